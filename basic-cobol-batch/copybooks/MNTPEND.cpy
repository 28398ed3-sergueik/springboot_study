      *
      *   PENDING DUAL-CONTROL CHANGE RECORD - ONE ENTRY PER MASTER
      *   KEY WITH A SENSITIVE CHANGE WAITING FOR A SECOND USER,
      *   KEYED BY THE MAINTENANCE PROGRAM AND THE MASTER KEY.  THE
      *   SENSITIVE CHANGES ARE:
      *       TLR240  ACCOUNT STATUS OR OVERDRAFT LIMIT CHANGE, OR
      *               CLOSE
      *       TLR300  HOLD RELEASE, OR A HOLD CHANGE THAT FREES
      *               FUNDS EARLY (RELEASE DATE, TYPE, EFFECTIVE
      *               DATE, THRESHOLD, HELD AMOUNT)
      *       AMS210  VENDOR PAYMENT TERMS CHANGE
      *       TLR340  TELLER DAILY LIMIT CHANGE
      *   MP-TRAN-DATA IS THE MAINTENANCE TRANSACTION EXACTLY AS
      *   KEYED, LEFT-JUSTIFIED.  AN APPROVAL ('V') BY A USER OTHER
      *   THAN MP-REQUESTED-BY APPLIES IT; A WITHDRAWAL ('W') DROPS
      *   IT.  WRITTEN, READ AND DELETED ONLY THROUGH THE SHARED
      *   DUALUTL UTILITY.
      *
       01  MNTPEND-RECORD.
           05  MP-KEY.
               10  MP-PROGRAM             PIC X(08).
               10  MP-RECORD-KEY          PIC X(20).
           05  MP-REQUESTED-BY            PIC X(08).
           05  MP-REQUEST-DATE            PIC 9(08).
           05  MP-TRAN-DATA               PIC X(100).
