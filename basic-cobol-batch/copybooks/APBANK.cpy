      *
      *   BANK PAYMENT / REMITTANCE FILE RECORD (100 BYTES) - THE
      *   OUTBOUND FILE AMS290 SENDS TO THE BANK.  WRAPPED THE SAME
      *   WAY AS THE OTHER AMS FEEDS: ONE 'HD' HEADER, THEN FOR EACH
      *   VENDOR PAID ONE 'PY' PAYMENT INSTRUCTION FOLLOWED BY ITS
      *   'RM' REMITTANCE LINES (ONE PER INVOICE SETTLED), THEN ONE
      *   'TR' TRAILER CARRYING THE PAYMENT COUNT, REMITTANCE COUNT
      *   AND AMOUNT TOTAL SO THE BANK CAN CONFIRM THE FILE IS
      *   COMPLETE.  THE PAYMENT AMOUNT IS IN BK-PY-CURRENCY, THE
      *   VENDOR'S CURRENCY FROM THE VENDOR MASTER; THE TRAILER
      *   AMOUNT IS A HASH TOTAL ACROSS CURRENCIES.
      *
       01  APBANK-RECORD.
           05  BK-RECORD-TYPE             PIC X(02).
               88  BK-TYPE-HEADER         VALUE 'HD'.
               88  BK-TYPE-PAYMENT        VALUE 'PY'.
               88  BK-TYPE-REMITTANCE     VALUE 'RM'.
               88  BK-TYPE-TRAILER        VALUE 'TR'.
           05  BK-RECORD-DATA             PIC X(98).
           05  BK-HEADER-AREA REDEFINES BK-RECORD-DATA.
               10  BK-HD-RUN-DATE         PIC 9(08).
               10  BK-HD-ORIGINATOR       PIC X(10).
               10  FILLER                 PIC X(80).
           05  BK-PAYMENT-AREA REDEFINES BK-RECORD-DATA.
               10  BK-PY-PAYMENT-NO       PIC 9(12).
               10  BK-PY-VENDOR           PIC 9(10).
               10  BK-PY-VENDOR-NAME      PIC X(30).
               10  BK-PY-CURRENCY         PIC X(03).
               10  BK-PY-AMOUNT           PIC 9(13)V99.
               10  BK-PY-VALUE-DATE       PIC 9(08).
               10  BK-PY-REMIT-COUNT      PIC 9(05).
               10  FILLER                 PIC X(15).
           05  BK-REMITTANCE-AREA REDEFINES BK-RECORD-DATA.
               10  BK-RM-PAYMENT-NO       PIC 9(12).
               10  BK-RM-INVOICE-NO       PIC X(10).
               10  BK-RM-PO               PIC 9(12).
               10  BK-RM-INVOICE-DATE     PIC 9(08).
               10  BK-RM-AMOUNT           PIC 9(11)V99.
               10  FILLER                 PIC X(43).
           05  BK-TRAILER-AREA REDEFINES BK-RECORD-DATA.
               10  BK-TR-PAYMENT-COUNT    PIC 9(08).
               10  BK-TR-REMIT-COUNT      PIC 9(08).
               10  BK-TR-AMOUNT-TOTAL     PIC 9(15)V99.
               10  FILLER                 PIC X(65).
