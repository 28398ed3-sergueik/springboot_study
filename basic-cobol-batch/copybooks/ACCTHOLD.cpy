      *   DATE, AMOUNT AT OR OVER THE THRESHOLD) AND ROUTES IT TO
      *   THE SHARED SUSPENSE FILE WITH THE HOLD REASON.  A ZERO
      *   THRESHOLD HOLDS EVERY AMOUNT; A ZERO RELEASE DATE HOLDS
      *   UNTIL THE HOLD IS RELEASED THROUGH TLR300.  THE THRESHOLD
      *   IS ONLY THAT CUT-OFF.  HD-HELD-AMOUNT IS THE SUM THE TLR150
      *   POSTING RUN TAKES OFF THE AVAILABLE BALANCE WHILE THE HOLD
      *   IS ACTIVE (ZERO = NONE).
      *
       01  ACCTHOLD-RECORD.
           05  HD-ACCOUNT-NUMBER          PIC 9(12).
           05  HD-EFFECTIVE-DATE          PIC 9(08).
           05  HD-RELEASE-DATE            PIC 9(08).
           05  HD-REASON                  PIC X(20).
           05  HD-HELD-AMOUNT             PIC S9(11)V99 COMP-3.
