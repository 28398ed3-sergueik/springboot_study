      *
      *   AMS290 - VENDOR PAYMENT RUN AND BANK REMITTANCE FILE
      *
      *   THE AMS270 THREE-WAY MATCH STOPS AT AN APPROVED-TO-PAY
      *   FILE; WHAT HAPPENED AFTER THAT WAS A CLERK KEYING
      *   PAYMENTS.  THIS NIGHTLY STEP TAKES IT THE REST OF THE WAY:
      *
      *     1. EVERY 'IV' RECORD ON APPAYOK IS PLACED ON THE HELD
      *        INVOICE FILE (SEE APOPEN COPYBOOK) WITH A DUE DATE OF
      *        INVOICE DATE PLUS THE VENDOR'S VM-PAYMENT-TERMS.  AN
      *        INVOICE ALREADY ON THE PAID HISTORY (SEE APPAID
      *        COPYBOOK) OR ALREADY HELD IS REPORTED AND DROPPED, SO
      *        NO INVOICE IS EVER PAID TWICE; ONE FOR A VENDOR NOT ON
      *        THE VENDOR MASTER IS REPORTED AND DROPPED.  THE 'TR'
      *        COUNT AND AMOUNT ARE PROVED AGAINST THE 'IV' RECORDS.
      *     2. EVERY HELD INVOICE DUE ON OR BEFORE THE BIZDATE
      *        BUSINESS DATE IS PAID: ONE CONSOLIDATED 'PY' PAYMENT
      *        PER VENDOR IN THE VENDOR'S VM-CURRENCY, FOLLOWED BY
      *        ONE 'RM' REMITTANCE LINE PER INVOICE, ON THE WRAPPED
      *        BANK FILE (SEE APBANK COPYBOOK).  EACH PAID INVOICE
      *        MOVES FROM THE HELD FILE TO THE PAID HISTORY.  A
      *        VENDOR NOW INACTIVE OR MISSING IS NOT PAID - ITS
      *        INVOICES STAY HELD AND ARE REPORTED.
      *     3. WHAT IS STILL HELD IS PRINTED AS A CASH REQUIREMENTS
      *        FORECAST: AMOUNT DUE PER CURRENCY IN EACH OF THE NEXT
      *        EIGHT WEEKS, WITH EVERYTHING LATER IN ONE BUCKET.
      *        ANYTHING ALREADY DUE BUT NOT PAID FALLS IN WEEK 1.
      *
      *   PAYMENT TERMS ARE READ AS NET DAYS: '030' OR 'N30' IS
      *   THIRTY DAYS; 'COD', BLANKS OR ANYTHING ELSE IS DUE ON THE
      *   INVOICE DATE.  APPAYOK INVOICE DATES ARE YYMMDD AND ARE
      *   WINDOWED 1950-2049.  A PAYMENT NUMBER IS THE BUSINESS DATE
      *   FOLLOWED BY A FOUR-DIGIT SEQUENCE WITHIN THE RUN.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR THE VENDOR PAYMENT RUN.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMS290.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVED-PAY-FILE ASSIGN TO APPAYOK
               ORGANIZATION IS SEQUENTIAL.
           SELECT VENDMAST-FILE  ASSIGN TO VENDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-NO
               FILE STATUS IS WS-VENDMAST-FS.
           SELECT APOPEN-FILE    ASSIGN TO APOPEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-KEY
               FILE STATUS IS WS-APOPEN-FS.
           SELECT APPAID-FILE    ASSIGN TO APPAID
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-APPAID-FS.
           SELECT BANK-PAY-FILE  ASSIGN TO APBANK
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAY-RPT-FILE   ASSIGN TO AMSPAYRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  APPROVED-PAY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  APPROVED-PAY-RECORD           PIC X(60).

       FD  VENDMAST-FILE.
       COPY VENDMAST.

       FD  APOPEN-FILE.
       COPY APOPEN.

       FD  APPAID-FILE.
       COPY APPAID.

       FD  BANK-PAY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  BANK-PAY-FILE-RECORD          PIC X(100).

       FD  PAY-RPT-FILE.
       01  PAY-RPT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       COPY APBANK.

       01  WS-APPROVED-LINE.
           05  AP-RECORD-TYPE            PIC X(02).
           05  AP-INVOICE-NO             PIC X(10).
           05  AP-VENDOR                 PIC 9(10).
           05  AP-PO                     PIC 9(12).
           05  AP-AMOUNT                 PIC 9(11)V99.
           05  AP-INVOICE-DATE           PIC 9(06).
           05  FILLER                    PIC X(07).
       01  WS-APPROVED-TRL REDEFINES WS-APPROVED-LINE.
           05  AT-RECORD-TYPE            PIC X(02).
           05  AT-APPROVED-COUNT         PIC 9(08).
           05  AT-APPROVED-AMOUNT        PIC 9(13)V99.
           05  FILLER                    PIC X(35).

       01  WS-VENDMAST-FS                PIC X(02).
       01  WS-APOPEN-FS                  PIC X(02).
       01  WS-APPAID-FS                  PIC X(02).

       01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE            VALUE 'Y'.
       01  WS-OPEN-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  WS-END-OF-OPEN            VALUE 'Y'.
       01  WS-RUN-SWITCH                 PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                 VALUE 'Y'.
       01  WS-TRAILER-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-TRAILER-SEEN           VALUE 'Y'.
       01  WS-DUE-FULL-SWITCH            PIC X(01) VALUE 'N'.
           88  WS-DUE-TABLE-FULL         VALUE 'Y'.
       01  WS-FCST-FULL-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-FCST-TABLE-FULL        VALUE 'Y'.

       01  WS-RESULT                     PIC X(06).

      *>   PAYMENT TERMS AS CARRIED ON THE VENDOR MASTER -- EITHER
      *>   THREE DIGITS OF NET DAYS OR 'N' AND TWO DIGITS.
       01  WS-TERMS-CODE                 PIC X(03).
       01  WS-TERMS-CODE-N REDEFINES WS-TERMS-CODE
                                         PIC 9(03).
       01  WS-TERMS-CODE-PARTS REDEFINES WS-TERMS-CODE.
           05  WS-TC-PREFIX              PIC X(01).
           05  WS-TC-NET-DAYS            PIC 9(02).
       01  WS-TERMS-DAYS                 PIC 9(03) VALUE 0.

       01  WS-INVOICE-DATE-6             PIC 9(06).
       01  WS-INVOICE-DATE-PARTS REDEFINES WS-INVOICE-DATE-6.
           05  WS-ID-YY                  PIC 9(02).
           05  WS-ID-MM                  PIC 9(02).
           05  WS-ID-DD                  PIC 9(02).
       01  WS-INVOICE-DATE-8             PIC 9(08) VALUE 0.

       01  WS-DATE-FIELDS.
           05  WS-DF-CCYY                PIC 9(04).
           05  WS-DF-MM                  PIC 9(02).
           05  WS-DF-DD                  PIC 9(02).
       01  WS-MONTH-DAYS                 PIC 9(02) VALUE 31.
       01  WS-LEAP-QUOT                  PIC 9(04) VALUE 0.
       01  WS-LEAP-REM                   PIC 9(04) VALUE 0.

      *>   HELD INVOICES DUE FOR PAYMENT THIS RUN, IN HELD-FILE KEY
      *>   ORDER SO EACH VENDOR'S INVOICES ARE CONTIGUOUS.
       01  WS-DUE-MAX                    PIC S9(04) COMP VALUE 5000.
       01  WS-DUE-COUNT                  PIC S9(04) COMP VALUE 0.
       01  WS-DUE-IDX                    PIC S9(04) COMP VALUE 0.
       01  WS-SCAN-IDX                   PIC S9(04) COMP VALUE 0.
       01  WS-GROUP-LAST                 PIC S9(04) COMP VALUE 0.
       01  DUE-INVOICE-TABLE.
           05  DUE-INVOICE-ENTRY OCCURS 5000 TIMES.
               10  DU-VENDOR             PIC 9(10).
               10  DU-INVOICE-NO         PIC X(10).
               10  DU-PO                 PIC 9(12).
               10  DU-AMOUNT             PIC S9(11)V99 COMP-3.
               10  DU-CURRENCY           PIC X(03).
               10  DU-INVOICE-DATE       PIC 9(08).
               10  DU-DUE-DATE           PIC 9(08).

      *>   CASH REQUIREMENTS FORECAST -- EIGHT WEEK-ENDING DATES
      *>   FROM THE BUSINESS DATE, BUCKET 9 HOLDING EVERYTHING LATER.
       01  WS-WEEK-IDX                   PIC S9(04) COMP VALUE 0.
       01  WS-BUCKET                     PIC S9(04) COMP VALUE 0.
       01  WEEK-END-TABLE.
           05  WK-END-DATE               PIC 9(08) OCCURS 8 TIMES.
       01  WS-FCST-MAX                   PIC S9(04) COMP VALUE 20.
       01  WS-FCST-COUNT                 PIC S9(04) COMP VALUE 0.
       01  WS-FCST-IDX                   PIC S9(04) COMP VALUE 0.
       01  WS-FCST-FOUND                 PIC S9(04) COMP VALUE 0.
       01  FORECAST-TABLE.
           05  FORECAST-ENTRY OCCURS 20 TIMES.
               10  FC-CURRENCY           PIC X(03).
               10  FC-WEEK OCCURS 9 TIMES.
                   15  FC-AMOUNT         PIC S9(13)V99 COMP-3.
                   15  FC-COUNT          PIC S9(07) COMP-3.
       01  WS-FC-DUE-DATE                PIC 9(08).
       01  WS-FC-CURRENCY                PIC X(03).
       01  WS-FC-AMOUNT                  PIC S9(11)V99 COMP-3.

       01  WS-CURRENT-VENDOR             PIC 9(10) VALUE 0.
       01  WS-PAY-AMOUNT                 PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-PAY-REMIT-COUNT            PIC S9(05) COMP-3 VALUE 0.
       01  WS-PAYMENT-SEQ                PIC 9(04) VALUE 0.
       01  WS-PAYMENT-NO                 PIC 9(12) VALUE 0.

       01  WS-APPROVED-COUNT             PIC S9(09) COMP-3 VALUE 0.
       01  WS-APPROVED-AMOUNT            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-HELD-COUNT                 PIC S9(09) COMP-3 VALUE 0.
       01  WS-REJECT-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-PAYMENT-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-PAID-COUNT                 PIC S9(09) COMP-3 VALUE 0.
       01  WS-PAID-AMOUNT                PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-VENDOR-HELD-COUNT          PIC S9(09) COMP-3 VALUE 0.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                 PIC X(01).
       01  WS-BIZ-DATE                   PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                 PIC X(01).

       01  WS-HEADING-1.
           05  FILLER                    PIC X(40) VALUE
               'AMS290  VENDOR PAYMENT RUN FOR '.
           05  WS-H1-DATE                PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER                    PIC X(42) VALUE
               'RESULT INVOICE    VENDOR     CUR         A'.
           05  FILLER                    PIC X(40) VALUE
               'MOUNT DUE-DATE      PAYMENT'.

       01  WS-DETAIL-LINE.
           05  WS-DL-RESULT              PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-INVOICE-NO          PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-VENDOR              PIC 9(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-CURRENCY            PIC X(03).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-AMOUNT              PIC -(10)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-DUE-DATE            PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-PAYMENT-NO          PIC Z(12).

       01  WS-PAYMENT-LINE.
           05  FILLER                    PIC X(08) VALUE 'PAYMENT '.
           05  WS-PY-PAYMENT-NO          PIC 9(12).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-PY-VENDOR              PIC 9(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-PY-VENDOR-NAME         PIC X(30).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-PY-CURRENCY            PIC X(03).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-PY-AMOUNT              PIC -(12)9.99.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-PY-REMIT-COUNT         PIC ZZZZ9.

       01  WS-FORECAST-HEADING.
           05  FILLER                    PIC X(40) VALUE
               'CASH REQUIREMENTS FORECAST - WEEK ENDING'.
       01  WS-FORECAST-LINE.
           05  WS-FL-CURRENCY            PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-FL-WEEK                PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-FL-AMOUNT              PIC -(12)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-FL-COUNT               PIC ZZZZZZ9.
           05  FILLER                    PIC X(10) VALUE ' INVOICES'.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                    PIC X(16)
               VALUE 'APPROVED READ:  '.
           05  WS-SL-APPROVED-COUNT      PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(08)
               VALUE '  HELD: '.
           05  WS-SL-HELD-COUNT          PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(12)
               VALUE '  REJECTED: '.
           05  WS-SL-REJECT-COUNT        PIC ZZZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                    PIC X(16)
               VALUE 'PAYMENTS:       '.
           05  WS-SL-PAYMENT-COUNT       PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(17)
               VALUE '  INVOICES PAID: '.
           05  WS-SL-PAID-COUNT          PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(17)
               VALUE '  VENDOR HOLDS:  '.
           05  WS-SL-VENDOR-HELD-COUNT   PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-APPROVED UNTIL WS-END-OF-FILE
           IF WS-RUN-OK
               PERFORM 2700-PROVE-CONTROL-TOTALS
               PERFORM 3000-SELECT-DUE-INVOICES
               PERFORM 4000-WRITE-BANK-FILE
               PERFORM 5000-PRODUCE-FORECAST
           END-IF
           PERFORM 6000-PRODUCE-SUMMARY
           PERFORM 9000-TERMINATE
           IF (WS-DUE-TABLE-FULL OR WS-FCST-TABLE-FULL)
                   AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           INITIALIZE FORECAST-TABLE
           PERFORM 1070-BUILD-WEEK-ENDINGS
           OPEN OUTPUT PAY-RPT-FILE
           MOVE WS-BIZ-DATE TO WS-H1-DATE
           WRITE PAY-RPT-LINE FROM WS-HEADING-1
           WRITE PAY-RPT-LINE FROM WS-HEADING-2
           OPEN INPUT APPROVED-PAY-FILE
           OPEN OUTPUT BANK-PAY-FILE
           PERFORM 1050-OPEN-APOPEN
           PERFORM 1060-OPEN-APPAID
           MOVE SPACES TO WS-VENDMAST-FS
           OPEN INPUT VENDMAST-FILE
      *>   WITHOUT THE VENDOR MASTER THERE ARE NO TERMS TO AGE BY
      *>   AND NO CURRENCY TO PAY IN -- STOP THE RUN INSTEAD.
           IF WS-VENDMAST-FS NOT = '00'
               MOVE 'VENDOR MASTER NOT AVAILABLE - RUN STOPPED'
                   TO PAY-RPT-LINE
               WRITE PAY-RPT-LINE
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-SWITCH
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 1100-READ-APPROVED
           END-IF.

       1050-OPEN-APOPEN.
      *>   THE VERY FIRST PAYMENT RUN ARRIVES BEFORE THE FILE
      *>   EXISTS -- CREATE IT AND REOPEN IN THAT CASE.
           MOVE SPACES TO WS-APOPEN-FS
           OPEN I-O APOPEN-FILE
           IF WS-APOPEN-FS NOT = '00'
               OPEN OUTPUT APOPEN-FILE
               CLOSE APOPEN-FILE
               OPEN I-O APOPEN-FILE
           END-IF.

       1060-OPEN-APPAID.
           MOVE SPACES TO WS-APPAID-FS
           OPEN I-O APPAID-FILE
           IF WS-APPAID-FS NOT = '00'
               OPEN OUTPUT APPAID-FILE
               CLOSE APPAID-FILE
               OPEN I-O APPAID-FILE
           END-IF.

       1070-BUILD-WEEK-ENDINGS.
           MOVE WS-BIZ-DATE TO WS-DATE-FIELDS
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > 8
               PERFORM 8100-ADD-ONE-DAY 7 TIMES
               MOVE WS-DATE-FIELDS TO WK-END-DATE (WS-WEEK-IDX)
           END-PERFORM.

       1100-READ-APPROVED.
           READ APPROVED-PAY-FILE INTO WS-APPROVED-LINE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2000-PROCESS-APPROVED.
           EVALUATE AP-RECORD-TYPE
               WHEN 'IV'
                   ADD 1 TO WS-APPROVED-COUNT
                   ADD AP-AMOUNT TO WS-APPROVED-AMOUNT
                   PERFORM 2100-HOLD-INVOICE
               WHEN 'TR'
                   MOVE 'Y' TO WS-TRAILER-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT WS-TRAILER-SEEN
               PERFORM 1100-READ-APPROVED
           ELSE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       2100-HOLD-INVOICE.
           MOVE SPACES TO WS-RESULT
           MOVE 0      TO AO-DUE-DATE
           MOVE AP-VENDOR     TO PD-VENDOR
           MOVE AP-INVOICE-NO TO PD-INVOICE-NO
           READ APPAID-FILE
           IF WS-APPAID-FS = '00'
               MOVE 'PAIDBF' TO WS-RESULT
           END-IF
           IF WS-RESULT = SPACES
               MOVE AP-VENDOR     TO AO-VENDOR
               MOVE AP-INVOICE-NO TO AO-INVOICE-NO
               READ APOPEN-FILE
               IF WS-APOPEN-FS = '00'
                   MOVE 'ONHOLD' TO WS-RESULT
               END-IF
           END-IF
           IF WS-RESULT = SPACES
               MOVE AP-VENDOR TO VM-VENDOR-NO
               READ VENDMAST-FILE
               IF WS-VENDMAST-FS NOT = '00'
                   MOVE 'NOVEND' TO WS-RESULT
               END-IF
           END-IF
           IF WS-RESULT = SPACES
               PERFORM 2200-COMPUTE-DUE-DATE
               MOVE AP-VENDOR            TO AO-VENDOR
               MOVE AP-INVOICE-NO        TO AO-INVOICE-NO
               MOVE AP-PO                TO AO-PO
               MOVE AP-AMOUNT            TO AO-AMOUNT
               MOVE VM-CURRENCY          TO AO-CURRENCY
               MOVE WS-INVOICE-DATE-8    TO AO-INVOICE-DATE
               MOVE WS-DATE-FIELDS       TO AO-DUE-DATE
               MOVE WS-BIZ-DATE          TO AO-APPROVED-DATE
               WRITE APOPEN-RECORD
               ADD 1 TO WS-HELD-COUNT
               MOVE 'HELD  ' TO WS-RESULT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           MOVE WS-RESULT     TO WS-DL-RESULT
           MOVE AP-INVOICE-NO TO WS-DL-INVOICE-NO
           MOVE AP-VENDOR     TO WS-DL-VENDOR
           MOVE VM-CURRENCY   TO WS-DL-CURRENCY
           IF WS-RESULT = 'NOVEND'
               MOVE SPACES    TO WS-DL-CURRENCY
           END-IF
           MOVE AP-AMOUNT     TO WS-DL-AMOUNT
           MOVE AO-DUE-DATE   TO WS-DL-DUE-DATE
           MOVE 0             TO WS-DL-PAYMENT-NO
           WRITE PAY-RPT-LINE FROM WS-DETAIL-LINE.

       2200-COMPUTE-DUE-DATE.
      *>   A MISSING OR UNREADABLE INVOICE DATE AGES FROM THE
      *>   BUSINESS DATE, SO THE INVOICE IS NEVER PAID EARLY.
           MOVE AP-INVOICE-DATE TO WS-INVOICE-DATE-6
           IF WS-INVOICE-DATE-6 NOT NUMERIC
                   OR WS-ID-MM < 01 OR WS-ID-MM > 12
                   OR WS-ID-DD < 01 OR WS-ID-DD > 31
               MOVE WS-BIZ-DATE TO WS-DATE-FIELDS
           ELSE
               IF WS-ID-YY < 50
                   COMPUTE WS-DF-CCYY = 2000 + WS-ID-YY
               ELSE
                   COMPUTE WS-DF-CCYY = 1900 + WS-ID-YY
               END-IF
               MOVE WS-ID-MM TO WS-DF-MM
               MOVE WS-ID-DD TO WS-DF-DD
           END-IF
           MOVE WS-DATE-FIELDS TO WS-INVOICE-DATE-8
           PERFORM 2300-SET-TERMS-DAYS
           PERFORM 8100-ADD-ONE-DAY WS-TERMS-DAYS TIMES.

       2300-SET-TERMS-DAYS.
           MOVE VM-PAYMENT-TERMS TO WS-TERMS-CODE
           EVALUATE TRUE
               WHEN WS-TERMS-CODE-N NUMERIC
                   MOVE WS-TERMS-CODE-N TO WS-TERMS-DAYS
               WHEN WS-TC-PREFIX = 'N' AND WS-TC-NET-DAYS NUMERIC
                   MOVE WS-TC-NET-DAYS TO WS-TERMS-DAYS
               WHEN OTHER
                   MOVE 0 TO WS-TERMS-DAYS
           END-EVALUATE.

       2700-PROVE-CONTROL-TOTALS.
      *>   A SHORT OR UNBALANCED APPROVED-TO-PAY FILE IS REPORTED;
      *>   WHAT DID ARRIVE IS STILL HELD, AND ANYTHING MISSING
      *>   ARRIVES WITH THE NEXT AMS270 RUN.
           EVALUATE TRUE
               WHEN NOT WS-TRAILER-SEEN
                   MOVE 'APPROVED-TO-PAY FILE HAS NO TRAILER'
                       TO PAY-RPT-LINE
                   WRITE PAY-RPT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN AT-APPROVED-COUNT NOT = WS-APPROVED-COUNT
                       OR AT-APPROVED-AMOUNT NOT = WS-APPROVED-AMOUNT
                   MOVE 'APPROVED-TO-PAY TRAILER OUT OF BALANCE'
                       TO PAY-RPT-LINE
                   WRITE PAY-RPT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-SELECT-DUE-INVOICES.
           MOVE 'N'    TO WS-OPEN-EOF-SWITCH
           MOVE 0      TO AO-VENDOR
           MOVE SPACES TO AO-INVOICE-NO
           START APOPEN-FILE KEY >= AO-KEY
           IF WS-APOPEN-FS NOT = '00'
               MOVE 'Y' TO WS-OPEN-EOF-SWITCH
           END-IF
           PERFORM UNTIL WS-END-OF-OPEN
               READ APOPEN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OPEN-EOF-SWITCH
                   NOT AT END
                       PERFORM 3100-SELECT-ONE-INVOICE
               END-READ
           END-PERFORM.

       3100-SELECT-ONE-INVOICE.
           IF AO-DUE-DATE <= WS-BIZ-DATE
                   AND WS-DUE-COUNT < WS-DUE-MAX
               ADD 1 TO WS-DUE-COUNT
               MOVE AO-VENDOR       TO DU-VENDOR (WS-DUE-COUNT)
               MOVE AO-INVOICE-NO   TO DU-INVOICE-NO (WS-DUE-COUNT)
               MOVE AO-PO           TO DU-PO (WS-DUE-COUNT)
               MOVE AO-AMOUNT       TO DU-AMOUNT (WS-DUE-COUNT)
               MOVE AO-CURRENCY     TO DU-CURRENCY (WS-DUE-COUNT)
               MOVE AO-INVOICE-DATE TO DU-INVOICE-DATE (WS-DUE-COUNT)
               MOVE AO-DUE-DATE     TO DU-DUE-DATE (WS-DUE-COUNT)
           ELSE
      *>       NOT YET DUE, OR DUE BUT NO ROOM LEFT THIS RUN -- IT
      *>       STAYS HELD AND COUNTS TOWARD THE FORECAST.
               IF AO-DUE-DATE <= WS-BIZ-DATE
                   MOVE 'Y' TO WS-DUE-FULL-SWITCH
               END-IF
               MOVE AO-DUE-DATE TO WS-FC-DUE-DATE
               MOVE AO-CURRENCY TO WS-FC-CURRENCY
               MOVE AO-AMOUNT   TO WS-FC-AMOUNT
               PERFORM 5100-ADD-TO-FORECAST
           END-IF.

       4000-WRITE-BANK-FILE.
           MOVE SPACES          TO APBANK-RECORD
           MOVE 'HD'            TO BK-RECORD-TYPE
           MOVE WS-BIZ-DATE     TO BK-HD-RUN-DATE
           MOVE 'AMS290'        TO BK-HD-ORIGINATOR
           WRITE BANK-PAY-FILE-RECORD FROM APBANK-RECORD
           MOVE 1 TO WS-DUE-IDX
           PERFORM 4100-PAY-ONE-VENDOR
               UNTIL WS-DUE-IDX > WS-DUE-COUNT
           MOVE SPACES           TO APBANK-RECORD
           MOVE 'TR'             TO BK-RECORD-TYPE
           MOVE WS-PAYMENT-COUNT TO BK-TR-PAYMENT-COUNT
           MOVE WS-PAID-COUNT    TO BK-TR-REMIT-COUNT
           MOVE WS-PAID-AMOUNT   TO BK-TR-AMOUNT-TOTAL
           WRITE BANK-PAY-FILE-RECORD FROM APBANK-RECORD.

       4100-PAY-ONE-VENDOR.
           MOVE DU-VENDOR (WS-DUE-IDX) TO WS-CURRENT-VENDOR
           MOVE 0 TO WS-PAY-AMOUNT
           MOVE 0 TO WS-PAY-REMIT-COUNT
           MOVE WS-DUE-IDX TO WS-GROUP-LAST
           PERFORM VARYING WS-SCAN-IDX FROM WS-DUE-IDX BY 1
                   UNTIL WS-SCAN-IDX > WS-DUE-COUNT
               IF DU-VENDOR (WS-SCAN-IDX) = WS-CURRENT-VENDOR
                   ADD DU-AMOUNT (WS-SCAN-IDX) TO WS-PAY-AMOUNT
                   ADD 1 TO WS-PAY-REMIT-COUNT
                   MOVE WS-SCAN-IDX TO WS-GROUP-LAST
               ELSE
                   MOVE WS-DUE-COUNT TO WS-SCAN-IDX
               END-IF
           END-PERFORM
           MOVE WS-CURRENT-VENDOR TO VM-VENDOR-NO
           READ VENDMAST-FILE
           IF WS-VENDMAST-FS = '00' AND VM-VENDOR-ACTIVE
               PERFORM 4200-WRITE-PAYMENT
           ELSE
               PERFORM 4400-HOLD-VENDOR-INVOICES
           END-IF
           COMPUTE WS-DUE-IDX = WS-GROUP-LAST + 1.

       4200-WRITE-PAYMENT.
           ADD 1 TO WS-PAYMENT-SEQ
           ADD 1 TO WS-PAYMENT-COUNT
           COMPUTE WS-PAYMENT-NO = WS-BIZ-DATE * 10000
               + WS-PAYMENT-SEQ
           MOVE SPACES             TO APBANK-RECORD
           MOVE 'PY'               TO BK-RECORD-TYPE
           MOVE WS-PAYMENT-NO      TO BK-PY-PAYMENT-NO
           MOVE WS-CURRENT-VENDOR  TO BK-PY-VENDOR
           MOVE VM-VENDOR-NAME     TO BK-PY-VENDOR-NAME
           MOVE VM-CURRENCY        TO BK-PY-CURRENCY
           MOVE WS-PAY-AMOUNT      TO BK-PY-AMOUNT
           MOVE WS-BIZ-DATE        TO BK-PY-VALUE-DATE
           MOVE WS-PAY-REMIT-COUNT TO BK-PY-REMIT-COUNT
           WRITE BANK-PAY-FILE-RECORD FROM APBANK-RECORD
           MOVE WS-PAYMENT-NO      TO WS-PY-PAYMENT-NO
           MOVE WS-CURRENT-VENDOR  TO WS-PY-VENDOR
           MOVE VM-VENDOR-NAME     TO WS-PY-VENDOR-NAME
           MOVE VM-CURRENCY        TO WS-PY-CURRENCY
           MOVE WS-PAY-AMOUNT      TO WS-PY-AMOUNT
           MOVE WS-PAY-REMIT-COUNT TO WS-PY-REMIT-COUNT
           WRITE PAY-RPT-LINE FROM WS-PAYMENT-LINE
           PERFORM 4300-REMIT-ONE-INVOICE
               VARYING WS-SCAN-IDX FROM WS-DUE-IDX BY 1
               UNTIL WS-SCAN-IDX > WS-GROUP-LAST.

       4300-REMIT-ONE-INVOICE.
           MOVE SPACES                       TO APBANK-RECORD
           MOVE 'RM'                         TO BK-RECORD-TYPE
           MOVE WS-PAYMENT-NO                TO BK-RM-PAYMENT-NO
           MOVE DU-INVOICE-NO (WS-SCAN-IDX)  TO BK-RM-INVOICE-NO
           MOVE DU-PO (WS-SCAN-IDX)          TO BK-RM-PO
           MOVE DU-INVOICE-DATE (WS-SCAN-IDX)
                                             TO BK-RM-INVOICE-DATE
           MOVE DU-AMOUNT (WS-SCAN-IDX)      TO BK-RM-AMOUNT
           WRITE BANK-PAY-FILE-RECORD FROM APBANK-RECORD
           ADD 1 TO WS-PAID-COUNT
           ADD DU-AMOUNT (WS-SCAN-IDX) TO WS-PAID-AMOUNT
           MOVE DU-VENDOR (WS-SCAN-IDX)      TO PD-VENDOR
           MOVE DU-INVOICE-NO (WS-SCAN-IDX)  TO PD-INVOICE-NO
           MOVE DU-PO (WS-SCAN-IDX)          TO PD-PO
           MOVE DU-AMOUNT (WS-SCAN-IDX)      TO PD-AMOUNT
           MOVE VM-CURRENCY                  TO PD-CURRENCY
           MOVE DU-INVOICE-DATE (WS-SCAN-IDX) TO PD-INVOICE-DATE
           MOVE WS-BIZ-DATE                  TO PD-PAID-DATE
           MOVE WS-PAYMENT-NO                TO PD-PAYMENT-NO
           WRITE APPAID-RECORD
           MOVE DU-VENDOR (WS-SCAN-IDX)      TO AO-VENDOR
           MOVE DU-INVOICE-NO (WS-SCAN-IDX)  TO AO-INVOICE-NO
           DELETE APOPEN-FILE
           MOVE 'PAID  ' TO WS-DL-RESULT
           MOVE WS-PAYMENT-NO TO WS-DL-PAYMENT-NO
           PERFORM 4900-WRITE-DUE-DETAIL.

       4400-HOLD-VENDOR-INVOICES.
      *>   THE VENDOR HAS GONE INACTIVE OR OFF THE MASTER SINCE THE
      *>   INVOICES WERE APPROVED -- LEAVE THEM HELD FOR AP TO SORT
      *>   OUT AND KEEP THEM IN THE CASH FORECAST.
           PERFORM VARYING WS-SCAN-IDX FROM WS-DUE-IDX BY 1
                   UNTIL WS-SCAN-IDX > WS-GROUP-LAST
               ADD 1 TO WS-VENDOR-HELD-COUNT
               MOVE DU-DUE-DATE (WS-SCAN-IDX) TO WS-FC-DUE-DATE
               MOVE DU-CURRENCY (WS-SCAN-IDX) TO WS-FC-CURRENCY
               MOVE DU-AMOUNT (WS-SCAN-IDX)   TO WS-FC-AMOUNT
               PERFORM 5100-ADD-TO-FORECAST
               MOVE 'VNDHLD' TO WS-DL-RESULT
               MOVE 0        TO WS-DL-PAYMENT-NO
               PERFORM 4900-WRITE-DUE-DETAIL
           END-PERFORM.

       4900-WRITE-DUE-DETAIL.
           MOVE DU-INVOICE-NO (WS-SCAN-IDX) TO WS-DL-INVOICE-NO
           MOVE DU-VENDOR (WS-SCAN-IDX)     TO WS-DL-VENDOR
           MOVE DU-CURRENCY (WS-SCAN-IDX)   TO WS-DL-CURRENCY
           MOVE DU-AMOUNT (WS-SCAN-IDX)     TO WS-DL-AMOUNT
           MOVE DU-DUE-DATE (WS-SCAN-IDX)   TO WS-DL-DUE-DATE
           WRITE PAY-RPT-LINE FROM WS-DETAIL-LINE.

       5000-PRODUCE-FORECAST.
           WRITE PAY-RPT-LINE FROM WS-FORECAST-HEADING
           PERFORM VARYING WS-FCST-IDX FROM 1 BY 1
                   UNTIL WS-FCST-IDX > WS-FCST-COUNT
               PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                       UNTIL WS-WEEK-IDX > 9
                   MOVE FC-CURRENCY (WS-FCST-IDX) TO WS-FL-CURRENCY
                   IF WS-WEEK-IDX > 8
                       MOVE 'LATER   ' TO WS-FL-WEEK
                   ELSE
                       MOVE WK-END-DATE (WS-WEEK-IDX) TO WS-FL-WEEK
                   END-IF
                   MOVE FC-AMOUNT (WS-FCST-IDX WS-WEEK-IDX)
                       TO WS-FL-AMOUNT
                   MOVE FC-COUNT (WS-FCST-IDX WS-WEEK-IDX)
                       TO WS-FL-COUNT
                   WRITE PAY-RPT-LINE FROM WS-FORECAST-LINE
               END-PERFORM
           END-PERFORM
           IF WS-FCST-TABLE-FULL
               MOVE 'CURRENCY TABLE FULL - FORECAST IS INCOMPLETE'
                   TO PAY-RPT-LINE
               WRITE PAY-RPT-LINE
           END-IF.

       5100-ADD-TO-FORECAST.
           MOVE 9 TO WS-BUCKET
           PERFORM VARYING WS-WEEK-IDX FROM 8 BY -1
                   UNTIL WS-WEEK-IDX < 1
               IF WS-FC-DUE-DATE <= WK-END-DATE (WS-WEEK-IDX)
                   MOVE WS-WEEK-IDX TO WS-BUCKET
               END-IF
           END-PERFORM
           MOVE 0 TO WS-FCST-FOUND
           PERFORM VARYING WS-FCST-IDX FROM 1 BY 1
                   UNTIL WS-FCST-IDX > WS-FCST-COUNT
               IF FC-CURRENCY (WS-FCST-IDX) = WS-FC-CURRENCY
                   MOVE WS-FCST-IDX TO WS-FCST-FOUND
                   MOVE WS-FCST-COUNT TO WS-FCST-IDX
               END-IF
           END-PERFORM
           IF WS-FCST-FOUND = 0
               IF WS-FCST-COUNT < WS-FCST-MAX
                   ADD 1 TO WS-FCST-COUNT
                   MOVE WS-FCST-COUNT  TO WS-FCST-FOUND
                   MOVE WS-FC-CURRENCY TO FC-CURRENCY (WS-FCST-FOUND)
               ELSE
                   MOVE 'Y' TO WS-FCST-FULL-SWITCH
               END-IF
           END-IF
           IF WS-FCST-FOUND NOT = 0
               ADD WS-FC-AMOUNT
                   TO FC-AMOUNT (WS-FCST-FOUND WS-BUCKET)
               ADD 1 TO FC-COUNT (WS-FCST-FOUND WS-BUCKET)
           END-IF.

       6000-PRODUCE-SUMMARY.
           IF WS-DUE-TABLE-FULL
               MOVE 'DUE TABLE FULL - REMAINING DUE INVOICES HELD'
                   TO PAY-RPT-LINE
               WRITE PAY-RPT-LINE
           END-IF
           MOVE WS-APPROVED-COUNT    TO WS-SL-APPROVED-COUNT
           MOVE WS-HELD-COUNT        TO WS-SL-HELD-COUNT
           MOVE WS-REJECT-COUNT      TO WS-SL-REJECT-COUNT
           WRITE PAY-RPT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-PAYMENT-COUNT     TO WS-SL-PAYMENT-COUNT
           MOVE WS-PAID-COUNT        TO WS-SL-PAID-COUNT
           MOVE WS-VENDOR-HELD-COUNT TO WS-SL-VENDOR-HELD-COUNT
           WRITE PAY-RPT-LINE FROM WS-SUMMARY-LINE-2.

       8100-ADD-ONE-DAY.
           PERFORM 8200-SET-MONTH-DAYS
           IF WS-DF-DD < WS-MONTH-DAYS
               ADD 1 TO WS-DF-DD
           ELSE
               MOVE 1 TO WS-DF-DD
               IF WS-DF-MM < 12
                   ADD 1 TO WS-DF-MM
               ELSE
                   MOVE 1 TO WS-DF-MM
                   ADD 1 TO WS-DF-CCYY
               END-IF
           END-IF.

       8200-SET-MONTH-DAYS.
           EVALUATE WS-DF-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 02
                   DIVIDE WS-DF-CCYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       9000-TERMINATE.
           CLOSE APPROVED-PAY-FILE
           CLOSE VENDMAST-FILE
           CLOSE APOPEN-FILE
           CLOSE APPAID-FILE
           CLOSE BANK-PAY-FILE
           CLOSE PAY-RPT-FILE.
