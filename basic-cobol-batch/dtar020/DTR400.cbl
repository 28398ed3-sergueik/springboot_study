      *
      *   DTR400 - PROMOTION SALES ACCUMULATION AND LIFT REPORT
      *
      *   RUNS NIGHTLY AFTER DTR110.  FOR EVERY OPEN EVENT ON THE
      *   PROMOTION EVENT MASTER (SEE PROMEVT, MAINTAINED BY DTR390)
      *   TODAY'S DTAR020G SALES OF THE PROMOTED KEYCODES ARE ADDED
      *   INTO THE PROMOTION SALES HISTORY (SEE PROMHIST) BY EVENT,
      *   STORE AND KEYCODE - INTO THE PRE-EVENT BUCKETS WHEN THE
      *   SALE DATE FALLS IN THE SAME NUMBER OF DAYS IMMEDIATELY
      *   BEFORE THE EVENT START, INTO THE EVENT BUCKETS WHEN IT
      *   FALLS BETWEEN THE START AND END DATES.  SALES OUTSIDE BOTH
      *   WINDOWS ARE IGNORED.  EACH EVENT ACCUMULATED IS STAMPED
      *   WITH THE BIZDATE BUSINESS DATE, SO A RERUN OF THE SAME
      *   NIGHT ADDS NOTHING TWICE.
      *
      *   ONCE THE BUSINESS DATE IS PAST AN EVENT'S END DATE ITS
      *   LIFT REPORT IS PRINTED AND THE EVENT IS MARKED REPORTED.
      *   FOR EACH PROMOTED KEYCODE, AND FOR THE EVENT AS A WHOLE,
      *   UNITS AND SALES BEFORE AND DURING THE EVENT ARE SHOWN FOR
      *   THE PARTICIPATING STORES AND FOR THE OTHER STORES, WITH
      *   THE PERCENTAGE CHANGE OF EACH; THE LIFT IS THE
      *   PARTICIPATING STORES' CHANGE LESS THE OTHER STORES'
      *   CHANGE IN PERCENTAGE POINTS, SO A CHAIN-WIDE SEASONAL
      *   SWING IS NOT CREDITED TO THE PROMOTION.  AN EVENT FOR ALL
      *   STORES HAS NO COMPARISON STORES AND PRINTS NO LIFT LINE.
      *
      *   DTR390 ONLY TAKES AN EVENT, OR A NEW KEYCODE ON ONE, SET UP
      *   AT LEAST AS MANY DAYS AHEAD OF ITS START AS IT RUNS, SO THE
      *   PRE-EVENT WINDOW IS ALWAYS ACCUMULATED IN FULL.  WITHOUT
      *   THE PROMOTION EVENT FILE THERE IS NOTHING TO DO; WITHOUT
      *   THE DTAR020G EXTRACT THE RUN STOPS WITH RETURN-CODE 16
      *   BEFORE ANY EVENT IS REPORTED.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR PROMOTION SALES ACCUMULATION AND THE
      *               PROMOTION LIFT REPORT.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTR400.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DTAR020-FILE   ASSIGN TO DTAR020G
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DTAR020-FS.
           SELECT PROMEVT-FILE   ASSIGN TO PROMEVT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-EVENT-ID
               FILE STATUS IS WS-PROMEVT-FS.
           SELECT PROMHIST-FILE  ASSIGN TO PROMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PROMHIST-FS.
           SELECT LIFT-RPT-FILE  ASSIGN TO PROMLFRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DTAR020-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
       01  DTAR020-FILE-RECORD            PIC X(27).

       FD  PROMEVT-FILE.
       COPY PROMEVT.

       FD  PROMHIST-FILE.
       COPY PROMHIST.

       FD  LIFT-RPT-FILE.
       01  LIFT-RPT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       COPY DTAR020.

       01  WS-DTAR020-FS                  PIC X(02).
       01  WS-PROMEVT-FS                  PIC X(02).
       01  WS-PROMHIST-FS                 PIC X(02).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-RUN-SWITCH                  PIC X(01) VALUE 'Y'.
           88  WS-RUN-STARTED             VALUE 'Y'.
       01  WS-PROMEVT-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-PROMEVT-AVAILABLE       VALUE 'Y'.
       01  WS-EVENT-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  WS-EVENT-END               VALUE 'Y'.
       01  WS-HIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-HIST-END                VALUE 'Y'.
       01  WS-STORE-IN-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-STORE-PARTICIPATES      VALUE 'Y'.

      *>   DTAR020 DATES ARE CYYMMDD WITH THE CENTURY DIGIT RELATIVE
      *>   TO 1900 (SEE DTR150).
       01  WS-DATE-7                      PIC 9(07) VALUE 0.
       01  WS-DATE-7-R REDEFINES WS-DATE-7.
           05  WS-DATE-7-CENTURY          PIC 9(01).
           05  WS-DATE-7-YYMMDD           PIC 9(06).
       01  WS-DATE-8                      PIC 9(08) VALUE 0.
       01  WS-DATE-8-R REDEFINES WS-DATE-8.
           05  WS-DATE-8-CC               PIC 9(02).
           05  WS-DATE-8-YYMMDD           PIC 9(06).

      *>   DAY NUMBER OF A DATE (THE TLR420 CALCULATION).
       01  WS-DATE-FIELDS.
           05  WS-DF-CCYY                 PIC 9(04).
           05  WS-DF-MM                   PIC 9(02).
           05  WS-DF-DD                   PIC 9(02).
       01  WS-DATE-NUM REDEFINES WS-DATE-FIELDS PIC 9(08).
       01  WS-DN-YEAR                     PIC 9(04).
       01  WS-DN-MONTH                    PIC 9(02).
       01  WS-DN-Q4                       PIC 9(04).
       01  WS-DN-Q100                     PIC 9(04).
       01  WS-DN-Q400                     PIC 9(04).
       01  WS-DN-QMONTH                   PIC 9(04).
       01  WS-DN-REM                      PIC 9(04).
       01  WS-DAY-NUMBER                  PIC 9(07).
       01  WS-SALE-DAY-NUMBER             PIC 9(07).

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

      *>   OPEN PROMOTION EVENTS, LOADED ONCE FROM PROMEVT.  THE
      *>   PRE-EVENT WINDOW RUNS FROM EV-PRE-START-DAY TO THE DAY
      *>   BEFORE EV-START-DAY AND IS AS LONG AS THE EVENT ITSELF.
       01  WS-EVENT-MAX                   PIC S9(04) COMP VALUE 200.
       01  WS-EVENT-COUNT                 PIC S9(04) COMP VALUE 0.
       01  WS-EVENT-IDX                   PIC S9(04) COMP VALUE 0.
       01  WS-ACCUM-EVENT-COUNT           PIC S9(04) COMP VALUE 0.
       01  PROMO-EVENT-TABLE.
           05  PROMO-EVENT-ENTRY OCCURS 200 TIMES.
               10  EV-EVENT-ID            PIC X(08).
               10  EV-DESCRIPTION         PIC X(30).
               10  EV-START-DATE          PIC 9(08).
               10  EV-END-DATE            PIC 9(08).
               10  EV-PRE-START-DAY       PIC 9(07).
               10  EV-START-DAY           PIC 9(07).
               10  EV-END-DAY             PIC 9(07).
               10  EV-EVENT-DAYS          PIC 9(05).
               10  EV-ACCUM-FLAG          PIC X(01).
                   88  EV-ACCUMULATE      VALUE 'Y'.
               10  EV-CLOSED-FLAG         PIC X(01).
                   88  EV-CLOSED          VALUE 'Y'.
               10  EV-ALL-STORES-FLAG     PIC X(01).
                   88  EV-ALL-STORES      VALUE 'Y'.
               10  EV-STORE-COUNT         PIC S9(04) COMP.
               10  EV-STORE-TABLE.
                   15  EV-STORE-NO        PIC 9(03) OCCURS 50 TIMES.
               10  EV-ITEM-COUNT          PIC S9(04) COMP.
               10  EV-ITEM-TABLE.
                   15  EV-ITEM OCCURS 20 TIMES.
                       20  EV-KEYCODE-NO  PIC X(08).
                       20  EV-PROMO-PRICE PIC S9(05)V99 COMP-3.
       01  WS-ITEM-IDX                    PIC S9(04) COMP VALUE 0.
       01  WS-ITEM-FOUND                  PIC S9(04) COMP VALUE 0.
       01  WS-STORE-IDX                   PIC S9(04) COMP VALUE 0.

      *>   ONE EVENT'S LIFT TOTALS - ONE ENTRY PER PROMOTED KEYCODE
      *>   PLUS THE EVENT TOTAL IN ENTRY 21.  GROUP 1 IS THE
      *>   PARTICIPATING STORES, GROUP 2 THE OTHER STORES.
       01  WS-TOTAL-ENTRY                 PIC S9(04) COMP VALUE 21.
       01  WS-GROUP-IDX                   PIC S9(04) COMP VALUE 0.
       01  LIFT-TOTAL-TABLE.
           05  LIFT-TOTAL-ENTRY OCCURS 21 TIMES.
               10  LF-GROUP OCCURS 2 TIMES.
                   15  LF-PRE-QTY         PIC S9(09)    COMP-3.
                   15  LF-EVT-QTY         PIC S9(09)    COMP-3.
                   15  LF-PRE-SALES       PIC S9(11)V99 COMP-3.
                   15  LF-EVT-SALES       PIC S9(11)V99 COMP-3.

       01  WS-PRE-AMOUNT                  PIC S9(11)V99 COMP-3.
       01  WS-EVT-AMOUNT                  PIC S9(11)V99 COMP-3.
       01  WS-PCT-CHANGE                  PIC S9(07)V9  COMP-3.
       01  WS-PCT-SWITCH                  PIC X(01).
           88  WS-PCT-AVAILABLE           VALUE 'Y'.
       01  WS-PART-QTY-PCT                PIC S9(07)V9  COMP-3.
       01  WS-PART-SALES-PCT              PIC S9(07)V9  COMP-3.
       01  WS-PART-QTY-SWITCH             PIC X(01).
           88  WS-PART-QTY-AVAILABLE      VALUE 'Y'.
       01  WS-PART-SALES-SWITCH           PIC X(01).
           88  WS-PART-SALES-AVAILABLE    VALUE 'Y'.
       01  WS-LIFT-POINTS                 PIC S9(07)V9  COMP-3.

       01  WS-RECORD-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-POSTED-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-REPORTED-COUNT              PIC S9(09) COMP-3 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(40) VALUE
               'DTR400  PROMOTION LIFT REPORT'.
           05  FILLER                     PIC X(14) VALUE
               'BUSINESS DATE '.
           05  WS-H1-DATE                 PIC 9(08).

       01  WS-EVENT-LINE-1.
           05  FILLER                     PIC X(06) VALUE 'EVENT '.
           05  WS-E1-EVENT-ID             PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-E1-DESCRIPTION          PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE 'FROM '.
           05  WS-E1-START-DATE           PIC 9(08).
           05  FILLER                     PIC X(04) VALUE ' TO '.
           05  WS-E1-END-DATE             PIC 9(08).

       01  WS-EVENT-LINE-2.
           05  FILLER                     PIC X(18) VALUE
               'COMPARED WITH THE '.
           05  WS-E2-EVENT-DAYS           PIC ZZZZ9.
           05  FILLER                     PIC X(27) VALUE
               ' DAYS BEFORE THE START -   '.
           05  WS-E2-STORES-TEXT          PIC X(46).

       01  WS-STORES-TEXT.
           05  FILLER                     PIC X(22) VALUE
               'PARTICIPATING STORES: '.
           05  WS-ST-STORE-COUNT          PIC ZZ9.
           05  FILLER                     PIC X(21) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                     PIC X(10) VALUE 'KEYCODE'.
           05  FILLER                     PIC X(11) VALUE 'STORES'.
           05  FILLER                     PIC X(11) VALUE
               ' PRE UNITS '.
           05  FILLER                     PIC X(11) VALUE
               ' EVT UNITS '.
           05  FILLER                     PIC X(10) VALUE
               'UNITS PCT '.
           05  FILLER                     PIC X(16) VALUE
               '      PRE SALES '.
           05  FILLER                     PIC X(16) VALUE
               '      EVT SALES '.
           05  FILLER                     PIC X(09) VALUE
               'SALES PCT'.

       01  WS-DETAIL-LINE.
           05  WS-DL-KEYCODE              PIC X(09).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-GROUP                PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-PRE-QTY              PIC -(9)9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-EVT-QTY              PIC -(9)9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-QTY-PCT              PIC -(6)9.9.
           05  WS-DL-QTY-PCT-X REDEFINES WS-DL-QTY-PCT
                                          PIC X(09).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-PRE-SALES            PIC -(11)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-EVT-SALES            PIC -(11)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-SALES-PCT            PIC -(6)9.9.
           05  WS-DL-SALES-PCT-X REDEFINES WS-DL-SALES-PCT
                                          PIC X(09).

       01  WS-LIFT-LINE.
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE 'LIFT PTS'.
           05  FILLER                     PIC X(23) VALUE SPACES.
           05  WS-LL-QTY-PTS              PIC -(6)9.9.
           05  WS-LL-QTY-PTS-X REDEFINES WS-LL-QTY-PTS
                                          PIC X(09).
           05  FILLER                     PIC X(33) VALUE SPACES.
           05  WS-LL-SALES-PTS            PIC -(6)9.9.
           05  WS-LL-SALES-PTS-X REDEFINES WS-LL-SALES-PTS
                                          PIC X(09).

       01  WS-SUMMARY-LINE.
           05  FILLER                     PIC X(12)
               VALUE 'SALES READ: '.
           05  WS-SM-RECORD-COUNT         PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(10)
               VALUE '  POSTED: '.
           05  WS-SM-POSTED-COUNT         PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(15)
               VALUE '  OPEN EVENTS: '.
           05  WS-SM-EVENT-COUNT          PIC ZZZ9.
           05  FILLER                     PIC X(12)
               VALUE '  REPORTED: '.
           05  WS-SM-REPORTED-COUNT       PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-SALE UNTIL WS-END-OF-FILE
           IF WS-RUN-STARTED
               PERFORM 3000-STAMP-ACCUMULATED
               PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                       UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
                   IF EV-CLOSED (WS-EVENT-IDX)
                       PERFORM 4000-REPORT-EVENT
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 8900-PRODUCE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           OPEN OUTPUT LIFT-RPT-FILE
           MOVE WS-BIZ-DATE TO WS-H1-DATE
           WRITE LIFT-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-PROMEVT-FS
           OPEN I-O PROMEVT-FILE
      *>   NO EVENT FILE MEANS NO PROMOTION HAS EVER BEEN SET UP --
      *>   NOTHING TO ACCUMULATE AND NOTHING TO REPORT.
           IF WS-PROMEVT-FS NOT = '00'
               MOVE 'NO PROMOTION EVENT FILE - NOTHING TO DO'
                   TO LIFT-RPT-LINE
               WRITE LIFT-RPT-LINE
               MOVE 'N' TO WS-RUN-SWITCH
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               MOVE 'Y' TO WS-PROMEVT-SWITCH
               PERFORM 1100-LOAD-EVENTS
               PERFORM 1300-OPEN-PROMHIST
               MOVE SPACES TO WS-DTAR020-FS
               OPEN INPUT DTAR020-FILE
      *>       WITHOUT TONIGHT'S EXTRACT A CLOSING EVENT WOULD BE
      *>       REPORTED SHORT -- STOP BEFORE ANYTHING IS REPORTED.
               IF WS-DTAR020-FS NOT = '00'
                   MOVE 'DTAR020G EXTRACT NOT AVAILABLE - RUN DTR110'
                       TO LIFT-RPT-LINE
                   WRITE LIFT-RPT-LINE
                   MOVE 16 TO RETURN-CODE
                   MOVE 'N' TO WS-RUN-SWITCH
                   MOVE 'Y' TO WS-EOF-SWITCH
               ELSE
                   PERFORM 1400-READ-DTAR020
               END-IF
           END-IF.

       1100-LOAD-EVENTS.
           MOVE LOW-VALUES TO PE-EVENT-ID
           START PROMEVT-FILE KEY >= PE-EVENT-ID
           IF WS-PROMEVT-FS = '00'
               MOVE 'N' TO WS-EVENT-EOF-SWITCH
               PERFORM 1150-LOAD-EVENT-RECORD UNTIL WS-EVENT-END
           END-IF.

       1150-LOAD-EVENT-RECORD.
           READ PROMEVT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EVENT-EOF-SWITCH
               NOT AT END
                   IF PE-EVENT-OPEN
                       IF WS-EVENT-COUNT < WS-EVENT-MAX
                           ADD 1 TO WS-EVENT-COUNT
                           MOVE WS-EVENT-COUNT TO WS-EVENT-IDX
                           PERFORM 1200-SET-EVENT-ENTRY
                       ELSE
                           MOVE 'PROMOTION EVENTS OVERFLOW TABLE'
                               TO LIFT-RPT-LINE
                           WRITE LIFT-RPT-LINE
                           MOVE 8 TO RETURN-CODE
                           MOVE 'Y' TO WS-EVENT-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.

       1200-SET-EVENT-ENTRY.
           MOVE PE-EVENT-ID    TO EV-EVENT-ID (WS-EVENT-IDX)
           MOVE PE-DESCRIPTION TO EV-DESCRIPTION (WS-EVENT-IDX)
           MOVE PE-START-DATE  TO EV-START-DATE (WS-EVENT-IDX)
           MOVE PE-END-DATE    TO EV-END-DATE (WS-EVENT-IDX)
           MOVE PE-START-DATE TO WS-DATE-NUM
           PERFORM 8000-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO EV-START-DAY (WS-EVENT-IDX)
           MOVE PE-END-DATE TO WS-DATE-NUM
           PERFORM 8000-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO EV-END-DAY (WS-EVENT-IDX)
           COMPUTE EV-EVENT-DAYS (WS-EVENT-IDX) =
               EV-END-DAY (WS-EVENT-IDX)
                   - EV-START-DAY (WS-EVENT-IDX) + 1
           COMPUTE EV-PRE-START-DAY (WS-EVENT-IDX) =
               EV-START-DAY (WS-EVENT-IDX)
                   - EV-EVENT-DAYS (WS-EVENT-IDX)
      *>   AN EVENT ALREADY ACCUMULATED FOR THIS BUSINESS DATE IS A
      *>   RERUN -- ITS SALES ARE ON PROMHIST ALREADY.
           IF PE-LAST-ACCUM-DATE < WS-BIZ-DATE
               MOVE 'Y' TO EV-ACCUM-FLAG (WS-EVENT-IDX)
               ADD 1 TO WS-ACCUM-EVENT-COUNT
           ELSE
               MOVE 'N' TO EV-ACCUM-FLAG (WS-EVENT-IDX)
           END-IF
           IF PE-END-DATE < WS-BIZ-DATE
               MOVE 'Y' TO EV-CLOSED-FLAG (WS-EVENT-IDX)
           ELSE
               MOVE 'N' TO EV-CLOSED-FLAG (WS-EVENT-IDX)
           END-IF
           MOVE PE-ALL-STORES-FLAG TO EV-ALL-STORES-FLAG (WS-EVENT-IDX)
           MOVE PE-STORE-COUNT     TO EV-STORE-COUNT (WS-EVENT-IDX)
           MOVE PE-STORE-TABLE     TO EV-STORE-TABLE (WS-EVENT-IDX)
           MOVE PE-ITEM-COUNT      TO EV-ITEM-COUNT (WS-EVENT-IDX)
           MOVE PE-ITEM-TABLE      TO EV-ITEM-TABLE (WS-EVENT-IDX).

       1300-OPEN-PROMHIST.
      *>   THE FIRST RUN AFTER THE FIRST EVENT IS SET UP ARRIVES
      *>   BEFORE THE FILE EXISTS -- CREATE IT AND REOPEN.
           MOVE SPACES TO WS-PROMHIST-FS
           OPEN I-O PROMHIST-FILE
           IF WS-PROMHIST-FS NOT = '00'
               OPEN OUTPUT PROMHIST-FILE
               CLOSE PROMHIST-FILE
               OPEN I-O PROMHIST-FILE
           END-IF.

       1400-READ-DTAR020.
           READ DTAR020-FILE INTO DTAR020-RECORD-DATA
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2000-ACCUMULATE-SALE.
           ADD 1 TO WS-RECORD-COUNT
           IF WS-ACCUM-EVENT-COUNT > 0
               MOVE DTAR020-DATE TO WS-DATE-7
               COMPUTE WS-DATE-8-CC = 19 + WS-DATE-7-CENTURY
               MOVE WS-DATE-7-YYMMDD TO WS-DATE-8-YYMMDD
               MOVE WS-DATE-8 TO WS-DATE-NUM
               PERFORM 8000-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-SALE-DAY-NUMBER
               PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                       UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
                   IF EV-ACCUMULATE (WS-EVENT-IDX)
                       AND WS-SALE-DAY-NUMBER NOT <
                           EV-PRE-START-DAY (WS-EVENT-IDX)
                       AND WS-SALE-DAY-NUMBER NOT >
                           EV-END-DAY (WS-EVENT-IDX)
                       PERFORM 2100-MATCH-KEYCODE
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 1400-READ-DTAR020.

       2100-MATCH-KEYCODE.
           MOVE 0 TO WS-ITEM-FOUND
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > EV-ITEM-COUNT (WS-EVENT-IDX)
               IF EV-KEYCODE-NO (WS-EVENT-IDX, WS-ITEM-IDX)
                       = DTAR020-KEYCODE-NO
                   MOVE WS-ITEM-IDX TO WS-ITEM-FOUND
                   MOVE EV-ITEM-COUNT (WS-EVENT-IDX) TO WS-ITEM-IDX
               END-IF
           END-PERFORM
           IF WS-ITEM-FOUND NOT = 0
               PERFORM 2200-POST-HISTORY
           END-IF.

       2200-POST-HISTORY.
           MOVE EV-EVENT-ID (WS-EVENT-IDX) TO PH-EVENT-ID
           MOVE DTAR020-STORE-NO           TO PH-STORE-NO
           MOVE DTAR020-KEYCODE-NO         TO PH-KEYCODE-NO
           READ PROMHIST-FILE
           IF WS-PROMHIST-FS NOT = '00'
               MOVE EV-EVENT-ID (WS-EVENT-IDX) TO PH-EVENT-ID
               MOVE DTAR020-STORE-NO           TO PH-STORE-NO
               MOVE DTAR020-KEYCODE-NO         TO PH-KEYCODE-NO
               MOVE 0 TO PH-PRE-QTY
               MOVE 0 TO PH-PRE-SALES
               MOVE 0 TO PH-EVT-QTY
               MOVE 0 TO PH-EVT-SALES
           END-IF
           IF WS-SALE-DAY-NUMBER < EV-START-DAY (WS-EVENT-IDX)
               ADD DTAR020-QTY-SOLD   TO PH-PRE-QTY
               ADD DTAR020-SALE-PRICE TO PH-PRE-SALES
           ELSE
               ADD DTAR020-QTY-SOLD   TO PH-EVT-QTY
               ADD DTAR020-SALE-PRICE TO PH-EVT-SALES
           END-IF
           IF WS-PROMHIST-FS = '00'
               REWRITE PROMHIST-RECORD
           ELSE
               WRITE PROMHIST-RECORD
           END-IF
           ADD 1 TO WS-POSTED-COUNT.

       3000-STAMP-ACCUMULATED.
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
               IF EV-ACCUMULATE (WS-EVENT-IDX)
                   MOVE EV-EVENT-ID (WS-EVENT-IDX) TO PE-EVENT-ID
                   READ PROMEVT-FILE
                   IF WS-PROMEVT-FS = '00'
                       MOVE WS-BIZ-DATE TO PE-LAST-ACCUM-DATE
                       REWRITE PROMEVT-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       4000-REPORT-EVENT.
           INITIALIZE LIFT-TOTAL-TABLE
           MOVE EV-EVENT-ID (WS-EVENT-IDX) TO PH-EVENT-ID
           MOVE 0                          TO PH-STORE-NO
           MOVE LOW-VALUES                 TO PH-KEYCODE-NO
           START PROMHIST-FILE KEY >= PH-KEY
           IF WS-PROMHIST-FS = '00'
               MOVE 'N' TO WS-HIST-EOF-SWITCH
               PERFORM 4100-TOTAL-HISTORY-RECORD UNTIL WS-HIST-END
           END-IF
           PERFORM 4300-PRINT-EVENT
           MOVE EV-EVENT-ID (WS-EVENT-IDX) TO PE-EVENT-ID
           READ PROMEVT-FILE
           IF WS-PROMEVT-FS = '00'
               MOVE 'R'         TO PE-STATUS
               MOVE WS-BIZ-DATE TO PE-REPORTED-DATE
               REWRITE PROMEVT-RECORD
               ADD 1 TO WS-REPORTED-COUNT
           END-IF.

       4100-TOTAL-HISTORY-RECORD.
           READ PROMHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SWITCH
               NOT AT END
                   IF PH-EVENT-ID NOT = EV-EVENT-ID (WS-EVENT-IDX)
                       MOVE 'Y' TO WS-HIST-EOF-SWITCH
                   ELSE
                       PERFORM 4200-ADD-TO-TOTALS
                   END-IF
           END-READ.

       4200-ADD-TO-TOTALS.
           MOVE 0 TO WS-ITEM-FOUND
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > EV-ITEM-COUNT (WS-EVENT-IDX)
               IF EV-KEYCODE-NO (WS-EVENT-IDX, WS-ITEM-IDX)
                       = PH-KEYCODE-NO
                   MOVE WS-ITEM-IDX TO WS-ITEM-FOUND
                   MOVE EV-ITEM-COUNT (WS-EVENT-IDX) TO WS-ITEM-IDX
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-STORE-IN-SWITCH
           IF EV-ALL-STORES (WS-EVENT-IDX)
               MOVE 'Y' TO WS-STORE-IN-SWITCH
           ELSE
               PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                       UNTIL WS-STORE-IDX >
                           EV-STORE-COUNT (WS-EVENT-IDX)
                   IF EV-STORE-NO (WS-EVENT-IDX, WS-STORE-IDX)
                           = PH-STORE-NO
                       MOVE 'Y' TO WS-STORE-IN-SWITCH
                       MOVE EV-STORE-COUNT (WS-EVENT-IDX)
                           TO WS-STORE-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-STORE-PARTICIPATES
               MOVE 1 TO WS-GROUP-IDX
           ELSE
               MOVE 2 TO WS-GROUP-IDX
           END-IF
           IF WS-ITEM-FOUND NOT = 0
               ADD PH-PRE-QTY
                   TO LF-PRE-QTY (WS-ITEM-FOUND, WS-GROUP-IDX)
               ADD PH-EVT-QTY
                   TO LF-EVT-QTY (WS-ITEM-FOUND, WS-GROUP-IDX)
               ADD PH-PRE-SALES
                   TO LF-PRE-SALES (WS-ITEM-FOUND, WS-GROUP-IDX)
               ADD PH-EVT-SALES
                   TO LF-EVT-SALES (WS-ITEM-FOUND, WS-GROUP-IDX)
           END-IF
           ADD PH-PRE-QTY
               TO LF-PRE-QTY (WS-TOTAL-ENTRY, WS-GROUP-IDX)
           ADD PH-EVT-QTY
               TO LF-EVT-QTY (WS-TOTAL-ENTRY, WS-GROUP-IDX)
           ADD PH-PRE-SALES
               TO LF-PRE-SALES (WS-TOTAL-ENTRY, WS-GROUP-IDX)
           ADD PH-EVT-SALES
               TO LF-EVT-SALES (WS-TOTAL-ENTRY, WS-GROUP-IDX).

       4300-PRINT-EVENT.
           MOVE SPACES TO LIFT-RPT-LINE
           WRITE LIFT-RPT-LINE
           MOVE EV-EVENT-ID (WS-EVENT-IDX)    TO WS-E1-EVENT-ID
           MOVE EV-DESCRIPTION (WS-EVENT-IDX) TO WS-E1-DESCRIPTION
           MOVE EV-START-DATE (WS-EVENT-IDX)  TO WS-E1-START-DATE
           MOVE EV-END-DATE (WS-EVENT-IDX)    TO WS-E1-END-DATE
           WRITE LIFT-RPT-LINE FROM WS-EVENT-LINE-1
           MOVE EV-EVENT-DAYS (WS-EVENT-IDX)  TO WS-E2-EVENT-DAYS
           IF EV-ALL-STORES (WS-EVENT-IDX)
               MOVE 'ALL STORES - NO COMPARISON STORES'
                   TO WS-E2-STORES-TEXT
           ELSE
               MOVE EV-STORE-COUNT (WS-EVENT-IDX)
                   TO WS-ST-STORE-COUNT
               MOVE WS-STORES-TEXT TO WS-E2-STORES-TEXT
           END-IF
           WRITE LIFT-RPT-LINE FROM WS-EVENT-LINE-2
           WRITE LIFT-RPT-LINE FROM WS-COLUMN-HEADING
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > EV-ITEM-COUNT (WS-EVENT-IDX)
               MOVE EV-KEYCODE-NO (WS-EVENT-IDX, WS-ITEM-IDX)
                   TO WS-DL-KEYCODE
               MOVE WS-ITEM-IDX TO WS-ITEM-FOUND
               PERFORM 4400-PRINT-LIFT-ENTRY
           END-PERFORM
           MOVE 'ALL ITEMS' TO WS-DL-KEYCODE
           MOVE WS-TOTAL-ENTRY TO WS-ITEM-FOUND
           PERFORM 4400-PRINT-LIFT-ENTRY.

       4400-PRINT-LIFT-ENTRY.
      *>   PARTICIPATING STORES, THEN THE OTHER STORES AND THE LIFT
      *>   BETWEEN THEM WHEN THE EVENT DID NOT RUN CHAIN-WIDE.
           MOVE 1 TO WS-GROUP-IDX
           MOVE 'PROMO' TO WS-DL-GROUP
           PERFORM 4500-PRINT-GROUP-LINE
           MOVE WS-PCT-CHANGE TO WS-PART-SALES-PCT
           MOVE WS-PCT-SWITCH TO WS-PART-SALES-SWITCH
           IF NOT EV-ALL-STORES (WS-EVENT-IDX)
               MOVE 2 TO WS-GROUP-IDX
               MOVE 'OTHER' TO WS-DL-GROUP
               MOVE SPACES TO WS-DL-KEYCODE
               PERFORM 4500-PRINT-GROUP-LINE
               IF WS-PCT-AVAILABLE AND WS-PART-SALES-AVAILABLE
                   COMPUTE WS-LIFT-POINTS =
                       WS-PART-SALES-PCT - WS-PCT-CHANGE
                   MOVE WS-LIFT-POINTS TO WS-LL-SALES-PTS
               ELSE
                   MOVE '      N/A' TO WS-LL-SALES-PTS-X
               END-IF
               MOVE LF-PRE-QTY (WS-ITEM-FOUND, 2) TO WS-PRE-AMOUNT
               MOVE LF-EVT-QTY (WS-ITEM-FOUND, 2) TO WS-EVT-AMOUNT
               PERFORM 4600-SET-PCT-CHANGE
               IF WS-PCT-AVAILABLE AND WS-PART-QTY-AVAILABLE
                   COMPUTE WS-LIFT-POINTS =
                       WS-PART-QTY-PCT - WS-PCT-CHANGE
                   MOVE WS-LIFT-POINTS TO WS-LL-QTY-PTS
               ELSE
                   MOVE '      N/A' TO WS-LL-QTY-PTS-X
               END-IF
               WRITE LIFT-RPT-LINE FROM WS-LIFT-LINE
           END-IF.

       4500-PRINT-GROUP-LINE.
      *>   LEAVES THE SALES PERCENTAGE IN WS-PCT-CHANGE AND THE
      *>   UNITS PERCENTAGE IN WS-PART-QTY-PCT FOR THE LIFT LINE.
           MOVE LF-PRE-QTY (WS-ITEM-FOUND, WS-GROUP-IDX)
               TO WS-DL-PRE-QTY
           MOVE LF-EVT-QTY (WS-ITEM-FOUND, WS-GROUP-IDX)
               TO WS-DL-EVT-QTY
           MOVE LF-PRE-SALES (WS-ITEM-FOUND, WS-GROUP-IDX)
               TO WS-DL-PRE-SALES
           MOVE LF-EVT-SALES (WS-ITEM-FOUND, WS-GROUP-IDX)
               TO WS-DL-EVT-SALES
           MOVE LF-PRE-QTY (WS-ITEM-FOUND, WS-GROUP-IDX)
               TO WS-PRE-AMOUNT
           MOVE LF-EVT-QTY (WS-ITEM-FOUND, WS-GROUP-IDX)
               TO WS-EVT-AMOUNT
           PERFORM 4600-SET-PCT-CHANGE
           IF WS-PCT-AVAILABLE
               MOVE WS-PCT-CHANGE TO WS-DL-QTY-PCT
           ELSE
               MOVE '      N/A' TO WS-DL-QTY-PCT-X
           END-IF
           IF WS-GROUP-IDX = 1
               MOVE WS-PCT-CHANGE TO WS-PART-QTY-PCT
               MOVE WS-PCT-SWITCH TO WS-PART-QTY-SWITCH
           END-IF
           MOVE LF-PRE-SALES (WS-ITEM-FOUND, WS-GROUP-IDX)
               TO WS-PRE-AMOUNT
           MOVE LF-EVT-SALES (WS-ITEM-FOUND, WS-GROUP-IDX)
               TO WS-EVT-AMOUNT
           PERFORM 4600-SET-PCT-CHANGE
           IF WS-PCT-AVAILABLE
               MOVE WS-PCT-CHANGE TO WS-DL-SALES-PCT
           ELSE
               MOVE '      N/A' TO WS-DL-SALES-PCT-X
           END-IF
           WRITE LIFT-RPT-LINE FROM WS-DETAIL-LINE.

       4600-SET-PCT-CHANGE.
      *>   CHANGE ON THE PRE-EVENT WINDOW; NOTHING TO COMPARE WITH
      *>   WHEN THERE WAS NOTHING BEFORE THE EVENT.
           MOVE 'N' TO WS-PCT-SWITCH
           MOVE 0 TO WS-PCT-CHANGE
           IF WS-PRE-AMOUNT NOT = 0
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   (WS-EVT-AMOUNT - WS-PRE-AMOUNT) * 100
                       / WS-PRE-AMOUNT
                   ON SIZE ERROR
                       MOVE 0 TO WS-PCT-CHANGE
                   NOT ON SIZE ERROR
                       MOVE 'Y' TO WS-PCT-SWITCH
               END-COMPUTE
           END-IF.

       8000-DAY-NUMBER.
      *>   DAYS SINCE A FIXED BASE FOR WS-DATE-NUM, WITH MARCH AS
      *>   THE FIRST MONTH SO THE LEAP DAY FALLS AT THE YEAR END.
           MOVE WS-DF-CCYY TO WS-DN-YEAR
           MOVE WS-DF-MM   TO WS-DN-MONTH
           IF WS-DN-MONTH < 3
               SUBTRACT 1 FROM WS-DN-YEAR
               ADD 12 TO WS-DN-MONTH
           END-IF
           DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-Q4
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
           COMPUTE WS-DN-REM = (WS-DN-MONTH - 3) * 153 + 2
           DIVIDE WS-DN-REM BY 5 GIVING WS-DN-QMONTH
           COMPUTE WS-DAY-NUMBER = WS-DN-YEAR * 365 + WS-DN-Q4
               - WS-DN-Q100 + WS-DN-Q400 + WS-DN-QMONTH + WS-DF-DD.

       8900-PRODUCE-SUMMARY.
           MOVE SPACES TO LIFT-RPT-LINE
           WRITE LIFT-RPT-LINE
           MOVE WS-RECORD-COUNT   TO WS-SM-RECORD-COUNT
           MOVE WS-POSTED-COUNT   TO WS-SM-POSTED-COUNT
           MOVE WS-EVENT-COUNT    TO WS-SM-EVENT-COUNT
           MOVE WS-REPORTED-COUNT TO WS-SM-REPORTED-COUNT
           WRITE LIFT-RPT-LINE FROM WS-SUMMARY-LINE.

       9000-TERMINATE.
           IF WS-PROMEVT-AVAILABLE
               CLOSE PROMEVT-FILE
               CLOSE PROMHIST-FILE
               CLOSE DTAR020-FILE
           END-IF
           CLOSE LIFT-RPT-FILE.
