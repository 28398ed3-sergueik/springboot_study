      *
      *   DTR390 - PROMOTION EVENT MASTER BATCH MAINTENANCE
      *
      *   MAINTAINS THE INDEXED PROMOTION EVENT MASTER (SEE PROMEVT
      *   COPYBOOK) FROM MARKETING'S KEYED TRANSACTIONS.  A TEMPORARY
      *   PROMOTION RUNS FOR A DATE RANGE IN SELECTED STORES WITHOUT
      *   CHANGING THE KEYCODE MASTER RETAIL PRICE, SO DTR260 IS NOT
      *   THE PLACE FOR IT.  ONE TRANSACTION PER LINE:
      *
      *       'A'    ADD AN EVENT - START AND END DATE, ALL-STORES
      *              FLAG AND DESCRIPTION
      *       'K'    PUT A KEYCODE ON AN EVENT AT ITS PROMO PRICE,
      *              OR REPRICE ONE ALREADY ON IT
      *       'S'    PUT A PARTICIPATING STORE ON AN EVENT
      *       'D'    CANCEL AN EVENT
      *
      *   AN EVENT MUST BE ADDED AT LEAST AS MANY DAYS AHEAD OF ITS
      *   START AS IT RUNS, SO THAT DTR400 (WHICH ONLY ACCUMULATES
      *   FOR EVENTS ALREADY ON FILE) SEES A FULL PRE-EVENT WINDOW -
      *   THE START DATE LESS THE BIZDATE BUSINESS DATE, IN DAYS,
      *   MAY NOT BE LESS THAN THE NUMBER OF DAYS THE EVENT RUNS.
      *   FOR THE SAME REASON A NEW KEYCODE CAN BE PUT ON AN EVENT
      *   ONLY WHILE THAT MANY DAYS REMAIN BEFORE ITS START; A KEYCODE
      *   ALREADY ON IT CAN BE REPRICED, AND STORES ADDED, UNTIL THE
      *   EVENT ENDS.  A KEYCODE MUST BE ON THE ITEM MASTER WITH A
      *   RETAIL PRICE
      *   ABOVE THE PROMO PRICE, AND A STORE MUST BE ON THE STORE
      *   MASTER.  AN EVENT FOR ALL STORES TAKES NO STORE LIST.  A
      *   CANCELLED OR REPORTED EVENT CANNOT BE CHANGED.  EVERY
      *   APPLIED TRANSACTION IS AUDITED (A REPRICE OR CANCEL WITH
      *   ITS BEFORE IMAGE TOO), ON THE REPORT AND ON THE SHARED
      *   AUDIT JOURNAL (AUDITUTL).  A TRANSACTION THAT CANNOT BE
      *   APPLIED IS REPORTED AND SKIPPED.  DTR400 ACCUMULATES THE
      *   PROMOTED SALES AND PRINTS THE LIFT REPORT.
      *
      *   TRANSACTION LAYOUT (PROMTRAN, 80 BYTES): ACTION X(1),
      *   EVENT ID X(8), FILLER X(1), THEN BY ACTION -
      *       'A'  START DATE 9(8) CCYYMMDD, END DATE 9(8) CCYYMMDD,
      *            ALL-STORES FLAG X(1) 'Y' OR 'N', DESCRIPTION
      *            X(30)
      *       'K'  KEYCODE X(8), PROMO PRICE 9(5)V99 DISPLAY
      *       'S'  STORE NUMBER 9(3)
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR TEMPORARY PROMOTION EVENT
      *               MAINTENANCE.
      *   2026-10-15  JOURNAL EVERY IMAGE TO THE SHARED AUDIT JOURNAL
      *               THROUGH AUDITUTL; BEFORE IMAGE ON A REPRICE OR
      *               CANCEL.
      *   2026-10-15  REJECT AN ADD WHOSE START IS TOO SOON FOR A
      *               FULL PRE-EVENT WINDOW.
      *   2026-10-15  REJECT A NEW KEYCODE ONCE THE PRE-EVENT WINDOW
      *               HAS OPENED; A REPRICE IS STILL TAKEN.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTR390.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-TRAN-FILE ASSIGN TO PROMTRAN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROMEVT-FILE    ASSIGN TO PROMEVT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PE-EVENT-ID
               FILE STATUS IS WS-PROMEVT-FS.
           SELECT KEYCMAST-FILE   ASSIGN TO KEYCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KEYCMAST-KEYCODE-NO
               FILE STATUS IS WS-KEYCMAST-FS.
           SELECT STORMAST-FILE   ASSIGN TO STORMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORMAST-FS.
           SELECT MAINT-RPT-FILE  ASSIGN TO PROMMNTR
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PROMO-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PROMO-TRAN-FILE-RECORD         PIC X(80).

       FD  PROMEVT-FILE.
       COPY PROMEVT.

       FD  KEYCMAST-FILE.
       COPY KEYCMAST.

       FD  STORMAST-FILE
           RECORDING MODE IS F.
       01  STORMAST-FILE-RECORD           PIC X(51).

       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY STORMAST.

       01  WS-PROMO-TRAN-RECORD.
           05  PT-ACTION                  PIC X(01).
               88  PT-ACTION-ADD          VALUE 'A'.
               88  PT-ACTION-KEYCODE      VALUE 'K'.
               88  PT-ACTION-STORE        VALUE 'S'.
               88  PT-ACTION-CANCEL       VALUE 'D'.
           05  PT-EVENT-ID                PIC X(08).
           05  FILLER                     PIC X(01).
           05  PT-BODY                    PIC X(70).
           05  PT-ADD-BODY REDEFINES PT-BODY.
               10  PT-START-DATE          PIC 9(08).
               10  PT-END-DATE            PIC 9(08).
               10  PT-ALL-STORES-FLAG     PIC X(01).
               10  PT-DESCRIPTION         PIC X(30).
               10  FILLER                 PIC X(23).
           05  PT-KEYCODE-BODY REDEFINES PT-BODY.
               10  PT-KEYCODE-NO          PIC X(08).
               10  PT-PROMO-PRICE         PIC 9(05)V99.
               10  FILLER                 PIC X(55).
           05  PT-STORE-BODY REDEFINES PT-BODY.
               10  PT-STORE-NO            PIC 9(03).
               10  FILLER                 PIC X(67).

       01  WS-PROMEVT-FS                  PIC X(02).
       01  WS-KEYCMAST-FS                 PIC X(02).
       01  WS-STORMAST-FS                 PIC X(02).

       COPY AUDJRNL.

      *> AUDITUTL LINKAGE WORK AREA
       01  WS-AUD-ACTION                  PIC X(01).
       01  WS-AUD-STATUS                  PIC X(01).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-RUN-SWITCH                  PIC X(01) VALUE 'Y'.
           88  WS-RUN-STARTED             VALUE 'Y'.

       01  WS-TRAN-OK                     PIC X(01).
           88  WS-TRAN-IS-VALID           VALUE 'Y'.
       01  WS-REJECT-REASON               PIC X(40).

       01  WS-DATE-FIELDS.
           05  WS-DF-CCYY                 PIC 9(04).
           05  WS-DF-MM                   PIC 9(02).
           05  WS-DF-DD                   PIC 9(02).
       01  WS-DATE-NUM REDEFINES WS-DATE-FIELDS PIC 9(08).
       01  WS-DATE-OK                     PIC X(01).
           88  WS-DATE-IS-VALID           VALUE 'Y'.

      *>   DAY NUMBER OF A DATE (THE DTR400 CALCULATION).
       01  WS-DN-YEAR                     PIC 9(04).
       01  WS-DN-MONTH                    PIC 9(02).
       01  WS-DN-Q4                       PIC 9(04).
       01  WS-DN-Q100                     PIC 9(04).
       01  WS-DN-Q400                     PIC 9(04).
       01  WS-DN-QMONTH                   PIC 9(04).
       01  WS-DN-REM                      PIC 9(04).
       01  WS-DAY-NUMBER                  PIC 9(07).
       01  WS-BIZ-DAY-NUMBER              PIC 9(07).
       01  WS-START-DAY-NUMBER            PIC 9(07).
       01  WS-END-DAY-NUMBER              PIC 9(07).
       01  WS-LEAD-DAYS                   PIC S9(07) COMP-3.
       01  WS-EVENT-DAYS                  PIC S9(07) COMP-3.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       01  WS-STORE-MAX                   PIC S9(04) COMP VALUE 1000.
       01  WS-STORE-COUNT                 PIC S9(04) COMP VALUE 0.
       01  WS-STORE-IDX                   PIC S9(04) COMP VALUE 0.
       01  STORE-NO-TABLE.
           05  ST-STORE-NO                PIC S9(03) COMP-3
                                          OCCURS 1000 TIMES.

       01  WS-FOUND-IDX                   PIC S9(04) COMP VALUE 0.
       01  WS-SCAN-IDX                    PIC S9(04) COMP VALUE 0.

       01  WS-TRAN-COUNT                  PIC S9(09) COMP-3 VALUE 0.
       01  WS-APPLIED-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-REJECT-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-AUD-FAIL-COUNT              PIC S9(09) COMP-3 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(44)
               VALUE 'DTR390  PROMOTION EVENT MAINTENANCE'.

       01  WS-IMAGE-LINE.
           05  WS-IL-TAG                  PIC X(08).
           05  WS-IL-EVENT-ID             PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-START-DATE           PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-END-DATE             PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-ALL-STORES           PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-STATUS               PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-IL-DETAIL               PIC X(30).

       01  WS-ITEM-DETAIL.
           05  WS-ID-KEYCODE              PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-ID-PROMO-PRICE          PIC ZZZZ9.99.
           05  FILLER                     PIC X(13) VALUE SPACES.

       01  WS-STORE-DETAIL.
           05  FILLER                     PIC X(06) VALUE 'STORE '.
           05  WS-SD-STORE-NO             PIC ZZ9.
           05  FILLER                     PIC X(21) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER                     PIC X(08) VALUE 'REJECT  '.
           05  WS-RJ-ACTION               PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RJ-EVENT-ID             PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RJ-REASON               PIC X(40).

       01  WS-SUMMARY-LINE.
           05  FILLER                     PIC X(14)
               VALUE 'TRANS READ:   '.
           05  WS-SL-TRAN-COUNT           PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(11)
               VALUE '  APPLIED: '.
           05  WS-SL-APPLIED-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(12)
               VALUE '  REJECTED: '.
           05  WS-SL-REJECT-COUNT         PIC ZZZZZZZZ9.

       01  WS-AUD-FAIL-LINE.
           05  FILLER                     PIC X(30)
               VALUE 'AUDIT JOURNAL WRITE FAILURES: '.
           05  WS-AF-FAIL-COUNT           PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRAN UNTIL WS-END-OF-FILE
           PERFORM 3000-PRODUCE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           OPEN INPUT PROMO-TRAN-FILE
           PERFORM 1050-OPEN-PROMEVT
           MOVE SPACES TO WS-KEYCMAST-FS
           OPEN INPUT KEYCMAST-FILE
           OPEN OUTPUT MAINT-RPT-FILE
           WRITE MAINT-RPT-LINE FROM WS-HEADING-1
      *>   WITHOUT THE ITEM AND STORE MASTERS EVERY KEYCODE AND
      *>   STORE WOULD REJECT AS UNKNOWN -- STOP THE RUN INSTEAD.
           IF WS-KEYCMAST-FS NOT = '00'
               MOVE 'KEYCODE ITEM MASTER NOT AVAILABLE - RUN DTR170'
                   TO MAINT-RPT-LINE
               WRITE MAINT-RPT-LINE
               MOVE 'N' TO WS-RUN-SWITCH
           ELSE
               PERFORM 1100-LOAD-STORE-MASTER
           END-IF
           IF WS-RUN-STARTED
               PERFORM 1200-READ-TRAN
           ELSE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       1050-OPEN-PROMEVT.
      *>   THE VERY FIRST MAINTENANCE RUN ARRIVES BEFORE THE FILE
      *>   EXISTS -- CREATE IT AND REOPEN IN THAT CASE.
           MOVE SPACES TO WS-PROMEVT-FS
           OPEN I-O PROMEVT-FILE
           IF WS-PROMEVT-FS NOT = '00'
               OPEN OUTPUT PROMEVT-FILE
               CLOSE PROMEVT-FILE
               OPEN I-O PROMEVT-FILE
           END-IF.

       1100-LOAD-STORE-MASTER.
           MOVE SPACES TO WS-STORMAST-FS
           OPEN INPUT STORMAST-FILE
           IF WS-STORMAST-FS NOT = '00'
               MOVE 'STORE MASTER NOT AVAILABLE' TO MAINT-RPT-LINE
               WRITE MAINT-RPT-LINE
               MOVE 'N' TO WS-RUN-SWITCH
           ELSE
               PERFORM 1150-LOAD-STORE-RECORD UNTIL WS-END-OF-FILE
               CLOSE STORMAST-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       1150-LOAD-STORE-RECORD.
           READ STORMAST-FILE INTO STORMAST-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-STORE-COUNT < WS-STORE-MAX
                       ADD 1 TO WS-STORE-COUNT
                       MOVE STORMAST-STORE-NO
                           TO ST-STORE-NO (WS-STORE-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-EOF-SWITCH
                       MOVE 'N' TO WS-RUN-SWITCH
                       MOVE 'STORE MASTER OVERFLOWS TABLE - RUN STOPPED'
                           TO MAINT-RPT-LINE
                       WRITE MAINT-RPT-LINE
                   END-IF
           END-READ.

       1200-READ-TRAN.
           READ PROMO-TRAN-FILE INTO WS-PROMO-TRAN-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2000-PROCESS-TRAN.
           ADD 1 TO WS-TRAN-COUNT
           PERFORM 2100-EDIT-TRAN
           IF WS-TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN PT-ACTION-ADD
                       PERFORM 2200-APPLY-ADD
                   WHEN PT-ACTION-KEYCODE
                       PERFORM 2300-APPLY-KEYCODE
                   WHEN PT-ACTION-STORE
                       PERFORM 2400-APPLY-STORE
                   WHEN PT-ACTION-CANCEL
                       PERFORM 2500-APPLY-CANCEL
               END-EVALUATE
           END-IF
           IF NOT WS-TRAN-IS-VALID
               PERFORM 2900-WRITE-REJECT
           END-IF
           PERFORM 1200-READ-TRAN.

       2100-EDIT-TRAN.
           MOVE 'Y' TO WS-TRAN-OK
           IF NOT PT-ACTION-ADD AND NOT PT-ACTION-KEYCODE
                   AND NOT PT-ACTION-STORE AND NOT PT-ACTION-CANCEL
               MOVE 'ACTION CODE IS NOT A, K, S OR D'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           END-IF
           IF WS-TRAN-IS-VALID AND PT-EVENT-ID = SPACES
               MOVE 'EVENT ID IS BLANK' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           END-IF
           IF WS-TRAN-IS-VALID AND PT-ACTION-ADD
               PERFORM 2110-EDIT-ADD
           END-IF
           IF WS-TRAN-IS-VALID AND PT-ACTION-KEYCODE
               PERFORM 2120-EDIT-KEYCODE
           END-IF
           IF WS-TRAN-IS-VALID AND PT-ACTION-STORE
               PERFORM 2130-EDIT-STORE
           END-IF
      *>   EVERYTHING BUT AN ADD WORKS ON AN EVENT ALREADY ON FILE.
           IF WS-TRAN-IS-VALID AND NOT PT-ACTION-ADD
               MOVE PT-EVENT-ID TO PE-EVENT-ID
               READ PROMEVT-FILE
               IF WS-PROMEVT-FS NOT = '00'
                   MOVE 'EVENT NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               ELSE
                   IF NOT PE-EVENT-OPEN
                       MOVE 'EVENT ALREADY CANCELLED OR REPORTED'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-TRAN-OK
                   END-IF
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID
                   AND (PT-ACTION-KEYCODE OR PT-ACTION-STORE)
               IF PE-END-DATE < WS-BIZ-DATE
                   MOVE 'EVENT HAS ENDED' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND PT-ACTION-KEYCODE
               PERFORM 2140-EDIT-NEW-KEYCODE
           END-IF
           IF WS-TRAN-IS-VALID AND PT-ACTION-KEYCODE
               IF PT-PROMO-PRICE NOT < KEYCMAST-RETAIL-PRICE
                   MOVE 'PROMO PRICE NOT BELOW RETAIL PRICE'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND PT-ACTION-STORE
               IF PE-ALL-STORES
                   MOVE 'EVENT IS FOR ALL STORES' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF.

       2110-EDIT-ADD.
           IF PT-START-DATE NOT NUMERIC
               MOVE 'START DATE NOT NUMERIC' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           ELSE
               MOVE PT-START-DATE TO WS-DATE-FIELDS
               PERFORM 2190-CHECK-DATE
               IF NOT WS-DATE-IS-VALID
                   MOVE 'START DATE NOT A VALID DATE'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID
               IF PT-END-DATE NOT NUMERIC
                   MOVE 'END DATE NOT NUMERIC' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               ELSE
                   MOVE PT-END-DATE TO WS-DATE-FIELDS
                   PERFORM 2190-CHECK-DATE
                   IF NOT WS-DATE-IS-VALID
                       MOVE 'END DATE NOT A VALID DATE'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-TRAN-OK
                   END-IF
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND PT-END-DATE < PT-START-DATE
               MOVE 'END DATE BEFORE START DATE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           END-IF
           IF WS-TRAN-IS-VALID AND PT-START-DATE < WS-BIZ-DATE
               MOVE 'START DATE BEFORE BUSINESS DATE'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           END-IF
      *>   DTR400 BUILDS THE PRE-EVENT FIGURES FROM THE SAME NUMBER
      *>   OF DAYS BEFORE THE START AS THE EVENT RUNS, AND ONLY FROM
      *>   THE NIGHTS THE EVENT IS ON FILE.
           IF WS-TRAN-IS-VALID
               MOVE WS-BIZ-DATE TO WS-DATE-NUM
               PERFORM 8000-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-BIZ-DAY-NUMBER
               MOVE PT-START-DATE TO WS-DATE-NUM
               PERFORM 8000-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-START-DAY-NUMBER
               MOVE PT-END-DATE TO WS-DATE-NUM
               PERFORM 8000-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-END-DAY-NUMBER
               COMPUTE WS-LEAD-DAYS =
                   WS-START-DAY-NUMBER - WS-BIZ-DAY-NUMBER
               COMPUTE WS-EVENT-DAYS =
                   WS-END-DAY-NUMBER - WS-START-DAY-NUMBER + 1
               IF WS-LEAD-DAYS < WS-EVENT-DAYS
                   MOVE 'START TOO SOON FOR FULL PRE-EVENT WINDOW'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID
               IF PT-ALL-STORES-FLAG = SPACE
                   MOVE 'N' TO PT-ALL-STORES-FLAG
               END-IF
               IF PT-ALL-STORES-FLAG NOT = 'Y'
                       AND PT-ALL-STORES-FLAG NOT = 'N'
                   MOVE 'ALL-STORES FLAG IS NOT Y OR N'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF.

       2120-EDIT-KEYCODE.
           IF PT-KEYCODE-NO = SPACES
               MOVE 'KEYCODE IS BLANK' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           END-IF
           IF WS-TRAN-IS-VALID
               IF PT-PROMO-PRICE NOT NUMERIC OR PT-PROMO-PRICE = 0
                   MOVE 'KEYCODE WITHOUT A VALID PROMO PRICE'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID
               MOVE PT-KEYCODE-NO TO KEYCMAST-KEYCODE-NO
               READ KEYCMAST-FILE
               IF WS-KEYCMAST-FS NOT = '00'
                   MOVE 'KEYCODE NOT ON ITEM MASTER'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF.

       2130-EDIT-STORE.
           IF PT-STORE-NO NOT NUMERIC OR PT-STORE-NO = 0
               MOVE 'STORE NUMBER NOT NUMERIC' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           ELSE
               MOVE 0 TO WS-FOUND-IDX
               PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                       UNTIL WS-STORE-IDX > WS-STORE-COUNT
                   IF ST-STORE-NO (WS-STORE-IDX) = PT-STORE-NO
                       MOVE WS-STORE-IDX TO WS-FOUND-IDX
                       MOVE WS-STORE-COUNT TO WS-STORE-IDX
                   END-IF
               END-PERFORM
               IF WS-FOUND-IDX = 0
                   MOVE 'STORE NOT ON STORE MASTER'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF.

       2140-EDIT-NEW-KEYCODE.
      *>   A KEYCODE NOT YET ON THE EVENT IS TAKEN ONLY WHILE THE ADD
      *>   EDIT WOULD STILL TAKE THE EVENT ITSELF - DTR400 HAS NOT YET
      *>   STARTED ITS PRE-EVENT WINDOW, SO THE KEYCODE'S PRE-EVENT
      *>   FIGURES ARE COMPLETE.  A REPRICE IS NOT HELD TO THIS.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > PE-ITEM-COUNT
               IF PE-KEYCODE-NO (WS-SCAN-IDX) = PT-KEYCODE-NO
                   MOVE WS-SCAN-IDX TO WS-FOUND-IDX
                   MOVE PE-ITEM-COUNT TO WS-SCAN-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               MOVE WS-BIZ-DATE TO WS-DATE-NUM
               PERFORM 8000-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-BIZ-DAY-NUMBER
               MOVE PE-START-DATE TO WS-DATE-NUM
               PERFORM 8000-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-START-DAY-NUMBER
               MOVE PE-END-DATE TO WS-DATE-NUM
               PERFORM 8000-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-END-DAY-NUMBER
               COMPUTE WS-LEAD-DAYS =
                   WS-START-DAY-NUMBER - WS-BIZ-DAY-NUMBER
               COMPUTE WS-EVENT-DAYS =
                   WS-END-DAY-NUMBER - WS-START-DAY-NUMBER + 1
               IF WS-LEAD-DAYS < WS-EVENT-DAYS
                   MOVE 'PRE-EVENT WINDOW OPEN - KEYCODE TOO LATE'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF.

       2190-CHECK-DATE.
           MOVE 'Y' TO WS-DATE-OK
           IF WS-DF-CCYY < 1990 OR WS-DF-CCYY > 2099
                   OR WS-DF-MM < 1 OR WS-DF-MM > 12
                   OR WS-DF-DD < 1 OR WS-DF-DD > 31
               MOVE 'N' TO WS-DATE-OK
           END-IF.

       2200-APPLY-ADD.
           MOVE PT-EVENT-ID TO PE-EVENT-ID
           READ PROMEVT-FILE
           IF WS-PROMEVT-FS = '00'
               MOVE 'EVENT ALREADY ON FILE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           ELSE
               INITIALIZE PROMEVT-RECORD
               MOVE PT-EVENT-ID        TO PE-EVENT-ID
               MOVE PT-DESCRIPTION     TO PE-DESCRIPTION
               MOVE PT-START-DATE      TO PE-START-DATE
               MOVE PT-END-DATE        TO PE-END-DATE
               MOVE 'A'                TO PE-STATUS
               MOVE PT-ALL-STORES-FLAG TO PE-ALL-STORES-FLAG
               WRITE PROMEVT-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'ADDED   '     TO WS-IL-TAG
               MOVE PE-DESCRIPTION TO WS-IL-DETAIL
               PERFORM 2800-WRITE-IMAGE
           END-IF.

       2300-APPLY-KEYCODE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > PE-ITEM-COUNT
               IF PE-KEYCODE-NO (WS-SCAN-IDX) = PT-KEYCODE-NO
                   MOVE WS-SCAN-IDX TO WS-FOUND-IDX
                   MOVE PE-ITEM-COUNT TO WS-SCAN-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF PE-ITEM-COUNT < 20
                   ADD 1 TO PE-ITEM-COUNT
                   MOVE PE-ITEM-COUNT TO WS-FOUND-IDX
                   MOVE PT-KEYCODE-NO
                       TO PE-KEYCODE-NO (WS-FOUND-IDX)
                   MOVE 'KEYCODE '     TO WS-IL-TAG
               ELSE
                   MOVE 'EVENT ALREADY HAS 20 KEYCODES'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           ELSE
               MOVE 'BEFORE  '         TO WS-IL-TAG
               MOVE PT-KEYCODE-NO      TO WS-ID-KEYCODE
               MOVE PE-PROMO-PRICE (WS-FOUND-IDX)
                                       TO WS-ID-PROMO-PRICE
               MOVE WS-ITEM-DETAIL     TO WS-IL-DETAIL
               PERFORM 2800-WRITE-IMAGE
               MOVE 'REPRICED'         TO WS-IL-TAG
           END-IF
           IF WS-TRAN-IS-VALID
               MOVE PT-PROMO-PRICE TO PE-PROMO-PRICE (WS-FOUND-IDX)
               REWRITE PROMEVT-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE PT-KEYCODE-NO  TO WS-ID-KEYCODE
               MOVE PT-PROMO-PRICE TO WS-ID-PROMO-PRICE
               MOVE WS-ITEM-DETAIL TO WS-IL-DETAIL
               PERFORM 2800-WRITE-IMAGE
           END-IF.

       2400-APPLY-STORE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > PE-STORE-COUNT
               IF PE-STORE-NO (WS-SCAN-IDX) = PT-STORE-NO
                   MOVE WS-SCAN-IDX TO WS-FOUND-IDX
                   MOVE PE-STORE-COUNT TO WS-SCAN-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX NOT = 0
               MOVE 'STORE ALREADY ON EVENT' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           ELSE
               IF PE-STORE-COUNT < 50
                   ADD 1 TO PE-STORE-COUNT
                   MOVE PT-STORE-NO TO PE-STORE-NO (PE-STORE-COUNT)
                   REWRITE PROMEVT-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'STORE   '      TO WS-IL-TAG
                   MOVE PT-STORE-NO     TO WS-SD-STORE-NO
                   MOVE WS-STORE-DETAIL TO WS-IL-DETAIL
                   PERFORM 2800-WRITE-IMAGE
               ELSE
                   MOVE 'EVENT ALREADY HAS 50 STORES'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF.

       2500-APPLY-CANCEL.
           MOVE 'BEFORE  '     TO WS-IL-TAG
           MOVE PE-DESCRIPTION TO WS-IL-DETAIL
           PERFORM 2800-WRITE-IMAGE
           MOVE 'X' TO PE-STATUS
           REWRITE PROMEVT-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           MOVE 'CANCELLD'     TO WS-IL-TAG
           MOVE PE-DESCRIPTION TO WS-IL-DETAIL
           PERFORM 2800-WRITE-IMAGE.

       2800-WRITE-IMAGE.
           MOVE PE-EVENT-ID        TO WS-IL-EVENT-ID
           MOVE PE-START-DATE      TO WS-IL-START-DATE
           MOVE PE-END-DATE        TO WS-IL-END-DATE
           MOVE PE-ALL-STORES-FLAG TO WS-IL-ALL-STORES
           MOVE PE-STATUS          TO WS-IL-STATUS
           WRITE MAINT-RPT-LINE FROM WS-IMAGE-LINE
           PERFORM 2840-SET-JOURNAL-KEY
           MOVE WS-IL-TAG     TO AJ-IMAGE-TAG
           MOVE WS-IMAGE-LINE TO AJ-IMAGE
           PERFORM 2850-WRITE-JOURNAL.

       2840-SET-JOURNAL-KEY.
           MOVE SPACES            TO AUDJRNL-RECORD
           MOVE 'PROMEVT'         TO AJ-MASTER
           MOVE PE-EVENT-ID       TO AJ-RECORD-KEY
           MOVE 'DTR390'          TO AJ-PROGRAM
           MOVE PT-ACTION         TO AJ-ACTION.

       2850-WRITE-JOURNAL.
           MOVE 'W' TO WS-AUD-ACTION
           CALL 'AUDITUTL' USING WS-AUD-ACTION AUDJRNL-RECORD
               WS-AUD-STATUS
           IF WS-AUD-STATUS NOT = '0'
               ADD 1 TO WS-AUD-FAIL-COUNT
           END-IF.

       2900-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE PT-ACTION        TO WS-RJ-ACTION
           MOVE PT-EVENT-ID      TO WS-RJ-EVENT-ID
           MOVE WS-REJECT-REASON TO WS-RJ-REASON
           WRITE MAINT-RPT-LINE FROM WS-REJECT-LINE.

       3000-PRODUCE-SUMMARY.
           MOVE WS-TRAN-COUNT    TO WS-SL-TRAN-COUNT
           MOVE WS-APPLIED-COUNT TO WS-SL-APPLIED-COUNT
           MOVE WS-REJECT-COUNT  TO WS-SL-REJECT-COUNT
           WRITE MAINT-RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-AUD-FAIL-COUNT > 0
               MOVE WS-AUD-FAIL-COUNT TO WS-AF-FAIL-COUNT
               WRITE MAINT-RPT-LINE FROM WS-AUD-FAIL-LINE
               MOVE 8 TO RETURN-CODE
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

       9000-TERMINATE.
           CLOSE PROMO-TRAN-FILE
           CLOSE PROMEVT-FILE
           CLOSE KEYCMAST-FILE
           CLOSE MAINT-RPT-FILE.
