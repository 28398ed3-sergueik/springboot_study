      *
      *   DTR360 - OPEN-TO-BUY BY DEPARTMENT AND RETAIL PERIOD
      *
      *   BUYERS DECIDED WHETHER THEY COULD PLACE ANOTHER ORDER BY
      *   SUBTRACTING NUMBERS OFF THREE PRINTOUTS.  THIS STEP PUTS
      *   THEM ON ONE PAGE: FOR EVERY STORE DEPARTMENT AND FOR THE
      *   CURRENT RETAIL PERIOD AND THE NEXT TWO, THE OPEN-TO-BUY IS
      *
      *       PLANNED SALES (SALES PLAN MASTER, ALL STORES)
      *     - ACTUAL SALES TO DATE (SALES HISTORY PTD, CURRENT
      *       PERIOD ONLY)
      *     - ON ORDER (OPEN-PO MASTER: OPEN PO LINES VALUED AT
      *       OP-PACK-COST ON THE UNRECEIVED PACKS, BUCKETED BY THE
      *       PO'S EXPECTED DATE)
      *
      *   THE BUSINESS DATE AND EVERY EXPECTED DATE ARE PLACED IN
      *   THEIR FISCAL YEAR AND PERIOD FROM THE RETAIL CALENDAR
      *   MASTER.  AN EXPECTED DATE ALREADY PAST (OR MISSING) IS
      *   STILL A COMMITMENT AND COUNTS IN THE CURRENT PERIOD; ONE
      *   BEYOND THE THIRD PERIOD IS OUTSIDE THE REPORT.  THE AMS
      *   DEPARTMENT ON THE PO IS TURNED INTO A STORE DEPARTMENT
      *   THROUGH THE DEPARTMENT CROSS-REFERENCE (AMS310); ORDERS
      *   UNDER AN UNMAPPED CODE ARE LISTED AT THE END SO THE CODE
      *   CAN BE ADDED.  DEPARTMENTS OVER-COMMITTED IN ANY OF THE
      *   THREE PERIODS PRINT FIRST.  PO EXPECTED DATES ARE YYMMDD,
      *   WINDOWED 1950-2049.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR THE OPEN-TO-BUY REPORT.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTR360.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALESPLN-FILE ASSIGN TO SALESPLN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SPL-STORE-DEPT-KEY
               FILE STATUS IS WS-SALESPLN-FS.
           SELECT SALESHST-FILE ASSIGN TO SALESHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-STORE-DEPT-KEY
               FILE STATUS IS WS-SALESHST-FS.
           SELECT OPENPO-FILE   ASSIGN TO OPENPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-KEY
               FILE STATUS IS WS-OPENPO-FS.
           SELECT DEPTXREF-FILE ASSIGN TO DEPTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DX-AMS-DEPT
               FILE STATUS IS WS-DEPTXREF-FS.
           SELECT RETCAL-FILE   ASSIGN TO RETCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-RETCAL-FS.
           SELECT DEPTMAST-FILE ASSIGN TO DEPTMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTMAST-FS.
           SELECT OTB-RPT-FILE  ASSIGN TO OTBRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SALESPLN-FILE.
       COPY SALESPLN.

       FD  SALESHST-FILE.
       COPY SALESHST.

       FD  OPENPO-FILE.
       COPY OPENPO.

       FD  DEPTXREF-FILE.
       COPY DEPTXREF.

       FD  RETCAL-FILE.
       COPY RETCAL.

       FD  DEPTMAST-FILE
           RECORDING MODE IS F.
       01  DEPTMAST-FILE-RECORD           PIC X(22).

       FD  OTB-RPT-FILE.
       01  OTB-RPT-LINE                   PIC X(104).

       WORKING-STORAGE SECTION.
       COPY DEPTMAST.

       01  WS-SALESPLN-FS                 PIC X(02).
       01  WS-SALESHST-FS                 PIC X(02).
       01  WS-OPENPO-FS                   PIC X(02).
       01  WS-DEPTXREF-FS                 PIC X(02).
       01  WS-RETCAL-FS                   PIC X(02).
       01  WS-DEPTMAST-FS                 PIC X(02).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-RUN-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-RUN-STARTED             VALUE 'Y'.
       01  WS-TABLE-FULL-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-TABLE-FULL              VALUE 'Y'.
       01  WS-PRINT-OVER-SWITCH           PIC X(01).
           88  WS-PRINTING-OVER           VALUE 'Y'.

      *>   THE THREE PERIODS REPORTED, AS FISCAL YEAR/PERIOD AND AS
      *>   A RUNNING PERIOD ORDINAL (YEAR * 13 + PERIOD) SO A DATE
      *>   CAN BE BUCKETED BY SUBTRACTION ACROSS A YEAR END.
       01  WS-BUCKET-TABLE.
           05  WS-BUCKET OCCURS 3 TIMES.
               10  BK-FISCAL-YEAR         PIC 9(04).
               10  BK-PERIOD-NO           PIC 9(02).
       01  WS-BK-IDX                      PIC S9(04) COMP VALUE 0.
       01  WS-CUR-ORDINAL                 PIC S9(07) COMP-3 VALUE 0.
       01  WS-DATE-ORDINAL                PIC S9(07) COMP-3 VALUE 0.
       01  WS-BUCKET-NO                   PIC S9(04) COMP VALUE 0.

      *>   CURRENT OPEN-PO HEADER -- LINE 000 CARRIES THE STATUS,
      *>   DEPARTMENT AND EXPECTED DATE FOR THE LINES THAT FOLLOW.
       01  WS-CURR-STATUS                 PIC X(01).
       01  WS-CURR-AMS-DEPT               PIC X(04).
       01  WS-CURR-DEPT-NO                PIC S9(03) COMP-3.
       01  WS-CURR-MAPPED                 PIC X(01).
           88  WS-CURR-DEPT-MAPPED        VALUE 'Y'.
       01  WS-CURR-BUCKET                 PIC S9(04) COMP VALUE 0.

       01  WS-EXPECTED-YYMMDD.
           05  WS-EX-YY                   PIC 9(02).
           05  WS-EX-MMDD                 PIC 9(04).
       01  WS-EXPECTED-CCYYMMDD.
           05  WS-EX-CCYY                 PIC 9(04).
           05  WS-EX-MMDD-8               PIC 9(04).
       01  WS-EXPECTED-DATE-N REDEFINES WS-EXPECTED-CCYYMMDD
                                          PIC 9(08).

       01  WS-ORDERED-PACKS               PIC S9(09)      COMP-3.
       01  WS-OPEN-PACKS                  PIC S9(09)      COMP-3.
       01  WS-OPEN-VALUE                  PIC S9(11)V99   COMP-3.
       01  WS-ALLOC-IDX                   PIC S9(04) COMP VALUE 0.
       01  WS-OTB                         PIC S9(11)V99   COMP-3.
       01  WS-SEARCH-DEPT                 PIC S9(03)      COMP-3.

      *>   DEPARTMENT OPEN-TO-BUY TABLE, KEPT IN DEPARTMENT ORDER AS
      *>   IT IS BUILT.
       01  WS-OT-MAX                      PIC S9(04) COMP VALUE 200.
       01  WS-OT-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-OT-IDX                      PIC S9(04) COMP VALUE 0.
       01  WS-OT-FOUND                    PIC S9(04) COMP VALUE 0.
       01  WS-OT-SHIFT                    PIC S9(04) COMP VALUE 0.
       01  OTB-TABLE.
           05  OTB-ENTRY OCCURS 200 TIMES.
               10  OT-DEPT-NO             PIC S9(03)    COMP-3.
               10  OT-OVER-FLAG           PIC X(01).
                   88  OT-OVER-COMMITTED  VALUE 'Y'.
               10  OT-PERIOD OCCURS 3 TIMES.
                   15  OT-PLAN            PIC S9(11)V99 COMP-3.
                   15  OT-ACTUAL          PIC S9(11)V99 COMP-3.
                   15  OT-ON-ORDER        PIC S9(11)V99 COMP-3.

      *>   ON-ORDER UNDER AMS DEPARTMENT CODES NOT ON THE
      *>   CROSS-REFERENCE.
       01  WS-UM-MAX                      PIC S9(04) COMP VALUE 100.
       01  WS-UM-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-UM-IDX                      PIC S9(04) COMP VALUE 0.
       01  WS-UM-FOUND                    PIC S9(04) COMP VALUE 0.
       01  UNMAPPED-TABLE.
           05  UNMAPPED-ENTRY OCCURS 100 TIMES.
               10  UM-AMS-DEPT            PIC X(04).
               10  UM-ON-ORDER            PIC S9(11)V99 COMP-3.

       01  WS-DEPT-MAX                    PIC S9(04) COMP VALUE 200.
       01  WS-DEPT-COUNT                  PIC S9(04) COMP VALUE 0.
       01  WS-DEPT-IDX                    PIC S9(04) COMP VALUE 0.
       01  DEPT-TABLE.
           05  DEPT-ENTRY OCCURS 200 TIMES.
               10  DP-DEPT-NO             PIC S9(03) COMP-3.
               10  DP-DEPT-NAME           PIC X(20).

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       01  WS-PO-LINE-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-BEYOND-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-OVER-COUNT                  PIC S9(09) COMP-3 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(36) VALUE
               'DTR360  OPEN-TO-BUY BY DEPARTMENT - '.
           05  FILLER                     PIC X(15) VALUE
               'BUSINESS DATE '.
           05  WS-H1-DATE                 PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER                     PIC X(50) VALUE
               'DEPT NAME                 YEAR PER            PLAN'.
           05  FILLER                     PIC X(50) VALUE
               '          ACTUAL        ON-ORDER     OPEN-TO-BUY'.
       01  WS-OVER-HEADING.
           05  FILLER                     PIC X(50) VALUE
               '*** OVER-COMMITTED DEPARTMENTS ***'.
       01  WS-OTHER-HEADING.
           05  FILLER                     PIC X(50) VALUE
               'DEPARTMENTS WITHIN BUDGET'.
       01  WS-UNMAPPED-HEADING.
           05  FILLER                     PIC X(50) VALUE
               'ON ORDER UNDER UNMAPPED AMS DEPARTMENTS (AMS310)'.

       01  WS-DETAIL-LINE.
           05  WS-DL-DEPT-NO              PIC ZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-DEPT-NAME            PIC X(20).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-FISCAL-YEAR          PIC 9(04).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DL-PERIOD-NO            PIC 9(02).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-PLAN                 PIC -(11)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-ACTUAL               PIC -(11)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-ON-ORDER             PIC -(11)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-OTB                  PIC -(11)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-FLAG                 PIC X(05).

       01  WS-UNMAPPED-LINE.
           05  FILLER                     PIC X(08) VALUE 'AMS DEPT'.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-UL-AMS-DEPT             PIC X(04).
           05  FILLER                     PIC X(12) VALUE
               '  ON ORDER: '.
           05  WS-UL-ON-ORDER             PIC -(11)9.99.

       01  WS-SUMMARY-LINE.
           05  FILLER                     PIC X(16)
               VALUE 'PO LINES READ:  '.
           05  WS-SL-PO-LINE-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(17)
               VALUE '  BEYOND PERIOD: '.
           05  WS-SL-BEYOND-COUNT         PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(18)
               VALUE '  OVER-COMMITTED: '.
           05  WS-SL-OVER-COUNT           PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-STARTED
               PERFORM 2000-LOAD-PLAN
               PERFORM 3000-LOAD-ACTUALS
               PERFORM 4000-LOAD-ON-ORDER
               PERFORM 5000-PRODUCE-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           IF WS-TABLE-FULL AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           OPEN OUTPUT OTB-RPT-FILE
           MOVE WS-BIZ-DATE TO WS-H1-DATE
           WRITE OTB-RPT-LINE FROM WS-HEADING-1
           WRITE OTB-RPT-LINE FROM WS-HEADING-2
           PERFORM 1200-LOAD-DEPT-MASTER
           MOVE SPACES TO WS-SALESPLN-FS
           OPEN INPUT SALESPLN-FILE
           MOVE SPACES TO WS-SALESHST-FS
           OPEN INPUT SALESHST-FILE
           MOVE SPACES TO WS-OPENPO-FS
           OPEN INPUT OPENPO-FILE
           MOVE SPACES TO WS-DEPTXREF-FS
           OPEN INPUT DEPTXREF-FILE
           MOVE SPACES TO WS-RETCAL-FS
           OPEN INPUT RETCAL-FILE
           IF WS-RETCAL-FS = '00'
               MOVE WS-BIZ-DATE TO CAL-DATE
               READ RETCAL-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-RETCAL-FS NOT = '00'
                   MOVE 'BUSINESS DATE NOT ON RETAIL CALENDAR-RUN STOP'
                       TO OTB-RPT-LINE
                   WRITE OTB-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-SALESPLN-FS NOT = '00'
                   MOVE 'SALES PLAN MASTER NOT AVAILABLE-RUN DTR240'
                       TO OTB-RPT-LINE
                   WRITE OTB-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-SALESHST-FS NOT = '00'
                   MOVE 'SALES HISTORY FILE NOT AVAILABLE-RUN DTR210'
                       TO OTB-RPT-LINE
                   WRITE OTB-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-OPENPO-FS NOT = '00'
                   MOVE 'OPEN-PO MASTER NOT AVAILABLE - RUN AMS190'
                       TO OTB-RPT-LINE
                   WRITE OTB-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-DEPTXREF-FS NOT = '00'
                   MOVE 'DEPARTMENT XREF NOT AVAILABLE - RUN AMS310'
                       TO OTB-RPT-LINE
                   WRITE OTB-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'Y' TO WS-RUN-SWITCH
                   PERFORM 1100-SET-BUCKETS
           END-EVALUATE.

       1100-SET-BUCKETS.
           MOVE CAL-FISCAL-YEAR TO BK-FISCAL-YEAR (1)
           MOVE CAL-PERIOD-NO   TO BK-PERIOD-NO (1)
           PERFORM VARYING WS-BK-IDX FROM 2 BY 1 UNTIL WS-BK-IDX > 3
               IF BK-PERIOD-NO (WS-BK-IDX - 1) = 13
                   COMPUTE BK-FISCAL-YEAR (WS-BK-IDX) =
                       BK-FISCAL-YEAR (WS-BK-IDX - 1) + 1
                   MOVE 1 TO BK-PERIOD-NO (WS-BK-IDX)
               ELSE
                   MOVE BK-FISCAL-YEAR (WS-BK-IDX - 1)
                       TO BK-FISCAL-YEAR (WS-BK-IDX)
                   COMPUTE BK-PERIOD-NO (WS-BK-IDX) =
                       BK-PERIOD-NO (WS-BK-IDX - 1) + 1
               END-IF
           END-PERFORM
           COMPUTE WS-CUR-ORDINAL =
               CAL-FISCAL-YEAR * 13 + CAL-PERIOD-NO.

       1200-LOAD-DEPT-MASTER.
           MOVE SPACES TO WS-DEPTMAST-FS
           OPEN INPUT DEPTMAST-FILE
           IF WS-DEPTMAST-FS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ DEPTMAST-FILE INTO DEPTMAST-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-DEPT-COUNT < WS-DEPT-MAX
                               ADD 1 TO WS-DEPT-COUNT
                               MOVE DEPTMAST-DEPT-NO
                                   TO DP-DEPT-NO (WS-DEPT-COUNT)
                               MOVE DEPTMAST-DEPT-NAME
                                   TO DP-DEPT-NAME (WS-DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPTMAST-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       2000-LOAD-PLAN.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2100-READ-PLAN
           PERFORM UNTIL WS-END-OF-FILE
               MOVE SPL-DEPT-NO TO WS-SEARCH-DEPT
               PERFORM 6000-FIND-DEPT
               IF WS-OT-FOUND NOT = 0
                   PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                           UNTIL WS-BK-IDX > 3
                       IF SPL-PLAN-YEAR = BK-FISCAL-YEAR (WS-BK-IDX)
                           ADD SPL-PLAN-SALES
                                   (BK-PERIOD-NO (WS-BK-IDX))
                               TO OT-PLAN (WS-OT-FOUND, WS-BK-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 2100-READ-PLAN
           END-PERFORM.

       2100-READ-PLAN.
           READ SALESPLN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       3000-LOAD-ACTUALS.
      *>   ACTUALS EXIST ONLY FOR THE PERIOD IN PROGRESS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3100-READ-HISTORY
           PERFORM UNTIL WS-END-OF-FILE
               MOVE SH-DEPT-NO TO WS-SEARCH-DEPT
               PERFORM 6000-FIND-DEPT
               IF WS-OT-FOUND NOT = 0
                   ADD SH-PTD-SALES TO OT-ACTUAL (WS-OT-FOUND, 1)
               END-IF
               PERFORM 3100-READ-HISTORY
           END-PERFORM.

       3100-READ-HISTORY.
           READ SALESHST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       4000-LOAD-ON-ORDER.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE SPACE TO WS-CURR-STATUS
           PERFORM 4100-READ-PO-LINE
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-PO-LINE-COUNT
               IF OP-LINE-NO = 0
                   PERFORM 4200-SET-CURRENT-PO
               ELSE
                   IF WS-CURR-STATUS = 'O'
                       PERFORM 4300-ADD-LINE-COMMITMENT
                   END-IF
               END-IF
               PERFORM 4100-READ-PO-LINE
           END-PERFORM.

       4100-READ-PO-LINE.
           READ OPENPO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       4200-SET-CURRENT-PO.
           MOVE OP-PO-STATUS  TO WS-CURR-STATUS
           MOVE OP-DEPARTMENT TO WS-CURR-AMS-DEPT
           MOVE OP-DEPARTMENT TO DX-AMS-DEPT
           READ DEPTXREF-FILE
           IF WS-DEPTXREF-FS = '00'
               MOVE 'Y' TO WS-CURR-MAPPED
               MOVE DX-DEPT-NO TO WS-CURR-DEPT-NO
           ELSE
               MOVE 'N' TO WS-CURR-MAPPED
           END-IF
           PERFORM 4250-BUCKET-EXPECTED-DATE.

       4250-BUCKET-EXPECTED-DATE.
      *>   PAST OR MISSING DATES ARE STILL OWED -- CURRENT PERIOD.
      *>   ZERO MEANS BEYOND THE THIRD PERIOD OR OFF THE CALENDAR.
           MOVE 1 TO WS-CURR-BUCKET
           IF OP-EXPECTED-DATE NUMERIC
               MOVE OP-EXPECTED-DATE TO WS-EXPECTED-YYMMDD
               IF WS-EX-YY < 50
                   COMPUTE WS-EX-CCYY = 2000 + WS-EX-YY
               ELSE
                   COMPUTE WS-EX-CCYY = 1900 + WS-EX-YY
               END-IF
               MOVE WS-EX-MMDD TO WS-EX-MMDD-8
               IF WS-EXPECTED-DATE-N > WS-BIZ-DATE
                   MOVE WS-EXPECTED-DATE-N TO CAL-DATE
                   READ RETCAL-FILE
                   IF WS-RETCAL-FS = '00'
                       COMPUTE WS-DATE-ORDINAL =
                           CAL-FISCAL-YEAR * 13 + CAL-PERIOD-NO
                       COMPUTE WS-BUCKET-NO =
                           WS-DATE-ORDINAL - WS-CUR-ORDINAL + 1
                       IF WS-BUCKET-NO < 1
                           MOVE 1 TO WS-CURR-BUCKET
                       ELSE
                           IF WS-BUCKET-NO > 3
                               MOVE 0 TO WS-CURR-BUCKET
                           ELSE
                               MOVE WS-BUCKET-NO TO WS-CURR-BUCKET
                           END-IF
                       END-IF
                   ELSE
                       MOVE 0 TO WS-CURR-BUCKET
                   END-IF
               END-IF
           END-IF.

       4300-ADD-LINE-COMMITMENT.
           MOVE 0 TO WS-ORDERED-PACKS
           PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
                   UNTIL WS-ALLOC-IDX > 10
               ADD OP-DC-PACK-QTY (WS-ALLOC-IDX) TO WS-ORDERED-PACKS
           END-PERFORM
           COMPUTE WS-OPEN-PACKS = WS-ORDERED-PACKS - OP-RECEIVED-QTY
           IF WS-OPEN-PACKS > 0
               COMPUTE WS-OPEN-VALUE ROUNDED =
                   WS-OPEN-PACKS * OP-PACK-COST
               EVALUATE TRUE
                   WHEN WS-CURR-BUCKET = 0
                       ADD 1 TO WS-BEYOND-COUNT
                   WHEN WS-CURR-DEPT-MAPPED
                       MOVE WS-CURR-DEPT-NO TO WS-SEARCH-DEPT
                       PERFORM 6000-FIND-DEPT
                       IF WS-OT-FOUND NOT = 0
                           ADD WS-OPEN-VALUE TO
                               OT-ON-ORDER (WS-OT-FOUND, WS-CURR-BUCKET)
                       END-IF
                   WHEN OTHER
                       PERFORM 4400-BUMP-UNMAPPED
               END-EVALUATE
           END-IF.

       4400-BUMP-UNMAPPED.
           MOVE 0 TO WS-UM-FOUND
           PERFORM VARYING WS-UM-IDX FROM 1 BY 1
                   UNTIL WS-UM-IDX > WS-UM-COUNT
               IF UM-AMS-DEPT (WS-UM-IDX) = WS-CURR-AMS-DEPT
                   MOVE WS-UM-IDX TO WS-UM-FOUND
                   MOVE WS-UM-COUNT TO WS-UM-IDX
               END-IF
           END-PERFORM
           IF WS-UM-FOUND = 0
               IF WS-UM-COUNT < WS-UM-MAX
                   ADD 1 TO WS-UM-COUNT
                   MOVE WS-UM-COUNT TO WS-UM-FOUND
                   MOVE WS-CURR-AMS-DEPT TO UM-AMS-DEPT (WS-UM-FOUND)
                   MOVE 0 TO UM-ON-ORDER (WS-UM-FOUND)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF
           IF WS-UM-FOUND NOT = 0
               ADD WS-OPEN-VALUE TO UM-ON-ORDER (WS-UM-FOUND)
           END-IF.

       5000-PRODUCE-REPORT.
           PERFORM 5100-SET-OVER-FLAGS
           MOVE 'Y' TO WS-PRINT-OVER-SWITCH
           WRITE OTB-RPT-LINE FROM WS-OVER-HEADING
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-COUNT
               IF OT-OVER-COMMITTED (WS-OT-IDX)
                   PERFORM 5200-WRITE-DEPT
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-PRINT-OVER-SWITCH
           WRITE OTB-RPT-LINE FROM WS-OTHER-HEADING
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-COUNT
               IF NOT OT-OVER-COMMITTED (WS-OT-IDX)
                   PERFORM 5200-WRITE-DEPT
               END-IF
           END-PERFORM
           IF WS-UM-COUNT > 0
               WRITE OTB-RPT-LINE FROM WS-UNMAPPED-HEADING
               PERFORM VARYING WS-UM-IDX FROM 1 BY 1
                       UNTIL WS-UM-IDX > WS-UM-COUNT
                   MOVE UM-AMS-DEPT (WS-UM-IDX) TO WS-UL-AMS-DEPT
                   MOVE UM-ON-ORDER (WS-UM-IDX) TO WS-UL-ON-ORDER
                   WRITE OTB-RPT-LINE FROM WS-UNMAPPED-LINE
               END-PERFORM
           END-IF
           IF WS-TABLE-FULL
               MOVE 'DEPARTMENT TABLE FULL - REPORT IS INCOMPLETE'
                   TO OTB-RPT-LINE
               WRITE OTB-RPT-LINE
           END-IF
           MOVE WS-PO-LINE-COUNT TO WS-SL-PO-LINE-COUNT
           MOVE WS-BEYOND-COUNT  TO WS-SL-BEYOND-COUNT
           MOVE WS-OVER-COUNT    TO WS-SL-OVER-COUNT
           WRITE OTB-RPT-LINE FROM WS-SUMMARY-LINE.

       5100-SET-OVER-FLAGS.
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-COUNT
               PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                       UNTIL WS-BK-IDX > 3
                   COMPUTE WS-OTB =
                       OT-PLAN (WS-OT-IDX, WS-BK-IDX)
                     - OT-ACTUAL (WS-OT-IDX, WS-BK-IDX)
                     - OT-ON-ORDER (WS-OT-IDX, WS-BK-IDX)
                   IF WS-OTB < 0
                       MOVE 'Y' TO OT-OVER-FLAG (WS-OT-IDX)
                   END-IF
               END-PERFORM
               IF OT-OVER-COMMITTED (WS-OT-IDX)
                   ADD 1 TO WS-OVER-COUNT
               END-IF
           END-PERFORM.

       5200-WRITE-DEPT.
           MOVE OT-DEPT-NO (WS-OT-IDX) TO WS-DL-DEPT-NO
           MOVE SPACES TO WS-DL-DEPT-NAME
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF DP-DEPT-NO (WS-DEPT-IDX) = OT-DEPT-NO (WS-OT-IDX)
                   MOVE DP-DEPT-NAME (WS-DEPT-IDX) TO WS-DL-DEPT-NAME
                   MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 3
               COMPUTE WS-OTB =
                   OT-PLAN (WS-OT-IDX, WS-BK-IDX)
                 - OT-ACTUAL (WS-OT-IDX, WS-BK-IDX)
                 - OT-ON-ORDER (WS-OT-IDX, WS-BK-IDX)
               MOVE BK-FISCAL-YEAR (WS-BK-IDX) TO WS-DL-FISCAL-YEAR
               MOVE BK-PERIOD-NO (WS-BK-IDX)   TO WS-DL-PERIOD-NO
               MOVE OT-PLAN (WS-OT-IDX, WS-BK-IDX)   TO WS-DL-PLAN
               MOVE OT-ACTUAL (WS-OT-IDX, WS-BK-IDX) TO WS-DL-ACTUAL
               MOVE OT-ON-ORDER (WS-OT-IDX, WS-BK-IDX)
                   TO WS-DL-ON-ORDER
               MOVE WS-OTB TO WS-DL-OTB
               IF WS-OTB < 0
                   MOVE '*OVER' TO WS-DL-FLAG
               ELSE
                   MOVE SPACES  TO WS-DL-FLAG
               END-IF
               WRITE OTB-RPT-LINE FROM WS-DETAIL-LINE
               MOVE SPACES TO WS-DL-DEPT-NAME
           END-PERFORM
           MOVE SPACES TO OTB-RPT-LINE
           WRITE OTB-RPT-LINE.

       6000-FIND-DEPT.
      *>   FIND THE DEPARTMENT OR THE SLOT IT BELONGS IN; A NEW ONE
      *>   IS OPENED THERE BY SHIFTING THE REST DOWN ONE.
           MOVE 0 TO WS-OT-FOUND
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                   UNTIL WS-OT-IDX > WS-OT-COUNT
               IF OT-DEPT-NO (WS-OT-IDX) NOT < WS-SEARCH-DEPT
                   MOVE WS-OT-IDX TO WS-OT-FOUND
                   MOVE WS-OT-COUNT TO WS-OT-IDX
               END-IF
           END-PERFORM
           IF WS-OT-FOUND = 0
               MOVE WS-OT-COUNT TO WS-OT-FOUND
               ADD 1 TO WS-OT-FOUND
           END-IF
           IF WS-OT-FOUND > WS-OT-COUNT
                   OR OT-DEPT-NO (WS-OT-FOUND) NOT = WS-SEARCH-DEPT
               IF WS-OT-COUNT < WS-OT-MAX
                   PERFORM 6100-OPEN-DEPT
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
                   MOVE 0 TO WS-OT-FOUND
               END-IF
           END-IF.

       6100-OPEN-DEPT.
           PERFORM VARYING WS-OT-SHIFT FROM WS-OT-COUNT BY -1
                   UNTIL WS-OT-SHIFT < WS-OT-FOUND
               MOVE OTB-ENTRY (WS-OT-SHIFT)
                   TO OTB-ENTRY (WS-OT-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-OT-COUNT
           MOVE WS-SEARCH-DEPT TO OT-DEPT-NO (WS-OT-FOUND)
           MOVE 'N' TO OT-OVER-FLAG (WS-OT-FOUND)
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 3
               MOVE 0 TO OT-PLAN (WS-OT-FOUND, WS-BK-IDX)
               MOVE 0 TO OT-ACTUAL (WS-OT-FOUND, WS-BK-IDX)
               MOVE 0 TO OT-ON-ORDER (WS-OT-FOUND, WS-BK-IDX)
           END-PERFORM.

       9000-TERMINATE.
           CLOSE SALESPLN-FILE
           CLOSE SALESHST-FILE
           CLOSE OPENPO-FILE
           CLOSE DEPTXREF-FILE
           CLOSE RETCAL-FILE
           CLOSE OTB-RPT-FILE.
