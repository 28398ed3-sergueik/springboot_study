      *
      *   DTR370 - COMPARABLE-STORE SALES REPORT
      *
      *   THE CHAIN IS JUDGED ON COMP-STORE SALES GROWTH, BUT DTR220
      *   PUTS EVERY STORE NEXT TO LAST YEAR - STORES THAT OPENED
      *   PART-WAY THROUGH LAST YEAR OR HAVE SINCE CLOSED INCLUDED -
      *   SO ITS CHAIN TOTAL MISSTATES THE GROWTH.  THIS STEP SPLITS
      *   THE STORES FOR THE REQUESTED RETAIL PERIOD (01-13 OF THE
      *   CURRENT FISCAL YEAR, FROM THE COMPSLPM PARAMETER FILE) BY
      *   THE OPEN AND CLOSED DATES ON THE STORE MASTER:
      *
      *       CLOSED  CLOSED ON OR BEFORE THE END OF THE PERIOD (OR
      *               THE BUSINESS DATE, FOR THE PERIOD IN PROGRESS),
      *               OR STATUS 'C' WITH NO CLOSED DATE.
      *       NEW     OPENED AFTER THE FIRST DAY OF THE SAME PERIOD
      *               LAST YEAR, SO NOT TRADING FOR THE WHOLE OF
      *               THE PERIOD IT IS COMPARED WITH.  HISTORY FOR A
      *               STORE NOT ON THE MASTER IS REPORTED AS NEW.
      *       COMP    EVERY OTHER STORE - OPEN A FULL YEAR BEFORE THE
      *               PERIOD AND STILL TRADING.  A ZERO OPEN DATE
      *               MEANS TRADING BEFORE OPEN DATES WERE KEPT.
      *
      *   THE PERIOD BOUNDARIES COME FROM THE RETAIL CALENDAR
      *   MASTER.  THIS YEAR'S FIGURES ARE THE PERIOD'S SLOT IN THE
      *   SALES HISTORY THIS-YEAR PERIOD TABLE, OR THE PTD BUCKETS
      *   FOR THE PERIOD IN PROGRESS; LAST YEAR'S ARE THE SAME SLOT
      *   OF THE LAST-YEAR PERIOD TABLE.  SALES AND UNITS ARE
      *   REPORTED BY DEPARTMENT FOR THE COMP BASE, THE NEW STORES
      *   AND THE CLOSED STORES SEPARATELY, THEN FOR THE WHOLE CHAIN.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR COMPARABLE-STORE SALES REPORTING.
      *   2026-10-15  STORE MASTER RECORD LENGTH 51 - OPERATING
      *               ACCOUNT ADDED TO STORMAST.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTR370.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALESHST-FILE ASSIGN TO SALESHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-STORE-DEPT-KEY
               FILE STATUS IS WS-SALESHST-FS.
           SELECT RETCAL-FILE   ASSIGN TO RETCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-RETCAL-FS.
           SELECT STORMAST-FILE ASSIGN TO STORMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORMAST-FS.
           SELECT DEPTMAST-FILE ASSIGN TO DEPTMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTMAST-FS.
           SELECT PERIOD-PARM-FILE ASSIGN TO COMPSLPM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT COMP-RPT-FILE ASSIGN TO COMPSLRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SALESHST-FILE.
       COPY SALESHST.

       FD  RETCAL-FILE.
       COPY RETCAL.

       FD  STORMAST-FILE
           RECORDING MODE IS F.
       01  STORMAST-FILE-RECORD           PIC X(51).

       FD  DEPTMAST-FILE
           RECORDING MODE IS F.
       01  DEPTMAST-FILE-RECORD           PIC X(22).

       FD  PERIOD-PARM-FILE.
       01  PERIOD-PARM-RECORD             PIC X(80).

       FD  COMP-RPT-FILE.
       01  COMP-RPT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       COPY STORMAST.
       COPY DEPTMAST.

       01  WS-SALESHST-FS                 PIC X(02).
       01  WS-RETCAL-FS                   PIC X(02).
       01  WS-STORMAST-FS                 PIC X(02).
       01  WS-DEPTMAST-FS                 PIC X(02).
       01  WS-PARM-FS                     PIC X(02).

       01  WS-COMP-PERIOD                 PIC 9(02) VALUE 0.
       01  WS-PARM-LINE.
           05  WS-PL-PERIOD               PIC 9(02).
           05  FILLER                     PIC X(78).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-RUN-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-RUN-STARTED             VALUE 'Y'.
       01  WS-TABLE-FULL-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-TABLE-FULL              VALUE 'Y'.

      *>   THE BUSINESS DATE'S PLACE ON THE RETAIL CALENDAR AND THE
      *>   DATES THAT DECIDE EACH STORE'S CLASS.
       01  WS-TY-FISCAL-YEAR              PIC 9(04) VALUE 0.
       01  WS-LY-FISCAL-YEAR              PIC 9(04) VALUE 0.
       01  WS-CUR-PERIOD                  PIC 9(02) VALUE 0.
       01  WS-LY-START-DATE               PIC 9(08) VALUE 0.
       01  WS-TY-START-DATE               PIC 9(08) VALUE 0.
       01  WS-TY-END-DATE                 PIC 9(08) VALUE 0.

      *>   STORE CLASSES, USED AS THE GROUP SUBSCRIPT.  GROUP 4 IS
      *>   THE CHAIN TOTAL.
       01  WS-CLASS-COMP                  PIC S9(04) COMP VALUE 1.
       01  WS-CLASS-NEW                   PIC S9(04) COMP VALUE 2.
       01  WS-CLASS-CLOSED                PIC S9(04) COMP VALUE 3.
       01  WS-GROUP-CHAIN                 PIC S9(04) COMP VALUE 4.
       01  WS-GR-IDX                      PIC S9(04) COMP VALUE 0.
       01  WS-CUR-CLASS                   PIC S9(04) COMP VALUE 0.

       01  WS-GROUP-NAMES.
           05  FILLER                     PIC X(24) VALUE
               'COMP STORES'.
           05  FILLER                     PIC X(24) VALUE
               'NEW STORES (NON-COMP)'.
           05  FILLER                     PIC X(24) VALUE
               'CLOSED STORES (NON-COMP)'.
           05  FILLER                     PIC X(24) VALUE
               'CHAIN TOTAL'.
       01  WS-GROUP-NAME-TABLE REDEFINES WS-GROUP-NAMES.
           05  WS-GROUP-NAME              PIC X(24) OCCURS 4 TIMES.

       01  WS-CLASS-CODES                 PIC X(21) VALUE
           'COMP   NEW    CLOSED '.
       01  WS-CLASS-CODE-TABLE REDEFINES WS-CLASS-CODES.
           05  WS-CLASS-CODE              PIC X(07) OCCURS 3 TIMES.

       01  WS-STORE-MAX                   PIC S9(04) COMP VALUE 500.
       01  WS-STORE-COUNT                 PIC S9(04) COMP VALUE 0.
       01  WS-STORE-IDX                   PIC S9(04) COMP VALUE 0.
       01  WS-STORE-FOUND                 PIC S9(04) COMP VALUE 0.
       01  STORE-TABLE.
           05  STORE-ENTRY OCCURS 500 TIMES.
               10  SC-STORE-NO            PIC S9(03) COMP-3.
               10  SC-STORE-NAME          PIC X(20).
               10  SC-STORE-STATUS        PIC X(01).
               10  SC-OPEN-DATE           PIC 9(08).
               10  SC-CLOSED-DATE         PIC 9(08).
               10  SC-CLASS               PIC S9(04) COMP.
               10  SC-MASTER-FLAG         PIC X(01).
                   88  SC-ON-MASTER       VALUE 'Y'.

       01  WS-DEPT-MAX                    PIC S9(04) COMP VALUE 200.
       01  WS-DEPT-COUNT                  PIC S9(04) COMP VALUE 0.
       01  WS-DEPT-IDX                    PIC S9(04) COMP VALUE 0.
       01  DEPT-TABLE.
           05  DEPT-ENTRY OCCURS 200 TIMES.
               10  DP-DEPT-NO             PIC S9(03) COMP-3.
               10  DP-DEPT-NAME           PIC X(20).

      *>   DEPARTMENT TOTALS BY STORE GROUP, KEPT IN DEPARTMENT ORDER
      *>   AS THEY ARE BUILT.
       01  WS-CS-MAX                      PIC S9(04) COMP VALUE 200.
       01  WS-CS-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-CS-IDX                      PIC S9(04) COMP VALUE 0.
       01  WS-CS-FOUND                    PIC S9(04) COMP VALUE 0.
       01  WS-CS-SHIFT                    PIC S9(04) COMP VALUE 0.
       01  COMP-SALES-TABLE.
           05  CS-ENTRY OCCURS 200 TIMES.
               10  CS-DEPT-NO             PIC S9(03)    COMP-3.
               10  CS-GROUP OCCURS 4 TIMES.
                   15  CS-TY-QTY          PIC S9(09)    COMP-3.
                   15  CS-TY-SALES        PIC S9(11)V99 COMP-3.
                   15  CS-LY-QTY          PIC S9(09)    COMP-3.
                   15  CS-LY-SALES        PIC S9(11)V99 COMP-3.
       01  WS-SEARCH-DEPT                 PIC S9(03)    COMP-3.

       01  GROUP-TOTAL-TABLE.
           05  GT-ENTRY OCCURS 4 TIMES.
               10  GT-STORE-COUNT         PIC S9(09)    COMP-3.
               10  GT-TY-QTY              PIC S9(09)    COMP-3.
               10  GT-TY-SALES            PIC S9(11)V99 COMP-3.
               10  GT-LY-QTY              PIC S9(09)    COMP-3.
               10  GT-LY-SALES            PIC S9(11)V99 COMP-3.

       01  WS-TY-QTY                      PIC S9(09)    COMP-3.
       01  WS-TY-SALES                    PIC S9(11)V99 COMP-3.
       01  WS-LY-SALES                    PIC S9(11)V99 COMP-3.
       01  WS-PCT-CHANGE                  PIC S9(05)V9  COMP-3.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       01  WS-RECORD-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-UNKNOWN-COUNT               PIC S9(09) COMP-3 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(40) VALUE
               'DTR370  COMPARABLE-STORE SALES - FISCAL '.
           05  FILLER                     PIC X(05) VALUE 'YEAR '.
           05  WS-H1-FISCAL-YEAR          PIC 9(04).
           05  FILLER                     PIC X(08) VALUE ' PERIOD '.
           05  WS-H1-PERIOD               PIC 9(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-H1-TY-START             PIC 9(08).
           05  FILLER                     PIC X(01) VALUE '-'.
           05  WS-H1-TY-END               PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER                     PIC X(30) VALUE
               'COMP BASE: OPEN ON OR BEFORE '.
           05  WS-H2-LY-START             PIC 9(08).
           05  FILLER                     PIC X(25) VALUE
               ' AND NOT CLOSED BY '.
           05  WS-H2-TY-END               PIC 9(08).

       01  WS-STORE-HEADING.
           05  FILLER                     PIC X(50) VALUE
               'STORE NAME                  OPENED   CLOSED ST CLA'.
           05  FILLER                     PIC X(02) VALUE 'SS'.
       01  WS-STORE-LINE.
           05  WS-SL-STORE-NO             PIC ZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-SL-STORE-NAME           PIC X(20).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-SL-OPEN-DATE            PIC Z(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-SL-CLOSED-DATE          PIC Z(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-SL-STATUS               PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-SL-CLASS                PIC X(07).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-SL-NOTE                 PIC X(20).

       01  WS-GROUP-HEADING.
           05  WS-GH-NAME                 PIC X(24).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-GH-STORE-COUNT          PIC ZZZZ9.
           05  FILLER                     PIC X(07) VALUE ' STORES'.
       01  WS-COLUMN-HEADING.
           05  FILLER                     PIC X(50) VALUE
               'DEPT NAME                   TY-UNITS        TY-SAL'.
           05  FILLER                     PIC X(38) VALUE
               'ES   LY-UNITS        LY-SALES     CHG%'.

       01  WS-DETAIL-LINE.
           05  WS-DL-DEPT-NO              PIC ZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-DEPT-NAME            PIC X(20).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-TY-QTY               PIC -(9)9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-TY-SALES             PIC -(11)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-LY-QTY               PIC -(9)9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-LY-SALES             PIC -(11)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-PCT                  PIC -(5)9.9.
           05  WS-DL-PCT-X REDEFINES WS-DL-PCT
                                          PIC X(08).

       01  WS-SUMMARY-LINE.
           05  FILLER                     PIC X(25)
               VALUE 'STORE/DEPT ENTRIES READ: '.
           05  WS-SM-RECORD-COUNT         PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(29)
               VALUE '  HISTORY STORES NOT ON FILE:'.
           05  WS-SM-UNKNOWN-COUNT        PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-STARTED
               PERFORM 2000-CLASSIFY-STORES
               PERFORM 3000-ACCUMULATE-HISTORY
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
           PERFORM 1050-LOAD-PERIOD-PARM
           OPEN OUTPUT COMP-RPT-FILE
           PERFORM 1200-LOAD-DEPT-MASTER
           PERFORM 1300-LOAD-STORE-MASTER
           MOVE SPACES TO WS-SALESHST-FS
           OPEN INPUT SALESHST-FILE
           MOVE SPACES TO WS-RETCAL-FS
           OPEN INPUT RETCAL-FILE
           IF WS-RETCAL-FS = '00'
               MOVE WS-BIZ-DATE TO CAL-DATE
               READ RETCAL-FILE
               IF WS-RETCAL-FS = '00'
                   MOVE CAL-FISCAL-YEAR TO WS-TY-FISCAL-YEAR
                   MOVE CAL-PERIOD-NO   TO WS-CUR-PERIOD
                   PERFORM 1400-SET-PERIOD-DATES
               END-IF
           END-IF
           MOVE WS-TY-FISCAL-YEAR TO WS-H1-FISCAL-YEAR
           MOVE WS-COMP-PERIOD    TO WS-H1-PERIOD
           MOVE WS-TY-START-DATE  TO WS-H1-TY-START
           MOVE WS-TY-END-DATE    TO WS-H1-TY-END
           WRITE COMP-RPT-LINE FROM WS-HEADING-1
           EVALUATE TRUE
               WHEN WS-COMP-PERIOD < 1 OR WS-COMP-PERIOD > 13
                   MOVE 'NO VALID PERIOD NUMBER IN COMPSLPM'
                       TO COMP-RPT-LINE
                   WRITE COMP-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-TY-FISCAL-YEAR = 0
                   MOVE 'BUSINESS DATE NOT ON RETAIL CALENDAR-RUN STOP'
                       TO COMP-RPT-LINE
                   WRITE COMP-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-COMP-PERIOD > WS-CUR-PERIOD
                   MOVE 'PERIOD HAS NOT STARTED THIS FISCAL YEAR'
                       TO COMP-RPT-LINE
                   WRITE COMP-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-LY-START-DATE = 0
                   MOVE 'PERIOD LAST YEAR NOT ON RETAIL CALENDAR'
                       TO COMP-RPT-LINE
                   WRITE COMP-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-STORMAST-FS NOT = '00'
                   MOVE 'STORE MASTER NOT AVAILABLE - RUN DTR200'
                       TO COMP-RPT-LINE
                   WRITE COMP-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-SALESHST-FS NOT = '00'
                   MOVE 'SALES HISTORY FILE NOT AVAILABLE-RUN DTR210'
                       TO COMP-RPT-LINE
                   WRITE COMP-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'Y' TO WS-RUN-SWITCH
                   MOVE WS-LY-START-DATE TO WS-H2-LY-START
                   MOVE WS-TY-END-DATE   TO WS-H2-TY-END
                   WRITE COMP-RPT-LINE FROM WS-HEADING-2
           END-EVALUATE.

       1050-LOAD-PERIOD-PARM.
           MOVE SPACES TO WS-PARM-FS
           OPEN INPUT PERIOD-PARM-FILE
           IF WS-PARM-FS = '00'
               READ PERIOD-PARM-FILE INTO WS-PARM-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-PL-PERIOD NUMERIC
                           MOVE WS-PL-PERIOD TO WS-COMP-PERIOD
                       END-IF
               END-READ
               CLOSE PERIOD-PARM-FILE
           END-IF.

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

       1300-LOAD-STORE-MASTER.
           MOVE SPACES TO WS-STORMAST-FS
           OPEN INPUT STORMAST-FILE
           IF WS-STORMAST-FS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ STORMAST-FILE INTO STORMAST-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 1310-ADD-STORE-TO-TABLE
                   END-READ
               END-PERFORM
               CLOSE STORMAST-FILE
               MOVE '00' TO WS-STORMAST-FS
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1310-ADD-STORE-TO-TABLE.
           IF WS-STORE-COUNT < WS-STORE-MAX
               ADD 1 TO WS-STORE-COUNT
               MOVE STORMAST-STORE-NO
                   TO SC-STORE-NO (WS-STORE-COUNT)
               MOVE STORMAST-STORE-NAME
                   TO SC-STORE-NAME (WS-STORE-COUNT)
               MOVE STORMAST-STORE-STATUS
                   TO SC-STORE-STATUS (WS-STORE-COUNT)
               MOVE STORMAST-OPEN-DATE
                   TO SC-OPEN-DATE (WS-STORE-COUNT)
               MOVE STORMAST-CLOSED-DATE
                   TO SC-CLOSED-DATE (WS-STORE-COUNT)
               MOVE 0   TO SC-CLASS (WS-STORE-COUNT)
               MOVE 'Y' TO SC-MASTER-FLAG (WS-STORE-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SWITCH
           END-IF.

       1400-SET-PERIOD-DATES.
      *>   FIRST DAY OF THE PERIOD LAST YEAR, AND FIRST AND LAST DAY
      *>   OF THE PERIOD THIS YEAR.  A PERIOD STILL IN PROGRESS ENDS
      *>   AT THE BUSINESS DATE.
           COMPUTE WS-LY-FISCAL-YEAR = WS-TY-FISCAL-YEAR - 1
           MOVE 0 TO CAL-DATE
           START RETCAL-FILE KEY IS NOT LESS THAN CAL-DATE
           IF WS-RETCAL-FS = '00'
               PERFORM 1410-READ-CALENDAR
               PERFORM UNTIL WS-END-OF-FILE
                   IF CAL-PERIOD-NO = WS-COMP-PERIOD
                       PERFORM 1420-NOTE-PERIOD-DATE
                   END-IF
                   IF CAL-FISCAL-YEAR > WS-TY-FISCAL-YEAR
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       PERFORM 1410-READ-CALENDAR
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           IF WS-TY-END-DATE > WS-BIZ-DATE
               MOVE WS-BIZ-DATE TO WS-TY-END-DATE
           END-IF.

       1410-READ-CALENDAR.
           READ RETCAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       1420-NOTE-PERIOD-DATE.
           IF CAL-FISCAL-YEAR = WS-LY-FISCAL-YEAR
               IF WS-LY-START-DATE = 0
                   MOVE CAL-DATE TO WS-LY-START-DATE
               END-IF
           END-IF
           IF CAL-FISCAL-YEAR = WS-TY-FISCAL-YEAR
               IF WS-TY-START-DATE = 0
                   MOVE CAL-DATE TO WS-TY-START-DATE
               END-IF
               MOVE CAL-DATE TO WS-TY-END-DATE
           END-IF.

       2000-CLASSIFY-STORES.
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1 UNTIL WS-GR-IDX > 4
               MOVE 0 TO GT-STORE-COUNT (WS-GR-IDX)
               MOVE 0 TO GT-TY-QTY (WS-GR-IDX)
               MOVE 0 TO GT-TY-SALES (WS-GR-IDX)
               MOVE 0 TO GT-LY-QTY (WS-GR-IDX)
               MOVE 0 TO GT-LY-SALES (WS-GR-IDX)
           END-PERFORM
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > WS-STORE-COUNT
               EVALUATE TRUE
                   WHEN SC-CLOSED-DATE (WS-STORE-IDX) NOT = 0
                           AND SC-CLOSED-DATE (WS-STORE-IDX)
                               NOT > WS-TY-END-DATE
                       MOVE WS-CLASS-CLOSED TO SC-CLASS (WS-STORE-IDX)
                   WHEN SC-STORE-STATUS (WS-STORE-IDX) = 'C'
                           AND SC-CLOSED-DATE (WS-STORE-IDX) = 0
                       MOVE WS-CLASS-CLOSED TO SC-CLASS (WS-STORE-IDX)
                   WHEN SC-OPEN-DATE (WS-STORE-IDX) > WS-LY-START-DATE
                       MOVE WS-CLASS-NEW TO SC-CLASS (WS-STORE-IDX)
                   WHEN OTHER
                       MOVE WS-CLASS-COMP TO SC-CLASS (WS-STORE-IDX)
               END-EVALUATE
               MOVE SC-CLASS (WS-STORE-IDX) TO WS-GR-IDX
               ADD 1 TO GT-STORE-COUNT (WS-GR-IDX)
               ADD 1 TO GT-STORE-COUNT (WS-GROUP-CHAIN)
           END-PERFORM.

       3000-ACCUMULATE-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3100-READ-HISTORY
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-RECORD-COUNT
               PERFORM 3200-FIND-STORE
               IF WS-STORE-FOUND NOT = 0
                   MOVE SC-CLASS (WS-STORE-FOUND) TO WS-CUR-CLASS
                   MOVE SH-DEPT-NO TO WS-SEARCH-DEPT
                   PERFORM 6000-FIND-DEPT
                   IF WS-CS-FOUND NOT = 0
                       PERFORM 3300-ADD-TO-DEPT
                   END-IF
               END-IF
               PERFORM 3100-READ-HISTORY
           END-PERFORM.

       3100-READ-HISTORY.
           READ SALESHST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       3200-FIND-STORE.
      *>   A STORE WITH HISTORY BUT NO MASTER ROW CANNOT SHOW A FULL
      *>   YEAR OF TRADING, SO IT IS CARRIED AS NEW.
           MOVE 0 TO WS-STORE-FOUND
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > WS-STORE-COUNT
               IF SC-STORE-NO (WS-STORE-IDX) = SH-STORE-NO
                   MOVE WS-STORE-IDX TO WS-STORE-FOUND
                   MOVE WS-STORE-COUNT TO WS-STORE-IDX
               END-IF
           END-PERFORM
           IF WS-STORE-FOUND = 0
               IF WS-STORE-COUNT < WS-STORE-MAX
                   ADD 1 TO WS-STORE-COUNT
                   MOVE WS-STORE-COUNT TO WS-STORE-FOUND
                   MOVE SH-STORE-NO  TO SC-STORE-NO (WS-STORE-FOUND)
                   MOVE SPACES       TO SC-STORE-NAME (WS-STORE-FOUND)
                   MOVE SPACE        TO SC-STORE-STATUS (WS-STORE-FOUND)
                   MOVE 0            TO SC-OPEN-DATE (WS-STORE-FOUND)
                   MOVE 0            TO SC-CLOSED-DATE (WS-STORE-FOUND)
                   MOVE WS-CLASS-NEW TO SC-CLASS (WS-STORE-FOUND)
                   MOVE 'N'          TO SC-MASTER-FLAG (WS-STORE-FOUND)
                   ADD 1 TO GT-STORE-COUNT (WS-CLASS-NEW)
                   ADD 1 TO GT-STORE-COUNT (WS-GROUP-CHAIN)
                   ADD 1 TO WS-UNKNOWN-COUNT
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF.

       3300-ADD-TO-DEPT.
      *>   THE PERIOD IN PROGRESS IS ONLY IN THE PTD BUCKETS UNTIL
      *>   THE PERIOD-END ROLL FILES IT INTO THE THIS-YEAR TABLE.
           IF WS-COMP-PERIOD = WS-CUR-PERIOD
               MOVE SH-PTD-QTY   TO WS-TY-QTY
               MOVE SH-PTD-SALES TO WS-TY-SALES
           ELSE
               MOVE SH-TY-PER-QTY (WS-COMP-PERIOD)   TO WS-TY-QTY
               MOVE SH-TY-PER-SALES (WS-COMP-PERIOD) TO WS-TY-SALES
           END-IF
           MOVE WS-CUR-CLASS TO WS-GR-IDX
           PERFORM 3310-ADD-TO-GROUP
           MOVE WS-GROUP-CHAIN TO WS-GR-IDX
           PERFORM 3310-ADD-TO-GROUP.

       3310-ADD-TO-GROUP.
           ADD WS-TY-QTY   TO CS-TY-QTY (WS-CS-FOUND, WS-GR-IDX)
           ADD WS-TY-SALES TO CS-TY-SALES (WS-CS-FOUND, WS-GR-IDX)
           ADD SH-LY-PER-QTY (WS-COMP-PERIOD)
               TO CS-LY-QTY (WS-CS-FOUND, WS-GR-IDX)
           ADD SH-LY-PER-SALES (WS-COMP-PERIOD)
               TO CS-LY-SALES (WS-CS-FOUND, WS-GR-IDX)
           ADD WS-TY-QTY   TO GT-TY-QTY (WS-GR-IDX)
           ADD WS-TY-SALES TO GT-TY-SALES (WS-GR-IDX)
           ADD SH-LY-PER-QTY (WS-COMP-PERIOD)   TO GT-LY-QTY (WS-GR-IDX)
           ADD SH-LY-PER-SALES (WS-COMP-PERIOD)
               TO GT-LY-SALES (WS-GR-IDX).

       5000-PRODUCE-REPORT.
           PERFORM 5100-WRITE-STORE-LIST
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1 UNTIL WS-GR-IDX > 4
               PERFORM 5200-WRITE-GROUP
           END-PERFORM
           IF WS-TABLE-FULL
               MOVE 'STORE OR DEPT TABLE FULL - REPORT IS INCOMPLETE'
                   TO COMP-RPT-LINE
               WRITE COMP-RPT-LINE
           END-IF
           MOVE WS-RECORD-COUNT  TO WS-SM-RECORD-COUNT
           MOVE WS-UNKNOWN-COUNT TO WS-SM-UNKNOWN-COUNT
           WRITE COMP-RPT-LINE FROM WS-SUMMARY-LINE.

       5100-WRITE-STORE-LIST.
           MOVE SPACES TO COMP-RPT-LINE
           WRITE COMP-RPT-LINE
           WRITE COMP-RPT-LINE FROM WS-STORE-HEADING
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > WS-STORE-COUNT
               MOVE SC-STORE-NO (WS-STORE-IDX)     TO WS-SL-STORE-NO
               MOVE SC-STORE-NAME (WS-STORE-IDX)   TO WS-SL-STORE-NAME
               MOVE SC-OPEN-DATE (WS-STORE-IDX)    TO WS-SL-OPEN-DATE
               MOVE SC-CLOSED-DATE (WS-STORE-IDX)  TO WS-SL-CLOSED-DATE
               MOVE SC-STORE-STATUS (WS-STORE-IDX) TO WS-SL-STATUS
               MOVE SC-CLASS (WS-STORE-IDX) TO WS-CUR-CLASS
               MOVE WS-CLASS-CODE (WS-CUR-CLASS) TO WS-SL-CLASS
               IF SC-ON-MASTER (WS-STORE-IDX)
                   MOVE SPACES TO WS-SL-NOTE
               ELSE
                   MOVE 'NOT ON STORE MASTER' TO WS-SL-NOTE
               END-IF
               WRITE COMP-RPT-LINE FROM WS-STORE-LINE
           END-PERFORM.

       5200-WRITE-GROUP.
           MOVE SPACES TO COMP-RPT-LINE
           WRITE COMP-RPT-LINE
           MOVE WS-GROUP-NAME (WS-GR-IDX)  TO WS-GH-NAME
           MOVE GT-STORE-COUNT (WS-GR-IDX) TO WS-GH-STORE-COUNT
           WRITE COMP-RPT-LINE FROM WS-GROUP-HEADING
           WRITE COMP-RPT-LINE FROM WS-COLUMN-HEADING
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
               IF CS-TY-QTY (WS-CS-IDX, WS-GR-IDX) NOT = 0
                       OR CS-TY-SALES (WS-CS-IDX, WS-GR-IDX) NOT = 0
                       OR CS-LY-QTY (WS-CS-IDX, WS-GR-IDX) NOT = 0
                       OR CS-LY-SALES (WS-CS-IDX, WS-GR-IDX) NOT = 0
                   PERFORM 5210-WRITE-DEPT-LINE
               END-IF
           END-PERFORM
           MOVE 0                       TO WS-DL-DEPT-NO
           MOVE 'TOTAL'                 TO WS-DL-DEPT-NAME
           MOVE GT-TY-QTY (WS-GR-IDX)   TO WS-DL-TY-QTY
           MOVE GT-TY-SALES (WS-GR-IDX) TO WS-DL-TY-SALES
           MOVE GT-LY-QTY (WS-GR-IDX)   TO WS-DL-LY-QTY
           MOVE GT-LY-SALES (WS-GR-IDX) TO WS-DL-LY-SALES
           MOVE GT-TY-SALES (WS-GR-IDX) TO WS-TY-SALES
           MOVE GT-LY-SALES (WS-GR-IDX) TO WS-LY-SALES
           PERFORM 5220-SET-PCT-CHANGE
           WRITE COMP-RPT-LINE FROM WS-DETAIL-LINE.

       5210-WRITE-DEPT-LINE.
           MOVE CS-DEPT-NO (WS-CS-IDX) TO WS-DL-DEPT-NO
           MOVE SPACES TO WS-DL-DEPT-NAME
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF DP-DEPT-NO (WS-DEPT-IDX) = CS-DEPT-NO (WS-CS-IDX)
                   MOVE DP-DEPT-NAME (WS-DEPT-IDX) TO WS-DL-DEPT-NAME
                   MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
               END-IF
           END-PERFORM
           MOVE CS-TY-QTY (WS-CS-IDX, WS-GR-IDX)   TO WS-DL-TY-QTY
           MOVE CS-TY-SALES (WS-CS-IDX, WS-GR-IDX) TO WS-DL-TY-SALES
           MOVE CS-LY-QTY (WS-CS-IDX, WS-GR-IDX)   TO WS-DL-LY-QTY
           MOVE CS-LY-SALES (WS-CS-IDX, WS-GR-IDX) TO WS-DL-LY-SALES
           MOVE CS-TY-SALES (WS-CS-IDX, WS-GR-IDX) TO WS-TY-SALES
           MOVE CS-LY-SALES (WS-CS-IDX, WS-GR-IDX) TO WS-LY-SALES
           PERFORM 5220-SET-PCT-CHANGE
           WRITE COMP-RPT-LINE FROM WS-DETAIL-LINE.

       5220-SET-PCT-CHANGE.
      *>   SALES CHANGE ON LAST YEAR; NOTHING TO COMPARE WITH WHEN
      *>   THERE WERE NO SALES LAST YEAR.
           IF WS-LY-SALES = 0
               MOVE '     N/A' TO WS-DL-PCT-X
           ELSE
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   (WS-TY-SALES - WS-LY-SALES) * 100 / WS-LY-SALES
                   ON SIZE ERROR
                       MOVE '   *****' TO WS-DL-PCT-X
                   NOT ON SIZE ERROR
                       MOVE WS-PCT-CHANGE TO WS-DL-PCT
               END-COMPUTE
           END-IF.

       6000-FIND-DEPT.
      *>   FIND THE DEPARTMENT OR THE SLOT IT BELONGS IN; A NEW ONE
      *>   IS OPENED THERE BY SHIFTING THE REST DOWN ONE.
           MOVE 0 TO WS-CS-FOUND
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
               IF CS-DEPT-NO (WS-CS-IDX) NOT < WS-SEARCH-DEPT
                   MOVE WS-CS-IDX TO WS-CS-FOUND
                   MOVE WS-CS-COUNT TO WS-CS-IDX
               END-IF
           END-PERFORM
           IF WS-CS-FOUND = 0
               MOVE WS-CS-COUNT TO WS-CS-FOUND
               ADD 1 TO WS-CS-FOUND
           END-IF
           IF WS-CS-FOUND > WS-CS-COUNT
                   OR CS-DEPT-NO (WS-CS-FOUND) NOT = WS-SEARCH-DEPT
               IF WS-CS-COUNT < WS-CS-MAX
                   PERFORM 6100-OPEN-DEPT
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
                   MOVE 0 TO WS-CS-FOUND
               END-IF
           END-IF.

       6100-OPEN-DEPT.
           PERFORM VARYING WS-CS-SHIFT FROM WS-CS-COUNT BY -1
                   UNTIL WS-CS-SHIFT < WS-CS-FOUND
               MOVE CS-ENTRY (WS-CS-SHIFT)
                   TO CS-ENTRY (WS-CS-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-CS-COUNT
           MOVE WS-SEARCH-DEPT TO CS-DEPT-NO (WS-CS-FOUND)
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1 UNTIL WS-GR-IDX > 4
               MOVE 0 TO CS-TY-QTY (WS-CS-FOUND, WS-GR-IDX)
               MOVE 0 TO CS-TY-SALES (WS-CS-FOUND, WS-GR-IDX)
               MOVE 0 TO CS-LY-QTY (WS-CS-FOUND, WS-GR-IDX)
               MOVE 0 TO CS-LY-SALES (WS-CS-FOUND, WS-GR-IDX)
           END-PERFORM.

       9000-TERMINATE.
           CLOSE SALESHST-FILE
           CLOSE RETCAL-FILE
           CLOSE COMP-RPT-FILE.
