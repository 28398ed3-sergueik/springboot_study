      *
      *   DTR340 - CYCLE COUNT POSTING AND SHRINK REPORT
      *
      *   COMPANION TO THE DTR330 PERPETUAL INVENTORY POSTING.
      *   STORES COUNT A FEW KEYCODES EVERY WEEK; THIS STEP TAKES
      *   THE COUNT FILE AND, FOR EACH STORE/KEYCODE COUNTED,
      *   COMPARES THE COUNTED QUANTITY TO THE BOOK QUANTITY ON THE
      *   PERPETUAL INVENTORY FILE (SEE PERPINV COPYBOOK), POSTS THE
      *   DIFFERENCE AS SHRINK (BOOK MINUS COUNTED - POSITIVE IS A
      *   LOSS) AND RESETS THE BOOK TO THE COUNT.  A KEYCODE COUNTED
      *   AT A STORE WITH NO INVENTORY ENTRY IS TAKEN AS A ZERO
      *   BOOK.  SHRINK IS VALUED AT THE KEYCODE MASTER RETAIL
      *   PRICE.  THE REPORT LISTS EVERY COUNT LINE WITH A
      *   DIFFERENCE, THEN THE SHRINK BY STORE/DEPARTMENT WITH A
      *   CHAIN TOTAL FOR LOSS PREVENTION.  A COUNT THAT CANNOT BE
      *   APPLIED IS REPORTED AND SKIPPED.
      *
      *   COUNT RECORD (CYCCOUNT, 30 BYTES): STORE 9(3), KEYCODE
      *   X(8), COUNTED QUANTITY 9(9), COUNT DATE CCYYMMDD 9(8)
      *   (ZERO = THE BUSINESS DATE), FILLER X(2).
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR CYCLE COUNT POSTING AND THE SHRINK
      *               REPORT.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTR340.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-FILE    ASSIGN TO CYCCOUNT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COUNT-FS.
           SELECT PERPINV-FILE  ASSIGN TO PERPINV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PI-KEY
               FILE STATUS IS WS-PERPINV-FS.
           SELECT KEYCMAST-FILE ASSIGN TO KEYCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KEYCMAST-KEYCODE-NO
               FILE STATUS IS WS-KEYCMAST-FS.
           SELECT SHRINK-RPT-FILE ASSIGN TO DTRSHKRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COUNT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  COUNT-FILE-RECORD              PIC X(30).

       FD  PERPINV-FILE.
       COPY PERPINV.

       FD  KEYCMAST-FILE.
       COPY KEYCMAST.

       FD  SHRINK-RPT-FILE.
       01  SHRINK-RPT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-COUNT-RECORD.
           05  CC-STORE-NO                PIC 9(03).
           05  CC-KEYCODE-NO              PIC X(08).
           05  CC-COUNTED-QTY             PIC 9(09).
           05  CC-COUNT-DATE              PIC 9(08).
           05  FILLER                     PIC X(02).

       01  WS-COUNT-FS                    PIC X(02).
       01  WS-PERPINV-FS                  PIC X(02).
       01  WS-KEYCMAST-FS                 PIC X(02).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-RUN-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-RUN-STARTED             VALUE 'Y'.
       01  WS-SD-FULL-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-SD-TABLE-FULL           VALUE 'Y'.

       01  WS-REJECT-REASON               PIC X(40).
       01  WS-BOOK-QTY                    PIC S9(09)    COMP-3.
       01  WS-SHRINK-QTY                  PIC S9(09)    COMP-3.
       01  WS-SHRINK-VALUE                PIC S9(11)V99 COMP-3.

      *>   SHRINK BY STORE/DEPARTMENT, KEPT IN STORE/DEPT ORDER AS
      *>   IT IS BUILT SO THE SUMMARY PRINTS STRAIGHT DOWN.
       01  WS-SD-MAX                      PIC S9(04) COMP VALUE 2000.
       01  WS-SD-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-SD-IDX                      PIC S9(04) COMP VALUE 0.
       01  WS-SD-FOUND                    PIC S9(04) COMP VALUE 0.
       01  WS-SD-SHIFT                    PIC S9(04) COMP VALUE 0.
       01  STORE-DEPT-TABLE.
           05  STORE-DEPT-ENTRY OCCURS 2000 TIMES.
               10  SD-STORE-NO            PIC S9(03)    COMP-3.
               10  SD-DEPT-NO             PIC S9(03)    COMP-3.
               10  SD-LINES-COUNTED       PIC S9(07)    COMP-3.
               10  SD-SHRINK-QTY          PIC S9(09)    COMP-3.
               10  SD-SHRINK-VALUE        PIC S9(11)V99 COMP-3.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       01  WS-COUNT-READ                  PIC S9(09) COMP-3 VALUE 0.
       01  WS-APPLIED-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-REJECT-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-CHAIN-LINES                 PIC S9(09) COMP-3 VALUE 0.
       01  WS-CHAIN-SHRINK-QTY            PIC S9(09) COMP-3 VALUE 0.
       01  WS-CHAIN-SHRINK-VALUE          PIC S9(13)V99 COMP-3
                                          VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(42) VALUE
               'DTR340  CYCLE COUNT AND SHRINK REPORT FOR '.
           05  WS-H1-DATE                 PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER                     PIC X(51) VALUE
               'STORE KEYCODE  DEPT       BOOK    COUNTED    SHRINK'.
           05  FILLER                     PIC X(16) VALUE
               '    SHRINK-VALUE'.
       01  WS-HEADING-3.
           05  FILLER                     PIC X(50) VALUE
               'SHRINK BY STORE/DEPARTMENT'.
       01  WS-HEADING-4.
           05  FILLER                     PIC X(50) VALUE
               'STORE  DEPT  LINES COUNTED  SHRINK-QTY'.
           05  FILLER                     PIC X(16) VALUE
               '    SHRINK-VALUE'.

       01  WS-DETAIL-LINE.
           05  WS-DL-STORE-NO             PIC ZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DL-KEYCODE-NO           PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-DEPT-NO              PIC ZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-BOOK-QTY             PIC -(9)9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-COUNTED-QTY          PIC -(9)9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-SHRINK-QTY           PIC -(8)9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-SHRINK-VALUE         PIC -(11)9.99.

       01  WS-REJECT-LINE.
           05  FILLER                     PIC X(08) VALUE 'REJECT  '.
           05  WS-RJ-STORE-NO             PIC ZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RJ-KEYCODE-NO           PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RJ-REASON               PIC X(40).

       01  WS-SUMMARY-DETAIL-LINE.
           05  WS-SU-STORE-NO             PIC ZZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-SU-DEPT-NO              PIC ZZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-SU-LINES                PIC ZZZZZZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-SU-SHRINK-QTY           PIC -(9)9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-SU-SHRINK-VALUE         PIC -(13)9.99.

       01  WS-CHAIN-LINE.
           05  FILLER                     PIC X(14) VALUE
               'CHAIN TOTAL   '.
           05  WS-CH-LINES                PIC ZZZZZZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CH-SHRINK-QTY           PIC -(9)9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-CH-SHRINK-VALUE         PIC -(13)9.99.

       01  WS-SUMMARY-LINE.
           05  FILLER                     PIC X(14)
               VALUE 'COUNTS READ:  '.
           05  WS-SL-COUNT-READ           PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(11)
               VALUE '  APPLIED: '.
           05  WS-SL-APPLIED-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(12)
               VALUE '  REJECTED: '.
           05  WS-SL-REJECT-COUNT         PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-COUNT UNTIL WS-END-OF-FILE
           IF WS-RUN-STARTED
               PERFORM 3000-PRODUCE-SHRINK-SUMMARY
           END-IF
           PERFORM 9000-TERMINATE
           IF WS-SD-TABLE-FULL AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           OPEN OUTPUT SHRINK-RPT-FILE
           MOVE WS-BIZ-DATE TO WS-H1-DATE
           WRITE SHRINK-RPT-LINE FROM WS-HEADING-1
           WRITE SHRINK-RPT-LINE FROM WS-HEADING-2
           MOVE SPACES TO WS-COUNT-FS
           OPEN INPUT COUNT-FILE
           MOVE SPACES TO WS-KEYCMAST-FS
           OPEN INPUT KEYCMAST-FILE
           EVALUATE TRUE
               WHEN WS-COUNT-FS NOT = '00'
                   MOVE 'NO CYCLE COUNT FILE - NOTHING TO DO'
                       TO SHRINK-RPT-LINE
                   WRITE SHRINK-RPT-LINE
                   MOVE 'Y' TO WS-EOF-SWITCH
               WHEN WS-KEYCMAST-FS NOT = '00'
                   MOVE 'KEYCODE MASTER NOT AVAILABLE - RUN STOPPED'
                       TO SHRINK-RPT-LINE
                   WRITE SHRINK-RPT-LINE
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SWITCH
               WHEN OTHER
                   MOVE 'Y' TO WS-RUN-SWITCH
                   PERFORM 1100-OPEN-PERPINV
                   PERFORM 1200-READ-COUNT
           END-EVALUATE.

       1100-OPEN-PERPINV.
      *>   COUNTS CAN ARRIVE BEFORE THE FIRST DTR330 POSTING RUN --
      *>   CREATE THE INVENTORY FILE AND REOPEN IN THAT CASE.
           MOVE SPACES TO WS-PERPINV-FS
           OPEN I-O PERPINV-FILE
           IF WS-PERPINV-FS NOT = '00'
               OPEN OUTPUT PERPINV-FILE
               CLOSE PERPINV-FILE
               OPEN I-O PERPINV-FILE
           END-IF.

       1200-READ-COUNT.
           READ COUNT-FILE INTO WS-COUNT-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2000-PROCESS-COUNT.
           ADD 1 TO WS-COUNT-READ
           PERFORM 2100-EDIT-COUNT
           IF WS-REJECT-REASON = SPACES
               PERFORM 2200-APPLY-COUNT
           ELSE
               PERFORM 2900-WRITE-REJECT
           END-IF
           PERFORM 1200-READ-COUNT.

       2100-EDIT-COUNT.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN CC-STORE-NO NOT NUMERIC
                       OR CC-STORE-NO = 0
                   MOVE 'STORE NUMBER NOT NUMERIC OR ZERO'
                       TO WS-REJECT-REASON
               WHEN CC-COUNTED-QTY NOT NUMERIC
                   MOVE 'COUNTED QUANTITY NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN CC-COUNT-DATE NOT NUMERIC
                   MOVE 'COUNT DATE NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE CC-KEYCODE-NO TO KEYCMAST-KEYCODE-NO
                   READ KEYCMAST-FILE
                   IF WS-KEYCMAST-FS NOT = '00'
                       MOVE 'KEYCODE NOT ON KEYCODE MASTER'
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

       2200-APPLY-COUNT.
           MOVE CC-STORE-NO   TO PI-STORE-NO
           MOVE CC-KEYCODE-NO TO PI-KEYCODE-NO
           READ PERPINV-FILE
           IF WS-PERPINV-FS = '00'
               MOVE PI-ON-HAND-QTY TO WS-BOOK-QTY
           ELSE
               MOVE 0 TO WS-BOOK-QTY
               MOVE CC-STORE-NO      TO PI-STORE-NO
               MOVE CC-KEYCODE-NO    TO PI-KEYCODE-NO
               MOVE KEYCMAST-DEPT-NO TO PI-DEPT-NO
               MOVE 0 TO PI-ON-HAND-QTY
               MOVE 0 TO PI-DELIVERED-QTY
               MOVE 0 TO PI-SOLD-QTY
               MOVE 0 TO PI-RETURNED-QTY
               MOVE 0 TO PI-SHRINK-QTY
               MOVE 0 TO PI-LAST-MOVEMENT-DATE
               MOVE 0 TO PI-LAST-COUNT-DATE
               WRITE PERPINV-RECORD
           END-IF
           COMPUTE WS-SHRINK-QTY = WS-BOOK-QTY - CC-COUNTED-QTY
           COMPUTE WS-SHRINK-VALUE =
               WS-SHRINK-QTY * KEYCMAST-RETAIL-PRICE
           MOVE CC-COUNTED-QTY TO PI-ON-HAND-QTY
           ADD WS-SHRINK-QTY   TO PI-SHRINK-QTY
           IF CC-COUNT-DATE = 0
               MOVE WS-BIZ-DATE   TO PI-LAST-COUNT-DATE
           ELSE
               MOVE CC-COUNT-DATE TO PI-LAST-COUNT-DATE
           END-IF
           REWRITE PERPINV-RECORD
           IF WS-PERPINV-FS NOT = '00'
               MOVE 'INVENTORY REWRITE FAILED' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 2700-BUMP-STORE-DEPT
               IF WS-SHRINK-QTY NOT = 0
                   MOVE PI-STORE-NO     TO WS-DL-STORE-NO
                   MOVE PI-KEYCODE-NO   TO WS-DL-KEYCODE-NO
                   MOVE PI-DEPT-NO      TO WS-DL-DEPT-NO
                   MOVE WS-BOOK-QTY     TO WS-DL-BOOK-QTY
                   MOVE CC-COUNTED-QTY  TO WS-DL-COUNTED-QTY
                   MOVE WS-SHRINK-QTY   TO WS-DL-SHRINK-QTY
                   MOVE WS-SHRINK-VALUE TO WS-DL-SHRINK-VALUE
                   WRITE SHRINK-RPT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-IF.

       2700-BUMP-STORE-DEPT.
      *>   FIND THE STORE/DEPT OR THE SLOT IT BELONGS IN; A NEW ONE
      *>   IS OPENED THERE BY SHIFTING THE REST DOWN ONE.
           MOVE 0 TO WS-SD-FOUND
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-COUNT
               IF SD-STORE-NO (WS-SD-IDX) > PI-STORE-NO
                       OR (SD-STORE-NO (WS-SD-IDX) = PI-STORE-NO
                       AND SD-DEPT-NO (WS-SD-IDX) NOT < PI-DEPT-NO)
                   MOVE WS-SD-IDX TO WS-SD-FOUND
                   MOVE WS-SD-COUNT TO WS-SD-IDX
               END-IF
           END-PERFORM
           IF WS-SD-FOUND = 0
               MOVE WS-SD-COUNT TO WS-SD-FOUND
               ADD 1 TO WS-SD-FOUND
           END-IF
           IF WS-SD-FOUND > WS-SD-COUNT
                   OR SD-STORE-NO (WS-SD-FOUND) NOT = PI-STORE-NO
                   OR SD-DEPT-NO (WS-SD-FOUND) NOT = PI-DEPT-NO
               IF WS-SD-COUNT < WS-SD-MAX
                   PERFORM 2710-OPEN-STORE-DEPT
               ELSE
                   MOVE 'Y' TO WS-SD-FULL-SWITCH
                   MOVE 0 TO WS-SD-FOUND
               END-IF
           END-IF
           IF WS-SD-FOUND NOT = 0
               ADD 1 TO SD-LINES-COUNTED (WS-SD-FOUND)
               ADD WS-SHRINK-QTY   TO SD-SHRINK-QTY (WS-SD-FOUND)
               ADD WS-SHRINK-VALUE TO SD-SHRINK-VALUE (WS-SD-FOUND)
           END-IF.

       2710-OPEN-STORE-DEPT.
           PERFORM VARYING WS-SD-SHIFT FROM WS-SD-COUNT BY -1
                   UNTIL WS-SD-SHIFT < WS-SD-FOUND
               MOVE STORE-DEPT-ENTRY (WS-SD-SHIFT)
                   TO STORE-DEPT-ENTRY (WS-SD-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-SD-COUNT
           MOVE PI-STORE-NO TO SD-STORE-NO (WS-SD-FOUND)
           MOVE PI-DEPT-NO  TO SD-DEPT-NO (WS-SD-FOUND)
           MOVE 0 TO SD-LINES-COUNTED (WS-SD-FOUND)
           MOVE 0 TO SD-SHRINK-QTY (WS-SD-FOUND)
           MOVE 0 TO SD-SHRINK-VALUE (WS-SD-FOUND).

       2900-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           IF CC-STORE-NO NUMERIC
               MOVE CC-STORE-NO TO WS-RJ-STORE-NO
           ELSE
               MOVE 0           TO WS-RJ-STORE-NO
           END-IF
           MOVE CC-KEYCODE-NO    TO WS-RJ-KEYCODE-NO
           MOVE WS-REJECT-REASON TO WS-RJ-REASON
           WRITE SHRINK-RPT-LINE FROM WS-REJECT-LINE.

       3000-PRODUCE-SHRINK-SUMMARY.
           WRITE SHRINK-RPT-LINE FROM WS-HEADING-3
           WRITE SHRINK-RPT-LINE FROM WS-HEADING-4
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-COUNT
               MOVE SD-STORE-NO (WS-SD-IDX)      TO WS-SU-STORE-NO
               MOVE SD-DEPT-NO (WS-SD-IDX)       TO WS-SU-DEPT-NO
               MOVE SD-LINES-COUNTED (WS-SD-IDX) TO WS-SU-LINES
               MOVE SD-SHRINK-QTY (WS-SD-IDX)    TO WS-SU-SHRINK-QTY
               MOVE SD-SHRINK-VALUE (WS-SD-IDX)  TO WS-SU-SHRINK-VALUE
               WRITE SHRINK-RPT-LINE FROM WS-SUMMARY-DETAIL-LINE
               ADD SD-LINES-COUNTED (WS-SD-IDX) TO WS-CHAIN-LINES
               ADD SD-SHRINK-QTY (WS-SD-IDX)   TO WS-CHAIN-SHRINK-QTY
               ADD SD-SHRINK-VALUE (WS-SD-IDX)
                   TO WS-CHAIN-SHRINK-VALUE
           END-PERFORM
           MOVE WS-CHAIN-LINES        TO WS-CH-LINES
           MOVE WS-CHAIN-SHRINK-QTY   TO WS-CH-SHRINK-QTY
           MOVE WS-CHAIN-SHRINK-VALUE TO WS-CH-SHRINK-VALUE
           WRITE SHRINK-RPT-LINE FROM WS-CHAIN-LINE
           IF WS-SD-TABLE-FULL
               MOVE 'STORE/DEPT TABLE FULL - SUMMARY IS INCOMPLETE'
                   TO SHRINK-RPT-LINE
               WRITE SHRINK-RPT-LINE
           END-IF
           MOVE WS-COUNT-READ    TO WS-SL-COUNT-READ
           MOVE WS-APPLIED-COUNT TO WS-SL-APPLIED-COUNT
           MOVE WS-REJECT-COUNT  TO WS-SL-REJECT-COUNT
           WRITE SHRINK-RPT-LINE FROM WS-SUMMARY-LINE.

       9000-TERMINATE.
           IF WS-RUN-STARTED
               CLOSE PERPINV-FILE
           END-IF
           CLOSE COUNT-FILE
           CLOSE KEYCMAST-FILE
           CLOSE SHRINK-RPT-FILE.
