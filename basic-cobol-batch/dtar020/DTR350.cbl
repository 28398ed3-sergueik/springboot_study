      *
      *   DTR350 - NIGHTLY GROSS MARGIN REPORT BY STORE/DEPARTMENT
      *
      *   EVERY OTHER SALES REPORT SHOWS REVENUE ONLY.  THIS STEP
      *   READS THE STORE/DEPARTMENT-VALIDATED DTAR020G EXTRACT,
      *   COSTS EACH SALE AT THE KEYCODE'S WEIGHTED-AVERAGE UNIT COST
      *   FROM THE ITEM COST FILE (MAINTAINED BY THE AMS200 RECEIPT
      *   MATCH) AND PRINTS SALES, COST, GROSS MARGIN AND MARGIN
      *   PERCENT BY STORE/DEPARTMENT WITH A CHAIN TOTAL.  A LINE
      *   WHOSE MARGIN IS BELOW ZERO IS FLAGGED.  SALES OF KEYCODES
      *   WITH NO COST YET ARE SHOWN SEPARATELY AS UNCOSTED AND KEPT
      *   OUT OF THE MARGIN AND PERCENT, SO A MISSING COST CANNOT
      *   PASS FOR A 100 PERCENT MARGIN.  DTR110 MUST RUN AHEAD OF
      *   THIS STEP IN THE JOB STREAM.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR GROSS MARGIN REPORTING BY STORE AND
      *               DEPARTMENT.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTR350.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DTAR020-FILE  ASSIGN TO DTAR020G
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DTAR020-FS.
           SELECT ITEMCOST-FILE ASSIGN TO ITEMCOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IC-KEYCODE-NO
               FILE STATUS IS WS-ITEMCOST-FS.
           SELECT MARGIN-RPT-FILE ASSIGN TO DTRMRGRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DTAR020-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
       01  DTAR020-FILE-RECORD            PIC X(27).

       FD  ITEMCOST-FILE.
       COPY ITEMCOST.

       FD  MARGIN-RPT-FILE.
       01  MARGIN-RPT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       COPY DTAR020.

       01  WS-DTAR020-FS                  PIC X(02).
       01  WS-ITEMCOST-FS                 PIC X(02).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-RUN-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-RUN-STARTED             VALUE 'Y'.
       01  WS-SD-FULL-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-SD-TABLE-FULL           VALUE 'Y'.
       01  WS-COSTED-SWITCH               PIC X(01).
           88  WS-LINE-COSTED             VALUE 'Y'.

       01  WS-LINE-COST                   PIC S9(11)V99 COMP-3.
       01  WS-MARGIN                      PIC S9(13)V99 COMP-3.
       01  WS-MARGIN-PCT                  PIC S9(05)V9  COMP-3.

      *>   STORE/DEPARTMENT TOTALS, KEPT IN STORE/DEPT ORDER AS THEY
      *>   ARE BUILT SO THE REPORT PRINTS STRAIGHT DOWN.
       01  WS-SD-MAX                      PIC S9(04) COMP VALUE 2000.
       01  WS-SD-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-SD-IDX                      PIC S9(04) COMP VALUE 0.
       01  WS-SD-FOUND                    PIC S9(04) COMP VALUE 0.
       01  WS-SD-SHIFT                    PIC S9(04) COMP VALUE 0.
       01  STORE-DEPT-TABLE.
           05  STORE-DEPT-ENTRY OCCURS 2000 TIMES.
               10  SD-STORE-NO            PIC S9(03)    COMP-3.
               10  SD-DEPT-NO             PIC S9(03)    COMP-3.
               10  SD-SALES               PIC S9(11)V99 COMP-3.
               10  SD-COSTED-SALES        PIC S9(11)V99 COMP-3.
               10  SD-COST                PIC S9(11)V99 COMP-3.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       01  WS-RECORD-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-UNCOSTED-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-NEGATIVE-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-CHAIN-SALES                 PIC S9(13)V99 COMP-3
                                          VALUE 0.
       01  WS-CHAIN-COSTED-SALES          PIC S9(13)V99 COMP-3
                                          VALUE 0.
       01  WS-CHAIN-COST                  PIC S9(13)V99 COMP-3
                                          VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(40) VALUE
               'DTR350  GROSS MARGIN BY STORE/DEPT FOR '.
           05  WS-H1-DATE                 PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER                     PIC X(50) VALUE
               'STORE  DEPT          SALES            COST'.
           05  FILLER                     PIC X(44) VALUE
               '          MARGIN   PCT  UNCOSTED-SALES'.

       01  WS-DETAIL-LINE.
           05  WS-DL-STORE-NO             PIC ZZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DL-DEPT-NO              PIC ZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-SALES                PIC -(11)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-COST                 PIC -(11)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-MARGIN               PIC -(11)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-MARGIN-PCT           PIC -(3)9.9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-UNCOSTED             PIC -(11)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-FLAG                 PIC X(10).

       01  WS-CHAIN-LINE.
           05  FILLER                     PIC X(12) VALUE
               'CHAIN TOTAL '.
           05  WS-CH-SALES                PIC -(13)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-CH-COST                 PIC -(13)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-CH-MARGIN               PIC -(13)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-CH-MARGIN-PCT           PIC -(3)9.9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-CH-UNCOSTED             PIC -(13)9.99.

       01  WS-SUMMARY-LINE.
           05  FILLER                     PIC X(14)
               VALUE 'SALES READ:   '.
           05  WS-SL-RECORD-COUNT         PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(12)
               VALUE '  UNCOSTED: '.
           05  WS-SL-UNCOSTED-COUNT       PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(22)
               VALUE '  NEGATIVE-MARGIN SD: '.
           05  WS-SL-NEGATIVE-COUNT       PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SALE UNTIL WS-END-OF-FILE
           IF WS-RUN-STARTED
               PERFORM 3000-PRODUCE-REPORT
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
           OPEN OUTPUT MARGIN-RPT-FILE
           MOVE WS-BIZ-DATE TO WS-H1-DATE
           WRITE MARGIN-RPT-LINE FROM WS-HEADING-1
           WRITE MARGIN-RPT-LINE FROM WS-HEADING-2
           MOVE SPACES TO WS-DTAR020-FS
           OPEN INPUT DTAR020-FILE
           MOVE SPACES TO WS-ITEMCOST-FS
           OPEN INPUT ITEMCOST-FILE
           EVALUATE TRUE
               WHEN WS-DTAR020-FS NOT = '00'
                   MOVE 'DTAR020G EXTRACT NOT AVAILABLE - RUN DTR110'
                       TO MARGIN-RPT-LINE
                   WRITE MARGIN-RPT-LINE
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SWITCH
               WHEN WS-ITEMCOST-FS NOT = '00'
                   MOVE 'ITEM COST FILE NOT AVAILABLE - RUN AMS200'
                       TO MARGIN-RPT-LINE
                   WRITE MARGIN-RPT-LINE
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SWITCH
               WHEN OTHER
                   MOVE 'Y' TO WS-RUN-SWITCH
                   PERFORM 1100-READ-DTAR020
           END-EVALUATE.

       1100-READ-DTAR020.
           READ DTAR020-FILE INTO DTAR020-RECORD-DATA
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2000-PROCESS-SALE.
           ADD 1 TO WS-RECORD-COUNT
           PERFORM 2100-COST-SALE
           PERFORM 2700-BUMP-STORE-DEPT
           PERFORM 1100-READ-DTAR020.

       2100-COST-SALE.
           MOVE 'N' TO WS-COSTED-SWITCH
           MOVE 0 TO WS-LINE-COST
           MOVE DTAR020-KEYCODE-NO TO IC-KEYCODE-NO
           READ ITEMCOST-FILE
           IF WS-ITEMCOST-FS = '00' AND IC-AVG-UNIT-COST > 0
               MOVE 'Y' TO WS-COSTED-SWITCH
               COMPUTE WS-LINE-COST ROUNDED =
                   DTAR020-QTY-SOLD * IC-AVG-UNIT-COST
           ELSE
               ADD 1 TO WS-UNCOSTED-COUNT
           END-IF.

       2700-BUMP-STORE-DEPT.
      *>   FIND THE STORE/DEPT OR THE SLOT IT BELONGS IN; A NEW ONE
      *>   IS OPENED THERE BY SHIFTING THE REST DOWN ONE.
           MOVE 0 TO WS-SD-FOUND
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-COUNT
               IF SD-STORE-NO (WS-SD-IDX) > DTAR020-STORE-NO
                       OR (SD-STORE-NO (WS-SD-IDX) = DTAR020-STORE-NO
                       AND SD-DEPT-NO (WS-SD-IDX)
                           NOT < DTAR020-DEPT-NO)
                   MOVE WS-SD-IDX TO WS-SD-FOUND
                   MOVE WS-SD-COUNT TO WS-SD-IDX
               END-IF
           END-PERFORM
           IF WS-SD-FOUND = 0
               MOVE WS-SD-COUNT TO WS-SD-FOUND
               ADD 1 TO WS-SD-FOUND
           END-IF
           IF WS-SD-FOUND > WS-SD-COUNT
                   OR SD-STORE-NO (WS-SD-FOUND) NOT = DTAR020-STORE-NO
                   OR SD-DEPT-NO (WS-SD-FOUND) NOT = DTAR020-DEPT-NO
               IF WS-SD-COUNT < WS-SD-MAX
                   PERFORM 2710-OPEN-STORE-DEPT
               ELSE
                   MOVE 'Y' TO WS-SD-FULL-SWITCH
                   MOVE 0 TO WS-SD-FOUND
               END-IF
           END-IF
           IF WS-SD-FOUND NOT = 0
               ADD DTAR020-SALE-PRICE TO SD-SALES (WS-SD-FOUND)
               IF WS-LINE-COSTED
                   ADD DTAR020-SALE-PRICE
                       TO SD-COSTED-SALES (WS-SD-FOUND)
                   ADD WS-LINE-COST TO SD-COST (WS-SD-FOUND)
               END-IF
           END-IF.

       2710-OPEN-STORE-DEPT.
           PERFORM VARYING WS-SD-SHIFT FROM WS-SD-COUNT BY -1
                   UNTIL WS-SD-SHIFT < WS-SD-FOUND
               MOVE STORE-DEPT-ENTRY (WS-SD-SHIFT)
                   TO STORE-DEPT-ENTRY (WS-SD-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-SD-COUNT
           MOVE DTAR020-STORE-NO TO SD-STORE-NO (WS-SD-FOUND)
           MOVE DTAR020-DEPT-NO  TO SD-DEPT-NO (WS-SD-FOUND)
           MOVE 0 TO SD-SALES (WS-SD-FOUND)
           MOVE 0 TO SD-COSTED-SALES (WS-SD-FOUND)
           MOVE 0 TO SD-COST (WS-SD-FOUND).

       3000-PRODUCE-REPORT.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                   UNTIL WS-SD-IDX > WS-SD-COUNT
               PERFORM 3100-WRITE-STORE-DEPT
           END-PERFORM
           COMPUTE WS-MARGIN = WS-CHAIN-COSTED-SALES - WS-CHAIN-COST
           IF WS-CHAIN-COSTED-SALES NOT = 0
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN * 100 / WS-CHAIN-COSTED-SALES
           ELSE
               MOVE 0 TO WS-MARGIN-PCT
           END-IF
           MOVE WS-CHAIN-SALES TO WS-CH-SALES
           MOVE WS-CHAIN-COST  TO WS-CH-COST
           MOVE WS-MARGIN      TO WS-CH-MARGIN
           MOVE WS-MARGIN-PCT  TO WS-CH-MARGIN-PCT
           COMPUTE WS-CH-UNCOSTED =
               WS-CHAIN-SALES - WS-CHAIN-COSTED-SALES
           WRITE MARGIN-RPT-LINE FROM WS-CHAIN-LINE
           IF WS-SD-TABLE-FULL
               MOVE 'STORE/DEPT TABLE FULL - REPORT IS INCOMPLETE'
                   TO MARGIN-RPT-LINE
               WRITE MARGIN-RPT-LINE
           END-IF
           MOVE WS-RECORD-COUNT   TO WS-SL-RECORD-COUNT
           MOVE WS-UNCOSTED-COUNT TO WS-SL-UNCOSTED-COUNT
           MOVE WS-NEGATIVE-COUNT TO WS-SL-NEGATIVE-COUNT
           WRITE MARGIN-RPT-LINE FROM WS-SUMMARY-LINE.

       3100-WRITE-STORE-DEPT.
           COMPUTE WS-MARGIN =
               SD-COSTED-SALES (WS-SD-IDX) - SD-COST (WS-SD-IDX)
           IF SD-COSTED-SALES (WS-SD-IDX) NOT = 0
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN * 100 / SD-COSTED-SALES (WS-SD-IDX)
           ELSE
               MOVE 0 TO WS-MARGIN-PCT
           END-IF
           MOVE SD-STORE-NO (WS-SD-IDX) TO WS-DL-STORE-NO
           MOVE SD-DEPT-NO (WS-SD-IDX)  TO WS-DL-DEPT-NO
           MOVE SD-SALES (WS-SD-IDX)    TO WS-DL-SALES
           MOVE SD-COST (WS-SD-IDX)     TO WS-DL-COST
           MOVE WS-MARGIN               TO WS-DL-MARGIN
           MOVE WS-MARGIN-PCT           TO WS-DL-MARGIN-PCT
           COMPUTE WS-DL-UNCOSTED =
               SD-SALES (WS-SD-IDX) - SD-COSTED-SALES (WS-SD-IDX)
           IF WS-MARGIN < 0
               MOVE '*NEGATIVE*' TO WS-DL-FLAG
               ADD 1 TO WS-NEGATIVE-COUNT
           ELSE
               MOVE SPACES       TO WS-DL-FLAG
           END-IF
           WRITE MARGIN-RPT-LINE FROM WS-DETAIL-LINE
           ADD SD-SALES (WS-SD-IDX)        TO WS-CHAIN-SALES
           ADD SD-COSTED-SALES (WS-SD-IDX) TO WS-CHAIN-COSTED-SALES
           ADD SD-COST (WS-SD-IDX)         TO WS-CHAIN-COST.

       9000-TERMINATE.
           CLOSE DTAR020-FILE
           CLOSE ITEMCOST-FILE
           CLOSE MARGIN-RPT-FILE.
