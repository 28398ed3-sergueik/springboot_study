      *
      *   DTR330 - PERPETUAL INVENTORY POSTING
      *
      *   NOTHING IN THE SYSTEM KNEW HOW MUCH OF A KEYCODE A STORE
      *   HAD ON HAND - DTAR020 SAYS WHAT SOLD, DTR130 WHAT CAME
      *   BACK, AND THE DCS WHAT THEY SHIPPED, BUT NO FILE JOINED
      *   THEM.  THIS NIGHTLY STEP MAINTAINS THE INDEXED PERPETUAL
      *   INVENTORY FILE (SEE PERPINV COPYBOOK) BY STORE/KEYCODE:
      *
      *       - THE DC-TO-STORE DELIVERY FILE ADDS TO ON-HAND
      *       - THE DTR130 RETURNS FILE (DTAR020R) ADDS BACK
      *       - THE DTR130 SALES FILE (DTAR020S) DECREMENTS
      *
      *   IN THAT ORDER, SO A KEYCODE DELIVERED AND SOLD THE SAME
      *   DAY DOES NOT DIP BELOW ZERO ON THE WAY.  A STORE/KEYCODE
      *   SEEN FOR THE FIRST TIME IS ADDED WITH A ZERO BOOK.  A
      *   DELIVERY FOR A KEYCODE NOT ON THE KEYCODE MASTER IS
      *   REJECTED; SALES AND RETURNS ARE ALREADY VALIDATED BY
      *   DTR110 AHEAD OF DTR130.  A BOOK THAT GOES NEGATIVE IS
      *   LISTED - IT MEANS A DELIVERY WAS MISSED OR A COUNT IS DUE.
      *   DTR130 MUST RUN AHEAD OF THIS STEP; THE DELIVERY FILE IS
      *   OPTIONAL (NOT EVERY STORE IS DELIVERED EVERY NIGHT).
      *
      *   DELIVERY RECORD (STRDLVRY, 40 BYTES): DC 9(4), STORE 9(3),
      *   KEYCODE X(8), QUANTITY 9(8), DELIVERY DATE CCYYMMDD 9(8),
      *   FILLER X(9).
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR THE STORE/KEYCODE PERPETUAL
      *               INVENTORY.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTR330.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-FILE ASSIGN TO STRDLVRY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELIVERY-FS.
           SELECT SALES-FILE    ASSIGN TO DTAR020S
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALES-FS.
           SELECT RETURNS-FILE  ASSIGN TO DTAR020R
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURNS-FS.
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
           SELECT POSTING-RPT-FILE ASSIGN TO DTRPINRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DELIVERY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  DELIVERY-FILE-RECORD           PIC X(40).

       FD  SALES-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
       01  SALES-FILE-RECORD              PIC X(27).

       FD  RETURNS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
       01  RETURNS-FILE-RECORD            PIC X(27).

       FD  PERPINV-FILE.
       COPY PERPINV.

       FD  KEYCMAST-FILE.
       COPY KEYCMAST.

       FD  POSTING-RPT-FILE.
       01  POSTING-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DTAR020.

       01  WS-DELIVERY-RECORD.
           05  DL-DC-NUMBER               PIC 9(04).
           05  DL-STORE-NO                PIC 9(03).
           05  DL-KEYCODE-NO              PIC X(08).
           05  DL-QUANTITY                PIC 9(08).
           05  DL-DELIVERY-DATE           PIC 9(08).
           05  FILLER                     PIC X(09).

       01  WS-DELIVERY-FS                 PIC X(02).
       01  WS-SALES-FS                    PIC X(02).
       01  WS-RETURNS-FS                  PIC X(02).
       01  WS-PERPINV-FS                  PIC X(02).
       01  WS-KEYCMAST-FS                 PIC X(02).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-RUN-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-RUN-STARTED             VALUE 'Y'.
       01  WS-KEYCMAST-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-KEYCMAST-AVAILABLE      VALUE 'Y'.

      *>   THE MOVEMENT BEING POSTED, WHATEVER FILE IT CAME FROM.
       01  WS-MOVE-TYPE                   PIC X(01).
           88  WS-MOVE-DELIVERY           VALUE 'D'.
           88  WS-MOVE-RETURN             VALUE 'R'.
           88  WS-MOVE-SALE               VALUE 'S'.
       01  WS-MOVE-STORE-NO               PIC S9(03)    COMP-3.
       01  WS-MOVE-KEYCODE-NO             PIC X(08).
       01  WS-MOVE-DEPT-NO                PIC S9(03)    COMP-3.
       01  WS-MOVE-QTY                    PIC S9(09)    COMP-3.
       01  WS-PRIOR-ON-HAND               PIC S9(09)    COMP-3.

       01  WS-REJECT-REASON               PIC X(40).

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       01  WS-DELIVERY-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-DELIVERY-QTY                PIC S9(09) COMP-3 VALUE 0.
       01  WS-RETURN-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-RETURN-QTY                  PIC S9(09) COMP-3 VALUE 0.
       01  WS-SALE-COUNT                  PIC S9(09) COMP-3 VALUE 0.
       01  WS-SALE-QTY                    PIC S9(09) COMP-3 VALUE 0.
       01  WS-REJECT-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-NEW-ENTRY-COUNT             PIC S9(09) COMP-3 VALUE 0.
       01  WS-NEGATIVE-COUNT              PIC S9(09) COMP-3 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(42) VALUE
               'DTR330  PERPETUAL INVENTORY POSTING FOR '.
           05  WS-H1-DATE                 PIC 9(08).

       01  WS-EXCEPT-LINE.
           05  WS-EL-TAG                  PIC X(08).
           05  WS-EL-STORE-NO             PIC ZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-KEYCODE-NO           PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-QTY                  PIC -(8)9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-EL-REASON               PIC X(40).

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL                PIC X(24).
           05  WS-CL-COUNT                PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(08) VALUE
               '   QTY: '.
           05  WS-CL-QTY                  PIC -(9)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-STARTED
               PERFORM 2000-POST-DELIVERIES
               PERFORM 3000-POST-RETURNS
               PERFORM 4000-POST-SALES
               PERFORM 5000-PRODUCE-SUMMARY
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           OPEN OUTPUT POSTING-RPT-FILE
           MOVE WS-BIZ-DATE TO WS-H1-DATE
           WRITE POSTING-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-SALES-FS
           OPEN INPUT SALES-FILE
           MOVE SPACES TO WS-RETURNS-FS
           OPEN INPUT RETURNS-FILE
           IF WS-SALES-FS NOT = '00' OR WS-RETURNS-FS NOT = '00'
               MOVE 'SALES/RETURNS SPLIT NOT AVAILABLE - RUN DTR130'
                   TO POSTING-RPT-LINE
               WRITE POSTING-RPT-LINE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-RUN-SWITCH
               PERFORM 1100-OPEN-PERPINV
               MOVE SPACES TO WS-KEYCMAST-FS
               OPEN INPUT KEYCMAST-FILE
               IF WS-KEYCMAST-FS = '00'
                   MOVE 'Y' TO WS-KEYCMAST-SWITCH
               END-IF
           END-IF.

       1100-OPEN-PERPINV.
      *>   THE FIRST POSTING RUN ARRIVES BEFORE THE INVENTORY FILE
      *>   EXISTS -- CREATE IT AND REOPEN IN THAT CASE.
           MOVE SPACES TO WS-PERPINV-FS
           OPEN I-O PERPINV-FILE
           IF WS-PERPINV-FS NOT = '00'
               OPEN OUTPUT PERPINV-FILE
               CLOSE PERPINV-FILE
               OPEN I-O PERPINV-FILE
           END-IF.

       2000-POST-DELIVERIES.
           SET WS-MOVE-DELIVERY TO TRUE
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE SPACES TO WS-DELIVERY-FS
           OPEN INPUT DELIVERY-FILE
           IF WS-DELIVERY-FS = '00'
               PERFORM 2100-PROCESS-DELIVERY UNTIL WS-END-OF-FILE
               CLOSE DELIVERY-FILE
           ELSE
               MOVE 'NOTE: NO DELIVERY FILE - SALES/RETURNS ONLY'
                   TO POSTING-RPT-LINE
               WRITE POSTING-RPT-LINE
           END-IF.

       2100-PROCESS-DELIVERY.
           READ DELIVERY-FILE INTO WS-DELIVERY-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM 2200-EDIT-DELIVERY
                   IF WS-REJECT-REASON = SPACES
                       ADD 1           TO WS-DELIVERY-COUNT
                       ADD DL-QUANTITY TO WS-DELIVERY-QTY
                       MOVE DL-STORE-NO   TO WS-MOVE-STORE-NO
                       MOVE DL-KEYCODE-NO TO WS-MOVE-KEYCODE-NO
                       MOVE KEYCMAST-DEPT-NO TO WS-MOVE-DEPT-NO
                       MOVE DL-QUANTITY   TO WS-MOVE-QTY
                       PERFORM 6000-POST-MOVEMENT
                   ELSE
                       PERFORM 2900-WRITE-REJECT
                   END-IF
           END-READ.

       2200-EDIT-DELIVERY.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN DL-STORE-NO NOT NUMERIC
                       OR DL-STORE-NO = 0
                   MOVE 'STORE NUMBER NOT NUMERIC OR ZERO'
                       TO WS-REJECT-REASON
               WHEN DL-QUANTITY NOT NUMERIC
                       OR DL-QUANTITY = 0
                   MOVE 'QUANTITY NOT NUMERIC OR ZERO'
                       TO WS-REJECT-REASON
               WHEN NOT WS-KEYCMAST-AVAILABLE
                   MOVE 'KEYCODE MASTER NOT AVAILABLE'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE DL-KEYCODE-NO TO KEYCMAST-KEYCODE-NO
                   READ KEYCMAST-FILE
                   IF WS-KEYCMAST-FS NOT = '00'
                       MOVE 'KEYCODE NOT ON KEYCODE MASTER'
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

       2900-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE 'REJECT  '      TO WS-EL-TAG
           IF DL-STORE-NO NUMERIC
               MOVE DL-STORE-NO TO WS-EL-STORE-NO
           ELSE
               MOVE 0           TO WS-EL-STORE-NO
           END-IF
           MOVE DL-KEYCODE-NO   TO WS-EL-KEYCODE-NO
           IF DL-QUANTITY NUMERIC
               MOVE DL-QUANTITY TO WS-EL-QTY
           ELSE
               MOVE 0           TO WS-EL-QTY
           END-IF
           MOVE WS-REJECT-REASON TO WS-EL-REASON
           WRITE POSTING-RPT-LINE FROM WS-EXCEPT-LINE.

       3000-POST-RETURNS.
           SET WS-MOVE-RETURN TO TRUE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3100-PROCESS-RETURN UNTIL WS-END-OF-FILE.

       3100-PROCESS-RETURN.
      *>   A RETURN IS FLAGGED BY A NEGATIVE QUANTITY OR PRICE --
      *>   THE UNITS COMING BACK ARE THE QUANTITY WITHOUT ITS SIGN.
           READ RETURNS-FILE INTO DTAR020-RECORD-DATA
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE DTAR020-QTY-SOLD TO WS-MOVE-QTY
                   IF WS-MOVE-QTY < 0
                       COMPUTE WS-MOVE-QTY = 0 - WS-MOVE-QTY
                   END-IF
                   ADD 1           TO WS-RETURN-COUNT
                   ADD WS-MOVE-QTY TO WS-RETURN-QTY
                   PERFORM 3200-SET-FROM-DTAR020
                   PERFORM 6000-POST-MOVEMENT
           END-READ.

       3200-SET-FROM-DTAR020.
           MOVE DTAR020-STORE-NO   TO WS-MOVE-STORE-NO
           MOVE DTAR020-KEYCODE-NO TO WS-MOVE-KEYCODE-NO
           MOVE DTAR020-DEPT-NO    TO WS-MOVE-DEPT-NO.

       4000-POST-SALES.
           SET WS-MOVE-SALE TO TRUE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 4100-PROCESS-SALE UNTIL WS-END-OF-FILE.

       4100-PROCESS-SALE.
           READ SALES-FILE INTO DTAR020-RECORD-DATA
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE DTAR020-QTY-SOLD TO WS-MOVE-QTY
                   ADD 1           TO WS-SALE-COUNT
                   ADD WS-MOVE-QTY TO WS-SALE-QTY
                   PERFORM 3200-SET-FROM-DTAR020
                   PERFORM 6000-POST-MOVEMENT
           END-READ.

       5000-PRODUCE-SUMMARY.
           MOVE 'DELIVERIES POSTED:      ' TO WS-CL-LABEL
           MOVE WS-DELIVERY-COUNT TO WS-CL-COUNT
           MOVE WS-DELIVERY-QTY   TO WS-CL-QTY
           WRITE POSTING-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'RETURNS POSTED:         ' TO WS-CL-LABEL
           MOVE WS-RETURN-COUNT   TO WS-CL-COUNT
           MOVE WS-RETURN-QTY     TO WS-CL-QTY
           WRITE POSTING-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'SALES POSTED:           ' TO WS-CL-LABEL
           MOVE WS-SALE-COUNT     TO WS-CL-COUNT
           MOVE WS-SALE-QTY       TO WS-CL-QTY
           WRITE POSTING-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'DELIVERIES REJECTED:    ' TO WS-CL-LABEL
           MOVE WS-REJECT-COUNT   TO WS-CL-COUNT
           MOVE 0                 TO WS-CL-QTY
           WRITE POSTING-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'NEW STORE/KEYCODES:     ' TO WS-CL-LABEL
           MOVE WS-NEW-ENTRY-COUNT TO WS-CL-COUNT
           WRITE POSTING-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'BOOKS GONE NEGATIVE:    ' TO WS-CL-LABEL
           MOVE WS-NEGATIVE-COUNT TO WS-CL-COUNT
           WRITE POSTING-RPT-LINE FROM WS-COUNT-LINE.

       6000-POST-MOVEMENT.
           MOVE WS-MOVE-STORE-NO   TO PI-STORE-NO
           MOVE WS-MOVE-KEYCODE-NO TO PI-KEYCODE-NO
           READ PERPINV-FILE
           IF WS-PERPINV-FS NOT = '00'
               PERFORM 6100-NEW-ENTRY
           END-IF
           MOVE PI-ON-HAND-QTY TO WS-PRIOR-ON-HAND
           EVALUATE TRUE
               WHEN WS-MOVE-DELIVERY
                   ADD WS-MOVE-QTY      TO PI-ON-HAND-QTY
                   ADD WS-MOVE-QTY      TO PI-DELIVERED-QTY
               WHEN WS-MOVE-RETURN
                   ADD WS-MOVE-QTY      TO PI-ON-HAND-QTY
                   ADD WS-MOVE-QTY      TO PI-RETURNED-QTY
               WHEN WS-MOVE-SALE
                   SUBTRACT WS-MOVE-QTY FROM PI-ON-HAND-QTY
                   ADD WS-MOVE-QTY      TO PI-SOLD-QTY
           END-EVALUATE
           MOVE WS-BIZ-DATE TO PI-LAST-MOVEMENT-DATE
           REWRITE PERPINV-RECORD
           IF PI-ON-HAND-QTY < 0 AND WS-PRIOR-ON-HAND NOT < 0
               ADD 1 TO WS-NEGATIVE-COUNT
               MOVE 'NEGATIVE'          TO WS-EL-TAG
               MOVE PI-STORE-NO         TO WS-EL-STORE-NO
               MOVE PI-KEYCODE-NO       TO WS-EL-KEYCODE-NO
               MOVE PI-ON-HAND-QTY      TO WS-EL-QTY
               MOVE 'BOOK BELOW ZERO - DELIVERY MISSED OR COUNT DUE'
                   TO WS-EL-REASON
               WRITE POSTING-RPT-LINE FROM WS-EXCEPT-LINE
           END-IF.

       6100-NEW-ENTRY.
           ADD 1 TO WS-NEW-ENTRY-COUNT
           MOVE WS-MOVE-STORE-NO   TO PI-STORE-NO
           MOVE WS-MOVE-KEYCODE-NO TO PI-KEYCODE-NO
           MOVE WS-MOVE-DEPT-NO    TO PI-DEPT-NO
           MOVE 0 TO PI-ON-HAND-QTY
           MOVE 0 TO PI-DELIVERED-QTY
           MOVE 0 TO PI-SOLD-QTY
           MOVE 0 TO PI-RETURNED-QTY
           MOVE 0 TO PI-SHRINK-QTY
           MOVE 0 TO PI-LAST-MOVEMENT-DATE
           MOVE 0 TO PI-LAST-COUNT-DATE
           WRITE PERPINV-RECORD.

       9000-TERMINATE.
           IF WS-RUN-STARTED
               CLOSE PERPINV-FILE
               IF WS-KEYCMAST-AVAILABLE
                   CLOSE KEYCMAST-FILE
               END-IF
           END-IF
           CLOSE SALES-FILE
           CLOSE RETURNS-FILE
           CLOSE POSTING-RPT-FILE.
