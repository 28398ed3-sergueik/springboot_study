      *               FEBRUARY AND SALESHST CAME BACK FROM BACKUP.
      *               WITH NO CALENDAR ON FILE THE CARD RULES APPLY
      *               UNCHANGED.
      *   2026-10-15  DAILY MODE COSTS EACH SALE AT THE KEYCODE'S
      *               WEIGHTED-AVERAGE UNIT COST FROM THE ITEM COST
      *               FILE AND ACCUMULATES COST AND GROSS MARGIN
      *               BESIDE EVERY SALES BUCKET; THE ROLLS CARRY THEM
      *               WITH THE SALES.  WITHOUT THE ITEM COST FILE THE
      *               SALES ARE ACCUMULATED UNCOSTED.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTR210.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-STORE-DEPT-KEY
               FILE STATUS IS WS-SALESHST-FS.
           SELECT ITEMCOST-FILE ASSIGN TO ITEMCOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IC-KEYCODE-NO
               FILE STATUS IS WS-ITEMCOST-FS.
           SELECT MODE-PARM-FILE ASSIGN TO SLSHMODE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
       FD  SALESHST-FILE.
       COPY SALESHST.

       FD  ITEMCOST-FILE.
       COPY ITEMCOST.

       FD  MODE-PARM-FILE.
       01  MODE-PARM-RECORD               PIC X(80).

       01  WS-DTAR020-FS                  PIC X(02).
       01  WS-SALESHST-FS                 PIC X(02).
       01  WS-PARM-FS                     PIC X(02).
       01  WS-ITEMCOST-FS                 PIC X(02).
       01  WS-ITEMCOST-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-ITEMCOST-AVAILABLE      VALUE 'Y'.

       01  WS-LINE-COST                   PIC S9(11)V99 COMP-3.
       01  WS-LINE-MARGIN                 PIC S9(11)V99 COMP-3.

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
                       MOVE 16 TO RETURN-CODE
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       MOVE SPACES TO WS-ITEMCOST-FS
                       OPEN INPUT ITEMCOST-FILE
                       IF WS-ITEMCOST-FS = '00'
                           MOVE 'Y' TO WS-ITEMCOST-SWITCH
                       END-IF
                       PERFORM 1200-READ-DTAR020
                   END-IF
               ELSE

       2000-ACCUMULATE-DAILY.
           ADD 1 TO WS-RECORD-COUNT
           PERFORM 2100-COST-SALE
           MOVE DTAR020-STORE-NO TO SH-STORE-NO
           MOVE DTAR020-DEPT-NO  TO SH-DEPT-NO
           READ SALESHST-FILE
               ADD DTAR020-SALE-PRICE TO SH-PTD-SALES
               ADD DTAR020-QTY-SOLD   TO SH-YTD-QTY
               ADD DTAR020-SALE-PRICE TO SH-YTD-SALES
               ADD WS-LINE-COST       TO SH-WTD-COST
               ADD WS-LINE-MARGIN     TO SH-WTD-MARGIN
               ADD WS-LINE-COST       TO SH-PTD-COST
               ADD WS-LINE-MARGIN     TO SH-PTD-MARGIN
               ADD WS-LINE-COST       TO SH-YTD-COST
               ADD WS-LINE-MARGIN     TO SH-YTD-MARGIN
               REWRITE SALESHST-RECORD
           ELSE
               MOVE DTAR020-STORE-NO   TO SH-STORE-NO
               MOVE DTAR020-SALE-PRICE TO SH-PTD-SALES
               MOVE DTAR020-QTY-SOLD   TO SH-YTD-QTY
               MOVE DTAR020-SALE-PRICE TO SH-YTD-SALES
               MOVE WS-LINE-COST       TO SH-WTD-COST
               MOVE WS-LINE-MARGIN     TO SH-WTD-MARGIN
               MOVE WS-LINE-COST       TO SH-PTD-COST
               MOVE WS-LINE-MARGIN     TO SH-PTD-MARGIN
               MOVE WS-LINE-COST       TO SH-YTD-COST
               MOVE WS-LINE-MARGIN     TO SH-YTD-MARGIN
               MOVE 0 TO SH-LY-YTD-QTY
               MOVE 0 TO SH-LY-YTD-SALES
               MOVE 0 TO SH-LY-YTD-COST
               MOVE 0 TO SH-LY-YTD-MARGIN
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                       UNTIL WS-PER-IDX > 13
                   MOVE 0 TO SH-TY-PER-QTY (WS-PER-IDX)
                   MOVE 0 TO SH-TY-PER-SALES (WS-PER-IDX)
                   MOVE 0 TO SH-TY-PER-COST (WS-PER-IDX)
                   MOVE 0 TO SH-TY-PER-MARGIN (WS-PER-IDX)
                   MOVE 0 TO SH-LY-PER-QTY (WS-PER-IDX)
                   MOVE 0 TO SH-LY-PER-SALES (WS-PER-IDX)
                   MOVE 0 TO SH-LY-PER-COST (WS-PER-IDX)
                   MOVE 0 TO SH-LY-PER-MARGIN (WS-PER-IDX)
               END-PERFORM
               WRITE SALESHST-RECORD
           END-IF
           ADD 1 TO WS-UPDATED-COUNT
           PERFORM 1200-READ-DTAR020.

       2100-COST-SALE.
      *>   A KEYCODE WITH NO COST YET ADDS NOTHING TO COST OR MARGIN.
           MOVE 0 TO WS-LINE-COST
           MOVE 0 TO WS-LINE-MARGIN
           IF WS-ITEMCOST-AVAILABLE
               MOVE DTAR020-KEYCODE-NO TO IC-KEYCODE-NO
               READ ITEMCOST-FILE
               IF WS-ITEMCOST-FS = '00' AND IC-AVG-UNIT-COST > 0
                   COMPUTE WS-LINE-COST ROUNDED =
                       DTAR020-QTY-SOLD * IC-AVG-UNIT-COST
                   COMPUTE WS-LINE-MARGIN =
                       DTAR020-SALE-PRICE - WS-LINE-COST
               END-IF
           END-IF.

       3000-ROLL-BUCKETS.
           ADD 1 TO WS-RECORD-COUNT
           EVALUATE TRUE
               WHEN WS-MODE-WEEK-ROLL
                   MOVE 0 TO SH-WTD-QTY
                   MOVE 0 TO SH-WTD-SALES
                   MOVE 0 TO SH-WTD-COST
                   MOVE 0 TO SH-WTD-MARGIN
               WHEN WS-MODE-PERIOD-ROLL
                   MOVE SH-PTD-QTY
                       TO SH-TY-PER-QTY (WS-ROLL-PERIOD)
                   MOVE SH-PTD-SALES
                       TO SH-TY-PER-SALES (WS-ROLL-PERIOD)
                   MOVE SH-PTD-COST
                       TO SH-TY-PER-COST (WS-ROLL-PERIOD)
                   MOVE SH-PTD-MARGIN
                       TO SH-TY-PER-MARGIN (WS-ROLL-PERIOD)
                   MOVE 0 TO SH-WTD-QTY
                   MOVE 0 TO SH-WTD-SALES
                   MOVE 0 TO SH-WTD-COST
                   MOVE 0 TO SH-WTD-MARGIN
                   MOVE 0 TO SH-PTD-QTY
                   MOVE 0 TO SH-PTD-SALES
                   MOVE 0 TO SH-PTD-COST
                   MOVE 0 TO SH-PTD-MARGIN
               WHEN WS-MODE-YEAR-ROLL
                   MOVE SH-TY-PERIOD-TABLE TO SH-LY-PERIOD-TABLE
                   PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                           UNTIL WS-PER-IDX > 13
                       MOVE 0 TO SH-TY-PER-QTY (WS-PER-IDX)
                       MOVE 0 TO SH-TY-PER-SALES (WS-PER-IDX)
                       MOVE 0 TO SH-TY-PER-COST (WS-PER-IDX)
                       MOVE 0 TO SH-TY-PER-MARGIN (WS-PER-IDX)
                   END-PERFORM
                   MOVE SH-YTD-QTY    TO SH-LY-YTD-QTY
                   MOVE SH-YTD-SALES  TO SH-LY-YTD-SALES
                   MOVE SH-YTD-COST   TO SH-LY-YTD-COST
                   MOVE SH-YTD-MARGIN TO SH-LY-YTD-MARGIN
                   MOVE 0 TO SH-WTD-QTY
                   MOVE 0 TO SH-WTD-SALES
                   MOVE 0 TO SH-WTD-COST
                   MOVE 0 TO SH-WTD-MARGIN
                   MOVE 0 TO SH-PTD-QTY
                   MOVE 0 TO SH-PTD-SALES
                   MOVE 0 TO SH-PTD-COST
                   MOVE 0 TO SH-PTD-MARGIN
                   MOVE 0 TO SH-YTD-QTY
                   MOVE 0 TO SH-YTD-SALES
                   MOVE 0 TO SH-YTD-COST
                   MOVE 0 TO SH-YTD-MARGIN
           END-EVALUATE
           REWRITE SALESHST-RECORD
           ADD 1 TO WS-UPDATED-COUNT
           IF WS-MODE-DAILY
               CLOSE DTAR020-FILE
           END-IF
           IF WS-ITEMCOST-AVAILABLE
               CLOSE ITEMCOST-FILE
           END-IF
           CLOSE SALESHST-FILE.
