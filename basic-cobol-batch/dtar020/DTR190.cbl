      *               MEASURED AGAINST THE BIZDATE BUSINESS DATE;
      *               WHEN THE PENDING PRICE FILE IS ABSENT THE
      *               BEHAVIOR IS UNCHANGED.
      *   2026-10-15  ACCEPT A SALE AT THE PROMO PRICE OF AN OPEN
      *               DTR390 PROMOTION EVENT WHEN THE SALE DATE IS
      *               WITHIN THE EVENT AND THE STORE PARTICIPATES --
      *               EVERY PROMOTED SALE WAS BEING REPORTED AS AN
      *               UNAUTHORIZED MARKDOWN.  THE SAME TOLERANCE
      *               APPLIES AROUND THE PROMO PRICE, AND THE SALES
      *               ACCEPTED THIS WAY ARE COUNTED ON THE TOTAL
      *               LINE.  WHEN THE PROMOTION EVENT FILE IS ABSENT
      *               THE BEHAVIOR IS UNCHANGED.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTR190.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PRCPEND-FS.
           SELECT PROMEVT-FILE   ASSIGN TO PROMEVT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PE-EVENT-ID
               FILE STATUS IS WS-PROMEVT-FS.
           SELECT TOLERANCE-PARM-FILE ASSIGN TO PRCTOLPM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
       FD  PRCPEND-FILE.
       COPY PRCPEND.

       FD  PROMEVT-FILE.
       COPY PROMEVT.

       FD  TOLERANCE-PARM-FILE.
       01  TOLERANCE-PARM-RECORD          PIC X(80).


       01  WS-KEYCMAST-FS                 PIC X(02).
       01  WS-PRCPEND-FS                  PIC X(02).
       01  WS-PROMEVT-FS                  PIC X(02).
       01  WS-PARM-FS                     PIC X(02).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-PRICE-IN-GRACE          VALUE 'Y'.
       01  WS-PEND-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-PEND-END                VALUE 'Y'.
       01  WS-PROMO-EOF-SWITCH            PIC X(01) VALUE 'N'.
           88  WS-PROMO-END               VALUE 'Y'.
       01  WS-PROMO-SWITCH                PIC X(01) VALUE 'N'.
           88  WS-PROMO-PRICE-OK          VALUE 'Y'.
       01  WS-STORE-IN-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-STORE-PARTICIPATES      VALUE 'Y'.

       01  WS-TOLERANCE-PCT               PIC 9(03) VALUE 10.
       01  WS-GRACE-DAYS                  PIC 9(03) VALUE 1.
       01  WS-APPLIED-SERIAL              PIC S9(09) COMP VALUE 0.
       01  WS-OLD-VARIANCE                PIC S9(09)V99 COMP-3.
       01  WS-OLD-TOLERANCE               PIC S9(09)V99 COMP-3.
       01  WS-PROMO-VARIANCE              PIC S9(09)V99 COMP-3.
       01  WS-PROMO-TOLERANCE             PIC S9(09)V99 COMP-3.

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

      *>   OPEN PROMOTION EVENTS, LOADED ONCE FROM PROMEVT.
       01  WS-EVENT-MAX                   PIC S9(04) COMP VALUE 200.
       01  WS-EVENT-COUNT                 PIC S9(04) COMP VALUE 0.
       01  WS-EVENT-IDX                   PIC S9(04) COMP VALUE 0.
       01  WS-EVENT-SCAN                  PIC S9(04) COMP VALUE 0.
       01  PROMO-EVENT-TABLE.
           05  PROMO-EVENT-ENTRY OCCURS 200 TIMES.
               10  EV-START-DATE          PIC 9(08).
               10  EV-END-DATE            PIC 9(08).
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
       01  WS-ITEM-SCAN                   PIC S9(04) COMP VALUE 0.
       01  WS-STORE-SCAN                  PIC S9(04) COMP VALUE 0.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).

       01  WS-RECORD-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-FLAGGED-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-PROMO-COUNT                 PIC S9(09) COMP-3 VALUE 0.

       01  WS-SUM-MAX                     PIC S9(04) COMP VALUE 1000.
       01  WS-SUM-COUNT                   PIC S9(04) COMP VALUE 0.
               VALUE '  TOLERANCE: '.
           05  WS-TL-TOLERANCE-PCT        PIC ZZ9.
           05  FILLER                     PIC X(04) VALUE ' PCT'.
           05  FILLER                     PIC X(09)
               VALUE '  PROMO: '.
           05  WS-TL-PROMO-COUNT          PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT PRICE-RPT-FILE
           WRITE PRICE-RPT-LINE FROM WS-HEADING-1
           WRITE PRICE-RPT-LINE FROM WS-HEADING-2
           PERFORM 1070-LOAD-PROMO-EVENTS
      *>   A MISSING MASTER WOULD MAKE EVERY LOOKUP MISS AND THE RUN
      *>   WORTHLESS -- REPORT IT ONCE AND STOP INSTEAD.
           IF WS-KEYCMAST-FS NOT = '00'
               CLOSE TOLERANCE-PARM-FILE
           END-IF.

       1070-LOAD-PROMO-EVENTS.
      *>   THE PROMOTION EVENT FILE IS OPTIONAL TOO -- WITHOUT IT NO
      *>   SALE IS ACCEPTED AT A PROMO PRICE.  ONLY OPEN EVENTS ARE
      *>   KEPT; CANCELLED AND REPORTED ONES NO LONGER PRICE ANYTHING.
           MOVE SPACES TO WS-PROMEVT-FS
           OPEN INPUT PROMEVT-FILE
           IF WS-PROMEVT-FS = '00'
               MOVE 'N' TO WS-PROMO-EOF-SWITCH
               PERFORM 1080-LOAD-PROMO-EVENT UNTIL WS-PROMO-END
               CLOSE PROMEVT-FILE
           END-IF.

       1080-LOAD-PROMO-EVENT.
           READ PROMEVT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PROMO-EOF-SWITCH
               NOT AT END
                   IF PE-EVENT-OPEN
                       IF WS-EVENT-COUNT < WS-EVENT-MAX
                           ADD 1 TO WS-EVENT-COUNT
                           MOVE WS-EVENT-COUNT TO WS-EVENT-IDX
                           MOVE PE-START-DATE
                               TO EV-START-DATE (WS-EVENT-IDX)
                           MOVE PE-END-DATE
                               TO EV-END-DATE (WS-EVENT-IDX)
                           MOVE PE-ALL-STORES-FLAG
                               TO EV-ALL-STORES-FLAG (WS-EVENT-IDX)
                           MOVE PE-STORE-COUNT
                               TO EV-STORE-COUNT (WS-EVENT-IDX)
                           MOVE PE-STORE-TABLE
                               TO EV-STORE-TABLE (WS-EVENT-IDX)
                           MOVE PE-ITEM-COUNT
                               TO EV-ITEM-COUNT (WS-EVENT-IDX)
                           MOVE PE-ITEM-TABLE
                               TO EV-ITEM-TABLE (WS-EVENT-IDX)
                       ELSE
                           MOVE 'PROMOTION EVENTS OVERFLOW TABLE'
                               TO PRICE-RPT-LINE
                           WRITE PRICE-RPT-LINE
                           MOVE 'Y' TO WS-PROMO-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.

       1100-READ-DTAR020.
           READ DTAR020-FILE INTO DTAR020-RECORD-DATA
               AT END
                       OR WS-PRICE-VARIANCE <
                           (0 - WS-TOLERANCE-AMOUNT)
                   PERFORM 2150-CHECK-GRACE-WINDOW
                   MOVE 'N' TO WS-PROMO-SWITCH
                   IF NOT WS-PRICE-IN-GRACE
                       PERFORM 2180-CHECK-PROMOTION
                   END-IF
                   IF NOT WS-PRICE-IN-GRACE
                           AND NOT WS-PROMO-PRICE-OK
                       PERFORM 2200-WRITE-EXCEPTION
                       PERFORM 2300-BUMP-STORE-DEPT-SUM
                   END-IF
                   IF WS-PROMO-PRICE-OK
                       ADD 1 TO WS-PROMO-COUNT
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-IF.

       2180-CHECK-PROMOTION.
      *>   A SALE OUTSIDE TOLERANCE OF THE RETAIL PRICE IS ALSO CLEAN
      *>   WHEN IT VERIFIES AGAINST THE PROMO PRICE OF AN OPEN EVENT
      *>   RUNNING ON THE SALE DATE IN A PARTICIPATING STORE.
           IF WS-EVENT-COUNT > 0
               MOVE DTAR020-DATE TO WS-DATE-7
               COMPUTE WS-DATE-8-CC = 19 + WS-DATE-7-CENTURY
               MOVE WS-DATE-7-YYMMDD TO WS-DATE-8-YYMMDD
               PERFORM VARYING WS-EVENT-SCAN FROM 1 BY 1
                       UNTIL WS-EVENT-SCAN > WS-EVENT-COUNT
                   IF WS-DATE-8 NOT < EV-START-DATE (WS-EVENT-SCAN)
                           AND WS-DATE-8 NOT >
                               EV-END-DATE (WS-EVENT-SCAN)
                       PERFORM 2185-TEST-PROMO-EVENT
                       IF WS-PROMO-PRICE-OK
                           MOVE WS-EVENT-COUNT TO WS-EVENT-SCAN
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       2185-TEST-PROMO-EVENT.
           MOVE 'N' TO WS-STORE-IN-SWITCH
           IF EV-ALL-STORES (WS-EVENT-SCAN)
               MOVE 'Y' TO WS-STORE-IN-SWITCH
           ELSE
               PERFORM VARYING WS-STORE-SCAN FROM 1 BY 1
                       UNTIL WS-STORE-SCAN >
                           EV-STORE-COUNT (WS-EVENT-SCAN)
                   IF EV-STORE-NO (WS-EVENT-SCAN, WS-STORE-SCAN)
                           = DTAR020-STORE-NO
                       MOVE 'Y' TO WS-STORE-IN-SWITCH
                       MOVE EV-STORE-COUNT (WS-EVENT-SCAN)
                           TO WS-STORE-SCAN
                   END-IF
               END-PERFORM
           END-IF
           IF WS-STORE-PARTICIPATES
               PERFORM VARYING WS-ITEM-SCAN FROM 1 BY 1
                       UNTIL WS-ITEM-SCAN >
                           EV-ITEM-COUNT (WS-EVENT-SCAN)
                   IF EV-KEYCODE-NO (WS-EVENT-SCAN, WS-ITEM-SCAN)
                           = DTAR020-KEYCODE-NO
                       PERFORM 2190-TEST-PROMO-PRICE
                       MOVE EV-ITEM-COUNT (WS-EVENT-SCAN)
                           TO WS-ITEM-SCAN
                   END-IF
               END-PERFORM
           END-IF.

       2190-TEST-PROMO-PRICE.
           COMPUTE WS-PROMO-VARIANCE = WS-UNIT-PRICE
               - EV-PROMO-PRICE (WS-EVENT-SCAN, WS-ITEM-SCAN)
           COMPUTE WS-PROMO-TOLERANCE ROUNDED =
               EV-PROMO-PRICE (WS-EVENT-SCAN, WS-ITEM-SCAN)
                   * WS-TOLERANCE-PCT / 100
           IF WS-PROMO-VARIANCE <= WS-PROMO-TOLERANCE
                   AND WS-PROMO-VARIANCE >= (0 - WS-PROMO-TOLERANCE)
               MOVE 'Y' TO WS-PROMO-SWITCH
           END-IF.

       2920-DATE-TO-SERIAL.
           COMPUTE WS-DATE-SERIAL =
               WS-DF-CCYY * 372 + WS-DF-MM * 31 + WS-DF-DD.
           MOVE WS-RECORD-COUNT  TO WS-TL-RECORD-COUNT
           MOVE WS-FLAGGED-COUNT TO WS-TL-FLAGGED-COUNT
           MOVE WS-TOLERANCE-PCT TO WS-TL-TOLERANCE-PCT
           MOVE WS-PROMO-COUNT   TO WS-TL-PROMO-COUNT
           WRITE PRICE-RPT-LINE FROM WS-TOTAL-LINE.

       9000-TERMINATE.
