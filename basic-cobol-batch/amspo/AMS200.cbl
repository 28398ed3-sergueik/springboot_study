      *   THE MASTER SO THE AGING REPORT CAN TELL OUTSTANDING FROM
      *   FULFILLED.
      *
      *   EVERY RECEIPT IS ALSO MATCHED TO THE VENDOR'S ADVANCE SHIP
      *   NOTICES FOR THE SAME PO, PRODUCT AND DC (SEE ASNMAST
      *   COPYBOOK), OLDEST SHIP DATE FIRST, MOVING THE QUANTITY FROM
      *   IN TRANSIT TO RECEIVED.  THE ASN COLUMN SHOWS:
      *
      *       ASN OK    RECEIVED EXACTLY WHAT WAS STILL IN TRANSIT
      *       ASN PART  RECEIVED LESS THAN WAS STILL IN TRANSIT
      *       ASN OVER  RECEIVED MORE THAN WAS STILL IN TRANSIT
      *       NO ASN    NO NOTICE ON FILE FOR THE LINE AND DC
      *
      *   DC RECEIPTS FEED RECORD (DCRCPTS, 48 BYTES):
      *       VENDOR 9(10), PO 9(12), PRODUCT 9(8), DC 9(4),
      *       QTY RECEIVED 9(8), RECEIPT DATE YYMMDD
      *               DISCREPANCY FILE (DISCUTL) AS WELL AS THE
      *               REPORT, SO THE AMS280 FEED CARRIES IT TO THE
      *               VENDOR'S EDI MAILBOX INSTEAD OF A PHONE CALL.
      *   2026-10-15  COST EVERY RECEIPT MATCHED TO A DC ALLOCATION
      *               AT THE PO LINE'S PACK COST OVER PACK QUANTITY
      *               AND FOLD IT INTO THE KEYCODE'S WEIGHTED-AVERAGE
      *               UNIT COST ON THE ITEM COST FILE, FOUND THROUGH
      *               THE PRODUCT/KEYCODE CROSS-REFERENCE.  PRODUCTS
      *               NOT ON THE CROSS-REFERENCE ARE COUNTED ON THE
      *               SUMMARY FOR MERCHANDISING TO MAP.
      *   2026-10-15  MATCH EVERY RECEIPT TO THE ADVANCE SHIP NOTICES
      *               LOADED BY AMS330, RELIEVING THE IN-TRANSIT
      *               QUANTITY AND SHOWING THE ASN RESULT ON EACH
      *               DETAIL LINE.  RUNS WITHOUT THE ASN MASTER IF
      *               IT HAS NOT YET BEEN CREATED.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMS200.
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-KEY
               FILE STATUS IS WS-OPENPO-FS.
           SELECT PRODXREF-FILE  ASSIGN TO PRODXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-PRODUCT
               ALTERNATE RECORD KEY IS PX-KEYCODE-NO WITH DUPLICATES
               FILE STATUS IS WS-PRODXREF-FS.
           SELECT ITEMCOST-FILE  ASSIGN TO ITEMCOST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IC-KEYCODE-NO
               FILE STATUS IS WS-ITEMCOST-FS.
           SELECT ASNMAST-FILE   ASSIGN TO ASNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-KEY
               FILE STATUS IS WS-ASNMAST-FS.
           SELECT MATCH-RPT-FILE ASSIGN TO AMSRCPRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  OPENPO-FILE.
       COPY OPENPO.

       FD  PRODXREF-FILE.
       COPY PRODXREF.

       FD  ITEMCOST-FILE.
       COPY ITEMCOST.

       FD  ASNMAST-FILE.
       COPY ASNMAST.

       FD  MATCH-RPT-FILE.
       01  MATCH-RPT-LINE                PIC X(100).

           05  RC-RECEIPT-DATE           PIC 9(06).

       01  WS-OPENPO-FS                  PIC X(02).
       01  WS-PRODXREF-FS                PIC X(02).
       01  WS-ITEMCOST-FS                PIC X(02).
       01  WS-COSTING-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-COSTING-AVAILABLE      VALUE 'Y'.
       01  WS-ASNMAST-FS                 PIC X(02).
       01  WS-ASN-SWITCH                 PIC X(01) VALUE 'N'.
           88  WS-ASN-AVAILABLE          VALUE 'Y'.
       01  WS-ASN-SCAN-SWITCH            PIC X(01) VALUE 'N'.
           88  WS-ASN-SCAN-DONE          VALUE 'Y'.
       01  WS-ASN-SEARCH-KEY.
           05  WS-AK-VENDOR              PIC 9(10).
           05  WS-AK-PO                  PIC 9(12).
           05  WS-AK-PRODUCT             PIC 9(08).
           05  WS-AK-DC-NUMBER           PIC 9(04).
       01  WS-ASN-FOUND-COUNT            PIC S9(04) COMP VALUE 0.
       01  WS-ASN-IN-TRANSIT             PIC S9(09) COMP-3 VALUE 0.
       01  WS-ASN-REMAINING              PIC S9(09) COMP-3 VALUE 0.
       01  WS-ASN-APPLY                  PIC S9(09) COMP-3 VALUE 0.

       01  WS-RECEIPT-UNITS              PIC S9(11)      COMP-3.
       01  WS-RECEIPT-UNIT-COST          PIC S9(07)V9999 COMP-3.
       01  WS-NEW-BASIS-UNITS            PIC S9(11)      COMP-3.

       01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE            VALUE 'Y'.
       01  WS-RECEIPT-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-MATCH-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-EXCEPT-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-COSTED-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-NO-XREF-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-ASN-MATCH-COUNT            PIC S9(09) COMP-3 VALUE 0.
       01  WS-ASN-DIFF-COUNT             PIC S9(09) COMP-3 VALUE 0.
       01  WS-NO-ASN-COUNT               PIC S9(09) COMP-3 VALUE 0.

      *> VPERFUTL LINKAGE WORK AREA
       01  WS-VPERF-ACTION               PIC X(01).
       01  WS-HEADING-2.
           05  FILLER                    PIC X(40) VALUE
               'RESULT VENDOR     PO           PRODUCT  '.
           05  FILLER                    PIC X(40) VALUE
               'DC      ORDERED   RECEIVED  ASN'.

       01  WS-DETAIL-LINE.
           05  WS-DL-RESULT              PIC X(06).
           05  WS-DL-ORDERED             PIC ZZZZZZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-RECEIVED            PIC ZZZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-ASN-RESULT          PIC X(08).

       01  WS-SUMMARY-LINE.
           05  FILLER                    PIC X(16)
               VALUE '  EXCEPTIONS: '.
           05  WS-SL-EXCEPT-COUNT        PIC ZZZZZZZZ9.

       01  WS-COST-SUMMARY-LINE.
           05  FILLER                    PIC X(16)
               VALUE 'COSTED:         '.
           05  WS-CS-COSTED-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(11)
               VALUE '  NO XREF: '.
           05  WS-CS-NO-XREF-COUNT       PIC ZZZZZZZZ9.

       01  WS-ASN-SUMMARY-LINE.
           05  FILLER                    PIC X(16)
               VALUE 'ASN MATCHED:    '.
           05  WS-AS-MATCH-COUNT         PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(11)
               VALUE '  ASN DIFF:'.
           05  WS-AS-DIFF-COUNT          PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(10)
               VALUE '  NO ASN: '.
           05  WS-AS-NO-ASN-COUNT        PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 1050-OPEN-COSTING
               PERFORM 1070-OPEN-ASNMAST
               PERFORM 1100-READ-RECEIPT
           END-IF.

       1050-OPEN-COSTING.
      *>   RECEIPTS ARE STILL MATCHED WITHOUT THE CROSS-REFERENCE;
      *>   THE ITEM COST FILE IS CREATED ON FIRST USE.
           MOVE SPACES TO WS-PRODXREF-FS
           OPEN INPUT PRODXREF-FILE
           IF WS-PRODXREF-FS = '00'
               MOVE 'Y' TO WS-COSTING-SWITCH
               MOVE SPACES TO WS-ITEMCOST-FS
               OPEN I-O ITEMCOST-FILE
               IF WS-ITEMCOST-FS NOT = '00'
                   OPEN OUTPUT ITEMCOST-FILE
                   CLOSE ITEMCOST-FILE
                   OPEN I-O ITEMCOST-FILE
               END-IF
           ELSE
               MOVE 'NOTE: NO PRODUCT/KEYCODE XREF - NOT COSTED'
                   TO MATCH-RPT-LINE
               WRITE MATCH-RPT-LINE
           END-IF.

       1070-OPEN-ASNMAST.
      *>   RECEIPTS ARE STILL MATCHED TO THE ORDER BEFORE ANY ASN
      *>   HAS EVER BEEN LOADED.
           MOVE SPACES TO WS-ASNMAST-FS
           OPEN I-O ASNMAST-FILE
           IF WS-ASNMAST-FS = '00'
               MOVE 'Y' TO WS-ASN-SWITCH
           ELSE
               MOVE 'NOTE: NO ASN MASTER - RECEIPTS NOT MATCHED TO ASN'
                   TO MATCH-RPT-LINE
               WRITE MATCH-RPT-LINE
           END-IF.

       1100-READ-RECEIPT.
           READ RECEIPT-FILE INTO WS-RECEIPT-RECORD
               AT END
           ADD 1 TO WS-RECEIPT-COUNT
           MOVE 'RCP' TO WS-VPERF-COUNTER
           PERFORM 2700-BUMP-VENDOR-PERF
           MOVE SPACES TO WS-DL-ASN-RESULT
           IF WS-ASN-AVAILABLE
               PERFORM 2500-MATCH-ASN
           END-IF
           MOVE RC-VENDOR TO OP-VENDOR
           MOVE RC-PO     TO OP-PO
           MOVE 0         TO OP-LINE-NO
               ADD RC-QTY-RECEIVED TO OP-RECEIVED-QTY
               MOVE 'Y' TO OP-RECEIVED-FLAG
               REWRITE OPENPO-RECORD
               IF WS-COSTING-AVAILABLE
                   PERFORM 2400-COST-RECEIPT
               END-IF
           END-IF.

       2400-COST-RECEIPT.
      *>   RECEIVED QUANTITY IS IN PACKS; PACK-QTY IS UNITS PER
      *>   PACK AND PACK-COST THE COST OF ONE PACK.
           IF OP-PACK-QTY > 0 AND RC-QTY-RECEIVED > 0
               MOVE RC-PRODUCT TO PX-PRODUCT
               READ PRODXREF-FILE
               IF WS-PRODXREF-FS NOT = '00'
                   ADD 1 TO WS-NO-XREF-COUNT
               ELSE
                   COMPUTE WS-RECEIPT-UNITS ROUNDED =
                       RC-QTY-RECEIVED * OP-PACK-QTY
                   COMPUTE WS-RECEIPT-UNIT-COST ROUNDED =
                       OP-PACK-COST / OP-PACK-QTY
                   PERFORM 2410-UPDATE-ITEM-COST
               END-IF
           END-IF.

       2410-UPDATE-ITEM-COST.
           MOVE PX-KEYCODE-NO TO IC-KEYCODE-NO
           READ ITEMCOST-FILE
           IF WS-ITEMCOST-FS NOT = '00'
               MOVE PX-KEYCODE-NO TO IC-KEYCODE-NO
               MOVE 0 TO IC-AVG-UNIT-COST
               MOVE 0 TO IC-BASIS-UNITS
               MOVE 0 TO IC-LAST-UNIT-COST
               MOVE 0 TO IC-LAST-PRODUCT
               MOVE 0 TO IC-LAST-RECEIPT-DATE
               WRITE ITEMCOST-RECORD
           END-IF
           COMPUTE WS-NEW-BASIS-UNITS =
               IC-BASIS-UNITS + WS-RECEIPT-UNITS
           IF WS-NEW-BASIS-UNITS > 0
               COMPUTE IC-AVG-UNIT-COST ROUNDED =
                   (IC-AVG-UNIT-COST * IC-BASIS-UNITS
                     + WS-RECEIPT-UNIT-COST * WS-RECEIPT-UNITS)
                   / WS-NEW-BASIS-UNITS
           END-IF
           MOVE WS-NEW-BASIS-UNITS   TO IC-BASIS-UNITS
           MOVE WS-RECEIPT-UNIT-COST TO IC-LAST-UNIT-COST
           MOVE RC-PRODUCT           TO IC-LAST-PRODUCT
           MOVE WS-BIZ-DATE          TO IC-LAST-RECEIPT-DATE
           REWRITE ITEMCOST-RECORD
           ADD 1 TO WS-COSTED-COUNT.

       2500-MATCH-ASN.
      *>   NOTICES FOR THE LINE AND DC ARE KEYED IN SHIP-DATE ORDER,
      *>   SO THE OLDEST SHIPMENT IS RELIEVED FIRST.
           MOVE 0 TO WS-ASN-FOUND-COUNT
           MOVE 0 TO WS-ASN-IN-TRANSIT
           MOVE RC-QTY-RECEIVED TO WS-ASN-REMAINING
           MOVE RC-VENDOR    TO WS-AK-VENDOR
           MOVE RC-PO        TO WS-AK-PO
           MOVE RC-PRODUCT   TO WS-AK-PRODUCT
           MOVE RC-DC-NUMBER TO WS-AK-DC-NUMBER
           MOVE WS-ASN-SEARCH-KEY TO AN-LINE-KEY
           MOVE 0 TO AN-SHIP-DATE
           MOVE 'N' TO WS-ASN-SCAN-SWITCH
           START ASNMAST-FILE KEY IS NOT LESS THAN AN-KEY
           IF WS-ASNMAST-FS NOT = '00'
               MOVE 'Y' TO WS-ASN-SCAN-SWITCH
           END-IF
           PERFORM UNTIL WS-ASN-SCAN-DONE
               READ ASNMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ASN-SCAN-SWITCH
                   NOT AT END
                       IF AN-LINE-KEY NOT = WS-ASN-SEARCH-KEY
                           MOVE 'Y' TO WS-ASN-SCAN-SWITCH
                       ELSE
                           ADD 1 TO WS-ASN-FOUND-COUNT
                           ADD AN-IN-TRANSIT-QTY TO WS-ASN-IN-TRANSIT
                           PERFORM 2510-RELIEVE-IN-TRANSIT
                       END-IF
               END-READ
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ASN-FOUND-COUNT = 0
                   MOVE 'NO ASN  ' TO WS-DL-ASN-RESULT
                   ADD 1 TO WS-NO-ASN-COUNT
               WHEN RC-QTY-RECEIVED = WS-ASN-IN-TRANSIT
                   MOVE 'ASN OK  ' TO WS-DL-ASN-RESULT
                   ADD 1 TO WS-ASN-MATCH-COUNT
               WHEN RC-QTY-RECEIVED < WS-ASN-IN-TRANSIT
                   MOVE 'ASN PART' TO WS-DL-ASN-RESULT
                   ADD 1 TO WS-ASN-DIFF-COUNT
               WHEN OTHER
                   MOVE 'ASN OVER' TO WS-DL-ASN-RESULT
                   ADD 1 TO WS-ASN-DIFF-COUNT
           END-EVALUATE.

       2510-RELIEVE-IN-TRANSIT.
           IF WS-ASN-REMAINING > 0 AND AN-IN-TRANSIT-QTY > 0
               IF WS-ASN-REMAINING < AN-IN-TRANSIT-QTY
                   MOVE WS-ASN-REMAINING TO WS-ASN-APPLY
               ELSE
                   MOVE AN-IN-TRANSIT-QTY TO WS-ASN-APPLY
               END-IF
               SUBTRACT WS-ASN-APPLY FROM WS-ASN-REMAINING
               SUBTRACT WS-ASN-APPLY FROM AN-IN-TRANSIT-QTY
               ADD WS-ASN-APPLY TO AN-QTY-RECEIVED
               MOVE RC-RECEIPT-DATE TO AN-LAST-RECEIPT-DATE
               IF AN-IN-TRANSIT-QTY = 0
                   MOVE 'R' TO AN-STATUS
               ELSE
                   MOVE 'P' TO AN-STATUS
               END-IF
               REWRITE ASNMAST-RECORD
           END-IF.

       2700-BUMP-VENDOR-PERF.
           MOVE WS-RECEIPT-COUNT TO WS-SL-RECEIPT-COUNT
           MOVE WS-MATCH-COUNT   TO WS-SL-MATCH-COUNT
           MOVE WS-EXCEPT-COUNT  TO WS-SL-EXCEPT-COUNT
           WRITE MATCH-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE WS-COSTED-COUNT  TO WS-CS-COSTED-COUNT
           MOVE WS-NO-XREF-COUNT TO WS-CS-NO-XREF-COUNT
           WRITE MATCH-RPT-LINE FROM WS-COST-SUMMARY-LINE
           IF WS-ASN-AVAILABLE
               MOVE WS-ASN-MATCH-COUNT TO WS-AS-MATCH-COUNT
               MOVE WS-ASN-DIFF-COUNT  TO WS-AS-DIFF-COUNT
               MOVE WS-NO-ASN-COUNT    TO WS-AS-NO-ASN-COUNT
               WRITE MATCH-RPT-LINE FROM WS-ASN-SUMMARY-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE RECEIPT-FILE
           CLOSE OPENPO-FILE
           IF WS-COSTING-AVAILABLE
               CLOSE PRODXREF-FILE
               CLOSE ITEMCOST-FILE
           END-IF
           IF WS-ASN-AVAILABLE
               CLOSE ASNMAST-FILE
           END-IF
           CLOSE MATCH-RPT-FILE.
