      *   THE DC MASTER IS THE SAME SMALL FLAT SEQUENTIAL FILE
      *   AMS230 LOADS TO A TABLE AT START OF RUN.
      *
      *   WHERE THE VENDOR HAS SENT ADVANCE SHIP NOTICES FOR A LINE
      *   AND DC (SEE ASNMAST COPYBOOK), THE PACKS STILL IN TRANSIT
      *   ARE PROJECTED AT EACH NOTICE'S EXPECTED ARRIVAL DATE AND
      *   ONLY THE PART OF THE ALLOCATION NOT YET SHIPPED AT THE PO'S
      *   EXPECTED DATE.
      *
      *   MODIFICATION HISTORY
      *   2026-09-01  ADDED FOR THE DC INBOUND CAPACITY FORECAST.
      *   2026-10-15  PROJECT SHIPPED PACKS AT THE ADVANCE SHIP
      *               NOTICE'S EXPECTED ARRIVAL DATE INSTEAD OF THE
      *               PO EXPECTED DATE.  THE ASN MASTER IS OPTIONAL.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMS260.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-KEY
               FILE STATUS IS WS-OPENPO-FS.
           SELECT ASNMAST-FILE ASSIGN TO ASNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-KEY
               FILE STATUS IS WS-ASNMAST-FS.
           SELECT DCMAST-FILE ASSIGN TO DCMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DCMAST-FS.
       FD  OPENPO-FILE.
       COPY OPENPO.

       FD  ASNMAST-FILE.
       COPY ASNMAST.

       FD  DCMAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 33 CHARACTERS.

       01  WS-OPENPO-FS                  PIC X(02).
       01  WS-DCMAST-FS                  PIC X(02).
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
       01  WS-ASN-SHIPPED                PIC S9(09) COMP-3 VALUE 0.

       01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE            VALUE 'Y'.
       01  WS-CURR-STATUS                PIC X(01) VALUE 'X'.
       01  WS-EXPECTED-N                 PIC 9(06) VALUE 0.

      *>   ONE PROJECTION -- PACKS ARRIVING AT A DC ON A DATE.
       01  WS-PROJECT-DATE               PIC 9(06) VALUE 0.
       01  WS-PROJECT-PACKS              PIC S9(09) COMP-3 VALUE 0.

       01  WS-DC-MAX                     PIC S9(04) COMP VALUE 500.
       01  WS-DC-COUNT                   PIC S9(04) COMP VALUE 0.
       01  WS-DC-IDX                     PIC S9(04) COMP VALUE 0.
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SWITCH
               WHEN OTHER
                   PERFORM 1050-OPEN-ASNMAST
                   MOVE LOW-VALUES TO OP-KEY
                   START OPENPO-FILE KEY >= OP-KEY
                   IF WS-OPENPO-FS NOT = '00'
                   END-IF
           END-EVALUATE.

       1050-OPEN-ASNMAST.
      *>   WITHOUT THE ASN MASTER EVERY ALLOCATION IS PROJECTED AT
      *>   THE PO EXPECTED DATE, AS BEFORE.
           MOVE SPACES TO WS-ASNMAST-FS
           OPEN INPUT ASNMAST-FILE
           IF WS-ASNMAST-FS = '00'
               MOVE 'Y' TO WS-ASN-SWITCH
           ELSE
               MOVE 'NOTE: NO ASN MASTER - PO EXPECTED DATES USED'
                   TO FORECAST-RPT-LINE
               WRITE FORECAST-RPT-LINE
           END-IF.

       1100-LOAD-DC-MASTER.
           MOVE SPACES TO WS-DCMAST-FS
           OPEN INPUT DCMAST-FILE
           ELSE
               IF WS-CURR-STATUS = 'O'
                       AND NOT OP-LINE-RECEIVED
                   MOVE 0 TO WS-EXPECTED-N
                   IF WS-CURR-EXPECTED NUMERIC
                       MOVE WS-CURR-EXPECTED TO WS-EXPECTED-N
                   END-IF
                   PERFORM 2100-PROJECT-LINE-ALLOCS
               END-IF
           END-IF
                   UNTIL WS-ALLOC-IDX > 10
               IF OP-DC-NUMBER (WS-ALLOC-IDX) > 0
                       AND OP-DC-PACK-QTY (WS-ALLOC-IDX) > 0
                   MOVE 0 TO WS-ASN-SHIPPED
                   IF WS-ASN-AVAILABLE
                       PERFORM 2150-PROJECT-ASN-ARRIVALS
                   END-IF
                   COMPUTE WS-PROJECT-PACKS =
                       OP-DC-PACK-QTY (WS-ALLOC-IDX) - WS-ASN-SHIPPED
                   IF WS-PROJECT-PACKS > 0 AND WS-EXPECTED-N > 0
                       MOVE WS-EXPECTED-N TO WS-PROJECT-DATE
                       PERFORM 2200-BUMP-DC-DAY
                       PERFORM 2300-BUMP-CONTRIBUTOR
                   END-IF
               END-IF
           END-PERFORM.

       2150-PROJECT-ASN-ARRIVALS.
      *>   EACH NOTICE'S UNRECEIVED PACKS ARRIVE ON ITS OWN DATE;
      *>   EVERYTHING SHIPPED IS TAKEN OFF THE PO-DATE PROJECTION.
           MOVE WS-CURR-VENDOR TO WS-AK-VENDOR
           MOVE WS-CURR-PO     TO WS-AK-PO
           MOVE OP-PRODUCT     TO WS-AK-PRODUCT
           MOVE OP-DC-NUMBER (WS-ALLOC-IDX) TO WS-AK-DC-NUMBER
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
                           ADD AN-QTY-SHIPPED TO WS-ASN-SHIPPED
                           IF AN-IN-TRANSIT-QTY > 0
                                   AND AN-EXPECTED-ARRIVAL > 0
                               MOVE AN-EXPECTED-ARRIVAL
                                   TO WS-PROJECT-DATE
                               MOVE AN-IN-TRANSIT-QTY
                                   TO WS-PROJECT-PACKS
                               PERFORM 2200-BUMP-DC-DAY
                               PERFORM 2300-BUMP-CONTRIBUTOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2200-BUMP-DC-DAY.
           MOVE 0 TO WS-DAY-FOUND
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               IF DD-DC-NUMBER (WS-DAY-IDX)
                       = OP-DC-NUMBER (WS-ALLOC-IDX)
                  AND DD-EXPECTED-DATE (WS-DAY-IDX)
                       = WS-PROJECT-DATE
                   MOVE WS-DAY-IDX TO WS-DAY-FOUND
                   MOVE WS-DAY-COUNT TO WS-DAY-IDX
               END-IF
                   MOVE WS-DAY-COUNT TO WS-DAY-FOUND
                   MOVE OP-DC-NUMBER (WS-ALLOC-IDX)
                       TO DD-DC-NUMBER (WS-DAY-FOUND)
                   MOVE WS-PROJECT-DATE
                       TO DD-EXPECTED-DATE (WS-DAY-FOUND)
                   MOVE 0 TO DD-INBOUND-PACKS (WS-DAY-FOUND)
                   MOVE 'N' TO DD-RANK-USED (WS-DAY-FOUND)
               END-IF
           END-IF
           IF WS-DAY-FOUND NOT = 0
               ADD WS-PROJECT-PACKS
                   TO DD-INBOUND-PACKS (WS-DAY-FOUND)
           END-IF.

                   UNTIL WS-CTR-IDX > WS-CTR-COUNT
               IF CB-DC-NUMBER (WS-CTR-IDX)
                       = OP-DC-NUMBER (WS-ALLOC-IDX)
                  AND CB-EXPECTED-DATE (WS-CTR-IDX) = WS-PROJECT-DATE
                  AND CB-VENDOR (WS-CTR-IDX) = WS-CURR-VENDOR
                  AND CB-PO (WS-CTR-IDX) = WS-CURR-PO
                   MOVE WS-CTR-IDX TO WS-CTR-FOUND
                   MOVE WS-CTR-COUNT TO WS-CTR-FOUND
                   MOVE OP-DC-NUMBER (WS-ALLOC-IDX)
                       TO CB-DC-NUMBER (WS-CTR-FOUND)
                   MOVE WS-PROJECT-DATE
                       TO CB-EXPECTED-DATE (WS-CTR-FOUND)
                   MOVE WS-CURR-VENDOR TO CB-VENDOR (WS-CTR-FOUND)
                   MOVE WS-CURR-PO     TO CB-PO (WS-CTR-FOUND)
               END-IF
           END-IF
           IF WS-CTR-FOUND NOT = 0
               ADD WS-PROJECT-PACKS
                   TO CB-PACKS (WS-CTR-FOUND)
           END-IF.


       9000-TERMINATE.
           CLOSE OPENPO-FILE
           IF WS-ASN-AVAILABLE
               CLOSE ASNMAST-FILE
           END-IF
           CLOSE FORECAST-RPT-FILE.
