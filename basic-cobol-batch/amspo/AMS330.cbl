      *
      *   AMS330 - ADVANCE SHIP NOTICE LOAD AND VALIDATION
      *
      *   UNTIL NOW THE FIRST WE KNEW OF WHAT A VENDOR SHIPPED WAS
      *   THE DC RECEIPT IN AMS200, SO THE DOCK COULD NOT PLAN AND
      *   SHORT SHIPMENTS SURPRISED EVERYONE.  THIS STEP TAKES THE
      *   INBOUND ADVANCE SHIP NOTICE FILE AS IT ARRIVES, CHECKS
      *   EVERY NOTICE LINE AGAINST THE OPEN-PO MASTER AND LOADS IT
      *   TO THE ASN MASTER (SEE ASNMAST COPYBOOK) WITH ITS WHOLE
      *   SHIPPED QUANTITY IN TRANSIT.  A NOTICE THAT DISAGREES WITH
      *   THE ORDER IS FLAGGED ON THE REPORT AND ON THE MASTER:
      *
      *       NOPO    PO NOT ON THE OPEN-PO MASTER
      *       CLSD    PO ALREADY CLOSED
      *       NPRD    PRODUCT NOT ON THE PO
      *       NODC    PRODUCT NOT ALLOCATED TO THAT DC
      *       OVER    SHIPPED, WITH EARLIER NOTICES FOR THE SAME
      *               LINE AND DC, EXCEEDS THE DC'S ALLOCATION
      *
      *   A NOTICE LINE WITH A NON-NUMERIC OR ZERO KEY OR QUANTITY IS
      *   REJECTED AND NOT LOADED.
      *
      *   ASN FEED RECORD (ASNIN, 54 BYTES):
      *       VENDOR 9(10), PO 9(12), PRODUCT 9(8), DC 9(4),
      *       QTY SHIPPED 9(8) (PACKS), SHIP DATE YYMMDD,
      *       EXPECTED ARRIVAL YYMMDD
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR ADVANCE SHIP NOTICE PROCESSING.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMS330.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASN-IN-FILE    ASSIGN TO ASNIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASNIN-FS.
           SELECT OPENPO-FILE    ASSIGN TO OPENPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-KEY
               FILE STATUS IS WS-OPENPO-FS.
           SELECT ASNMAST-FILE   ASSIGN TO ASNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-KEY
               FILE STATUS IS WS-ASNMAST-FS.
           SELECT ASN-RPT-FILE   ASSIGN TO AMSASNRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ASN-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 54 CHARACTERS.
       01  ASN-IN-FILE-RECORD            PIC X(54).

       FD  OPENPO-FILE.
       COPY OPENPO.

       FD  ASNMAST-FILE.
       COPY ASNMAST.

       FD  ASN-RPT-FILE.
       01  ASN-RPT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ASN-IN-RECORD.
           05  AI-VENDOR                 PIC 9(10).
           05  AI-PO                     PIC 9(12).
           05  AI-PRODUCT                PIC 9(08).
           05  AI-DC-NUMBER              PIC 9(04).
           05  AI-QTY-SHIPPED            PIC 9(08).
           05  AI-SHIP-DATE              PIC 9(06).
           05  AI-EXPECTED-ARRIVAL       PIC 9(06).

       01  WS-ASNIN-FS                   PIC X(02).
       01  WS-OPENPO-FS                  PIC X(02).
       01  WS-ASNMAST-FS                 PIC X(02).

       01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE            VALUE 'Y'.
       01  WS-SCAN-SWITCH                PIC X(01) VALUE 'N'.
           88  WS-SCAN-DONE              VALUE 'Y'.

       01  WS-ASN-FLAG                   PIC X(04).
       01  WS-REJECT-REASON              PIC X(40).
       01  WS-ALLOCATED-QTY              PIC 9(08) VALUE 0.
       01  WS-PRIOR-SHIPPED              PIC S9(09) COMP-3 VALUE 0.
       01  WS-LINE-IDX                   PIC 9(04) VALUE 0.
       01  WS-ALLOC-IDX                  PIC S9(04) COMP VALUE 0.
       01  WS-LINE-FOUND                 PIC X(01).
           88  WS-PRODUCT-LINE-FOUND     VALUE 'Y'.
       01  WS-DC-FOUND                   PIC X(01).
           88  WS-DC-ALLOC-FOUND         VALUE 'Y'.
       01  WS-SEARCH-LINE-KEY.
           05  WS-SK-VENDOR              PIC 9(10).
           05  WS-SK-PO                  PIC 9(12).
           05  WS-SK-PRODUCT             PIC 9(08).
           05  WS-SK-DC-NUMBER           PIC 9(04).

       01  WS-READ-COUNT                 PIC S9(09) COMP-3 VALUE 0.
       01  WS-LOADED-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-FLAGGED-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-REJECT-COUNT               PIC S9(09) COMP-3 VALUE 0.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                 PIC X(01).
       01  WS-BIZ-DATE                   PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                 PIC X(01).

       01  WS-HEADING-1.
           05  FILLER                    PIC X(44) VALUE
               'AMS330  ADVANCE SHIP NOTICE VALIDATION'.
       01  WS-HEADING-2.
           05  FILLER                    PIC X(40) VALUE
               'FLAG   VENDOR     PO           PRODUCT  '.
           05  FILLER                    PIC X(40) VALUE
               'DC    SHIPPED     ALLOC ARRIVE'.

       01  WS-DETAIL-LINE.
           05  WS-DL-FLAG                PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-VENDOR              PIC 9(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-PO                  PIC 9(12).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-PRODUCT             PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-DC-NUMBER           PIC 9(04).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-SHIPPED             PIC ZZZZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-ALLOCATED           PIC ZZZZZZZ9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-ARRIVAL             PIC 9(06).

       01  WS-REJECT-LINE.
           05  FILLER                    PIC X(07) VALUE 'REJECT '.
           05  WS-RJ-RECORD              PIC X(34).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-RJ-REASON              PIC X(38).

       01  WS-SUMMARY-LINE.
           05  FILLER                    PIC X(11)
               VALUE 'ASNS READ: '.
           05  WS-SL-READ-COUNT          PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(10)
               VALUE '  LOADED: '.
           05  WS-SL-LOADED-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(11)
               VALUE '  FLAGGED: '.
           05  WS-SL-FLAGGED-COUNT       PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(12)
               VALUE '  REJECTED: '.
           05  WS-SL-REJECT-COUNT        PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ASN UNTIL WS-END-OF-FILE
           PERFORM 3000-PRODUCE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           OPEN OUTPUT ASN-RPT-FILE
           WRITE ASN-RPT-LINE FROM WS-HEADING-1
           WRITE ASN-RPT-LINE FROM WS-HEADING-2
           MOVE SPACES TO WS-ASNIN-FS
           OPEN INPUT ASN-IN-FILE
           MOVE SPACES TO WS-OPENPO-FS
           OPEN INPUT OPENPO-FILE
           EVALUATE TRUE
               WHEN WS-ASNIN-FS NOT = '00'
                   MOVE 'ASN FILE NOT AVAILABLE - RUN STOPPED'
                       TO ASN-RPT-LINE
                   WRITE ASN-RPT-LINE
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SWITCH
               WHEN WS-OPENPO-FS NOT = '00'
                   MOVE 'OPEN-PO MASTER NOT AVAILABLE - RUN AMS190'
                       TO ASN-RPT-LINE
                   WRITE ASN-RPT-LINE
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SWITCH
               WHEN OTHER
                   PERFORM 1050-OPEN-ASNMAST
                   PERFORM 1100-READ-ASN
           END-EVALUATE.

       1050-OPEN-ASNMAST.
      *>   THE FIRST NOTICE OF ALL TIME ARRIVES BEFORE THE MASTER
      *>   EXISTS -- CREATE IT AND REOPEN IN THAT CASE.
           MOVE SPACES TO WS-ASNMAST-FS
           OPEN I-O ASNMAST-FILE
           IF WS-ASNMAST-FS NOT = '00'
               OPEN OUTPUT ASNMAST-FILE
               CLOSE ASNMAST-FILE
               OPEN I-O ASNMAST-FILE
           END-IF.

       1100-READ-ASN.
           READ ASN-IN-FILE INTO WS-ASN-IN-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2000-PROCESS-ASN.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN AI-VENDOR NOT NUMERIC OR AI-PO NOT NUMERIC
                       OR AI-PRODUCT NOT NUMERIC
                       OR AI-DC-NUMBER NOT NUMERIC
                   MOVE 'KEY FIELD NOT NUMERIC' TO WS-REJECT-REASON
               WHEN AI-VENDOR = 0 OR AI-PO = 0 OR AI-PRODUCT = 0
                       OR AI-DC-NUMBER = 0
                   MOVE 'KEY FIELD ZERO' TO WS-REJECT-REASON
               WHEN AI-QTY-SHIPPED NOT NUMERIC OR AI-QTY-SHIPPED = 0
                   MOVE 'QTY SHIPPED NOT NUMERIC OR ZERO'
                       TO WS-REJECT-REASON
               WHEN AI-SHIP-DATE NOT NUMERIC
                       OR AI-EXPECTED-ARRIVAL NOT NUMERIC
                   MOVE 'SHIP OR ARRIVAL DATE NOT NUMERIC'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-WRITE-REJECT
           ELSE
               PERFORM 2100-VALIDATE-AGAINST-PO
               IF WS-ASN-FLAG = SPACES
                   PERFORM 2200-CHECK-OVER-ALLOCATION
               END-IF
               PERFORM 2300-STORE-ASN
               IF WS-ASN-FLAG NOT = SPACES
                   ADD 1 TO WS-FLAGGED-COUNT
                   PERFORM 2800-WRITE-DETAIL
               END-IF
           END-IF
           PERFORM 1100-READ-ASN.

       2100-VALIDATE-AGAINST-PO.
           MOVE SPACES TO WS-ASN-FLAG
           MOVE 0 TO WS-ALLOCATED-QTY
           MOVE AI-VENDOR TO OP-VENDOR
           MOVE AI-PO     TO OP-PO
           MOVE 0         TO OP-LINE-NO
           READ OPENPO-FILE
           EVALUATE TRUE
               WHEN WS-OPENPO-FS NOT = '00'
                   MOVE 'NOPO' TO WS-ASN-FLAG
               WHEN OP-PO-CLOSED
                   MOVE 'CLSD' TO WS-ASN-FLAG
               WHEN OTHER
                   PERFORM 2110-FIND-PRODUCT-LINE
           END-EVALUATE.

       2110-FIND-PRODUCT-LINE.
           MOVE 'N' TO WS-LINE-FOUND
           MOVE 'N' TO WS-DC-FOUND
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 999
               MOVE AI-VENDOR   TO OP-VENDOR
               MOVE AI-PO       TO OP-PO
               MOVE WS-LINE-IDX TO OP-LINE-NO
               READ OPENPO-FILE
               IF WS-OPENPO-FS NOT = '00'
                   MOVE 999 TO WS-LINE-IDX
               ELSE
                   IF OP-PRODUCT = AI-PRODUCT
                       MOVE 'Y' TO WS-LINE-FOUND
                       PERFORM 2120-FIND-DC-ALLOCATION
                       MOVE 999 TO WS-LINE-IDX
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT WS-PRODUCT-LINE-FOUND
                   MOVE 'NPRD' TO WS-ASN-FLAG
               WHEN NOT WS-DC-ALLOC-FOUND
                   MOVE 'NODC' TO WS-ASN-FLAG
           END-EVALUATE.

       2120-FIND-DC-ALLOCATION.
           PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
                   UNTIL WS-ALLOC-IDX > 10
               IF OP-DC-NUMBER (WS-ALLOC-IDX) = AI-DC-NUMBER
                   MOVE 'Y' TO WS-DC-FOUND
                   MOVE OP-DC-PACK-QTY (WS-ALLOC-IDX)
                       TO WS-ALLOCATED-QTY
                   MOVE 10 TO WS-ALLOC-IDX
               END-IF
           END-PERFORM.

       2200-CHECK-OVER-ALLOCATION.
      *>   EVERY NOTICE ALREADY ON FILE FOR THE SAME PO LINE AND DC
      *>   COUNTS AGAINST THE ALLOCATION.
           MOVE 0 TO WS-PRIOR-SHIPPED
           MOVE AI-VENDOR    TO WS-SK-VENDOR
           MOVE AI-PO        TO WS-SK-PO
           MOVE AI-PRODUCT   TO WS-SK-PRODUCT
           MOVE AI-DC-NUMBER TO WS-SK-DC-NUMBER
           MOVE WS-SEARCH-LINE-KEY TO AN-LINE-KEY
           MOVE 0 TO AN-SHIP-DATE
           MOVE 'N' TO WS-SCAN-SWITCH
           START ASNMAST-FILE KEY IS NOT LESS THAN AN-KEY
           IF WS-ASNMAST-FS NOT = '00'
               MOVE 'Y' TO WS-SCAN-SWITCH
           END-IF
           PERFORM UNTIL WS-SCAN-DONE
               READ ASNMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-SWITCH
                   NOT AT END
                       IF AN-LINE-KEY NOT = WS-SEARCH-LINE-KEY
                           MOVE 'Y' TO WS-SCAN-SWITCH
                       ELSE
                           ADD AN-QTY-SHIPPED TO WS-PRIOR-SHIPPED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PRIOR-SHIPPED + AI-QTY-SHIPPED > WS-ALLOCATED-QTY
               MOVE 'OVER' TO WS-ASN-FLAG
           END-IF.

       2300-STORE-ASN.
           MOVE AI-VENDOR    TO AN-VENDOR
           MOVE AI-PO        TO AN-PO
           MOVE AI-PRODUCT   TO AN-PRODUCT
           MOVE AI-DC-NUMBER TO AN-DC-NUMBER
           MOVE AI-SHIP-DATE TO AN-SHIP-DATE
           READ ASNMAST-FILE
           IF WS-ASNMAST-FS = '00'
               ADD AI-QTY-SHIPPED TO AN-QTY-SHIPPED
               ADD AI-QTY-SHIPPED TO AN-IN-TRANSIT-QTY
               MOVE AI-EXPECTED-ARRIVAL TO AN-EXPECTED-ARRIVAL
               IF AN-QTY-RECEIVED > 0
                   MOVE 'P' TO AN-STATUS
               ELSE
                   MOVE 'T' TO AN-STATUS
               END-IF
               IF WS-ASN-FLAG NOT = SPACES
                   MOVE WS-ASN-FLAG TO AN-ASN-FLAG
               END-IF
               MOVE WS-BIZ-DATE TO AN-LOAD-DATE
               REWRITE ASNMAST-RECORD
           ELSE
               MOVE AI-EXPECTED-ARRIVAL TO AN-EXPECTED-ARRIVAL
               MOVE AI-QTY-SHIPPED      TO AN-QTY-SHIPPED
               MOVE 0                   TO AN-QTY-RECEIVED
               MOVE AI-QTY-SHIPPED      TO AN-IN-TRANSIT-QTY
               MOVE 0                   TO AN-LAST-RECEIPT-DATE
               MOVE 'T'                 TO AN-STATUS
               MOVE WS-ASN-FLAG         TO AN-ASN-FLAG
               MOVE WS-BIZ-DATE         TO AN-LOAD-DATE
               WRITE ASNMAST-RECORD
           END-IF
           IF WS-ASNMAST-FS = '00'
               ADD 1 TO WS-LOADED-COUNT
           ELSE
               MOVE 'ASN MASTER WRITE FAILED' TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT
               MOVE 8 TO RETURN-CODE
           END-IF.

       2800-WRITE-DETAIL.
           MOVE WS-ASN-FLAG         TO WS-DL-FLAG
           MOVE AI-VENDOR           TO WS-DL-VENDOR
           MOVE AI-PO               TO WS-DL-PO
           MOVE AI-PRODUCT          TO WS-DL-PRODUCT
           MOVE AI-DC-NUMBER        TO WS-DL-DC-NUMBER
           MOVE AI-QTY-SHIPPED      TO WS-DL-SHIPPED
           MOVE WS-ALLOCATED-QTY    TO WS-DL-ALLOCATED
           MOVE AI-EXPECTED-ARRIVAL TO WS-DL-ARRIVAL
           WRITE ASN-RPT-LINE FROM WS-DETAIL-LINE.

       2900-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE ASN-IN-FILE-RECORD (1:34) TO WS-RJ-RECORD
           MOVE WS-REJECT-REASON          TO WS-RJ-REASON
           WRITE ASN-RPT-LINE FROM WS-REJECT-LINE.

       3000-PRODUCE-SUMMARY.
           MOVE WS-READ-COUNT    TO WS-SL-READ-COUNT
           MOVE WS-LOADED-COUNT  TO WS-SL-LOADED-COUNT
           MOVE WS-FLAGGED-COUNT TO WS-SL-FLAGGED-COUNT
           MOVE WS-REJECT-COUNT  TO WS-SL-REJECT-COUNT
           WRITE ASN-RPT-LINE FROM WS-SUMMARY-LINE.

       9000-TERMINATE.
           CLOSE ASN-IN-FILE
           CLOSE OPENPO-FILE
           CLOSE ASNMAST-FILE
           CLOSE ASN-RPT-FILE.
