      *   Record LINE THAT PRECEDED IT, THE SAME GROUP ASSOCIATION
      *   AMS100/AMS110/AMS150 USE.
      *
      *   A NEW-ORDER GROUP FOR A PO THE AMS320 PO GENERATION RAISED
      *   (OP-ORIGIN 'G', STILL AWAITING CONFIRMATION) IS THE
      *   VENDOR'S ECHO OF OUR ORDER, NOT A SECOND NEW.  IT IS
      *   COMPARED WITH WHAT WE ORDERED - HEADER DEPARTMENT AND
      *   DATES, EACH PRODUCT'S PACK QUANTITY AND PACK COST, EACH
      *   LINE'S DC ALLOCATIONS, PRODUCTS ADDED OR LEFT OFF - AND
      *   EVERY DIFFERENCE IS LISTED ON THE CONFIRMATION
      *   DISCREPANCY REPORT (AMSPOCDR).  THE ORDER ON FILE IS NOT
      *   CHANGED; THE HEADER IS MARKED CONFIRMED ('C') OR
      *   CONFIRMED WITH DISCREPANCIES ('D') AS OF THE BUSINESS
      *   DATE SO BUYING CAN TAKE THE DIFFERENCES UP WITH THE
      *   VENDOR.
      *
      *   MODIFICATION HISTORY
      *   2026-08-21  ADDED TO BUILD THE OPEN-PO MASTER FROM THE
      *               AMS120-ROUTED FILES.
      *               AGAINST.  THE OPEN-PO RECORD GREW BY 13 BYTES
      *               -- A MASTER BUILT BEFORE THIS CHANGE MUST BE
      *               REBUILT.
      *   2026-10-15  A NEW-ORDER ECHO OF AN AMS320-GENERATED PO IS
      *               TAKEN AS THE VENDOR'S CONFIRMATION; CHANGES
      *               THE VENDOR MADE GO TO THE NEW DISCREPANCY
      *               REPORT (AMSPOCDR).
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMS190.
               FILE STATUS IS WS-OPENPO-FS.
           SELECT EXCEPT-RPT-FILE ASSIGN TO AMSOPEXR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISCREP-RPT-FILE ASSIGN TO AMSPOCDR
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NEW-PO-FILE
       FD  EXCEPT-RPT-FILE.
       01  EXCEPT-RPT-LINE               PIC X(80).

       FD  DISCREP-RPT-FILE.
       01  DISCREP-RPT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY AMSPO.

      *>   THE PO GROUP CURRENTLY BEING APPLIED.  A GROUP WHOSE
      *>   HEADER WAS REJECTED IS SKIPPED THROUGH TO THE NEXT
      *>   PO-RECORD SO ITS DETAIL LINES CANNOT ATTACH TO THE WRONG
      *>   PO.  A GROUP ECHOING ONE OF OUR GENERATED POS IS
      *>   COMPARED, NOT APPLIED.
       01  WS-GROUP-STATE                PIC X(01) VALUE 'S'.
           88  WS-GROUP-ACTIVE           VALUE 'A'.
           88  WS-GROUP-SKIPPED          VALUE 'S'.
           88  WS-GROUP-CONFIRMING       VALUE 'K'.
       01  WS-CURRENT-VENDOR             PIC 9(10) VALUE 0.
       01  WS-CURRENT-PO-NO              PIC 9(12) VALUE 0.
       01  WS-NEXT-LINE-NO               PIC 9(03) VALUE 0.

       01  WS-APPLIED-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-EXCEPT-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-CONFIRM-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-DISCREP-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-PO-DISCREP-COUNT           PIC S9(09) COMP-3 VALUE 0.

      *>   THE LINES OF THE PO BEING CONFIRMED THAT THE VENDOR'S
      *>   ECHO HAS COVERED.
       01  WS-ECHO-TABLE.
           05  WS-ECHO-FLAG              PIC X(01) OCCURS 999 TIMES.

      *>   DISCREPANCY VALUES, EDITED FOR PRINTING.
       01  WS-ED-PACK-QTY                PIC ZZZZ9.9999.
       01  WS-ED-PACK-COST               PIC ZZZZZZZZ9.9999.
       01  WS-ED-DC-ALLOCATION.
           05  WS-ED-DC-NUMBER           PIC 9(04).
           05  FILLER                    PIC X(01) VALUE '/'.
           05  WS-ED-DC-PACKS            PIC ZZZZZZZ9.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                 PIC X(01).
       01  WS-BIZ-DATE                   PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                 PIC X(01).

      *> VPERFUTL LINKAGE WORK AREA
       01  WS-VPERF-ACTION               PIC X(01).
           05  FILLER                    PIC X(14)
               VALUE '  EXCEPTIONS: '.
           05  WS-SL-EXCEPT-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(13)
               VALUE '  CONFIRMED: '.
           05  WS-SL-CONFIRM-COUNT       PIC ZZZZZZZZ9.

       01  WS-DISCREP-HEADING-1.
           05  FILLER                    PIC X(44) VALUE
               'AMS190  PO CONFIRMATION DISCREPANCIES'.
       01  WS-DISCREP-HEADING-2.
           05  FILLER                    PIC X(50) VALUE
               'VENDOR     PO           LINE FIELD        OURS    '.
           05  FILLER                    PIC X(30) VALUE
               '         VENDOR'.

       01  WS-DISCREP-LINE.
           05  WS-DL-VENDOR              PIC 9(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-PO                  PIC 9(12).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-LINE-NO             PIC 9(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-FIELD               PIC X(12).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-OURS                PIC X(16).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-THEIRS              PIC X(16).

       01  WS-DISCREP-SUMMARY-LINE.
           05  FILLER                    PIC X(16)
               VALUE 'POS CONFIRMED:  '.
           05  WS-DS-CONFIRM-COUNT       PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(17)
               VALUE '  DISCREPANCIES: '.
           05  WS-DS-DISCREP-COUNT       PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           PERFORM 1100-OPEN-OPENPO
           OPEN OUTPUT EXCEPT-RPT-FILE
           WRITE EXCEPT-RPT-LINE FROM WS-HEADING-1
           OPEN OUTPUT DISCREP-RPT-FILE
           WRITE DISCREP-RPT-LINE FROM WS-DISCREP-HEADING-1
           WRITE DISCREP-RPT-LINE FROM WS-DISCREP-HEADING-2.

       1100-OPEN-OPENPO.
      *>   THE FIRST APPLY RUN ARRIVES BEFORE THE MASTER EXISTS --
           MOVE 'N' TO WS-EOF-SWITCH
           SET WS-GROUP-SKIPPED TO TRUE
           PERFORM 2100-READ-CURRENT-FILE
           PERFORM 2200-PROCESS-RECORD UNTIL WS-END-OF-FILE
           IF WS-GROUP-CONFIRMING
               PERFORM 2600-END-CONFIRMATION
           END-IF.

       2100-READ-CURRENT-FILE.
           EVALUATE TRUE
       2200-PROCESS-RECORD.
           EVALUATE TRUE
               WHEN Record-Type OF AMS-PO-AREA = AMS-TYPE-PO
                   IF WS-GROUP-CONFIRMING
                       PERFORM 2600-END-CONFIRMATION
                   END-IF
                   PERFORM 2300-HANDLE-PO-HEADER
               WHEN Record-Type OF AMS-PO-AREA = AMS-TYPE-PRODUCT
                   IF WS-GROUP-ACTIVE
                       PERFORM 2400-HANDLE-PRODUCT-LINE
                   END-IF
                   IF WS-GROUP-CONFIRMING
                       PERFORM 2440-CONFIRM-PRODUCT-LINE
                   END-IF
               WHEN Record-Type OF AMS-PO-AREA = AMS-TYPE-LOCATION
                   IF WS-GROUP-ACTIVE
                       PERFORM 2500-HANDLE-LOCATION-LINE
                   END-IF
                   IF WS-GROUP-CONFIRMING
                       PERFORM 2540-CONFIRM-LOCATION-LINE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-DOING-NEW
                   IF WS-OPENPO-FS = '00'
                       IF OP-PO-GENERATED AND OP-AWAITING-CONFIRM
                           PERFORM 2340-START-CONFIRMATION
                       ELSE
                           MOVE 'SECOND NEW FOR A PO ALREADY ON FILE'
                               TO WS-EL-REASON
                           PERFORM 2900-WRITE-EXCEPTION
                           SET WS-GROUP-SKIPPED TO TRUE
                       END-IF
                   ELSE
                       PERFORM 2310-INSERT-PO-HEADER
                       SET WS-GROUP-ACTIVE TO TRUE
               END-IF
           END-PERFORM.

       2340-START-CONFIRMATION.
      *>   THE HEADER IS COMPARED FIRST, WHILE IT IS STILL IN THE
      *>   RECORD AREA; FINDING THE LINE COUNT READS OVER IT.
           MOVE 0 TO WS-PO-DISCREP-COUNT
           MOVE 0 TO WS-LAST-DETAIL-LINE
           IF Department OF AMS-PO-AREA NOT = OP-DEPARTMENT
               MOVE 'DEPARTMENT' TO WS-DL-FIELD
               MOVE OP-DEPARTMENT TO WS-DL-OURS
               MOVE Department OF AMS-PO-AREA TO WS-DL-THEIRS
               PERFORM 2950-WRITE-DISCREPANCY
           END-IF
           IF Expected-Reciept-Date OF AMS-PO-AREA
                   NOT = OP-EXPECTED-DATE
               MOVE 'EXPECTED' TO WS-DL-FIELD
               MOVE OP-EXPECTED-DATE TO WS-DL-OURS
               MOVE Expected-Reciept-Date OF AMS-PO-AREA
                   TO WS-DL-THEIRS
               PERFORM 2950-WRITE-DISCREPANCY
           END-IF
           IF Cancel-by-date OF AMS-PO-AREA NOT = OP-CANCEL-BY-DATE
               MOVE 'CANCEL-BY' TO WS-DL-FIELD
               MOVE OP-CANCEL-BY-DATE TO WS-DL-OURS
               MOVE Cancel-by-date OF AMS-PO-AREA TO WS-DL-THEIRS
               PERFORM 2950-WRITE-DISCREPANCY
           END-IF
           PERFORM 2330-FIND-HIGHEST-LINE
           MOVE ALL 'N' TO WS-ECHO-TABLE
           SET WS-GROUP-CONFIRMING TO TRUE
           ADD 1 TO WS-CONFIRM-COUNT.

       2400-HANDLE-PRODUCT-LINE.
           IF WS-DOING-NEW
               ADD 1 TO WS-NEXT-LINE-NO
               PERFORM 2410-INSERT-PRODUCT-LINE
           END-IF.

       2440-CONFIRM-PRODUCT-LINE.
      *>   FIND OUR LINE FOR THE ECHOED PRODUCT AND COMPARE IT.
           MOVE 'N' TO WS-LINE-FOUND
           MOVE 0 TO WS-LAST-DETAIL-LINE
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-NEXT-LINE-NO
               MOVE WS-CURRENT-VENDOR TO OP-VENDOR
               MOVE WS-CURRENT-PO-NO  TO OP-PO
               MOVE WS-LINE-IDX       TO OP-LINE-NO
               READ OPENPO-FILE
               IF WS-OPENPO-FS = '00'
                   IF OP-PRODUCT = Product OF AMS-PRODUCT-AREA
                       MOVE 'Y' TO WS-LINE-FOUND
                       MOVE WS-LINE-IDX TO WS-LAST-DETAIL-LINE
                       MOVE WS-NEXT-LINE-NO TO WS-LINE-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-PRODUCT-LINE-FOUND
               MOVE 'PRODUCT ADDED' TO WS-DL-FIELD
               MOVE SPACES TO WS-DL-OURS
               MOVE Product OF AMS-PRODUCT-AREA TO WS-DL-THEIRS
               PERFORM 2950-WRITE-DISCREPANCY
           ELSE
               MOVE 'Y' TO WS-ECHO-FLAG (WS-LAST-DETAIL-LINE)
               IF Pack-Qty OF AMS-PRODUCT-AREA NOT = OP-PACK-QTY
                   MOVE 'PACK QTY' TO WS-DL-FIELD
                   MOVE OP-PACK-QTY TO WS-ED-PACK-QTY
                   MOVE WS-ED-PACK-QTY TO WS-DL-OURS
                   MOVE Pack-Qty OF AMS-PRODUCT-AREA TO WS-ED-PACK-QTY
                   MOVE WS-ED-PACK-QTY TO WS-DL-THEIRS
                   PERFORM 2950-WRITE-DISCREPANCY
               END-IF
               IF Pack-Cost OF AMS-PRODUCT-AREA NOT = OP-PACK-COST
                   MOVE 'PACK COST' TO WS-DL-FIELD
                   MOVE OP-PACK-COST TO WS-ED-PACK-COST
                   MOVE WS-ED-PACK-COST TO WS-DL-OURS
                   MOVE Pack-Cost OF AMS-PRODUCT-AREA
                       TO WS-ED-PACK-COST
                   MOVE WS-ED-PACK-COST TO WS-DL-THEIRS
                   PERFORM 2950-WRITE-DISCREPANCY
               END-IF
           END-IF.

       2500-HANDLE-LOCATION-LINE.
           IF WS-LAST-DETAIL-LINE = 0
               MOVE 'LOCATION-RECORD WITH NO PRODUCT LINE'
               END-IF
           END-IF.

       2540-CONFIRM-LOCATION-LINE.
      *>   AN ALLOCATION FOLLOWING A PRODUCT NOT ON OUR ORDER WAS
      *>   ALREADY REPORTED WITH THE PRODUCT.
           IF WS-LAST-DETAIL-LINE NOT = 0
               MOVE WS-CURRENT-VENDOR   TO OP-VENDOR
               MOVE WS-CURRENT-PO-NO    TO OP-PO
               MOVE WS-LAST-DETAIL-LINE TO OP-LINE-NO
               READ OPENPO-FILE
               IF WS-OPENPO-FS = '00'
                   PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
                           UNTIL WS-ALLOC-IDX > 10
                       IF DC-Number OF AMS-LOCATION-AREA
                               (WS-ALLOC-IDX)
                               NOT = OP-DC-NUMBER (WS-ALLOC-IDX)
                           OR Pack-Quantity OF AMS-LOCATION-AREA
                               (WS-ALLOC-IDX)
                               NOT = OP-DC-PACK-QTY (WS-ALLOC-IDX)
                           PERFORM 2550-REPORT-ALLOCATION
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       2550-REPORT-ALLOCATION.
           MOVE 'DC/PACKS' TO WS-DL-FIELD
           MOVE OP-DC-NUMBER (WS-ALLOC-IDX)   TO WS-ED-DC-NUMBER
           MOVE OP-DC-PACK-QTY (WS-ALLOC-IDX) TO WS-ED-DC-PACKS
           MOVE WS-ED-DC-ALLOCATION TO WS-DL-OURS
           MOVE DC-Number OF AMS-LOCATION-AREA (WS-ALLOC-IDX)
               TO WS-ED-DC-NUMBER
           MOVE Pack-Quantity OF AMS-LOCATION-AREA (WS-ALLOC-IDX)
               TO WS-ED-DC-PACKS
           MOVE WS-ED-DC-ALLOCATION TO WS-DL-THEIRS
           PERFORM 2950-WRITE-DISCREPANCY.

       2600-END-CONFIRMATION.
      *>   ANY OF OUR LINES THE ECHO LEFT OFF IS A DISCREPANCY TOO;
      *>   THEN THE HEADER IS STAMPED WITH THE OUTCOME.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-NEXT-LINE-NO
               IF WS-ECHO-FLAG (WS-LINE-IDX) NOT = 'Y'
                   MOVE WS-CURRENT-VENDOR TO OP-VENDOR
                   MOVE WS-CURRENT-PO-NO  TO OP-PO
                   MOVE WS-LINE-IDX       TO OP-LINE-NO
                   READ OPENPO-FILE
                   IF WS-OPENPO-FS = '00'
                       MOVE WS-LINE-IDX TO WS-LAST-DETAIL-LINE
                       MOVE 'LINE DROPPED' TO WS-DL-FIELD
                       MOVE OP-PRODUCT TO WS-DL-OURS
                       MOVE SPACES TO WS-DL-THEIRS
                       PERFORM 2950-WRITE-DISCREPANCY
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CURRENT-VENDOR TO OP-VENDOR
           MOVE WS-CURRENT-PO-NO  TO OP-PO
           MOVE 0                 TO OP-LINE-NO
           READ OPENPO-FILE
           IF WS-OPENPO-FS = '00'
               IF WS-PO-DISCREP-COUNT = 0
                   MOVE 'C' TO OP-CONFIRM-STATUS
               ELSE
                   MOVE 'D' TO OP-CONFIRM-STATUS
               END-IF
               MOVE WS-BIZ-DATE TO OP-CONFIRM-DATE
               REWRITE OPENPO-RECORD
           END-IF
           SET WS-GROUP-SKIPPED TO TRUE.

       2900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           MOVE WS-CURRENT-FILE   TO WS-EL-FILE
           MOVE WS-CURRENT-PO-NO  TO WS-EL-PO
           WRITE EXCEPT-RPT-LINE FROM WS-EXCEPT-LINE.

       2950-WRITE-DISCREPANCY.
           ADD 1 TO WS-DISCREP-COUNT
           ADD 1 TO WS-PO-DISCREP-COUNT
           MOVE WS-CURRENT-VENDOR   TO WS-DL-VENDOR
           MOVE WS-CURRENT-PO-NO    TO WS-DL-PO
           MOVE WS-LAST-DETAIL-LINE TO WS-DL-LINE-NO
           WRITE DISCREP-RPT-LINE FROM WS-DISCREP-LINE.

       3000-PRODUCE-SUMMARY.
           MOVE WS-APPLIED-COUNT TO WS-SL-APPLIED-COUNT
           MOVE WS-EXCEPT-COUNT  TO WS-SL-EXCEPT-COUNT
           MOVE WS-CONFIRM-COUNT TO WS-SL-CONFIRM-COUNT
           WRITE EXCEPT-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE WS-CONFIRM-COUNT TO WS-DS-CONFIRM-COUNT
           MOVE WS-DISCREP-COUNT TO WS-DS-DISCREP-COUNT
           WRITE DISCREP-RPT-LINE FROM WS-DISCREP-SUMMARY-LINE.

       9000-TERMINATE.
           CLOSE OPENPO-FILE
           CLOSE EXCEPT-RPT-FILE
           CLOSE DISCREP-RPT-FILE.
