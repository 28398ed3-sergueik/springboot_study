      *
      *   AMS340 - OVERDUE ADVANCE SHIP NOTICE REPORT
      *
      *   READS THE ASN MASTER (SEE ASNMAST COPYBOOK) AND LISTS EVERY
      *   NOTICE WHOSE EXPECTED ARRIVAL DATE IS BEFORE THE BUSINESS
      *   DATE AND AGAINST WHICH THE DC HAS RECEIVED NOTHING, SO THE
      *   BUYER CAN CHASE THE VENDOR OR CARRIER BEFORE THE SHORTAGE
      *   REACHES THE STORES.  A NOTICE THAT HAS BEEN PARTLY RECEIVED
      *   IS NOT LISTED - THE AMS200 RECEIPT REPORT ALREADY SHOWS IT
      *   AS 'ASN PART'.  ASN DATES ARE YYMMDD AND ARE WINDOWED
      *   1950-2049 FOR THE COMPARISON.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR ADVANCE SHIP NOTICE PROCESSING.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMS340.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASNMAST-FILE   ASSIGN TO ASNMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AN-KEY
               FILE STATUS IS WS-ASNMAST-FS.
           SELECT OVERDUE-RPT-FILE ASSIGN TO AMSASNOD
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ASNMAST-FILE.
       COPY ASNMAST.

       FD  OVERDUE-RPT-FILE.
       01  OVERDUE-RPT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ASNMAST-FS                 PIC X(02).

       01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE            VALUE 'Y'.

       01  WS-ARRIVAL-DATE-8             PIC 9(08) VALUE 0.
       01  WS-ARRIVAL-FIELDS.
           05  WS-AR-YY                  PIC 9(02).
           05  WS-AR-MMDD                PIC 9(04).

       01  WS-READ-COUNT                 PIC S9(09) COMP-3 VALUE 0.
       01  WS-OVERDUE-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-OVERDUE-PACKS              PIC S9(11) COMP-3 VALUE 0.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                 PIC X(01).
       01  WS-BIZ-DATE                   PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                 PIC X(01).

       01  WS-HEADING-1.
           05  FILLER                    PIC X(46) VALUE
               'AMS340  OVERDUE ADVANCE SHIP NOTICES    AS OF '.
           05  WS-H1-DATE                PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER                    PIC X(38) VALUE
               'VENDOR     PO           PRODUCT  DC   '.
           05  FILLER                    PIC X(42) VALUE
               'SHIP   ARRIVE IN-TRANSIT FLAG'.

       01  WS-DETAIL-LINE.
           05  WS-DL-VENDOR              PIC 9(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-PO                  PIC 9(12).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-PRODUCT             PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-DC-NUMBER           PIC 9(04).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-SHIP-DATE           PIC 9(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-ARRIVAL             PIC 9(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-IN-TRANSIT          PIC ZZZZZZZZZ9.
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-DL-FLAG                PIC X(04).

       01  WS-SUMMARY-LINE.
           05  FILLER                    PIC X(14)
               VALUE 'ASNS READ:    '.
           05  WS-SL-READ-COUNT          PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(11)
               VALUE '  OVERDUE: '.
           05  WS-SL-OVERDUE-COUNT       PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(09)
               VALUE '  PACKS: '.
           05  WS-SL-OVERDUE-PACKS       PIC ZZZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-ASN UNTIL WS-END-OF-FILE
           PERFORM 3000-PRODUCE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           OPEN OUTPUT OVERDUE-RPT-FILE
           MOVE WS-BIZ-DATE TO WS-H1-DATE
           WRITE OVERDUE-RPT-LINE FROM WS-HEADING-1
           WRITE OVERDUE-RPT-LINE FROM WS-HEADING-2
           MOVE SPACES TO WS-ASNMAST-FS
           OPEN INPUT ASNMAST-FILE
           IF WS-ASNMAST-FS NOT = '00'
               MOVE 'ASN MASTER NOT AVAILABLE - RUN AMS330'
                   TO OVERDUE-RPT-LINE
               WRITE OVERDUE-RPT-LINE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 1100-READ-ASNMAST
           END-IF.

       1100-READ-ASNMAST.
           READ ASNMAST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2000-CHECK-ASN.
           ADD 1 TO WS-READ-COUNT
           IF AN-QTY-RECEIVED = 0 AND AN-IN-TRANSIT-QTY > 0
               PERFORM 2100-WINDOW-ARRIVAL-DATE
               IF WS-ARRIVAL-DATE-8 < WS-BIZ-DATE
                   PERFORM 2800-WRITE-DETAIL
               END-IF
           END-IF
           PERFORM 1100-READ-ASNMAST.

       2100-WINDOW-ARRIVAL-DATE.
           MOVE AN-EXPECTED-ARRIVAL TO WS-ARRIVAL-FIELDS
           IF WS-AR-YY < 50
               COMPUTE WS-ARRIVAL-DATE-8 = 20000000
                   + AN-EXPECTED-ARRIVAL
           ELSE
               COMPUTE WS-ARRIVAL-DATE-8 = 19000000
                   + AN-EXPECTED-ARRIVAL
           END-IF.

       2800-WRITE-DETAIL.
           ADD 1 TO WS-OVERDUE-COUNT
           ADD AN-IN-TRANSIT-QTY TO WS-OVERDUE-PACKS
           MOVE AN-VENDOR           TO WS-DL-VENDOR
           MOVE AN-PO               TO WS-DL-PO
           MOVE AN-PRODUCT          TO WS-DL-PRODUCT
           MOVE AN-DC-NUMBER        TO WS-DL-DC-NUMBER
           MOVE AN-SHIP-DATE        TO WS-DL-SHIP-DATE
           MOVE AN-EXPECTED-ARRIVAL TO WS-DL-ARRIVAL
           MOVE AN-IN-TRANSIT-QTY   TO WS-DL-IN-TRANSIT
           MOVE AN-ASN-FLAG         TO WS-DL-FLAG
           WRITE OVERDUE-RPT-LINE FROM WS-DETAIL-LINE.

       3000-PRODUCE-SUMMARY.
           MOVE WS-READ-COUNT    TO WS-SL-READ-COUNT
           MOVE WS-OVERDUE-COUNT TO WS-SL-OVERDUE-COUNT
           MOVE WS-OVERDUE-PACKS TO WS-SL-OVERDUE-PACKS
           WRITE OVERDUE-RPT-LINE FROM WS-SUMMARY-LINE.

       9000-TERMINATE.
           CLOSE ASNMAST-FILE
           CLOSE OVERDUE-RPT-FILE.
