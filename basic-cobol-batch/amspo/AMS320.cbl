      *
      *   AMS320 - PURCHASE ORDER GENERATION FROM THE SUGGESTED-ORDER
      *            FEED
      *
      *   DTR290 WRITES SUGGESTED ORDERS TO SLSFCSFD, BUT BUYING
      *   RE-KEYED THEM INTO EACH VENDOR'S PORTAL AND THE ORDER ONLY
      *   REACHED THE OPEN-PO MASTER WHEN THE VENDOR'S AMS DOWNLOAD
      *   ECHOED IT BACK.  THIS STEP RAISES THE ORDERS HERE:
      *
      *   1.  THE BUYER'S APPROVAL FILE (POAPPRV) NAMES, FOR A FEED
      *       STORE/DEPARTMENT/PERIOD, THE PRODUCT TO BUY AND ONE OF
      *           'A'  APPROVE - ORDER THE FEED'S FORECAST LESS THE
      *                STORE'S ON-HAND QUANTITY
      *           'O'  OVERRIDE - ORDER THE QUANTITY KEYED
      *           'R'  REJECT - ORDER NOTHING
      *       A FEED LINE WITH NO APPROVAL IS LEFT FOR A LATER RUN
      *       (COUNTED AS AWAITING APPROVAL).  ONLY ONE 'A' IS TAKEN
      *       PER FEED LINE - FURTHER PRODUCTS MUST BE OVERRIDDEN.
      *   2.  THE VENDOR, CASE PACK AND PACK COST COME FROM THE
      *       PRODUCT CROSS-REFERENCE (AMS300); THE PRODUCT'S
      *       KEYCODE MUST BE LIVE AND IN THE FEED DEPARTMENT AND THE
      *       VENDOR ACTIVE ON THE VENDOR MASTER.  UNITS ARE ROUNDED
      *       UP TO WHOLE CASE PACKS.  THE PACKS GO TO THE DC KEYED
      *       ON THE APPROVAL, OR THE DEFAULT DC ON THE POGENPM
      *       PARAMETER (POS 1-4).
      *   3.  ONE PO IS RAISED PER VENDOR, AMS DEPARTMENT AND PERIOD.
      *       THE AMS DEPARTMENT IS THE FIRST CODE THE DEPARTMENT
      *       CROSS-REFERENCE (AMS310) MAPS TO THE STORE DEPARTMENT.
      *       THE EXPECTED DATE IS THE FIRST DAY OF THE FORECAST
      *       PERIOD (NOT BEFORE THE BUSINESS DATE) AND THE CANCEL-BY
      *       DATE ITS LAST DAY, FROM THE RETAIL CALENDAR; A PERIOD
      *       EARLIER THAN THE CURRENT ONE IS NEXT FISCAL YEAR'S.
      *   4.  GENERATED PO NUMBERS RUN ON FROM THE HIGHEST GENERATED
      *       PO ON THE OPEN-PO MASTER, STARTING AT 900000000000.
      *       THE HEADER AND LINES ARE WRITTEN STRAIGHT TO THE
      *       MASTER (OP-ORIGIN 'G', AWAITING CONFIRMATION) AND THE
      *       VENDOR'S LINES-ORDERED COUNTER IS BUMPED, AS AMS190
      *       DOES FOR A DOWNLOADED ORDER.
      *   5.  THE OUTBOUND EDI FILE (AMSPOOUT) CARRIES THE ORDERS IN
      *       THE AMS PO-Record/Product-Record/Location-Record
      *       LAYOUT, ONE HEADER/TRAILER ENVELOPE PER VENDOR, THE
      *       TRAILER COUNTING THE ENVELOPE'S DETAIL RECORDS AS AMS170
      *       DOES.  WHEN THE VENDOR'S DOWNLOAD ECHOES THE PO, AMS190
      *       TREATS IT AS THE VENDOR'S CONFIRMATION.
      *
      *   APPROVAL RECORD (POAPPRV, 40 BYTES): STORE 9(3), DEPT
      *   9(3), PERIOD 9(2), ACTION X(1), PRODUCT 9(8), OVERRIDE QTY
      *   9(9), DC 9(4) (ZERO FOR THE DEFAULT), FILLER X(10).
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR PO GENERATION FROM THE SUGGESTED-
      *               ORDER FEED.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMS320.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORECAST-FEED-FILE ASSIGN TO SLSFCSFD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FS.
           SELECT APPROVAL-FILE  ASSIGN TO POAPPRV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPRV-FS.
           SELECT POGEN-PARM-FILE ASSIGN TO POGENPM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT PRODXREF-FILE  ASSIGN TO PRODXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-PRODUCT
               ALTERNATE RECORD KEY IS PX-KEYCODE-NO WITH DUPLICATES
               FILE STATUS IS WS-PRODXREF-FS.
           SELECT KEYCMAST-FILE  ASSIGN TO KEYCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KEYCMAST-KEYCODE-NO
               FILE STATUS IS WS-KEYCMAST-FS.
           SELECT VENDMAST-FILE  ASSIGN TO VENDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-NO
               FILE STATUS IS WS-VENDMAST-FS.
           SELECT DEPTXREF-FILE  ASSIGN TO DEPTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DX-AMS-DEPT
               FILE STATUS IS WS-DEPTXREF-FS.
           SELECT RETCAL-FILE    ASSIGN TO RETCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-RETCAL-FS.
           SELECT OPENPO-FILE    ASSIGN TO OPENPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-KEY
               FILE STATUS IS WS-OPENPO-FS.
           SELECT EDI-OUT-FILE   ASSIGN TO AMSPOOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT POGEN-RPT-FILE ASSIGN TO AMSPOGRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FORECAST-FEED-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  FORECAST-FEED-RECORD           PIC X(30).

       FD  APPROVAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  APPROVAL-FILE-RECORD           PIC X(40).

       FD  POGEN-PARM-FILE.
       01  POGEN-PARM-RECORD              PIC X(80).

       FD  PRODXREF-FILE.
       COPY PRODXREF.

       FD  KEYCMAST-FILE.
       COPY KEYCMAST.

       FD  VENDMAST-FILE.
       COPY VENDMAST.

       FD  DEPTXREF-FILE.
       COPY DEPTXREF.

       FD  RETCAL-FILE.
       COPY RETCAL.

       FD  OPENPO-FILE.
       COPY OPENPO.

       FD  EDI-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 151 CHARACTERS.
       01  EDI-OUT-RECORD                 PIC X(151).

       FD  POGEN-RPT-FILE.
       01  POGEN-RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY AMSPO.

       01  WS-FEED-RECORD.
           05  SF-STORE-NO                PIC 9(03).
           05  SF-DEPT-NO                 PIC 9(03).
           05  SF-PERIOD-NO               PIC 9(02).
           05  SF-FORECAST-QTY            PIC 9(09).
           05  SF-TREND-PCT               PIC 9(05).
           05  SF-ON-HAND-QTY             PIC 9(08).

       01  WS-APPROVAL-RECORD.
           05  PA-STORE-NO                PIC 9(03).
           05  PA-DEPT-NO                 PIC 9(03).
           05  PA-PERIOD-NO               PIC 9(02).
           05  PA-ACTION                  PIC X(01).
           05  PA-PRODUCT                 PIC 9(08).
           05  PA-OVERRIDE-QTY            PIC 9(09).
           05  PA-DC-NUMBER               PIC 9(04).
           05  FILLER                     PIC X(10).

       01  WS-PARM-RECORD.
           05  WS-PARM-DEFAULT-DC         PIC X(04).
           05  WS-PARM-DEFAULT-DC-N REDEFINES WS-PARM-DEFAULT-DC
                                          PIC 9(04).
           05  FILLER                     PIC X(76).

       01  WS-FEED-FS                     PIC X(02).
       01  WS-APPRV-FS                    PIC X(02).
       01  WS-PARM-FS                     PIC X(02).
       01  WS-PRODXREF-FS                 PIC X(02).
       01  WS-KEYCMAST-FS                 PIC X(02).
       01  WS-VENDMAST-FS                 PIC X(02).
       01  WS-DEPTXREF-FS                 PIC X(02).
       01  WS-RETCAL-FS                   PIC X(02).
       01  WS-OPENPO-FS                   PIC X(02).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-RUN-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-RUN-STARTED             VALUE 'Y'.
       01  WS-TABLE-FULL-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-TABLE-FULL              VALUE 'Y'.
       01  WS-APPROVAL-OK                 PIC X(01).
           88  WS-APPROVAL-IS-VALID       VALUE 'Y'.
       01  WS-FEED-MATCH-SWITCH           PIC X(01).
           88  WS-FEED-LINE-MATCHED       VALUE 'Y'.
       01  WS-REJECT-REASON               PIC X(40).

       01  WS-DEFAULT-DC                  PIC 9(04) VALUE 0.
       01  WS-CUR-FISCAL-YEAR             PIC 9(04) VALUE 0.
       01  WS-CUR-PERIOD                  PIC 9(02) VALUE 0.
       01  WS-SCAN-YEAR                   PIC 9(04) VALUE 0.

      *>   FIRST AND LAST DAY OF EVERY PERIOD OF THE CURRENT FISCAL
      *>   YEAR (1) AND THE NEXT (2).
       01  WS-PD-YR-IDX                   PIC S9(04) COMP VALUE 0.
       01  PERIOD-DATE-TABLE.
           05  PD-YEAR OCCURS 2 TIMES.
               10  PD-PERIOD OCCURS 13 TIMES.
                   15  PD-FIRST-DATE      PIC 9(08).
                   15  PD-LAST-DATE       PIC 9(08).

       01  WS-DATE-8                      PIC 9(08).
       01  WS-DATE-8-PARTS REDEFINES WS-DATE-8.
           05  FILLER                     PIC 9(02).
           05  WS-DATE-YYMMDD             PIC X(06).
       01  WS-ENTRY-YYMMDD                PIC X(06).
       01  WS-EXPECTED-YYMMDD             PIC X(06).
       01  WS-CANCEL-YYMMDD               PIC X(06).

      *>   BUYER APPROVALS, MATCHED TO FEED LINES AS THE FEED IS
      *>   READ.
       01  WS-AT-MAX                      PIC S9(04) COMP VALUE 2000.
       01  WS-AT-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-AT-IDX                      PIC S9(04) COMP VALUE 0.
       01  APPROVAL-TABLE.
           05  APPROVAL-ENTRY OCCURS 2000 TIMES.
               10  AT-STORE-NO            PIC 9(03).
               10  AT-DEPT-NO             PIC 9(03).
               10  AT-PERIOD-NO           PIC 9(02).
               10  AT-ACTION              PIC X(01).
               10  AT-PRODUCT             PIC 9(08).
               10  AT-OVERRIDE-QTY        PIC 9(09).
               10  AT-DC-NUMBER           PIC 9(04).
               10  AT-MATCHED-FLAG        PIC X(01).
                   88  AT-MATCHED         VALUE 'Y'.

      *>   AMS DEPARTMENT CROSS-REFERENCE, IN AMS CODE ORDER.
       01  WS-XR-MAX                      PIC S9(04) COMP VALUE 500.
       01  WS-XR-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-XR-IDX                      PIC S9(04) COMP VALUE 0.
       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 500 TIMES.
               10  XR-AMS-DEPT            PIC X(04).
               10  XR-DEPT-NO             PIC S9(03) COMP-3.

      *>   ORDER LINES TO RAISE, KEPT IN VENDOR / AMS DEPARTMENT /
      *>   PERIOD / PRODUCT ORDER AS THEY ARE BUILT, SO A PO IS A
      *>   RUN OF LINES AND A VENDOR'S ENVELOPE A RUN OF POS.
       01  WS-OL-MAX                      PIC S9(04) COMP VALUE 3000.
       01  WS-OL-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-OL-IDX                      PIC S9(04) COMP VALUE 0.
       01  WS-OL-FOUND                    PIC S9(04) COMP VALUE 0.
       01  WS-OL-SHIFT                    PIC S9(04) COMP VALUE 0.
       01  WS-SEARCH-KEY.
           05  WS-SK-VENDOR-NO            PIC 9(10).
           05  WS-SK-AMS-DEPT             PIC X(04).
           05  WS-SK-PERIOD-NO            PIC 9(02).
           05  WS-SK-PRODUCT              PIC 9(08).
       01  ORDER-LINE-TABLE.
           05  ORDER-LINE-ENTRY OCCURS 3000 TIMES.
               10  OL-KEY.
                   15  OL-VENDOR-NO       PIC 9(10).
                   15  OL-AMS-DEPT        PIC X(04).
                   15  OL-PERIOD-NO       PIC 9(02).
                   15  OL-PRODUCT         PIC 9(08).
               10  OL-APN                 PIC 9(13).
               10  OL-CASE-PACK           PIC 9(05).
               10  OL-PACK-COST           PIC 9(09)V9999.
               10  OL-DESCRIPTION         PIC X(30).
               10  OL-DC-ALLOCATION OCCURS 10 TIMES.
                   15  OL-DC-NUMBER       PIC 9(04).
                   15  OL-DC-PACKS        PIC 9(08).
       01  WS-ALLOC-IDX                   PIC S9(04) COMP VALUE 0.
       01  WS-ALLOC-FOUND                 PIC S9(04) COMP VALUE 0.

      *>   THE APPROVAL BEING APPLIED.
       01  WS-APPROVE-COUNT               PIC S9(04) COMP VALUE 0.
       01  WS-ORDER-UNITS                 PIC S9(09) COMP-3 VALUE 0.
       01  WS-ORDER-PACKS                 PIC S9(09) COMP-3 VALUE 0.
       01  WS-ORDER-DC                    PIC 9(04) VALUE 0.
       01  WS-ORDER-AMS-DEPT              PIC X(04).

      *>   THE PO AND VENDOR ENVELOPE BEING WRITTEN.
       01  WS-LAST-PO-NO                  PIC 9(12) VALUE 0.
       01  WS-PO-KEY.
           05  WS-PK-VENDOR-NO            PIC 9(10) VALUE 0.
           05  WS-PK-AMS-DEPT             PIC X(04) VALUE SPACES.
           05  WS-PK-PERIOD-NO            PIC 9(02) VALUE 0.
       01  WS-PO-STATE                    PIC X(01) VALUE 'N'.
           88  WS-PO-WRITTEN              VALUE 'Y'.
       01  WS-PO-LINE-NO                  PIC 9(03) VALUE 0.
       01  WS-ENVELOPE-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-ENVELOPE-OPEN           VALUE 'Y'.
       01  WS-ENV-VENDOR-NO               PIC 9(10) VALUE 0.
       01  WS-ENV-REC-COUNT               PIC 9(08) VALUE 0.

       01  WS-FEED-COUNT                  PIC S9(09) COMP-3 VALUE 0.
       01  WS-APPROVAL-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-AWAITING-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-REJECTED-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-EXCEPT-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-PO-COUNT                    PIC S9(09) COMP-3 VALUE 0.
       01  WS-LINE-COUNT                  PIC S9(09) COMP-3 VALUE 0.
       01  WS-VENDOR-COUNT                PIC S9(09) COMP-3 VALUE 0.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

      *> VPERFUTL LINKAGE WORK AREA
       01  WS-VPERF-ACTION                PIC X(01).
       01  WS-VPERF-VENDOR                PIC 9(10).
       01  WS-VPERF-COUNTER               PIC X(03).
       01  WS-VPERF-COUNT                 PIC S9(09) COMP-3.
       01  WS-VPERF-STATUS                PIC X(01).

       01  WS-HEADING-1.
           05  FILLER                     PIC X(44) VALUE
               'AMS320  PO GENERATION FROM SUGGESTED ORDERS '.
           05  FILLER                     PIC X(15) VALUE
               'BUSINESS DATE '.
           05  WS-H1-DATE                 PIC 9(08).

       01  WS-EXCEPT-HEADING.
           05  FILLER                     PIC X(50) VALUE
               'APPROVALS NOT ORDERED'.

       01  WS-PO-HEADING.
           05  FILLER                     PIC X(50) VALUE
               'PURCHASE ORDERS RAISED'.

       01  WS-EXCEPT-LINE.
           05  FILLER                     PIC X(08) VALUE 'EXCEPT  '.
           05  WS-EL-STORE-NO             PIC X(03).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-DEPT-NO              PIC X(03).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-PERIOD-NO            PIC X(02).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-ACTION               PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-PRODUCT              PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-EL-REASON               PIC X(40).

       01  WS-PO-LINE.
           05  FILLER                     PIC X(03) VALUE 'PO '.
           05  WS-PL-VENDOR-NO            PIC 9(10).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-PL-PO                   PIC 9(12).
           05  FILLER                     PIC X(06) VALUE ' DEPT '.
           05  WS-PL-AMS-DEPT             PIC X(04).
           05  FILLER                     PIC X(05) VALUE ' PER '.
           05  WS-PL-PERIOD-NO            PIC 9(02).
           05  FILLER                     PIC X(05) VALUE ' EXP '.
           05  WS-PL-EXPECTED             PIC X(06).
           05  FILLER                     PIC X(05) VALUE ' CXL '.
           05  WS-PL-CANCEL               PIC X(06).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-PL-VENDOR-NAME          PIC X(14).

       01  WS-PO-DETAIL-LINE.
           05  FILLER                     PIC X(09) VALUE
               '    LINE '.
           05  WS-PD-LINE-NO              PIC 9(03).
           05  FILLER                     PIC X(09) VALUE
               ' PRODUCT '.
           05  WS-PD-PRODUCT              PIC 9(08).
           05  FILLER                     PIC X(07) VALUE ' PACKS '.
           05  WS-PD-PACKS                PIC ZZZZZZZ9.
           05  FILLER                     PIC X(06) VALUE ' CASE '.
           05  WS-PD-CASE-PACK            PIC ZZZZ9.
           05  FILLER                     PIC X(06) VALUE ' COST '.
           05  WS-PD-PACK-COST            PIC ZZZZZZZZ9.9999.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                     PIC X(12)
               VALUE 'FEED LINES: '.
           05  WS-SL-FEED-COUNT           PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(13)
               VALUE '  APPROVALS: '.
           05  WS-SL-APPROVAL-COUNT       PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(21)
               VALUE '  AWAITING APPROVAL: '.
           05  WS-SL-AWAITING-COUNT       PIC ZZZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                     PIC X(12)
               VALUE 'REJECTED:   '.
           05  WS-SL-REJECTED-COUNT       PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(14)
               VALUE '  EXCEPTIONS: '.
           05  WS-SL-EXCEPT-COUNT         PIC ZZZZZZZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                     PIC X(12)
               VALUE 'POS RAISED: '.
           05  WS-SL-PO-COUNT             PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(12)
               VALUE '  PO LINES: '.
           05  WS-SL-LINE-COUNT           PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(16)
               VALUE '  VENDOR FILES: '.
           05  WS-SL-VENDOR-COUNT         PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-STARTED
               PERFORM 2000-LOAD-APPROVALS
               WRITE POGEN-RPT-LINE FROM WS-EXCEPT-HEADING
               PERFORM 3000-PROCESS-FEED
               PERFORM 3900-LIST-UNMATCHED
               PERFORM 4000-RAISE-ORDERS
               PERFORM 8000-PRODUCE-SUMMARY
           END-IF
           PERFORM 9000-TERMINATE
           IF WS-TABLE-FULL AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           MOVE WS-BIZ-DATE TO WS-DATE-8
           MOVE WS-DATE-YYMMDD TO WS-ENTRY-YYMMDD
           OPEN OUTPUT POGEN-RPT-FILE
           MOVE WS-BIZ-DATE TO WS-H1-DATE
           WRITE POGEN-RPT-LINE FROM WS-HEADING-1
           PERFORM 1100-READ-PARAMETER
           MOVE SPACES TO WS-FEED-FS
           OPEN INPUT FORECAST-FEED-FILE
           MOVE SPACES TO WS-APPRV-FS
           OPEN INPUT APPROVAL-FILE
           MOVE SPACES TO WS-PRODXREF-FS
           OPEN INPUT PRODXREF-FILE
           MOVE SPACES TO WS-KEYCMAST-FS
           OPEN INPUT KEYCMAST-FILE
           MOVE SPACES TO WS-VENDMAST-FS
           OPEN INPUT VENDMAST-FILE
           MOVE SPACES TO WS-DEPTXREF-FS
           OPEN INPUT DEPTXREF-FILE
           MOVE SPACES TO WS-RETCAL-FS
           OPEN INPUT RETCAL-FILE
           IF WS-RETCAL-FS = '00'
               MOVE WS-BIZ-DATE TO CAL-DATE
               READ RETCAL-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-FEED-FS NOT = '00'
                   MOVE 'SUGGESTED-ORDER FEED NOT AVAILABLE-RUN DTR290'
                       TO POGEN-RPT-LINE
                   WRITE POGEN-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-APPRV-FS NOT = '00'
                   MOVE 'BUYER APPROVAL FILE NOT AVAILABLE - RUN STOP'
                       TO POGEN-RPT-LINE
                   WRITE POGEN-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-PRODXREF-FS NOT = '00'
                   MOVE 'PRODUCT XREF NOT AVAILABLE - RUN AMS300'
                       TO POGEN-RPT-LINE
                   WRITE POGEN-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-KEYCMAST-FS NOT = '00'
                   MOVE 'KEYCODE MASTER NOT AVAILABLE - RUN STOPPED'
                       TO POGEN-RPT-LINE
                   WRITE POGEN-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-VENDMAST-FS NOT = '00'
                   MOVE 'VENDOR MASTER NOT AVAILABLE - RUN STOPPED'
                       TO POGEN-RPT-LINE
                   WRITE POGEN-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-DEPTXREF-FS NOT = '00'
                   MOVE 'DEPARTMENT XREF NOT AVAILABLE - RUN AMS310'
                       TO POGEN-RPT-LINE
                   WRITE POGEN-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-RETCAL-FS NOT = '00'
                   MOVE 'BUSINESS DATE NOT ON RETAIL CALENDAR-RUN STOP'
                       TO POGEN-RPT-LINE
                   WRITE POGEN-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'Y' TO WS-RUN-SWITCH
                   MOVE CAL-FISCAL-YEAR TO WS-CUR-FISCAL-YEAR
                   MOVE CAL-PERIOD-NO   TO WS-CUR-PERIOD
                   PERFORM 1200-LOAD-DEPT-XREF
                   PERFORM 1300-SET-PERIOD-DATES
                   PERFORM 1400-OPEN-OPENPO
                   OPEN OUTPUT EDI-OUT-FILE
           END-EVALUATE.

       1100-READ-PARAMETER.
           MOVE SPACES TO WS-PARM-RECORD
           MOVE SPACES TO WS-PARM-FS
           OPEN INPUT POGEN-PARM-FILE
           IF WS-PARM-FS = '00'
               READ POGEN-PARM-FILE INTO WS-PARM-RECORD
                   AT END
                       MOVE SPACES TO WS-PARM-RECORD
               END-READ
               CLOSE POGEN-PARM-FILE
           END-IF
           IF WS-PARM-DEFAULT-DC-N NUMERIC
               MOVE WS-PARM-DEFAULT-DC-N TO WS-DEFAULT-DC
           END-IF.

       1200-LOAD-DEPT-XREF.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ DEPTXREF-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-XR-COUNT < WS-XR-MAX
                           ADD 1 TO WS-XR-COUNT
                           MOVE DX-AMS-DEPT
                               TO XR-AMS-DEPT (WS-XR-COUNT)
                           MOVE DX-DEPT-NO
                               TO XR-DEPT-NO (WS-XR-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-FULL-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SWITCH.

       1300-SET-PERIOD-DATES.
      *>   FIRST AND LAST DAY OF EACH PERIOD THIS FISCAL YEAR AND
      *>   NEXT, SCANNING THE CALENDAR FROM THE START OF LAST
      *>   CALENDAR YEAR.
           INITIALIZE PERIOD-DATE-TABLE
           COMPUTE WS-SCAN-YEAR = WS-BIZ-DATE / 10000
           COMPUTE CAL-DATE = (WS-SCAN-YEAR - 1) * 10000 + 101
           START RETCAL-FILE KEY IS NOT LESS THAN CAL-DATE
           IF WS-RETCAL-FS = '00'
               PERFORM 1310-READ-CALENDAR
               PERFORM UNTIL WS-END-OF-FILE
                   IF CAL-FISCAL-YEAR = WS-CUR-FISCAL-YEAR
                       MOVE 1 TO WS-PD-YR-IDX
                       PERFORM 1320-NOTE-PERIOD-DATE
                   END-IF
                   IF CAL-FISCAL-YEAR = WS-CUR-FISCAL-YEAR + 1
                       MOVE 2 TO WS-PD-YR-IDX
                       PERFORM 1320-NOTE-PERIOD-DATE
                   END-IF
                   IF CAL-FISCAL-YEAR > WS-CUR-FISCAL-YEAR + 1
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       PERFORM 1310-READ-CALENDAR
                   END-IF
               END-PERFORM
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1310-READ-CALENDAR.
           READ RETCAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       1320-NOTE-PERIOD-DATE.
           IF CAL-PERIOD-NO > 0 AND CAL-PERIOD-NO < 14
               IF PD-FIRST-DATE (WS-PD-YR-IDX, CAL-PERIOD-NO) = 0
                   MOVE CAL-DATE
                       TO PD-FIRST-DATE (WS-PD-YR-IDX, CAL-PERIOD-NO)
               END-IF
               MOVE CAL-DATE
                   TO PD-LAST-DATE (WS-PD-YR-IDX, CAL-PERIOD-NO)
           END-IF.

       1400-OPEN-OPENPO.
      *>   GENERATION MAY RUN BEFORE ANY AMS DOWNLOAD HAS BUILT THE
      *>   MASTER -- CREATE IT AND REOPEN IN THAT CASE.
           MOVE SPACES TO WS-OPENPO-FS
           OPEN I-O OPENPO-FILE
           IF WS-OPENPO-FS NOT = '00'
               OPEN OUTPUT OPENPO-FILE
               CLOSE OPENPO-FILE
               OPEN I-O OPENPO-FILE
           END-IF.

       2000-LOAD-APPROVALS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ APPROVAL-FILE INTO WS-APPROVAL-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-APPROVAL-COUNT
                       PERFORM 2100-STORE-APPROVAL
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SWITCH.

       2100-STORE-APPROVAL.
           EVALUATE TRUE
               WHEN PA-STORE-NO NOT NUMERIC
                       OR PA-DEPT-NO NOT NUMERIC
                       OR PA-PERIOD-NO NOT NUMERIC
                   MOVE 'STORE, DEPT OR PERIOD NOT NUMERIC'
                       TO WS-REJECT-REASON
                   PERFORM 2900-APPROVAL-RECORD-EXCEPTION
               WHEN PA-PRODUCT NOT NUMERIC
                       OR PA-OVERRIDE-QTY NOT NUMERIC
                       OR PA-DC-NUMBER NOT NUMERIC
                   MOVE 'PRODUCT, QUANTITY OR DC NOT NUMERIC'
                       TO WS-REJECT-REASON
                   PERFORM 2900-APPROVAL-RECORD-EXCEPTION
               WHEN WS-AT-COUNT NOT < WS-AT-MAX
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
                   MOVE 'APPROVAL TABLE FULL - NOT LOADED'
                       TO WS-REJECT-REASON
                   PERFORM 2900-APPROVAL-RECORD-EXCEPTION
               WHEN OTHER
                   ADD 1 TO WS-AT-COUNT
                   MOVE PA-STORE-NO     TO AT-STORE-NO (WS-AT-COUNT)
                   MOVE PA-DEPT-NO      TO AT-DEPT-NO (WS-AT-COUNT)
                   MOVE PA-PERIOD-NO    TO AT-PERIOD-NO (WS-AT-COUNT)
                   MOVE PA-ACTION       TO AT-ACTION (WS-AT-COUNT)
                   MOVE PA-PRODUCT      TO AT-PRODUCT (WS-AT-COUNT)
                   MOVE PA-OVERRIDE-QTY
                       TO AT-OVERRIDE-QTY (WS-AT-COUNT)
                   MOVE PA-DC-NUMBER    TO AT-DC-NUMBER (WS-AT-COUNT)
                   MOVE 'N' TO AT-MATCHED-FLAG (WS-AT-COUNT)
           END-EVALUATE.

       2900-APPROVAL-RECORD-EXCEPTION.
           MOVE APPROVAL-FILE-RECORD (1:3)  TO WS-EL-STORE-NO
           MOVE APPROVAL-FILE-RECORD (4:3)  TO WS-EL-DEPT-NO
           MOVE APPROVAL-FILE-RECORD (7:2)  TO WS-EL-PERIOD-NO
           MOVE APPROVAL-FILE-RECORD (9:1)  TO WS-EL-ACTION
           MOVE APPROVAL-FILE-RECORD (10:8) TO WS-EL-PRODUCT
           PERFORM 2990-WRITE-EXCEPTION.

       2950-APPROVAL-EXCEPTION.
           MOVE AT-STORE-NO (WS-AT-IDX)  TO WS-EL-STORE-NO
           MOVE AT-DEPT-NO (WS-AT-IDX)   TO WS-EL-DEPT-NO
           MOVE AT-PERIOD-NO (WS-AT-IDX) TO WS-EL-PERIOD-NO
           MOVE AT-ACTION (WS-AT-IDX)    TO WS-EL-ACTION
           MOVE AT-PRODUCT (WS-AT-IDX)   TO WS-EL-PRODUCT
           PERFORM 2990-WRITE-EXCEPTION.

       2990-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT
           MOVE WS-REJECT-REASON TO WS-EL-REASON
           WRITE POGEN-RPT-LINE FROM WS-EXCEPT-LINE.

       3000-PROCESS-FEED.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ FORECAST-FEED-FILE INTO WS-FEED-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-FEED-COUNT
                       PERFORM 3100-MATCH-FEED-LINE
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SWITCH.

       3100-MATCH-FEED-LINE.
           MOVE 0 TO WS-APPROVE-COUNT
           MOVE 'N' TO WS-FEED-MATCH-SWITCH
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-COUNT
               IF AT-STORE-NO (WS-AT-IDX) = SF-STORE-NO
                       AND AT-DEPT-NO (WS-AT-IDX) = SF-DEPT-NO
                       AND AT-PERIOD-NO (WS-AT-IDX) = SF-PERIOD-NO
                       AND NOT AT-MATCHED (WS-AT-IDX)
                   MOVE 'Y' TO AT-MATCHED-FLAG (WS-AT-IDX)
                   MOVE 'Y' TO WS-FEED-MATCH-SWITCH
                   PERFORM 3200-APPLY-APPROVAL
               END-IF
           END-PERFORM
           IF NOT WS-FEED-LINE-MATCHED
               ADD 1 TO WS-AWAITING-COUNT
           END-IF.

       3200-APPLY-APPROVAL.
           EVALUATE AT-ACTION (WS-AT-IDX)
               WHEN 'R'
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN 'A'
               WHEN 'O'
                   PERFORM 3300-EDIT-APPROVAL
                   IF WS-APPROVAL-IS-VALID
                       PERFORM 3400-ADD-ORDER-LINE
                   END-IF
                   IF NOT WS-APPROVAL-IS-VALID
                       PERFORM 2950-APPROVAL-EXCEPTION
                   END-IF
               WHEN OTHER
                   MOVE 'ACTION CODE IS NOT A, O OR R'
                       TO WS-REJECT-REASON
                   PERFORM 2950-APPROVAL-EXCEPTION
           END-EVALUATE.

       3300-EDIT-APPROVAL.
           MOVE 'Y' TO WS-APPROVAL-OK
           IF AT-ACTION (WS-AT-IDX) = 'A'
               ADD 1 TO WS-APPROVE-COUNT
               IF WS-APPROVE-COUNT > 1
                   MOVE 'SECOND APPROVE ON ONE LINE - USE OVERRIDE'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-APPROVAL-OK
               END-IF
           END-IF
           IF WS-APPROVAL-IS-VALID
               MOVE AT-PRODUCT (WS-AT-IDX) TO PX-PRODUCT
               READ PRODXREF-FILE
               EVALUATE TRUE
                   WHEN WS-PRODXREF-FS NOT = '00'
                       MOVE 'PRODUCT NOT ON PRODUCT XREF'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-APPROVAL-OK
                   WHEN PX-VENDOR-NO = 0
                       MOVE 'PRODUCT HAS NO ORDERING VENDOR'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-APPROVAL-OK
                   WHEN PX-CASE-PACK = 0
                       MOVE 'PRODUCT HAS NO CASE PACK'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-APPROVAL-OK
               END-EVALUATE
           END-IF
           IF WS-APPROVAL-IS-VALID
               MOVE PX-KEYCODE-NO TO KEYCMAST-KEYCODE-NO
               READ KEYCMAST-FILE
               EVALUATE TRUE
                   WHEN WS-KEYCMAST-FS NOT = '00'
                       MOVE 'KEYCODE NOT ON KEYCODE MASTER'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-APPROVAL-OK
                   WHEN NOT KEYCMAST-ACTIVE
                       MOVE 'KEYCODE IS NOT ACTIVE'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-APPROVAL-OK
                   WHEN KEYCMAST-DEPT-NO NOT = SF-DEPT-NO
                       MOVE 'PRODUCT NOT IN THE FEED DEPARTMENT'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-APPROVAL-OK
               END-EVALUATE
           END-IF
           IF WS-APPROVAL-IS-VALID
               MOVE PX-VENDOR-NO TO VM-VENDOR-NO
               READ VENDMAST-FILE
               IF WS-VENDMAST-FS NOT = '00' OR NOT VM-VENDOR-ACTIVE
                   MOVE 'VENDOR NOT ACTIVE ON VENDOR MASTER'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-APPROVAL-OK
               END-IF
           END-IF
           IF WS-APPROVAL-IS-VALID
               PERFORM 3310-FIND-AMS-DEPT
           END-IF
           IF WS-APPROVAL-IS-VALID
               IF AT-DC-NUMBER (WS-AT-IDX) NOT = 0
                   MOVE AT-DC-NUMBER (WS-AT-IDX) TO WS-ORDER-DC
               ELSE
                   MOVE WS-DEFAULT-DC TO WS-ORDER-DC
               END-IF
               IF WS-ORDER-DC = 0
                   MOVE 'NO DC ON APPROVAL AND NO DEFAULT DC'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-APPROVAL-OK
               END-IF
           END-IF
           IF WS-APPROVAL-IS-VALID
               PERFORM 3320-SET-ORDER-QUANTITY
           END-IF.

       3310-FIND-AMS-DEPT.
           MOVE SPACES TO WS-ORDER-AMS-DEPT
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XR-COUNT
               IF XR-DEPT-NO (WS-XR-IDX) = SF-DEPT-NO
                   MOVE XR-AMS-DEPT (WS-XR-IDX) TO WS-ORDER-AMS-DEPT
                   MOVE WS-XR-COUNT TO WS-XR-IDX
               END-IF
           END-PERFORM
           IF WS-ORDER-AMS-DEPT = SPACES
               MOVE 'STORE DEPT NOT ON DEPARTMENT XREF'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-APPROVAL-OK
           END-IF.

       3320-SET-ORDER-QUANTITY.
           IF AT-ACTION (WS-AT-IDX) = 'A'
               COMPUTE WS-ORDER-UNITS =
                   SF-FORECAST-QTY - SF-ON-HAND-QTY
               IF WS-ORDER-UNITS NOT > 0
                   MOVE 'ON-HAND STOCK COVERS THE FORECAST'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-APPROVAL-OK
               END-IF
           ELSE
               MOVE AT-OVERRIDE-QTY (WS-AT-IDX) TO WS-ORDER-UNITS
               IF WS-ORDER-UNITS = 0
                   MOVE 'OVERRIDE QUANTITY IS ZERO'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-APPROVAL-OK
               END-IF
           END-IF
      *>   ROUND UP TO WHOLE CASE PACKS.
           IF WS-APPROVAL-IS-VALID
               COMPUTE WS-ORDER-PACKS =
                   (WS-ORDER-UNITS + PX-CASE-PACK - 1) / PX-CASE-PACK
           END-IF.

       3400-ADD-ORDER-LINE.
           MOVE PX-VENDOR-NO      TO WS-SK-VENDOR-NO
           MOVE WS-ORDER-AMS-DEPT TO WS-SK-AMS-DEPT
           MOVE SF-PERIOD-NO      TO WS-SK-PERIOD-NO
           MOVE PX-PRODUCT        TO WS-SK-PRODUCT
           PERFORM 6000-FIND-ORDER-LINE
           IF WS-OL-FOUND = 0
               MOVE 'ORDER LINE TABLE FULL - NOT ORDERED'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-APPROVAL-OK
           ELSE
               MOVE 0 TO WS-ALLOC-FOUND
               PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
                       UNTIL WS-ALLOC-IDX > 10
                   IF OL-DC-NUMBER (WS-OL-FOUND, WS-ALLOC-IDX)
                               = WS-ORDER-DC
                           OR OL-DC-NUMBER (WS-OL-FOUND, WS-ALLOC-IDX)
                               = 0
                       MOVE WS-ALLOC-IDX TO WS-ALLOC-FOUND
                       MOVE 10 TO WS-ALLOC-IDX
                   END-IF
               END-PERFORM
               IF WS-ALLOC-FOUND = 0
                   MOVE 'MORE THAN 10 DCS ON ONE ORDER LINE'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-APPROVAL-OK
               ELSE
                   MOVE WS-ORDER-DC
                       TO OL-DC-NUMBER (WS-OL-FOUND, WS-ALLOC-FOUND)
                   ADD WS-ORDER-PACKS
                       TO OL-DC-PACKS (WS-OL-FOUND, WS-ALLOC-FOUND)
               END-IF
           END-IF.

       3900-LIST-UNMATCHED.
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-AT-COUNT
               IF NOT AT-MATCHED (WS-AT-IDX)
                   MOVE 'NO SUGGESTED ORDER FOR STORE/DEPT/PERIOD'
                       TO WS-REJECT-REASON
                   PERFORM 2950-APPROVAL-EXCEPTION
               END-IF
           END-PERFORM.

       4000-RAISE-ORDERS.
           MOVE SPACES TO POGEN-RPT-LINE
           WRITE POGEN-RPT-LINE
           WRITE POGEN-RPT-LINE FROM WS-PO-HEADING
           IF WS-OL-COUNT > 0
               PERFORM 4100-FIND-LAST-PO-NO
               PERFORM VARYING WS-OL-IDX FROM 1 BY 1
                       UNTIL WS-OL-IDX > WS-OL-COUNT
                   IF OL-VENDOR-NO (WS-OL-IDX) NOT = WS-ENV-VENDOR-NO
                       IF WS-ENVELOPE-OPEN
                           PERFORM 4600-CLOSE-ENVELOPE
                       END-IF
                       PERFORM 4500-OPEN-ENVELOPE
                   END-IF
                   IF OL-VENDOR-NO (WS-OL-IDX) NOT = WS-PK-VENDOR-NO
                           OR OL-AMS-DEPT (WS-OL-IDX)
                               NOT = WS-PK-AMS-DEPT
                           OR OL-PERIOD-NO (WS-OL-IDX)
                               NOT = WS-PK-PERIOD-NO
                       PERFORM 4200-START-PO
                   END-IF
                   IF WS-PO-WRITTEN
                       PERFORM 4300-WRITE-PO-LINE
                   END-IF
               END-PERFORM
               IF WS-ENVELOPE-OPEN
                   PERFORM 4600-CLOSE-ENVELOPE
               END-IF
           END-IF.

       4100-FIND-LAST-PO-NO.
      *>   GENERATED PO NUMBERS CONTINUE FROM THE HIGHEST ONE ON THE
      *>   MASTER, FROM 900000000000 UP.
           MOVE 899999999999 TO WS-LAST-PO-NO
           MOVE LOW-VALUES TO OP-KEY
           START OPENPO-FILE KEY IS NOT LESS THAN OP-KEY
           IF WS-OPENPO-FS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ OPENPO-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF OP-LINE-NO = 0 AND OP-PO-GENERATED
                                   AND OP-PO > WS-LAST-PO-NO
                               MOVE OP-PO TO WS-LAST-PO-NO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       4200-START-PO.
           MOVE OL-VENDOR-NO (WS-OL-IDX) TO WS-PK-VENDOR-NO
           MOVE OL-AMS-DEPT (WS-OL-IDX)  TO WS-PK-AMS-DEPT
           MOVE OL-PERIOD-NO (WS-OL-IDX) TO WS-PK-PERIOD-NO
           MOVE 0 TO WS-PO-LINE-NO
           PERFORM 4210-SET-PO-DATES
      *>   A VENDOR MAY ALREADY HAVE USED THE NUMBER ON AN ORDER OF
      *>   ITS OWN -- TAKE THE NEXT ONE IN THAT CASE.
           MOVE '22' TO WS-OPENPO-FS
           PERFORM UNTIL WS-OPENPO-FS NOT = '22'
               ADD 1 TO WS-LAST-PO-NO
               PERFORM 4220-WRITE-PO-HEADER
           END-PERFORM
           IF WS-OPENPO-FS = '00'
               MOVE 'Y' TO WS-PO-STATE
               ADD 1 TO WS-PO-COUNT
               PERFORM 4230-WRITE-EDI-PO
               PERFORM 4240-REPORT-PO
           ELSE
               MOVE 'N' TO WS-PO-STATE
               MOVE 'OPEN-PO MASTER WRITE FAILED - PO NOT RAISED'
                   TO POGEN-RPT-LINE
               WRITE POGEN-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       4210-SET-PO-DATES.
      *>   A PERIOD BEFORE THE CURRENT ONE IS NEXT YEAR'S.  AN
      *>   ORDER FOR THE CURRENT PERIOD IS EXPECTED FROM TODAY.
           IF WS-PK-PERIOD-NO < WS-CUR-PERIOD
               MOVE 2 TO WS-PD-YR-IDX
           ELSE
               MOVE 1 TO WS-PD-YR-IDX
           END-IF
           MOVE SPACES TO WS-EXPECTED-YYMMDD
           MOVE SPACES TO WS-CANCEL-YYMMDD
           IF WS-PK-PERIOD-NO > 0 AND WS-PK-PERIOD-NO < 14
               MOVE PD-FIRST-DATE (WS-PD-YR-IDX, WS-PK-PERIOD-NO)
                   TO WS-DATE-8
               IF WS-DATE-8 NOT = 0
                   IF WS-DATE-8 < WS-BIZ-DATE
                       MOVE WS-BIZ-DATE TO WS-DATE-8
                   END-IF
                   MOVE WS-DATE-YYMMDD TO WS-EXPECTED-YYMMDD
               END-IF
               MOVE PD-LAST-DATE (WS-PD-YR-IDX, WS-PK-PERIOD-NO)
                   TO WS-DATE-8
               IF WS-DATE-8 NOT = 0
                   MOVE WS-DATE-YYMMDD TO WS-CANCEL-YYMMDD
               END-IF
           END-IF.

       4220-WRITE-PO-HEADER.
           MOVE WS-PK-VENDOR-NO    TO OP-VENDOR
           MOVE WS-LAST-PO-NO      TO OP-PO
           MOVE 0                  TO OP-LINE-NO
           MOVE SPACES             TO OP-HEADER-DATA
           MOVE 'O'                TO OP-PO-STATUS
           MOVE WS-PK-AMS-DEPT     TO OP-DEPARTMENT
           MOVE WS-ENTRY-YYMMDD    TO OP-ENTRY-DATE
           MOVE WS-EXPECTED-YYMMDD TO OP-EXPECTED-DATE
           MOVE WS-CANCEL-YYMMDD   TO OP-CANCEL-BY-DATE
           MOVE 'SO'               TO OP-ORDER-TYPE
           MOVE 'G'                TO OP-ORIGIN
           MOVE 'W'                TO OP-CONFIRM-STATUS
           WRITE OPENPO-RECORD.

       4230-WRITE-EDI-PO.
           MOVE SPACES TO AMS-IO-RECORD
           MOVE AMS-TYPE-PO        TO Record-Type OF AMS-PO-AREA
           MOVE 0                  TO Sequence-Number OF AMS-PO-AREA
           MOVE WS-PK-VENDOR-NO    TO Vendor OF AMS-PO-AREA
           MOVE WS-LAST-PO-NO      TO PO OF AMS-PO-AREA
           MOVE WS-ENTRY-YYMMDD    TO Entry-Date OF AMS-PO-AREA
           MOVE '00'               TO beg01-code OF AMS-PO-AREA
           MOVE 'SA'               TO beg02-code OF AMS-PO-AREA
           MOVE WS-PK-AMS-DEPT     TO Department OF AMS-PO-AREA
           MOVE WS-EXPECTED-YYMMDD
               TO Expected-Reciept-Date OF AMS-PO-AREA
           MOVE WS-CANCEL-YYMMDD   TO Cancel-by-date OF AMS-PO-AREA
           MOVE 'N'                TO EDI-Type OF AMS-PO-AREA
           MOVE WS-ENTRY-YYMMDD    TO Add-Date OF AMS-PO-AREA
           MOVE 'SO'               TO Order-Type OF AMS-PO-AREA
           PERFORM 4700-WRITE-EDI-DETAIL.

       4240-REPORT-PO.
           MOVE WS-PK-VENDOR-NO    TO WS-PL-VENDOR-NO
           MOVE WS-LAST-PO-NO      TO WS-PL-PO
           MOVE WS-PK-AMS-DEPT     TO WS-PL-AMS-DEPT
           MOVE WS-PK-PERIOD-NO    TO WS-PL-PERIOD-NO
           MOVE WS-EXPECTED-YYMMDD TO WS-PL-EXPECTED
           MOVE WS-CANCEL-YYMMDD   TO WS-PL-CANCEL
           MOVE WS-PK-VENDOR-NO    TO VM-VENDOR-NO
           READ VENDMAST-FILE
           IF WS-VENDMAST-FS = '00'
               MOVE VM-VENDOR-NAME TO WS-PL-VENDOR-NAME
           ELSE
               MOVE SPACES         TO WS-PL-VENDOR-NAME
           END-IF
           WRITE POGEN-RPT-LINE FROM WS-PO-LINE.

       4300-WRITE-PO-LINE.
           ADD 1 TO WS-PO-LINE-NO
           MOVE WS-PK-VENDOR-NO TO OP-VENDOR
           MOVE WS-LAST-PO-NO   TO OP-PO
           MOVE WS-PO-LINE-NO   TO OP-LINE-NO
           MOVE SPACES          TO OP-HEADER-DATA
           MOVE OL-PRODUCT (WS-OL-IDX)   TO OP-PRODUCT
           MOVE OL-CASE-PACK (WS-OL-IDX) TO OP-PACK-QTY
           MOVE OL-PACK-COST (WS-OL-IDX) TO OP-PACK-COST
           PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
                   UNTIL WS-ALLOC-IDX > 10
               MOVE OL-DC-NUMBER (WS-OL-IDX, WS-ALLOC-IDX)
                   TO OP-DC-NUMBER (WS-ALLOC-IDX)
               MOVE OL-DC-PACKS (WS-OL-IDX, WS-ALLOC-IDX)
                   TO OP-DC-PACK-QTY (WS-ALLOC-IDX)
           END-PERFORM
           MOVE 0   TO OP-RECEIVED-QTY
           MOVE 'N' TO OP-RECEIVED-FLAG
           WRITE OPENPO-RECORD
           IF WS-OPENPO-FS NOT = '00'
               MOVE 'OPEN-PO MASTER WRITE FAILED - LINE NOT RAISED'
                   TO POGEN-RPT-LINE
               WRITE POGEN-RPT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-LINE-COUNT
               MOVE 'B'   TO WS-VPERF-ACTION
               MOVE WS-PK-VENDOR-NO TO WS-VPERF-VENDOR
               MOVE 'ORD' TO WS-VPERF-COUNTER
               MOVE 1     TO WS-VPERF-COUNT
               CALL 'VPERFUTL' USING WS-VPERF-ACTION WS-VPERF-VENDOR
                   WS-VPERF-COUNTER WS-VPERF-COUNT WS-VPERF-STATUS
               PERFORM 4310-WRITE-EDI-LINE
               PERFORM 4320-REPORT-LINE
           END-IF.

       4310-WRITE-EDI-LINE.
           MOVE SPACES TO AMS-IO-RECORD
           MOVE AMS-TYPE-PRODUCT   TO PR-Record-Type
           MOVE OL-CASE-PACK (WS-OL-IDX)
               TO Pack-Qty OF AMS-PRODUCT-AREA
           MOVE OL-PACK-COST (WS-OL-IDX)
               TO Pack-Cost OF AMS-PRODUCT-AREA
           MOVE OL-APN (WS-OL-IDX) TO APN OF AMS-PRODUCT-AREA
           MOVE OL-PRODUCT (WS-OL-IDX)
               TO Product OF AMS-PRODUCT-AREA
           MOVE OL-DESCRIPTION (WS-OL-IDX)
               TO Product-Name OF AMS-PRODUCT-AREA
           PERFORM 4700-WRITE-EDI-DETAIL
           MOVE SPACES TO AMS-IO-RECORD
           MOVE AMS-TYPE-LOCATION  TO LC-Record-Type
           PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
                   UNTIL WS-ALLOC-IDX > 10
               MOVE OL-DC-NUMBER (WS-OL-IDX, WS-ALLOC-IDX)
                   TO DC-Number OF AMS-LOCATION-AREA (WS-ALLOC-IDX)
               MOVE OL-DC-PACKS (WS-OL-IDX, WS-ALLOC-IDX)
                   TO Pack-Quantity OF AMS-LOCATION-AREA
                       (WS-ALLOC-IDX)
           END-PERFORM
           PERFORM 4700-WRITE-EDI-DETAIL.

       4320-REPORT-LINE.
           MOVE WS-PO-LINE-NO TO WS-PD-LINE-NO
           MOVE OL-PRODUCT (WS-OL-IDX)   TO WS-PD-PRODUCT
           MOVE 0 TO WS-ORDER-PACKS
           PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
                   UNTIL WS-ALLOC-IDX > 10
               ADD OL-DC-PACKS (WS-OL-IDX, WS-ALLOC-IDX)
                   TO WS-ORDER-PACKS
           END-PERFORM
           MOVE WS-ORDER-PACKS TO WS-PD-PACKS
           MOVE OL-CASE-PACK (WS-OL-IDX) TO WS-PD-CASE-PACK
           MOVE OL-PACK-COST (WS-OL-IDX) TO WS-PD-PACK-COST
           WRITE POGEN-RPT-LINE FROM WS-PO-DETAIL-LINE.

       4500-OPEN-ENVELOPE.
           MOVE OL-VENDOR-NO (WS-OL-IDX) TO WS-ENV-VENDOR-NO
           MOVE 0 TO WS-ENV-REC-COUNT
           MOVE SPACES TO AMS-IO-RECORD
           MOVE AMS-TYPE-HEADER    TO HT-Record-Type
           MOVE WS-BIZ-DATE        TO HT-Run-Date
           MOVE 0                  TO HT-Rec-Count
           WRITE EDI-OUT-RECORD FROM AMS-IO-RECORD
           MOVE 'Y' TO WS-ENVELOPE-SWITCH
           ADD 1 TO WS-VENDOR-COUNT.

       4600-CLOSE-ENVELOPE.
           MOVE SPACES TO AMS-IO-RECORD
           MOVE AMS-TYPE-TRAILER   TO HT-Record-Type
           MOVE WS-BIZ-DATE        TO HT-Run-Date
           MOVE WS-ENV-REC-COUNT   TO HT-Rec-Count
           WRITE EDI-OUT-RECORD FROM AMS-IO-RECORD
           MOVE 'N' TO WS-ENVELOPE-SWITCH.

       4700-WRITE-EDI-DETAIL.
           WRITE EDI-OUT-RECORD FROM AMS-IO-RECORD
           ADD 1 TO WS-ENV-REC-COUNT.

       6000-FIND-ORDER-LINE.
      *>   FIND THE ORDER LINE OR THE SLOT IT BELONGS IN; A NEW ONE
      *>   IS OPENED THERE BY SHIFTING THE REST DOWN ONE.
           MOVE 0 TO WS-OL-FOUND
           PERFORM VARYING WS-OL-IDX FROM 1 BY 1
                   UNTIL WS-OL-IDX > WS-OL-COUNT
               IF OL-KEY (WS-OL-IDX) NOT < WS-SEARCH-KEY
                   MOVE WS-OL-IDX TO WS-OL-FOUND
                   MOVE WS-OL-COUNT TO WS-OL-IDX
               END-IF
           END-PERFORM
           IF WS-OL-FOUND = 0
               MOVE WS-OL-COUNT TO WS-OL-FOUND
               ADD 1 TO WS-OL-FOUND
           END-IF
           IF WS-OL-FOUND > WS-OL-COUNT
                   OR OL-KEY (WS-OL-FOUND) NOT = WS-SEARCH-KEY
               IF WS-OL-COUNT < WS-OL-MAX
                   PERFORM 6100-OPEN-ORDER-LINE
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
                   MOVE 0 TO WS-OL-FOUND
               END-IF
           END-IF.

       6100-OPEN-ORDER-LINE.
           PERFORM VARYING WS-OL-SHIFT FROM WS-OL-COUNT BY -1
                   UNTIL WS-OL-SHIFT < WS-OL-FOUND
               MOVE ORDER-LINE-ENTRY (WS-OL-SHIFT)
                   TO ORDER-LINE-ENTRY (WS-OL-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-OL-COUNT
           MOVE WS-SEARCH-KEY        TO OL-KEY (WS-OL-FOUND)
           MOVE PX-APN               TO OL-APN (WS-OL-FOUND)
           MOVE PX-CASE-PACK         TO OL-CASE-PACK (WS-OL-FOUND)
           MOVE PX-PACK-COST         TO OL-PACK-COST (WS-OL-FOUND)
           MOVE KEYCMAST-DESCRIPTION TO OL-DESCRIPTION (WS-OL-FOUND)
           PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
                   UNTIL WS-ALLOC-IDX > 10
               MOVE 0 TO OL-DC-NUMBER (WS-OL-FOUND, WS-ALLOC-IDX)
               MOVE 0 TO OL-DC-PACKS (WS-OL-FOUND, WS-ALLOC-IDX)
           END-PERFORM.

       8000-PRODUCE-SUMMARY.
           MOVE SPACES TO POGEN-RPT-LINE
           WRITE POGEN-RPT-LINE
           MOVE WS-FEED-COUNT     TO WS-SL-FEED-COUNT
           MOVE WS-APPROVAL-COUNT TO WS-SL-APPROVAL-COUNT
           MOVE WS-AWAITING-COUNT TO WS-SL-AWAITING-COUNT
           WRITE POGEN-RPT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-REJECTED-COUNT TO WS-SL-REJECTED-COUNT
           MOVE WS-EXCEPT-COUNT   TO WS-SL-EXCEPT-COUNT
           WRITE POGEN-RPT-LINE FROM WS-SUMMARY-LINE-2
           MOVE WS-PO-COUNT       TO WS-SL-PO-COUNT
           MOVE WS-LINE-COUNT     TO WS-SL-LINE-COUNT
           MOVE WS-VENDOR-COUNT   TO WS-SL-VENDOR-COUNT
           WRITE POGEN-RPT-LINE FROM WS-SUMMARY-LINE-3.

       9000-TERMINATE.
           CLOSE FORECAST-FEED-FILE
           CLOSE APPROVAL-FILE
           CLOSE PRODXREF-FILE
           CLOSE KEYCMAST-FILE
           CLOSE VENDMAST-FILE
           CLOSE DEPTXREF-FILE
           CLOSE RETCAL-FILE
           IF WS-RUN-STARTED
               CLOSE OPENPO-FILE
               CLOSE EDI-OUT-FILE
           END-IF
           CLOSE POGEN-RPT-FILE.
