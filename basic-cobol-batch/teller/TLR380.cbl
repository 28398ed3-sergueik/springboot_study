      *
      *   TLR380 - INBOUND ATM AND ACH CHANNEL CONVERSION
      *
      *   ATM WITHDRAWALS AND ACH ENTRIES USED TO BE KEYED FROM THE
      *   NETWORK PAPER LISTINGS THE NEXT MORNING, SO BALANCES RAN A
      *   DAY BEHIND.  THIS STEP TAKES THE ATM SWITCH FILE AND THE
      *   ACH NETWORK FILE AND TURNS EVERY ITEM INTO AN ORDINARY
      *   TELLER CAPTURE RECORD.  THE OUTPUT FILE IS CONCATENATED
      *   INTO THE CAPTURE STREAM AHEAD OF TLR160, THE SAME WAY AS
      *   THE TLR280 STANDING-ORDER FILE, SO ALL THE EXISTING EDITS
      *   AND THE NORMAL POSTING PATH APPLY.
      *
      *   BOTH FILES ARE FRAMED IN BATCHES - AN 'H' HEADER, 'D'
      *   DETAILS AND A 'T' TRAILER CARRYING THE NETWORK'S ITEM
      *   COUNT AND DEBIT/CREDIT TOTALS.  EACH FILE IS READ TWICE:
      *   THE FIRST PASS BALANCES EVERY BATCH AGAINST ITS TRAILER,
      *   THE SECOND CONVERTS ONLY THE BATCHES THAT BALANCED.  AN
      *   OUT-OF-BALANCE BATCH (OR ONE WITH A MISSING HEADER OR
      *   TRAILER, OR A DETAIL THAT CANNOT BE TOTALLED) IS HELD
      *   BACK WHOLE AND LISTED ON THE TLRCHNRP REPORT WITH THE
      *   CONTROL FIGURES, AND THE STEP ENDS WITH RETURN-CODE 8.
      *   A FILE NOT RECEIVED IS REPORTED AND IS NOT AN ERROR.
      *
      *   ATM SWITCH FILE (ATMSWFD, 80 BYTES)
      *       H  SWITCH ID X(8), FILE DATE 9(8)
      *       D  TERMINAL X(4), ACCOUNT 9(12), TYPE 'WD'/'DP',
      *          AMOUNT 9(9)V99, DATE 9(8), TIME 9(6), TRACE X(12),
      *          CURRENCY X(3)
      *       T  ITEM COUNT 9(7), DEBIT TOTAL 9(11)V99, CREDIT
      *          TOTAL 9(11)V99
      *   ACH NETWORK FILE (ACHINFD, 94 BYTES)
      *       H  COMPANY ID X(10), COMPANY NAME X(16), EFFECTIVE
      *          DATE 9(8), BATCH NO 9(7)
      *       D  TRAN CODE '22'/'32' CREDIT, '27'/'37' DEBIT,
      *          ACCOUNT 9(12), AMOUNT 9(8)V99, TRACE X(15),
      *          INDIVIDUAL NAME X(22)
      *       T  ENTRY COUNT 9(6), DEBIT TOTAL 9(10)V99, CREDIT
      *          TOTAL 9(10)V99, BATCH NO 9(7)
      *
      *   GENERATED RECORDS CARRY THE CHANNEL'S OWN SOURCE PAIR -
      *   'ATM  '/'ATMNET' WITH THE ATM TERMINAL ID, OR
      *   'ACH  '/'ACHNET' WITH TERMINAL 'ACH ' - WHICH TLR160
      *   RECOGNIZES.  THE NETWORK TRACE NUMBER IS HELD IN THE
      *   FIRST 15 BYTES OF TT-DESCRIPTION SO TLR390 CAN RETURN A
      *   REJECTED ITEM TO ITS ORIGINATOR.  THE TRAN CODES USED
      *   COME FROM THE OPTIONAL TLRCHNPM PARAMETER:
      *       POS 1-4   ATM WITHDRAWAL      (DEFAULT 'ATMW')
      *       POS 6-9   ATM DEPOSIT         (DEFAULT 'ATMD')
      *       POS 11-14 ACH CREDIT          (DEFAULT 'ACHC')
      *       POS 16-19 ACH DEBIT           (DEFAULT 'ACHD')
      *   AND MUST BE SET UP ON THE TRANSACTION CODE MASTER (TLR230).
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR THE INBOUND ATM/ACH CHANNEL FEED.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR380.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATM-FILE       ASSIGN TO ATMSWFD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATM-FS.
           SELECT ACH-FILE       ASSIGN TO ACHINFD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACH-FS.
           SELECT CHANNEL-PARM-FILE ASSIGN TO TLRCHNPM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHN-PARM-FS.
           SELECT GENERATED-TXN-FILE ASSIGN TO TLRCHGEN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHANNEL-RPT-FILE ASSIGN TO TLRCHNRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ATM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ATM-FILE-RECORD                PIC X(80).

       FD  ACH-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 94 CHARACTERS.
       01  ACH-FILE-RECORD                PIC X(94).

       FD  CHANNEL-PARM-FILE.
       01  CHANNEL-PARM-RECORD            PIC X(80).

       FD  GENERATED-TXN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 93 CHARACTERS.
       01  GENERATED-TXN-RECORD           PIC X(93).

       FD  CHANNEL-RPT-FILE.
       01  CHANNEL-RPT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       COPY TELLERTX.

       01  WS-ATM-FS                      PIC X(02).
       01  WS-ACH-FS                      PIC X(02).
       01  WS-CHN-PARM-FS                 PIC X(02).

       01  WS-HOME-CURRENCY               PIC X(03) VALUE 'USD'.

      *>   ATM SWITCH FILE RECORD VIEWS.
       01  ATM-RECORD-WORK.
           05  AW-RECORD-TYPE             PIC X(01).
           05  AW-BODY                    PIC X(79).
       01  ATM-HEADER-VIEW REDEFINES ATM-RECORD-WORK.
           05  FILLER                     PIC X(01).
           05  AH-SWITCH-ID               PIC X(08).
           05  AH-FILE-DATE               PIC 9(08).
           05  FILLER                     PIC X(63).
       01  ATM-DETAIL-VIEW REDEFINES ATM-RECORD-WORK.
           05  FILLER                     PIC X(01).
           05  AD-TERMINAL-ID             PIC X(04).
           05  AD-ACCOUNT-NUMBER          PIC 9(12).
           05  AD-TXN-TYPE                PIC X(02).
               88  AD-WITHDRAWAL          VALUE 'WD'.
               88  AD-DEPOSIT             VALUE 'DP'.
           05  AD-AMOUNT                  PIC 9(09)V99.
           05  AD-TXN-DATE                PIC 9(08).
           05  AD-TXN-TIME                PIC 9(06).
           05  AD-TRACE-NO                PIC X(12).
           05  AD-CURRENCY                PIC X(03).
           05  FILLER                     PIC X(21).
       01  ATM-TRAILER-VIEW REDEFINES ATM-RECORD-WORK.
           05  FILLER                     PIC X(01).
           05  AT-ITEM-COUNT              PIC 9(07).
           05  AT-DEBIT-TOTAL             PIC 9(11)V99.
           05  AT-CREDIT-TOTAL            PIC 9(11)V99.
           05  FILLER                     PIC X(46).

      *>   ACH NETWORK FILE RECORD VIEWS.
       01  ACH-RECORD-WORK.
           05  HW-RECORD-TYPE             PIC X(01).
           05  HW-BODY                    PIC X(93).
       01  ACH-HEADER-VIEW REDEFINES ACH-RECORD-WORK.
           05  FILLER                     PIC X(01).
           05  BH-COMPANY-ID              PIC X(10).
           05  BH-COMPANY-NAME            PIC X(16).
           05  BH-EFFECTIVE-DATE          PIC 9(08).
           05  BH-BATCH-NO                PIC 9(07).
           05  FILLER                     PIC X(52).
       01  ACH-DETAIL-VIEW REDEFINES ACH-RECORD-WORK.
           05  FILLER                     PIC X(01).
           05  ED-TRAN-CODE               PIC X(02).
               88  ED-CREDIT              VALUE '22' '32'.
               88  ED-DEBIT               VALUE '27' '37'.
           05  ED-ACCOUNT-NUMBER          PIC 9(12).
           05  ED-AMOUNT                  PIC 9(08)V99.
           05  ED-TRACE-NO                PIC X(15).
           05  ED-INDIVIDUAL-NAME         PIC X(22).
           05  FILLER                     PIC X(32).
       01  ACH-TRAILER-VIEW REDEFINES ACH-RECORD-WORK.
           05  FILLER                     PIC X(01).
           05  BC-ENTRY-COUNT             PIC 9(06).
           05  BC-DEBIT-TOTAL             PIC 9(10)V99.
           05  BC-CREDIT-TOTAL            PIC 9(10)V99.
           05  BC-BATCH-NO                PIC 9(07).
           05  FILLER                     PIC X(56).

      *>   THE CHANNEL BEING PROCESSED AND ITS CURRENT RECORD,
      *>   REDUCED TO THE FIGURES THE BATCH BALANCING NEEDS.
       01  WS-CHANNEL                     PIC X(03).
           88  WS-CHANNEL-ATM             VALUE 'ATM'.
           88  WS-CHANNEL-ACH             VALUE 'ACH'.
       01  WS-CHANNEL-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-CHANNEL-PRESENT         VALUE 'Y'.
       01  WS-REC-TYPE                    PIC X(01).
       01  WS-REC-DC                      PIC X(01).
           88  WS-REC-IS-DEBIT            VALUE 'D'.
           88  WS-REC-IS-CREDIT           VALUE 'C'.
           88  WS-REC-IS-UNUSABLE         VALUE '?'.
       01  WS-REC-AMOUNT                  PIC S9(11)V99 COMP-3.
       01  WS-REC-BATCH-ID                PIC X(10).
       01  WS-TRL-COUNT                   PIC S9(09)    COMP-3.
       01  WS-TRL-DEBIT                   PIC S9(11)V99 COMP-3.
       01  WS-TRL-CREDIT                  PIC S9(11)V99 COMP-3.
       01  WS-TRL-USABLE                  PIC X(01).
           88  WS-TRL-IS-USABLE           VALUE 'Y'.
       01  WS-ACH-EFFECTIVE-DATE          PIC 9(08) VALUE 0.

      *>   TRAN CODES STAMPED ON THE GENERATED RECORDS -- TLRCHNPM
      *>   OVERRIDES ANY NON-BLANK ENTRY.
       01  WS-CHANNEL-CODES.
           05  WS-ATM-WD-CODE             PIC X(04) VALUE 'ATMW'.
           05  FILLER                     PIC X(01).
           05  WS-ATM-DP-CODE             PIC X(04) VALUE 'ATMD'.
           05  FILLER                     PIC X(01).
           05  WS-ACH-CR-CODE             PIC X(04) VALUE 'ACHC'.
           05  FILLER                     PIC X(01).
           05  WS-ACH-DR-CODE             PIC X(04) VALUE 'ACHD'.
       01  WS-CHN-PARM-LINE.
           05  WS-CP-ATM-WD-CODE          PIC X(04).
           05  FILLER                     PIC X(01).
           05  WS-CP-ATM-DP-CODE          PIC X(04).
           05  FILLER                     PIC X(01).
           05  WS-CP-ACH-CR-CODE          PIC X(04).
           05  FILLER                     PIC X(01).
           05  WS-CP-ACH-DR-CODE          PIC X(04).
           05  FILLER                     PIC X(61).

      *>   TT-DESCRIPTION ON A CHANNEL RECORD -- THE TRACE NUMBER
      *>   TLR390 RETURNS AGAINST, THEN FREE TEXT.
       01  WS-CHANNEL-DESC.
           05  WS-CD-TRACE-NO             PIC X(15).
           05  WS-CD-TEXT                 PIC X(15).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-IN-BATCH-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-IN-BATCH                VALUE 'Y'.
       01  WS-BT-FULL-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-BT-TABLE-FULL           VALUE 'Y'.
       01  WS-BATCH-REASON                PIC X(16).

      *>   ONE ENTRY PER BATCH OF THE CHANNEL FILE, IN FILE ORDER.
      *>   THE SECOND PASS NUMBERS BATCHES EXACTLY AS THE FIRST DID
      *>   AND CONVERTS ONLY THE ONES MARKED BALANCED.
       01  WS-BT-MAX                      PIC S9(04) COMP VALUE 500.
       01  WS-BT-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-BT-CUR                      PIC S9(04) COMP VALUE 0.
       01  WS-BT-IDX                      PIC S9(04) COMP VALUE 0.
       01  BATCH-TABLE.
           05  BATCH-ENTRY OCCURS 500 TIMES.
               10  BT-BATCH-ID            PIC X(10).
               10  BT-STATUS              PIC X(01).
                   88  BT-BALANCED        VALUE 'Y'.
               10  BT-REASON              PIC X(16).
               10  BT-ITEM-COUNT          PIC S9(09)    COMP-3.
               10  BT-DEBIT-TOTAL         PIC S9(11)V99 COMP-3.
               10  BT-CREDIT-TOTAL        PIC S9(11)V99 COMP-3.
               10  BT-CTL-COUNT           PIC S9(09)    COMP-3.
               10  BT-CTL-DEBIT           PIC S9(11)V99 COMP-3.
               10  BT-CTL-CREDIT          PIC S9(11)V99 COMP-3.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       01  WS-BATCH-COUNT                 PIC S9(09) COMP-3 VALUE 0.
       01  WS-HELD-BATCH-COUNT            PIC S9(09) COMP-3 VALUE 0.
       01  WS-GENERATED-COUNT             PIC S9(09) COMP-3 VALUE 0.
       01  WS-HELD-ITEM-COUNT             PIC S9(09) COMP-3 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(40) VALUE
               'TLR380  INBOUND CHANNEL BATCHES FOR '.
           05  WS-H1-DATE                 PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER                     PIC X(50) VALUE
               'CHN BATCH        ITEMS         DEBITS        CREDI'.
           05  FILLER                     PIC X(20) VALUE
               'TS STATUS'.

       01  WS-BATCH-LINE.
           05  WS-BL-CHANNEL              PIC X(03).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-BL-BATCH-ID             PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-BL-ITEM-COUNT           PIC ZZZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-BL-DEBIT-TOTAL          PIC -(10)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-BL-CREDIT-TOTAL         PIC -(10)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-BL-STATUS               PIC X(16).

       01  WS-SUMMARY-LINE.
           05  FILLER                     PIC X(09)
               VALUE 'BATCHES: '.
           05  WS-SL-BATCH-COUNT          PIC ZZZZZ9.
           05  FILLER                     PIC X(08)
               VALUE '  HELD: '.
           05  WS-SL-HELD-BATCH-COUNT     PIC ZZZZZ9.
           05  FILLER                     PIC X(13)
               VALUE '  GENERATED: '.
           05  WS-SL-GENERATED-COUNT      PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(14)
               VALUE '  ITEMS HELD: '.
           05  WS-SL-HELD-ITEM-COUNT      PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           MOVE 'ATM' TO WS-CHANNEL
           PERFORM 2000-PROCESS-CHANNEL
           MOVE 'ACH' TO WS-CHANNEL
           PERFORM 2000-PROCESS-CHANNEL
           PERFORM 3000-PRODUCE-SUMMARY
           PERFORM 9000-TERMINATE
           IF (WS-HELD-BATCH-COUNT > 0 OR WS-BT-TABLE-FULL)
                   AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           PERFORM 1100-LOAD-CHANNEL-PARM
           OPEN OUTPUT CHANNEL-RPT-FILE
           MOVE WS-BIZ-DATE TO WS-H1-DATE
           WRITE CHANNEL-RPT-LINE FROM WS-HEADING-1
           WRITE CHANNEL-RPT-LINE FROM WS-HEADING-2
           OPEN OUTPUT GENERATED-TXN-FILE.

       1100-LOAD-CHANNEL-PARM.
      *>   THE PARAMETER FILE IS OPTIONAL -- WHEN IT IS ABSENT THE
      *>   DEFAULT CODES DECLARED ABOVE APPLY.
           MOVE SPACES TO WS-CHN-PARM-FS
           OPEN INPUT CHANNEL-PARM-FILE
           IF WS-CHN-PARM-FS = '00'
               READ CHANNEL-PARM-FILE INTO WS-CHN-PARM-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1150-APPLY-CHANNEL-PARM
               END-READ
               CLOSE CHANNEL-PARM-FILE
           END-IF.

       1150-APPLY-CHANNEL-PARM.
           IF WS-CP-ATM-WD-CODE NOT = SPACES
               MOVE WS-CP-ATM-WD-CODE TO WS-ATM-WD-CODE
           END-IF
           IF WS-CP-ATM-DP-CODE NOT = SPACES
               MOVE WS-CP-ATM-DP-CODE TO WS-ATM-DP-CODE
           END-IF
           IF WS-CP-ACH-CR-CODE NOT = SPACES
               MOVE WS-CP-ACH-CR-CODE TO WS-ACH-CR-CODE
           END-IF
           IF WS-CP-ACH-DR-CODE NOT = SPACES
               MOVE WS-CP-ACH-DR-CODE TO WS-ACH-DR-CODE
           END-IF.

       2000-PROCESS-CHANNEL.
           PERFORM 2100-OPEN-CHANNEL
           IF WS-CHANNEL-PRESENT
               PERFORM 2200-BALANCE-PASS
               PERFORM 2150-CLOSE-CHANNEL
               PERFORM 2300-REPORT-BATCHES
               PERFORM 2100-OPEN-CHANNEL
               PERFORM 2400-CONVERT-PASS
               PERFORM 2150-CLOSE-CHANNEL
           ELSE
               MOVE SPACES TO CHANNEL-RPT-LINE
               STRING WS-CHANNEL ' FILE NOT RECEIVED - NO ITEMS FED'
                   DELIMITED BY SIZE INTO CHANNEL-RPT-LINE
               WRITE CHANNEL-RPT-LINE
           END-IF.

       2100-OPEN-CHANNEL.
           MOVE 'N' TO WS-CHANNEL-SWITCH
           MOVE 'N' TO WS-EOF-SWITCH
           IF WS-CHANNEL-ATM
               MOVE SPACES TO WS-ATM-FS
               OPEN INPUT ATM-FILE
               IF WS-ATM-FS = '00'
                   MOVE 'Y' TO WS-CHANNEL-SWITCH
               END-IF
           ELSE
               MOVE SPACES TO WS-ACH-FS
               OPEN INPUT ACH-FILE
               IF WS-ACH-FS = '00'
                   MOVE 'Y' TO WS-CHANNEL-SWITCH
               END-IF
           END-IF.

       2150-CLOSE-CHANNEL.
           IF WS-CHANNEL-ATM
               CLOSE ATM-FILE
           ELSE
               CLOSE ACH-FILE
           END-IF.

       2110-READ-CHANNEL.
      *>   READ THE NEXT RECORD OF THE CURRENT CHANNEL AND REDUCE IT
      *>   TO TYPE, AMOUNT/DIRECTION (DETAIL) OR CONTROL FIGURES
      *>   (TRAILER).
           IF WS-CHANNEL-ATM
               READ ATM-FILE INTO ATM-RECORD-WORK
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-READ
           ELSE
               READ ACH-FILE INTO ACH-RECORD-WORK
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-READ
           END-IF
           IF NOT WS-END-OF-FILE
               IF WS-CHANNEL-ATM
                   PERFORM 2120-REDUCE-ATM-RECORD
               ELSE
                   PERFORM 2130-REDUCE-ACH-RECORD
               END-IF
           END-IF.

       2120-REDUCE-ATM-RECORD.
           MOVE AW-RECORD-TYPE TO WS-REC-TYPE
           MOVE '?' TO WS-REC-DC
           MOVE 0 TO WS-REC-AMOUNT
           MOVE 'N' TO WS-TRL-USABLE
           EVALUATE AW-RECORD-TYPE
               WHEN 'H'
                   MOVE AH-SWITCH-ID TO WS-REC-BATCH-ID
               WHEN 'D'
                   IF AD-AMOUNT NUMERIC
                       MOVE AD-AMOUNT TO WS-REC-AMOUNT
                       EVALUATE TRUE
                           WHEN AD-WITHDRAWAL
                               MOVE 'D' TO WS-REC-DC
                           WHEN AD-DEPOSIT
                               MOVE 'C' TO WS-REC-DC
                       END-EVALUATE
                   END-IF
               WHEN 'T'
                   IF AT-ITEM-COUNT NUMERIC
                           AND AT-DEBIT-TOTAL NUMERIC
                           AND AT-CREDIT-TOTAL NUMERIC
                       MOVE 'Y' TO WS-TRL-USABLE
                       MOVE AT-ITEM-COUNT   TO WS-TRL-COUNT
                       MOVE AT-DEBIT-TOTAL  TO WS-TRL-DEBIT
                       MOVE AT-CREDIT-TOTAL TO WS-TRL-CREDIT
                   END-IF
           END-EVALUATE.

       2130-REDUCE-ACH-RECORD.
           MOVE HW-RECORD-TYPE TO WS-REC-TYPE
           MOVE '?' TO WS-REC-DC
           MOVE 0 TO WS-REC-AMOUNT
           MOVE 'N' TO WS-TRL-USABLE
           EVALUATE HW-RECORD-TYPE
               WHEN 'H'
                   MOVE BH-COMPANY-ID TO WS-REC-BATCH-ID
                   IF BH-EFFECTIVE-DATE NUMERIC
                           AND BH-EFFECTIVE-DATE > 0
                       MOVE BH-EFFECTIVE-DATE TO WS-ACH-EFFECTIVE-DATE
                   ELSE
                       MOVE WS-BIZ-DATE TO WS-ACH-EFFECTIVE-DATE
                   END-IF
               WHEN 'D'
                   IF ED-AMOUNT NUMERIC
                       MOVE ED-AMOUNT TO WS-REC-AMOUNT
                       EVALUATE TRUE
                           WHEN ED-DEBIT
                               MOVE 'D' TO WS-REC-DC
                           WHEN ED-CREDIT
                               MOVE 'C' TO WS-REC-DC
                       END-EVALUATE
                   END-IF
               WHEN 'T'
                   IF BC-ENTRY-COUNT NUMERIC
                           AND BC-DEBIT-TOTAL NUMERIC
                           AND BC-CREDIT-TOTAL NUMERIC
                       MOVE 'Y' TO WS-TRL-USABLE
                       MOVE BC-ENTRY-COUNT  TO WS-TRL-COUNT
                       MOVE BC-DEBIT-TOTAL  TO WS-TRL-DEBIT
                       MOVE BC-CREDIT-TOTAL TO WS-TRL-CREDIT
                   END-IF
           END-EVALUATE.

       2200-BALANCE-PASS.
           MOVE 0 TO WS-BT-COUNT
           MOVE 0 TO WS-BT-CUR
           MOVE 'N' TO WS-IN-BATCH-SWITCH
           PERFORM 2110-READ-CHANNEL
           PERFORM UNTIL WS-END-OF-FILE
               EVALUATE WS-REC-TYPE
                   WHEN 'H'
                       IF WS-IN-BATCH
                           MOVE 'NO TRAILER' TO WS-BATCH-REASON
                           PERFORM 2260-FAIL-BATCH
                       END-IF
                       PERFORM 2250-START-BATCH
                       IF WS-BT-CUR <= WS-BT-MAX
                           MOVE WS-REC-BATCH-ID
                               TO BT-BATCH-ID (WS-BT-CUR)
                       END-IF
                   WHEN 'D'
                       IF NOT WS-IN-BATCH
                           PERFORM 2250-START-BATCH
                           MOVE 'NO HEADER' TO WS-BATCH-REASON
                           PERFORM 2260-FAIL-BATCH
                       END-IF
                       PERFORM 2270-ADD-DETAIL
                   WHEN 'T'
                       IF NOT WS-IN-BATCH
                           PERFORM 2250-START-BATCH
                           MOVE 'NO HEADER' TO WS-BATCH-REASON
                           PERFORM 2260-FAIL-BATCH
                       END-IF
                       PERFORM 2280-CHECK-TRAILER
                       MOVE 'N' TO WS-IN-BATCH-SWITCH
                   WHEN OTHER
                       IF WS-IN-BATCH
                           MOVE 'BAD RECORD TYPE' TO WS-BATCH-REASON
                           PERFORM 2260-FAIL-BATCH
                       END-IF
               END-EVALUATE
               PERFORM 2110-READ-CHANNEL
           END-PERFORM
           IF WS-IN-BATCH
               MOVE 'NO TRAILER' TO WS-BATCH-REASON
               PERFORM 2260-FAIL-BATCH
           END-IF
           MOVE WS-BT-CUR TO WS-BT-COUNT
           IF WS-BT-COUNT > WS-BT-MAX
               MOVE WS-BT-MAX TO WS-BT-COUNT
           END-IF.

       2250-START-BATCH.
      *>   BATCHES PAST THE TABLE ARE STILL COUNTED SO BOTH PASSES
      *>   AGREE ON NUMBERING; THEY ARE NEVER CONVERTED.
           ADD 1 TO WS-BT-CUR
           MOVE 'Y' TO WS-IN-BATCH-SWITCH
           IF WS-BT-CUR <= WS-BT-MAX
               MOVE SPACES TO BT-BATCH-ID (WS-BT-CUR)
               MOVE 'P'    TO BT-STATUS (WS-BT-CUR)
               MOVE SPACES TO BT-REASON (WS-BT-CUR)
               MOVE 0 TO BT-ITEM-COUNT (WS-BT-CUR)
               MOVE 0 TO BT-DEBIT-TOTAL (WS-BT-CUR)
               MOVE 0 TO BT-CREDIT-TOTAL (WS-BT-CUR)
               MOVE 0 TO BT-CTL-COUNT (WS-BT-CUR)
               MOVE 0 TO BT-CTL-DEBIT (WS-BT-CUR)
               MOVE 0 TO BT-CTL-CREDIT (WS-BT-CUR)
           ELSE
               MOVE 'Y' TO WS-BT-FULL-SWITCH
           END-IF.

       2260-FAIL-BATCH.
      *>   THE FIRST FAILURE FOUND IS THE ONE REPORTED.
           IF WS-BT-CUR <= WS-BT-MAX
               IF BT-STATUS (WS-BT-CUR) NOT = 'N'
                   MOVE 'N' TO BT-STATUS (WS-BT-CUR)
                   MOVE WS-BATCH-REASON TO BT-REASON (WS-BT-CUR)
               END-IF
           END-IF.

       2270-ADD-DETAIL.
           IF WS-BT-CUR <= WS-BT-MAX
               ADD 1 TO BT-ITEM-COUNT (WS-BT-CUR)
               EVALUATE TRUE
                   WHEN WS-REC-IS-DEBIT
                       ADD WS-REC-AMOUNT TO BT-DEBIT-TOTAL (WS-BT-CUR)
                   WHEN WS-REC-IS-CREDIT
                       ADD WS-REC-AMOUNT
                           TO BT-CREDIT-TOTAL (WS-BT-CUR)
                   WHEN OTHER
                       MOVE 'BAD DETAIL' TO WS-BATCH-REASON
                       PERFORM 2260-FAIL-BATCH
               END-EVALUATE
           END-IF.

       2280-CHECK-TRAILER.
           IF WS-BT-CUR <= WS-BT-MAX
               IF WS-TRL-IS-USABLE
                   MOVE WS-TRL-COUNT  TO BT-CTL-COUNT (WS-BT-CUR)
                   MOVE WS-TRL-DEBIT  TO BT-CTL-DEBIT (WS-BT-CUR)
                   MOVE WS-TRL-CREDIT TO BT-CTL-CREDIT (WS-BT-CUR)
               END-IF
               EVALUATE TRUE
                   WHEN BT-STATUS (WS-BT-CUR) = 'N'
                       CONTINUE
                   WHEN NOT WS-TRL-IS-USABLE
                       MOVE 'BAD TRAILER' TO WS-BATCH-REASON
                       PERFORM 2260-FAIL-BATCH
                   WHEN BT-ITEM-COUNT (WS-BT-CUR) NOT = WS-TRL-COUNT
                       MOVE 'COUNT MISMATCH' TO WS-BATCH-REASON
                       PERFORM 2260-FAIL-BATCH
                   WHEN BT-DEBIT-TOTAL (WS-BT-CUR) NOT = WS-TRL-DEBIT
                       MOVE 'DEBIT MISMATCH' TO WS-BATCH-REASON
                       PERFORM 2260-FAIL-BATCH
                   WHEN BT-CREDIT-TOTAL (WS-BT-CUR)
                           NOT = WS-TRL-CREDIT
                       MOVE 'CREDIT MISMATCH' TO WS-BATCH-REASON
                       PERFORM 2260-FAIL-BATCH
                   WHEN OTHER
                       MOVE 'Y' TO BT-STATUS (WS-BT-CUR)
                       MOVE 'BALANCED' TO BT-REASON (WS-BT-CUR)
               END-EVALUATE
           END-IF.

       2300-REPORT-BATCHES.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BT-COUNT
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-CHANNEL                  TO WS-BL-CHANNEL
               MOVE BT-BATCH-ID (WS-BT-IDX)     TO WS-BL-BATCH-ID
               MOVE BT-ITEM-COUNT (WS-BT-IDX)   TO WS-BL-ITEM-COUNT
               MOVE BT-DEBIT-TOTAL (WS-BT-IDX)  TO WS-BL-DEBIT-TOTAL
               MOVE BT-CREDIT-TOTAL (WS-BT-IDX) TO WS-BL-CREDIT-TOTAL
               MOVE BT-REASON (WS-BT-IDX)       TO WS-BL-STATUS
               WRITE CHANNEL-RPT-LINE FROM WS-BATCH-LINE
               IF NOT BT-BALANCED (WS-BT-IDX)
                   ADD 1 TO WS-HELD-BATCH-COUNT
                   ADD BT-ITEM-COUNT (WS-BT-IDX) TO WS-HELD-ITEM-COUNT
                   MOVE SPACES          TO WS-BL-CHANNEL
                   MOVE '  CONTROL '    TO WS-BL-BATCH-ID
                   MOVE BT-CTL-COUNT (WS-BT-IDX)  TO WS-BL-ITEM-COUNT
                   MOVE BT-CTL-DEBIT (WS-BT-IDX)  TO WS-BL-DEBIT-TOTAL
                   MOVE BT-CTL-CREDIT (WS-BT-IDX)
                       TO WS-BL-CREDIT-TOTAL
                   MOVE 'BATCH HELD'    TO WS-BL-STATUS
                   WRITE CHANNEL-RPT-LINE FROM WS-BATCH-LINE
               END-IF
           END-PERFORM
           IF WS-BT-CUR > WS-BT-MAX
               MOVE SPACES TO CHANNEL-RPT-LINE
               STRING WS-CHANNEL ' BATCH TABLE FULL - LATER BATCHES'
                   ' HELD' DELIMITED BY SIZE INTO CHANNEL-RPT-LINE
               WRITE CHANNEL-RPT-LINE
           END-IF.

       2400-CONVERT-PASS.
           MOVE 0 TO WS-BT-CUR
           MOVE 'N' TO WS-IN-BATCH-SWITCH
           PERFORM 2110-READ-CHANNEL
           PERFORM UNTIL WS-END-OF-FILE
               EVALUATE WS-REC-TYPE
                   WHEN 'H'
                       ADD 1 TO WS-BT-CUR
                       MOVE 'Y' TO WS-IN-BATCH-SWITCH
                   WHEN 'D'
                       IF NOT WS-IN-BATCH
                           ADD 1 TO WS-BT-CUR
                           MOVE 'Y' TO WS-IN-BATCH-SWITCH
                       END-IF
                       PERFORM 2410-CONVERT-IF-BALANCED
                   WHEN 'T'
                       IF NOT WS-IN-BATCH
                           ADD 1 TO WS-BT-CUR
                       END-IF
                       MOVE 'N' TO WS-IN-BATCH-SWITCH
               END-EVALUATE
               PERFORM 2110-READ-CHANNEL
           END-PERFORM.

       2410-CONVERT-IF-BALANCED.
           IF WS-BT-CUR <= WS-BT-MAX
               IF BT-BALANCED (WS-BT-CUR)
                   IF WS-CHANNEL-ATM
                       PERFORM 2500-BUILD-ATM-CAPTURE
                   ELSE
                       PERFORM 2600-BUILD-ACH-CAPTURE
                   END-IF
                   WRITE GENERATED-TXN-RECORD
                       FROM TELLER-TRANSACTION-REC
                   ADD 1 TO WS-GENERATED-COUNT
               END-IF
           END-IF.

       2500-BUILD-ATM-CAPTURE.
           MOVE 'ATM  '            TO TT-BRANCH-ID
           MOVE 'ATMNET'           TO TT-TELLER-ID
           MOVE AD-TERMINAL-ID     TO TT-TERMINAL-ID
           MOVE AD-TXN-DATE        TO TT-TRAN-DATE
           MOVE AD-TXN-TIME        TO TT-TRAN-TIME
           MOVE AD-ACCOUNT-NUMBER  TO TT-ACCOUNT-NUMBER
           MOVE SPACES             TO WS-CHANNEL-DESC
           MOVE AD-TRACE-NO        TO WS-CD-TRACE-NO
           IF AD-WITHDRAWAL
               MOVE WS-ATM-WD-CODE TO TT-TRAN-CODE
               MOVE 'ATM WITHDRAWAL' TO WS-CD-TEXT
           ELSE
               MOVE WS-ATM-DP-CODE TO TT-TRAN-CODE
               MOVE 'ATM DEPOSIT'    TO WS-CD-TEXT
           END-IF
           MOVE AD-AMOUNT          TO TT-AMOUNT
           IF AD-CURRENCY = SPACES
               MOVE WS-HOME-CURRENCY TO TT-CURRENCY
           ELSE
               MOVE AD-CURRENCY    TO TT-CURRENCY
           END-IF
           MOVE WS-CHANNEL-DESC    TO TT-DESCRIPTION
           MOVE '00'               TO TT-RESPONSE-CODE
           MOVE SPACES             TO TT-APPROVAL-CODE.

       2600-BUILD-ACH-CAPTURE.
           MOVE 'ACH  '            TO TT-BRANCH-ID
           MOVE 'ACHNET'           TO TT-TELLER-ID
           MOVE 'ACH '             TO TT-TERMINAL-ID
           MOVE WS-ACH-EFFECTIVE-DATE TO TT-TRAN-DATE
           MOVE 060000             TO TT-TRAN-TIME
           MOVE ED-ACCOUNT-NUMBER  TO TT-ACCOUNT-NUMBER
           IF ED-DEBIT
               MOVE WS-ACH-DR-CODE TO TT-TRAN-CODE
           ELSE
               MOVE WS-ACH-CR-CODE TO TT-TRAN-CODE
           END-IF
           MOVE ED-AMOUNT          TO TT-AMOUNT
           MOVE WS-HOME-CURRENCY   TO TT-CURRENCY
           MOVE SPACES             TO WS-CHANNEL-DESC
           MOVE ED-TRACE-NO        TO WS-CD-TRACE-NO
           MOVE ED-INDIVIDUAL-NAME TO WS-CD-TEXT
           MOVE WS-CHANNEL-DESC    TO TT-DESCRIPTION
           MOVE '00'               TO TT-RESPONSE-CODE
           MOVE SPACES             TO TT-APPROVAL-CODE.

       3000-PRODUCE-SUMMARY.
           MOVE WS-BATCH-COUNT      TO WS-SL-BATCH-COUNT
           MOVE WS-HELD-BATCH-COUNT TO WS-SL-HELD-BATCH-COUNT
           MOVE WS-GENERATED-COUNT  TO WS-SL-GENERATED-COUNT
           MOVE WS-HELD-ITEM-COUNT  TO WS-SL-HELD-ITEM-COUNT
           WRITE CHANNEL-RPT-LINE FROM WS-SUMMARY-LINE.

       9000-TERMINATE.
           CLOSE GENERATED-TXN-FILE
           CLOSE CHANNEL-RPT-FILE.
