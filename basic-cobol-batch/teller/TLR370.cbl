      *
      *   TLR370 - YEAR-END INTEREST INCOME TAX REPORTING
      *
      *   THE TAX AUTHORITY NEEDS, FOR EVERY CUSTOMER, THE INTEREST
      *   PAID TO THEM IN THE TAX YEAR; UNTIL NOW IT WAS ADDED UP BY
      *   HAND FROM TLR200 STATEMENTS.  THIS YEAR-END RUN TOTALS
      *   EVERY INTEREST POSTING (THE TLR250 INTEREST CODE) DATED IN
      *   THE TAX YEAR FROM THE ARCHIVED HISTORY (ACCTHARC, WRITTEN
      *   BY TLR180) AND THE CURRENT ACCTHIST - AN ARCHIVED ENTRY
      *   TLR190 HAS PUT BACK ON ACCTHIST IS TAKEN FROM ACCTHIST
      *   ONLY, AS IN THE TLR400 PROOF - LEAVING OUT ANY
      *   POSTING THAT TLR320 HAS SINCE REVERSED - A REVERSAL ENTRY
      *   IS RECOGNISED BY THE CREDIT-SIDE REVERSAL CODE AND ITS
      *   'REVERSAL OF NNNNNNNNN' DESCRIPTION, WHICH NAMES THE
      *   ORIGINAL AH-SEQ-NO.  A REVERSAL REMOVES THE POSTING FROM
      *   THE TAX YEAR OF THE ORIGINAL, WHENEVER IT WAS PROCESSED.
      *
      *   EACH ACCOUNT'S INTEREST IS ATTRIBUTED TO ITS PRIMARY OWNER
      *   ON THE CUSTOMER-TO-ACCOUNT RELATIONSHIP FILE (AN ACCOUNT
      *   WITH ONLY JOINT OWNERS GOES TO THE FIRST OF THEM) AND
      *   ROLLED UP BY THE OWNER'S TAX ID, SO A PERSON WITH TWO
      *   CUSTOMER NUMBERS STILL GETS ONE RETURN.  A TAX ID WHOSE
      *   NET INTEREST REACHES THE REPORTING THRESHOLD GETS AN 'IR'
      *   RECORD ON THE REGULATORY FILE (SEE INTTAX COPYBOOK) AND A
      *   PRINTED RECIPIENT COPY LISTING ITS ACCOUNTS.  INTEREST THAT
      *   CANNOT BE ATTRIBUTED - NO OWNER ON THE RELATIONSHIP FILE,
      *   OR AN OWNER WITH NO TAX ID ON THE CUSTOMER MASTER - IS
      *   LISTED ON THE EXCEPTION SECTION OF THE CONTROL REPORT FOR
      *   BRANCH OPERATIONS TO CHASE BEFORE THE FILE IS SENT.
      *
      *   THE ROLL-UP IS BUILT ON THE TLRTAXWK WORK FILE (ONE ENTRY
      *   PER OWNING CUSTOMER AND ACCOUNT, KEYED ALTERNATELY BY TAX
      *   ID), RECREATED EMPTY EVERY RUN.
      *
      *   THE TLRTAXPM PARAMETER RECORD CARRIES:
      *       POS 1-4   TAX YEAR CCYY (REQUIRED)
      *       POS 5-13  REPORTING THRESHOLD 9(7)V99 (DEFAULT 10.00)
      *       POS 14-17 INTEREST TRAN CODE (DEFAULT 'INT ')
      *       POS 18-21 CREDIT REVERSAL CODE (DEFAULT 'RVCR')
      *       POS 22-51 PAYER NAME FOR THE HEADER AND THE COPIES
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR YEAR-END INTEREST INCOME TAX
      *               REPORTING.
      *   2026-10-15  SKIP ARCHIVED ENTRIES TLR190 HAS RESTORED TO
      *               ACCTHIST SO THEIR INTEREST IS NOT COUNTED TWICE.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR370.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-PARM-FILE  ASSIGN TO TLRTAXPM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT ARCHIVE-FILE   ASSIGN TO ACCTHARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FS.
           SELECT ACCTHIST-FILE  ASSIGN TO ACCTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-SEQ-NO
               ALTERNATE RECORD KEY IS AH-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCTHIST-FS.
           SELECT CUSTMAST-FILE  ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               ALTERNATE RECORD KEY IS CU-TAX-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-FS.
           SELECT CUSTACCT-FILE  ASSIGN TO CUSTACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               ALTERNATE RECORD KEY IS CR-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTACCT-FS.
           SELECT TAX-WORK-FILE  ASSIGN TO TLRTAXWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TW-KEY
               ALTERNATE RECORD KEY IS TW-TAX-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TAXWK-FS.
           SELECT INTTAX-FILE    ASSIGN TO TLRTAXRG
               ORGANIZATION IS SEQUENTIAL.
           SELECT COPY-RPT-FILE  ASSIGN TO TLRTAXCP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-RPT-FILE ASSIGN TO TLRTAXRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TAX-PARM-FILE.
       01  TAX-PARM-RECORD                PIC X(80).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
       01  ARCHIVE-RECORD                 PIC X(90).

       FD  ACCTHIST-FILE.
       COPY ACCTHIST.

       FD  CUSTMAST-FILE.
       COPY CUSTMAST.

       FD  CUSTACCT-FILE.
       COPY CUSTACCT.

       FD  TAX-WORK-FILE.
       01  TAX-WORK-RECORD.
           05  TW-KEY.
               10  TW-CUSTOMER-NO         PIC 9(10).
               10  TW-ACCOUNT-NUMBER      PIC 9(12).
           05  TW-TAX-ID                  PIC X(11).
           05  TW-OWNER-STATUS            PIC X(01).
               88  TW-OWNER-FOUND         VALUE 'Y'.
               88  TW-NO-OWNER            VALUE 'N'.
               88  TW-NO-TAX-ID           VALUE 'T'.
           05  TW-INTEREST                PIC S9(11)V99 COMP-3.
           05  TW-POSTING-COUNT           PIC S9(05) COMP-3.

       FD  INTTAX-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       COPY INTTAX.

       FD  COPY-RPT-FILE.
       01  COPY-RPT-LINE                  PIC X(80).

       FD  CONTROL-RPT-FILE.
       01  CONTROL-RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FS                     PIC X(02).
       01  WS-ARCHIVE-FS                  PIC X(02).
       01  WS-ACCTHIST-FS                 PIC X(02).
       01  WS-CUSTMAST-FS                 PIC X(02).
       01  WS-CUSTACCT-FS                 PIC X(02).
       01  WS-TAXWK-FS                    PIC X(02).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-RUN-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-RUN-STARTED             VALUE 'Y'.
       01  WS-ARCHIVE-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-ARCHIVE-AVAILABLE       VALUE 'Y'.
       01  WS-SOURCE-SWITCH               PIC X(01) VALUE 'A'.
           88  WS-READING-ARCHIVE         VALUE 'A'.
           88  WS-READING-HISTORY         VALUE 'H'.
       01  WS-ENTRY-SWITCH                PIC X(01) VALUE 'N'.
           88  WS-ENTRY-READY             VALUE 'Y'.
       01  WS-REL-EOF-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-REL-END                 VALUE 'Y'.
       01  WS-WORK-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-WORK-END                VALUE 'Y'.
       01  WS-REVERSED-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-POSTING-REVERSED        VALUE 'Y'.

       01  WS-PARM-LINE.
           05  WS-PL-TAX-YEAR             PIC 9(04).
           05  WS-PL-THRESHOLD            PIC 9(07)V99.
           05  WS-PL-INT-CODE             PIC X(04).
           05  WS-PL-REV-CODE             PIC X(04).
           05  WS-PL-PAYER-NAME           PIC X(30).
           05  FILLER                     PIC X(29).

       01  WS-TAX-YEAR                    PIC 9(04) VALUE 0.
       01  WS-THRESHOLD                   PIC S9(07)V99 COMP-3
                                          VALUE 10.00.
       01  WS-INT-CODE                    PIC X(04) VALUE 'INT '.
       01  WS-REV-CODE                    PIC X(04) VALUE 'RVCR'.
       01  WS-PAYER-NAME                  PIC X(30) VALUE SPACES.

      *>   AN ARCHIVED ENTRY, HELD WHILE ACCTHIST IS CHECKED FOR IT.
       01  WS-ARCHIVE-ENTRY               PIC X(90).

      *>   THE ENTRY BEING LOOKED AT, SPLIT FOR THE YEAR TEST AND
      *>   THE REVERSAL LINK.
       01  WS-ENTRY-DATE                  PIC 9(08).
       01  WS-ENTRY-DATE-R REDEFINES WS-ENTRY-DATE.
           05  WS-ED-YEAR                 PIC 9(04).
           05  WS-ED-MMDD                 PIC 9(04).
       01  WS-ENTRY-DESC                  PIC X(30).
       01  WS-ENTRY-DESC-R REDEFINES WS-ENTRY-DESC.
           05  WS-ED-REV-LITERAL          PIC X(12).
           05  WS-ED-REV-SEQ-NO           PIC 9(09).
           05  FILLER                     PIC X(09).

      *>   ORIGINAL AH-SEQ-NOS NAMED BY CREDIT-SIDE REVERSALS.
       01  WS-REV-MAX                     PIC S9(04) COMP VALUE 5000.
       01  WS-REV-COUNT                   PIC S9(04) COMP VALUE 0.
       01  WS-REV-IDX                     PIC S9(04) COMP VALUE 0.
       01  WS-REV-FULL-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-REV-TABLE-FULL          VALUE 'Y'.
       01  REVERSAL-TABLE.
           05  REVERSAL-ENTRY OCCURS 5000 TIMES.
               10  RV-ORIG-SEQ-NO         PIC 9(09).

      *>   OWNER OF THE LAST ACCOUNT LOOKED UP - CONSECUTIVE
      *>   POSTINGS ON ONE ACCOUNT ARE COMMON AFTER A TLR180 RELOAD.
       01  WS-LAST-ACCOUNT                PIC 9(12) VALUE 0.
       01  WS-OWNER-CUSTOMER-NO           PIC 9(10) VALUE 0.
       01  WS-OWNER-RELATIONSHIP          PIC X(01) VALUE SPACE.
       01  WS-OWNER-TAX-ID                PIC X(11) VALUE SPACES.
       01  WS-OWNER-STATUS                PIC X(01) VALUE SPACE.

      *>   ONE TAX ID'S ACCOUNTS, HELD UNTIL ITS TOTAL IS KNOWN.
       01  WS-CURRENT-TAX-ID              PIC X(11) VALUE SPACES.
       01  WS-CURRENT-CUSTOMER-NO         PIC 9(10) VALUE 0.
       01  WS-GROUP-TOTAL                 PIC S9(11)V99 COMP-3
                                          VALUE 0.
       01  WS-GROUP-MAX                   PIC S9(04) COMP VALUE 50.
       01  WS-GROUP-COUNT                 PIC S9(04) COMP VALUE 0.
       01  WS-GROUP-IDX                   PIC S9(04) COMP VALUE 0.
       01  WS-GROUP-TRUNC-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-GROUP-TRUNCATED         VALUE 'Y'.
       01  GROUP-TABLE.
           05  GROUP-ENTRY OCCURS 50 TIMES.
               10  GR-ACCOUNT-NUMBER      PIC 9(12).
               10  GR-INTEREST            PIC S9(11)V99 COMP-3.

       01  WS-HISTORY-READ-COUNT          PIC S9(09) COMP-3 VALUE 0.
       01  WS-ARCHIVE-READ-COUNT          PIC S9(09) COMP-3 VALUE 0.
       01  WS-ARCHIVE-RESTORED-COUNT      PIC S9(09) COMP-3 VALUE 0.
       01  WS-POSTING-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-REVERSED-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-REVERSED-AMOUNT             PIC S9(13)V99 COMP-3
                                          VALUE 0.
       01  WS-POSTED-AMOUNT               PIC S9(13)V99 COMP-3
                                          VALUE 0.
       01  WS-RECIPIENT-COUNT             PIC S9(09) COMP-3 VALUE 0.
       01  WS-RECIPIENT-AMOUNT            PIC S9(13)V99 COMP-3
                                          VALUE 0.
       01  WS-BELOW-COUNT                 PIC S9(09) COMP-3 VALUE 0.
       01  WS-BELOW-AMOUNT                PIC S9(13)V99 COMP-3
                                          VALUE 0.
       01  WS-EXCEPTION-COUNT             PIC S9(09) COMP-3 VALUE 0.
       01  WS-EXCEPTION-AMOUNT            PIC S9(13)V99 COMP-3
                                          VALUE 0.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       01  WS-HEADING-1.
           05  FILLER                     PIC X(47) VALUE
               'TLR370  INTEREST INCOME TAX REPORTING FOR YEAR '.
           05  WS-H1-TAX-YEAR             PIC 9(04).
           05  FILLER                     PIC X(10) VALUE
               '  RUN DATE'.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-H1-RUN-DATE             PIC 9(08).

       01  WS-EXCEPTION-HEADING.
           05  FILLER                     PIC X(60) VALUE
               'EXCEPTIONS - INTEREST NOT REPORTABLE UNTIL CORRECTED'.

       01  WS-EXCEPTION-LINE.
           05  FILLER                     PIC X(08) VALUE 'NO TAXID'.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-XL-CUSTOMER-NO          PIC 9(10).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-XL-ACCOUNT-NUMBER       PIC 9(12).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-XL-INTEREST             PIC -(10)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-XL-REASON               PIC X(30).

       01  WS-REPORTED-LINE.
           05  FILLER                     PIC X(08) VALUE 'REPORTED'.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RL-TAX-ID               PIC X(11).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RL-NAME                 PIC X(30).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RL-INTEREST             PIC -(10)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RL-NOTE                 PIC X(20).

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL                PIC X(30).
           05  WS-CL-COUNT                PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-CL-AMOUNT               PIC -(12)9.99.

      *>   RECIPIENT COPY LINES.
       01  WS-COPY-TITLE.
           05  FILLER                     PIC X(40) VALUE
               'STATEMENT OF INTEREST INCOME - TAX YEAR '.
           05  WS-CT-TAX-YEAR             PIC 9(04).

       01  WS-COPY-TEXT-LINE.
           05  WS-CX-LABEL                PIC X(14).
           05  WS-CX-TEXT                 PIC X(60).

       01  WS-COPY-COLUMN-LINE.
           05  FILLER                     PIC X(40) VALUE
               'ACCOUNT                  INTEREST PAID'.

       01  WS-COPY-ACCOUNT-LINE.
           05  WS-CA-ACCOUNT-NUMBER       PIC 9(12).
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  WS-CA-INTEREST             PIC -(10)9.99.

       01  WS-COPY-TOTAL-LINE.
           05  FILLER                     PIC X(18) VALUE
               'TOTAL INTEREST    '.
           05  WS-CTL-INTEREST            PIC -(10)9.99.

       01  WS-SPACER-LINE                 PIC X(80) VALUE ALL '-'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-STARTED
               PERFORM 2000-LOAD-REVERSALS
               PERFORM 3000-ACCUMULATE-INTEREST
               PERFORM 4000-PRODUCE-RETURNS
               PERFORM 5000-PRODUCE-SUMMARY
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           OPEN OUTPUT CONTROL-RPT-FILE
           PERFORM 1050-LOAD-TAX-PARM
           MOVE WS-TAX-YEAR TO WS-H1-TAX-YEAR
           MOVE WS-BIZ-DATE TO WS-H1-RUN-DATE
           WRITE CONTROL-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-ACCTHIST-FS
           OPEN INPUT ACCTHIST-FILE
           MOVE SPACES TO WS-CUSTMAST-FS
           OPEN INPUT CUSTMAST-FILE
           MOVE SPACES TO WS-CUSTACCT-FS
           OPEN INPUT CUSTACCT-FILE
           EVALUATE TRUE
               WHEN WS-TAX-YEAR = 0
                   MOVE 'NO VALID TAX YEAR IN TLRTAXPM - RUN STOPPED'
                       TO CONTROL-RPT-LINE
                   WRITE CONTROL-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-ACCTHIST-FS NOT = '00'
                       OR WS-CUSTMAST-FS NOT = '00'
                       OR WS-CUSTACCT-FS NOT = '00'
                   MOVE 'HISTORY/CUSTOMER/RELATIONSHIP NOT AVAILABLE'
                       TO CONTROL-RPT-LINE
                   WRITE CONTROL-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'Y' TO WS-RUN-SWITCH
                   PERFORM 1100-OPEN-WORK-FILE
                   OPEN OUTPUT INTTAX-FILE
                   OPEN OUTPUT COPY-RPT-FILE
                   MOVE 'HD'           TO IT-RECORD-TYPE
                   MOVE SPACES         TO IT-RECORD-DATA
                   MOVE WS-TAX-YEAR    TO IT-HD-TAX-YEAR
                   MOVE WS-BIZ-DATE    TO IT-HD-CREATED-DATE
                   MOVE WS-PAYER-NAME  TO IT-HD-PAYER-NAME
                   WRITE INTTAX-RECORD
           END-EVALUATE.

       1050-LOAD-TAX-PARM.
           MOVE SPACES TO WS-PARM-FS
           OPEN INPUT TAX-PARM-FILE
           IF WS-PARM-FS = '00'
               READ TAX-PARM-FILE INTO WS-PARM-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-PL-TAX-YEAR NUMERIC
                               AND WS-PL-TAX-YEAR > 1900
                           MOVE WS-PL-TAX-YEAR TO WS-TAX-YEAR
                       END-IF
                       IF WS-PL-THRESHOLD NUMERIC
                               AND WS-PL-THRESHOLD > 0
                           MOVE WS-PL-THRESHOLD TO WS-THRESHOLD
                       END-IF
                       IF WS-PL-INT-CODE NOT = SPACES
                           MOVE WS-PL-INT-CODE TO WS-INT-CODE
                       END-IF
                       IF WS-PL-REV-CODE NOT = SPACES
                           MOVE WS-PL-REV-CODE TO WS-REV-CODE
                       END-IF
                       MOVE WS-PL-PAYER-NAME TO WS-PAYER-NAME
               END-READ
               CLOSE TAX-PARM-FILE
           END-IF.

       1100-OPEN-WORK-FILE.
      *>   THE ROLL-UP STARTS EMPTY EVERY RUN SO A RERUN NEVER
      *>   DOUBLES LAST TIME'S FIGURES.
           OPEN OUTPUT TAX-WORK-FILE
           CLOSE TAX-WORK-FILE
           MOVE SPACES TO WS-TAXWK-FS
           OPEN I-O TAX-WORK-FILE.

       1200-OPEN-SOURCES.
      *>   THE ARCHIVE IS READ FIRST, THEN THE CURRENT HISTORY.  A
      *>   SHOP THAT HAS NEVER RUN TLR180 HAS NO ARCHIVE YET.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE SPACES TO WS-ARCHIVE-FS
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FS = '00'
               MOVE 'Y' TO WS-ARCHIVE-SWITCH
               MOVE 'A' TO WS-SOURCE-SWITCH
           ELSE
               MOVE 'N' TO WS-ARCHIVE-SWITCH
               MOVE 'H' TO WS-SOURCE-SWITCH
           END-IF
           MOVE SPACES TO WS-ACCTHIST-FS
           OPEN INPUT ACCTHIST-FILE
           PERFORM 1300-READ-ENTRY.

       1250-CLOSE-SOURCES.
           IF WS-ARCHIVE-AVAILABLE
               CLOSE ARCHIVE-FILE
           END-IF
           CLOSE ACCTHIST-FILE.

       1300-READ-ENTRY.
           MOVE 'N' TO WS-ENTRY-SWITCH
           PERFORM 1310-READ-ARCHIVE
               UNTIL WS-ENTRY-READY OR NOT WS-READING-ARCHIVE
           IF WS-READING-HISTORY AND NOT WS-ENTRY-READY
                   AND NOT WS-END-OF-FILE
               READ ACCTHIST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ-COUNT
               END-READ
           END-IF.

       1310-READ-ARCHIVE.
           READ ARCHIVE-FILE INTO WS-ARCHIVE-ENTRY
               AT END
                   MOVE 'H' TO WS-SOURCE-SWITCH
                   PERFORM 1330-START-HISTORY
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ-COUNT
                   PERFORM 1320-CHECK-RESTORED
           END-READ.

       1320-CHECK-RESTORED.
      *>   AN ENTRY TLR190 HAS PUT BACK ON ACCTHIST IS TAKEN FROM
      *>   THERE; TAKING IT HERE TOO WOULD DOUBLE IT.
           MOVE WS-ARCHIVE-ENTRY TO ACCTHIST-RECORD
           READ ACCTHIST-FILE
           IF WS-ACCTHIST-FS = '00'
               ADD 1 TO WS-ARCHIVE-RESTORED-COUNT
           ELSE
               MOVE WS-ARCHIVE-ENTRY TO ACCTHIST-RECORD
               MOVE 'Y' TO WS-ENTRY-SWITCH
           END-IF.

       1330-START-HISTORY.
      *>   THE RESTORED-ENTRY LOOKUPS MOVED THE FILE POSITION.
           MOVE 0 TO AH-SEQ-NO
           START ACCTHIST-FILE KEY IS NOT LESS THAN AH-SEQ-NO
           IF WS-ACCTHIST-FS NOT = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       2000-LOAD-REVERSALS.
      *>   FIRST PASS - NOTE EVERY POSTING A CREDIT-SIDE REVERSAL
      *>   HAS BACKED OUT, WHATEVER YEAR THE REVERSAL RAN IN.
           CLOSE ACCTHIST-FILE
           PERFORM 1200-OPEN-SOURCES
           PERFORM 2100-CHECK-REVERSAL UNTIL WS-END-OF-FILE
           PERFORM 1250-CLOSE-SOURCES
           IF WS-REV-TABLE-FULL
               MOVE 'REVERSAL TABLE FULL - SOME REVERSALS NOT APPLIED'
                   TO CONTROL-RPT-LINE
               WRITE CONTROL-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF NOT WS-ARCHIVE-AVAILABLE
               MOVE 'NOTE: NO ACCTHARC ARCHIVE - CURRENT HISTORY ONLY'
                   TO CONTROL-RPT-LINE
               WRITE CONTROL-RPT-LINE
           END-IF.

       2100-CHECK-REVERSAL.
           MOVE AH-DESCRIPTION TO WS-ENTRY-DESC
           IF AH-TRAN-CODE = WS-REV-CODE
                   AND WS-ED-REV-LITERAL = 'REVERSAL OF '
                   AND WS-ED-REV-SEQ-NO NUMERIC
               IF WS-REV-COUNT < WS-REV-MAX
                   ADD 1 TO WS-REV-COUNT
                   MOVE WS-ED-REV-SEQ-NO
                       TO RV-ORIG-SEQ-NO (WS-REV-COUNT)
               ELSE
                   MOVE 'Y' TO WS-REV-FULL-SWITCH
               END-IF
           END-IF
           PERFORM 1300-READ-ENTRY.

       3000-ACCUMULATE-INTEREST.
      *>   SECOND PASS - EVERY UNREVERSED INTEREST POSTING IN THE
      *>   TAX YEAR IS ADDED TO ITS OWNER/ACCOUNT WORK ENTRY.
           MOVE 0 TO WS-ARCHIVE-READ-COUNT
           MOVE 0 TO WS-ARCHIVE-RESTORED-COUNT
           MOVE 0 TO WS-HISTORY-READ-COUNT
           PERFORM 1200-OPEN-SOURCES
           PERFORM 3100-PROCESS-ENTRY UNTIL WS-END-OF-FILE
           PERFORM 1250-CLOSE-SOURCES.

       3100-PROCESS-ENTRY.
           MOVE AH-TRAN-DATE TO WS-ENTRY-DATE
           IF AH-TRAN-CODE = WS-INT-CODE
                   AND WS-ED-YEAR = WS-TAX-YEAR
               PERFORM 3200-CHECK-REVERSED
               IF WS-POSTING-REVERSED
                   ADD 1         TO WS-REVERSED-COUNT
                   ADD AH-AMOUNT TO WS-REVERSED-AMOUNT
               ELSE
                   ADD 1         TO WS-POSTING-COUNT
                   ADD AH-AMOUNT TO WS-POSTED-AMOUNT
                   IF AH-ACCOUNT-NUMBER NOT = WS-LAST-ACCOUNT
                       PERFORM 3300-FIND-OWNER
                   END-IF
                   PERFORM 3400-ADD-TO-WORK
               END-IF
           END-IF
           PERFORM 1300-READ-ENTRY.

       3200-CHECK-REVERSED.
           MOVE 'N' TO WS-REVERSED-SWITCH
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
               IF RV-ORIG-SEQ-NO (WS-REV-IDX) = AH-SEQ-NO
                   MOVE 'Y' TO WS-REVERSED-SWITCH
                   MOVE WS-REV-COUNT TO WS-REV-IDX
               END-IF
           END-PERFORM.

       3300-FIND-OWNER.
      *>   THE PRIMARY OWNER TAKES THE INTEREST; FAILING ONE, THE
      *>   FIRST OWNER OF ANY KIND ON THE RELATIONSHIP FILE.
           MOVE AH-ACCOUNT-NUMBER TO WS-LAST-ACCOUNT
           MOVE 0      TO WS-OWNER-CUSTOMER-NO
           MOVE SPACE  TO WS-OWNER-RELATIONSHIP
           MOVE SPACES TO WS-OWNER-TAX-ID
           MOVE 'N'    TO WS-OWNER-STATUS
           MOVE AH-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER
           START CUSTACCT-FILE KEY = CR-ACCOUNT-NUMBER
           IF WS-CUSTACCT-FS = '00'
               MOVE 'N' TO WS-REL-EOF-SWITCH
               PERFORM 3310-READ-RELATIONSHIP UNTIL WS-REL-END
           END-IF
           IF WS-OWNER-CUSTOMER-NO NOT = 0
               MOVE WS-OWNER-CUSTOMER-NO TO CU-CUSTOMER-NO
               READ CUSTMAST-FILE
               IF WS-CUSTMAST-FS = '00' AND CU-TAX-ID NOT = SPACES
                   MOVE CU-TAX-ID TO WS-OWNER-TAX-ID
                   MOVE 'Y'       TO WS-OWNER-STATUS
               ELSE
                   MOVE 'T'       TO WS-OWNER-STATUS
               END-IF
           END-IF.

       3310-READ-RELATIONSHIP.
           READ CUSTACCT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REL-EOF-SWITCH
               NOT AT END
                   IF CR-ACCOUNT-NUMBER NOT = AH-ACCOUNT-NUMBER
                       MOVE 'Y' TO WS-REL-EOF-SWITCH
                   ELSE
                       IF WS-OWNER-CUSTOMER-NO = 0
                               OR CR-PRIMARY-OWNER
                           MOVE CR-CUSTOMER-NO
                               TO WS-OWNER-CUSTOMER-NO
                           MOVE CR-RELATIONSHIP
                               TO WS-OWNER-RELATIONSHIP
                       END-IF
                       IF CR-PRIMARY-OWNER
                           MOVE 'Y' TO WS-REL-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.

       3400-ADD-TO-WORK.
           MOVE WS-OWNER-CUSTOMER-NO TO TW-CUSTOMER-NO
           MOVE AH-ACCOUNT-NUMBER    TO TW-ACCOUNT-NUMBER
           READ TAX-WORK-FILE
           IF WS-TAXWK-FS = '00'
               ADD AH-AMOUNT TO TW-INTEREST
               ADD 1         TO TW-POSTING-COUNT
               REWRITE TAX-WORK-RECORD
           ELSE
               MOVE WS-OWNER-TAX-ID TO TW-TAX-ID
               MOVE WS-OWNER-STATUS TO TW-OWNER-STATUS
               MOVE AH-AMOUNT       TO TW-INTEREST
               MOVE 1               TO TW-POSTING-COUNT
               WRITE TAX-WORK-RECORD
           END-IF
           IF WS-TAXWK-FS NOT = '00'
               MOVE 'TLRTAXWK WORK FILE WRITE FAILED - RUN INCOMPLETE'
                   TO CONTROL-RPT-LINE
               WRITE CONTROL-RPT-LINE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       4000-PRODUCE-RETURNS.
      *>   THE WORK FILE IS READ IN TAX ID ORDER: ENTRIES WITH NO
      *>   TAX ID COME FIRST AND ARE THE EXCEPTIONS, THEN EACH TAX
      *>   ID'S ACCOUNTS TOGETHER.
           WRITE CONTROL-RPT-LINE FROM WS-EXCEPTION-HEADING
           MOVE LOW-VALUES TO TW-TAX-ID
           START TAX-WORK-FILE KEY >= TW-TAX-ID
           IF WS-TAXWK-FS = '00'
               MOVE 'N' TO WS-WORK-EOF-SWITCH
               PERFORM 4100-READ-WORK
               PERFORM 4200-PROCESS-WORK UNTIL WS-WORK-END
               IF WS-CURRENT-TAX-ID NOT = SPACES
                   PERFORM 4400-CLOSE-TAX-ID
               END-IF
           END-IF
           MOVE 'TR'               TO IT-RECORD-TYPE
           MOVE SPACES             TO IT-RECORD-DATA
           MOVE WS-RECIPIENT-COUNT  TO IT-TR-RECIPIENT-COUNT
           MOVE WS-RECIPIENT-AMOUNT TO IT-TR-INTEREST-TOTAL
           WRITE INTTAX-RECORD.

       4100-READ-WORK.
           READ TAX-WORK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-SWITCH
           END-READ.

       4200-PROCESS-WORK.
           IF TW-TAX-ID = SPACES
               PERFORM 4300-WRITE-EXCEPTION
           ELSE
               IF TW-TAX-ID NOT = WS-CURRENT-TAX-ID
                   IF WS-CURRENT-TAX-ID NOT = SPACES
                       PERFORM 4400-CLOSE-TAX-ID
                   END-IF
                   MOVE TW-TAX-ID      TO WS-CURRENT-TAX-ID
                   MOVE TW-CUSTOMER-NO TO WS-CURRENT-CUSTOMER-NO
                   MOVE 0              TO WS-GROUP-TOTAL
                   MOVE 0              TO WS-GROUP-COUNT
                   MOVE 'N'            TO WS-GROUP-TRUNC-SWITCH
               END-IF
               ADD TW-INTEREST TO WS-GROUP-TOTAL
               IF WS-GROUP-COUNT < WS-GROUP-MAX
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE TW-ACCOUNT-NUMBER
                       TO GR-ACCOUNT-NUMBER (WS-GROUP-COUNT)
                   MOVE TW-INTEREST
                       TO GR-INTEREST (WS-GROUP-COUNT)
               ELSE
                   MOVE 'Y' TO WS-GROUP-TRUNC-SWITCH
               END-IF
           END-IF
           PERFORM 4100-READ-WORK.

       4300-WRITE-EXCEPTION.
           ADD 1           TO WS-EXCEPTION-COUNT
           ADD TW-INTEREST TO WS-EXCEPTION-AMOUNT
           MOVE TW-CUSTOMER-NO    TO WS-XL-CUSTOMER-NO
           MOVE TW-ACCOUNT-NUMBER TO WS-XL-ACCOUNT-NUMBER
           MOVE TW-INTEREST       TO WS-XL-INTEREST
           IF TW-NO-OWNER
               MOVE 'NO OWNER ON RELATIONSHIP FILE' TO WS-XL-REASON
           ELSE
               MOVE 'OWNER HAS NO TAX ID ON FILE'   TO WS-XL-REASON
           END-IF
           WRITE CONTROL-RPT-LINE FROM WS-EXCEPTION-LINE.

       4400-CLOSE-TAX-ID.
      *>   NAME AND ADDRESS COME FROM THE FIRST CUSTOMER CARRYING
      *>   THE TAX ID - THE LOWEST CUSTOMER NUMBER.
           IF WS-GROUP-TOTAL < WS-THRESHOLD
               ADD 1              TO WS-BELOW-COUNT
               ADD WS-GROUP-TOTAL TO WS-BELOW-AMOUNT
           ELSE
               MOVE WS-CURRENT-CUSTOMER-NO TO CU-CUSTOMER-NO
               READ CUSTMAST-FILE
               IF WS-CUSTMAST-FS NOT = '00'
                   MOVE SPACES TO CUSTMAST-RECORD
               END-IF
               ADD 1              TO WS-RECIPIENT-COUNT
               ADD WS-GROUP-TOTAL TO WS-RECIPIENT-AMOUNT
               MOVE 'IR'              TO IT-RECORD-TYPE
               MOVE SPACES            TO IT-RECORD-DATA
               MOVE WS-CURRENT-TAX-ID TO IT-IR-TAX-ID
               MOVE CU-NAME           TO IT-IR-NAME
               MOVE CU-ADDRESS-1      TO IT-IR-ADDRESS-1
               MOVE CU-ADDRESS-2      TO IT-IR-ADDRESS-2
               MOVE CU-CITY           TO IT-IR-CITY
               MOVE CU-POSTCODE       TO IT-IR-POSTCODE
               MOVE WS-GROUP-TOTAL    TO IT-IR-INTEREST
               WRITE INTTAX-RECORD
               PERFORM 4500-PRINT-RECIPIENT-COPY
               MOVE WS-CURRENT-TAX-ID TO WS-RL-TAX-ID
               MOVE CU-NAME           TO WS-RL-NAME
               MOVE WS-GROUP-TOTAL    TO WS-RL-INTEREST
               IF WS-GROUP-TRUNCATED
                   MOVE 'COPY LISTS 50 ACCTS' TO WS-RL-NOTE
               ELSE
                   MOVE SPACES               TO WS-RL-NOTE
               END-IF
               WRITE CONTROL-RPT-LINE FROM WS-REPORTED-LINE
           END-IF.

       4500-PRINT-RECIPIENT-COPY.
           MOVE WS-TAX-YEAR TO WS-CT-TAX-YEAR
           WRITE COPY-RPT-LINE FROM WS-COPY-TITLE
           IF WS-PAYER-NAME NOT = SPACES
               MOVE 'PAYER:        '  TO WS-CX-LABEL
               MOVE WS-PAYER-NAME     TO WS-CX-TEXT
               WRITE COPY-RPT-LINE FROM WS-COPY-TEXT-LINE
           END-IF
           MOVE 'RECIPIENT ID: '  TO WS-CX-LABEL
           MOVE WS-CURRENT-TAX-ID TO WS-CX-TEXT
           WRITE COPY-RPT-LINE FROM WS-COPY-TEXT-LINE
           MOVE 'RECIPIENT:    '  TO WS-CX-LABEL
           MOVE CU-NAME           TO WS-CX-TEXT
           WRITE COPY-RPT-LINE FROM WS-COPY-TEXT-LINE
           MOVE SPACES            TO WS-CX-LABEL
           MOVE CU-ADDRESS-1      TO WS-CX-TEXT
           WRITE COPY-RPT-LINE FROM WS-COPY-TEXT-LINE
           IF CU-ADDRESS-2 NOT = SPACES
               MOVE CU-ADDRESS-2  TO WS-CX-TEXT
               WRITE COPY-RPT-LINE FROM WS-COPY-TEXT-LINE
           END-IF
           MOVE SPACES            TO WS-CX-TEXT
           STRING CU-CITY DELIMITED BY '  '
                  ' '     DELIMITED BY SIZE
                  CU-POSTCODE DELIMITED BY SIZE
               INTO WS-CX-TEXT
           END-STRING
           WRITE COPY-RPT-LINE FROM WS-COPY-TEXT-LINE
           WRITE COPY-RPT-LINE FROM WS-COPY-COLUMN-LINE
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               MOVE GR-ACCOUNT-NUMBER (WS-GROUP-IDX)
                   TO WS-CA-ACCOUNT-NUMBER
               MOVE GR-INTEREST (WS-GROUP-IDX) TO WS-CA-INTEREST
               WRITE COPY-RPT-LINE FROM WS-COPY-ACCOUNT-LINE
           END-PERFORM
           MOVE WS-GROUP-TOTAL TO WS-CTL-INTEREST
           WRITE COPY-RPT-LINE FROM WS-COPY-TOTAL-LINE
           WRITE COPY-RPT-LINE FROM WS-SPACER-LINE.

       5000-PRODUCE-SUMMARY.
           MOVE 'ARCHIVE ENTRIES READ:         ' TO WS-CL-LABEL
           MOVE WS-ARCHIVE-READ-COUNT TO WS-CL-COUNT
           MOVE 0                     TO WS-CL-AMOUNT
           WRITE CONTROL-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'ARCHIVE ENTRIES ON ACCTHIST:  ' TO WS-CL-LABEL
           MOVE WS-ARCHIVE-RESTORED-COUNT TO WS-CL-COUNT
           WRITE CONTROL-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'HISTORY ENTRIES READ:         ' TO WS-CL-LABEL
           MOVE WS-HISTORY-READ-COUNT TO WS-CL-COUNT
           WRITE CONTROL-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'INTEREST POSTINGS COUNTED:    ' TO WS-CL-LABEL
           MOVE WS-POSTING-COUNT      TO WS-CL-COUNT
           MOVE WS-POSTED-AMOUNT      TO WS-CL-AMOUNT
           WRITE CONTROL-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'INTEREST POSTINGS REVERSED:   ' TO WS-CL-LABEL
           MOVE WS-REVERSED-COUNT     TO WS-CL-COUNT
           MOVE WS-REVERSED-AMOUNT    TO WS-CL-AMOUNT
           WRITE CONTROL-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'RECIPIENTS REPORTED:          ' TO WS-CL-LABEL
           MOVE WS-RECIPIENT-COUNT    TO WS-CL-COUNT
           MOVE WS-RECIPIENT-AMOUNT   TO WS-CL-AMOUNT
           WRITE CONTROL-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'TAX IDS BELOW THRESHOLD:      ' TO WS-CL-LABEL
           MOVE WS-BELOW-COUNT        TO WS-CL-COUNT
           MOVE WS-BELOW-AMOUNT       TO WS-CL-AMOUNT
           WRITE CONTROL-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'EXCEPTIONS (NOT REPORTED):    ' TO WS-CL-LABEL
           MOVE WS-EXCEPTION-COUNT    TO WS-CL-COUNT
           MOVE WS-EXCEPTION-AMOUNT   TO WS-CL-AMOUNT
           WRITE CONTROL-RPT-LINE FROM WS-COUNT-LINE.

       9000-TERMINATE.
           IF WS-RUN-STARTED
               CLOSE TAX-WORK-FILE
               CLOSE INTTAX-FILE
               CLOSE COPY-RPT-FILE
           ELSE
               CLOSE ACCTHIST-FILE
           END-IF
           CLOSE CUSTMAST-FILE
           CLOSE CUSTACCT-FILE
           CLOSE CONTROL-RPT-FILE.
