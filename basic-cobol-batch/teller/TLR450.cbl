      *
      *   TLR450 - CROSS-BRANCH KITING AND RAPID-MOVEMENT DETECTION
      *
      *   TLR170 CATCHES RE-KEYED DUPLICATES AND TLR220 LARGE CASH
      *   AND STRUCTURING, BUT NEITHER SEES MONEY CYCLING BETWEEN
      *   ACCOUNTS - A CHEQUE DEPOSITED TO ONE ACCOUNT AT ONE BRANCH
      *   AND DRAWN OUT OF THE SAME OR A RELATED ACCOUNT AT ANOTHER
      *   BRANCH BEFORE IT CAN CLEAR, DAY AFTER DAY.  THIS STEP
      *   FOLLOWS DEPOSITS AND WITHDRAWALS ON THE DAY'S EDITED
      *   CAPTURE FILE AND THE RECENT ACCOUNT HISTORY OF EVERY
      *   ACCOUNT ON IT AND SCORES EACH ACCOUNT:
      *
      *       QUICK WITHDRAWAL  A CREDIT FOLLOWED, WITHIN THE WINDOW,
      *                         BY A DEBIT OF AT LEAST THE CONFIGURED
      *                         PERCENTAGE OF IT FROM THE SAME OR A
      *                         RELATED ACCOUNT AT A DIFFERENT
      *                         TT-BRANCH-ID - 10 POINTS TO EACH
      *                         ACCOUNT INVOLVED
      *       ROUND TRIP        A TRANSFER FROM ONE ACCOUNT TO
      *                         ANOTHER AND A LATER TRANSFER OF THE
      *                         SAME AMOUNT BACK - 15 POINTS TO EACH
      *
      *   ACCOUNTS ARE RELATED WHEN THEY SHARE AN OWNER ON THE
      *   CUSTOMER RELATIONSHIP FILE (CUSTACCT, OPTIONAL) OR WHEN TWO
      *   OR MORE TRANSFERS PASSED BETWEEN THEM IN THE LOOKBACK;
      *   RELATIONS CHAIN, SO A RING OF ACCOUNTS IS ONE GROUP.  A
      *   TRANSFER IS A DEBIT AND A CREDIT OF THE SAME AMOUNT ON TWO
      *   ACCOUNTS BY THE SAME TELLER AT THE SAME BRANCH WITHIN FIVE
      *   MINUTES.  CO-OWNED ACCOUNTS WITH NO ACTIVITY TODAY HAVE
      *   THEIR HISTORY FOLLOWED TOO.  CODES FLAGGED 'R' (TLR320
      *   REVERSALS) ARE IGNORED, AND HISTORY LOADED TODAY BY THE
      *   TLR130 INTRA-DAY CYCLES IS SKIPPED AS TLR170 DOES, SO A
      *   CAPTURE RECORD IS NOT COUNTED TWICE.
      *
      *   EVERY ACCOUNT AT OR OVER THE LISTING SCORE IS PRINTED FOR
      *   THE FRAUD TEAM WITH THE PAIRS BEHIND ITS SCORE.  WHEN A
      *   FREEZE SCORE IS CONFIGURED, AN ACCOUNT AT OR OVER IT IS
      *   FROZEN ON THE ACCOUNT HOLD FILE AS A TLR300 'A' WOULD -
      *   HOLD TYPE 'F', NO THRESHOLD, EFFECTIVE THE BUSINESS DATE,
      *   NO RELEASE DATE - AND THE ADD IS WRITTEN TO THE AUDIT
      *   JOURNAL (AUDITUTL).  AN ACCOUNT ALREADY FROZEN THAT WAY (AN
      *   'F' HOLD, NO THRESHOLD, IN EFFECT, NO RELEASE DATE) IS LEFT
      *   AS IT IS; ANY OTHER HOLD ON THE ACCOUNT IS MADE A FREEZE AS
      *   A TLR300 'C' WOULD, KEEPING ITS HELD AMOUNT, WITH ITS BEFORE
      *   AND AFTER IMAGES JOURNALLED.  RELEASE IS THROUGH TLR300
      *   UNDER DUAL CONTROL.
      *
      *   TLRKITPM PARAMETER (OPTIONAL, EACH FIELD DEFAULTS):
      *       POS 1-3    LOOKBACK DAYS OF HISTORY         (DEFAULT 5)
      *       POS 5-6    QUICK-WITHDRAWAL WINDOW, DAYS
      *                  AFTER THE CREDIT (0 = SAME DAY)  (DEFAULT 1)
      *       POS 8-10   DEBIT AS A PERCENTAGE OF THE
      *                  CREDIT TO COUNT AS QUICK         (DEFAULT 80)
      *       POS 12-14  LISTING SCORE                    (DEFAULT 20)
      *       POS 16-18  FREEZE SCORE (0 = NEVER FREEZE)  (DEFAULT 0)
      *
      *   RC 16 WHEN THE CODE MASTER IS NOT AVAILABLE; RC 8 WHEN A
      *   TABLE FILLS (THE SCORING IS THEN INCOMPLETE) OR A FREEZE
      *   OR ITS AUDIT ENTRY CANNOT BE WRITTEN.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR CROSS-BRANCH KITING AND RAPID-MOVEMENT
      *               DETECTION.
      *   2026-10-15  MAKE A FREEZE OF AN EXISTING HOLD THAT IS NOT
      *               ALREADY ONE, RATHER THAN LEAVING IT AS IT IS.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR450.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLER-TXN-FILE ASSIGN TO TELLERTC
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCTHIST-FILE  ASSIGN TO ACCTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-SEQ-NO
               ALTERNATE RECORD KEY IS AH-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCTHIST-FS.
           SELECT TRNCMAST-FILE  ASSIGN TO TRNCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-TRAN-CODE
               FILE STATUS IS WS-TRNCMAST-FS.
           SELECT CUSTACCT-FILE  ASSIGN TO CUSTACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               ALTERNATE RECORD KEY IS CR-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTACCT-FS.
           SELECT ACCTHOLD-FILE  ASSIGN TO ACCTHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HD-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTHOLD-FS.
           SELECT KITE-PARM-FILE ASSIGN TO TLRKITPM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT KITE-RPT-FILE  ASSIGN TO TLRKITRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TELLER-TXN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 93 CHARACTERS.
       01  TELLER-TXN-FILE-RECORD         PIC X(93).

       FD  ACCTHIST-FILE.
       COPY ACCTHIST.

       FD  TRNCMAST-FILE.
       COPY TRNCMAST.

       FD  CUSTACCT-FILE.
       COPY CUSTACCT.

       FD  ACCTHOLD-FILE.
       COPY ACCTHOLD.

       FD  KITE-PARM-FILE.
       01  KITE-PARM-RECORD               PIC X(80).

       FD  KITE-RPT-FILE.
       01  KITE-RPT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       COPY TELLERTX.

       01  WS-ACCTHIST-FS                 PIC X(02).
       01  WS-TRNCMAST-FS                 PIC X(02).
       01  WS-CUSTACCT-FS                 PIC X(02).
       01  WS-ACCTHOLD-FS                 PIC X(02).
       01  WS-PARM-FS                     PIC X(02).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-SCAN-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-SCAN-AT-END             VALUE 'Y'.
       01  WS-HIST-SWITCH                 PIC X(01) VALUE 'N'.
           88  WS-HIST-AVAILABLE          VALUE 'Y'.
       01  WS-OWNERS-SWITCH               PIC X(01) VALUE 'N'.
           88  WS-OWNERS-AVAILABLE        VALUE 'Y'.
       01  WS-HOLD-SWITCH                 PIC X(01) VALUE 'N'.
           88  WS-HOLD-AVAILABLE          VALUE 'Y'.
       01  WS-CODE-MASTER-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-CODE-MASTER-AVAILABLE   VALUE 'Y'.
       01  WS-TABLE-FULL-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-A-TABLE-IS-FULL         VALUE 'Y'.

       01  WS-LOOKBACK-DAYS               PIC 9(03) VALUE 5.
       01  WS-WINDOW-DAYS                 PIC 9(02) VALUE 1.
       01  WS-QUICK-PCT                   PIC 9(03) VALUE 80.
       01  WS-LIST-SCORE                  PIC 9(03) VALUE 20.
       01  WS-FREEZE-SCORE                PIC 9(03) VALUE 0.
       01  WS-PARM-LINE.
           05  WS-PL-LOOKBACK-DAYS        PIC 9(03).
           05  FILLER                     PIC X(01).
           05  WS-PL-WINDOW-DAYS          PIC 9(02).
           05  FILLER                     PIC X(01).
           05  WS-PL-QUICK-PCT            PIC 9(03).
           05  FILLER                     PIC X(01).
           05  WS-PL-LIST-SCORE           PIC 9(03).
           05  FILLER                     PIC X(01).
           05  WS-PL-FREEZE-SCORE         PIC 9(03).
           05  FILLER                     PIC X(62).

      *>   SCORE WEIGHTS AND THE TRANSFER-PAIRING WINDOW.
       01  WS-QUICK-POINTS                PIC 9(03) VALUE 10.
       01  WS-ROUND-POINTS                PIC 9(03) VALUE 15.
       01  WS-TRANSFER-SECONDS            PIC 9(05) VALUE 300.

      *>   HISTORY ENTRIES WITH AH-SEQ-NO ABOVE THIS WERE LOADED BY
      *>   TODAY'S TLR130 INTRA-DAY CYCLES FROM THE SAME CAPTURE
      *>   FILE THIS RUN IS READING.
       01  WS-HIST-CUTOFF-SEQ             PIC 9(09) VALUE 0.
       01  WS-HIST-HIGHEST-SEQ            PIC 9(09) VALUE 0.

      *> CHKPTUTL LINKAGE WORK AREA (TLR130 HIGH-WATER MARK)
       01  WS-CHKPT-ACTION                PIC X(01).
       01  WS-CHKPT-DDNAME                PIC X(08) VALUE 'CHKPTTL'.
       01  WS-CHKPT-JOBID                 PIC X(08) VALUE 'TLR130'.
       01  WS-CHKPT-KEY                   PIC X(20).
       01  WS-CHKPT-COUNT                 PIC S9(09) COMP-3.
       01  WS-CHKPT-STATUS                PIC X(01).
           88  WS-CHKPT-WAS-FOUND         VALUE '0'.

      *>   DAY NUMBER OF A DATE, FOR THE LOOKBACK AND THE WINDOW.
       01  WS-DATE-FIELDS.
           05  WS-DF-CCYY                 PIC 9(04).
           05  WS-DF-MM                   PIC 9(02).
           05  WS-DF-DD                   PIC 9(02).
       01  WS-DATE-NUM REDEFINES WS-DATE-FIELDS PIC 9(08).
       01  WS-DN-YEAR                     PIC 9(04).
       01  WS-DN-MONTH                    PIC 9(02).
       01  WS-DN-Q4                       PIC 9(04).
       01  WS-DN-Q100                     PIC 9(04).
       01  WS-DN-Q400                     PIC 9(04).
       01  WS-DN-QMONTH                   PIC 9(04).
       01  WS-DN-REM                      PIC 9(04).
       01  WS-DAY-NUMBER                  PIC 9(07).
       01  WS-BIZ-DAY-NUMBER              PIC 9(07).
       01  WS-OLDEST-DAY-NUMBER           PIC 9(07).
       01  WS-DAYS-APART                  PIC S9(07) COMP-3.

       01  WS-TIME-FIELDS.
           05  WS-TF-HH                   PIC 9(02).
           05  WS-TF-MM                   PIC 9(02).
           05  WS-TF-SS                   PIC 9(02).
       01  WS-SECONDS-DIFF                PIC S9(09) COMP VALUE 0.

      *>   ONE CANDIDATE EVENT, BUILT FROM A CAPTURE RECORD OR A
      *>   HISTORY ENTRY BEFORE IT IS ADDED TO THE EVENT TABLE.
       01  WS-NEW-EVENT.
           05  WS-NE-ACCOUNT-NUMBER       PIC 9(12).
           05  WS-NE-TRAN-CODE            PIC X(04).
           05  WS-NE-TRAN-DATE            PIC 9(08).
           05  WS-NE-TRAN-TIME            PIC 9(06).
           05  WS-NE-BRANCH-ID            PIC X(05).
           05  WS-NE-TELLER-ID            PIC X(06).
           05  WS-NE-AMOUNT               PIC S9(11)V99 COMP-3.
           05  WS-NE-SOURCE               PIC X(01).
       01  WS-NE-SIDE                     PIC X(01).

      *>   ACCOUNTS UNDER WATCH: EVERY ACCOUNT ON TODAY'S CAPTURE AND
      *>   EVERY ACCOUNT SHARING AN OWNER WITH ONE.  AC-GROUP IS THE
      *>   RELATED-ACCOUNT GROUP -- TWO ACCOUNTS ARE RELATED WHEN
      *>   THEIR GROUPS ARE EQUAL.
       01  WS-AC-MAX                      PIC S9(04) COMP VALUE 2000.
       01  WS-AC-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-AC-IDX                      PIC S9(04) COMP VALUE 0.
       01  WS-AC-FOUND                    PIC S9(04) COMP VALUE 0.
       01  WS-AC-SCAN                     PIC S9(04) COMP VALUE 0.
       01  WS-AC-TODAY-COUNT              PIC S9(04) COMP VALUE 0.
       01  WS-AC-SEARCH                   PIC 9(12).
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 2000 TIMES.
               10  AC-ACCOUNT-NUMBER      PIC 9(12).
               10  AC-GROUP               PIC S9(04) COMP.
               10  AC-SCORE               PIC S9(05) COMP-3.
               10  AC-QUICK-COUNT         PIC S9(05) COMP-3.
               10  AC-ROUND-COUNT         PIC S9(05) COMP-3.

      *>   DEPOSITS AND WITHDRAWALS IN THE LOOKBACK, ONE PER CAPTURE
      *>   RECORD OR HISTORY ENTRY.
       01  WS-EV-MAX                      PIC S9(04) COMP VALUE 5000.
       01  WS-EV-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-EV-IDX                      PIC S9(04) COMP VALUE 0.
       01  WS-EV-IDX-2                    PIC S9(04) COMP VALUE 0.
       01  EVENT-TABLE.
           05  EVENT-ENTRY OCCURS 5000 TIMES.
               10  EV-ACCT-IDX            PIC S9(04) COMP.
               10  EV-TRAN-DATE           PIC 9(08).
               10  EV-TRAN-TIME           PIC 9(06).
               10  EV-DAY-NUMBER          PIC 9(07).
               10  EV-SECONDS             PIC S9(09) COMP.
               10  EV-BRANCH-ID           PIC X(05).
               10  EV-TELLER-ID           PIC X(06).
               10  EV-SIDE                PIC X(01).
                   88  EV-IS-DEBIT        VALUE 'D'.
                   88  EV-IS-CREDIT       VALUE 'C'.
               10  EV-AMOUNT              PIC S9(11)V99 COMP-3.
               10  EV-SOURCE              PIC X(01).
               10  EV-TRANSFER-LEG        PIC X(01).
               10  EV-QUICK-USED          PIC X(01).

      *>   TRANSFERS FOUND AMONG THE EVENTS.
       01  WS-TR-MAX                      PIC S9(04) COMP VALUE 2000.
       01  WS-TR-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-TR-IDX                      PIC S9(04) COMP VALUE 0.
       01  WS-TR-IDX-2                    PIC S9(04) COMP VALUE 0.
       01  WS-TR-PAIR-COUNT               PIC S9(04) COMP VALUE 0.
       01  TRANSFER-TABLE.
           05  TRANSFER-ENTRY OCCURS 2000 TIMES.
               10  TR-DEBIT-EV            PIC S9(04) COMP.
               10  TR-CREDIT-EV           PIC S9(04) COMP.
               10  TR-FROM-ACCT           PIC S9(04) COMP.
               10  TR-TO-ACCT             PIC S9(04) COMP.
               10  TR-AMOUNT              PIC S9(11)V99 COMP-3.
               10  TR-DAY-NUMBER          PIC 9(07).
               10  TR-ROUND-USED          PIC X(01).

      *>   THE PAIRS BEHIND THE SCORES, FOR THE REPORT.  A QUICK
      *>   PAIR HOLDS TWO EVENTS, A ROUND TRIP TWO TRANSFERS.
       01  WS-PR-MAX                      PIC S9(04) COMP VALUE 3000.
       01  WS-PR-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-PR-IDX                      PIC S9(04) COMP VALUE 0.
       01  PAIR-TABLE.
           05  PAIR-ENTRY OCCURS 3000 TIMES.
               10  PR-TYPE                PIC X(01).
                   88  PR-QUICK           VALUE 'Q'.
                   88  PR-ROUND           VALUE 'R'.
               10  PR-ITEM-1              PIC S9(04) COMP.
               10  PR-ITEM-2              PIC S9(04) COMP.
               10  PR-ACCT-1              PIC S9(04) COMP.
               10  PR-ACCT-2              PIC S9(04) COMP.

      *>   OWNERS OF THE ACCOUNT BEING EXPANDED, AS IN TLR200.
       01  WS-OWNER-MAX                   PIC S9(04) COMP VALUE 10.
       01  WS-OWNER-COUNT                 PIC S9(04) COMP VALUE 0.
       01  WS-OWNER-IDX                   PIC S9(04) COMP VALUE 0.
       01  OWNER-TABLE.
           05  OWNER-ENTRY OCCURS 10 TIMES.
               10  OW-CUSTOMER-NO         PIC 9(10).

       01  WS-GROUP-FROM                  PIC S9(04) COMP VALUE 0.
       01  WS-GROUP-TO                    PIC S9(04) COMP VALUE 0.
       01  WS-ACCT-1                      PIC S9(04) COMP VALUE 0.
       01  WS-ACCT-2                      PIC S9(04) COMP VALUE 0.
       01  WS-GROUP-SIZE                  PIC S9(05) COMP-3 VALUE 0.
       01  WS-QUICK-FLOOR                 PIC S9(13)V99 COMP-3.

       COPY AUDJRNL.

      *> AUDITUTL LINKAGE WORK AREA
       01  WS-AUD-ACTION                  PIC X(01).
       01  WS-AUD-STATUS                  PIC X(01).
       01  WS-AUD-JRNL-ACTION             PIC X(01).
       01  WS-RUN-USER-ID                 PIC X(08) VALUE SPACES.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       01  WS-CAPTURE-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-HIST-COUNT                  PIC S9(09) COMP-3 VALUE 0.
       01  WS-LISTED-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-FROZEN-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-HELD-COUNT                  PIC S9(09) COMP-3 VALUE 0.
       01  WS-UPGRADED-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-FREEZE-FAIL-COUNT           PIC S9(09) COMP-3 VALUE 0.
       01  WS-AUD-FAIL-COUNT              PIC S9(09) COMP-3 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(46) VALUE
               'TLR450  KITING / RAPID-MOVEMENT SUSPECTS FOR  '.
           05  WS-H1-DATE                 PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER                     PIC X(44) VALUE
               'ACCOUNT       SCORE  QUICK  ROUND  RELATED  '.
           05  FILLER                     PIC X(06) VALUE 'ACTION'.
       01  WS-HEADING-3.
           05  FILLER                     PIC X(50) VALUE
               '    TYPE  ACCOUNT      BRNCH  DATE             AMO'.
           05  FILLER                     PIC X(50) VALUE
               'UNT    ACCOUNT      BRNCH  DATE             AMOUNT'.

       01  WS-DETAIL-LINE.
           05  WS-DL-ACCOUNT-NUMBER       PIC 9(12).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DL-SCORE                PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DL-QUICK-COUNT          PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DL-ROUND-COUNT          PIC ZZZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-DL-GROUP-SIZE           PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-DL-ACTION               PIC X(30).

       01  WS-EVIDENCE-LINE.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-EL-TYPE                 PIC X(06).
           05  WS-EL-ACCOUNT-1            PIC 9(12).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-BRANCH-1             PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-EL-DATE-1               PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-AMOUNT-1             PIC -(10)9.99.
           05  FILLER                     PIC X(04) VALUE ' -> '.
           05  WS-EL-ACCOUNT-2            PIC 9(12).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-BRANCH-2             PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-EL-DATE-2               PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-AMOUNT-2             PIC -(10)9.99.

       01  WS-FREEZE-REASON.
           05  FILLER                     PIC X(13)
               VALUE 'KITING SCORE '.
           05  WS-FR-SCORE                PIC 9(05).
           05  FILLER                     PIC X(02) VALUE SPACES.

       01  WS-HOLD-IMAGE-LINE.
           05  WS-HI-TAG                  PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HI-ACCOUNT-NUMBER       PIC 9(12).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HI-HOLD-TYPE            PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HI-THRESHOLD            PIC -(10)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HI-EFFECTIVE            PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HI-RELEASE              PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HI-REASON               PIC X(20).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HI-HELD-AMOUNT          PIC -(10)9.99.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                     PIC X(16)
               VALUE 'CAPTURE READ:   '.
           05  WS-SL-CAPTURE-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(11)
               VALUE '  HISTORY: '.
           05  WS-SL-HIST-COUNT           PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(12)
               VALUE '  ACCOUNTS: '.
           05  WS-SL-ACCOUNT-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(13)
               VALUE '  TRANSFERS: '.
           05  WS-SL-TRANSFER-COUNT       PIC ZZZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                     PIC X(16)
               VALUE 'LISTED:         '.
           05  WS-SL-LISTED-COUNT         PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(10)
               VALUE '  FROZEN: '.
           05  WS-SL-FROZEN-COUNT         PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(16)
               VALUE '  ALREADY HELD: '.
           05  WS-SL-HELD-COUNT           PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(17)
               VALUE '  FREEZE FAILED: '.
           05  WS-SL-FREEZE-FAIL-COUNT    PIC ZZZZZZZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                     PIC X(28)
               VALUE 'EXISTING HOLDS MADE FREEZES:'.
           05  WS-SL-UPGRADED-COUNT       PIC ZZZZZZZZ9.

       01  WS-AUD-FAIL-LINE.
           05  FILLER                     PIC X(30)
               VALUE 'AUDIT JOURNAL WRITE FAILURES: '.
           05  WS-AF-FAIL-COUNT           PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-CODE-MASTER-AVAILABLE
               PERFORM 2000-LOAD-CAPTURE-EVENT UNTIL WS-END-OF-FILE
               MOVE WS-AC-COUNT TO WS-AC-TODAY-COUNT
               IF WS-OWNERS-AVAILABLE
                   PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                           UNTIL WS-AC-IDX > WS-AC-TODAY-COUNT
                       PERFORM 2500-ADD-CO-OWNED-ACCOUNTS
                   END-PERFORM
               END-IF
               IF WS-HIST-AVAILABLE
                   PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                           UNTIL WS-AC-IDX > WS-AC-COUNT
                       PERFORM 3000-LOAD-ACCOUNT-HISTORY
                   END-PERFORM
               END-IF
               PERFORM 4000-FIND-TRANSFERS
               PERFORM 4500-FIND-ROUND-TRIPS
               PERFORM 5000-FIND-QUICK-WITHDRAWALS
               PERFORM 6000-REPORT-SUSPECTS
           END-IF
           PERFORM 8000-PRODUCE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           PERFORM 1050-LOAD-KITE-PARM
           MOVE WS-BIZ-DATE TO WS-DATE-NUM
           PERFORM 7000-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-BIZ-DAY-NUMBER
           COMPUTE WS-OLDEST-DAY-NUMBER =
               WS-BIZ-DAY-NUMBER - WS-LOOKBACK-DAYS
           OPEN OUTPUT KITE-RPT-FILE
           MOVE WS-BIZ-DATE TO WS-H1-DATE
           WRITE KITE-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-TRNCMAST-FS
           OPEN INPUT TRNCMAST-FILE
           IF WS-TRNCMAST-FS NOT = '00'
      *>       WITHOUT THE CODE MASTER A DEPOSIT CANNOT BE TOLD FROM
      *>       A WITHDRAWAL -- NOTHING CAN BE SCORED.
               MOVE 'TRANSACTION CODE MASTER NOT AVAILABLE'
                   TO KITE-RPT-LINE
               WRITE KITE-RPT-LINE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-CODE-MASTER-SWITCH
               OPEN INPUT TELLER-TXN-FILE
               MOVE SPACES TO WS-ACCTHIST-FS
               OPEN INPUT ACCTHIST-FILE
               IF WS-ACCTHIST-FS = '00'
                   MOVE 'Y' TO WS-HIST-SWITCH
                   PERFORM 1080-SET-HISTORY-CUTOFF
               ELSE
                   MOVE 'ACCOUNT HISTORY NOT AVAILABLE - CAPTURE ONLY'
                       TO KITE-RPT-LINE
                   WRITE KITE-RPT-LINE
               END-IF
      *>       THE RELATIONSHIP FILE IS OPTIONAL -- WITHOUT IT ONLY
      *>       REPEATED TRANSFERS RELATE ACCOUNTS.
               MOVE SPACES TO WS-CUSTACCT-FS
               OPEN INPUT CUSTACCT-FILE
               IF WS-CUSTACCT-FS = '00'
                   MOVE 'Y' TO WS-OWNERS-SWITCH
               END-IF
               IF WS-FREEZE-SCORE > 0
                   PERFORM 1070-OPEN-ACCTHOLD
               END-IF
               WRITE KITE-RPT-LINE FROM WS-HEADING-2
               WRITE KITE-RPT-LINE FROM WS-HEADING-3
               PERFORM 1200-READ-TXN
           END-IF.

       1050-LOAD-KITE-PARM.
      *>   THE PARAMETER FILE IS OPTIONAL -- A FIELD LEFT BLANK OR
      *>   NOT NUMERIC KEEPS ITS DEFAULT.
           MOVE SPACES TO WS-PARM-FS
           OPEN INPUT KITE-PARM-FILE
           IF WS-PARM-FS = '00'
               READ KITE-PARM-FILE INTO WS-PARM-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-PL-LOOKBACK-DAYS NUMERIC
                           MOVE WS-PL-LOOKBACK-DAYS
                               TO WS-LOOKBACK-DAYS
                       END-IF
                       IF WS-PL-WINDOW-DAYS NUMERIC
                           MOVE WS-PL-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
                       IF WS-PL-QUICK-PCT NUMERIC
                               AND WS-PL-QUICK-PCT > 0
                           MOVE WS-PL-QUICK-PCT TO WS-QUICK-PCT
                       END-IF
                       IF WS-PL-LIST-SCORE NUMERIC
                               AND WS-PL-LIST-SCORE > 0
                           MOVE WS-PL-LIST-SCORE TO WS-LIST-SCORE
                       END-IF
                       IF WS-PL-FREEZE-SCORE NUMERIC
                           MOVE WS-PL-FREEZE-SCORE TO WS-FREEZE-SCORE
                       END-IF
               END-READ
               CLOSE KITE-PARM-FILE
           END-IF.

       1070-OPEN-ACCTHOLD.
      *>   THE FIRST FREEZE MAY ARRIVE BEFORE THE HOLD FILE EXISTS
      *>   -- CREATE IT AND REOPEN, AS TLR300 DOES.
           MOVE SPACES TO WS-ACCTHOLD-FS
           OPEN I-O ACCTHOLD-FILE
           IF WS-ACCTHOLD-FS NOT = '00'
               OPEN OUTPUT ACCTHOLD-FILE
               CLOSE ACCTHOLD-FILE
               MOVE SPACES TO WS-ACCTHOLD-FS
               OPEN I-O ACCTHOLD-FILE
           END-IF
           IF WS-ACCTHOLD-FS = '00'
               MOVE 'Y' TO WS-HOLD-SWITCH
               MOVE SPACES TO AUDJRNL-RECORD
               MOVE 'U' TO WS-AUD-ACTION
               CALL 'AUDITUTL' USING WS-AUD-ACTION AUDJRNL-RECORD
                   WS-AUD-STATUS
               MOVE AJ-USER-ID TO WS-RUN-USER-ID
           ELSE
               MOVE 'ACCOUNT HOLD FILE NOT AVAILABLE - NO FREEZES'
                   TO KITE-RPT-LINE
               WRITE KITE-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       1080-SET-HISTORY-CUTOFF.
      *>   THE TLR130 MARK COUNTS TODAY'S CAPTURE RECORDS ALREADY
      *>   LOADED; THEY SIT AT THE TOP OF THE AH-SEQ-NO RANGE, SO
      *>   EVERYTHING ABOVE (HIGHEST - MARK) IS TODAY'S OWN DATA,
      *>   ALREADY COUNTED FROM THE CAPTURE FILE.
           MOVE 0 TO WS-HIST-HIGHEST-SEQ
           MOVE 0 TO AH-SEQ-NO
           START ACCTHIST-FILE KEY >= AH-SEQ-NO
           IF WS-ACCTHIST-FS = '00'
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-AT-END
                   READ ACCTHIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                       NOT AT END
                           MOVE AH-SEQ-NO TO WS-HIST-HIGHEST-SEQ
                   END-READ
               END-PERFORM
           END-IF
           MOVE WS-HIST-HIGHEST-SEQ TO WS-HIST-CUTOFF-SEQ
           MOVE 'R' TO WS-CHKPT-ACTION
           MOVE SPACES TO WS-CHKPT-KEY
           MOVE 0 TO WS-CHKPT-COUNT
           CALL 'CHKPTUTL' USING WS-CHKPT-ACTION WS-CHKPT-DDNAME
               WS-CHKPT-JOBID WS-CHKPT-KEY WS-CHKPT-COUNT
               WS-CHKPT-STATUS
           IF WS-CHKPT-WAS-FOUND
                   AND WS-CHKPT-COUNT > 0
                   AND WS-CHKPT-COUNT <= WS-HIST-HIGHEST-SEQ
               COMPUTE WS-HIST-CUTOFF-SEQ =
                   WS-HIST-HIGHEST-SEQ - WS-CHKPT-COUNT
           END-IF.

       1200-READ-TXN.
           READ TELLER-TXN-FILE INTO TELLER-TRANSACTION-REC
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2000-LOAD-CAPTURE-EVENT.
           ADD 1 TO WS-CAPTURE-COUNT
           MOVE TT-ACCOUNT-NUMBER TO WS-NE-ACCOUNT-NUMBER
           MOVE TT-TRAN-CODE      TO WS-NE-TRAN-CODE
           MOVE TT-TRAN-DATE      TO WS-NE-TRAN-DATE
           MOVE TT-TRAN-TIME      TO WS-NE-TRAN-TIME
           MOVE TT-BRANCH-ID      TO WS-NE-BRANCH-ID
           MOVE TT-TELLER-ID      TO WS-NE-TELLER-ID
           MOVE TT-AMOUNT         TO WS-NE-AMOUNT
           MOVE 'T'               TO WS-NE-SOURCE
           PERFORM 2100-ADD-EVENT
           PERFORM 1200-READ-TXN.

       2100-ADD-EVENT.
      *>   ONLY CODES THAT MOVE MONEY ONE WAY OR THE OTHER COUNT;
      *>   REVERSALS ARE LEFT OUT.
           MOVE SPACES TO WS-NE-SIDE
           MOVE WS-NE-TRAN-CODE TO TC-TRAN-CODE
           READ TRNCMAST-FILE
           IF WS-TRNCMAST-FS = '00' AND NOT TC-CODE-REVERSAL
               IF TC-DISP-DEBIT
                   MOVE 'D' TO WS-NE-SIDE
               END-IF
               IF TC-DISP-CREDIT
                   MOVE 'C' TO WS-NE-SIDE
               END-IF
           END-IF
           IF WS-NE-SIDE NOT = SPACES
               MOVE WS-NE-ACCOUNT-NUMBER TO WS-AC-SEARCH
               PERFORM 2200-FIND-OR-ADD-ACCOUNT
               IF WS-AC-FOUND > 0 AND WS-EV-COUNT < WS-EV-MAX
                   ADD 1 TO WS-EV-COUNT
                   MOVE WS-AC-FOUND TO EV-ACCT-IDX (WS-EV-COUNT)
                   MOVE WS-NE-TRAN-DATE TO EV-TRAN-DATE (WS-EV-COUNT)
                   MOVE WS-NE-TRAN-TIME TO EV-TRAN-TIME (WS-EV-COUNT)
                   MOVE WS-NE-TRAN-DATE TO WS-DATE-NUM
                   PERFORM 7000-DAY-NUMBER
                   MOVE WS-DAY-NUMBER TO EV-DAY-NUMBER (WS-EV-COUNT)
                   MOVE WS-NE-TRAN-TIME TO WS-TIME-FIELDS
                   COMPUTE EV-SECONDS (WS-EV-COUNT) =
                       WS-TF-HH * 3600 + WS-TF-MM * 60 + WS-TF-SS
                   MOVE WS-NE-BRANCH-ID TO EV-BRANCH-ID (WS-EV-COUNT)
                   MOVE WS-NE-TELLER-ID TO EV-TELLER-ID (WS-EV-COUNT)
                   MOVE WS-NE-SIDE      TO EV-SIDE (WS-EV-COUNT)
                   MOVE WS-NE-AMOUNT    TO EV-AMOUNT (WS-EV-COUNT)
                   IF EV-AMOUNT (WS-EV-COUNT) < 0
                       COMPUTE EV-AMOUNT (WS-EV-COUNT) =
                           0 - EV-AMOUNT (WS-EV-COUNT)
                   END-IF
                   MOVE WS-NE-SOURCE    TO EV-SOURCE (WS-EV-COUNT)
                   MOVE 'N' TO EV-TRANSFER-LEG (WS-EV-COUNT)
                   MOVE 'N' TO EV-QUICK-USED (WS-EV-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF.

       2200-FIND-OR-ADD-ACCOUNT.
           MOVE 0 TO WS-AC-FOUND
           PERFORM VARYING WS-AC-SCAN FROM 1 BY 1
                   UNTIL WS-AC-SCAN > WS-AC-COUNT
               IF AC-ACCOUNT-NUMBER (WS-AC-SCAN) = WS-AC-SEARCH
                   MOVE WS-AC-SCAN TO WS-AC-FOUND
                   MOVE WS-AC-COUNT TO WS-AC-SCAN
               END-IF
           END-PERFORM
           IF WS-AC-FOUND = 0
               IF WS-AC-COUNT < WS-AC-MAX
                   ADD 1 TO WS-AC-COUNT
                   MOVE WS-AC-COUNT TO WS-AC-FOUND
                   MOVE WS-AC-SEARCH
                       TO AC-ACCOUNT-NUMBER (WS-AC-FOUND)
                   MOVE WS-AC-FOUND TO AC-GROUP (WS-AC-FOUND)
                   MOVE 0 TO AC-SCORE (WS-AC-FOUND)
                   MOVE 0 TO AC-QUICK-COUNT (WS-AC-FOUND)
                   MOVE 0 TO AC-ROUND-COUNT (WS-AC-FOUND)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF.

       2500-ADD-CO-OWNED-ACCOUNTS.
      *>   THE OWNERS ARE COLLECTED FIRST -- EACH OWNER'S ACCOUNTS
      *>   ARE THEN BROWSED ON THE PRIMARY KEY, WHICH WOULD LOSE THE
      *>   POSITION ON THE ACCOUNT-NUMBER KEY.
           MOVE 0 TO WS-OWNER-COUNT
           MOVE AC-ACCOUNT-NUMBER (WS-AC-IDX) TO CR-ACCOUNT-NUMBER
           START CUSTACCT-FILE KEY = CR-ACCOUNT-NUMBER
           IF WS-CUSTACCT-FS = '00'
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-AT-END
                   READ CUSTACCT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                       NOT AT END
                           IF CR-ACCOUNT-NUMBER
                                   NOT = AC-ACCOUNT-NUMBER (WS-AC-IDX)
                               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                           ELSE
                               IF WS-OWNER-COUNT < WS-OWNER-MAX
                                   ADD 1 TO WS-OWNER-COUNT
                                   MOVE CR-CUSTOMER-NO TO
                                       OW-CUSTOMER-NO (WS-OWNER-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
               PERFORM 2550-ADD-OWNER-ACCOUNTS
           END-PERFORM.

       2550-ADD-OWNER-ACCOUNTS.
           MOVE OW-CUSTOMER-NO (WS-OWNER-IDX) TO CR-CUSTOMER-NO
           MOVE 0 TO CR-ACCOUNT-NUMBER
           START CUSTACCT-FILE KEY >= CR-KEY
           IF WS-CUSTACCT-FS = '00'
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-AT-END
                   READ CUSTACCT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                       NOT AT END
                           IF CR-CUSTOMER-NO
                                   NOT = OW-CUSTOMER-NO (WS-OWNER-IDX)
                               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                           ELSE
                               MOVE CR-ACCOUNT-NUMBER TO WS-AC-SEARCH
                               PERFORM 2200-FIND-OR-ADD-ACCOUNT
                               IF WS-AC-FOUND > 0
                                   MOVE WS-AC-IDX   TO WS-ACCT-1
                                   MOVE WS-AC-FOUND TO WS-ACCT-2
                                   PERFORM 7100-RELATE-ACCOUNTS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3000-LOAD-ACCOUNT-HISTORY.
           MOVE AC-ACCOUNT-NUMBER (WS-AC-IDX) TO AH-ACCOUNT-NUMBER
           START ACCTHIST-FILE KEY = AH-ACCOUNT-NUMBER
           IF WS-ACCTHIST-FS = '00'
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-AT-END
                   READ ACCTHIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                       NOT AT END
                           IF AH-ACCOUNT-NUMBER
                                   NOT = AC-ACCOUNT-NUMBER (WS-AC-IDX)
                               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                           ELSE
                               PERFORM 3100-CHECK-HISTORY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3100-CHECK-HISTORY-ENTRY.
           IF AH-SEQ-NO NOT > WS-HIST-CUTOFF-SEQ
               MOVE AH-TRAN-DATE TO WS-DATE-NUM
               PERFORM 7000-DAY-NUMBER
               IF WS-DAY-NUMBER NOT < WS-OLDEST-DAY-NUMBER
                   ADD 1 TO WS-HIST-COUNT
                   MOVE AH-ACCOUNT-NUMBER TO WS-NE-ACCOUNT-NUMBER
                   MOVE AH-TRAN-CODE      TO WS-NE-TRAN-CODE
                   MOVE AH-TRAN-DATE      TO WS-NE-TRAN-DATE
                   MOVE AH-TRAN-TIME      TO WS-NE-TRAN-TIME
                   MOVE AH-BRANCH-ID      TO WS-NE-BRANCH-ID
                   MOVE AH-TELLER-ID      TO WS-NE-TELLER-ID
                   MOVE AH-AMOUNT         TO WS-NE-AMOUNT
                   MOVE 'H'               TO WS-NE-SOURCE
                   PERFORM 2100-ADD-EVENT
               END-IF
           END-IF.

       4000-FIND-TRANSFERS.
      *>   A DEBIT AND A CREDIT OF THE SAME AMOUNT ON TWO ACCOUNTS,
      *>   KEYED BY ONE TELLER AT ONE BRANCH A FEW MINUTES APART.
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-EV-COUNT
               IF EV-IS-DEBIT (WS-EV-IDX)
                       AND EV-TRANSFER-LEG (WS-EV-IDX) = 'N'
                   PERFORM VARYING WS-EV-IDX-2 FROM 1 BY 1
                           UNTIL WS-EV-IDX-2 > WS-EV-COUNT
                       PERFORM 4100-CHECK-TRANSFER-LEG
                   END-PERFORM
               END-IF
           END-PERFORM
      *>   TWO OR MORE TRANSFERS BETWEEN THE SAME PAIR, EITHER WAY,
      *>   RELATE THE ACCOUNTS.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT
               MOVE 0 TO WS-TR-PAIR-COUNT
               PERFORM VARYING WS-TR-IDX-2 FROM 1 BY 1
                       UNTIL WS-TR-IDX-2 > WS-TR-COUNT
                   IF (TR-FROM-ACCT (WS-TR-IDX-2)
                               = TR-FROM-ACCT (WS-TR-IDX)
                           AND TR-TO-ACCT (WS-TR-IDX-2)
                               = TR-TO-ACCT (WS-TR-IDX))
                       OR (TR-FROM-ACCT (WS-TR-IDX-2)
                               = TR-TO-ACCT (WS-TR-IDX)
                           AND TR-TO-ACCT (WS-TR-IDX-2)
                               = TR-FROM-ACCT (WS-TR-IDX))
                       ADD 1 TO WS-TR-PAIR-COUNT
                   END-IF
               END-PERFORM
               IF WS-TR-PAIR-COUNT > 1
                   MOVE TR-FROM-ACCT (WS-TR-IDX) TO WS-ACCT-1
                   MOVE TR-TO-ACCT (WS-TR-IDX)   TO WS-ACCT-2
                   PERFORM 7100-RELATE-ACCOUNTS
               END-IF
           END-PERFORM.

       4100-CHECK-TRANSFER-LEG.
           IF EV-IS-CREDIT (WS-EV-IDX-2)
                   AND EV-TRANSFER-LEG (WS-EV-IDX-2) = 'N'
                   AND EV-TRANSFER-LEG (WS-EV-IDX) = 'N'
                   AND EV-ACCT-IDX (WS-EV-IDX-2)
                       NOT = EV-ACCT-IDX (WS-EV-IDX)
                   AND EV-AMOUNT (WS-EV-IDX-2) = EV-AMOUNT (WS-EV-IDX)
                   AND EV-TRAN-DATE (WS-EV-IDX-2)
                       = EV-TRAN-DATE (WS-EV-IDX)
                   AND EV-BRANCH-ID (WS-EV-IDX-2)
                       = EV-BRANCH-ID (WS-EV-IDX)
                   AND EV-TELLER-ID (WS-EV-IDX-2)
                       = EV-TELLER-ID (WS-EV-IDX)
               COMPUTE WS-SECONDS-DIFF =
                   EV-SECONDS (WS-EV-IDX-2) - EV-SECONDS (WS-EV-IDX)
               IF WS-SECONDS-DIFF < 0
                   COMPUTE WS-SECONDS-DIFF = 0 - WS-SECONDS-DIFF
               END-IF
               IF WS-SECONDS-DIFF <= WS-TRANSFER-SECONDS
                   IF WS-TR-COUNT < WS-TR-MAX
                       ADD 1 TO WS-TR-COUNT
                       MOVE WS-EV-IDX   TO TR-DEBIT-EV (WS-TR-COUNT)
                       MOVE WS-EV-IDX-2 TO TR-CREDIT-EV (WS-TR-COUNT)
                       MOVE EV-ACCT-IDX (WS-EV-IDX)
                           TO TR-FROM-ACCT (WS-TR-COUNT)
                       MOVE EV-ACCT-IDX (WS-EV-IDX-2)
                           TO TR-TO-ACCT (WS-TR-COUNT)
                       MOVE EV-AMOUNT (WS-EV-IDX)
                           TO TR-AMOUNT (WS-TR-COUNT)
                       MOVE EV-DAY-NUMBER (WS-EV-IDX)
                           TO TR-DAY-NUMBER (WS-TR-COUNT)
                       MOVE 'N' TO TR-ROUND-USED (WS-TR-COUNT)
                       MOVE 'Y' TO EV-TRANSFER-LEG (WS-EV-IDX)
                       MOVE 'Y' TO EV-TRANSFER-LEG (WS-EV-IDX-2)
                   ELSE
                       MOVE 'Y' TO WS-TABLE-FULL-SWITCH
                   END-IF
               END-IF
           END-IF.

       4500-FIND-ROUND-TRIPS.
      *>   A TRANSFER OUT AND THE SAME AMOUNT TRANSFERRED BACK ON
      *>   THE SAME DAY OR LATER; EACH TRANSFER COUNTS IN ONE TRIP.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT
               IF TR-ROUND-USED (WS-TR-IDX) = 'N'
                   PERFORM VARYING WS-TR-IDX-2 FROM 1 BY 1
                           UNTIL WS-TR-IDX-2 > WS-TR-COUNT
                       IF TR-ROUND-USED (WS-TR-IDX) = 'N'
                               AND TR-ROUND-USED (WS-TR-IDX-2) = 'N'
                               AND WS-TR-IDX-2 NOT = WS-TR-IDX
                               AND TR-FROM-ACCT (WS-TR-IDX-2)
                                   = TR-TO-ACCT (WS-TR-IDX)
                               AND TR-TO-ACCT (WS-TR-IDX-2)
                                   = TR-FROM-ACCT (WS-TR-IDX)
                               AND TR-AMOUNT (WS-TR-IDX-2)
                                   = TR-AMOUNT (WS-TR-IDX)
                               AND TR-DAY-NUMBER (WS-TR-IDX-2)
                                   NOT < TR-DAY-NUMBER (WS-TR-IDX)
                           PERFORM 4600-SCORE-ROUND-TRIP
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       4600-SCORE-ROUND-TRIP.
           MOVE 'Y' TO TR-ROUND-USED (WS-TR-IDX)
           MOVE 'Y' TO TR-ROUND-USED (WS-TR-IDX-2)
           MOVE TR-FROM-ACCT (WS-TR-IDX) TO WS-ACCT-1
           MOVE TR-TO-ACCT (WS-TR-IDX)   TO WS-ACCT-2
           ADD WS-ROUND-POINTS TO AC-SCORE (WS-ACCT-1)
           ADD 1 TO AC-ROUND-COUNT (WS-ACCT-1)
           ADD WS-ROUND-POINTS TO AC-SCORE (WS-ACCT-2)
           ADD 1 TO AC-ROUND-COUNT (WS-ACCT-2)
           IF WS-PR-COUNT < WS-PR-MAX
               ADD 1 TO WS-PR-COUNT
               MOVE 'R'         TO PR-TYPE (WS-PR-COUNT)
               MOVE WS-TR-IDX   TO PR-ITEM-1 (WS-PR-COUNT)
               MOVE WS-TR-IDX-2 TO PR-ITEM-2 (WS-PR-COUNT)
               MOVE WS-ACCT-1   TO PR-ACCT-1 (WS-PR-COUNT)
               MOVE WS-ACCT-2   TO PR-ACCT-2 (WS-PR-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SWITCH
           END-IF.

       5000-FIND-QUICK-WITHDRAWALS.
      *>   EACH CREDIT IS PAIRED WITH AT MOST ONE DEBIT, AND EACH
      *>   DEBIT WITH AT MOST ONE CREDIT.
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-EV-COUNT
               IF EV-IS-CREDIT (WS-EV-IDX)
                   COMPUTE WS-QUICK-FLOOR ROUNDED =
                       EV-AMOUNT (WS-EV-IDX) * WS-QUICK-PCT / 100
                   PERFORM VARYING WS-EV-IDX-2 FROM 1 BY 1
                           UNTIL WS-EV-IDX-2 > WS-EV-COUNT
                       IF EV-QUICK-USED (WS-EV-IDX) = 'N'
                           PERFORM 5100-CHECK-QUICK-DEBIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       5100-CHECK-QUICK-DEBIT.
           MOVE EV-ACCT-IDX (WS-EV-IDX)   TO WS-ACCT-1
           MOVE EV-ACCT-IDX (WS-EV-IDX-2) TO WS-ACCT-2
           COMPUTE WS-DAYS-APART = EV-DAY-NUMBER (WS-EV-IDX-2)
               - EV-DAY-NUMBER (WS-EV-IDX)
           IF EV-IS-DEBIT (WS-EV-IDX-2)
                   AND EV-QUICK-USED (WS-EV-IDX-2) = 'N'
                   AND AC-GROUP (WS-ACCT-2) = AC-GROUP (WS-ACCT-1)
                   AND EV-BRANCH-ID (WS-EV-IDX-2)
                       NOT = EV-BRANCH-ID (WS-EV-IDX)
                   AND EV-AMOUNT (WS-EV-IDX-2) NOT < WS-QUICK-FLOOR
                   AND WS-DAYS-APART NOT < 0
                   AND WS-DAYS-APART NOT > WS-WINDOW-DAYS
               IF WS-DAYS-APART > 0
                       OR EV-SECONDS (WS-EV-IDX-2)
                           NOT < EV-SECONDS (WS-EV-IDX)
                   PERFORM 5200-SCORE-QUICK-PAIR
               END-IF
           END-IF.

       5200-SCORE-QUICK-PAIR.
           MOVE 'Y' TO EV-QUICK-USED (WS-EV-IDX)
           MOVE 'Y' TO EV-QUICK-USED (WS-EV-IDX-2)
           ADD WS-QUICK-POINTS TO AC-SCORE (WS-ACCT-1)
           ADD 1 TO AC-QUICK-COUNT (WS-ACCT-1)
           IF WS-ACCT-2 NOT = WS-ACCT-1
               ADD WS-QUICK-POINTS TO AC-SCORE (WS-ACCT-2)
               ADD 1 TO AC-QUICK-COUNT (WS-ACCT-2)
           END-IF
           IF WS-PR-COUNT < WS-PR-MAX
               ADD 1 TO WS-PR-COUNT
               MOVE 'Q'         TO PR-TYPE (WS-PR-COUNT)
               MOVE WS-EV-IDX   TO PR-ITEM-1 (WS-PR-COUNT)
               MOVE WS-EV-IDX-2 TO PR-ITEM-2 (WS-PR-COUNT)
               MOVE WS-ACCT-1   TO PR-ACCT-1 (WS-PR-COUNT)
               MOVE WS-ACCT-2   TO PR-ACCT-2 (WS-PR-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SWITCH
           END-IF.

       6000-REPORT-SUSPECTS.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT
               IF AC-SCORE (WS-AC-IDX) NOT < WS-LIST-SCORE
                   PERFORM 6100-LIST-ACCOUNT
               END-IF
           END-PERFORM.

       6100-LIST-ACCOUNT.
           ADD 1 TO WS-LISTED-COUNT
           MOVE 0 TO WS-GROUP-SIZE
           PERFORM VARYING WS-AC-FOUND FROM 1 BY 1
                   UNTIL WS-AC-FOUND > WS-AC-COUNT
               IF AC-GROUP (WS-AC-FOUND) = AC-GROUP (WS-AC-IDX)
                   ADD 1 TO WS-GROUP-SIZE
               END-IF
           END-PERFORM
           MOVE AC-ACCOUNT-NUMBER (WS-AC-IDX) TO WS-DL-ACCOUNT-NUMBER
           MOVE AC-SCORE (WS-AC-IDX)          TO WS-DL-SCORE
           MOVE AC-QUICK-COUNT (WS-AC-IDX)    TO WS-DL-QUICK-COUNT
           MOVE AC-ROUND-COUNT (WS-AC-IDX)    TO WS-DL-ROUND-COUNT
           MOVE WS-GROUP-SIZE                 TO WS-DL-GROUP-SIZE
           MOVE 'LISTED FOR REVIEW' TO WS-DL-ACTION
           IF WS-FREEZE-SCORE > 0
                   AND AC-SCORE (WS-AC-IDX) NOT < WS-FREEZE-SCORE
               PERFORM 6300-FREEZE-ACCOUNT
           END-IF
           WRITE KITE-RPT-LINE FROM WS-DETAIL-LINE
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF PR-ACCT-1 (WS-PR-IDX) = WS-AC-IDX
                       OR PR-ACCT-2 (WS-PR-IDX) = WS-AC-IDX
                   PERFORM 6200-WRITE-EVIDENCE
               END-IF
           END-PERFORM.

       6200-WRITE-EVIDENCE.
           IF PR-QUICK (WS-PR-IDX)
               MOVE 'QUICK ' TO WS-EL-TYPE
               MOVE PR-ITEM-1 (WS-PR-IDX) TO WS-EV-IDX
               MOVE PR-ITEM-2 (WS-PR-IDX) TO WS-EV-IDX-2
           ELSE
               MOVE 'ROUND ' TO WS-EL-TYPE
               MOVE PR-ITEM-1 (WS-PR-IDX) TO WS-TR-IDX
               MOVE PR-ITEM-2 (WS-PR-IDX) TO WS-TR-IDX-2
      *>       THE OUTBOUND TRANSFER'S DEBIT AGAINST THE RETURN
      *>       TRANSFER'S DEBIT -- BOTH LEGS OF THE CYCLE.
               MOVE TR-DEBIT-EV (WS-TR-IDX)   TO WS-EV-IDX
               MOVE TR-DEBIT-EV (WS-TR-IDX-2) TO WS-EV-IDX-2
           END-IF
           MOVE EV-ACCT-IDX (WS-EV-IDX) TO WS-ACCT-1
           MOVE EV-ACCT-IDX (WS-EV-IDX-2) TO WS-ACCT-2
           MOVE AC-ACCOUNT-NUMBER (WS-ACCT-1) TO WS-EL-ACCOUNT-1
           MOVE EV-BRANCH-ID (WS-EV-IDX)      TO WS-EL-BRANCH-1
           MOVE EV-TRAN-DATE (WS-EV-IDX)      TO WS-EL-DATE-1
           MOVE EV-AMOUNT (WS-EV-IDX)         TO WS-EL-AMOUNT-1
           MOVE AC-ACCOUNT-NUMBER (WS-ACCT-2) TO WS-EL-ACCOUNT-2
           MOVE EV-BRANCH-ID (WS-EV-IDX-2)    TO WS-EL-BRANCH-2
           MOVE EV-TRAN-DATE (WS-EV-IDX-2)    TO WS-EL-DATE-2
           MOVE EV-AMOUNT (WS-EV-IDX-2)       TO WS-EL-AMOUNT-2
           WRITE KITE-RPT-LINE FROM WS-EVIDENCE-LINE.

       6300-FREEZE-ACCOUNT.
           IF NOT WS-HOLD-AVAILABLE
               MOVE 'NOT FROZEN - NO HOLD FILE' TO WS-DL-ACTION
               ADD 1 TO WS-FREEZE-FAIL-COUNT
           ELSE
               MOVE AC-ACCOUNT-NUMBER (WS-AC-IDX) TO HD-ACCOUNT-NUMBER
               READ ACCTHOLD-FILE
               IF WS-ACCTHOLD-FS = '00'
                   IF HD-HOLD-TYPE = 'F'
                           AND HD-AMOUNT-THRESHOLD = 0
                           AND HD-EFFECTIVE-DATE NOT > WS-BIZ-DATE
                           AND HD-RELEASE-DATE = 0
                       ADD 1 TO WS-HELD-COUNT
                       MOVE 'ALREADY FROZEN - NOT CHANGED'
                           TO WS-DL-ACTION
                   ELSE
                       PERFORM 6350-UPGRADE-HOLD
                   END-IF
               ELSE
                   MOVE AC-ACCOUNT-NUMBER (WS-AC-IDX)
                       TO HD-ACCOUNT-NUMBER
                   MOVE 'F'         TO HD-HOLD-TYPE
                   MOVE 0           TO HD-AMOUNT-THRESHOLD
                   MOVE WS-BIZ-DATE TO HD-EFFECTIVE-DATE
                   MOVE 0           TO HD-RELEASE-DATE
                   MOVE AC-SCORE (WS-AC-IDX) TO WS-FR-SCORE
                   MOVE WS-FREEZE-REASON TO HD-REASON
                   MOVE 0           TO HD-HELD-AMOUNT
                   WRITE ACCTHOLD-RECORD
                   IF WS-ACCTHOLD-FS = '00'
                       ADD 1 TO WS-FROZEN-COUNT
                       MOVE 'FROZEN' TO WS-DL-ACTION
                       MOVE 'ADDED   ' TO WS-HI-TAG
                       MOVE 'A' TO WS-AUD-JRNL-ACTION
                       PERFORM 6400-JOURNAL-FREEZE
                   ELSE
                       ADD 1 TO WS-FREEZE-FAIL-COUNT
                       MOVE 'NOT FROZEN - HOLD WRITE FAILED'
                           TO WS-DL-ACTION
                   END-IF
               END-IF
           END-IF.

       6350-UPGRADE-HOLD.
      *>   ANY OTHER HOLD - ANOTHER TYPE, A THRESHOLD, NOT YET IN
      *>   EFFECT OR DUE FOR RELEASE - BECOMES THE FREEZE, JOURNALLED
      *>   BEFORE AND AFTER AS A TLR300 CHANGE IS.  THE HELD AMOUNT
      *>   IS KEPT.
           MOVE 'BEFORE  ' TO WS-HI-TAG
           MOVE 'C' TO WS-AUD-JRNL-ACTION
           PERFORM 6400-JOURNAL-FREEZE
           MOVE 'F'         TO HD-HOLD-TYPE
           MOVE 0           TO HD-AMOUNT-THRESHOLD
           MOVE WS-BIZ-DATE TO HD-EFFECTIVE-DATE
           MOVE 0           TO HD-RELEASE-DATE
           MOVE AC-SCORE (WS-AC-IDX) TO WS-FR-SCORE
           MOVE WS-FREEZE-REASON TO HD-REASON
           REWRITE ACCTHOLD-RECORD
           IF WS-ACCTHOLD-FS = '00'
               ADD 1 TO WS-UPGRADED-COUNT
               MOVE 'EXISTING HOLD MADE A FREEZE' TO WS-DL-ACTION
               MOVE 'AFTER   ' TO WS-HI-TAG
               MOVE 'C' TO WS-AUD-JRNL-ACTION
               PERFORM 6400-JOURNAL-FREEZE
           ELSE
               ADD 1 TO WS-FREEZE-FAIL-COUNT
               MOVE 'NOT FROZEN - REWRITE FAILED' TO WS-DL-ACTION
           END-IF.

       6400-JOURNAL-FREEZE.
      *>   THE CALLER SETS THE IMAGE TAG AND THE JOURNAL ACTION.
           MOVE HD-ACCOUNT-NUMBER   TO WS-HI-ACCOUNT-NUMBER
           MOVE HD-HOLD-TYPE        TO WS-HI-HOLD-TYPE
           MOVE HD-AMOUNT-THRESHOLD TO WS-HI-THRESHOLD
           MOVE HD-EFFECTIVE-DATE   TO WS-HI-EFFECTIVE
           MOVE HD-RELEASE-DATE     TO WS-HI-RELEASE
           MOVE HD-REASON           TO WS-HI-REASON
           MOVE HD-HELD-AMOUNT      TO WS-HI-HELD-AMOUNT
           MOVE SPACES              TO AUDJRNL-RECORD
           MOVE 'ACCTHOLD'          TO AJ-MASTER
           MOVE HD-ACCOUNT-NUMBER   TO AJ-RECORD-KEY
           MOVE 'TLR450'            TO AJ-PROGRAM
           MOVE WS-RUN-USER-ID      TO AJ-USER-ID
           MOVE WS-AUD-JRNL-ACTION  TO AJ-ACTION
           MOVE WS-HI-TAG           TO AJ-IMAGE-TAG
           MOVE WS-HOLD-IMAGE-LINE  TO AJ-IMAGE
           MOVE 'W' TO WS-AUD-ACTION
           CALL 'AUDITUTL' USING WS-AUD-ACTION AUDJRNL-RECORD
               WS-AUD-STATUS
           IF WS-AUD-STATUS NOT = '0'
               ADD 1 TO WS-AUD-FAIL-COUNT
           END-IF.

       7000-DAY-NUMBER.
      *>   DAYS SINCE A FIXED BASE FOR WS-DATE-NUM, WITH MARCH AS
      *>   THE FIRST MONTH SO THE LEAP DAY FALLS AT THE YEAR END
      *>   (THE TLR420 CALCULATION).
           MOVE WS-DF-CCYY TO WS-DN-YEAR
           MOVE WS-DF-MM   TO WS-DN-MONTH
           IF WS-DN-MONTH < 3
               SUBTRACT 1 FROM WS-DN-YEAR
               ADD 12 TO WS-DN-MONTH
           END-IF
           DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-Q4
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
           COMPUTE WS-DN-REM = (WS-DN-MONTH - 3) * 153 + 2
           DIVIDE WS-DN-REM BY 5 GIVING WS-DN-QMONTH
           COMPUTE WS-DAY-NUMBER = WS-DN-YEAR * 365 + WS-DN-Q4
               - WS-DN-Q100 + WS-DN-Q400 + WS-DN-QMONTH + WS-DF-DD.

       7100-RELATE-ACCOUNTS.
      *>   MERGE THE TWO ACCOUNTS' GROUPS -- EVERY MEMBER OF THE
      *>   SECOND GROUP JOINS THE FIRST.
           MOVE AC-GROUP (WS-ACCT-1) TO WS-GROUP-TO
           MOVE AC-GROUP (WS-ACCT-2) TO WS-GROUP-FROM
           IF WS-GROUP-FROM NOT = WS-GROUP-TO
               PERFORM VARYING WS-AC-FOUND FROM 1 BY 1
                       UNTIL WS-AC-FOUND > WS-AC-COUNT
                   IF AC-GROUP (WS-AC-FOUND) = WS-GROUP-FROM
                       MOVE WS-GROUP-TO TO AC-GROUP (WS-AC-FOUND)
                   END-IF
               END-PERFORM
           END-IF.

       8000-PRODUCE-SUMMARY.
           IF WS-A-TABLE-IS-FULL
               MOVE 'TABLE FULL - SCORING INCOMPLETE' TO KITE-RPT-LINE
               WRITE KITE-RPT-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS-CAPTURE-COUNT     TO WS-SL-CAPTURE-COUNT
           MOVE WS-HIST-COUNT        TO WS-SL-HIST-COUNT
           MOVE WS-AC-COUNT          TO WS-SL-ACCOUNT-COUNT
           MOVE WS-TR-COUNT          TO WS-SL-TRANSFER-COUNT
           WRITE KITE-RPT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-LISTED-COUNT      TO WS-SL-LISTED-COUNT
           MOVE WS-FROZEN-COUNT      TO WS-SL-FROZEN-COUNT
           MOVE WS-HELD-COUNT        TO WS-SL-HELD-COUNT
           MOVE WS-FREEZE-FAIL-COUNT TO WS-SL-FREEZE-FAIL-COUNT
           WRITE KITE-RPT-LINE FROM WS-SUMMARY-LINE-2
           MOVE WS-UPGRADED-COUNT    TO WS-SL-UPGRADED-COUNT
           WRITE KITE-RPT-LINE FROM WS-SUMMARY-LINE-3
           IF WS-FREEZE-FAIL-COUNT > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-AUD-FAIL-COUNT > 0
               MOVE WS-AUD-FAIL-COUNT TO WS-AF-FAIL-COUNT
               WRITE KITE-RPT-LINE FROM WS-AUD-FAIL-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       9000-TERMINATE.
           IF WS-CODE-MASTER-AVAILABLE
               CLOSE TELLER-TXN-FILE
               CLOSE TRNCMAST-FILE
               IF WS-HIST-AVAILABLE
                   CLOSE ACCTHIST-FILE
               END-IF
               IF WS-OWNERS-AVAILABLE
                   CLOSE CUSTACCT-FILE
               END-IF
               IF WS-HOLD-AVAILABLE
                   CLOSE ACCTHOLD-FILE
               END-IF
           END-IF
           CLOSE KITE-RPT-FILE.
