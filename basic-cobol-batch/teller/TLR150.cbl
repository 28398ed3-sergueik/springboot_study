      *   FLOWED STRAIGHT THROUGH TO THE ACCOUNT HISTORY.  THIS STEP
      *   APPLIES THE DAY'S TELLER CAPTURE FILE TO THE INDEXED
      *   ACCOUNT MASTER: EACH TRANSACTION IS POSTED AS A DEBIT OR A
      *   CREDIT ACCORDING TO ITS TT-TRAN-CODE, AND A TRANSACTION
      *   CITING AN UNKNOWN OR CLOSED ACCOUNT (OR AN UNRECOGNIZED
      *   TRAN CODE) IS WRITTEN UNCHANGED TO THE EXCEPTION FILE.
      *
      *   A DEBIT IS POSTED ONLY IF IT FITS THE ACCOUNT'S AVAILABLE
      *   BALANCE - THE CURRENT BALANCE, PLUS THE AM-OVERDRAFT-LIMIT,
      *   LESS THE HD-HELD-AMOUNT OF ANY TLR300 HOLD ACTIVE ON THE
      *   TRAN DATE.  THE HOLD'S AMOUNT THRESHOLD IS TLR160'S
      *   CUT-OFF FOR STOPPING A TRANSACTION AT THE EDIT AND TAKES
      *   NOTHING OFF THE AVAILABLE BALANCE.
      *   ONE THAT DOES NOT IS RETURNED UNPAID AS NSF (REASON 'P4')
      *   INSTEAD OF POSTED:
      *
      *       - IT IS WRITTEN TO THE RETURNED-ITEM FILE TLRNSFRT
      *         (RETITEM LAYOUT), WHERE TLR390 PICKS UP THE ATM AND
      *         ACH ITEMS FOR THEIR NETWORKS AND TLR260 JOURNALS THE
      *         RETURNS TO THE GL UNDER THE NSF RETURN CODE
      *       - A NOTICE FOR THE PRIMARY OWNER (CUSTACCT/CUSTMAST)
      *         IS WRITTEN TO TLRNSFNT FOR MAILING
      *       - THE NSF FEE IS WRITTEN TO TLRNSFGN AS AN ORDINARY
      *         CAPTURE RECORD UNDER THE RESERVED 'HO   '/'SYSTEM'
      *         SOURCE PAIR, CONCATENATED INTO THE NEXT CAPTURE
      *         CYCLE AHEAD OF TLR160 THE SAME WAY AS TLR250'S
      *         GENERATED CHARGES
      *       - TLR130 STILL LOADS THE DEBIT INTO THE ACCOUNT
      *         HISTORY FROM THE CAPTURE, SO AN OFFSETTING ENTRY
      *         UNDER THE NSF RETURN CODE IS WRITTEN TO ACCTHIST
      *         HERE AND THE HISTORY, THE TLR200 STATEMENT AND THE
      *         TLR400 PROOF STAY IN STEP WITH THE BALANCE.  ITS
      *         DESCRIPTION IS 'NSF RETURN OF ' AND THE AH-SEQ-NO
      *         OF THE LOADED DEBIT, WHICH IS HOW TLR320 KNOWS NOT
      *         TO REVERSE IT - SO THIS STEP RUNS AFTER THE TLR130
      *         END-OF-DAY LOAD.  A RETURN WHOSE DEBIT IS NOT YET ON
      *         THE HISTORY IS DESCRIBED BY CODE AND DATE INSTEAD,
      *         COUNTED AS UNLINKED, AND ENDS THE RUN WITH RC 4.
      *
      *   CREDITS, REVERSAL ('R') CODES AND THE NSF FEE CODE ITSELF
      *   ARE NEVER RETURNED.  THE TLRNSFPM PARAMETER IS OPTIONAL:
      *       POS 1-9   NSF FEE 9(7)V99 (DEFAULT 25.00, ZEROS = NO
      *                 FEE)
      *       POS 10-13 NSF FEE TRAN CODE (DEFAULT 'NSF ', MUST BE
      *                 ON TRNCMAST AS AN ACTIVE DEBIT)
      *       POS 14-17 NSF RETURN TRAN CODE (DEFAULT 'RTNI', AN
      *                 ACTIVE CREDIT FLAGGED 'R')
      *   A CODE THAT IS NOT SET UP STOPS THE RUN BEFORE ANYTHING
      *   IS POSTED.
      *
      *   THE REPORT LISTS EACH RETURNED ITEM AND ENDS WITH THE
      *   OVERDRAFT-USAGE REPORT: EVERY ACCOUNT ON THE MASTER BELOW
      *   ZERO WITH ITS LIMIT, BALANCE AND DAYS OVERDRAWN (FROM
      *   AM-OVERDRAWN-DATE, WHICH THIS STEP KEEPS), FLAGGED WHEN
      *   IT IS OVER ITS LIMIT.
      *
      *   EVERY BALANCE UPDATE IS JOURNALED (BEFORE AND AFTER IMAGE)
      *   THROUGH THE SHARED PJRNLUTL POSTING JOURNAL UNDER THIS
      *   RUN'S JOB/BUSINESS-DATE/RUN-NUMBER KEY, PRINTED AT THE TOP
      *   OF THE REPORT, SO THE RUN CAN BE BACKED OUT BY TLR430, AS
      *   IS EVERY NSF RETURN ENTRY ADDED TO THE HISTORY.  WITHOUT
      *   THE JOURNAL NOTHING IS POSTED.
      *
      *   MODIFICATION HISTORY
      *   2026-08-21  ADDED FOR ACCOUNT MASTER BALANCE POSTING.
      *               THE TOUCHED-ACCOUNT TABLE FILLS -- AN ACCOUNT
      *               PAST THE CAP WAS SILENTLY ESCAPING THE
      *               OVERDRAWN-ACCOUNT REPORT.
      *   2026-10-15  JOURNAL EVERY ACCOUNT MASTER UPDATE THROUGH
      *               PJRNLUTL FOR BACKOUT AND FORWARD RECOVERY.
      *   2026-10-15  CHECK EVERY DEBIT AGAINST THE AVAILABLE BALANCE
      *               AND RETURN THE ONES THAT DO NOT FIT AS NSF -
      *               RETURNED-ITEM FILE, CUSTOMER NOTICE, GENERATED
      *               NSF FEE AND AN OFFSETTING HISTORY ENTRY.  THE
      *               OVERDRAWN-ACCOUNT REPORT BECOMES AN OVERDRAFT-
      *               USAGE REPORT OVER THE WHOLE MASTER, WHICH
      *               RETIRES THE TOUCHED-ACCOUNT TABLE.
      *   2026-10-15  LINK EACH NSF RETURN ENTRY TO THE SEQ-NO OF THE
      *               DEBIT TLR130 LOADED, SO TLR320 CANNOT REVERSE
      *               A RETURNED ITEM.
      *   2026-10-15  HOLD BACK A HOLD'S HELD AMOUNT FROM THE AVAILABLE
      *               BALANCE RATHER THAN ITS AMOUNT THRESHOLD.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR150.
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCTMAST-FILE   ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-FS.
           SELECT POST-EXCEPT-FILE ASSIGN TO TLRPOSTX
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-TRAN-CODE
               FILE STATUS IS WS-TRNCMAST-FS.
           SELECT ACCTHOLD-FILE   ASSIGN TO ACCTHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HD-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTHOLD-FS.
           SELECT ACCTHIST-FILE   ASSIGN TO ACCTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-SEQ-NO
               ALTERNATE RECORD KEY IS AH-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCTHIST-FS.
           SELECT CUSTMAST-FILE   ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               ALTERNATE RECORD KEY IS CU-TAX-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-FS.
           SELECT CUSTACCT-FILE   ASSIGN TO CUSTACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               ALTERNATE RECORD KEY IS CR-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTACCT-FS.
           SELECT NSF-PARM-FILE   ASSIGN TO TLRNSFPM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT RETURNED-ITEM-FILE ASSIGN TO TLRNSFRT
               ORGANIZATION IS SEQUENTIAL.
           SELECT NSF-NOTICE-FILE ASSIGN TO TLRNSFNT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GENERATED-TXN-FILE ASSIGN TO TLRNSFGN
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TELLER-TXN-FILE
       FD  TRNCMAST-FILE.
       COPY TRNCMAST.

       FD  ACCTHOLD-FILE.
       COPY ACCTHOLD.

       FD  ACCTHIST-FILE.
       COPY ACCTHIST.

       FD  CUSTMAST-FILE.
       COPY CUSTMAST.

       FD  CUSTACCT-FILE.
       COPY CUSTACCT.

       FD  NSF-PARM-FILE.
       01  NSF-PARM-RECORD                PIC X(80).

       FD  RETURNED-ITEM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS.
       COPY RETITEM.

       FD  NSF-NOTICE-FILE.
       01  NSF-NOTICE-LINE                PIC X(80).

       FD  GENERATED-TXN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 93 CHARACTERS.
       01  GENERATED-TXN-RECORD           PIC X(93).

       WORKING-STORAGE SECTION.
       COPY TELLERTX.

       01  WS-ACCTMAST-FS                 PIC X(02).
       01  WS-TRNCMAST-FS                 PIC X(02).
       01  WS-ACCTHOLD-FS                 PIC X(02).
       01  WS-ACCTHIST-FS                 PIC X(02).
       01  WS-CUSTMAST-FS                 PIC X(02).
       01  WS-CUSTACCT-FS                 PIC X(02).
       01  WS-PARM-FS                     PIC X(02).

       01  WS-ACCTHOLD-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-ACCTHOLD-AVAILABLE      VALUE 'Y'.
       01  WS-OWNERS-SWITCH               PIC X(01) VALUE 'N'.
           88  WS-OWNERS-AVAILABLE        VALUE 'Y'.

       COPY POSTJRNL.

      *> PJRNLUTL LINKAGE WORK AREA
       01  WS-PJ-ACTION                   PIC X(01).
       01  WS-PJ-STATUS                   PIC X(01).
       01  WS-PJ-RUN-SWITCH               PIC X(01) VALUE 'N'.
           88  WS-PJ-RUN-OPEN             VALUE 'Y'.
       01  WS-PJ-FAIL-COUNT               PIC S9(09) COMP-3 VALUE 0.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-SCAN-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-SCAN-AT-END             VALUE 'Y'.
       01  WS-REL-EOF-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-REL-END                 VALUE 'Y'.

       01  WS-TRAN-DISPOSITION            PIC X(01).
           88  WS-TRAN-IS-DEBIT           VALUE 'D'.
           88  WS-TRAN-IS-CREDIT          VALUE 'C'.
           88  WS-TRAN-CODE-UNKNOWN       VALUE '?'.
       01  WS-TRAN-REVERSAL-FLAG          PIC X(01).
           88  WS-TRAN-IS-REVERSAL        VALUE 'R'.

       01  WS-RECORD-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-POSTED-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-EXCEPT-COUNT                PIC S9(09) COMP-3 VALUE 0.

      *>   NSF TERMS -- DEFAULTS UNLESS TLRNSFPM SAYS OTHERWISE.
       01  WS-NSF-FEE                     PIC 9(07)V99 VALUE 25.00.
       01  WS-NSF-FEE-CODE                PIC X(04) VALUE 'NSF '.
       01  WS-NSF-RETURN-CODE             PIC X(04) VALUE 'RTNI'.
       01  WS-PARM-LINE.
           05  WS-PL-NSF-FEE              PIC 9(07)V99.
           05  WS-PL-NSF-FEE-CODE         PIC X(04).
           05  WS-PL-NSF-RETURN-CODE      PIC X(04).
           05  FILLER                     PIC X(63).
       01  WS-NSF-CODE-REASON             PIC X(50) VALUE SPACES.

      *>   THE DEBIT BEING RETURNED, KEPT WHILE THE CAPTURE RECORD
      *>   AREA IS REUSED TO BUILD ITS FEE.
       01  WS-NSF-ITEM                    PIC X(93).
       01  WS-NSF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-ITEM-IS-NSF             VALUE 'Y'.
       01  WS-AVAILABLE-BALANCE           PIC S9(13)V99 COMP-3.
       01  WS-ITEM-FEE                    PIC S9(07)V99 COMP-3.
       01  WS-ITEM-HIST-SEQ-NO            PIC 9(09).
       01  WS-ORIG-SEQ-NO                 PIC 9(09).
       01  WS-NEXT-SEQ-NO                 PIC 9(09) VALUE 0.
       01  WS-OWNER-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-OWNER-FOUND             VALUE 'Y'.

       01  WS-NSF-COUNT                   PIC S9(09) COMP-3 VALUE 0.
       01  WS-NSF-TOTAL                   PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-FEE-COUNT                   PIC S9(09) COMP-3 VALUE 0.
       01  WS-FEE-TOTAL                   PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-HIST-FAIL-COUNT             PIC S9(09) COMP-3 VALUE 0.
       01  WS-UNLINKED-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-OVERDRAWN-COUNT             PIC S9(09) COMP-3 VALUE 0.
       01  WS-OVER-LIMIT-COUNT            PIC S9(09) COMP-3 VALUE 0.

      *>   HISTORY ENTRIES MATCHING THE DEBIT BEING RETURNED, AND
      *>   WHETHER AN EARLIER NSF RETURN ALREADY NAMES EACH ONE.
       01  WS-LD-MAX                      PIC S9(04) COMP VALUE 20.
       01  WS-LD-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-LD-IDX                      PIC S9(04) COMP VALUE 0.
       01  LOADED-DEBIT-TABLE.
           05  LD-ENTRY OCCURS 20 TIMES.
               10  LD-SEQ-NO              PIC 9(09).
               10  LD-RETURNED            PIC X(01).
       01  WS-RETURN-DESC.
           05  WS-RD-PREFIX               PIC X(14).
           05  WS-RD-SEQ-NO               PIC X(09).
           05  FILLER                     PIC X(07).

       01  WS-OLD-OVERDRAWN-DATE          PIC 9(08).
       01  WS-DAYS-OVERDRAWN              PIC S9(07) COMP-3.

      *>   DAY NUMBER OF A DATE, FOR THE DAYS OVERDRAWN.
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

       01  WS-HEADING-1.
           05  FILLER                     PIC X(44) VALUE
               'TLR150  OVERDRAFT USAGE AND NSF RETURNS FOR '.
           05  WS-H1-DATE                 PIC 9(08).

       01  WS-JOURNAL-RUN-LINE.
           05  FILLER                     PIC X(22)
               VALUE 'POSTING JOURNAL RUN:  '.
           05  WS-JR-JOB                  PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-JR-BUSINESS-DATE        PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-JR-RUN-NO               PIC 9(04).

       01  WS-PJ-FAIL-LINE.
           05  FILLER                     PIC X(32)
               VALUE 'POSTING JOURNAL WRITE FAILURES: '.
           05  WS-PF-FAIL-COUNT           PIC ZZZZZZZZ9.

       01  WS-UNLINKED-LINE.
           05  FILLER                     PIC X(32)
               VALUE 'NSF RETURNS NOT ON HISTORY YET: '.
           05  WS-UN-UNLINKED-COUNT       PIC ZZZZZZZZ9.

       01  WS-HIST-FAIL-LINE.
           05  FILLER                     PIC X(32)
               VALUE 'NSF RETURN HISTORY WRITE FAILS: '.
           05  WS-HF-FAIL-COUNT           PIC ZZZZZZZZ9.

       01  WS-NSF-LINE.
           05  FILLER                     PIC X(08) VALUE 'NSF RTN '.
           05  WS-NL-ACCOUNT-NUMBER       PIC 9(12).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-NL-TRAN-CODE            PIC X(04).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-NL-AMOUNT               PIC -(10)9.99.
           05  FILLER                     PIC X(07) VALUE ' AVAIL '.
           05  WS-NL-AVAILABLE            PIC -(12)9.99.
           05  FILLER                     PIC X(05) VALUE ' FEE '.
           05  WS-NL-FEE                  PIC ZZZZZZ9.99.

       01  WS-USAGE-HEADING-1.
           05  FILLER                     PIC X(40) VALUE
               'OVERDRAFT USAGE AT END OF POSTING'.
       01  WS-USAGE-HEADING-2.
           05  FILLER                     PIC X(28)
               VALUE 'ACCOUNT                LIMIT'.
           05  FILLER                     PIC X(18)
               VALUE '           BALANCE'.
           05  FILLER                     PIC X(07) VALUE '   DAYS'.

       01  WS-USAGE-LINE.
           05  WS-UL-ACCOUNT-NUMBER       PIC 9(12).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-UL-LIMIT                PIC -(10)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-UL-BALANCE              PIC -(12)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-UL-DAYS                 PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-UL-FLAG                 PIC X(10).

       01  WS-SUMMARY-LINE.
           05  FILLER                     PIC X(14)
               VALUE '  EXCEPTIONS: '.
           05  WS-SL-EXCEPT-COUNT         PIC ZZZZZZZZ9.

       01  WS-NSF-SUMMARY-LINE.
           05  WS-NS-LABEL                PIC X(20).
           05  WS-NS-COUNT                PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(10)
               VALUE '  AMOUNT: '.
           05  WS-NS-AMOUNT               PIC -(12)9.99.

       01  WS-USAGE-SUMMARY-LINE.
           05  FILLER                     PIC X(14)
               VALUE 'OVERDRAWN:    '.
           05  WS-US-OVERDRAWN-COUNT      PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(14)
               VALUE '  OVER LIMIT: '.
           05  WS-US-OVER-LIMIT-COUNT     PIC ZZZZZZZZ9.

      *>   CUSTOMER NOTICE LINES.
       01  WS-NOTICE-HEADING.
           05  FILLER                     PIC X(50) VALUE
               'NOTICE OF RETURNED ITEM - INSUFFICIENT FUNDS'.
           05  FILLER                     PIC X(06) VALUE 'DATE: '.
           05  WS-NH-DATE                 PIC 9(08).
       01  WS-NOTICE-LINE.
           05  WS-NT-LABEL                PIC X(20).
           05  WS-NT-TEXT                 PIC X(60).
       01  WS-NOTICE-ITEM-LINE.
           05  FILLER                     PIC X(20)
               VALUE 'ITEM:'.
           05  WS-NI-TRAN-CODE            PIC X(04).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-NI-TRAN-DATE            PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-NI-AMOUNT               PIC -(10)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-NI-DESCRIPTION          PIC X(30).
       01  WS-NOTICE-AMOUNT-LINE.
           05  WS-NA-LABEL                PIC X(20).
           05  WS-NA-AMOUNT               PIC -(12)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TXN UNTIL WS-END-OF-FILE
           PERFORM 3000-REPORT-OVERDRAFT-USAGE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           MOVE WS-BIZ-DATE TO WS-DATE-NUM
           PERFORM 8000-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-BIZ-DAY-NUMBER
           PERFORM 1020-LOAD-NSF-PARM
           OPEN INPUT TELLER-TXN-FILE
           MOVE SPACES TO WS-TRNCMAST-FS
           OPEN INPUT TRNCMAST-FILE
           MOVE SPACES TO WS-ACCTMAST-FS
           OPEN I-O ACCTMAST-FILE
      *>   THE HISTORY IS NORMALLY BUILT BY TLR130, BUT A FIRST RUN
      *>   MAY ARRIVE BEFORE IT EXISTS -- CREATE IT IN THAT CASE.
           MOVE SPACES TO WS-ACCTHIST-FS
           OPEN I-O ACCTHIST-FILE
           IF WS-ACCTHIST-FS NOT = '00'
               OPEN OUTPUT ACCTHIST-FILE
               CLOSE ACCTHIST-FILE
               OPEN I-O ACCTHIST-FILE
           END-IF
      *>   THE HOLD FILE IS OPTIONAL -- NO HOLDS ON FILE MEANS
      *>   NOTHING IS HELD BACK FROM THE AVAILABLE BALANCE.
           MOVE SPACES TO WS-ACCTHOLD-FS
           OPEN INPUT ACCTHOLD-FILE
           IF WS-ACCTHOLD-FS = '00'
               MOVE 'Y' TO WS-ACCTHOLD-SWITCH
           END-IF
      *>   SO ARE THE CUSTOMER FILES -- WITHOUT THEM A NOTICE IS
      *>   ADDRESSED TO THE ACCOUNT HOLDER FOR THE BRANCH TO SEND.
           MOVE SPACES TO WS-CUSTMAST-FS
           OPEN INPUT CUSTMAST-FILE
           MOVE SPACES TO WS-CUSTACCT-FS
           OPEN INPUT CUSTACCT-FILE
           IF WS-CUSTMAST-FS = '00' AND WS-CUSTACCT-FS = '00'
               MOVE 'Y' TO WS-OWNERS-SWITCH
           END-IF
           OPEN OUTPUT POST-EXCEPT-FILE
           OPEN OUTPUT RETURNED-ITEM-FILE
           OPEN OUTPUT NSF-NOTICE-FILE
           OPEN OUTPUT GENERATED-TXN-FILE
           OPEN OUTPUT NEGATIVE-RPT-FILE
           MOVE WS-BIZ-DATE TO WS-H1-DATE
           WRITE NEGATIVE-RPT-LINE FROM WS-HEADING-1
           EVALUATE TRUE
               WHEN WS-ACCTMAST-FS NOT = '00'
                   MOVE 'ACCOUNT MASTER NOT AVAILABLE - POSTING SKIPPED'
                       TO NEGATIVE-RPT-LINE
                   WRITE NEGATIVE-RPT-LINE
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SWITCH
      *>       A MISSING CODE MASTER WOULD ROUTE THE WHOLE DAY TO THE
      *>       EXCEPTION FILE AS CODE-UNKNOWN -- STOP INSTEAD.
               WHEN WS-TRNCMAST-FS NOT = '00'
                   MOVE 'TRAN CODE MASTER NOT AVAILABLE - SKIPPED'
                       TO NEGATIVE-RPT-LINE
                   WRITE NEGATIVE-RPT-LINE
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SWITCH
               WHEN WS-ACCTHIST-FS NOT = '00'
                   MOVE 'ACCOUNT HISTORY NOT AVAILABLE - SKIPPED'
                       TO NEGATIVE-RPT-LINE
                   WRITE NEGATIVE-RPT-LINE
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SWITCH
               WHEN OTHER
                   PERFORM 1040-CHECK-NSF-CODES
                   IF WS-NSF-CODE-REASON NOT = SPACES
                       MOVE WS-NSF-CODE-REASON TO NEGATIVE-RPT-LINE
                       WRITE NEGATIVE-RPT-LINE
                       MOVE 16 TO RETURN-CODE
                       MOVE 'Y' TO WS-EOF-SWITCH
                   ELSE
                       PERFORM 1050-OPEN-JOURNAL-RUN
                       IF WS-PJ-RUN-OPEN
                           PERFORM 1080-FIND-HIGHEST-SEQ-NO
                           PERFORM 1100-READ-TXN
                       END-IF
                   END-IF
           END-EVALUATE.

       1020-LOAD-NSF-PARM.
      *>   THE PARAMETER FILE IS OPTIONAL -- WHEN IT IS ABSENT, OR A
      *>   FIELD IS LEFT BLANK, THE DEFAULTS DECLARED ABOVE APPLY.
           MOVE SPACES TO WS-PARM-FS
           OPEN INPUT NSF-PARM-FILE
           IF WS-PARM-FS = '00'
               READ NSF-PARM-FILE INTO WS-PARM-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-PL-NSF-FEE NUMERIC
                           MOVE WS-PL-NSF-FEE TO WS-NSF-FEE
                       END-IF
                       IF WS-PL-NSF-FEE-CODE NOT = SPACES
                           MOVE WS-PL-NSF-FEE-CODE TO WS-NSF-FEE-CODE
                       END-IF
                       IF WS-PL-NSF-RETURN-CODE NOT = SPACES
                           MOVE WS-PL-NSF-RETURN-CODE
                               TO WS-NSF-RETURN-CODE
                       END-IF
               END-READ
               CLOSE NSF-PARM-FILE
           END-IF.

       1040-CHECK-NSF-CODES.
      *>   THE RETURN ENTRY POSTS UNDER AN ACTIVE CREDIT CODE FLAGGED
      *>   'R', WHICH KEEPS IT OUT OF TLR170 DUPLICATE DETECTION AND
      *>   THE TLR400 JOURNAL TIE THE SAME AS A TLR320 REVERSAL; THE
      *>   FEE NEEDS AN ACTIVE DEBIT CODE OR TLR160 WILL REJECT IT.
           MOVE SPACES TO WS-NSF-CODE-REASON
           MOVE WS-NSF-RETURN-CODE TO TC-TRAN-CODE
           READ TRNCMAST-FILE
           IF WS-TRNCMAST-FS NOT = '00' OR NOT TC-CODE-ACTIVE
                   OR NOT TC-DISP-CREDIT OR NOT TC-CODE-REVERSAL
               MOVE 'NSF RETURN CODE NOT AN ACTIVE R CREDIT - SKIPPED'
                   TO WS-NSF-CODE-REASON
           END-IF
           IF WS-NSF-CODE-REASON = SPACES AND WS-NSF-FEE > 0
               MOVE WS-NSF-FEE-CODE TO TC-TRAN-CODE
               READ TRNCMAST-FILE
               IF WS-TRNCMAST-FS NOT = '00' OR NOT TC-CODE-ACTIVE
                       OR NOT TC-DISP-DEBIT
                   MOVE 'NSF FEE CODE NOT AN ACTIVE DEBIT - SKIPPED'
                       TO WS-NSF-CODE-REASON
               END-IF
           END-IF.

       1050-OPEN-JOURNAL-RUN.
      *>   A POSTING THAT CANNOT BE JOURNALED CANNOT BE BACKED OUT --
      *>   STOP BEFORE THE FIRST ONE.
           MOVE SPACES   TO POSTJRNL-RECORD
           MOVE 'TLR150' TO PJ-JOB
           MOVE 'O' TO WS-PJ-ACTION
           CALL 'PJRNLUTL' USING WS-PJ-ACTION POSTJRNL-RECORD
               WS-PJ-STATUS
           IF WS-PJ-STATUS = '0'
               MOVE 'Y' TO WS-PJ-RUN-SWITCH
               MOVE PJ-JOB           TO WS-JR-JOB
               MOVE PJ-BUSINESS-DATE TO WS-JR-BUSINESS-DATE
               MOVE PJ-RUN-NO        TO WS-JR-RUN-NO
               WRITE NEGATIVE-RPT-LINE FROM WS-JOURNAL-RUN-LINE
           ELSE
               MOVE 'POSTING JOURNAL NOT AVAILABLE - POSTING SKIPPED'
                   TO NEGATIVE-RPT-LINE
               WRITE NEGATIVE-RPT-LINE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       1080-FIND-HIGHEST-SEQ-NO.
      *>   NSF RETURN ENTRIES CONTINUE AH-SEQ-NO FROM THE HIGHEST KEY
      *>   ON FILE, THE SAME WAY THE TLR130 LOAD DOES.
           MOVE 0 TO WS-NEXT-SEQ-NO
           MOVE 0 TO AH-SEQ-NO
           START ACCTHIST-FILE KEY >= AH-SEQ-NO
           IF WS-ACCTHIST-FS = '00'
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-AT-END
                   READ ACCTHIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                       NOT AT END
                           MOVE AH-SEQ-NO TO WS-NEXT-SEQ-NO
                   END-READ
               END-PERFORM
           END-IF.

       1100-READ-TXN.
           READ TELLER-TXN-FILE INTO TELLER-TRANSACTION-REC
               AT END

       2100-SET-DISPOSITION.
           MOVE TT-TRAN-CODE TO TC-TRAN-CODE
           MOVE SPACE TO WS-TRAN-REVERSAL-FLAG
           READ TRNCMAST-FILE
           IF WS-TRNCMAST-FS NOT = '00'
               SET WS-TRAN-CODE-UNKNOWN TO TRUE
           ELSE
               MOVE TC-REVERSAL-FLAG TO WS-TRAN-REVERSAL-FLAG
               EVALUATE TRUE
                   WHEN NOT TC-CODE-ACTIVE
                       SET WS-TRAN-CODE-UNKNOWN TO TRUE
               END-EVALUATE
           END-IF.

       2150-CHECK-AVAILABLE.
      *>   A DEBIT MUST FIT THE AVAILABLE BALANCE.  CREDITS,
      *>   REVERSAL CODES AND THE NSF FEE ITSELF ALWAYS POST -- A FEE
      *>   RETURNED FOR WANT OF FUNDS WOULD ONLY RAISE ANOTHER FEE.
           MOVE 'N' TO WS-NSF-SWITCH
           IF WS-TRAN-IS-DEBIT AND NOT WS-TRAN-IS-REVERSAL
                   AND TT-TRAN-CODE NOT = WS-NSF-FEE-CODE
               COMPUTE WS-AVAILABLE-BALANCE =
                   AM-CURRENT-BALANCE + AM-OVERDRAFT-LIMIT
               PERFORM 2160-APPLY-HOLD
               IF TT-AMOUNT > WS-AVAILABLE-BALANCE
                   MOVE 'Y' TO WS-NSF-SWITCH
               END-IF
           END-IF.

       2160-APPLY-HOLD.
      *>   A HOLD IS ACTIVE WHEN ITS EFFECTIVE/RELEASE DATES SPAN THE
      *>   TRAN DATE; ITS HELD AMOUNT (NOT ITS THRESHOLD, WHICH IS
      *>   TLR160'S CUT-OFF) IS HELD BACK FROM THE AVAILABLE BALANCE.
           IF WS-ACCTHOLD-AVAILABLE
               MOVE TT-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
               READ ACCTHOLD-FILE
               IF WS-ACCTHOLD-FS = '00'
                   IF TT-TRAN-DATE >= HD-EFFECTIVE-DATE
                           AND (HD-RELEASE-DATE = 0
                               OR TT-TRAN-DATE <= HD-RELEASE-DATE)
                       SUBTRACT HD-HELD-AMOUNT
                           FROM WS-AVAILABLE-BALANCE
                   END-IF
               END-IF
           END-IF.

       2200-POST-TO-MASTER.
           MOVE TT-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCTMAST-FILE
               IF AM-ACCOUNT-CLOSED
                   PERFORM 2900-WRITE-EXCEPTION
               ELSE
                   PERFORM 2150-CHECK-AVAILABLE
                   IF WS-ITEM-IS-NSF
                       PERFORM 2400-RETURN-NSF-ITEM
                   ELSE
                       PERFORM 2220-APPLY-POSTING
                   END-IF
               END-IF
           END-IF.

       2220-APPLY-POSTING.
           MOVE SPACES TO POSTJRNL-RECORD
           MOVE ACCTMAST-RECORD TO PJ-BEFORE-IMAGE
           IF WS-TRAN-IS-DEBIT
               SUBTRACT TT-AMOUNT FROM AM-CURRENT-BALANCE
           ELSE
               ADD TT-AMOUNT TO AM-CURRENT-BALANCE
           END-IF
           PERFORM 2270-SET-OVERDRAWN-DATE
           REWRITE ACCTMAST-RECORD
           IF WS-ACCTMAST-FS = '00'
               PERFORM 2250-JOURNAL-UPDATE
           END-IF
           ADD 1 TO WS-POSTED-COUNT.

       2250-JOURNAL-UPDATE.
           MOVE 'C'               TO PJ-ENTRY-TYPE
           MOVE 'ACCTMAST'        TO PJ-FILE
           MOVE AM-ACCOUNT-NUMBER TO PJ-RECORD-KEY
           MOVE ACCTMAST-RECORD   TO PJ-AFTER-IMAGE
           PERFORM 2260-WRITE-JOURNAL.

       2260-WRITE-JOURNAL.
           MOVE 'W' TO WS-PJ-ACTION
           CALL 'PJRNLUTL' USING WS-PJ-ACTION POSTJRNL-RECORD
               WS-PJ-STATUS
           IF WS-PJ-STATUS NOT = '0'
               ADD 1 TO WS-PJ-FAIL-COUNT
           END-IF.

       2270-SET-OVERDRAWN-DATE.
      *>   THE OVERDRAWN DATE IS THE BUSINESS DATE THE BALANCE WENT
      *>   BELOW ZERO, KEPT WHILE IT STAYS THERE AND CLEARED ONCE IT
      *>   RECOVERS.
           IF AM-CURRENT-BALANCE < 0
               IF AM-OVERDRAWN-DATE = 0
                   MOVE WS-BIZ-DATE TO AM-OVERDRAWN-DATE
               END-IF
           ELSE
               MOVE 0 TO AM-OVERDRAWN-DATE
           END-IF.

       2400-RETURN-NSF-ITEM.
      *>   THE BALANCE IS LEFT ALONE; THE ITEM IS OFFSET ON THE
      *>   HISTORY, LISTED, NOTIFIED AND CHARGED FOR.
           ADD 1 TO WS-NSF-COUNT
           ADD TT-AMOUNT TO WS-NSF-TOTAL
           MOVE TELLER-TRANSACTION-REC TO WS-NSF-ITEM
           MOVE 0 TO WS-ITEM-FEE
           IF WS-NSF-FEE > 0
               MOVE WS-NSF-FEE TO WS-ITEM-FEE
           END-IF
           PERFORM 2405-FIND-LOADED-DEBIT
           PERFORM 2410-WRITE-RETURN-ENTRY
           PERFORM 2430-WRITE-RETURNED-ITEM
           PERFORM 2440-WRITE-NOTICE
           IF WS-ITEM-FEE > 0
               PERFORM 2420-GENERATE-FEE
           END-IF.

       2405-FIND-LOADED-DEBIT.
      *>   THE DEBIT AS TLR130 LOADED IT FROM THE SAME CAPTURE
      *>   RECORD: SAME SOURCE, STAMP, CODE AND AMOUNT.  AN IDENTICAL
      *>   ENTRY ALREADY NAMED BY AN EARLIER NSF RETURN IS PASSED
      *>   OVER, SO EACH RETURN CLAIMS ITS OWN.
           MOVE 0 TO WS-ORIG-SEQ-NO
           MOVE 0 TO WS-LD-COUNT
           MOVE TT-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER
           START ACCTHIST-FILE KEY = AH-ACCOUNT-NUMBER
           IF WS-ACCTHIST-FS = '00'
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-AT-END
                   READ ACCTHIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                       NOT AT END
                           PERFORM 2406-CHECK-LOADED-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                   UNTIL WS-LD-IDX > WS-LD-COUNT
               IF LD-RETURNED (WS-LD-IDX) = 'N'
                   MOVE LD-SEQ-NO (WS-LD-IDX) TO WS-ORIG-SEQ-NO
                   MOVE WS-LD-COUNT TO WS-LD-IDX
               END-IF
           END-PERFORM.

       2406-CHECK-LOADED-ENTRY.
           IF AH-ACCOUNT-NUMBER NOT = TT-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
           ELSE
               IF AH-BRANCH-ID = TT-BRANCH-ID
                       AND AH-TELLER-ID = TT-TELLER-ID
                       AND AH-TRAN-DATE = TT-TRAN-DATE
                       AND AH-TRAN-TIME = TT-TRAN-TIME
                       AND AH-TRAN-CODE = TT-TRAN-CODE
                       AND AH-AMOUNT = TT-AMOUNT
                       AND WS-LD-COUNT < WS-LD-MAX
                   ADD 1 TO WS-LD-COUNT
                   MOVE AH-SEQ-NO TO LD-SEQ-NO (WS-LD-COUNT)
                   MOVE 'N'       TO LD-RETURNED (WS-LD-COUNT)
               END-IF
               MOVE AH-DESCRIPTION TO WS-RETURN-DESC
               IF WS-RD-PREFIX = 'NSF RETURN OF '
                   PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                           UNTIL WS-LD-IDX > WS-LD-COUNT
                       IF LD-SEQ-NO (WS-LD-IDX) = WS-RD-SEQ-NO
                           MOVE 'Y' TO LD-RETURNED (WS-LD-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       2410-WRITE-RETURN-ENTRY.
           ADD 1 TO WS-NEXT-SEQ-NO
           MOVE WS-NEXT-SEQ-NO      TO AH-SEQ-NO
           MOVE TT-ACCOUNT-NUMBER   TO AH-ACCOUNT-NUMBER
           MOVE TT-BRANCH-ID        TO AH-BRANCH-ID
           MOVE 'SYSTEM'            TO AH-TELLER-ID
           MOVE WS-BIZ-DATE         TO AH-TRAN-DATE
           MOVE 235959              TO AH-TRAN-TIME
           MOVE WS-NSF-RETURN-CODE  TO AH-TRAN-CODE
           MOVE TT-AMOUNT           TO AH-AMOUNT
           MOVE TT-CURRENCY         TO AH-CURRENCY
           MOVE SPACES              TO AH-DESCRIPTION
           IF WS-ORIG-SEQ-NO NOT = 0
               STRING 'NSF RETURN OF ' DELIMITED BY SIZE
                      WS-ORIG-SEQ-NO   DELIMITED BY SIZE
                   INTO AH-DESCRIPTION
               END-STRING
           ELSE
               ADD 1 TO WS-UNLINKED-COUNT
               STRING 'NSF RETURN - '  DELIMITED BY SIZE
                      TT-TRAN-CODE     DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      TT-TRAN-DATE     DELIMITED BY SIZE
                   INTO AH-DESCRIPTION
               END-STRING
           END-IF
           WRITE ACCTHIST-RECORD
           IF WS-ACCTHIST-FS NOT = '00'
               ADD 1 TO WS-HIST-FAIL-COUNT
               MOVE 0 TO WS-ITEM-HIST-SEQ-NO
           ELSE
               MOVE AH-SEQ-NO TO WS-ITEM-HIST-SEQ-NO
               MOVE SPACES          TO POSTJRNL-RECORD
               MOVE 'A'             TO PJ-ENTRY-TYPE
               MOVE 'ACCTHIST'      TO PJ-FILE
               MOVE AH-SEQ-NO       TO PJ-RECORD-KEY
               MOVE ACCTHIST-RECORD TO PJ-AFTER-IMAGE
               PERFORM 2260-WRITE-JOURNAL
           END-IF.

       2420-GENERATE-FEE.
      *>   THE FEE GOES INTO THE NEXT CAPTURE CYCLE AS AN ORDINARY
      *>   CAPTURE RECORD UNDER THE RESERVED SOURCE PAIR, THE SAME
      *>   WAY TLR250 GENERATES ITS CHARGES.
           MOVE 'HO   '             TO TT-BRANCH-ID
           MOVE 'SYSTEM'            TO TT-TELLER-ID
           MOVE 'BTCH'              TO TT-TERMINAL-ID
           MOVE WS-BIZ-DATE         TO TT-TRAN-DATE
           MOVE 235959              TO TT-TRAN-TIME
           MOVE AM-ACCOUNT-NUMBER   TO TT-ACCOUNT-NUMBER
           MOVE WS-NSF-FEE-CODE     TO TT-TRAN-CODE
           MOVE WS-ITEM-FEE         TO TT-AMOUNT
           MOVE AM-CURRENCY         TO TT-CURRENCY
           MOVE 'NSF FEE - RETURNED ITEM' TO TT-DESCRIPTION
           MOVE '00'                TO TT-RESPONSE-CODE
           MOVE SPACES              TO TT-APPROVAL-CODE
           WRITE GENERATED-TXN-RECORD FROM TELLER-TRANSACTION-REC
           ADD 1 TO WS-FEE-COUNT
           ADD WS-ITEM-FEE TO WS-FEE-TOTAL
           MOVE WS-NSF-ITEM TO TELLER-TRANSACTION-REC.

       2430-WRITE-RETURNED-ITEM.
           MOVE SPACES               TO RETITEM-RECORD
           MOVE WS-NSF-ITEM          TO RI-TT-DATA
           SET RI-REASON-NSF         TO TRUE
           MOVE WS-BIZ-DATE          TO RI-RETURN-DATE
           MOVE WS-AVAILABLE-BALANCE TO RI-AVAILABLE-BALANCE
           MOVE WS-ITEM-FEE          TO RI-FEE-AMOUNT
           MOVE WS-ITEM-HIST-SEQ-NO  TO RI-HIST-SEQ-NO
           MOVE WS-NSF-RETURN-CODE   TO RI-RETURN-CODE
           WRITE RETITEM-RECORD
           MOVE TT-ACCOUNT-NUMBER    TO WS-NL-ACCOUNT-NUMBER
           MOVE TT-TRAN-CODE         TO WS-NL-TRAN-CODE
           MOVE TT-AMOUNT            TO WS-NL-AMOUNT
           MOVE WS-AVAILABLE-BALANCE TO WS-NL-AVAILABLE
           MOVE WS-ITEM-FEE          TO WS-NL-FEE
           WRITE NEGATIVE-RPT-LINE FROM WS-NSF-LINE.

       2440-WRITE-NOTICE.
           PERFORM 2450-FIND-PRIMARY-OWNER
           MOVE WS-BIZ-DATE TO WS-NH-DATE
           WRITE NSF-NOTICE-LINE FROM WS-NOTICE-HEADING
           MOVE SPACES TO NSF-NOTICE-LINE
           WRITE NSF-NOTICE-LINE
           MOVE SPACES TO WS-NT-LABEL
           IF WS-OWNER-FOUND
               MOVE CU-NAME      TO WS-NT-TEXT
               WRITE NSF-NOTICE-LINE FROM WS-NOTICE-LINE
               MOVE CU-ADDRESS-1 TO WS-NT-TEXT
               WRITE NSF-NOTICE-LINE FROM WS-NOTICE-LINE
               IF CU-ADDRESS-2 NOT = SPACES
                   MOVE CU-ADDRESS-2 TO WS-NT-TEXT
                   WRITE NSF-NOTICE-LINE FROM WS-NOTICE-LINE
               END-IF
               MOVE SPACES TO WS-NT-TEXT
               STRING CU-CITY DELIMITED BY '  '
                      ' '     DELIMITED BY SIZE
                      CU-POSTCODE DELIMITED BY SIZE
                   INTO WS-NT-TEXT
               END-STRING
               WRITE NSF-NOTICE-LINE FROM WS-NOTICE-LINE
           ELSE
               MOVE 'THE ACCOUNT HOLDER' TO WS-NT-TEXT
               WRITE NSF-NOTICE-LINE FROM WS-NOTICE-LINE
           END-IF
           MOVE SPACES TO NSF-NOTICE-LINE
           WRITE NSF-NOTICE-LINE
           MOVE 'ACCOUNT:'        TO WS-NT-LABEL
           MOVE TT-ACCOUNT-NUMBER TO WS-NT-TEXT
           WRITE NSF-NOTICE-LINE FROM WS-NOTICE-LINE
           MOVE TT-TRAN-CODE      TO WS-NI-TRAN-CODE
           MOVE TT-TRAN-DATE      TO WS-NI-TRAN-DATE
           MOVE TT-AMOUNT         TO WS-NI-AMOUNT
           MOVE TT-DESCRIPTION    TO WS-NI-DESCRIPTION
           WRITE NSF-NOTICE-LINE FROM WS-NOTICE-ITEM-LINE
           MOVE 'AVAILABLE BALANCE:'  TO WS-NA-LABEL
           MOVE WS-AVAILABLE-BALANCE  TO WS-NA-AMOUNT
           WRITE NSF-NOTICE-LINE FROM WS-NOTICE-AMOUNT-LINE
           IF WS-ITEM-FEE > 0
               MOVE 'FEE CHARGED:'    TO WS-NA-LABEL
               MOVE WS-ITEM-FEE       TO WS-NA-AMOUNT
               WRITE NSF-NOTICE-LINE FROM WS-NOTICE-AMOUNT-LINE
           END-IF
           MOVE SPACES TO WS-NT-LABEL
           MOVE 'THE ITEM ABOVE WAS RETURNED UNPAID BECAUSE IT WAS'
               TO WS-NT-TEXT
           WRITE NSF-NOTICE-LINE FROM WS-NOTICE-LINE
           MOVE 'MORE THAN THE AVAILABLE BALANCE OF THE ACCOUNT.'
               TO WS-NT-TEXT
           WRITE NSF-NOTICE-LINE FROM WS-NOTICE-LINE
           MOVE ALL '-' TO NSF-NOTICE-LINE
           WRITE NSF-NOTICE-LINE.

       2450-FIND-PRIMARY-OWNER.
      *>   THE NOTICE GOES TO THE PRIMARY OWNER'S ADDRESS ON THE
      *>   CUSTOMER MASTER.
           MOVE 'N' TO WS-OWNER-FOUND-SWITCH
           IF WS-OWNERS-AVAILABLE
               MOVE TT-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER
               START CUSTACCT-FILE KEY = CR-ACCOUNT-NUMBER
               IF WS-CUSTACCT-FS = '00'
                   MOVE 'N' TO WS-REL-EOF-SWITCH
                   PERFORM UNTIL WS-REL-END
                       READ CUSTACCT-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-REL-EOF-SWITCH
                           NOT AT END
                               PERFORM 2460-CHECK-OWNER
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.

       2460-CHECK-OWNER.
           IF CR-ACCOUNT-NUMBER NOT = TT-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-REL-EOF-SWITCH
           ELSE
               IF CR-PRIMARY-OWNER
                   MOVE CR-CUSTOMER-NO TO CU-CUSTOMER-NO
                   READ CUSTMAST-FILE
                   IF WS-CUSTMAST-FS = '00'
                       MOVE 'Y' TO WS-OWNER-FOUND-SWITCH
                   END-IF
                   MOVE 'Y' TO WS-REL-EOF-SWITCH
               END-IF
           END-IF.

           ADD 1 TO WS-EXCEPT-COUNT
           WRITE POST-EXCEPT-RECORD FROM TELLER-TRANSACTION-REC.

       3000-REPORT-OVERDRAFT-USAGE.
      *>   EVERY ACCOUNT BELOW ZERO AT THE END OF THE RUN, WHETHER OR
      *>   NOT TODAY'S WORK TOUCHED IT.  THE OVERDRAWN DATE IS BROUGHT
      *>   INTO STEP ON THE WAY FOR A BALANCE MOVED OUTSIDE THIS RUN
      *>   (A TLR320 REVERSAL, A TLR430 BACKOUT).
           IF WS-PJ-RUN-OPEN
               WRITE NEGATIVE-RPT-LINE FROM WS-USAGE-HEADING-1
               WRITE NEGATIVE-RPT-LINE FROM WS-USAGE-HEADING-2
               MOVE 0 TO AM-ACCOUNT-NUMBER
               START ACCTMAST-FILE KEY >= AM-ACCOUNT-NUMBER
               IF WS-ACCTMAST-FS = '00'
                   MOVE 'N' TO WS-SCAN-EOF-SWITCH
                   PERFORM UNTIL WS-SCAN-AT-END
                       READ ACCTMAST-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                           NOT AT END
                               PERFORM 3100-CHECK-USAGE
                       END-READ
                   END-PERFORM
               END-IF
           END-IF
           MOVE WS-RECORD-COUNT TO WS-SL-RECORD-COUNT
           MOVE WS-POSTED-COUNT TO WS-SL-POSTED-COUNT
           MOVE WS-EXCEPT-COUNT TO WS-SL-EXCEPT-COUNT
           WRITE NEGATIVE-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'RETURNED NSF:       ' TO WS-NS-LABEL
           MOVE WS-NSF-COUNT           TO WS-NS-COUNT
           MOVE WS-NSF-TOTAL           TO WS-NS-AMOUNT
           WRITE NEGATIVE-RPT-LINE FROM WS-NSF-SUMMARY-LINE
           MOVE 'NSF FEES GENERATED: ' TO WS-NS-LABEL
           MOVE WS-FEE-COUNT           TO WS-NS-COUNT
           MOVE WS-FEE-TOTAL           TO WS-NS-AMOUNT
           WRITE NEGATIVE-RPT-LINE FROM WS-NSF-SUMMARY-LINE
           MOVE WS-OVERDRAWN-COUNT  TO WS-US-OVERDRAWN-COUNT
           MOVE WS-OVER-LIMIT-COUNT TO WS-US-OVER-LIMIT-COUNT
           WRITE NEGATIVE-RPT-LINE FROM WS-USAGE-SUMMARY-LINE
           IF WS-UNLINKED-COUNT > 0
               MOVE WS-UNLINKED-COUNT TO WS-UN-UNLINKED-COUNT
               WRITE NEGATIVE-RPT-LINE FROM WS-UNLINKED-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-HIST-FAIL-COUNT > 0
               MOVE WS-HIST-FAIL-COUNT TO WS-HF-FAIL-COUNT
               WRITE NEGATIVE-RPT-LINE FROM WS-HIST-FAIL-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-PJ-FAIL-COUNT > 0
               MOVE WS-PJ-FAIL-COUNT TO WS-PF-FAIL-COUNT
               WRITE NEGATIVE-RPT-LINE FROM WS-PJ-FAIL-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       3100-CHECK-USAGE.
           IF AM-CURRENT-BALANCE < 0 OR AM-OVERDRAWN-DATE NOT = 0
               MOVE AM-OVERDRAWN-DATE TO WS-OLD-OVERDRAWN-DATE
               MOVE SPACES TO POSTJRNL-RECORD
               MOVE ACCTMAST-RECORD TO PJ-BEFORE-IMAGE
               PERFORM 2270-SET-OVERDRAWN-DATE
               IF AM-OVERDRAWN-DATE NOT = WS-OLD-OVERDRAWN-DATE
                   REWRITE ACCTMAST-RECORD
                   IF WS-ACCTMAST-FS = '00'
                       PERFORM 2250-JOURNAL-UPDATE
                   END-IF
               END-IF
           END-IF
           IF AM-CURRENT-BALANCE < 0
               ADD 1 TO WS-OVERDRAWN-COUNT
               MOVE AM-ACCOUNT-NUMBER  TO WS-UL-ACCOUNT-NUMBER
               MOVE AM-OVERDRAFT-LIMIT TO WS-UL-LIMIT
               MOVE AM-CURRENT-BALANCE TO WS-UL-BALANCE
               MOVE 0 TO WS-DAYS-OVERDRAWN
               IF AM-OVERDRAWN-DATE NOT = 0
                   MOVE AM-OVERDRAWN-DATE TO WS-DATE-NUM
                   PERFORM 8000-DAY-NUMBER
                   COMPUTE WS-DAYS-OVERDRAWN =
                       WS-BIZ-DAY-NUMBER - WS-DAY-NUMBER + 1
               END-IF
               MOVE WS-DAYS-OVERDRAWN TO WS-UL-DAYS
               IF AM-CURRENT-BALANCE + AM-OVERDRAFT-LIMIT < 0
                   ADD 1 TO WS-OVER-LIMIT-COUNT
                   MOVE 'OVER LIMIT' TO WS-UL-FLAG
               ELSE
                   MOVE SPACES TO WS-UL-FLAG
               END-IF
               WRITE NEGATIVE-RPT-LINE FROM WS-USAGE-LINE
           END-IF.

       8000-DAY-NUMBER.
      *>   DAYS SINCE A FIXED BASE FOR WS-DATE-NUM, WITH MARCH AS
      *>   THE FIRST MONTH SO THE LEAP DAY FALLS AT THE YEAR END.
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

       9000-TERMINATE.
           IF WS-PJ-RUN-OPEN
               MOVE 'E' TO WS-PJ-ACTION
               CALL 'PJRNLUTL' USING WS-PJ-ACTION POSTJRNL-RECORD
                   WS-PJ-STATUS
           END-IF
           CLOSE TELLER-TXN-FILE
           CLOSE TRNCMAST-FILE
           CLOSE ACCTMAST-FILE
           CLOSE ACCTHIST-FILE
           IF WS-ACCTHOLD-AVAILABLE
               CLOSE ACCTHOLD-FILE
           END-IF
           IF WS-OWNERS-AVAILABLE
               CLOSE CUSTMAST-FILE
               CLOSE CUSTACCT-FILE
           END-IF
           CLOSE POST-EXCEPT-FILE
           CLOSE RETURNED-ITEM-FILE
           CLOSE NSF-NOTICE-FILE
           CLOSE GENERATED-TXN-FILE
           CLOSE NEGATIVE-RPT-FILE.
