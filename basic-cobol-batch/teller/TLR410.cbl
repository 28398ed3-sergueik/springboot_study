      *
      *   TLR410 - MONTH-END REVALUATION OF FOREIGN-CURRENCY
      *            ACCOUNT BALANCES
      *
      *   AM-CURRENCY LETS AN ACCOUNT BE HELD IN A FOREIGN CURRENCY,
      *   BUT THE ONLY HOME-CURRENCY VIEW WAS TLR110'S PER-
      *   TRANSACTION TRANSLATION - AT MONTH END ACCOUNTING HAD NO
      *   HOME-CURRENCY VALUE FOR THE FOREIGN BALANCES ON THE
      *   ACCOUNT MASTER AND NO UNREALIZED FX GAIN/LOSS FIGURE.
      *   THIS RUN TAKES THE PERIOD-END DATE FROM THE RETAIL
      *   CALENDAR (THE LATEST RETCAL DATE ON OR BEFORE THE BUSINESS
      *   DATE FLAGGED AS A PERIOD END), VALUES EVERY OPEN FOREIGN-
      *   CURRENCY ACCOUNT AT THAT DATE'S FXRATES TABLE RATE, AND
      *   COMPARES THE VALUE WITH LAST MONTH'S REVALUED FIGURE FROM
      *   FXREVALO.  THE CHANGE IS SUMMED BY CURRENCY AND BRANCH,
      *   PRINTED ON THE REVALUATION REPORT, AND WRITTEN AS BALANCED
      *   JOURNAL LINES IN THE TLR260 GLJRNL FORMAT:
      *
      *       - THE REVALUATION LINE CARRIES THE CURRENCY CODE AS
      *         ITS GL REF.  THE BALANCES ARE CUSTOMER MONEY, SO A
      *         RISE IN HOME VALUE IS A CREDIT THERE (AS TLR260
      *         MAKES A CUSTOMER CREDIT A GL CREDIT) AND A FALL A
      *         DEBIT.
      *       - THE OFFSET GOES TO THE UNREALIZED FX GAIN/LOSS GL
      *         REF (DEFAULT 'FXGL') ON THE OTHER SIDE.
      *
      *   AN ACCOUNT WITH NO FIGURE LAST MONTH (NEWLY OPENED OR
      *   NEWLY FOREIGN) IS REVALUED TO SET ITS BASELINE AND BOOKS
      *   NO CHANGE.  A FIGURE LAST MONTH FOR AN ACCOUNT NO LONGER
      *   OPEN IN A FOREIGN CURRENCY IS RELEASED - ITS WHOLE PRIOR
      *   VALUE REVERSES.  AN ACCOUNT IS BOOKED TO THE BRANCH ON
      *   LAST MONTH'S FIGURE, SO ITS REVALUATION STAYS IN ONE
      *   BRANCH FROM MONTH TO MONTH.  AT ITS BASELINE THE BRANCH IS
      *   THAT OF ITS MOST RECENT ACCTHIST ENTRY, PASSING OVER THE
      *   'HO   '/'SYSTEM' POSTINGS TLR250 AND TLR280 GENERATE
      *   UNLESS THERE IS NOTHING ELSE.
      *
      *   A CURRENCY WHOSE RATE TLR210 CARRIED FORWARD AS STALE
      *   (ITS FXRATE-EFF-DATE IS OLDER THAN THE TABLE'S) OR THAT
      *   HAS NO RATE AT ALL IS NOT REVALUED: ITS ACCOUNTS KEEP LAST
      *   MONTH'S FIGURE, BOOK NOTHING, AND ARE LISTED FOR TREASURY
      *   SIGN-OFF.  THE NEXT CLEAN PERIOD END PICKS UP THE WHOLE
      *   MOVEMENT.
      *
      *   THE RUN STOPS WITH RETURN-CODE 16, BOOKING NOTHING, WHEN
      *   THE CALENDAR HAS NO PERIOD END ON OR BEFORE THE BUSINESS
      *   DATE, WHEN THE FXRATES TABLE IS NOT THE PERIOD-END TABLE,
      *   WHEN THE ACCOUNT MASTER IS MISSING, OR WHEN FXREVALO IS
      *   NOT FROM AN EARLIER PERIOD END.  A FULL WORK TABLE ENDS IT
      *   WITH 8.
      *
      *   THE OPTIONAL FXREVPM PARAMETER RECORD:
      *       POS 1-8   PERIOD-END DATE OVERRIDE (CCYYMMDD)
      *       POS 10-13 GAIN/LOSS GL REF (DEFAULT 'FXGL')
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR MONTH-END FX REVALUATION.
      *   2026-10-15  BOOK EACH ACCOUNT TO THE BRANCH ON ITS PRIOR
      *               FIGURE, AND SET A BASELINE BRANCH FROM THE
      *               LATEST HISTORY ENTRY THAT IS NOT GENERATED.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR410.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETCAL-FILE    ASSIGN TO RETCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-FS.
           SELECT FXRATE-FILE    ASSIGN TO FXRATES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXRATE-FS.
           SELECT ACCTMAST-FILE  ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-FS.
           SELECT ACCTHIST-FILE  ASSIGN TO ACCTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-SEQ-NO
               ALTERNATE RECORD KEY IS AH-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCTHIST-FS.
           SELECT PRIOR-REVAL-FILE ASSIGN TO FXREVALO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-FS.
           SELECT NEW-REVAL-FILE ASSIGN TO FXREVALN
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-JOURNAL-FILE ASSIGN TO FXGLJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT REVAL-PARM-FILE ASSIGN TO FXREVPM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT REVAL-RPT-FILE ASSIGN TO FXREVRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETCAL-FILE.
       COPY RETCAL.

       FD  FXRATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS.
       01  FXRATE-FILE-RECORD             PIC X(16).

       FD  ACCTMAST-FILE.
       COPY ACCTMAST.

       FD  ACCTHIST-FILE.
       COPY ACCTHIST.

       FD  PRIOR-REVAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  PRIOR-REVAL-RECORD             PIC X(50).

       FD  NEW-REVAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01  NEW-REVAL-RECORD               PIC X(50).

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  GL-JOURNAL-RECORD              PIC X(40).

       FD  REVAL-PARM-FILE.
       01  REVAL-PARM-RECORD              PIC X(80).

       FD  REVAL-RPT-FILE.
       01  REVAL-RPT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FXRATE.
       COPY FXREVAL.

       01  WS-CAL-FS                      PIC X(02).
       01  WS-FXRATE-FS                   PIC X(02).
       01  WS-ACCTMAST-FS                 PIC X(02).
       01  WS-ACCTHIST-FS                 PIC X(02).
       01  WS-PRIOR-FS                    PIC X(02).
       01  WS-PARM-FS                     PIC X(02).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-HIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-HIST-END                VALUE 'Y'.
       01  WS-HISTORY-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-HISTORY-AVAILABLE       VALUE 'Y'.
       01  WS-INPUT-SWITCH                PIC X(01) VALUE 'Y'.
           88  WS-INPUT-IS-COMPLETE       VALUE 'Y'.
       01  WS-TABLE-FULL-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-ANY-TABLE-FULL          VALUE 'Y'.

       01  WS-PARM-LINE.
           05  WS-PL-PERIOD-END           PIC X(08).
           05  FILLER                     PIC X(01).
           05  WS-PL-GAIN-LOSS-REF        PIC X(04).
           05  FILLER                     PIC X(67).

       01  WS-HOME-CURRENCY               PIC X(03) VALUE 'USD'.
       01  WS-GAIN-LOSS-REF               PIC X(04) VALUE 'FXGL'.
       01  WS-PERIOD-END                  PIC 9(08) VALUE 0.
       01  WS-TABLE-EFF-DATE              PIC 9(08) VALUE 0.
       01  WS-STOP-REASON                 PIC X(60) VALUE SPACES.

      *>   THE PERIOD-END FXRATES TABLE.
       01  WS-RATE-MAX                    PIC S9(04) COMP VALUE 200.
       01  WS-RATE-COUNT                  PIC S9(04) COMP VALUE 0.
       01  WS-RATE-IDX                    PIC S9(04) COMP VALUE 0.
       01  WS-RATE-FOUND                  PIC S9(04) COMP VALUE 0.
       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 200 TIMES.
               10  FR-CURRENCY            PIC X(03).
               10  FR-RATE                PIC S9(03)V9(06) COMP-3.
               10  FR-EFF-DATE            PIC 9(08).

      *>   LAST MONTH'S FIGURES, KEPT AS WHOLE RECORDS SO A STALE
      *>   CURRENCY'S ENTRY CAN BE CARRIED FORWARD UNCHANGED.
       01  WS-PRIOR-MAX                   PIC S9(04) COMP VALUE 5000.
       01  WS-PRIOR-COUNT                 PIC S9(04) COMP VALUE 0.
       01  WS-PRIOR-IDX                   PIC S9(04) COMP VALUE 0.
       01  WS-PRIOR-FOUND                 PIC S9(04) COMP VALUE 0.
       01  PRIOR-TABLE.
           05  PRIOR-ENTRY OCCURS 5000 TIMES.
               10  PV-RECORD              PIC X(50).
               10  PV-USED-FLAG           PIC X(01).
                   88  PV-USED            VALUE 'Y'.
       01  WS-PRIOR-RECORD.
           05  WS-PR-ACCOUNT-NUMBER       PIC 9(12).
           05  WS-PR-CURRENCY             PIC X(03).
           05  WS-PR-BRANCH-ID            PIC X(05).
           05  WS-PR-PERIOD-END           PIC 9(08).
           05  WS-PR-FOREIGN-BALANCE      PIC S9(13)V99 COMP-3.
           05  WS-PR-RATE                 PIC S9(03)V9(06) COMP-3.
           05  WS-PR-HOME-VALUE           PIC S9(13)V99 COMP-3.
           05  FILLER                     PIC X(01).

      *>   CHANGE BY CURRENCY AND BRANCH, HELD IN CURRENCY/BRANCH
      *>   ORDER BY SORTED INSERTION.
       01  WS-GRP-MAX                     PIC S9(04) COMP VALUE 500.
       01  WS-GRP-COUNT                   PIC S9(04) COMP VALUE 0.
       01  WS-GRP-IDX                     PIC S9(04) COMP VALUE 0.
       01  WS-GRP-FOUND                   PIC S9(04) COMP VALUE 0.
       01  WS-SHIFT-IDX                   PIC S9(04) COMP VALUE 0.
       01  WS-GRP-KEY.
           05  WS-GK-CURRENCY             PIC X(03).
           05  WS-GK-BRANCH-ID            PIC X(05).
       01  GROUP-TABLE.
           05  GROUP-ENTRY OCCURS 500 TIMES.
               10  GR-KEY.
                   15  GR-CURRENCY        PIC X(03).
                   15  GR-BRANCH-ID       PIC X(05).
               10  GR-RATE                PIC S9(03)V9(06) COMP-3.
               10  GR-ACCT-COUNT          PIC S9(07)    COMP-3.
               10  GR-FOREIGN-BALANCE     PIC S9(13)V99 COMP-3.
               10  GR-HOME-VALUE          PIC S9(13)V99 COMP-3.
               10  GR-PRIOR-VALUE         PIC S9(13)V99 COMP-3.
               10  GR-CHANGE              PIC S9(13)V99 COMP-3.

      *>   CURRENCIES HELD BACK FOR TREASURY SIGN-OFF.
       01  WS-STALE-MAX                   PIC S9(04) COMP VALUE 100.
       01  WS-STALE-COUNT                 PIC S9(04) COMP VALUE 0.
       01  WS-STALE-IDX                   PIC S9(04) COMP VALUE 0.
       01  WS-STALE-FOUND                 PIC S9(04) COMP VALUE 0.
       01  STALE-TABLE.
           05  STALE-ENTRY OCCURS 100 TIMES.
               10  SC-CURRENCY            PIC X(03).
               10  SC-EFF-DATE            PIC 9(08).
               10  SC-ACCT-COUNT          PIC S9(07)    COMP-3.
               10  SC-FOREIGN-BALANCE     PIC S9(13)V99 COMP-3.

       01  WS-ACCT-BRANCH-ID              PIC X(05).
       01  WS-HOME-VALUE                  PIC S9(13)V99 COMP-3.
       01  WS-PRIOR-VALUE                 PIC S9(13)V99 COMP-3.
       01  WS-CHANGE                      PIC S9(13)V99 COMP-3.
       01  WS-ABS-CHANGE                  PIC S9(13)V99 COMP-3.

       01  WS-REVALUED-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-BASELINE-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-RELEASED-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-HELD-COUNT                  PIC S9(09) COMP-3 VALUE 0.
       01  WS-JRNL-LINE-COUNT             PIC S9(08) COMP-3 VALUE 0.
       01  WS-JRNL-DEBIT                  PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-JRNL-CREDIT                 PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-CHANGE                PIC S9(13)V99 COMP-3 VALUE 0.

      *>   GL JOURNAL RECORD -- SEE TLR260 FOR THE LAYOUT.
       01  WS-JOURNAL-LINE.
           05  JL-RECORD-TYPE             PIC X(02).
           05  JL-BRANCH-ID               PIC X(05).
           05  JL-GL-REF                  PIC X(04).
           05  JL-DC                      PIC X(01).
           05  JL-AMOUNT                  PIC 9(11)V99.
           05  JL-DATE                    PIC 9(08).
           05  FILLER                     PIC X(07).
       01  WS-JOURNAL-HDR.
           05  JH-RECORD-TYPE             PIC X(02).
           05  JH-RUN-DATE                PIC 9(08).
           05  FILLER                     PIC X(30).
       01  WS-JOURNAL-TRL.
           05  JT-RECORD-TYPE             PIC X(02).
           05  JT-DEBIT-TOTAL             PIC 9(13)V99.
           05  JT-CREDIT-TOTAL            PIC 9(13)V99.
           05  JT-LINE-COUNT              PIC 9(08).

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       01  WS-HEADING-1.
           05  FILLER                     PIC X(44) VALUE
               'TLR410  FX REVALUATION FOR PERIOD ENDING '.
           05  WS-H1-PERIOD-END           PIC 9(08).
           05  FILLER                     PIC X(14) VALUE
               '   RUN DATE '.
           05  WS-H1-BIZ-DATE             PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER                     PIC X(33) VALUE
               'CCY BRNCH ACCTS   FOREIGN BALANCE'.
           05  FILLER                     PIC X(11) VALUE
               '       RATE'.
           05  FILLER                     PIC X(18) VALUE
               '        HOME VALUE'.
           05  FILLER                     PIC X(18) VALUE
               '       PRIOR VALUE'.
           05  FILLER                     PIC X(18) VALUE
               '            CHANGE'.
       01  WS-GROUP-LINE.
           05  WS-GL-CURRENCY             PIC X(03).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-GL-BRANCH-ID            PIC X(05).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-GL-ACCT-COUNT           PIC ZZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-GL-FOREIGN-BALANCE      PIC -(13)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-GL-RATE                 PIC ZZ9.999999.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-GL-HOME-VALUE           PIC -(13)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-GL-PRIOR-VALUE          PIC -(13)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-GL-CHANGE               PIC -(13)9.99.
       01  WS-STALE-LINE.
           05  WS-SC-CURRENCY             PIC X(03).
           05  FILLER                     PIC X(12) VALUE
               '  RATE DATE '.
           05  WS-SC-EFF-DATE             PIC X(08).
           05  FILLER                     PIC X(08) VALUE
               '  ACCTS '.
           05  WS-SC-ACCT-COUNT           PIC ZZZZ9.
           05  FILLER                     PIC X(10) VALUE
               '  BALANCE '.
           05  WS-SC-FOREIGN-BALANCE      PIC -(13)9.99.
           05  FILLER                     PIC X(30) VALUE
               '  AWAITING TREASURY SIGN-OFF'.
       01  WS-COUNT-LINE.
           05  WS-CL-LABEL                PIC X(44).
           05  WS-CL-COUNT                PIC ZZZZZZZZ9.
       01  WS-AMOUNT-LINE.
           05  WS-ML-LABEL                PIC X(44).
           05  WS-ML-AMOUNT               PIC -(13)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-INPUT-IS-COMPLETE
               PERFORM 2000-REVALUE-ACCOUNTS
               PERFORM 3000-RELEASE-DROPPED-ACCOUNTS
               PERFORM 4000-WRITE-JOURNAL
               PERFORM 5000-PRODUCE-REPORT
           ELSE
               MOVE WS-STOP-REASON TO REVAL-RPT-LINE
               WRITE REVAL-RPT-LINE
               MOVE 'NOTHING REVALUED OR BOOKED' TO REVAL-RPT-LINE
               WRITE REVAL-RPT-LINE
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE
           IF WS-ANY-TABLE-FULL AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           OPEN OUTPUT REVAL-RPT-FILE
           OPEN OUTPUT NEW-REVAL-FILE
           OPEN OUTPUT GL-JOURNAL-FILE
           PERFORM 1100-LOAD-PARM
           IF WS-PERIOD-END = 0
               PERFORM 1200-FIND-PERIOD-END
           END-IF
           MOVE WS-PERIOD-END TO WS-H1-PERIOD-END
           MOVE WS-BIZ-DATE   TO WS-H1-BIZ-DATE
           WRITE REVAL-RPT-LINE FROM WS-HEADING-1
           IF WS-PERIOD-END = 0
               MOVE 'NO PERIOD END ON THE CALENDAR BY THE BUSINESS DATE'
                   TO WS-STOP-REASON
               MOVE 'N' TO WS-INPUT-SWITCH
           END-IF
           IF WS-INPUT-IS-COMPLETE
               PERFORM 1300-LOAD-RATES
           END-IF
           IF WS-INPUT-IS-COMPLETE
               PERFORM 1400-LOAD-PRIOR-FIGURES
           END-IF
           IF WS-INPUT-IS-COMPLETE
               MOVE SPACES TO WS-ACCTMAST-FS
               OPEN INPUT ACCTMAST-FILE
               IF WS-ACCTMAST-FS NOT = '00'
                   MOVE 'ACCOUNT MASTER NOT AVAILABLE' TO WS-STOP-REASON
                   MOVE 'N' TO WS-INPUT-SWITCH
               ELSE
                   MOVE SPACES TO WS-ACCTHIST-FS
                   OPEN INPUT ACCTHIST-FILE
                   IF WS-ACCTHIST-FS = '00'
                       MOVE 'Y' TO WS-HISTORY-SWITCH
                   END-IF
               END-IF
           END-IF.

       1100-LOAD-PARM.
           MOVE SPACES TO WS-PARM-LINE
           MOVE SPACES TO WS-PARM-FS
           OPEN INPUT REVAL-PARM-FILE
           IF WS-PARM-FS = '00'
               READ REVAL-PARM-FILE INTO WS-PARM-LINE
                   AT END
                       CONTINUE
               END-READ
               CLOSE REVAL-PARM-FILE
           END-IF
           IF WS-PL-PERIOD-END NUMERIC
               MOVE WS-PL-PERIOD-END TO WS-PERIOD-END
           END-IF
           IF WS-PL-GAIN-LOSS-REF NOT = SPACES
               MOVE WS-PL-GAIN-LOSS-REF TO WS-GAIN-LOSS-REF
           END-IF.

       1200-FIND-PERIOD-END.
      *>   THE LATEST PERIOD END ON OR BEFORE THE BUSINESS DATE, SO
      *>   THE RUN MAY GO ON THE PERIOD-END NIGHT OR THE MORNING
      *>   AFTER.
           MOVE SPACES TO WS-CAL-FS
           OPEN INPUT RETCAL-FILE
           IF WS-CAL-FS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ RETCAL-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF CAL-DATE > WS-BIZ-DATE
                               MOVE 'Y' TO WS-EOF-SWITCH
                           ELSE
                               IF CAL-IS-PERIOD-END
                                   MOVE CAL-DATE TO WS-PERIOD-END
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETCAL-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       1300-LOAD-RATES.
           MOVE SPACES TO WS-FXRATE-FS
           OPEN INPUT FXRATE-FILE
           IF WS-FXRATE-FS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ FXRATE-FILE INTO FXRATE-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-RATE-COUNT < WS-RATE-MAX
                               ADD 1 TO WS-RATE-COUNT
                               MOVE FXRATE-CURRENCY
                                   TO FR-CURRENCY (WS-RATE-COUNT)
                               MOVE FXRATE-RATE
                                   TO FR-RATE (WS-RATE-COUNT)
                               MOVE FXRATE-EFF-DATE
                                   TO FR-EFF-DATE (WS-RATE-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-TABLE-FULL-SWITCH
                           END-IF
      *>                   STALE CARRY-FORWARDS KEEP THEIR OLD DATE,
      *>                   SO THE NEWEST DATE IS THE TABLE'S OWN.
                           IF FXRATE-EFF-DATE > WS-TABLE-EFF-DATE
                               MOVE FXRATE-EFF-DATE
                                   TO WS-TABLE-EFF-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FXRATE-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF
           IF WS-TABLE-EFF-DATE NOT = WS-PERIOD-END
               MOVE 'FXRATES IS NOT THE PERIOD-END RATE TABLE'
                   TO WS-STOP-REASON
               MOVE 'N' TO WS-INPUT-SWITCH
           END-IF.

       1400-LOAD-PRIOR-FIGURES.
      *>   NO PRIOR FILE IS THE FIRST REVALUATION EVER -- EVERY
      *>   ACCOUNT SETS ITS BASELINE.
           MOVE SPACES TO WS-PRIOR-FS
           OPEN INPUT PRIOR-REVAL-FILE
           IF WS-PRIOR-FS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ PRIOR-REVAL-FILE INTO WS-PRIOR-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 1410-KEEP-PRIOR-FIGURE
                   END-READ
               END-PERFORM
               CLOSE PRIOR-REVAL-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       1410-KEEP-PRIOR-FIGURE.
           IF WS-PR-PERIOD-END >= WS-PERIOD-END
               MOVE 'FXREVALO IS NOT FROM AN EARLIER PERIOD END'
                   TO WS-STOP-REASON
               MOVE 'N' TO WS-INPUT-SWITCH
           END-IF
           IF WS-PRIOR-COUNT < WS-PRIOR-MAX
               ADD 1 TO WS-PRIOR-COUNT
               MOVE WS-PRIOR-RECORD TO PV-RECORD (WS-PRIOR-COUNT)
               MOVE 'N' TO PV-USED-FLAG (WS-PRIOR-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SWITCH
           END-IF.

       2000-REVALUE-ACCOUNTS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ ACCTMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF AM-ACCOUNT-OPEN
                               AND AM-CURRENCY NOT = WS-HOME-CURRENCY
                               AND AM-CURRENCY NOT = SPACES
                           PERFORM 2100-REVALUE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SWITCH.

       2100-REVALUE-ONE-ACCOUNT.
           PERFORM 2200-FIND-PRIOR-FIGURE
           MOVE 0 TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF FR-CURRENCY (WS-RATE-IDX) = AM-CURRENCY
                   MOVE WS-RATE-IDX TO WS-RATE-FOUND
                   MOVE WS-RATE-COUNT TO WS-RATE-IDX
               END-IF
           END-PERFORM
           IF WS-RATE-FOUND = 0
               PERFORM 2400-HOLD-FOR-SIGN-OFF
           ELSE
               IF FR-EFF-DATE (WS-RATE-FOUND) < WS-TABLE-EFF-DATE
                   PERFORM 2400-HOLD-FOR-SIGN-OFF
               ELSE
                   PERFORM 2500-APPLY-REVALUATION
               END-IF
           END-IF.

       2200-FIND-PRIOR-FIGURE.
           MOVE 0 TO WS-PRIOR-FOUND
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
               MOVE PV-RECORD (WS-PRIOR-IDX) TO WS-PRIOR-RECORD
               IF WS-PR-ACCOUNT-NUMBER = AM-ACCOUNT-NUMBER
                   MOVE WS-PRIOR-IDX TO WS-PRIOR-FOUND
                   MOVE WS-PRIOR-COUNT TO WS-PRIOR-IDX
               END-IF
           END-PERFORM
           IF WS-PRIOR-FOUND NOT = 0
               MOVE PV-RECORD (WS-PRIOR-FOUND) TO WS-PRIOR-RECORD
           END-IF.

       2300-FIND-ACCOUNT-BRANCH.
      *>   THE ACCOUNT MASTER CARRIES NO BRANCH; THE BRANCH OF THE
      *>   LATEST HISTORY ENTRY STANDS IN FOR IT.  A GENERATED
      *>   'HO   '/'SYSTEM' POSTING IS ONLY TAKEN WHEN NOTHING ELSE
      *>   IS ON THE HISTORY.
           MOVE 'NONE ' TO WS-ACCT-BRANCH-ID
           IF WS-HISTORY-AVAILABLE
               MOVE AM-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER
               START ACCTHIST-FILE KEY = AH-ACCOUNT-NUMBER
               IF WS-ACCTHIST-FS = '00'
                   MOVE 'N' TO WS-HIST-EOF-SWITCH
                   PERFORM UNTIL WS-HIST-END
                       READ ACCTHIST-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-HIST-EOF-SWITCH
                           NOT AT END
                               IF AH-ACCOUNT-NUMBER
                                       NOT = AM-ACCOUNT-NUMBER
                                   MOVE 'Y' TO WS-HIST-EOF-SWITCH
                               ELSE
                                   PERFORM 2310-TAKE-ENTRY-BRANCH
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.

       2310-TAKE-ENTRY-BRANCH.
           IF AH-BRANCH-ID = 'HO   ' AND AH-TELLER-ID = 'SYSTEM'
               IF WS-ACCT-BRANCH-ID = 'NONE '
                   MOVE AH-BRANCH-ID TO WS-ACCT-BRANCH-ID
               END-IF
           ELSE
               MOVE AH-BRANCH-ID TO WS-ACCT-BRANCH-ID
           END-IF.

       2400-HOLD-FOR-SIGN-OFF.
      *>   LAST MONTH'S FIGURE STANDS UNTIL TREASURY SIGNS OFF THE
      *>   RATE; NOTHING IS BOOKED.
           ADD 1 TO WS-HELD-COUNT
           IF WS-PRIOR-FOUND NOT = 0
               MOVE 'Y' TO PV-USED-FLAG (WS-PRIOR-FOUND)
               WRITE NEW-REVAL-RECORD FROM PV-RECORD (WS-PRIOR-FOUND)
           END-IF
           MOVE 0 TO WS-STALE-FOUND
           PERFORM VARYING WS-STALE-IDX FROM 1 BY 1
                   UNTIL WS-STALE-IDX > WS-STALE-COUNT
               IF SC-CURRENCY (WS-STALE-IDX) = AM-CURRENCY
                   MOVE WS-STALE-IDX TO WS-STALE-FOUND
                   MOVE WS-STALE-COUNT TO WS-STALE-IDX
               END-IF
           END-PERFORM
           IF WS-STALE-FOUND = 0
               IF WS-STALE-COUNT < WS-STALE-MAX
                   ADD 1 TO WS-STALE-COUNT
                   MOVE WS-STALE-COUNT TO WS-STALE-FOUND
                   MOVE AM-CURRENCY TO SC-CURRENCY (WS-STALE-FOUND)
                   MOVE 0 TO SC-EFF-DATE (WS-STALE-FOUND)
                   IF WS-RATE-FOUND NOT = 0
                       MOVE FR-EFF-DATE (WS-RATE-FOUND)
                           TO SC-EFF-DATE (WS-STALE-FOUND)
                   END-IF
                   MOVE 0 TO SC-ACCT-COUNT (WS-STALE-FOUND)
                   MOVE 0 TO SC-FOREIGN-BALANCE (WS-STALE-FOUND)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF
           IF WS-STALE-FOUND NOT = 0
               ADD 1 TO SC-ACCT-COUNT (WS-STALE-FOUND)
               ADD AM-CURRENT-BALANCE
                   TO SC-FOREIGN-BALANCE (WS-STALE-FOUND)
           END-IF.

       2500-APPLY-REVALUATION.
           ADD 1 TO WS-REVALUED-COUNT
           COMPUTE WS-HOME-VALUE ROUNDED =
               AM-CURRENT-BALANCE * FR-RATE (WS-RATE-FOUND)
      *>   THE PRIOR FIGURE'S BRANCH HOLDS THE REVALUATION BOOKED SO
      *>   FAR, SO THE CHANGE GOES THERE TOO.
           IF WS-PRIOR-FOUND NOT = 0
               MOVE 'Y' TO PV-USED-FLAG (WS-PRIOR-FOUND)
               MOVE WS-PR-HOME-VALUE TO WS-PRIOR-VALUE
               MOVE WS-PR-BRANCH-ID  TO WS-ACCT-BRANCH-ID
           ELSE
               ADD 1 TO WS-BASELINE-COUNT
               MOVE WS-HOME-VALUE TO WS-PRIOR-VALUE
               PERFORM 2300-FIND-ACCOUNT-BRANCH
           END-IF
           COMPUTE WS-CHANGE = WS-HOME-VALUE - WS-PRIOR-VALUE
           MOVE SPACES TO FXREVAL-RECORD
           MOVE AM-ACCOUNT-NUMBER   TO RV-ACCOUNT-NUMBER
           MOVE AM-CURRENCY         TO RV-CURRENCY
           MOVE WS-ACCT-BRANCH-ID   TO RV-BRANCH-ID
           MOVE WS-PERIOD-END       TO RV-PERIOD-END
           MOVE AM-CURRENT-BALANCE  TO RV-FOREIGN-BALANCE
           MOVE FR-RATE (WS-RATE-FOUND) TO RV-RATE
           MOVE WS-HOME-VALUE       TO RV-HOME-VALUE
           WRITE NEW-REVAL-RECORD FROM FXREVAL-RECORD
           MOVE AM-CURRENCY       TO WS-GK-CURRENCY
           MOVE WS-ACCT-BRANCH-ID TO WS-GK-BRANCH-ID
           PERFORM 6000-FIND-GROUP
           IF WS-GRP-FOUND NOT = 0
               MOVE FR-RATE (WS-RATE-FOUND) TO GR-RATE (WS-GRP-FOUND)
               ADD 1 TO GR-ACCT-COUNT (WS-GRP-FOUND)
               ADD AM-CURRENT-BALANCE
                   TO GR-FOREIGN-BALANCE (WS-GRP-FOUND)
               ADD WS-HOME-VALUE  TO GR-HOME-VALUE (WS-GRP-FOUND)
               ADD WS-PRIOR-VALUE TO GR-PRIOR-VALUE (WS-GRP-FOUND)
               ADD WS-CHANGE      TO GR-CHANGE (WS-GRP-FOUND)
           END-IF.

       3000-RELEASE-DROPPED-ACCOUNTS.
      *>   A FIGURE NOBODY CLAIMED BELONGS TO AN ACCOUNT CLOSED OR
      *>   MOVED TO HOME CURRENCY SINCE LAST MONTH; ITS REVALUATION
      *>   COMES BACK OUT OF THE LEDGER IN FULL.
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
               IF NOT PV-USED (WS-PRIOR-IDX)
                   MOVE PV-RECORD (WS-PRIOR-IDX) TO WS-PRIOR-RECORD
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE WS-PR-CURRENCY  TO WS-GK-CURRENCY
                   MOVE WS-PR-BRANCH-ID TO WS-GK-BRANCH-ID
                   PERFORM 6000-FIND-GROUP
                   IF WS-GRP-FOUND NOT = 0
                       ADD WS-PR-HOME-VALUE
                           TO GR-PRIOR-VALUE (WS-GRP-FOUND)
                       SUBTRACT WS-PR-HOME-VALUE
                           FROM GR-CHANGE (WS-GRP-FOUND)
                   END-IF
               END-IF
           END-PERFORM.

       4000-WRITE-JOURNAL.
           MOVE SPACES        TO WS-JOURNAL-HDR
           MOVE 'HD'          TO JH-RECORD-TYPE
           MOVE WS-PERIOD-END TO JH-RUN-DATE
           WRITE GL-JOURNAL-RECORD FROM WS-JOURNAL-HDR
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF GR-CHANGE (WS-GRP-IDX) NOT = 0
                   PERFORM 4100-WRITE-GROUP-LINES
               END-IF
           END-PERFORM
           MOVE 'TR'              TO JT-RECORD-TYPE
           MOVE WS-JRNL-DEBIT     TO JT-DEBIT-TOTAL
           MOVE WS-JRNL-CREDIT    TO JT-CREDIT-TOTAL
           MOVE WS-JRNL-LINE-COUNT TO JT-LINE-COUNT
           WRITE GL-JOURNAL-RECORD FROM WS-JOURNAL-TRL.

       4100-WRITE-GROUP-LINES.
           ADD GR-CHANGE (WS-GRP-IDX) TO WS-TOTAL-CHANGE
           IF GR-CHANGE (WS-GRP-IDX) < 0
               COMPUTE WS-ABS-CHANGE = 0 - GR-CHANGE (WS-GRP-IDX)
           ELSE
               MOVE GR-CHANGE (WS-GRP-IDX) TO WS-ABS-CHANGE
           END-IF
           MOVE SPACES TO WS-JOURNAL-LINE
           MOVE 'JL'   TO JL-RECORD-TYPE
           MOVE GR-BRANCH-ID (WS-GRP-IDX) TO JL-BRANCH-ID
           MOVE GR-CURRENCY (WS-GRP-IDX)  TO JL-GL-REF
           IF GR-CHANGE (WS-GRP-IDX) > 0
               MOVE 'C' TO JL-DC
           ELSE
               MOVE 'D' TO JL-DC
           END-IF
           MOVE WS-ABS-CHANGE TO JL-AMOUNT
           MOVE WS-PERIOD-END TO JL-DATE
           PERFORM 4200-WRITE-JOURNAL-LINE
           MOVE WS-GAIN-LOSS-REF TO JL-GL-REF
           IF GR-CHANGE (WS-GRP-IDX) > 0
               MOVE 'D' TO JL-DC
           ELSE
               MOVE 'C' TO JL-DC
           END-IF
           PERFORM 4200-WRITE-JOURNAL-LINE.

       4200-WRITE-JOURNAL-LINE.
           WRITE GL-JOURNAL-RECORD FROM WS-JOURNAL-LINE
           ADD 1 TO WS-JRNL-LINE-COUNT
           IF JL-DC = 'D'
               ADD JL-AMOUNT TO WS-JRNL-DEBIT
           ELSE
               ADD JL-AMOUNT TO WS-JRNL-CREDIT
           END-IF.

       5000-PRODUCE-REPORT.
           WRITE REVAL-RPT-LINE FROM WS-HEADING-2
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               MOVE GR-CURRENCY (WS-GRP-IDX)   TO WS-GL-CURRENCY
               MOVE GR-BRANCH-ID (WS-GRP-IDX)  TO WS-GL-BRANCH-ID
               MOVE GR-ACCT-COUNT (WS-GRP-IDX) TO WS-GL-ACCT-COUNT
               MOVE GR-FOREIGN-BALANCE (WS-GRP-IDX)
                   TO WS-GL-FOREIGN-BALANCE
               MOVE GR-RATE (WS-GRP-IDX)       TO WS-GL-RATE
               MOVE GR-HOME-VALUE (WS-GRP-IDX) TO WS-GL-HOME-VALUE
               MOVE GR-PRIOR-VALUE (WS-GRP-IDX) TO WS-GL-PRIOR-VALUE
               MOVE GR-CHANGE (WS-GRP-IDX)     TO WS-GL-CHANGE
               WRITE REVAL-RPT-LINE FROM WS-GROUP-LINE
           END-PERFORM
           MOVE SPACES TO REVAL-RPT-LINE
           WRITE REVAL-RPT-LINE
           IF WS-STALE-COUNT > 0
               MOVE 'CURRENCIES NOT REVALUED - STALE OR MISSING RATE'
                   TO REVAL-RPT-LINE
               WRITE REVAL-RPT-LINE
               PERFORM VARYING WS-STALE-IDX FROM 1 BY 1
                       UNTIL WS-STALE-IDX > WS-STALE-COUNT
                   PERFORM 5100-WRITE-STALE-LINE
               END-PERFORM
               MOVE SPACES TO REVAL-RPT-LINE
               WRITE REVAL-RPT-LINE
           END-IF
           MOVE 'ACCOUNTS REVALUED' TO WS-CL-LABEL
           MOVE WS-REVALUED-COUNT TO WS-CL-COUNT
           WRITE REVAL-RPT-LINE FROM WS-COUNT-LINE
           MOVE '  OF WHICH FIRST REVALUATION (NO CHANGE)'
               TO WS-CL-LABEL
           MOVE WS-BASELINE-COUNT TO WS-CL-COUNT
           WRITE REVAL-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'ACCOUNTS HELD FOR TREASURY SIGN-OFF' TO WS-CL-LABEL
           MOVE WS-HELD-COUNT TO WS-CL-COUNT
           WRITE REVAL-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'PRIOR FIGURES RELEASED (CLOSED/NOW HOME)'
               TO WS-CL-LABEL
           MOVE WS-RELEASED-COUNT TO WS-CL-COUNT
           WRITE REVAL-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'JOURNAL LINES WRITTEN' TO WS-CL-LABEL
           MOVE WS-JRNL-LINE-COUNT TO WS-CL-COUNT
           WRITE REVAL-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'NET CHANGE IN HOME VALUE' TO WS-ML-LABEL
           MOVE WS-TOTAL-CHANGE TO WS-ML-AMOUNT
           WRITE REVAL-RPT-LINE FROM WS-AMOUNT-LINE
           IF WS-ANY-TABLE-FULL
               MOVE 'WORK TABLE FILLED - REVALUATION IS INCOMPLETE'
                   TO REVAL-RPT-LINE
               WRITE REVAL-RPT-LINE
           END-IF.

       5100-WRITE-STALE-LINE.
           MOVE SC-CURRENCY (WS-STALE-IDX) TO WS-SC-CURRENCY
           IF SC-EFF-DATE (WS-STALE-IDX) = 0
               MOVE 'NO RATE ' TO WS-SC-EFF-DATE
           ELSE
               MOVE SC-EFF-DATE (WS-STALE-IDX) TO WS-SC-EFF-DATE
           END-IF
           MOVE SC-ACCT-COUNT (WS-STALE-IDX) TO WS-SC-ACCT-COUNT
           MOVE SC-FOREIGN-BALANCE (WS-STALE-IDX)
               TO WS-SC-FOREIGN-BALANCE
           WRITE REVAL-RPT-LINE FROM WS-STALE-LINE.

       6000-FIND-GROUP.
           MOVE 0 TO WS-GRP-FOUND
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF GR-KEY (WS-GRP-IDX) = WS-GRP-KEY
                   MOVE WS-GRP-IDX TO WS-GRP-FOUND
                   MOVE WS-GRP-COUNT TO WS-GRP-IDX
               END-IF
           END-PERFORM
           IF WS-GRP-FOUND = 0
               IF WS-GRP-COUNT < WS-GRP-MAX
                   PERFORM 6100-INSERT-GROUP
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF.

       6100-INSERT-GROUP.
           MOVE 0 TO WS-GRP-FOUND
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF GR-KEY (WS-GRP-IDX) > WS-GRP-KEY
                   MOVE WS-GRP-IDX TO WS-GRP-FOUND
                   MOVE WS-GRP-COUNT TO WS-GRP-IDX
               END-IF
           END-PERFORM
           ADD 1 TO WS-GRP-COUNT
           IF WS-GRP-FOUND = 0
               MOVE WS-GRP-COUNT TO WS-GRP-FOUND
           ELSE
               PERFORM VARYING WS-SHIFT-IDX FROM WS-GRP-COUNT BY -1
                       UNTIL WS-SHIFT-IDX <= WS-GRP-FOUND
                   MOVE GROUP-ENTRY (WS-SHIFT-IDX - 1)
                       TO GROUP-ENTRY (WS-SHIFT-IDX)
               END-PERFORM
           END-IF
           MOVE WS-GRP-KEY TO GR-KEY (WS-GRP-FOUND)
           MOVE 0 TO GR-RATE (WS-GRP-FOUND)
           MOVE 0 TO GR-ACCT-COUNT (WS-GRP-FOUND)
           MOVE 0 TO GR-FOREIGN-BALANCE (WS-GRP-FOUND)
           MOVE 0 TO GR-HOME-VALUE (WS-GRP-FOUND)
           MOVE 0 TO GR-PRIOR-VALUE (WS-GRP-FOUND)
           MOVE 0 TO GR-CHANGE (WS-GRP-FOUND).

       9000-TERMINATE.
           IF WS-INPUT-IS-COMPLETE
               CLOSE ACCTMAST-FILE
               IF WS-HISTORY-AVAILABLE
                   CLOSE ACCTHIST-FILE
               END-IF
           END-IF
           CLOSE NEW-REVAL-FILE
           CLOSE GL-JOURNAL-FILE
           CLOSE REVAL-RPT-FILE.
