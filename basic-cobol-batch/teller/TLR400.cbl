      *
      *   TLR400 - NIGHTLY BALANCE PROOF OF THE ACCOUNT MASTER
      *            AGAINST ACCOUNT HISTORY AND THE GL JOURNAL
      *
      *   AM-CURRENT-BALANCE IS CHANGED IN PLACE BY TLR150 (WHICH
      *   ALSO CARRIES THE TLR250 AND TLR280 GENERATED POSTINGS)
      *   AND BY THE TLR320 REVERSAL RUN, AND NOTHING EVER PROVED
      *   THE BALANCE STILL EQUALLED THE HISTORY THAT PRODUCED IT.
      *   THIS RUN PROVES THE SUBLEDGER, THE HISTORY AND THE
      *   GENERAL LEDGER AGREE:
      *
      *       - EVERY ACCOUNT'S BALANCE IS REBUILT FROM ITS
      *         AM-OPENING-BALANCE PLUS EVERY ACCTHIST ENTRY,
      *         INCLUDING THE ENTRIES TLR180 HAS ARCHIVED OFF THE
      *         FILE (ALL ARCHIVE GENERATIONS CONCATENATED ON
      *         ACCTHARC), SIGNED BY THE CODE'S TC-DISPOSITION THE
      *         SAME WAY TLR150 AND TLR320 POST IT.  AN ARCHIVED
      *         ENTRY TLR190 HAS RESTORED TO ACCTHIST IS COUNTED
      *         ONCE, FROM ACCTHIST.  EVERY ACCOUNT WHOSE REBUILT
      *         FIGURE DIFFERS FROM THE MASTER IS LISTED, AS IS ANY
      *         HISTORY FOR AN ACCOUNT NOT ON THE MASTER AND ANY
      *         ENTRY WHOSE CODE IS NOT ON TRNCMAST.
      *       - THE DAY'S POSTINGS (ACCTHIST ENTRIES DATED THE
      *         BUSINESS DATE) ARE TOTALLED BY BRANCH AND DEBIT/
      *         CREDIT SIDE AND TIED TO THE CUSTOMER-SIDE LINES OF
      *         THE TLR260 GLJRNL FILE, AND THE DAY'S TOTALS ARE
      *         TIED TO THE JOURNAL TRAILER.  TLR320 REVERSALS ARE
      *         POSTED OUTSIDE THE CAPTURE STREAM AND NEVER REACH
      *         THE JOURNAL, SO THEY ARE SHOWN SEPARATELY AND LEFT
      *         OUT OF THE TIE.  A TLR150 NSF RETURN ENTRY ('NSF
      *         RETURN' DESCRIPTION) ALSO CARRIES A REVERSAL CODE,
      *         BUT TLR260 JOURNALS IT FROM THE RETURNED-ITEM FILE,
      *         SO IT IS TIED LIKE ANY OTHER POSTING.
      *
      *   ANY BREAK, OR A PROOF LEFT INCOMPLETE BY A FULL TABLE,
      *   ENDS THE RUN WITH RETURN-CODE 8; A MISSING ACCOUNT MASTER,
      *   HISTORY, CODE MASTER OR JOURNAL ENDS IT WITH 16.  THE
      *   STREAM RUNS RUNCTLDR ACTION 'H' FOR TLR400 ON ANY NON-ZERO
      *   RETURN-CODE, WHICH HOLDS THE NEXT BUSINESS DATE UNTIL
      *   OPERATIONS RELEASES IT.
      *
      *   ARCHIVE RECORD (ACCTHARC, 90 BYTES): THE ACCTHIST RECORD
      *   IMAGE AS TLR180 WROTE IT.  THE FILE IS OPTIONAL - BEFORE
      *   THE FIRST ARCHIVE RUN EVERYTHING IS STILL ON ACCTHIST.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED AS THE NIGHTLY BALANCE PROOF.
      *   2026-10-15  TIE THE TLR150 NSF RETURN ENTRIES TO THEIR TLR260
      *               JOURNAL LINES INSTEAD OF LEAVING THEM OUT.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR400.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMAST-FILE  ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-FS.
           SELECT ACCTHIST-FILE  ASSIGN TO ACCTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-SEQ-NO
               ALTERNATE RECORD KEY IS AH-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCTHIST-FS.
           SELECT ARCHIVE-FILE   ASSIGN TO ACCTHARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FS.
           SELECT TRNCMAST-FILE  ASSIGN TO TRNCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-TRAN-CODE
               FILE STATUS IS WS-TRNCMAST-FS.
           SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FS.
           SELECT PROOF-RPT-FILE ASSIGN TO TLRPRFRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMAST-FILE.
       COPY ACCTMAST.

       FD  ACCTHIST-FILE.
       COPY ACCTHIST.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
       01  ARCHIVE-RECORD                 PIC X(90).

       FD  TRNCMAST-FILE.
       COPY TRNCMAST.

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01  GL-JOURNAL-RECORD              PIC X(40).

       FD  PROOF-RPT-FILE.
       01  PROOF-RPT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ACCTMAST-FS                 PIC X(02).
       01  WS-ACCTHIST-FS                 PIC X(02).
       01  WS-ARCHIVE-FS                  PIC X(02).
       01  WS-TRNCMAST-FS                 PIC X(02).
       01  WS-JOURNAL-FS                  PIC X(02).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-HIST-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-HIST-END                VALUE 'Y'.
       01  WS-FILES-OPEN-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-FILES-ARE-OPEN          VALUE 'Y'.
       01  WS-INPUT-SWITCH                PIC X(01) VALUE 'Y'.
           88  WS-INPUT-IS-COMPLETE       VALUE 'Y'.
       01  WS-BREAK-SWITCH                PIC X(01) VALUE 'N'.
           88  WS-PROOF-BROKEN            VALUE 'Y'.
       01  WS-TABLE-FULL-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-ANY-TABLE-FULL          VALUE 'Y'.

      *>   THE ENTRY BEING SIGNED, SAVED OFF THE RECORD AREA BEFORE
      *>   A KEYED READ CAN OVERLAY IT.
       01  WS-SAVED-ENTRY.
           05  WS-SV-SEQ-NO               PIC 9(09).
           05  WS-SV-ACCOUNT-NUMBER       PIC 9(12).
           05  WS-SV-BRANCH-ID            PIC X(05).
           05  WS-SV-TRAN-DATE            PIC 9(08).
           05  WS-SV-TRAN-CODE            PIC X(04).
           05  WS-SV-AMOUNT               PIC S9(11)V99 COMP-3.
           05  WS-SV-DESCRIPTION          PIC X(30).
           05  WS-SV-DESC-R REDEFINES WS-SV-DESCRIPTION.
               10  WS-SV-DESC-PREFIX      PIC X(10).
                   88  WS-SV-NSF-RETURN   VALUE 'NSF RETURN'.
               10  FILLER                 PIC X(20).
       01  WS-SIGNED-AMOUNT               PIC S9(13)V99 COMP-3.
       01  WS-REBUILT-BALANCE             PIC S9(13)V99 COMP-3.
       01  WS-DIFFERENCE                  PIC S9(13)V99 COMP-3.
       01  WS-LAST-CHECKED-ACCOUNT        PIC 9(12) VALUE 0.
       01  WS-LAST-CHECKED-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-LAST-ACCOUNT-ON-FILE    VALUE 'Y'.

      *>   TRAN CODE DISPOSITIONS, RESOLVED ONCE PER CODE FROM
      *>   TRNCMAST.  A CODE NOT ON THE MASTER RESOLVES TO A BLANK
      *>   DISPOSITION AND CANNOT BE SIGNED.
       01  WS-CODE-MAX                    PIC S9(04) COMP VALUE 300.
       01  WS-CODE-COUNT                  PIC S9(04) COMP VALUE 0.
       01  WS-CODE-IDX                    PIC S9(04) COMP VALUE 0.
       01  WS-CODE-FOUND                  PIC S9(04) COMP VALUE 0.
       01  CODE-TABLE.
           05  CODE-ENTRY OCCURS 300 TIMES.
               10  CD-TRAN-CODE           PIC X(04).
               10  CD-DISPOSITION         PIC X(01).
               10  CD-REVERSAL-FLAG       PIC X(01).
       01  WS-DISPOSITION                 PIC X(01).
           88  WS-DISP-DEBIT              VALUE 'D'.
           88  WS-DISP-CREDIT             VALUE 'C'.
       01  WS-REVERSAL-FLAG               PIC X(01).
           88  WS-CODE-IS-REVERSAL        VALUE 'R'.

      *>   NET OF THE STILL-ARCHIVED ENTRIES, ONE ENTRY PER ACCOUNT.
       01  WS-ARC-MAX                     PIC S9(04) COMP VALUE 5000.
       01  WS-ARC-COUNT                   PIC S9(04) COMP VALUE 0.
       01  WS-ARC-IDX                     PIC S9(04) COMP VALUE 0.
       01  WS-ARC-FOUND                   PIC S9(04) COMP VALUE 0.
       01  ARCHIVE-NET-TABLE.
           05  ARCHIVE-NET-ENTRY OCCURS 5000 TIMES.
               10  AA-ACCOUNT-NUMBER      PIC 9(12).
               10  AA-NET-AMOUNT          PIC S9(13)V99 COMP-3.
               10  AA-MATCHED-FLAG        PIC X(01).
                   88  AA-ON-MASTER       VALUE 'Y'.

      *>   THE DAY'S POSTINGS AND THE JOURNAL'S CUSTOMER-SIDE LINES
      *>   BY BRANCH.
       01  WS-BR-MAX                      PIC S9(04) COMP VALUE 200.
       01  WS-BR-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-BR-IDX                      PIC S9(04) COMP VALUE 0.
       01  WS-BR-FOUND                    PIC S9(04) COMP VALUE 0.
       01  WS-BR-KEY                      PIC X(05).
       01  BRANCH-PROOF-TABLE.
           05  BRANCH-PROOF-ENTRY OCCURS 200 TIMES.
               10  BP-BRANCH-ID           PIC X(05).
               10  BP-HIST-DEBIT          PIC S9(13)V99 COMP-3.
               10  BP-HIST-CREDIT         PIC S9(13)V99 COMP-3.
               10  BP-GL-DEBIT            PIC S9(13)V99 COMP-3.
               10  BP-GL-CREDIT           PIC S9(13)V99 COMP-3.

      *>   GL JOURNAL RECORD -- SEE TLR260 FOR THE LAYOUT.
       01  WS-JOURNAL-LINE.
           05  JL-RECORD-TYPE             PIC X(02).
           05  JL-BRANCH-ID               PIC X(05).
           05  JL-GL-REF                  PIC X(04).
           05  JL-DC                      PIC X(01).
           05  JL-AMOUNT                  PIC 9(11)V99.
           05  JL-DATE                    PIC 9(08).
           05  FILLER                     PIC X(07).
       01  WS-JOURNAL-HDR REDEFINES WS-JOURNAL-LINE.
           05  JH-RECORD-TYPE             PIC X(02).
           05  JH-RUN-DATE                PIC 9(08).
           05  FILLER                     PIC X(30).
       01  WS-JOURNAL-TRL REDEFINES WS-JOURNAL-LINE.
           05  JT-RECORD-TYPE             PIC X(02).
           05  JT-DEBIT-TOTAL             PIC 9(13)V99.
           05  JT-CREDIT-TOTAL            PIC 9(13)V99.
           05  JT-LINE-COUNT              PIC 9(08).

       01  WS-GL-RUN-DATE                 PIC 9(08) VALUE 0.
       01  WS-GL-TRAILER-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-GL-TRAILER-SEEN         VALUE 'Y'.
       01  WS-GL-TRL-DEBIT                PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GL-TRL-CREDIT               PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GL-LINE-DEBIT               PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GL-LINE-CREDIT              PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-DAY-DEBIT                   PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-DAY-CREDIT                  PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-DAY-BOTH-SIDES              PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-REV-DEBIT                   PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-REV-CREDIT                  PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-ACCT-COUNT                  PIC S9(09) COMP-3 VALUE 0.
       01  WS-ACCT-BREAK-COUNT            PIC S9(09) COMP-3 VALUE 0.
       01  WS-HIST-COUNT                  PIC S9(09) COMP-3 VALUE 0.
       01  WS-ARC-READ-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-ARC-RESTORED-COUNT          PIC S9(09) COMP-3 VALUE 0.
       01  WS-ORPHAN-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-UNKNOWN-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-BRANCH-BREAK-COUNT          PIC S9(09) COMP-3 VALUE 0.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       01  WS-HEADING-1.
           05  FILLER                     PIC X(36) VALUE
               'TLR400  BALANCE PROOF FOR DATE '.
           05  WS-H1-DATE                 PIC 9(08).

       01  WS-SECTION-LINE                PIC X(60).

       01  WS-ACCOUNT-LINE.
           05  FILLER                     PIC X(08) VALUE 'ACCOUNT '.
           05  WS-AL-ACCOUNT-NUMBER       PIC 9(12).
           05  FILLER                     PIC X(09) VALUE
               '  MASTER '.
           05  WS-AL-MASTER               PIC -(13)9.99.
           05  FILLER                     PIC X(10) VALUE
               '  REBUILT '.
           05  WS-AL-REBUILT              PIC -(13)9.99.
           05  FILLER                     PIC X(07) VALUE '  DIFF '.
           05  WS-AL-DIFFERENCE           PIC -(13)9.99.

       01  WS-ENTRY-LINE.
           05  WS-EL-TEXT                 PIC X(34).
           05  FILLER                     PIC X(06) VALUE ' SEQ  '.
           05  WS-EL-SEQ-NO               PIC 9(09).
           05  FILLER                     PIC X(10) VALUE
               '  ACCOUNT '.
           05  WS-EL-ACCOUNT-NUMBER       PIC 9(12).
           05  FILLER                     PIC X(07) VALUE '  CODE '.
           05  WS-EL-TRAN-CODE            PIC X(04).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-AMOUNT               PIC -(11)9.99.

       01  WS-BRANCH-HEADING.
           05  FILLER                     PIC X(50) VALUE
               'BRANCH  HISTORY DEBITS        GL DEBITS  HISTORY C'.
           05  FILLER                     PIC X(50) VALUE
               'REDITS       GL CREDITS'.
       01  WS-BRANCH-LINE.
           05  WS-BL-BRANCH-ID            PIC X(05).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-BL-HIST-DEBIT           PIC -(12)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-BL-GL-DEBIT             PIC -(12)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-BL-HIST-CREDIT          PIC -(12)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-BL-GL-CREDIT            PIC -(12)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-BL-FLAG                 PIC X(05).

       01  WS-AMOUNT-LINE.
           05  WS-ML-LABEL                PIC X(44).
           05  WS-ML-AMOUNT               PIC -(13)9.99.

       01  WS-COUNT-LINE.
           05  WS-CL-LABEL                PIC X(44).
           05  WS-CL-COUNT                PIC ZZZZZZZZ9.

       01  WS-RESULT-LINE                 PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-INPUT-IS-COMPLETE
               PERFORM 2000-LOAD-ARCHIVE
               PERFORM 3000-PROVE-ACCOUNTS
               PERFORM 4000-SCAN-HISTORY
               PERFORM 5000-LOAD-GL-JOURNAL
               PERFORM 6000-TIE-DAY-POSTINGS
               PERFORM 7000-PRODUCE-SUMMARY
           END-IF
           PERFORM 9000-TERMINATE
           IF (WS-PROOF-BROKEN OR WS-ANY-TABLE-FULL)
                   AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           OPEN OUTPUT PROOF-RPT-FILE
           MOVE WS-BIZ-DATE TO WS-H1-DATE
           WRITE PROOF-RPT-LINE FROM WS-HEADING-1
           MOVE SPACES TO WS-ACCTMAST-FS
           OPEN INPUT ACCTMAST-FILE
           MOVE SPACES TO WS-ACCTHIST-FS
           OPEN INPUT ACCTHIST-FILE
           MOVE SPACES TO WS-TRNCMAST-FS
           OPEN INPUT TRNCMAST-FILE
           MOVE SPACES TO WS-JOURNAL-FS
           OPEN INPUT GL-JOURNAL-FILE
           MOVE 'Y' TO WS-FILES-OPEN-SWITCH
      *>   A PROOF THAT CANNOT SEE ONE OF ITS SOURCES PROVES
      *>   NOTHING -- STOP WITH 16 RATHER THAN REPORT CLEAN.
           IF WS-ACCTMAST-FS NOT = '00'
                   OR WS-ACCTHIST-FS NOT = '00'
                   OR WS-TRNCMAST-FS NOT = '00'
                   OR WS-JOURNAL-FS NOT = '00'
               MOVE 'ACCOUNT/HISTORY/CODE MASTER/GL JOURNAL MISSING'
                   TO PROOF-RPT-LINE
               WRITE PROOF-RPT-LINE
               MOVE 'PROOF NOT RUN' TO PROOF-RPT-LINE
               WRITE PROOF-RPT-LINE
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-INPUT-SWITCH
           END-IF.

       2000-LOAD-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-FS
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ ARCHIVE-FILE INTO ACCTHIST-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 2100-NET-ARCHIVE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           ELSE
               MOVE 'NO ARCHIVED HISTORY ON FILE - PROOF USES ACCTHIST'
                   TO PROOF-RPT-LINE
               WRITE PROOF-RPT-LINE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       2100-NET-ARCHIVE-ENTRY.
           ADD 1 TO WS-ARC-READ-COUNT
           PERFORM 8100-SAVE-ENTRY
      *>   AN ENTRY TLR190 HAS PUT BACK ON ACCTHIST IS PROVED FROM
      *>   THERE; COUNTING IT HERE TOO WOULD DOUBLE IT.
           READ ACCTHIST-FILE
           IF WS-ACCTHIST-FS = '00'
               ADD 1 TO WS-ARC-RESTORED-COUNT
           ELSE
               PERFORM 8200-SIGN-ENTRY
               IF WS-DISP-DEBIT OR WS-DISP-CREDIT
                   PERFORM 2200-ADD-TO-ARCHIVE-NET
               ELSE
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE 'Y' TO WS-BREAK-SWITCH
                   MOVE 'ARCHIVED, CODE NOT ON TRNCMAST' TO WS-EL-TEXT
                   PERFORM 8400-WRITE-ENTRY-LINE
               END-IF
           END-IF.

       2200-ADD-TO-ARCHIVE-NET.
           MOVE 0 TO WS-ARC-FOUND
           IF WS-ARC-IDX > 0 AND WS-ARC-IDX <= WS-ARC-COUNT
      *>       THE ARCHIVE RUNS IN AH-SEQ-NO ORDER, SO CONSECUTIVE
      *>       ENTRIES OFTEN SHARE AN ACCOUNT -- TRY THE LAST FIRST.
               IF AA-ACCOUNT-NUMBER (WS-ARC-IDX)
                       = WS-SV-ACCOUNT-NUMBER
                   MOVE WS-ARC-IDX TO WS-ARC-FOUND
               END-IF
           END-IF
           IF WS-ARC-FOUND = 0
               PERFORM 8300-FIND-ARCHIVE-NET
           END-IF
           IF WS-ARC-FOUND = 0
               IF WS-ARC-COUNT < WS-ARC-MAX
                   ADD 1 TO WS-ARC-COUNT
                   MOVE WS-ARC-COUNT TO WS-ARC-FOUND
                   MOVE WS-SV-ACCOUNT-NUMBER
                       TO AA-ACCOUNT-NUMBER (WS-ARC-FOUND)
                   MOVE 0   TO AA-NET-AMOUNT (WS-ARC-FOUND)
                   MOVE 'N' TO AA-MATCHED-FLAG (WS-ARC-FOUND)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF
           IF WS-ARC-FOUND NOT = 0
               ADD WS-SIGNED-AMOUNT TO AA-NET-AMOUNT (WS-ARC-FOUND)
               MOVE WS-ARC-FOUND TO WS-ARC-IDX
           END-IF.

       3000-PROVE-ACCOUNTS.
           MOVE 'ACCOUNTS WHOSE BALANCE DOES NOT MATCH THEIR HISTORY'
               TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ ACCTMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 3100-PROVE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SWITCH.

       3100-PROVE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT
           MOVE AM-OPENING-BALANCE TO WS-REBUILT-BALANCE
           MOVE AM-ACCOUNT-NUMBER TO WS-SV-ACCOUNT-NUMBER
           PERFORM 8300-FIND-ARCHIVE-NET
           IF WS-ARC-FOUND NOT = 0
               ADD AA-NET-AMOUNT (WS-ARC-FOUND) TO WS-REBUILT-BALANCE
               MOVE 'Y' TO AA-MATCHED-FLAG (WS-ARC-FOUND)
           END-IF
           MOVE AM-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER
           START ACCTHIST-FILE KEY = AH-ACCOUNT-NUMBER
           IF WS-ACCTHIST-FS = '00'
               MOVE 'N' TO WS-HIST-EOF-SWITCH
               PERFORM 3200-ADD-ONE-ENTRY UNTIL WS-HIST-END
           END-IF
           IF WS-REBUILT-BALANCE NOT = AM-CURRENT-BALANCE
               ADD 1 TO WS-ACCT-BREAK-COUNT
               MOVE 'Y' TO WS-BREAK-SWITCH
               COMPUTE WS-DIFFERENCE =
                   AM-CURRENT-BALANCE - WS-REBUILT-BALANCE
               MOVE AM-ACCOUNT-NUMBER  TO WS-AL-ACCOUNT-NUMBER
               MOVE AM-CURRENT-BALANCE TO WS-AL-MASTER
               MOVE WS-REBUILT-BALANCE TO WS-AL-REBUILT
               MOVE WS-DIFFERENCE      TO WS-AL-DIFFERENCE
               WRITE PROOF-RPT-LINE FROM WS-ACCOUNT-LINE
           END-IF.

       3200-ADD-ONE-ENTRY.
           READ ACCTHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SWITCH
               NOT AT END
                   IF AH-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
                       MOVE 'Y' TO WS-HIST-EOF-SWITCH
                   ELSE
                       PERFORM 8100-SAVE-ENTRY
                       PERFORM 8200-SIGN-ENTRY
                       ADD WS-SIGNED-AMOUNT TO WS-REBUILT-BALANCE
                   END-IF
           END-READ.

       4000-SCAN-HISTORY.
      *>   ONE PASS IN AH-SEQ-NO ORDER: THE DAY'S POSTINGS FOR THE
      *>   GL TIE, AND ANY HISTORY WHOSE ACCOUNT IS NOT ON THE
      *>   MASTER (THE MASTER-DRIVEN PASS ABOVE CANNOT SEE IT).
           MOVE SPACES TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           MOVE 'HISTORY ENTRIES NOT ON THE MASTER OR NOT ON TRNCMAST'
               TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           MOVE 0 TO AH-SEQ-NO
           START ACCTHIST-FILE KEY IS NOT LESS THAN AH-SEQ-NO
           IF WS-ACCTHIST-FS = '00'
               MOVE 'N' TO WS-HIST-EOF-SWITCH
               PERFORM UNTIL WS-HIST-END
                   READ ACCTHIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HIST-EOF-SWITCH
                       NOT AT END
                           PERFORM 4100-CHECK-ONE-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
                   UNTIL WS-ARC-IDX > WS-ARC-COUNT
               IF NOT AA-ON-MASTER (WS-ARC-IDX)
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE 'Y' TO WS-BREAK-SWITCH
                   MOVE 'ARCHIVED NET, ACCOUNT NOT ON MASTER'
                       TO WS-EL-TEXT
                   MOVE 0 TO WS-EL-SEQ-NO
                   MOVE AA-ACCOUNT-NUMBER (WS-ARC-IDX)
                       TO WS-EL-ACCOUNT-NUMBER
                   MOVE SPACES TO WS-EL-TRAN-CODE
                   MOVE AA-NET-AMOUNT (WS-ARC-IDX) TO WS-EL-AMOUNT
                   WRITE PROOF-RPT-LINE FROM WS-ENTRY-LINE
               END-IF
           END-PERFORM.

       4100-CHECK-ONE-ENTRY.
           ADD 1 TO WS-HIST-COUNT
           PERFORM 8100-SAVE-ENTRY
           IF WS-SV-ACCOUNT-NUMBER NOT = WS-LAST-CHECKED-ACCOUNT
               MOVE WS-SV-ACCOUNT-NUMBER TO WS-LAST-CHECKED-ACCOUNT
               MOVE WS-SV-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
               READ ACCTMAST-FILE
               IF WS-ACCTMAST-FS = '00'
                   MOVE 'Y' TO WS-LAST-CHECKED-SWITCH
               ELSE
                   MOVE 'N' TO WS-LAST-CHECKED-SWITCH
               END-IF
           END-IF
           IF NOT WS-LAST-ACCOUNT-ON-FILE
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE 'Y' TO WS-BREAK-SWITCH
               MOVE 'HISTORY, ACCOUNT NOT ON MASTER' TO WS-EL-TEXT
               PERFORM 8400-WRITE-ENTRY-LINE
           END-IF
           PERFORM 8500-RESOLVE-CODE
           EVALUATE TRUE
               WHEN NOT WS-DISP-DEBIT AND NOT WS-DISP-CREDIT
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE 'Y' TO WS-BREAK-SWITCH
                   MOVE 'HISTORY, CODE NOT ON TRNCMAST' TO WS-EL-TEXT
                   PERFORM 8400-WRITE-ENTRY-LINE
               WHEN WS-SV-TRAN-DATE NOT = WS-BIZ-DATE
                   CONTINUE
               WHEN WS-CODE-IS-REVERSAL AND NOT WS-SV-NSF-RETURN
                   IF WS-DISP-DEBIT
                       ADD WS-SV-AMOUNT TO WS-REV-DEBIT
                   ELSE
                       ADD WS-SV-AMOUNT TO WS-REV-CREDIT
                   END-IF
               WHEN OTHER
                   MOVE WS-SV-BRANCH-ID TO WS-BR-KEY
                   PERFORM 8600-FIND-BRANCH
                   IF WS-DISP-DEBIT
                       ADD WS-SV-AMOUNT TO WS-DAY-DEBIT
                       IF WS-BR-FOUND NOT = 0
                           ADD WS-SV-AMOUNT
                               TO BP-HIST-DEBIT (WS-BR-FOUND)
                       END-IF
                   ELSE
                       ADD WS-SV-AMOUNT TO WS-DAY-CREDIT
                       IF WS-BR-FOUND NOT = 0
                           ADD WS-SV-AMOUNT
                               TO BP-HIST-CREDIT (WS-BR-FOUND)
                       END-IF
                   END-IF
           END-EVALUATE.

       5000-LOAD-GL-JOURNAL.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ GL-JOURNAL-FILE INTO WS-JOURNAL-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 5100-NOTE-JOURNAL-RECORD
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SWITCH.

       5100-NOTE-JOURNAL-RECORD.
           EVALUATE JL-RECORD-TYPE
               WHEN 'HD'
                   MOVE JH-RUN-DATE TO WS-GL-RUN-DATE
               WHEN 'TR'
                   MOVE 'Y' TO WS-GL-TRAILER-SWITCH
                   MOVE JT-DEBIT-TOTAL  TO WS-GL-TRL-DEBIT
                   MOVE JT-CREDIT-TOTAL TO WS-GL-TRL-CREDIT
               WHEN 'JL'
                   IF JL-DC = 'D'
                       ADD JL-AMOUNT TO WS-GL-LINE-DEBIT
                   ELSE
                       ADD JL-AMOUNT TO WS-GL-LINE-CREDIT
                   END-IF
      *>           THE CASH OFFSETS MIRROR THE CUSTOMER LINES AND
      *>           HAVE NO HISTORY OF THEIR OWN TO TIE TO.
                   IF JL-GL-REF NOT = 'CASH'
                       MOVE JL-BRANCH-ID TO WS-BR-KEY
                       PERFORM 8600-FIND-BRANCH
                       IF WS-BR-FOUND NOT = 0
                           IF JL-DC = 'D'
                               ADD JL-AMOUNT
                                   TO BP-GL-DEBIT (WS-BR-FOUND)
                           ELSE
                               ADD JL-AMOUNT
                                   TO BP-GL-CREDIT (WS-BR-FOUND)
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6000-TIE-DAY-POSTINGS.
           MOVE SPACES TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           MOVE 'DAY POSTINGS BY BRANCH AGAINST THE GL JOURNAL'
               TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE FROM WS-BRANCH-HEADING
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               PERFORM 6100-WRITE-BRANCH-LINE
           END-PERFORM
           MOVE SPACES TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           MOVE 'HISTORY DEBITS FOR THE DAY' TO WS-ML-LABEL
           MOVE WS-DAY-DEBIT TO WS-ML-AMOUNT
           WRITE PROOF-RPT-LINE FROM WS-AMOUNT-LINE
           MOVE 'HISTORY CREDITS FOR THE DAY' TO WS-ML-LABEL
           MOVE WS-DAY-CREDIT TO WS-ML-AMOUNT
           WRITE PROOF-RPT-LINE FROM WS-AMOUNT-LINE
           MOVE 'GL TRAILER DEBIT TOTAL' TO WS-ML-LABEL
           MOVE WS-GL-TRL-DEBIT TO WS-ML-AMOUNT
           WRITE PROOF-RPT-LINE FROM WS-AMOUNT-LINE
           MOVE 'GL TRAILER CREDIT TOTAL' TO WS-ML-LABEL
           MOVE WS-GL-TRL-CREDIT TO WS-ML-AMOUNT
           WRITE PROOF-RPT-LINE FROM WS-AMOUNT-LINE
           MOVE 'REVERSAL DEBITS (NOT JOURNALLED)' TO WS-ML-LABEL
           MOVE WS-REV-DEBIT TO WS-ML-AMOUNT
           WRITE PROOF-RPT-LINE FROM WS-AMOUNT-LINE
           MOVE 'REVERSAL CREDITS (NOT JOURNALLED)' TO WS-ML-LABEL
           MOVE WS-REV-CREDIT TO WS-ML-AMOUNT
           WRITE PROOF-RPT-LINE FROM WS-AMOUNT-LINE
           PERFORM 6200-TIE-TRAILER.

       6100-WRITE-BRANCH-LINE.
           MOVE SPACES TO WS-BL-FLAG
           IF BP-HIST-DEBIT (WS-BR-IDX) NOT = BP-GL-DEBIT (WS-BR-IDX)
                   OR BP-HIST-CREDIT (WS-BR-IDX)
                       NOT = BP-GL-CREDIT (WS-BR-IDX)
               MOVE 'BREAK' TO WS-BL-FLAG
               ADD 1 TO WS-BRANCH-BREAK-COUNT
               MOVE 'Y' TO WS-BREAK-SWITCH
           END-IF
           MOVE BP-BRANCH-ID (WS-BR-IDX)   TO WS-BL-BRANCH-ID
           MOVE BP-HIST-DEBIT (WS-BR-IDX)  TO WS-BL-HIST-DEBIT
           MOVE BP-GL-DEBIT (WS-BR-IDX)    TO WS-BL-GL-DEBIT
           MOVE BP-HIST-CREDIT (WS-BR-IDX) TO WS-BL-HIST-CREDIT
           MOVE BP-GL-CREDIT (WS-BR-IDX)   TO WS-BL-GL-CREDIT
           WRITE PROOF-RPT-LINE FROM WS-BRANCH-LINE.

       6200-TIE-TRAILER.
      *>   TLR260 OFFSETS EVERY CUSTOMER LINE WITH CASH ON THE OTHER
      *>   SIDE, SO EACH TRAILER TOTAL IS THE DAY'S DEBITS PLUS THE
      *>   DAY'S CREDITS.
           COMPUTE WS-DAY-BOTH-SIDES = WS-DAY-DEBIT + WS-DAY-CREDIT
           EVALUATE TRUE
               WHEN WS-GL-RUN-DATE NOT = WS-BIZ-DATE
                   MOVE 'Y' TO WS-BREAK-SWITCH
                   MOVE 'GL JOURNAL HEADER IS NOT FOR THE BUSINESS DATE'
                       TO PROOF-RPT-LINE
                   WRITE PROOF-RPT-LINE
               WHEN NOT WS-GL-TRAILER-SEEN
                   MOVE 'Y' TO WS-BREAK-SWITCH
                   MOVE 'GL JOURNAL HAS NO TRAILER' TO PROOF-RPT-LINE
                   WRITE PROOF-RPT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-GL-LINE-DEBIT NOT = WS-GL-TRL-DEBIT
                   OR WS-GL-LINE-CREDIT NOT = WS-GL-TRL-CREDIT
               MOVE 'Y' TO WS-BREAK-SWITCH
               MOVE 'GL JOURNAL LINES DO NOT ADD TO ITS TRAILER'
                   TO PROOF-RPT-LINE
               WRITE PROOF-RPT-LINE
           END-IF
           IF WS-GL-TRL-DEBIT NOT = WS-DAY-BOTH-SIDES
                   OR WS-GL-TRL-CREDIT NOT = WS-DAY-BOTH-SIDES
               MOVE 'Y' TO WS-BREAK-SWITCH
               MOVE 'DAY POSTINGS DO NOT TIE TO THE GL TRAILER'
                   TO PROOF-RPT-LINE
               WRITE PROOF-RPT-LINE
           END-IF.

       7000-PRODUCE-SUMMARY.
           MOVE SPACES TO PROOF-RPT-LINE
           WRITE PROOF-RPT-LINE
           MOVE 'ACCOUNTS PROVED' TO WS-CL-LABEL
           MOVE WS-ACCT-COUNT TO WS-CL-COUNT
           WRITE PROOF-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'ACCOUNTS OUT OF BALANCE' TO WS-CL-LABEL
           MOVE WS-ACCT-BREAK-COUNT TO WS-CL-COUNT
           WRITE PROOF-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'ACCTHIST ENTRIES READ' TO WS-CL-LABEL
           MOVE WS-HIST-COUNT TO WS-CL-COUNT
           WRITE PROOF-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'ARCHIVED ENTRIES READ' TO WS-CL-LABEL
           MOVE WS-ARC-READ-COUNT TO WS-CL-COUNT
           WRITE PROOF-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'ARCHIVED ENTRIES ALREADY RESTORED' TO WS-CL-LABEL
           MOVE WS-ARC-RESTORED-COUNT TO WS-CL-COUNT
           WRITE PROOF-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'HISTORY FOR ACCOUNTS NOT ON THE MASTER' TO WS-CL-LABEL
           MOVE WS-ORPHAN-COUNT TO WS-CL-COUNT
           WRITE PROOF-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'HISTORY UNDER CODES NOT ON TRNCMAST' TO WS-CL-LABEL
           MOVE WS-UNKNOWN-COUNT TO WS-CL-COUNT
           WRITE PROOF-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'BRANCHES NOT TIED TO THE GL JOURNAL' TO WS-CL-LABEL
           MOVE WS-BRANCH-BREAK-COUNT TO WS-CL-COUNT
           WRITE PROOF-RPT-LINE FROM WS-COUNT-LINE
           IF WS-ANY-TABLE-FULL
               MOVE 'WORK TABLE FILLED - PROOF IS INCOMPLETE'
                   TO PROOF-RPT-LINE
               WRITE PROOF-RPT-LINE
           END-IF
           IF WS-PROOF-BROKEN OR WS-ANY-TABLE-FULL
               MOVE 'BALANCE PROOF BROKEN - NEXT BUSINESS DATE HELD'
                   TO WS-RESULT-LINE
           ELSE
               MOVE 'BALANCE PROOF CLEAN' TO WS-RESULT-LINE
           END-IF
           WRITE PROOF-RPT-LINE FROM WS-RESULT-LINE.

       8100-SAVE-ENTRY.
           MOVE AH-SEQ-NO         TO WS-SV-SEQ-NO
           MOVE AH-ACCOUNT-NUMBER TO WS-SV-ACCOUNT-NUMBER
           MOVE AH-BRANCH-ID      TO WS-SV-BRANCH-ID
           MOVE AH-TRAN-DATE      TO WS-SV-TRAN-DATE
           MOVE AH-TRAN-CODE      TO WS-SV-TRAN-CODE
           MOVE AH-AMOUNT         TO WS-SV-AMOUNT
           MOVE AH-DESCRIPTION    TO WS-SV-DESCRIPTION.

       8200-SIGN-ENTRY.
      *>   A CREDIT ADDS TO THE BALANCE AND A DEBIT TAKES FROM IT,
      *>   AS TLR150 POSTS; AN UNKNOWN CODE IS LISTED AND LEFT OUT,
      *>   WHICH THEN SHOWS AS THE ACCOUNT'S BREAK.
           PERFORM 8500-RESOLVE-CODE
           EVALUATE TRUE
               WHEN WS-DISP-CREDIT
                   MOVE WS-SV-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN WS-DISP-DEBIT
                   COMPUTE WS-SIGNED-AMOUNT = 0 - WS-SV-AMOUNT
               WHEN OTHER
                   MOVE 0 TO WS-SIGNED-AMOUNT
           END-EVALUATE.

       8300-FIND-ARCHIVE-NET.
           MOVE 0 TO WS-ARC-FOUND
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
                   UNTIL WS-ARC-IDX > WS-ARC-COUNT
               IF AA-ACCOUNT-NUMBER (WS-ARC-IDX)
                       = WS-SV-ACCOUNT-NUMBER
                   MOVE WS-ARC-IDX TO WS-ARC-FOUND
                   MOVE WS-ARC-COUNT TO WS-ARC-IDX
               END-IF
           END-PERFORM
           IF WS-ARC-FOUND NOT = 0
               MOVE WS-ARC-FOUND TO WS-ARC-IDX
           ELSE
               MOVE WS-ARC-COUNT TO WS-ARC-IDX
           END-IF.

       8400-WRITE-ENTRY-LINE.
           MOVE WS-SV-SEQ-NO         TO WS-EL-SEQ-NO
           MOVE WS-SV-ACCOUNT-NUMBER TO WS-EL-ACCOUNT-NUMBER
           MOVE WS-SV-TRAN-CODE      TO WS-EL-TRAN-CODE
           MOVE WS-SV-AMOUNT         TO WS-EL-AMOUNT
           WRITE PROOF-RPT-LINE FROM WS-ENTRY-LINE.

       8500-RESOLVE-CODE.
           MOVE 0 TO WS-CODE-FOUND
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-COUNT
               IF CD-TRAN-CODE (WS-CODE-IDX) = WS-SV-TRAN-CODE
                   MOVE WS-CODE-IDX TO WS-CODE-FOUND
                   MOVE WS-CODE-COUNT TO WS-CODE-IDX
               END-IF
           END-PERFORM
           IF WS-CODE-FOUND NOT = 0
               MOVE CD-DISPOSITION (WS-CODE-FOUND)   TO WS-DISPOSITION
               MOVE CD-REVERSAL-FLAG (WS-CODE-FOUND)
                   TO WS-REVERSAL-FLAG
           ELSE
               MOVE SPACE TO WS-DISPOSITION
               MOVE SPACE TO WS-REVERSAL-FLAG
               MOVE WS-SV-TRAN-CODE TO TC-TRAN-CODE
               READ TRNCMAST-FILE
               IF WS-TRNCMAST-FS = '00'
                   MOVE TC-DISPOSITION   TO WS-DISPOSITION
                   MOVE TC-REVERSAL-FLAG TO WS-REVERSAL-FLAG
               END-IF
      *>       A FULL TABLE ONLY COSTS A RE-READ OF THE CODE MASTER.
               IF WS-CODE-COUNT < WS-CODE-MAX
                   ADD 1 TO WS-CODE-COUNT
                   MOVE WS-SV-TRAN-CODE TO CD-TRAN-CODE (WS-CODE-COUNT)
                   MOVE WS-DISPOSITION
                       TO CD-DISPOSITION (WS-CODE-COUNT)
                   MOVE WS-REVERSAL-FLAG
                       TO CD-REVERSAL-FLAG (WS-CODE-COUNT)
               END-IF
           END-IF.

       8600-FIND-BRANCH.
           MOVE 0 TO WS-BR-FOUND
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF BP-BRANCH-ID (WS-BR-IDX) = WS-BR-KEY
                   MOVE WS-BR-IDX TO WS-BR-FOUND
                   MOVE WS-BR-COUNT TO WS-BR-IDX
               END-IF
           END-PERFORM
           IF WS-BR-FOUND = 0
               IF WS-BR-COUNT < WS-BR-MAX
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-BR-FOUND
                   MOVE WS-BR-KEY TO BP-BRANCH-ID (WS-BR-FOUND)
                   MOVE 0 TO BP-HIST-DEBIT (WS-BR-FOUND)
                   MOVE 0 TO BP-HIST-CREDIT (WS-BR-FOUND)
                   MOVE 0 TO BP-GL-DEBIT (WS-BR-FOUND)
                   MOVE 0 TO BP-GL-CREDIT (WS-BR-FOUND)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF.

       9000-TERMINATE.
           IF WS-FILES-ARE-OPEN
               CLOSE ACCTMAST-FILE
               CLOSE ACCTHIST-FILE
               CLOSE TRNCMAST-FILE
               CLOSE GL-JOURNAL-FILE
           END-IF
           CLOSE PROOF-RPT-FILE.
