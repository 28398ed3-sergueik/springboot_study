      *
      *   TLR440 - ROLL A RESTORED ACCOUNT BACKUP FORWARD FROM THE
      *            POSTING JOURNAL
      *
      *   WHEN ACCTMAST AND ACCTHIST HAVE BEEN RESTORED FROM A BACKUP
      *   THIS RUN REAPPLIES, IN JOURNAL SEQUENCE, EVERY IMAGE ENTRY
      *   THE POSTING RUNS (TLR130, TLR150, TLR320) AND ANY TLR430
      *   BACKOUTS WROTE FOR THE BUSINESS DATES SINCE THE BACKUP,
      *   INSTEAD OF RERUNNING THE DAYS' POSTING STEPS:
      *
      *       ACCTMAST CHANGED  - THE AFTER IMAGE IS REWRITTEN WHEN
      *                           THE RECORD STILL MATCHES THE BEFORE
      *                           IMAGE; OTHERWISE THE RUN'S BALANCE
      *                           MOVEMENT IS APPLIED AND THE ACCOUNT
      *                           IS LISTED AS A MISMATCH
      *       ACCTHIST ADDED    - THE AFTER IMAGE IS WRITTEN
      *       ACCTHIST DELETED  - THE ENTRY IS DELETED
      *       ACCTHIST CHANGED  - THE AFTER IMAGE IS REWRITTEN
      *
      *   AN ENTRY THE FILES ALREADY REFLECT (THE BACKUP WAS TAKEN
      *   AFTER IT) IS COUNTED AS ALREADY APPLIED AND LEFT ALONE, SO
      *   A ROLL-FORWARD THAT STOPS PART WAY CAN SIMPLY BE RERUN.  A
      *   BACKED-OUT RUN NEEDS NO SPECIAL HANDLING - ITS ENTRIES ARE
      *   REAPPLIED AND THE TLR430 RUN'S OWN ENTRIES THEN UNDO THEM.
      *   THIS RUN REPLAYS THE JOURNAL AND WRITES NOTHING TO IT.
      *
      *   A RUN THAT HAS A START ENTRY BUT NO END ENTRY ON THE
      *   JOURNAL ABENDED; ITS ENTRIES ARE REAPPLIED SO THE FILES
      *   ARE AS THE ABEND LEFT THEM, AND THE RUN IS LISTED SO IT CAN
      *   BE BACKED OUT WITH TLR430 BEFORE THE DAY IS RERUN.
      *
      *   THE RECONCILIATION AT THE FOOT OF THE REPORT PROVES THE
      *   RESULT: ACCOUNT COUNT, TOTAL OF BALANCES AND HISTORY RECORD
      *   COUNT ARE TAKEN BY A FULL PASS BEFORE AND AFTER, AND THE
      *   AFTER FIGURES MUST EQUAL THE BEFORE FIGURES MOVED BY THE
      *   JOURNAL ENTRIES APPLIED.  EVERY ACCOUNT CHANGED IS THEN
      *   RE-READ AND ITS BALANCE CHECKED AGAINST THE LAST AFTER
      *   IMAGE ON THE JOURNAL; ACCOUNTS THAT DIFFER ARE LISTED.
      *   RC 8 WHEN ANYTHING IS OUT OF BALANCE, RC 4 WHEN THERE WERE
      *   MISMATCHES OR INCOMPLETE RUNS BUT THE PROOF AGREES.
      *
      *   TLRRFWPM PARAMETER:
      *       POS 1-8    FIRST BUSINESS DATE TO REAPPLY CCYYMMDD - THE
      *                  DAY AFTER THE BACKUP (REQUIRED)
      *       POS 10-17  LAST BUSINESS DATE TO REAPPLY (BLANK = ALL
      *                  ENTRIES FROM THE FIRST DATE ON)
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR FORWARD RECOVERY OF THE ACCOUNT FILES
      *               FROM THE POSTING JOURNAL.
      *   2026-10-15  COMPARE AND RESTORE THE WHOLE 47-BYTE ACCOUNT
      *               MASTER IMAGE NOW THAT IT CARRIES THE OVERDRAFT
      *               LIMIT AND OVERDRAWN DATE.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR440.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLLFWD-PARM-FILE ASSIGN TO TLRRFWPM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT POSTJRNL-FILE  ASSIGN TO POSTJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PJ-SEQ-NO
               ALTERNATE RECORD KEY IS PJ-RUN-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-POSTJRNL-FS.
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
           SELECT ROLLFWD-RPT-FILE ASSIGN TO TLRRFWRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ROLLFWD-PARM-FILE.
       01  ROLLFWD-PARM-RECORD            PIC X(80).

       FD  POSTJRNL-FILE.
       COPY POSTJRNL.

       FD  ACCTMAST-FILE.
       COPY ACCTMAST.

       FD  ACCTHIST-FILE.
       COPY ACCTHIST.

       FD  ROLLFWD-RPT-FILE.
       01  ROLLFWD-RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FS                     PIC X(02).
       01  WS-POSTJRNL-FS                 PIC X(02).
       01  WS-ACCTMAST-FS                 PIC X(02).
       01  WS-ACCTHIST-FS                 PIC X(02).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-PROCEED-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-PROCEED                 VALUE 'Y'.
       01  WS-SCAN-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-SCAN-AT-END             VALUE 'Y'.
       01  WS-FILES-OPEN-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN              VALUE 'Y'.

       01  WS-PARM-LINE.
           05  WS-PL-FROM-DATE            PIC 9(08).
           05  FILLER                     PIC X(01).
           05  WS-PL-THRU-DATE            PIC 9(08).
           05  WS-PL-THRU-DATE-X REDEFINES WS-PL-THRU-DATE
                                          PIC X(08).
           05  FILLER                     PIC X(63).

       01  WS-FROM-DATE                   PIC 9(08) VALUE 0.
       01  WS-THRU-DATE                   PIC 9(08) VALUE 99999999.

      *>   ACCOUNT MASTER VIEW OF A JOURNAL IMAGE.
       01  WS-AM-IMAGE.
           05  WS-AMI-ACCOUNT-NUMBER      PIC 9(12).
           05  WS-AMI-STATUS              PIC X(01).
           05  WS-AMI-CURRENCY            PIC X(03).
           05  WS-AMI-CURRENT-BALANCE     PIC S9(13)V99 COMP-3.
           05  WS-AMI-OPENING-BALANCE     PIC S9(13)V99 COMP-3.
           05  WS-AMI-OVERDRAFT-LIMIT     PIC S9(11)V99 COMP-3.
           05  WS-AMI-OVERDRAWN-DATE      PIC 9(08).
           05  FILLER                     PIC X(53).
       01  WS-AM-BEFORE-BALANCE           PIC S9(13)V99 COMP-3.
       01  WS-AM-AFTER-BALANCE            PIC S9(13)V99 COMP-3.
       01  WS-MOVEMENT                    PIC S9(13)V99 COMP-3.

       01  WS-ACCOUNT-KEY                 PIC 9(12).
       01  WS-HIST-KEY                    PIC 9(09).
       01  WS-EXCEPTION-TEXT              PIC X(30).

      *>   RUNS SEEN IN THE RANGE, TO FIND THOSE THAT NEVER ENDED.
       01  WS-RN-TABLE-FULL-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-RN-TABLE-FULL           VALUE 'Y'.
       01  WS-RN-MAX                      PIC S9(04) COMP VALUE 500.
       01  WS-RN-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-RN-IDX                      PIC S9(04) COMP VALUE 0.
       01  WS-RN-FOUND                    PIC S9(04) COMP VALUE 0.
       01  RUN-TABLE.
           05  RUN-ENTRY OCCURS 500 TIMES.
               10  RN-RUN-KEY             PIC X(20).
               10  RN-ENDED               PIC X(01).

      *>   ACCOUNTS CHANGED, WITH THE BALANCE OF THE LAST AFTER IMAGE
      *>   JOURNALED FOR EACH -- THE BALANCE IT SHOULD END ON.
       01  WS-RA-TABLE-FULL-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-RA-TABLE-FULL           VALUE 'Y'.
       01  WS-RA-MAX                      PIC S9(04) COMP VALUE 5000.
       01  WS-RA-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-RA-IDX                      PIC S9(04) COMP VALUE 0.
       01  WS-RA-FOUND                    PIC S9(04) COMP VALUE 0.
       01  ROLLED-ACCT-TABLE.
           05  ROLLED-ACCT-ENTRY OCCURS 5000 TIMES.
               10  RA-ACCOUNT-NUMBER      PIC 9(12).
               10  RA-EXPECTED-BALANCE    PIC S9(13)V99 COMP-3.

      *>   RECONCILIATION FIGURES
       01  WS-BEFORE-AM-COUNT             PIC S9(09) COMP-3 VALUE 0.
       01  WS-BEFORE-AM-TOTAL             PIC S9(15)V99 COMP-3
                                              VALUE 0.
       01  WS-BEFORE-AH-COUNT             PIC S9(09) COMP-3 VALUE 0.
       01  WS-AFTER-AM-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-AFTER-AM-TOTAL              PIC S9(15)V99 COMP-3
                                              VALUE 0.
       01  WS-AFTER-AH-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-SCAN-AM-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-SCAN-AM-TOTAL               PIC S9(15)V99 COMP-3
                                              VALUE 0.
       01  WS-SCAN-AH-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-EXPECT-AM-TOTAL             PIC S9(15)V99 COMP-3
                                              VALUE 0.
       01  WS-EXPECT-AH-COUNT             PIC S9(09) COMP-3 VALUE 0.
       01  WS-MOVEMENT-TOTAL              PIC S9(15)V99 COMP-3
                                              VALUE 0.
       01  WS-HIST-ADDED-COUNT            PIC S9(09) COMP-3 VALUE 0.
       01  WS-HIST-DELETED-COUNT          PIC S9(09) COMP-3 VALUE 0.
       01  WS-OUT-OF-BALANCE-COUNT        PIC S9(09) COMP-3 VALUE 0.
       01  WS-ACCT-AGREE-COUNT            PIC S9(09) COMP-3 VALUE 0.

       01  WS-READ-COUNT                  PIC S9(09) COMP-3 VALUE 0.
       01  WS-RANGE-COUNT                 PIC S9(09) COMP-3 VALUE 0.
       01  WS-APPLIED-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-ALREADY-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-MISMATCH-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-NOT-APPLIED-COUNT           PIC S9(09) COMP-3 VALUE 0.
       01  WS-INCOMPLETE-COUNT            PIC S9(09) COMP-3 VALUE 0.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       01  WS-HEADING-1.
           05  FILLER                     PIC X(44) VALUE
               'TLR440  POSTING JOURNAL ROLL-FORWARD FOR    '.
           05  WS-H1-DATE                 PIC 9(08).
       01  WS-RANGE-LINE.
           05  FILLER                     PIC X(22)
               VALUE 'BUSINESS DATES FROM:  '.
           05  WS-RL-FROM-DATE            PIC 9(08).
           05  FILLER                     PIC X(06) VALUE '  TO: '.
           05  WS-RL-THRU-DATE            PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER                     PIC X(45) VALUE
               'EXCEPTION                      SEQ-NO   RUN  '.
           05  FILLER                     PIC X(45) VALUE
               '                     FILE     KEY'.

       01  WS-EXCEPTION-LINE.
           05  WS-EL-TEXT                 PIC X(30).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-SEQ-NO               PIC 9(09).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-JOB                  PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-BUSINESS-DATE        PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-RUN-NO               PIC 9(04).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-FILE                 PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-KEY                  PIC X(12).

       01  WS-INCOMPLETE-LINE.
           05  FILLER                     PIC X(26)
               VALUE 'RUN DID NOT COMPLETE:     '.
           05  WS-IL-JOB                  PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-BUSINESS-DATE        PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-RUN-NO               PIC 9(04).
           05  FILLER                     PIC X(24)
               VALUE '  - BACK OUT WITH TLR430'.
       01  WS-INCOMPLETE-RUN-KEY.
           05  WS-IR-JOB                  PIC X(08).
           05  WS-IR-BUSINESS-DATE        PIC 9(08).
           05  WS-IR-RUN-NO               PIC 9(04).

       01  WS-RECON-HEADING.
           05  FILLER                     PIC X(44) VALUE
               'RECONCILIATION                        BEFORE'.
           05  FILLER                     PIC X(46) VALUE
               '           EXPECTED              AFTER  RESULT'.

       01  WS-RECON-COUNT-LINE.
           05  WS-RC-LABEL                PIC X(26).
           05  WS-RC-BEFORE               PIC Z(17)9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RC-EXPECTED             PIC Z(17)9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RC-AFTER                PIC Z(17)9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RC-RESULT               PIC X(14).

       01  WS-RECON-AMOUNT-LINE.
           05  WS-RT-LABEL                PIC X(26).
           05  WS-RT-BEFORE               PIC -(14)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RT-EXPECTED             PIC -(14)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RT-AFTER                PIC -(14)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RT-RESULT               PIC X(14).

       01  WS-ACCT-CHECK-LINE.
           05  FILLER                     PIC X(18)
               VALUE 'ACCOUNT DIFFERS   '.
           05  WS-AC-ACCOUNT-NUMBER       PIC 9(12).
           05  FILLER                     PIC X(10)
               VALUE '  JOURNAL '.
           05  WS-AC-EXPECTED             PIC -(13)9.99.
           05  FILLER                     PIC X(08)
               VALUE '  ACTUAL'.
           05  WS-AC-ACTUAL               PIC -(13)9.99.

       01  WS-ACCT-SUMMARY-LINE.
           05  FILLER                     PIC X(26)
               VALUE 'ACCOUNTS CHECKED:         '.
           05  WS-AS-CHECKED              PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(10)
               VALUE '  AGREE: '.
           05  WS-AS-AGREE                PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(11)
               VALUE '  DIFFER: '.
           05  WS-AS-DIFFER               PIC ZZZZZZZZ9.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                     PIC X(16)
               VALUE 'ENTRIES READ:   '.
           05  WS-SL-READ-COUNT           PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(12)
               VALUE '  IN RANGE: '.
           05  WS-SL-RANGE-COUNT          PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(11)
               VALUE '  APPLIED: '.
           05  WS-SL-APPLIED-COUNT        PIC ZZZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                     PIC X(16)
               VALUE 'ALREADY APPLIED:'.
           05  WS-SL-ALREADY-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(14)
               VALUE '  MISMATCHES: '.
           05  WS-SL-MISMATCH-COUNT       PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(15)
               VALUE '  NOT APPLIED: '.
           05  WS-SL-NOT-APPLIED-COUNT    PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(14)
               VALUE '  INCOMPLETE: '.
           05  WS-SL-INCOMPLETE-COUNT     PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-PROCEED
               PERFORM 1500-SCAN-FILES
               MOVE WS-SCAN-AM-COUNT TO WS-BEFORE-AM-COUNT
               MOVE WS-SCAN-AM-TOTAL TO WS-BEFORE-AM-TOTAL
               MOVE WS-SCAN-AH-COUNT TO WS-BEFORE-AH-COUNT
               WRITE ROLLFWD-RPT-LINE FROM WS-HEADING-2
               PERFORM 1200-READ-JOURNAL
               PERFORM 2000-PROCESS-ENTRY UNTIL WS-END-OF-FILE
               PERFORM 3000-LIST-INCOMPLETE-RUNS
               PERFORM 3100-RECONCILE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           OPEN OUTPUT ROLLFWD-RPT-FILE
           MOVE WS-BIZ-DATE TO WS-H1-DATE
           WRITE ROLLFWD-RPT-LINE FROM WS-HEADING-1
           PERFORM 1100-READ-PARM
           IF WS-PROCEED
               PERFORM 1150-OPEN-FILES
           END-IF.

       1100-READ-PARM.
           MOVE SPACES TO WS-PARM-LINE
           MOVE SPACES TO WS-PARM-FS
           OPEN INPUT ROLLFWD-PARM-FILE
           IF WS-PARM-FS = '00'
               READ ROLLFWD-PARM-FILE INTO WS-PARM-LINE
                   AT END
                       MOVE SPACES TO WS-PARM-LINE
               END-READ
               CLOSE ROLLFWD-PARM-FILE
           END-IF
           IF WS-PL-FROM-DATE NOT NUMERIC
                   OR WS-PL-FROM-DATE = 0
               MOVE 'ROLL-FORWARD PARAMETER MISSING OR INVALID'
                   TO ROLLFWD-RPT-LINE
               WRITE ROLLFWD-RPT-LINE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-PL-FROM-DATE TO WS-FROM-DATE
               IF WS-PL-THRU-DATE-X NOT = SPACES
                       AND WS-PL-THRU-DATE NUMERIC
                   MOVE WS-PL-THRU-DATE TO WS-THRU-DATE
               END-IF
               MOVE WS-FROM-DATE TO WS-RL-FROM-DATE
               MOVE WS-THRU-DATE TO WS-RL-THRU-DATE
               WRITE ROLLFWD-RPT-LINE FROM WS-RANGE-LINE
               MOVE 'Y' TO WS-PROCEED-SWITCH
           END-IF.

       1150-OPEN-FILES.
           MOVE SPACES TO WS-POSTJRNL-FS
           OPEN INPUT POSTJRNL-FILE
           MOVE SPACES TO WS-ACCTMAST-FS
           OPEN I-O ACCTMAST-FILE
           MOVE SPACES TO WS-ACCTHIST-FS
           OPEN I-O ACCTHIST-FILE
           MOVE 'Y' TO WS-FILES-OPEN-SWITCH
           IF WS-POSTJRNL-FS NOT = '00'
                   OR WS-ACCTMAST-FS NOT = '00'
                   OR WS-ACCTHIST-FS NOT = '00'
               MOVE 'JOURNAL/ACCOUNT MASTER/HISTORY NOT AVAILABLE'
                   TO ROLLFWD-RPT-LINE
               WRITE ROLLFWD-RPT-LINE
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-PROCEED-SWITCH
           END-IF.

       1200-READ-JOURNAL.
           READ POSTJRNL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

       1500-SCAN-FILES.
      *>   ONE FULL PASS OF EACH FILE FOR THE RECONCILIATION COUNTS
      *>   AND THE TOTAL OF BALANCES.
           MOVE 0 TO WS-SCAN-AM-COUNT
           MOVE 0 TO WS-SCAN-AM-TOTAL
           MOVE 0 TO WS-SCAN-AH-COUNT
           MOVE 0 TO AM-ACCOUNT-NUMBER
           START ACCTMAST-FILE KEY >= AM-ACCOUNT-NUMBER
           IF WS-ACCTMAST-FS = '00'
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-AT-END
                   READ ACCTMAST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-SCAN-AM-COUNT
                           ADD AM-CURRENT-BALANCE TO WS-SCAN-AM-TOTAL
                   END-READ
               END-PERFORM
           END-IF
           MOVE 0 TO AH-SEQ-NO
           START ACCTHIST-FILE KEY >= AH-SEQ-NO
           IF WS-ACCTHIST-FS = '00'
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-AT-END
                   READ ACCTHIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-SCAN-AH-COUNT
                   END-READ
               END-PERFORM
           END-IF.

       2000-PROCESS-ENTRY.
      *>   RECORD 0 IS THE JOURNAL CONTROL RECORD.
           IF PJ-SEQ-NO > 0
                   AND PJ-BUSINESS-DATE NOT < WS-FROM-DATE
                   AND PJ-BUSINESS-DATE NOT > WS-THRU-DATE
               ADD 1 TO WS-RANGE-COUNT
               EVALUATE TRUE
                   WHEN PJ-RUN-START
                       PERFORM 2050-NOTE-RUN-START
                   WHEN PJ-RUN-END
                       PERFORM 2060-NOTE-RUN-END
                   WHEN PJ-RUN-BACKED-OUT
                       CONTINUE
                   WHEN PJ-FILE = 'ACCTMAST' AND PJ-RECORD-CHANGED
                       PERFORM 2100-APPLY-BALANCE
                   WHEN PJ-FILE = 'ACCTHIST' AND PJ-RECORD-ADDED
                       PERFORM 2200-APPLY-HISTORY-ADD
                   WHEN PJ-FILE = 'ACCTHIST' AND PJ-RECORD-DELETED
                       PERFORM 2300-APPLY-HISTORY-DELETE
                   WHEN PJ-FILE = 'ACCTHIST' AND PJ-RECORD-CHANGED
                       PERFORM 2400-APPLY-HISTORY-CHANGE
                   WHEN OTHER
                       ADD 1 TO WS-NOT-APPLIED-COUNT
                       MOVE 'ENTRY TYPE NOT REAPPLIED'
                           TO WS-EXCEPTION-TEXT
                       PERFORM 2900-WRITE-EXCEPTION
               END-EVALUATE
           END-IF
           PERFORM 1200-READ-JOURNAL.

       2050-NOTE-RUN-START.
           IF WS-RN-COUNT < WS-RN-MAX
               ADD 1 TO WS-RN-COUNT
               MOVE PJ-RUN-KEY TO RN-RUN-KEY (WS-RN-COUNT)
               MOVE 'N'        TO RN-ENDED (WS-RN-COUNT)
           ELSE
               MOVE 'Y' TO WS-RN-TABLE-FULL-SWITCH
           END-IF.

       2060-NOTE-RUN-END.
           MOVE 0 TO WS-RN-FOUND
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-COUNT
               IF RN-RUN-KEY (WS-RN-IDX) = PJ-RUN-KEY
                   MOVE WS-RN-IDX TO WS-RN-FOUND
                   MOVE WS-RN-COUNT TO WS-RN-IDX
               END-IF
           END-PERFORM
           IF WS-RN-FOUND > 0
               MOVE 'Y' TO RN-ENDED (WS-RN-FOUND)
           END-IF.

       2100-APPLY-BALANCE.
           MOVE PJ-BEFORE-IMAGE TO WS-AM-IMAGE
           MOVE WS-AMI-CURRENT-BALANCE TO WS-AM-BEFORE-BALANCE
           MOVE PJ-AFTER-IMAGE TO WS-AM-IMAGE
           MOVE WS-AMI-CURRENT-BALANCE TO WS-AM-AFTER-BALANCE
           COMPUTE WS-MOVEMENT =
               WS-AM-AFTER-BALANCE - WS-AM-BEFORE-BALANCE
           MOVE PJ-RECORD-KEY TO WS-ACCOUNT-KEY
           MOVE WS-ACCOUNT-KEY TO AM-ACCOUNT-NUMBER
           READ ACCTMAST-FILE
           EVALUATE TRUE
               WHEN WS-ACCTMAST-FS NOT = '00'
                   ADD 1 TO WS-NOT-APPLIED-COUNT
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-EXCEPTION-TEXT
                   PERFORM 2900-WRITE-EXCEPTION
               WHEN ACCTMAST-RECORD = PJ-AFTER-IMAGE (1:47)
                   ADD 1 TO WS-ALREADY-COUNT
                   PERFORM 2150-NOTE-ACCOUNT
               WHEN ACCTMAST-RECORD = PJ-BEFORE-IMAGE (1:47)
                   MOVE PJ-AFTER-IMAGE (1:47) TO ACCTMAST-RECORD
                   PERFORM 2110-REWRITE-ACCOUNT
               WHEN OTHER
      *>           SOMETHING OFF THE JOURNAL CHANGED THE ACCOUNT --
      *>           KEEP IT AND APPLY ONLY THE RUN'S MOVEMENT.
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE 'ACCOUNT MISMATCH - MOVED ONLY'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 2900-WRITE-EXCEPTION
                   ADD WS-MOVEMENT TO AM-CURRENT-BALANCE
                   PERFORM 2110-REWRITE-ACCOUNT
           END-EVALUATE.

       2110-REWRITE-ACCOUNT.
           REWRITE ACCTMAST-RECORD
           IF WS-ACCTMAST-FS NOT = '00'
               ADD 1 TO WS-NOT-APPLIED-COUNT
               MOVE 'ACCOUNT REWRITE FAILED' TO WS-EXCEPTION-TEXT
               PERFORM 2900-WRITE-EXCEPTION
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               ADD WS-MOVEMENT TO WS-MOVEMENT-TOTAL
               PERFORM 2150-NOTE-ACCOUNT
           END-IF.

       2150-NOTE-ACCOUNT.
      *>   THE LAST AFTER IMAGE JOURNALED FOR AN ACCOUNT IS THE
      *>   BALANCE IT SHOULD END ON.
           MOVE 0 TO WS-RA-FOUND
           PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                   UNTIL WS-RA-IDX > WS-RA-COUNT
               IF RA-ACCOUNT-NUMBER (WS-RA-IDX) = WS-ACCOUNT-KEY
                   MOVE WS-RA-IDX TO WS-RA-FOUND
                   MOVE WS-RA-COUNT TO WS-RA-IDX
               END-IF
           END-PERFORM
           IF WS-RA-FOUND = 0
               IF WS-RA-COUNT < WS-RA-MAX
                   ADD 1 TO WS-RA-COUNT
                   MOVE WS-RA-COUNT TO WS-RA-FOUND
                   MOVE WS-ACCOUNT-KEY
                       TO RA-ACCOUNT-NUMBER (WS-RA-FOUND)
               ELSE
                   MOVE 'Y' TO WS-RA-TABLE-FULL-SWITCH
               END-IF
           END-IF
           IF WS-RA-FOUND > 0
               MOVE WS-AM-AFTER-BALANCE
                   TO RA-EXPECTED-BALANCE (WS-RA-FOUND)
           END-IF.

       2200-APPLY-HISTORY-ADD.
           MOVE PJ-AFTER-IMAGE (1:90) TO ACCTHIST-RECORD
           WRITE ACCTHIST-RECORD
      *>   '02' IS A GOOD WRITE WITH A REPEATED ACCOUNT NUMBER ON
      *>   THE ALTERNATE KEY.
           EVALUATE TRUE
               WHEN WS-ACCTHIST-FS = '00' OR WS-ACCTHIST-FS = '02'
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD 1 TO WS-HIST-ADDED-COUNT
               WHEN WS-ACCTHIST-FS = '22'
                   READ ACCTHIST-FILE
                   IF ACCTHIST-RECORD = PJ-AFTER-IMAGE (1:90)
                       ADD 1 TO WS-ALREADY-COUNT
                   ELSE
                       ADD 1 TO WS-MISMATCH-COUNT
                       MOVE 'HISTORY KEY HELD BY OTHER ENTRY'
                           TO WS-EXCEPTION-TEXT
                       PERFORM 2900-WRITE-EXCEPTION
                       MOVE PJ-AFTER-IMAGE (1:90) TO ACCTHIST-RECORD
                       PERFORM 2410-REWRITE-HISTORY
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-NOT-APPLIED-COUNT
                   MOVE 'HISTORY WRITE FAILED' TO WS-EXCEPTION-TEXT
                   PERFORM 2900-WRITE-EXCEPTION
           END-EVALUATE.

       2300-APPLY-HISTORY-DELETE.
           MOVE PJ-RECORD-KEY TO WS-HIST-KEY
           MOVE WS-HIST-KEY TO AH-SEQ-NO
           READ ACCTHIST-FILE
           IF WS-ACCTHIST-FS NOT = '00'
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
               DELETE ACCTHIST-FILE RECORD
               IF WS-ACCTHIST-FS NOT = '00'
                   ADD 1 TO WS-NOT-APPLIED-COUNT
                   MOVE 'HISTORY DELETE FAILED' TO WS-EXCEPTION-TEXT
                   PERFORM 2900-WRITE-EXCEPTION
               ELSE
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD 1 TO WS-HIST-DELETED-COUNT
               END-IF
           END-IF.

       2400-APPLY-HISTORY-CHANGE.
           MOVE PJ-RECORD-KEY TO WS-HIST-KEY
           MOVE WS-HIST-KEY TO AH-SEQ-NO
           READ ACCTHIST-FILE
           EVALUATE TRUE
               WHEN WS-ACCTHIST-FS NOT = '00'
                   ADD 1 TO WS-NOT-APPLIED-COUNT
                   MOVE 'HISTORY ENTRY NOT ON FILE'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 2900-WRITE-EXCEPTION
               WHEN ACCTHIST-RECORD = PJ-AFTER-IMAGE (1:90)
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN ACCTHIST-RECORD = PJ-BEFORE-IMAGE (1:90)
                   MOVE PJ-AFTER-IMAGE (1:90) TO ACCTHIST-RECORD
                   PERFORM 2410-REWRITE-HISTORY
               WHEN OTHER
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE 'HISTORY MISMATCH - REPLACED'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 2900-WRITE-EXCEPTION
                   MOVE PJ-AFTER-IMAGE (1:90) TO ACCTHIST-RECORD
                   PERFORM 2410-REWRITE-HISTORY
           END-EVALUATE.

       2410-REWRITE-HISTORY.
           REWRITE ACCTHIST-RECORD
           IF WS-ACCTHIST-FS NOT = '00' AND WS-ACCTHIST-FS NOT = '02'
               ADD 1 TO WS-NOT-APPLIED-COUNT
               MOVE 'HISTORY REWRITE FAILED' TO WS-EXCEPTION-TEXT
               PERFORM 2900-WRITE-EXCEPTION
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       2900-WRITE-EXCEPTION.
           MOVE WS-EXCEPTION-TEXT TO WS-EL-TEXT
           MOVE PJ-SEQ-NO         TO WS-EL-SEQ-NO
           MOVE PJ-JOB            TO WS-EL-JOB
           MOVE PJ-BUSINESS-DATE  TO WS-EL-BUSINESS-DATE
           MOVE PJ-RUN-NO         TO WS-EL-RUN-NO
           MOVE PJ-FILE           TO WS-EL-FILE
           MOVE PJ-RECORD-KEY     TO WS-EL-KEY
           WRITE ROLLFWD-RPT-LINE FROM WS-EXCEPTION-LINE.

       3000-LIST-INCOMPLETE-RUNS.
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
                   UNTIL WS-RN-IDX > WS-RN-COUNT
               IF RN-ENDED (WS-RN-IDX) = 'N'
                   ADD 1 TO WS-INCOMPLETE-COUNT
                   MOVE RN-RUN-KEY (WS-RN-IDX)
                       TO WS-INCOMPLETE-RUN-KEY
                   MOVE WS-IR-JOB           TO WS-IL-JOB
                   MOVE WS-IR-BUSINESS-DATE TO WS-IL-BUSINESS-DATE
                   MOVE WS-IR-RUN-NO        TO WS-IL-RUN-NO
                   WRITE ROLLFWD-RPT-LINE FROM WS-INCOMPLETE-LINE
               END-IF
           END-PERFORM
           IF WS-RN-TABLE-FULL
               MOVE 'RUN TABLE FULL - LATER RUNS NOT CHECKED FOR AN END'
                   TO ROLLFWD-RPT-LINE
               WRITE ROLLFWD-RPT-LINE
           END-IF.

       3100-RECONCILE.
           MOVE WS-READ-COUNT        TO WS-SL-READ-COUNT
           MOVE WS-RANGE-COUNT       TO WS-SL-RANGE-COUNT
           MOVE WS-APPLIED-COUNT     TO WS-SL-APPLIED-COUNT
           MOVE WS-ALREADY-COUNT     TO WS-SL-ALREADY-COUNT
           MOVE WS-MISMATCH-COUNT    TO WS-SL-MISMATCH-COUNT
           MOVE WS-NOT-APPLIED-COUNT TO WS-SL-NOT-APPLIED-COUNT
           MOVE WS-INCOMPLETE-COUNT  TO WS-SL-INCOMPLETE-COUNT
           WRITE ROLLFWD-RPT-LINE FROM WS-SUMMARY-LINE-1
           WRITE ROLLFWD-RPT-LINE FROM WS-SUMMARY-LINE-2
           PERFORM 1500-SCAN-FILES
           MOVE WS-SCAN-AM-COUNT TO WS-AFTER-AM-COUNT
           MOVE WS-SCAN-AM-TOTAL TO WS-AFTER-AM-TOTAL
           MOVE WS-SCAN-AH-COUNT TO WS-AFTER-AH-COUNT
           COMPUTE WS-EXPECT-AM-TOTAL =
               WS-BEFORE-AM-TOTAL + WS-MOVEMENT-TOTAL
           COMPUTE WS-EXPECT-AH-COUNT =
               WS-BEFORE-AH-COUNT + WS-HIST-ADDED-COUNT
               - WS-HIST-DELETED-COUNT
           WRITE ROLLFWD-RPT-LINE FROM WS-RECON-HEADING
           MOVE 'ACCOUNT MASTER RECORDS' TO WS-RC-LABEL
           MOVE WS-BEFORE-AM-COUNT TO WS-RC-BEFORE
           MOVE WS-BEFORE-AM-COUNT TO WS-RC-EXPECTED
           MOVE WS-AFTER-AM-COUNT  TO WS-RC-AFTER
           IF WS-AFTER-AM-COUNT = WS-BEFORE-AM-COUNT
               MOVE 'AGREES' TO WS-RC-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-RC-RESULT
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
           END-IF
           WRITE ROLLFWD-RPT-LINE FROM WS-RECON-COUNT-LINE
           MOVE 'TOTAL OF BALANCES' TO WS-RT-LABEL
           MOVE WS-BEFORE-AM-TOTAL TO WS-RT-BEFORE
           MOVE WS-EXPECT-AM-TOTAL TO WS-RT-EXPECTED
           MOVE WS-AFTER-AM-TOTAL  TO WS-RT-AFTER
           IF WS-AFTER-AM-TOTAL = WS-EXPECT-AM-TOTAL
               MOVE 'AGREES' TO WS-RT-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-RT-RESULT
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
           END-IF
           WRITE ROLLFWD-RPT-LINE FROM WS-RECON-AMOUNT-LINE
           MOVE 'ACCOUNT HISTORY RECORDS' TO WS-RC-LABEL
           MOVE WS-BEFORE-AH-COUNT TO WS-RC-BEFORE
           MOVE WS-EXPECT-AH-COUNT TO WS-RC-EXPECTED
           MOVE WS-AFTER-AH-COUNT  TO WS-RC-AFTER
           IF WS-AFTER-AH-COUNT = WS-EXPECT-AH-COUNT
               MOVE 'AGREES' TO WS-RC-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-RC-RESULT
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
           END-IF
           WRITE ROLLFWD-RPT-LINE FROM WS-RECON-COUNT-LINE
           PERFORM VARYING WS-RA-IDX FROM 1 BY 1
                   UNTIL WS-RA-IDX > WS-RA-COUNT
               PERFORM 3200-CHECK-ACCOUNT
           END-PERFORM
           MOVE WS-RA-COUNT         TO WS-AS-CHECKED
           MOVE WS-ACCT-AGREE-COUNT TO WS-AS-AGREE
           COMPUTE WS-AS-DIFFER = WS-RA-COUNT - WS-ACCT-AGREE-COUNT
           WRITE ROLLFWD-RPT-LINE FROM WS-ACCT-SUMMARY-LINE
           IF WS-RA-TABLE-FULL
               MOVE 'ACCOUNT TABLE FULL - LATER ACCOUNTS NOT CHECKED'
                   TO ROLLFWD-RPT-LINE
               WRITE ROLLFWD-RPT-LINE
           END-IF
           IF WS-OUT-OF-BALANCE-COUNT = 0
               MOVE 'ROLL-FORWARD PROVEN - BALANCES AND COUNTS AGREE'
                   TO ROLLFWD-RPT-LINE
               IF WS-MISMATCH-COUNT > 0 OR WS-NOT-APPLIED-COUNT > 0
                       OR WS-INCOMPLETE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'ROLL-FORWARD OUT OF BALANCE - INVESTIGATE'
                   TO ROLLFWD-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE ROLLFWD-RPT-LINE.

       3200-CHECK-ACCOUNT.
      *>   A MISMATCHED ACCOUNT WAS MOVED, NOT REPLACED, SO IT CAN
      *>   DIFFER FROM THE JOURNAL HERE; IT IS LISTED BUT DOES NOT
      *>   PUT THE TOTALS PROOF OUT OF BALANCE.
           MOVE RA-ACCOUNT-NUMBER (WS-RA-IDX) TO AM-ACCOUNT-NUMBER
           READ ACCTMAST-FILE
           IF WS-ACCTMAST-FS = '00'
                   AND AM-CURRENT-BALANCE =
                       RA-EXPECTED-BALANCE (WS-RA-IDX)
               ADD 1 TO WS-ACCT-AGREE-COUNT
           ELSE
               MOVE RA-ACCOUNT-NUMBER (WS-RA-IDX)
                   TO WS-AC-ACCOUNT-NUMBER
               MOVE RA-EXPECTED-BALANCE (WS-RA-IDX) TO WS-AC-EXPECTED
               IF WS-ACCTMAST-FS = '00'
                   MOVE AM-CURRENT-BALANCE TO WS-AC-ACTUAL
               ELSE
                   MOVE 0 TO WS-AC-ACTUAL
               END-IF
               WRITE ROLLFWD-RPT-LINE FROM WS-ACCT-CHECK-LINE
           END-IF.

       9000-TERMINATE.
           IF WS-FILES-OPEN
               CLOSE POSTJRNL-FILE
               CLOSE ACCTMAST-FILE
               CLOSE ACCTHIST-FILE
           END-IF
           CLOSE ROLLFWD-RPT-FILE.
