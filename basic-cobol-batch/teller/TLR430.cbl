      *
      *   TLR430 - BACK OUT ONE POSTING RUN FROM THE POSTING JOURNAL
      *
      *   A BAD INPUT FILE THAT POSTED CLEANLY, OR A POSTING STEP
      *   THAT ABENDED PART WAY THROUGH, IS UNDONE HERE INSTEAD OF
      *   RESTORING LAST NIGHT'S BACKUP AND RERUNNING THE DAY.  THE
      *   RUN NAMED ON THE PARAMETER IS PULLED FROM THE POSTING
      *   JOURNAL (SEE POSTJRNL COPYBOOK) BY ITS RUN KEY AND ITS
      *   ENTRIES ARE UNDONE IN REVERSE ORDER:
      *
      *       ACCTMAST CHANGED  - THE RUN'S MOVEMENT (AFTER-IMAGE
      *                           BALANCE LESS BEFORE-IMAGE BALANCE)
      *                           IS TAKEN OFF THE CURRENT BALANCE, SO
      *                           POSTINGS MADE BY LATER RUNS STAND
      *       ACCTHIST ADDED    - THE HISTORY ENTRY IS DELETED
      *       ACCTHIST DELETED  - THE BEFORE IMAGE IS WRITTEN BACK
      *       ACCTHIST CHANGED  - THE BEFORE IMAGE IS REWRITTEN
      *
      *   EVERY CHANGE MADE HERE IS ITSELF JOURNALED THROUGH PJRNLUTL
      *   UNDER JOB TLR430, SO A BACKOUT IS ROLLED FORWARD BY TLR440
      *   LIKE ANY OTHER RUN (AND CAN ITSELF BE BACKED OUT).  WHEN THE
      *   ENTRIES HAVE BEEN WORKED THE TARGET RUN IS MARKED BACKED
      *   OUT ON THE JOURNAL AND A SECOND REQUEST FOR IT IS REFUSED.
      *   A RUN WITH NO END ENTRY (IT ABENDED) IS BACKED OUT AS FAR
      *   AS IT GOT AND SAID SO ON THE REPORT.
      *
      *   THE RECONCILIATION AT THE FOOT OF THE REPORT PROVES THE
      *   BACKOUT: ACCOUNT COUNT, TOTAL OF BALANCES AND HISTORY
      *   RECORD COUNT ARE TAKEN BY A FULL PASS BEFORE AND AFTER, AND
      *   THE AFTER FIGURES MUST EQUAL THE BEFORE FIGURES ADJUSTED BY
      *   WHAT WAS BACKED OUT (RC 8 WHEN THEY DO NOT).  EACH ACCOUNT
      *   TOUCHED IS RE-READ AND CHECKED AGAINST ITS EXPECTED
      *   BALANCE.
      *
      *   TLRBKOPM PARAMETER:
      *       POS 1-8    JOB OF THE RUN TO BACK OUT (E.G. TLR150)
      *       POS 10-17  ITS BUSINESS DATE CCYYMMDD
      *       POS 19-22  ITS RUN NUMBER (AS PRINTED ON ITS REPORT)
      *   NOTHING IS CHANGED (RC 16) WHEN THE PARAMETER IS MISSING OR
      *   INVALID, THE RUN IS NOT ON THE JOURNAL, IT IS ALREADY
      *   BACKED OUT, OR IT HAS MORE ENTRIES THAN THE TABLE HOLDS.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR POSTING RUN BACKOUT FROM THE POSTING
      *               JOURNAL.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR430.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKOUT-PARM-FILE ASSIGN TO TLRBKOPM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT POSTJRNL-FILE  ASSIGN TO POSTJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT BACKOUT-RPT-FILE ASSIGN TO TLRBKORP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-PARM-FILE.
       01  BACKOUT-PARM-RECORD            PIC X(80).

       FD  POSTJRNL-FILE.
       COPY POSTJRNL.

       FD  ACCTMAST-FILE.
       COPY ACCTMAST.

       FD  ACCTHIST-FILE.
       COPY ACCTHIST.

       FD  BACKOUT-RPT-FILE.
       01  BACKOUT-RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FS                     PIC X(02).
       01  WS-POSTJRNL-FS                 PIC X(02).
       01  WS-ACCTMAST-FS                 PIC X(02).
       01  WS-ACCTHIST-FS                 PIC X(02).

       01  WS-PROCEED-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-PROCEED                 VALUE 'Y'.
       01  WS-SCAN-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-SCAN-AT-END             VALUE 'Y'.
       01  WS-RUN-START-SWITCH            PIC X(01) VALUE 'N'.
           88  WS-RUN-STARTED             VALUE 'Y'.
       01  WS-RUN-END-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-RUN-ENDED               VALUE 'Y'.
       01  WS-BACKED-OUT-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-ALREADY-BACKED-OUT      VALUE 'Y'.
       01  WS-FILES-OPEN-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN              VALUE 'Y'.

       01  WS-PARM-LINE.
           05  WS-PL-JOB                  PIC X(08).
           05  FILLER                     PIC X(01).
           05  WS-PL-BUSINESS-DATE        PIC 9(08).
           05  FILLER                     PIC X(01).
           05  WS-PL-RUN-NO               PIC 9(04).
           05  FILLER                     PIC X(58).

       01  WS-TARGET-RUN-KEY.
           05  WS-TR-JOB                  PIC X(08).
           05  WS-TR-BUSINESS-DATE        PIC 9(08).
           05  WS-TR-RUN-NO               PIC 9(04).

      *>   ACCOUNT MASTER VIEW OF A JOURNAL IMAGE.
       01  WS-AM-IMAGE.
           05  WS-AMI-ACCOUNT-NUMBER      PIC 9(12).
           05  WS-AMI-STATUS              PIC X(01).
           05  WS-AMI-CURRENCY            PIC X(03).
           05  WS-AMI-CURRENT-BALANCE     PIC S9(13)V99 COMP-3.
           05  WS-AMI-OPENING-BALANCE     PIC S9(13)V99 COMP-3.
           05  FILLER                     PIC X(68).
       01  WS-AM-BEFORE-BALANCE           PIC S9(13)V99 COMP-3.

      *>   THE TARGET RUN'S IMAGE ENTRIES IN JOURNAL ORDER.  AN
      *>   ACCTMAST CHANGE KEEPS ONLY ITS BALANCE MOVEMENT; A HISTORY
      *>   ENTRY KEEPS THE IMAGE IT IS RESTORED FROM.
       01  WS-BK-TABLE-FULL-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-BK-TABLE-FULL           VALUE 'Y'.
       01  WS-BK-MAX                      PIC S9(04) COMP VALUE 9000.
       01  WS-BK-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-BK-IDX                      PIC S9(04) COMP VALUE 0.
       01  BACKOUT-TABLE.
           05  BACKOUT-ENTRY OCCURS 9000 TIMES.
               10  BK-ENTRY-TYPE          PIC X(01).
               10  BK-FILE                PIC X(08).
               10  BK-RECORD-KEY          PIC X(12).
               10  BK-MOVEMENT            PIC S9(13)V99 COMP-3.
               10  BK-IMAGE               PIC X(100).

      *>   ACCOUNTS WHOSE BALANCE WAS BACKED OUT, WITH THE BALANCE
      *>   EACH SHOULD END ON, RE-READ FOR THE PER-ACCOUNT PROOF.
       01  WS-BA-MAX                      PIC S9(04) COMP VALUE 5000.
       01  WS-BA-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-BA-IDX                      PIC S9(04) COMP VALUE 0.
       01  WS-BA-FOUND                    PIC S9(04) COMP VALUE 0.
       01  BACKED-ACCT-TABLE.
           05  BACKED-ACCT-ENTRY OCCURS 5000 TIMES.
               10  BA-ACCOUNT-NUMBER      PIC 9(12).
               10  BA-EXPECTED-BALANCE    PIC S9(13)V99 COMP-3.

       01  WS-ACCOUNT-KEY                 PIC 9(12).
       01  WS-HIST-KEY                    PIC 9(09).

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
       01  WS-OUT-OF-BALANCE-COUNT        PIC S9(09) COMP-3 VALUE 0.

       01  WS-RUN-ENTRY-COUNT             PIC S9(09) COMP-3 VALUE 0.
       01  WS-BALANCE-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-REMOVED-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-RESTORED-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-SKIPPED-COUNT               PIC S9(09) COMP-3 VALUE 0.

      *>   THIS RUN'S OWN JOURNAL ENTRY, IN THE POSTJRNL LAYOUT --
      *>   THE FD RECORD IS ONLY USED TO READ THE TARGET RUN.
       01  WS-PJ-ENTRY.
           05  WS-PJE-SEQ-NO              PIC 9(09).
           05  WS-PJE-RUN-KEY.
               10  WS-PJE-JOB             PIC X(08).
               10  WS-PJE-BUSINESS-DATE   PIC 9(08).
               10  WS-PJE-RUN-NO          PIC 9(04).
           05  WS-PJE-ENTRY-TYPE          PIC X(01).
           05  WS-PJE-FILE                PIC X(08).
           05  WS-PJE-RECORD-KEY          PIC X(12).
           05  WS-PJE-CLOCK-DATE          PIC 9(08).
           05  WS-PJE-CLOCK-TIME          PIC 9(06).
           05  WS-PJE-BEFORE-IMAGE        PIC X(100).
           05  WS-PJE-AFTER-IMAGE         PIC X(100).

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

       01  WS-HEADING-1.
           05  FILLER                     PIC X(44) VALUE
               'TLR430  POSTING RUN BACKOUT FOR DATE        '.
           05  WS-H1-DATE                 PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER                     PIC X(45) VALUE
               'ACTION     FILE     KEY                 BALAN'.
           05  FILLER                     PIC X(44) VALUE
               'CE WAS         BACKED OUT        BALANCE NOW'.

       01  WS-RUN-KEY-LINE.
           05  WS-RK-LABEL                PIC X(22).
           05  WS-RK-JOB                  PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RK-BUSINESS-DATE        PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RK-RUN-NO               PIC 9(04).

       01  WS-DETAIL-LINE.
           05  WS-DL-ACTION               PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-FILE                 PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-KEY                  PIC X(12).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-OLD-BALANCE          PIC -(13)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-MOVEMENT             PIC -(13)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-NEW-BALANCE          PIC -(13)9.99.

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
           05  WS-RA-LABEL                PIC X(26).
           05  WS-RA-BEFORE               PIC -(14)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RA-EXPECTED             PIC -(14)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RA-AFTER                PIC -(14)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RA-RESULT               PIC X(14).

       01  WS-ACCT-CHECK-LINE.
           05  FILLER                     PIC X(18)
               VALUE 'ACCOUNT CHECK     '.
           05  WS-AC-ACCOUNT-NUMBER       PIC 9(12).
           05  FILLER                     PIC X(10)
               VALUE '  EXPECTED'.
           05  WS-AC-EXPECTED             PIC -(13)9.99.
           05  FILLER                     PIC X(08)
               VALUE '  ACTUAL'.
           05  WS-AC-ACTUAL               PIC -(13)9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-AC-RESULT               PIC X(14).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                     PIC X(16)
               VALUE 'RUN ENTRIES:    '.
           05  WS-SL-ENTRY-COUNT          PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(12)
               VALUE '  BALANCES: '.
           05  WS-SL-BALANCE-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(11)
               VALUE '  REMOVED: '.
           05  WS-SL-REMOVED-COUNT        PIC ZZZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                     PIC X(16)
               VALUE 'RESTORED:       '.
           05  WS-SL-RESTORED-COUNT       PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(11)
               VALUE '  SKIPPED: '.
           05  WS-SL-SKIPPED-COUNT        PIC ZZZZZZZZ9.

       01  WS-PJ-FAIL-LINE.
           05  FILLER                     PIC X(32)
               VALUE 'POSTING JOURNAL WRITE FAILURES: '.
           05  WS-PF-FAIL-COUNT           PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-PROCEED
               PERFORM 1500-SCAN-FILES
               MOVE WS-SCAN-AM-COUNT TO WS-BEFORE-AM-COUNT
               MOVE WS-SCAN-AM-TOTAL TO WS-BEFORE-AM-TOTAL
               MOVE WS-SCAN-AH-COUNT TO WS-BEFORE-AH-COUNT
               WRITE BACKOUT-RPT-LINE FROM WS-HEADING-2
               PERFORM VARYING WS-BK-IDX FROM WS-BK-COUNT BY -1
                       UNTIL WS-BK-IDX < 1
                   PERFORM 2000-BACK-OUT-ENTRY
               END-PERFORM
               PERFORM 2800-MARK-RUN-BACKED-OUT
               PERFORM 3000-RECONCILE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           OPEN OUTPUT BACKOUT-RPT-FILE
           MOVE WS-BIZ-DATE TO WS-H1-DATE
           WRITE BACKOUT-RPT-LINE FROM WS-HEADING-1
           PERFORM 1100-READ-PARM
           IF WS-PROCEED
               PERFORM 1200-LOAD-TARGET-RUN
           END-IF
           IF WS-PROCEED
               PERFORM 1300-OPEN-ACCOUNT-FILES
           END-IF
           IF WS-PROCEED
               PERFORM 1400-OPEN-JOURNAL-RUN
           END-IF.

       1100-READ-PARM.
           MOVE SPACES TO WS-PARM-LINE
           MOVE SPACES TO WS-PARM-FS
           OPEN INPUT BACKOUT-PARM-FILE
           IF WS-PARM-FS = '00'
               READ BACKOUT-PARM-FILE INTO WS-PARM-LINE
                   AT END
                       MOVE SPACES TO WS-PARM-LINE
               END-READ
               CLOSE BACKOUT-PARM-FILE
           END-IF
           IF WS-PL-JOB = SPACES
                   OR WS-PL-BUSINESS-DATE NOT NUMERIC
                   OR WS-PL-BUSINESS-DATE = 0
                   OR WS-PL-RUN-NO NOT NUMERIC
                   OR WS-PL-RUN-NO = 0
               MOVE 'BACKOUT PARAMETER MISSING OR INVALID'
                   TO BACKOUT-RPT-LINE
               WRITE BACKOUT-RPT-LINE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-PL-JOB           TO WS-TR-JOB
               MOVE WS-PL-BUSINESS-DATE TO WS-TR-BUSINESS-DATE
               MOVE WS-PL-RUN-NO        TO WS-TR-RUN-NO
               MOVE 'TARGET RUN:           ' TO WS-RK-LABEL
               MOVE WS-TR-JOB           TO WS-RK-JOB
               MOVE WS-TR-BUSINESS-DATE TO WS-RK-BUSINESS-DATE
               MOVE WS-TR-RUN-NO        TO WS-RK-RUN-NO
               WRITE BACKOUT-RPT-LINE FROM WS-RUN-KEY-LINE
               MOVE 'Y' TO WS-PROCEED-SWITCH
           END-IF.

       1200-LOAD-TARGET-RUN.
      *>   THE JOURNAL IS READ HERE AND CLOSED AGAIN BEFORE PJRNLUTL
      *>   OPENS IT FOR THIS RUN'S OWN ENTRIES.
           MOVE 'N' TO WS-PROCEED-SWITCH
           MOVE SPACES TO WS-POSTJRNL-FS
           OPEN INPUT POSTJRNL-FILE
           IF WS-POSTJRNL-FS NOT = '00'
               MOVE 'POSTING JOURNAL NOT AVAILABLE - NOTHING BACKED OUT'
                   TO BACKOUT-RPT-LINE
               WRITE BACKOUT-RPT-LINE
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-TARGET-RUN-KEY TO PJ-RUN-KEY
               START POSTJRNL-FILE KEY = PJ-RUN-KEY
               IF WS-POSTJRNL-FS = '00'
                   MOVE 'N' TO WS-SCAN-EOF-SWITCH
                   PERFORM UNTIL WS-SCAN-AT-END
                       READ POSTJRNL-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                           NOT AT END
                               IF PJ-RUN-KEY NOT = WS-TARGET-RUN-KEY
                                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                               ELSE
                                   PERFORM 1210-LOAD-JOURNAL-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE POSTJRNL-FILE
               EVALUATE TRUE
                   WHEN NOT WS-RUN-STARTED
                       MOVE 'RUN NOT ON THE POSTING JOURNAL'
                           TO BACKOUT-RPT-LINE
                       WRITE BACKOUT-RPT-LINE
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-ALREADY-BACKED-OUT
                       MOVE 'RUN ALREADY BACKED OUT - REFUSED'
                           TO BACKOUT-RPT-LINE
                       WRITE BACKOUT-RPT-LINE
                       MOVE 16 TO RETURN-CODE
                   WHEN WS-BK-TABLE-FULL
                       MOVE 'RUN EXCEEDS THE BACKOUT TABLE - REFUSED'
                           TO BACKOUT-RPT-LINE
                       WRITE BACKOUT-RPT-LINE
                       MOVE 16 TO RETURN-CODE
                   WHEN OTHER
                       IF NOT WS-RUN-ENDED
                           MOVE 'RUN DID NOT COMPLETE - BACKED OUT'
                               TO BACKOUT-RPT-LINE
                           WRITE BACKOUT-RPT-LINE
                       END-IF
                       MOVE 'Y' TO WS-PROCEED-SWITCH
               END-EVALUATE
           END-IF.

       1210-LOAD-JOURNAL-ENTRY.
           EVALUATE TRUE
               WHEN PJ-RUN-START
                   MOVE 'Y' TO WS-RUN-START-SWITCH
               WHEN PJ-RUN-END
                   MOVE 'Y' TO WS-RUN-END-SWITCH
               WHEN PJ-RUN-BACKED-OUT
                   MOVE 'Y' TO WS-BACKED-OUT-SWITCH
               WHEN WS-BK-COUNT >= WS-BK-MAX
                   MOVE 'Y' TO WS-BK-TABLE-FULL-SWITCH
               WHEN OTHER
                   ADD 1 TO WS-BK-COUNT
                   ADD 1 TO WS-RUN-ENTRY-COUNT
                   MOVE PJ-ENTRY-TYPE TO BK-ENTRY-TYPE (WS-BK-COUNT)
                   MOVE PJ-FILE       TO BK-FILE (WS-BK-COUNT)
                   MOVE PJ-RECORD-KEY TO BK-RECORD-KEY (WS-BK-COUNT)
                   MOVE 0             TO BK-MOVEMENT (WS-BK-COUNT)
                   IF PJ-FILE = 'ACCTMAST' AND PJ-RECORD-CHANGED
                       MOVE PJ-BEFORE-IMAGE TO WS-AM-IMAGE
                       MOVE WS-AMI-CURRENT-BALANCE
                           TO WS-AM-BEFORE-BALANCE
                       MOVE PJ-AFTER-IMAGE TO WS-AM-IMAGE
                       COMPUTE BK-MOVEMENT (WS-BK-COUNT) =
                           WS-AMI-CURRENT-BALANCE
                           - WS-AM-BEFORE-BALANCE
                   END-IF
                   IF PJ-RECORD-ADDED
                       MOVE PJ-AFTER-IMAGE  TO BK-IMAGE (WS-BK-COUNT)
                   ELSE
                       MOVE PJ-BEFORE-IMAGE TO BK-IMAGE (WS-BK-COUNT)
                   END-IF
           END-EVALUATE.

       1300-OPEN-ACCOUNT-FILES.
           MOVE SPACES TO WS-ACCTMAST-FS
           OPEN I-O ACCTMAST-FILE
           MOVE SPACES TO WS-ACCTHIST-FS
           OPEN I-O ACCTHIST-FILE
           MOVE 'Y' TO WS-FILES-OPEN-SWITCH
           IF WS-ACCTMAST-FS NOT = '00'
                   OR WS-ACCTHIST-FS NOT = '00'
               MOVE 'ACCOUNT MASTER/HISTORY NOT AVAILABLE'
                   TO BACKOUT-RPT-LINE
               WRITE BACKOUT-RPT-LINE
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-PROCEED-SWITCH
           END-IF.

       1400-OPEN-JOURNAL-RUN.
      *>   THE BACKOUT'S OWN CHANGES ARE JOURNALED LIKE A POSTING
      *>   RUN'S -- WITHOUT THE JOURNAL NOTHING IS CHANGED.
           MOVE SPACES   TO WS-PJ-ENTRY
           MOVE 'TLR430' TO WS-PJE-JOB
           MOVE 'O' TO WS-PJ-ACTION
           CALL 'PJRNLUTL' USING WS-PJ-ACTION WS-PJ-ENTRY
               WS-PJ-STATUS
           IF WS-PJ-STATUS = '0'
               MOVE 'Y' TO WS-PJ-RUN-SWITCH
               MOVE 'BACKOUT JOURNAL RUN:  ' TO WS-RK-LABEL
               MOVE WS-PJE-JOB           TO WS-RK-JOB
               MOVE WS-PJE-BUSINESS-DATE TO WS-RK-BUSINESS-DATE
               MOVE WS-PJE-RUN-NO        TO WS-RK-RUN-NO
               WRITE BACKOUT-RPT-LINE FROM WS-RUN-KEY-LINE
           ELSE
               MOVE 'POSTING JOURNAL NOT AVAILABLE - NOTHING BACKED OUT'
                   TO BACKOUT-RPT-LINE
               WRITE BACKOUT-RPT-LINE
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-PROCEED-SWITCH
           END-IF.

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

       2000-BACK-OUT-ENTRY.
           MOVE SPACES                  TO WS-DETAIL-LINE
           MOVE BK-FILE (WS-BK-IDX)       TO WS-DL-FILE
           MOVE BK-RECORD-KEY (WS-BK-IDX) TO WS-DL-KEY
           EVALUATE TRUE
               WHEN BK-FILE (WS-BK-IDX) = 'ACCTMAST'
                       AND BK-ENTRY-TYPE (WS-BK-IDX) = 'C'
                   PERFORM 2100-BACK-OUT-BALANCE
               WHEN BK-FILE (WS-BK-IDX) = 'ACCTHIST'
                       AND BK-ENTRY-TYPE (WS-BK-IDX) = 'A'
                   PERFORM 2200-REMOVE-HISTORY
               WHEN BK-FILE (WS-BK-IDX) = 'ACCTHIST'
                       AND BK-ENTRY-TYPE (WS-BK-IDX) = 'D'
                   PERFORM 2300-REINSERT-HISTORY
               WHEN BK-FILE (WS-BK-IDX) = 'ACCTHIST'
                       AND BK-ENTRY-TYPE (WS-BK-IDX) = 'C'
                   PERFORM 2400-RESTORE-HISTORY
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE 'NOT UNDONE' TO WS-DL-ACTION
                   WRITE BACKOUT-RPT-LINE FROM WS-DETAIL-LINE
           END-EVALUATE.

       2100-BACK-OUT-BALANCE.
           MOVE BK-RECORD-KEY (WS-BK-IDX) TO WS-ACCOUNT-KEY
           MOVE WS-ACCOUNT-KEY TO AM-ACCOUNT-NUMBER
           READ ACCTMAST-FILE
           IF WS-ACCTMAST-FS NOT = '00'
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 'NOT FOUND ' TO WS-DL-ACTION
               MOVE BK-MOVEMENT (WS-BK-IDX) TO WS-DL-MOVEMENT
               WRITE BACKOUT-RPT-LINE FROM WS-DETAIL-LINE
           ELSE
               MOVE SPACES TO WS-PJ-ENTRY
               MOVE ACCTMAST-RECORD TO WS-PJE-BEFORE-IMAGE
               MOVE AM-CURRENT-BALANCE TO WS-DL-OLD-BALANCE
               SUBTRACT BK-MOVEMENT (WS-BK-IDX) FROM AM-CURRENT-BALANCE
               REWRITE ACCTMAST-RECORD
               IF WS-ACCTMAST-FS NOT = '00'
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE 'REWRT FAIL' TO WS-DL-ACTION
                   MOVE BK-MOVEMENT (WS-BK-IDX) TO WS-DL-MOVEMENT
               ELSE
                   ADD 1 TO WS-BALANCE-COUNT
                   ADD BK-MOVEMENT (WS-BK-IDX) TO WS-MOVEMENT-TOTAL
                   MOVE 'RESTORED  ' TO WS-DL-ACTION
                   MOVE BK-MOVEMENT (WS-BK-IDX) TO WS-DL-MOVEMENT
                   MOVE AM-CURRENT-BALANCE TO WS-DL-NEW-BALANCE
                   MOVE 'C'               TO WS-PJE-ENTRY-TYPE
                   MOVE 'ACCTMAST'        TO WS-PJE-FILE
                   MOVE AM-ACCOUNT-NUMBER TO WS-PJE-RECORD-KEY
                   MOVE ACCTMAST-RECORD   TO WS-PJE-AFTER-IMAGE
                   PERFORM 2900-WRITE-JOURNAL
                   PERFORM 2150-NOTE-ACCOUNT
               END-IF
               WRITE BACKOUT-RPT-LINE FROM WS-DETAIL-LINE
           END-IF.

       2150-NOTE-ACCOUNT.
      *>   THE LAST BALANCE WRITTEN FOR AN ACCOUNT IS THE ONE IT
      *>   SHOULD STILL HOLD WHEN THE BACKOUT IS OVER.
           MOVE 0 TO WS-BA-FOUND
           PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                   UNTIL WS-BA-IDX > WS-BA-COUNT
               IF BA-ACCOUNT-NUMBER (WS-BA-IDX) = AM-ACCOUNT-NUMBER
                   MOVE WS-BA-IDX TO WS-BA-FOUND
                   MOVE WS-BA-COUNT TO WS-BA-IDX
               END-IF
           END-PERFORM
           IF WS-BA-FOUND = 0 AND WS-BA-COUNT < WS-BA-MAX
               ADD 1 TO WS-BA-COUNT
               MOVE WS-BA-COUNT TO WS-BA-FOUND
               MOVE AM-ACCOUNT-NUMBER
                   TO BA-ACCOUNT-NUMBER (WS-BA-FOUND)
           END-IF
           IF WS-BA-FOUND > 0
               MOVE AM-CURRENT-BALANCE
                   TO BA-EXPECTED-BALANCE (WS-BA-FOUND)
           END-IF.

       2200-REMOVE-HISTORY.
           MOVE BK-RECORD-KEY (WS-BK-IDX) TO WS-HIST-KEY
           MOVE WS-HIST-KEY TO AH-SEQ-NO
           READ ACCTHIST-FILE
           IF WS-ACCTHIST-FS NOT = '00'
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 'NOT FOUND ' TO WS-DL-ACTION
           ELSE
               MOVE SPACES TO WS-PJ-ENTRY
               MOVE ACCTHIST-RECORD TO WS-PJE-BEFORE-IMAGE
               DELETE ACCTHIST-FILE RECORD
               IF WS-ACCTHIST-FS NOT = '00'
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE 'DELET FAIL' TO WS-DL-ACTION
               ELSE
                   ADD 1 TO WS-REMOVED-COUNT
                   MOVE 'REMOVED   ' TO WS-DL-ACTION
                   MOVE AH-AMOUNT    TO WS-DL-MOVEMENT
                   MOVE 'D'          TO WS-PJE-ENTRY-TYPE
                   MOVE 'ACCTHIST'   TO WS-PJE-FILE
                   MOVE AH-SEQ-NO    TO WS-PJE-RECORD-KEY
                   PERFORM 2900-WRITE-JOURNAL
               END-IF
           END-IF
           WRITE BACKOUT-RPT-LINE FROM WS-DETAIL-LINE.

       2300-REINSERT-HISTORY.
           MOVE BK-IMAGE (WS-BK-IDX) (1:90) TO ACCTHIST-RECORD
           WRITE ACCTHIST-RECORD
      *>   '02' IS A GOOD WRITE WITH A REPEATED ACCOUNT NUMBER ON
      *>   THE ALTERNATE KEY.
           IF WS-ACCTHIST-FS NOT = '00' AND WS-ACCTHIST-FS NOT = '02'
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 'WRITE FAIL' TO WS-DL-ACTION
           ELSE
               ADD 1 TO WS-RESTORED-COUNT
               MOVE 'REINSERTED' TO WS-DL-ACTION
               MOVE AH-AMOUNT    TO WS-DL-MOVEMENT
               MOVE SPACES          TO WS-PJ-ENTRY
               MOVE 'A'             TO WS-PJE-ENTRY-TYPE
               MOVE 'ACCTHIST'      TO WS-PJE-FILE
               MOVE AH-SEQ-NO       TO WS-PJE-RECORD-KEY
               MOVE ACCTHIST-RECORD TO WS-PJE-AFTER-IMAGE
               PERFORM 2900-WRITE-JOURNAL
           END-IF
           WRITE BACKOUT-RPT-LINE FROM WS-DETAIL-LINE.

       2400-RESTORE-HISTORY.
           MOVE BK-RECORD-KEY (WS-BK-IDX) TO WS-HIST-KEY
           MOVE WS-HIST-KEY TO AH-SEQ-NO
           READ ACCTHIST-FILE
           IF WS-ACCTHIST-FS NOT = '00'
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE 'NOT FOUND ' TO WS-DL-ACTION
           ELSE
               MOVE SPACES TO WS-PJ-ENTRY
               MOVE ACCTHIST-RECORD TO WS-PJE-BEFORE-IMAGE
               MOVE BK-IMAGE (WS-BK-IDX) (1:90) TO ACCTHIST-RECORD
               REWRITE ACCTHIST-RECORD
               IF WS-ACCTHIST-FS NOT = '00'
                       AND WS-ACCTHIST-FS NOT = '02'
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE 'REWRT FAIL' TO WS-DL-ACTION
               ELSE
                   ADD 1 TO WS-RESTORED-COUNT
                   MOVE 'RESTORED  ' TO WS-DL-ACTION
                   MOVE AH-AMOUNT    TO WS-DL-MOVEMENT
                   MOVE 'C'             TO WS-PJE-ENTRY-TYPE
                   MOVE 'ACCTHIST'      TO WS-PJE-FILE
                   MOVE AH-SEQ-NO       TO WS-PJE-RECORD-KEY
                   MOVE ACCTHIST-RECORD TO WS-PJE-AFTER-IMAGE
                   PERFORM 2900-WRITE-JOURNAL
               END-IF
           END-IF
           WRITE BACKOUT-RPT-LINE FROM WS-DETAIL-LINE.

       2800-MARK-RUN-BACKED-OUT.
      *>   THE MARK IS WRITTEN EVEN WHEN SOME ENTRIES COULD NOT BE
      *>   UNDONE -- THOSE THAT WERE MUST NOT BE UNDONE TWICE.
           MOVE SPACES TO WS-PJ-ENTRY
           MOVE WS-TARGET-RUN-KEY TO WS-PJE-RUN-KEY
           MOVE 'X' TO WS-PJ-ACTION
           CALL 'PJRNLUTL' USING WS-PJ-ACTION WS-PJ-ENTRY
               WS-PJ-STATUS
           IF WS-PJ-STATUS NOT = '0'
               ADD 1 TO WS-PJ-FAIL-COUNT
           END-IF.

       2900-WRITE-JOURNAL.
           MOVE 'W' TO WS-PJ-ACTION
           CALL 'PJRNLUTL' USING WS-PJ-ACTION WS-PJ-ENTRY
               WS-PJ-STATUS
           IF WS-PJ-STATUS NOT = '0'
               ADD 1 TO WS-PJ-FAIL-COUNT
           END-IF.

       3000-RECONCILE.
           MOVE WS-RUN-ENTRY-COUNT TO WS-SL-ENTRY-COUNT
           MOVE WS-BALANCE-COUNT   TO WS-SL-BALANCE-COUNT
           MOVE WS-REMOVED-COUNT   TO WS-SL-REMOVED-COUNT
           MOVE WS-RESTORED-COUNT  TO WS-SL-RESTORED-COUNT
           MOVE WS-SKIPPED-COUNT   TO WS-SL-SKIPPED-COUNT
           WRITE BACKOUT-RPT-LINE FROM WS-SUMMARY-LINE-1
           WRITE BACKOUT-RPT-LINE FROM WS-SUMMARY-LINE-2
           PERFORM 1500-SCAN-FILES
           MOVE WS-SCAN-AM-COUNT TO WS-AFTER-AM-COUNT
           MOVE WS-SCAN-AM-TOTAL TO WS-AFTER-AM-TOTAL
           MOVE WS-SCAN-AH-COUNT TO WS-AFTER-AH-COUNT
           COMPUTE WS-EXPECT-AM-TOTAL =
               WS-BEFORE-AM-TOTAL - WS-MOVEMENT-TOTAL
      *>   A HISTORY 'C' RESTORE LEAVES THE COUNT ALONE; ONLY
      *>   REINSERTS ADD TO IT.
           COMPUTE WS-EXPECT-AH-COUNT =
               WS-BEFORE-AH-COUNT - WS-REMOVED-COUNT
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               IF BK-FILE (WS-BK-IDX) = 'ACCTHIST'
                       AND BK-ENTRY-TYPE (WS-BK-IDX) = 'D'
                   ADD 1 TO WS-EXPECT-AH-COUNT
               END-IF
           END-PERFORM
           WRITE BACKOUT-RPT-LINE FROM WS-RECON-HEADING
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
           WRITE BACKOUT-RPT-LINE FROM WS-RECON-COUNT-LINE
           MOVE 'TOTAL OF BALANCES' TO WS-RA-LABEL
           MOVE WS-BEFORE-AM-TOTAL TO WS-RA-BEFORE
           MOVE WS-EXPECT-AM-TOTAL TO WS-RA-EXPECTED
           MOVE WS-AFTER-AM-TOTAL  TO WS-RA-AFTER
           IF WS-AFTER-AM-TOTAL = WS-EXPECT-AM-TOTAL
               MOVE 'AGREES' TO WS-RA-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-RA-RESULT
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
           END-IF
           WRITE BACKOUT-RPT-LINE FROM WS-RECON-AMOUNT-LINE
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
           WRITE BACKOUT-RPT-LINE FROM WS-RECON-COUNT-LINE
           PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                   UNTIL WS-BA-IDX > WS-BA-COUNT
               PERFORM 3100-CHECK-ACCOUNT
           END-PERFORM
           IF WS-OUT-OF-BALANCE-COUNT = 0
               MOVE 'BACKOUT PROVEN - BALANCES AND RECORD COUNTS AGREE'
                   TO BACKOUT-RPT-LINE
           ELSE
               MOVE 'BACKOUT OUT OF BALANCE - INVESTIGATE'
                   TO BACKOUT-RPT-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           WRITE BACKOUT-RPT-LINE
           IF WS-SKIPPED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-PJ-FAIL-COUNT > 0
               MOVE WS-PJ-FAIL-COUNT TO WS-PF-FAIL-COUNT
               WRITE BACKOUT-RPT-LINE FROM WS-PJ-FAIL-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       3100-CHECK-ACCOUNT.
           MOVE BA-ACCOUNT-NUMBER (WS-BA-IDX) TO AM-ACCOUNT-NUMBER
           MOVE BA-ACCOUNT-NUMBER (WS-BA-IDX) TO WS-AC-ACCOUNT-NUMBER
           MOVE BA-EXPECTED-BALANCE (WS-BA-IDX) TO WS-AC-EXPECTED
           READ ACCTMAST-FILE
           IF WS-ACCTMAST-FS NOT = '00'
               MOVE 0 TO WS-AC-ACTUAL
               MOVE 'NOT FOUND' TO WS-AC-RESULT
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
           ELSE
               MOVE AM-CURRENT-BALANCE TO WS-AC-ACTUAL
               IF AM-CURRENT-BALANCE = BA-EXPECTED-BALANCE (WS-BA-IDX)
                   MOVE 'AGREES' TO WS-AC-RESULT
               ELSE
                   MOVE 'OUT OF BALANCE' TO WS-AC-RESULT
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               END-IF
           END-IF
           WRITE BACKOUT-RPT-LINE FROM WS-ACCT-CHECK-LINE.

       9000-TERMINATE.
           IF WS-PJ-RUN-OPEN
               MOVE 'E' TO WS-PJ-ACTION
               CALL 'PJRNLUTL' USING WS-PJ-ACTION WS-PJ-ENTRY
                   WS-PJ-STATUS
           END-IF
           IF WS-FILES-OPEN
               CLOSE ACCTMAST-FILE
               CLOSE ACCTHIST-FILE
           END-IF
           CLOSE BACKOUT-RPT-FILE.
