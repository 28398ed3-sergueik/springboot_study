      *   PASSBOOK OR A COURT ORDER.  THIS STEP APPLIES BRANCH
      *   OPERATIONS' KEYED MAINTENANCE TRANSACTIONS TO THE INDEXED
      *   HOLD FILE (SEE ACCTHOLD COPYBOOK): 'A' PLACES A HOLD WITH
      *   ITS TYPE, THRESHOLD, EFFECTIVE/RELEASE DATES AND HELD
      *   AMOUNT, 'C'
      *   CHANGES FIELDS ON ONE ALREADY ON FILE (ONLY THE FIELDS
      *   FILLED IN ARE APPLIED), 'X' RELEASES THE HOLD.  THE
      *   ACCOUNT MUST EXIST ON THE ACCOUNT MASTER.  EVERY APPLIED
      *   CHANGE IS AUDITED WITH BEFORE AND AFTER IMAGES, ON THE
      *   REPORT AND ON THE SHARED AUDIT JOURNAL (AUDITUTL); A
      *   TRANSACTION THAT CANNOT BE APPLIED IS REPORTED AND
      *   SKIPPED.
      *
      *   A RELEASE IS UNDER DUAL CONTROL, AND SO IS ANY 'C' THAT
      *   WOULD LET THE FUNDS GO EARLY - ONE THAT SETS OR BRINGS
      *   FORWARD THE RELEASE DATE, CHANGES THE HOLD TYPE, MOVES
      *   THE EFFECTIVE DATE LATER (TLR150/TLR160 ONLY HONOUR A HOLD
      *   BETWEEN THOSE DATES), RAISES THE AMOUNT THRESHOLD OR
      *   LOWERS THE HELD AMOUNT.
      *   SUCH A TRANSACTION IS PARKED ON THE PENDING FILE (DUALUTL)
      *   AND APPLIED ONLY WHEN A LATER RUN BY A DIFFERENT USER KEYS
      *   A 'V' (APPROVE) FOR THE ACCOUNT; A 'W' WITHDRAWS IT
      *   INSTEAD.  THE RUN'S USER ID COMES FROM THE MNTUSER
      *   PARAMETER.
      *
      *   TRANSACTION LAYOUT (HOLDTRAN, 80 BYTES): ACTION X(1),
      *   ACCOUNT 9(12), HOLD TYPE X(1), THRESHOLD 9(9)V99 DISPLAY,
      *   EFFECTIVE DATE 9(8), RELEASE DATE 9(8), REASON X(20),
      *   HELD AMOUNT 9(9)V99 DISPLAY, FILLER X(8).  A BLANK HELD
      *   AMOUNT IS ZERO ON AN ADD AND KEEPS THE AMOUNT ON FILE ON A
      *   CHANGE; ZEROS ON A CHANGE REMOVE IT.  'V' AND 'W' CARRY
      *   THE ACCOUNT NUMBER ONLY.
      *
      *   MODIFICATION HISTORY
      *   2026-09-01  ADDED FOR ACCOUNT HOLD FILE MAINTENANCE.
      *   2026-10-15  JOURNAL EVERY IMAGE TO THE AUDIT JOURNAL; PUT
      *               HOLD RELEASES UNDER DUAL CONTROL WITH 'V'
      *               APPROVE AND 'W' WITHDRAW ACTIONS.
      *   2026-10-15  PUT CHANGES THAT SHORTEN OR DEFER A HOLD, OR
      *               CHANGE ITS TYPE, UNDER DUAL CONTROL AS WELL.
      *   2026-10-15  PUT A CHANGE THAT RAISES THE AMOUNT THRESHOLD
      *               UNDER DUAL CONTROL AS WELL.
      *   2026-10-15  MAINTAIN THE HELD AMOUNT TLR150 TAKES OFF THE
      *               AVAILABLE BALANCE; A CHANGE THAT LOWERS IT IS
      *               UNDER DUAL CONTROL.  HOLDTRAN IS NOW 80 BYTES.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR300.
       FILE SECTION.
       FD  HOLD-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLD-TRAN-FILE-RECORD          PIC X(80).

       FD  ACCTHOLD-FILE.
       COPY ACCTHOLD.
               88  HT-ACTION-ADD          VALUE 'A'.
               88  HT-ACTION-CHANGE       VALUE 'C'.
               88  HT-ACTION-RELEASE      VALUE 'X'.
               88  HT-ACTION-APPROVE      VALUE 'V'.
               88  HT-ACTION-WITHDRAW     VALUE 'W'.
           05  HT-ACCOUNT-NUMBER          PIC 9(12).
           05  HT-HOLD-TYPE               PIC X(01).
           05  HT-THRESHOLD               PIC 9(09)V99.
           05  HT-EFFECTIVE-DATE          PIC 9(08).
           05  HT-RELEASE-DATE            PIC 9(08).
           05  HT-REASON                  PIC X(20).
           05  HT-HELD-AMOUNT             PIC 9(09)V99.
           05  HT-HELD-AMOUNT-X REDEFINES HT-HELD-AMOUNT
                                          PIC X(11).
           05  FILLER                     PIC X(08).

      *>   THE TRANSACTION AS KEYED, KEPT WHILE AN APPROVED PENDING
      *>   CHANGE IS APPLIED IN ITS PLACE.
       01  WS-KEYED-TRAN                  PIC X(80).

       01  WS-ACCTHOLD-FS                 PIC X(02).
       01  WS-ACCTMAST-FS                 PIC X(02).

       COPY AUDJRNL.

       COPY MNTPEND.

      *> AUDITUTL LINKAGE WORK AREA
       01  WS-AUD-ACTION                  PIC X(01).
       01  WS-AUD-STATUS                  PIC X(01).

      *> DUALUTL LINKAGE WORK AREA
       01  WS-DUAL-ACTION                 PIC X(01).
       01  WS-DUAL-STATUS                 PIC X(01).

       01  WS-RUN-USER-ID                 PIC X(08) VALUE SPACES.
       01  WS-REQUESTED-BY                PIC X(08).
       01  WS-APPROVED-BY                 PIC X(08).
       01  WS-DUAL-SWITCH                 PIC X(01).
           88  WS-NEEDS-APPROVAL          VALUE 'Y'.

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.

       01  WS-TRAN-COUNT                  PIC S9(09) COMP-3 VALUE 0.
       01  WS-APPLIED-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-REJECT-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-PENDING-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-APPROVED-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-WITHDRAWN-COUNT             PIC S9(09) COMP-3 VALUE 0.
       01  WS-AUD-FAIL-COUNT              PIC S9(09) COMP-3 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(38)
           05  WS-IL-RELEASE              PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-REASON               PIC X(20).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-HELD-AMOUNT          PIC -(9)9.99.

       01  WS-PENDING-LINE.
           05  WS-PL-TAG                  PIC X(08).
           05  WS-PL-TRAN                 PIC X(80).
           05  FILLER                     PIC X(04) VALUE ' BY '.
           05  WS-PL-USER-ID              PIC X(08).

       01  WS-REJECT-LINE.
           05  FILLER                     PIC X(08) VALUE 'REJECT  '.
               VALUE '  REJECTED: '.
           05  WS-SL-REJECT-COUNT         PIC ZZZZZZZZ9.

       01  WS-DUAL-SUMMARY-LINE.
           05  FILLER                     PIC X(14)
               VALUE 'PENDING:      '.
           05  WS-DS-PENDING-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(12)
               VALUE '  APPROVED: '.
           05  WS-DS-APPROVED-COUNT       PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(13)
               VALUE '  WITHDRAWN: '.
           05  WS-DS-WITHDRAWN-COUNT      PIC ZZZZZZZZ9.

       01  WS-AUD-FAIL-LINE.
           05  FILLER                     PIC X(30)
               VALUE 'AUDIT JOURNAL WRITE FAILURES: '.
           05  WS-AF-FAIL-COUNT           PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 1060-GET-RUN-USER
               PERFORM 1100-READ-TRAN
           END-IF.

               OPEN I-O ACCTHOLD-FILE
           END-IF.

       1060-GET-RUN-USER.
           MOVE SPACES TO AUDJRNL-RECORD
           MOVE 'U' TO WS-AUD-ACTION
           CALL 'AUDITUTL' USING WS-AUD-ACTION AUDJRNL-RECORD
               WS-AUD-STATUS
           MOVE AJ-USER-ID TO WS-RUN-USER-ID.

       1100-READ-TRAN.
           READ HOLD-TRAN-FILE INTO WS-HOLD-TRAN-RECORD
               AT END

       2000-PROCESS-TRAN.
           ADD 1 TO WS-TRAN-COUNT
           MOVE WS-RUN-USER-ID TO WS-REQUESTED-BY
           MOVE SPACES         TO WS-APPROVED-BY
           PERFORM 2100-EDIT-TRAN
           IF WS-TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN HT-ACTION-APPROVE
                       PERFORM 2500-APPROVE-PENDING
                   WHEN HT-ACTION-WITHDRAW
                       PERFORM 2600-WITHDRAW-PENDING
                   WHEN OTHER
                       PERFORM 2150-CHECK-DUAL-CONTROL
                       IF WS-NEEDS-APPROVAL
                           PERFORM 2700-RAISE-PENDING
                       ELSE
                           PERFORM 2050-APPLY-TRAN
                       END-IF
               END-EVALUATE
           END-IF
           IF NOT WS-TRAN-IS-VALID
           END-IF
           PERFORM 1100-READ-TRAN.

       2050-APPLY-TRAN.
           EVALUATE TRUE
               WHEN HT-ACTION-ADD
                   PERFORM 2200-APPLY-ADD
               WHEN HT-ACTION-CHANGE
                   PERFORM 2300-APPLY-CHANGE
               WHEN HT-ACTION-RELEASE
                   PERFORM 2400-APPLY-RELEASE
           END-EVALUATE.

       2100-EDIT-TRAN.
           MOVE 'Y' TO WS-TRAN-OK
           IF NOT HT-ACTION-ADD AND NOT HT-ACTION-CHANGE
                   AND NOT HT-ACTION-RELEASE AND NOT HT-ACTION-APPROVE
                   AND NOT HT-ACTION-WITHDRAW
               MOVE 'ACTION CODE IS NOT A, C, X, V OR W'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           END-IF
           IF WS-TRAN-IS-VALID
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID
                   AND (HT-ACTION-ADD OR HT-ACTION-CHANGE)
               IF HT-HOLD-TYPE NOT = SPACE AND HT-HOLD-TYPE NOT = 'S'
                       AND HT-HOLD-TYPE NOT = 'F'
                       AND HT-HOLD-TYPE NOT = 'C'
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID
                   AND (HT-ACTION-ADD OR HT-ACTION-CHANGE)
               IF HT-HELD-AMOUNT-X NOT = SPACES
                       AND HT-HELD-AMOUNT NOT NUMERIC
                   MOVE 'HELD AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND HT-ACTION-ADD
               IF HT-HOLD-TYPE = SPACE
                   MOVE 'ADD WITHOUT A HOLD TYPE' TO WS-REJECT-REASON
               END-IF
           END-IF.

       2150-CHECK-DUAL-CONTROL.
      *>   A RELEASE NEEDS A SECOND USER, AND SO DOES A CHANGE THAT
      *>   RELEASES THE FUNDS BY OTHER MEANS.  A CHANGE FOR AN
      *>   ACCOUNT WITH NO HOLD IS LEFT TO 2300 TO REJECT.
           MOVE 'N' TO WS-DUAL-SWITCH
           IF HT-ACTION-RELEASE
               MOVE 'Y' TO WS-DUAL-SWITCH
           END-IF
           IF HT-ACTION-CHANGE
               MOVE HT-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
               READ ACCTHOLD-FILE
               IF WS-ACCTHOLD-FS = '00'
                   PERFORM 2160-CHECK-CHANGE-RELEASES
               END-IF
           END-IF.

       2160-CHECK-CHANGE-RELEASES.
      *>   A RELEASE DATE SET WHERE THERE WAS NONE, OR BROUGHT
      *>   FORWARD; A DIFFERENT HOLD TYPE; A LATER EFFECTIVE DATE;
      *>   A HIGHER AMOUNT THRESHOLD, OR ONE SET WHERE THERE WAS NONE;
      *>   A LOWER HELD AMOUNT.
           IF HT-RELEASE-DATE NUMERIC AND HT-RELEASE-DATE NOT = 0
               IF HD-RELEASE-DATE = 0
                       OR HT-RELEASE-DATE < HD-RELEASE-DATE
                   MOVE 'Y' TO WS-DUAL-SWITCH
               END-IF
           END-IF
           IF HT-HOLD-TYPE NOT = SPACE
                   AND HT-HOLD-TYPE NOT = HD-HOLD-TYPE
               MOVE 'Y' TO WS-DUAL-SWITCH
           END-IF
           IF HT-EFFECTIVE-DATE NUMERIC AND HT-EFFECTIVE-DATE NOT = 0
               IF HT-EFFECTIVE-DATE > HD-EFFECTIVE-DATE
                   MOVE 'Y' TO WS-DUAL-SWITCH
               END-IF
           END-IF
           IF HT-THRESHOLD NUMERIC AND HT-THRESHOLD NOT = 0
               IF HD-AMOUNT-THRESHOLD = 0
                       OR HT-THRESHOLD > HD-AMOUNT-THRESHOLD
                   MOVE 'Y' TO WS-DUAL-SWITCH
               END-IF
           END-IF
           IF HT-HELD-AMOUNT-X NOT = SPACES
               IF HT-HELD-AMOUNT < HD-HELD-AMOUNT
                   MOVE 'Y' TO WS-DUAL-SWITCH
               END-IF
           END-IF.

       2200-APPLY-ADD.
           MOVE HT-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
           READ ACCTHOLD-FILE
                   MOVE 0               TO HD-RELEASE-DATE
               END-IF
               MOVE HT-REASON         TO HD-REASON
               IF HT-HELD-AMOUNT-X = SPACES
                   MOVE 0              TO HD-HELD-AMOUNT
               ELSE
                   MOVE HT-HELD-AMOUNT TO HD-HELD-AMOUNT
               END-IF
               WRITE ACCTHOLD-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'ADDED   ' TO WS-IL-TAG
               IF HT-REASON NOT = SPACES
                   MOVE HT-REASON TO HD-REASON
               END-IF
               IF HT-HELD-AMOUNT-X NOT = SPACES
                   MOVE HT-HELD-AMOUNT TO HD-HELD-AMOUNT
               END-IF
               REWRITE ACCTHOLD-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'AFTER   ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
           END-IF.

       2500-APPROVE-PENDING.
           PERFORM 2750-SET-PENDING-KEY
           MOVE 'G' TO WS-DUAL-ACTION
           CALL 'DUALUTL' USING WS-DUAL-ACTION MNTPEND-RECORD
               WS-DUAL-STATUS
           IF WS-DUAL-STATUS NOT = '0'
               MOVE 'NO HOLD CHANGE PENDING FOR THIS ACCOUNT'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           END-IF
           IF WS-TRAN-IS-VALID AND WS-RUN-USER-ID = SPACES
               MOVE 'NO USER ID FOR THE RUN - SEE MNTUSER'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           END-IF
           IF WS-TRAN-IS-VALID AND WS-RUN-USER-ID = MP-REQUESTED-BY
               MOVE 'APPROVER MUST DIFFER FROM REQUESTER'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           END-IF
           IF WS-TRAN-IS-VALID
      *>       APPLY THE PARKED TRANSACTION AS THE REQUESTER KEYED
      *>       IT.  IF IT NO LONGER APPLIES IT IS REJECTED AND STAYS
      *>       PENDING.
               MOVE WS-HOLD-TRAN-RECORD TO WS-KEYED-TRAN
               MOVE MP-TRAN-DATA    TO WS-HOLD-TRAN-RECORD
               MOVE MP-REQUESTED-BY TO WS-REQUESTED-BY
               MOVE WS-RUN-USER-ID  TO WS-APPROVED-BY
               PERFORM 2050-APPLY-TRAN
               IF WS-TRAN-IS-VALID
                   MOVE 'D' TO WS-DUAL-ACTION
                   CALL 'DUALUTL' USING WS-DUAL-ACTION MNTPEND-RECORD
                       WS-DUAL-STATUS
                   ADD 1 TO WS-APPROVED-COUNT
               END-IF
               MOVE WS-KEYED-TRAN TO WS-HOLD-TRAN-RECORD
           END-IF.

       2600-WITHDRAW-PENDING.
           PERFORM 2750-SET-PENDING-KEY
           MOVE 'G' TO WS-DUAL-ACTION
           CALL 'DUALUTL' USING WS-DUAL-ACTION MNTPEND-RECORD
               WS-DUAL-STATUS
           IF WS-DUAL-STATUS NOT = '0'
               MOVE 'NO HOLD CHANGE PENDING FOR THIS ACCOUNT'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           ELSE
               MOVE 'D' TO WS-DUAL-ACTION
               CALL 'DUALUTL' USING WS-DUAL-ACTION MNTPEND-RECORD
                   WS-DUAL-STATUS
               ADD 1 TO WS-WITHDRAWN-COUNT
               MOVE 'WITHDRWN' TO WS-PL-TAG
               PERFORM 2780-WRITE-PENDING-LINE
           END-IF.

       2700-RAISE-PENDING.
           IF WS-RUN-USER-ID = SPACES
               MOVE 'NO USER ID FOR THE RUN - SEE MNTUSER'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           END-IF
           IF WS-TRAN-IS-VALID
               MOVE HT-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER
               READ ACCTHOLD-FILE
               IF WS-ACCTHOLD-FS NOT = '00'
                   MOVE 'NO HOLD ON FILE FOR ACCOUNT'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID
               PERFORM 2750-SET-PENDING-KEY
               MOVE WS-RUN-USER-ID TO MP-REQUESTED-BY
               MOVE WS-HOLD-TRAN-RECORD TO MP-TRAN-DATA
               MOVE 'P' TO WS-DUAL-ACTION
               CALL 'DUALUTL' USING WS-DUAL-ACTION MNTPEND-RECORD
                   WS-DUAL-STATUS
               EVALUATE WS-DUAL-STATUS
                   WHEN '0'
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE 'PENDING ' TO WS-PL-TAG
                       PERFORM 2780-WRITE-PENDING-LINE
                   WHEN '1'
                       MOVE 'A CHANGE IS ALREADY PENDING APPROVAL'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-TRAN-OK
                   WHEN OTHER
                       MOVE 'PENDING CHANGE FILE NOT AVAILABLE'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-TRAN-OK
               END-EVALUATE
           END-IF.

       2750-SET-PENDING-KEY.
           MOVE SPACES            TO MNTPEND-RECORD
           MOVE 'TLR300'          TO MP-PROGRAM
           MOVE HT-ACCOUNT-NUMBER TO MP-RECORD-KEY.

       2780-WRITE-PENDING-LINE.
           MOVE MP-TRAN-DATA   TO WS-PL-TRAN
           MOVE WS-RUN-USER-ID TO WS-PL-USER-ID
           WRITE MAINT-RPT-LINE FROM WS-PENDING-LINE
           PERFORM 2840-SET-JOURNAL-KEY
           MOVE WS-RUN-USER-ID TO AJ-USER-ID
           MOVE WS-PL-TAG      TO AJ-IMAGE-TAG
           MOVE MP-TRAN-DATA   TO AJ-IMAGE
           PERFORM 2850-WRITE-JOURNAL.

       2800-WRITE-IMAGE.
           MOVE HD-ACCOUNT-NUMBER   TO WS-IL-ACCOUNT-NUMBER
           MOVE HD-HOLD-TYPE        TO WS-IL-HOLD-TYPE
           MOVE HD-EFFECTIVE-DATE   TO WS-IL-EFFECTIVE
           MOVE HD-RELEASE-DATE     TO WS-IL-RELEASE
           MOVE HD-REASON           TO WS-IL-REASON
           MOVE HD-HELD-AMOUNT      TO WS-IL-HELD-AMOUNT
           WRITE MAINT-RPT-LINE FROM WS-IMAGE-LINE
           PERFORM 2840-SET-JOURNAL-KEY
           MOVE WS-IL-TAG     TO AJ-IMAGE-TAG
           MOVE WS-IMAGE-LINE TO AJ-IMAGE
           PERFORM 2850-WRITE-JOURNAL.

       2840-SET-JOURNAL-KEY.
           MOVE SPACES            TO AUDJRNL-RECORD
           MOVE 'ACCTHOLD'        TO AJ-MASTER
           MOVE HT-ACCOUNT-NUMBER TO AJ-RECORD-KEY
           MOVE 'TLR300'          TO AJ-PROGRAM
           MOVE WS-REQUESTED-BY   TO AJ-USER-ID
           MOVE WS-APPROVED-BY    TO AJ-APPROVED-BY
           MOVE HT-ACTION         TO AJ-ACTION.

       2850-WRITE-JOURNAL.
           MOVE 'W' TO WS-AUD-ACTION
           CALL 'AUDITUTL' USING WS-AUD-ACTION AUDJRNL-RECORD
               WS-AUD-STATUS
           IF WS-AUD-STATUS NOT = '0'
               ADD 1 TO WS-AUD-FAIL-COUNT
           END-IF.

       2900-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-TRAN-COUNT    TO WS-SL-TRAN-COUNT
           MOVE WS-APPLIED-COUNT TO WS-SL-APPLIED-COUNT
           MOVE WS-REJECT-COUNT  TO WS-SL-REJECT-COUNT
           WRITE MAINT-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE WS-PENDING-COUNT   TO WS-DS-PENDING-COUNT
           MOVE WS-APPROVED-COUNT  TO WS-DS-APPROVED-COUNT
           MOVE WS-WITHDRAWN-COUNT TO WS-DS-WITHDRAWN-COUNT
           WRITE MAINT-RPT-LINE FROM WS-DUAL-SUMMARY-LINE
           IF WS-AUD-FAIL-COUNT > 0
               MOVE WS-AUD-FAIL-COUNT TO WS-AF-FAIL-COUNT
               WRITE MAINT-RPT-LINE FROM WS-AUD-FAIL-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           CLOSE HOLD-TRAN-FILE
