      *   FIELDS ON ONE ALREADY ON FILE (ONLY THE FIELDS FILLED IN
      *   ARE APPLIED), 'D' MARKS ONE INACTIVE - THE ROW IS KEPT SO
      *   OLD REPORTS STILL DECODE.  EVERY APPLIED CHANGE IS
      *   AUDITED WITH BEFORE AND AFTER IMAGES, ON THE REPORT AND ON
      *   THE SHARED AUDIT JOURNAL (AUDITUTL); A TRANSACTION THAT
      *   CANNOT BE APPLIED IS REPORTED AND SKIPPED.
      *
      *   A CHANGE TO THE DAILY LIMIT IS UNDER DUAL CONTROL: THE
      *   WHOLE CHANGE IS PARKED ON THE PENDING FILE (DUALUTL) AND
      *   APPLIED ONLY WHEN A LATER RUN BY A DIFFERENT USER KEYS A
      *   'V' (APPROVE) FOR THE TELLER; A 'W' WITHDRAWS IT INSTEAD.
      *   THE RUN'S USER ID COMES FROM THE MNTUSER PARAMETER.
      *
      *   TRANSACTION LAYOUT (TLRMTRAN, 50 BYTES): ACTION X(1),
      *   BRANCH ID X(5), TELLER ID X(6), TELLER NAME X(20),
      *   STATUS X(1), DAILY LIMIT 9(9)V99 DISPLAY (ZERO MEANS NO
      *   LIMIT), FILLER X(6).  'V' AND 'W' CARRY THE BRANCH AND
      *   TELLER ID ONLY.
      *
      *   MODIFICATION HISTORY
      *   2026-09-01  ADDED FOR TELLER MASTER MAINTENANCE.
      *   2026-10-15  JOURNAL EVERY IMAGE TO THE AUDIT JOURNAL; PUT
      *               DAILY LIMIT CHANGES UNDER DUAL CONTROL WITH 'V'
      *               APPROVE AND 'W' WITHDRAW ACTIONS.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR340.
               88  TR-ACTION-ADD          VALUE 'A'.
               88  TR-ACTION-CHANGE       VALUE 'C'.
               88  TR-ACTION-DEACTIVATE   VALUE 'D'.
               88  TR-ACTION-APPROVE      VALUE 'V'.
               88  TR-ACTION-WITHDRAW     VALUE 'W'.
           05  TR-BRANCH-ID               PIC X(05).
           05  TR-TELLER-ID               PIC X(06).
           05  TR-TELLER-NAME             PIC X(20).
           05  TR-DAILY-LIMIT             PIC 9(09)V99.
           05  FILLER                     PIC X(06).

      *>   THE TRANSACTION AS KEYED, KEPT WHILE AN APPROVED PENDING
      *>   CHANGE IS APPLIED IN ITS PLACE.
       01  WS-KEYED-TRAN                  PIC X(50).

       01  WS-TLRMAST-FS                  PIC X(02).
       01  WS-BRCHMAST-FS                 PIC X(02).

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
           05  FILLER                     PIC X(36)
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-DAILY-LIMIT          PIC -(8)9.99.

       01  WS-PENDING-LINE.
           05  WS-PL-TAG                  PIC X(08).
           05  WS-PL-TRAN                 PIC X(50).
           05  FILLER                     PIC X(04) VALUE ' BY '.
           05  WS-PL-USER-ID              PIC X(08).

       01  WS-REJECT-LINE.
           05  FILLER                     PIC X(08) VALUE 'REJECT  '.
           05  WS-RJ-ACTION               PIC X(01).
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

               OPEN I-O TLRMAST-FILE
           END-IF.

       1060-GET-RUN-USER.
           MOVE SPACES TO AUDJRNL-RECORD
           MOVE 'U' TO WS-AUD-ACTION
           CALL 'AUDITUTL' USING WS-AUD-ACTION AUDJRNL-RECORD
               WS-AUD-STATUS
           MOVE AJ-USER-ID TO WS-RUN-USER-ID.

       1100-READ-TRAN.
           READ TLRM-TRAN-FILE INTO WS-TLRM-TRAN-RECORD
               AT END

       2000-PROCESS-TRAN.
           ADD 1 TO WS-TRAN-COUNT
           MOVE WS-RUN-USER-ID TO WS-REQUESTED-BY
           MOVE SPACES         TO WS-APPROVED-BY
           PERFORM 2100-EDIT-TRAN
           IF WS-TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN TR-ACTION-APPROVE
                       PERFORM 2500-APPROVE-PENDING
                   WHEN TR-ACTION-WITHDRAW
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
               WHEN TR-ACTION-ADD
                   PERFORM 2200-APPLY-ADD
               WHEN TR-ACTION-CHANGE
                   PERFORM 2300-APPLY-CHANGE
               WHEN TR-ACTION-DEACTIVATE
                   PERFORM 2400-APPLY-DEACTIVATE
           END-EVALUATE.

       2100-EDIT-TRAN.
           MOVE 'Y' TO WS-TRAN-OK
           IF NOT TR-ACTION-ADD AND NOT TR-ACTION-CHANGE
                   AND NOT TR-ACTION-DEACTIVATE
                   AND NOT TR-ACTION-APPROVE AND NOT TR-ACTION-WITHDRAW
               MOVE 'ACTION CODE IS NOT A, C, D, V OR W'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           END-IF
           IF WS-TRAN-IS-VALID
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID
                   AND (TR-ACTION-ADD OR TR-ACTION-CHANGE)
               IF TR-STATUS NOT = SPACE AND TR-STATUS NOT = 'A'
                       AND TR-STATUS NOT = 'I'
                   MOVE 'STATUS IS NOT A OR I' TO WS-REJECT-REASON
               END-IF
           END-IF.

       2150-CHECK-DUAL-CONTROL.
      *>   A CHANGE TO THE DAILY LIMIT NEEDS A SECOND USER.
           MOVE 'N' TO WS-DUAL-SWITCH
           IF TR-ACTION-CHANGE AND TR-DAILY-LIMIT NUMERIC
                   AND TR-DAILY-LIMIT NOT = 0
               MOVE 'Y' TO WS-DUAL-SWITCH
           END-IF.

       2200-APPLY-ADD.
           MOVE TR-BRANCH-ID TO TM-BRANCH-ID
           MOVE TR-TELLER-ID TO TM-TELLER-ID
               PERFORM 2800-WRITE-IMAGE
           END-IF.

       2500-APPROVE-PENDING.
           PERFORM 2750-SET-PENDING-KEY
           MOVE 'G' TO WS-DUAL-ACTION
           CALL 'DUALUTL' USING WS-DUAL-ACTION MNTPEND-RECORD
               WS-DUAL-STATUS
           IF WS-DUAL-STATUS NOT = '0'
               MOVE 'NO CHANGE PENDING FOR THIS TELLER'
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
               MOVE WS-TLRM-TRAN-RECORD TO WS-KEYED-TRAN
               MOVE MP-TRAN-DATA    TO WS-TLRM-TRAN-RECORD
               MOVE MP-REQUESTED-BY TO WS-REQUESTED-BY
               MOVE WS-RUN-USER-ID  TO WS-APPROVED-BY
               PERFORM 2050-APPLY-TRAN
               IF WS-TRAN-IS-VALID
                   MOVE 'D' TO WS-DUAL-ACTION
                   CALL 'DUALUTL' USING WS-DUAL-ACTION MNTPEND-RECORD
                       WS-DUAL-STATUS
                   ADD 1 TO WS-APPROVED-COUNT
               END-IF
               MOVE WS-KEYED-TRAN TO WS-TLRM-TRAN-RECORD
           END-IF.

       2600-WITHDRAW-PENDING.
           PERFORM 2750-SET-PENDING-KEY
           MOVE 'G' TO WS-DUAL-ACTION
           CALL 'DUALUTL' USING WS-DUAL-ACTION MNTPEND-RECORD
               WS-DUAL-STATUS
           IF WS-DUAL-STATUS NOT = '0'
               MOVE 'NO CHANGE PENDING FOR THIS TELLER'
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
               MOVE TR-BRANCH-ID TO TM-BRANCH-ID
               MOVE TR-TELLER-ID TO TM-TELLER-ID
               READ TLRMAST-FILE
               IF WS-TLRMAST-FS NOT = '00'
                   MOVE 'TELLER NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID
               PERFORM 2750-SET-PENDING-KEY
               MOVE WS-RUN-USER-ID TO MP-REQUESTED-BY
               MOVE WS-TLRM-TRAN-RECORD TO MP-TRAN-DATA
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
           MOVE SPACES       TO MNTPEND-RECORD
           MOVE 'TLR340'     TO MP-PROGRAM
           MOVE TR-BRANCH-ID TO TM-BRANCH-ID
           MOVE TR-TELLER-ID TO TM-TELLER-ID
           MOVE TM-KEY       TO MP-RECORD-KEY.

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
           MOVE TM-BRANCH-ID   TO WS-IL-BRANCH-ID
           MOVE TM-TELLER-ID   TO WS-IL-TELLER-ID
           MOVE TM-TELLER-NAME TO WS-IL-TELLER-NAME
           MOVE TM-STATUS      TO WS-IL-STATUS
           MOVE TM-DAILY-LIMIT TO WS-IL-DAILY-LIMIT
           WRITE MAINT-RPT-LINE FROM WS-IMAGE-LINE
           PERFORM 2840-SET-JOURNAL-KEY
           MOVE WS-IL-TAG     TO AJ-IMAGE-TAG
           MOVE WS-IMAGE-LINE TO AJ-IMAGE
           PERFORM 2850-WRITE-JOURNAL.

       2840-SET-JOURNAL-KEY.
           MOVE SPACES            TO AUDJRNL-RECORD
           MOVE 'TLRMAST'         TO AJ-MASTER
           MOVE TM-KEY            TO AJ-RECORD-KEY
           MOVE 'TLR340'          TO AJ-PROGRAM
           MOVE WS-REQUESTED-BY   TO AJ-USER-ID
           MOVE WS-APPROVED-BY    TO AJ-APPROVED-BY
           MOVE TR-ACTION         TO AJ-ACTION.

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
           CLOSE TLRM-TRAN-FILE
