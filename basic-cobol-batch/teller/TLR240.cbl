      *   CANNOT BE HAND-EDITED THE WAY THE FLAT MASTERS CAN.  THIS
      *   STEP APPLIES BRANCH OPERATIONS' KEYED MAINTENANCE
      *   TRANSACTIONS: 'A' OPENS AN ACCOUNT (WITH ITS CURRENCY AND
      *   OPENING BALANCE), 'C' CHANGES STATUS, CURRENCY OR
      *   OVERDRAFT LIMIT, 'X' CLOSES AN ACCOUNT - REFUSED WHILE THE
      *   BALANCE IS NONZERO, SINCE CLOSING WOULD STRAND THE MONEY.
      *   BALANCES ARE NEVER ADJUSTED HERE; ONLY THE TLR150 POSTING
      *   RUN MOVES MONEY.  EVERY APPLIED CHANGE IS AUDITED WITH
      *   BEFORE AND AFTER IMAGES, ON THE REPORT AND ON THE SHARED
      *   AUDIT JOURNAL (AUDITUTL); A TRANSACTION THAT CANNOT BE
      *   APPLIED IS REPORTED AND SKIPPED.
      *
      *   A STATUS CHANGE, AN OVERDRAFT LIMIT CHANGE OR A CLOSE IS
      *   UNDER DUAL CONTROL: IT IS PARKED ON THE PENDING FILE
      *   (DUALUTL) AND APPLIED ONLY WHEN A LATER RUN BY A DIFFERENT
      *   USER KEYS A 'V' (APPROVE) FOR THE ACCOUNT; A 'W' WITHDRAWS
      *   IT INSTEAD.  THE RUN'S USER ID COMES FROM THE MNTUSER
      *   PARAMETER.
      *
      *   TRANSACTION LAYOUT (ACCTTRAN, 46 BYTES): ACTION X(1),
      *   ACCOUNT 9(12), STATUS X(1), CURRENCY X(3), OPENING
      *   BALANCE 9(13)V99 DISPLAY (ADD ONLY), FILLER X(3),
      *   OVERDRAFT LIMIT 9(9)V99 DISPLAY (BLANK = NO OVERDRAFT ON
      *   AN ADD, UNCHANGED ON A CHANGE; ZEROS REMOVE IT).  'V'
      *   AND 'W' CARRY THE ACCOUNT NUMBER ONLY.
      *
      *   MODIFICATION HISTORY
      *   2026-08-21  ADDED FOR ACCOUNT MASTER MAINTENANCE.
      *   2026-10-15  KEEP THE OPENING BALANCE ON THE NEW ACCOUNT'S
      *               MASTER RECORD FOR THE TLR400 BALANCE PROOF.
      *   2026-10-15  JOURNAL EVERY IMAGE TO THE AUDIT JOURNAL; PUT
      *               STATUS CHANGES AND CLOSES UNDER DUAL CONTROL
      *               WITH 'V' APPROVE AND 'W' WITHDRAW ACTIONS.
      *   2026-10-15  CARRY THE ACCOUNT'S OVERDRAFT LIMIT ON THE ADD
      *               AND CHANGE (TRANSACTION NOW 46 BYTES); A LIMIT
      *               CHANGE IS UNDER DUAL CONTROL.  A NEW ACCOUNT
      *               STARTS WITH NO OVERDRAWN DATE.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR240.
       FILE SECTION.
       FD  ACCT-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 46 CHARACTERS.
       01  ACCT-TRAN-FILE-RECORD          PIC X(46).

       FD  ACCTMAST-FILE.
       COPY ACCTMAST.
               88  AT-ACTION-ADD          VALUE 'A'.
               88  AT-ACTION-CHANGE       VALUE 'C'.
               88  AT-ACTION-CLOSE        VALUE 'X'.
               88  AT-ACTION-APPROVE      VALUE 'V'.
               88  AT-ACTION-WITHDRAW     VALUE 'W'.
           05  AT-ACCOUNT-NUMBER          PIC 9(12).
           05  AT-STATUS                  PIC X(01).
           05  AT-CURRENCY                PIC X(03).
           05  AT-OPENING-BALANCE         PIC 9(13)V99.
           05  FILLER                     PIC X(03).
           05  AT-OVERDRAFT-LIMIT         PIC 9(09)V99.
           05  AT-OVERDRAFT-LIMIT-X REDEFINES AT-OVERDRAFT-LIMIT
                                          PIC X(11).

      *>   THE TRANSACTION AS KEYED, KEPT WHILE AN APPROVED PENDING
      *>   CHANGE IS APPLIED IN ITS PLACE.
       01  WS-KEYED-TRAN                  PIC X(46).

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
           05  FILLER                     PIC X(40) VALUE
           05  WS-IL-CURRENCY             PIC X(03).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-BALANCE              PIC -(12)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-OVERDRAFT-LIMIT      PIC Z(09)9.99.

       01  WS-PENDING-LINE.
           05  WS-PL-TAG                  PIC X(08).
           05  WS-PL-TRAN                 PIC X(46).
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
           PERFORM 1050-OPEN-ACCTMAST
           OPEN OUTPUT MAINT-RPT-FILE
           WRITE MAINT-RPT-LINE FROM WS-HEADING-1
           PERFORM 1060-GET-RUN-USER
           PERFORM 1100-READ-TRAN.

       1050-OPEN-ACCTMAST.
               OPEN I-O ACCTMAST-FILE
           END-IF.

       1060-GET-RUN-USER.
           MOVE SPACES TO AUDJRNL-RECORD
           MOVE 'U' TO WS-AUD-ACTION
           CALL 'AUDITUTL' USING WS-AUD-ACTION AUDJRNL-RECORD
               WS-AUD-STATUS
           MOVE AJ-USER-ID TO WS-RUN-USER-ID.

       1100-READ-TRAN.
           READ ACCT-TRAN-FILE INTO WS-ACCT-TRAN-RECORD
               AT END

       2000-PROCESS-TRAN.
           ADD 1 TO WS-TRAN-COUNT
           MOVE WS-RUN-USER-ID TO WS-REQUESTED-BY
           MOVE SPACES         TO WS-APPROVED-BY
           PERFORM 2100-EDIT-TRAN
           IF WS-TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN AT-ACTION-APPROVE
                       PERFORM 2500-APPROVE-PENDING
                   WHEN AT-ACTION-WITHDRAW
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
               WHEN AT-ACTION-ADD
                   PERFORM 2200-APPLY-ADD
               WHEN AT-ACTION-CHANGE
                   PERFORM 2300-APPLY-CHANGE
               WHEN AT-ACTION-CLOSE
                   PERFORM 2400-APPLY-CLOSE
           END-EVALUATE.

       2100-EDIT-TRAN.
           MOVE 'Y' TO WS-TRAN-OK
           IF NOT AT-ACTION-ADD AND NOT AT-ACTION-CHANGE
                   AND NOT AT-ACTION-CLOSE AND NOT AT-ACTION-APPROVE
                   AND NOT AT-ACTION-WITHDRAW
               MOVE 'ACTION CODE IS NOT A, C, X, V OR W'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           END-IF
           IF WS-TRAN-IS-VALID
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID
                   AND (AT-ACTION-ADD OR AT-ACTION-CHANGE)
               IF AT-STATUS NOT = SPACE AND AT-STATUS NOT = 'O'
                       AND AT-STATUS NOT = 'C'
                   MOVE 'STATUS IS NOT O OR C' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID
                   AND (AT-ACTION-ADD OR AT-ACTION-CHANGE)
               IF AT-OVERDRAFT-LIMIT-X NOT = SPACES
                       AND AT-OVERDRAFT-LIMIT NOT NUMERIC
                   MOVE 'OVERDRAFT LIMIT IS NOT NUMERIC'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF.

       2150-CHECK-DUAL-CONTROL.
      *>   A STATUS CHANGE, AN OVERDRAFT LIMIT CHANGE OR A CLOSE
      *>   NEEDS A SECOND USER.
           MOVE 'N' TO WS-DUAL-SWITCH
           IF AT-ACTION-CLOSE
               MOVE 'Y' TO WS-DUAL-SWITCH
           END-IF
           IF AT-ACTION-CHANGE AND AT-STATUS NOT = SPACE
               MOVE 'Y' TO WS-DUAL-SWITCH
           END-IF
           IF AT-ACTION-CHANGE AND AT-OVERDRAFT-LIMIT-X NOT = SPACES
               MOVE 'Y' TO WS-DUAL-SWITCH
           END-IF.

       2200-APPLY-ADD.
               MOVE AT-ACCOUNT-NUMBER  TO AM-ACCOUNT-NUMBER
               MOVE AT-CURRENCY        TO AM-CURRENCY
               MOVE AT-OPENING-BALANCE TO AM-CURRENT-BALANCE
               MOVE AT-OPENING-BALANCE TO AM-OPENING-BALANCE
               IF AT-OVERDRAFT-LIMIT-X = SPACES
                   MOVE 0 TO AM-OVERDRAFT-LIMIT
               ELSE
                   MOVE AT-OVERDRAFT-LIMIT TO AM-OVERDRAFT-LIMIT
               END-IF
               MOVE 0 TO AM-OVERDRAWN-DATE
               IF AT-STATUS = SPACE
                   MOVE 'O' TO AM-STATUS
               ELSE
               IF AT-CURRENCY NOT = SPACES
                   MOVE AT-CURRENCY TO AM-CURRENCY
               END-IF
               IF AT-OVERDRAFT-LIMIT-X NOT = SPACES
                   MOVE AT-OVERDRAFT-LIMIT TO AM-OVERDRAFT-LIMIT
               END-IF
               REWRITE ACCTMAST-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'AFTER   ' TO WS-IL-TAG
               END-IF
           END-IF.

       2500-APPROVE-PENDING.
           PERFORM 2750-SET-PENDING-KEY
           MOVE 'G' TO WS-DUAL-ACTION
           CALL 'DUALUTL' USING WS-DUAL-ACTION MNTPEND-RECORD
               WS-DUAL-STATUS
           IF WS-DUAL-STATUS NOT = '0'
               MOVE 'NO CHANGE PENDING FOR THIS ACCOUNT'
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
               MOVE WS-ACCT-TRAN-RECORD TO WS-KEYED-TRAN
               MOVE MP-TRAN-DATA    TO WS-ACCT-TRAN-RECORD
               MOVE MP-REQUESTED-BY TO WS-REQUESTED-BY
               MOVE WS-RUN-USER-ID  TO WS-APPROVED-BY
               PERFORM 2050-APPLY-TRAN
               IF WS-TRAN-IS-VALID
                   MOVE 'D' TO WS-DUAL-ACTION
                   CALL 'DUALUTL' USING WS-DUAL-ACTION MNTPEND-RECORD
                       WS-DUAL-STATUS
                   ADD 1 TO WS-APPROVED-COUNT
               END-IF
               MOVE WS-KEYED-TRAN TO WS-ACCT-TRAN-RECORD
           END-IF.

       2600-WITHDRAW-PENDING.
           PERFORM 2750-SET-PENDING-KEY
           MOVE 'G' TO WS-DUAL-ACTION
           CALL 'DUALUTL' USING WS-DUAL-ACTION MNTPEND-RECORD
               WS-DUAL-STATUS
           IF WS-DUAL-STATUS NOT = '0'
               MOVE 'NO CHANGE PENDING FOR THIS ACCOUNT'
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
               MOVE AT-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
               READ ACCTMAST-FILE
               IF WS-ACCTMAST-FS NOT = '00'
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID
               PERFORM 2750-SET-PENDING-KEY
               MOVE WS-RUN-USER-ID TO MP-REQUESTED-BY
               MOVE WS-ACCT-TRAN-RECORD TO MP-TRAN-DATA
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
           MOVE 'TLR240'          TO MP-PROGRAM
           MOVE AT-ACCOUNT-NUMBER TO MP-RECORD-KEY.

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
           MOVE AM-ACCOUNT-NUMBER  TO WS-IL-ACCOUNT-NUMBER
           MOVE AM-STATUS          TO WS-IL-STATUS
           MOVE AM-CURRENCY        TO WS-IL-CURRENCY
           MOVE AM-CURRENT-BALANCE TO WS-IL-BALANCE
           MOVE AM-OVERDRAFT-LIMIT TO WS-IL-OVERDRAFT-LIMIT
           WRITE MAINT-RPT-LINE FROM WS-IMAGE-LINE
           PERFORM 2840-SET-JOURNAL-KEY
           MOVE WS-IL-TAG     TO AJ-IMAGE-TAG
           MOVE WS-IMAGE-LINE TO AJ-IMAGE
           PERFORM 2850-WRITE-JOURNAL.

       2840-SET-JOURNAL-KEY.
           MOVE SPACES            TO AUDJRNL-RECORD
           MOVE 'ACCTMAST'        TO AJ-MASTER
           MOVE AT-ACCOUNT-NUMBER TO AJ-RECORD-KEY
           MOVE 'TLR240'          TO AJ-PROGRAM
           MOVE WS-REQUESTED-BY   TO AJ-USER-ID
           MOVE WS-APPROVED-BY    TO AJ-APPROVED-BY
           MOVE AT-ACTION         TO AJ-ACTION.

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
           CLOSE ACCT-TRAN-FILE
