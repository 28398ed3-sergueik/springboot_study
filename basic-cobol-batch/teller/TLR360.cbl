      *
      *   TLR360 - CUSTOMER-TO-ACCOUNT RELATIONSHIP BATCH MAINTENANCE
      *
      *   LINKS CUSTOMERS ON THE TLR350 CUSTOMER MASTER TO ACCOUNTS
      *   ON THE TLR240 ACCOUNT MASTER THROUGH THE INDEXED
      *   RELATIONSHIP FILE (SEE CUSTACCT COPYBOOK).  ONE CUSTOMER
      *   MAY OWN MANY ACCOUNTS AND ONE ACCOUNT MAY HAVE SEVERAL
      *   OWNERS, BUT ONLY ONE PRIMARY OWNER - THE NAME AND ADDRESS
      *   THE STATEMENT GOES TO.  THIS STEP APPLIES BRANCH
      *   OPERATIONS' KEYED MAINTENANCE TRANSACTIONS: 'A' LINKS A
      *   CUSTOMER TO AN ACCOUNT AS PRIMARY ('P') OR JOINT ('J')
      *   OWNER (BOTH MUST BE ON FILE AND THE CUSTOMER ACTIVE), 'C'
      *   CHANGES THE RELATIONSHIP TYPE, 'X' REMOVES THE LINK.  AN
      *   ADD OR CHANGE THAT WOULD GIVE AN ACCOUNT A SECOND PRIMARY
      *   OWNER IS REFUSED - THE OLD PRIMARY MUST BE CHANGED TO
      *   JOINT OR REMOVED FIRST.  EVERY APPLIED CHANGE IS AUDITED
      *   WITH BEFORE AND AFTER IMAGES; A TRANSACTION THAT CANNOT
      *   BE APPLIED IS REPORTED AND SKIPPED.
      *
      *   TRANSACTION LAYOUT (CUSTRTRN, 30 BYTES): ACTION X(1),
      *   CUSTOMER 9(10), ACCOUNT 9(12), RELATIONSHIP X(1),
      *   FILLER X(6).
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR CUSTOMER-TO-ACCOUNT RELATIONSHIP
      *               MAINTENANCE.
      *   2026-10-15  JOURNAL EVERY BEFORE/AFTER IMAGE TO THE SHARED
      *               AUDIT JOURNAL THROUGH AUDITUTL.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR360.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REL-TRAN-FILE  ASSIGN TO CUSTRTRN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTACCT-FILE  ASSIGN TO CUSTACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               ALTERNATE RECORD KEY IS CR-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTACCT-FS.
           SELECT CUSTMAST-FILE  ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               ALTERNATE RECORD KEY IS CU-TAX-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-FS.
           SELECT ACCTMAST-FILE  ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-FS.
           SELECT MAINT-RPT-FILE ASSIGN TO CUSTRMNR
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REL-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01  REL-TRAN-FILE-RECORD           PIC X(30).

       FD  CUSTACCT-FILE.
       COPY CUSTACCT.

       FD  CUSTMAST-FILE.
       COPY CUSTMAST.

       FD  ACCTMAST-FILE.
       COPY ACCTMAST.

       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REL-TRAN-RECORD.
           05  RT-ACTION                  PIC X(01).
               88  RT-ACTION-ADD          VALUE 'A'.
               88  RT-ACTION-CHANGE       VALUE 'C'.
               88  RT-ACTION-REMOVE       VALUE 'X'.
           05  RT-CUSTOMER-NO             PIC 9(10).
           05  RT-ACCOUNT-NUMBER          PIC 9(12).
           05  RT-RELATIONSHIP            PIC X(01).
           05  FILLER                     PIC X(06).

       01  WS-CUSTACCT-FS                 PIC X(02).
       01  WS-CUSTMAST-FS                 PIC X(02).
       01  WS-ACCTMAST-FS                 PIC X(02).

       COPY AUDJRNL.

      *> AUDITUTL LINKAGE WORK AREA
       01  WS-AUD-ACTION                  PIC X(01).
       01  WS-AUD-STATUS                  PIC X(01).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-REL-EOF-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-REL-END                 VALUE 'Y'.
       01  WS-OTHER-PRIMARY-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-OTHER-PRIMARY-FOUND     VALUE 'Y'.

       01  WS-TRAN-OK                     PIC X(01).
           88  WS-TRAN-IS-VALID           VALUE 'Y'.
       01  WS-REJECT-REASON               PIC X(40).

       01  WS-TRAN-COUNT                  PIC S9(09) COMP-3 VALUE 0.
       01  WS-APPLIED-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-REJECT-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-AUD-FAIL-COUNT              PIC S9(09) COMP-3 VALUE 0.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       01  WS-HEADING-1.
           05  FILLER                     PIC X(50) VALUE
               'TLR360  CUSTOMER-TO-ACCOUNT RELATIONSHIP MAINT'.

       01  WS-IMAGE-LINE.
           05  WS-IL-TAG                  PIC X(08).
           05  WS-IL-CUSTOMER-NO          PIC 9(10).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-ACCOUNT-NUMBER       PIC 9(12).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-RELATIONSHIP         PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-EFFECTIVE-DATE       PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-NAME                 PIC X(30).

       01  WS-REJECT-LINE.
           05  FILLER                     PIC X(08) VALUE 'REJECT  '.
           05  WS-RJ-ACTION               PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RJ-CUSTOMER-NO          PIC 9(10).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RJ-ACCOUNT-NUMBER       PIC 9(12).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RJ-REASON               PIC X(40).

       01  WS-SUMMARY-LINE.
           05  FILLER                     PIC X(14)
               VALUE 'TRANS READ:   '.
           05  WS-SL-TRAN-COUNT           PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(11)
               VALUE '  APPLIED: '.
           05  WS-SL-APPLIED-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(12)
               VALUE '  REJECTED: '.
           05  WS-SL-REJECT-COUNT         PIC ZZZZZZZZ9.

       01  WS-AUD-FAIL-LINE.
           05  FILLER                     PIC X(30)
               VALUE 'AUDIT JOURNAL WRITE FAILURES: '.
           05  WS-AF-FAIL-COUNT           PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRAN UNTIL WS-END-OF-FILE
           PERFORM 3000-PRODUCE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           OPEN INPUT REL-TRAN-FILE
           PERFORM 1050-OPEN-CUSTACCT
           MOVE SPACES TO WS-CUSTMAST-FS
           OPEN INPUT CUSTMAST-FILE
           MOVE SPACES TO WS-ACCTMAST-FS
           OPEN INPUT ACCTMAST-FILE
           OPEN OUTPUT MAINT-RPT-FILE
           WRITE MAINT-RPT-LINE FROM WS-HEADING-1
      *>   WITHOUT BOTH MASTERS EVERY ADD WOULD REJECT AS AN UNKNOWN
      *>   CUSTOMER OR ACCOUNT -- STOP THE RUN INSTEAD.
           EVALUATE TRUE
               WHEN WS-CUSTMAST-FS NOT = '00'
                   MOVE 'CUSTOMER MASTER NOT AVAILABLE - RUN TLR350'
                       TO MAINT-RPT-LINE
                   WRITE MAINT-RPT-LINE
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SWITCH
               WHEN WS-ACCTMAST-FS NOT = '00'
                   MOVE 'ACCOUNT MASTER NOT AVAILABLE - RUN STOPPED'
                       TO MAINT-RPT-LINE
                   WRITE MAINT-RPT-LINE
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SWITCH
               WHEN OTHER
                   PERFORM 1100-READ-TRAN
           END-EVALUATE.

       1050-OPEN-CUSTACCT.
      *>   THE VERY FIRST MAINTENANCE RUN ARRIVES BEFORE THE FILE
      *>   EXISTS -- CREATE IT AND REOPEN IN THAT CASE.
           MOVE SPACES TO WS-CUSTACCT-FS
           OPEN I-O CUSTACCT-FILE
           IF WS-CUSTACCT-FS NOT = '00'
               OPEN OUTPUT CUSTACCT-FILE
               CLOSE CUSTACCT-FILE
               OPEN I-O CUSTACCT-FILE
           END-IF.

       1100-READ-TRAN.
           READ REL-TRAN-FILE INTO WS-REL-TRAN-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2000-PROCESS-TRAN.
           ADD 1 TO WS-TRAN-COUNT
           PERFORM 2100-EDIT-TRAN
           IF WS-TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN RT-ACTION-ADD
                       PERFORM 2200-APPLY-ADD
                   WHEN RT-ACTION-CHANGE
                       PERFORM 2300-APPLY-CHANGE
                   WHEN RT-ACTION-REMOVE
                       PERFORM 2400-APPLY-REMOVE
               END-EVALUATE
           END-IF
           IF NOT WS-TRAN-IS-VALID
               PERFORM 2900-WRITE-REJECT
           END-IF
           PERFORM 1100-READ-TRAN.

       2100-EDIT-TRAN.
           MOVE 'Y' TO WS-TRAN-OK
           IF NOT RT-ACTION-ADD AND NOT RT-ACTION-CHANGE
                   AND NOT RT-ACTION-REMOVE
               MOVE 'ACTION CODE IS NOT A, C OR X' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           END-IF
           IF WS-TRAN-IS-VALID
               IF RT-CUSTOMER-NO NOT NUMERIC
                       OR RT-CUSTOMER-NO = 0
                       OR RT-ACCOUNT-NUMBER NOT NUMERIC
                       OR RT-ACCOUNT-NUMBER = 0
                   MOVE 'CUSTOMER OR ACCOUNT NOT NUMERIC OR ZERO'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND NOT RT-ACTION-REMOVE
               IF RT-RELATIONSHIP NOT = 'P'
                       AND RT-RELATIONSHIP NOT = 'J'
                   MOVE 'RELATIONSHIP IS NOT P OR J'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND RT-ACTION-ADD
               MOVE RT-CUSTOMER-NO TO CU-CUSTOMER-NO
               READ CUSTMAST-FILE
               IF WS-CUSTMAST-FS NOT = '00'
                       OR NOT CU-CUSTOMER-ACTIVE
                   MOVE 'CUSTOMER NOT ON FILE OR NOT ACTIVE'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND RT-ACTION-ADD
               MOVE RT-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
               READ ACCTMAST-FILE
               IF WS-ACCTMAST-FS NOT = '00'
                   MOVE 'ACCOUNT NOT ON THE ACCOUNT MASTER'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND RT-RELATIONSHIP = 'P'
                   AND NOT RT-ACTION-REMOVE
               PERFORM 2500-CHECK-OTHER-PRIMARY
               IF WS-OTHER-PRIMARY-FOUND
                   MOVE 'ACCOUNT ALREADY HAS A PRIMARY OWNER'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF.

       2200-APPLY-ADD.
           MOVE RT-CUSTOMER-NO    TO CR-CUSTOMER-NO
           MOVE RT-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER
           READ CUSTACCT-FILE
           IF WS-CUSTACCT-FS = '00'
               MOVE 'CUSTOMER ALREADY LINKED TO ACCOUNT'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           ELSE
               MOVE RT-CUSTOMER-NO    TO CR-CUSTOMER-NO
               MOVE RT-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER
               MOVE RT-RELATIONSHIP   TO CR-RELATIONSHIP
               MOVE WS-BIZ-DATE       TO CR-EFFECTIVE-DATE
               WRITE CUSTACCT-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'ADDED   ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
           END-IF.

       2300-APPLY-CHANGE.
           MOVE RT-CUSTOMER-NO    TO CR-CUSTOMER-NO
           MOVE RT-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER
           READ CUSTACCT-FILE
           IF WS-CUSTACCT-FS NOT = '00'
               MOVE 'CUSTOMER NOT LINKED TO ACCOUNT'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           ELSE
               MOVE 'BEFORE  ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
               MOVE RT-RELATIONSHIP TO CR-RELATIONSHIP
               MOVE WS-BIZ-DATE     TO CR-EFFECTIVE-DATE
               REWRITE CUSTACCT-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'AFTER   ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
           END-IF.

       2400-APPLY-REMOVE.
           MOVE RT-CUSTOMER-NO    TO CR-CUSTOMER-NO
           MOVE RT-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER
           READ CUSTACCT-FILE
           IF WS-CUSTACCT-FS NOT = '00'
               MOVE 'CUSTOMER NOT LINKED TO ACCOUNT'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           ELSE
               MOVE 'BEFORE  ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
               DELETE CUSTACCT-FILE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'REMOVED ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
           END-IF.

       2500-CHECK-OTHER-PRIMARY.
      *>   WALK THE ACCOUNT'S OWNERS ON THE ALTERNATE KEY LOOKING
      *>   FOR A PRIMARY OTHER THAN THE CUSTOMER ON THIS TRANSACTION.
           MOVE 'N' TO WS-OTHER-PRIMARY-SWITCH
           MOVE RT-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER
           START CUSTACCT-FILE KEY = CR-ACCOUNT-NUMBER
           IF WS-CUSTACCT-FS = '00'
               MOVE 'N' TO WS-REL-EOF-SWITCH
               PERFORM UNTIL WS-REL-END
                   READ CUSTACCT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REL-EOF-SWITCH
                       NOT AT END
                           IF CR-ACCOUNT-NUMBER NOT = RT-ACCOUNT-NUMBER
                               MOVE 'Y' TO WS-REL-EOF-SWITCH
                           ELSE
                               IF CR-PRIMARY-OWNER
                                       AND CR-CUSTOMER-NO
                                           NOT = RT-CUSTOMER-NO
                                   MOVE 'Y'
                                       TO WS-OTHER-PRIMARY-SWITCH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2800-WRITE-IMAGE.
           MOVE CR-CUSTOMER-NO    TO WS-IL-CUSTOMER-NO
           MOVE CR-ACCOUNT-NUMBER TO WS-IL-ACCOUNT-NUMBER
           MOVE CR-RELATIONSHIP   TO WS-IL-RELATIONSHIP
           MOVE CR-EFFECTIVE-DATE TO WS-IL-EFFECTIVE-DATE
           MOVE CR-CUSTOMER-NO    TO CU-CUSTOMER-NO
           READ CUSTMAST-FILE
           IF WS-CUSTMAST-FS = '00'
               MOVE CU-NAME TO WS-IL-NAME
           ELSE
               MOVE SPACES  TO WS-IL-NAME
           END-IF
           WRITE MAINT-RPT-LINE FROM WS-IMAGE-LINE
           PERFORM 2840-SET-JOURNAL-KEY
           MOVE WS-IL-TAG     TO AJ-IMAGE-TAG
           MOVE WS-IMAGE-LINE TO AJ-IMAGE
           PERFORM 2850-WRITE-JOURNAL.

       2840-SET-JOURNAL-KEY.
           MOVE SPACES            TO AUDJRNL-RECORD
           MOVE 'CUSTACCT'        TO AJ-MASTER
           MOVE CR-KEY            TO AJ-RECORD-KEY
           MOVE 'TLR360'          TO AJ-PROGRAM
           MOVE RT-ACTION         TO AJ-ACTION.

       2850-WRITE-JOURNAL.
           MOVE 'W' TO WS-AUD-ACTION
           CALL 'AUDITUTL' USING WS-AUD-ACTION AUDJRNL-RECORD
               WS-AUD-STATUS
           IF WS-AUD-STATUS NOT = '0'
               ADD 1 TO WS-AUD-FAIL-COUNT
           END-IF.

       2900-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE RT-ACTION        TO WS-RJ-ACTION
           IF RT-CUSTOMER-NO NUMERIC
               MOVE RT-CUSTOMER-NO TO WS-RJ-CUSTOMER-NO
           ELSE
               MOVE 0              TO WS-RJ-CUSTOMER-NO
           END-IF
           IF RT-ACCOUNT-NUMBER NUMERIC
               MOVE RT-ACCOUNT-NUMBER TO WS-RJ-ACCOUNT-NUMBER
           ELSE
               MOVE 0                 TO WS-RJ-ACCOUNT-NUMBER
           END-IF
           MOVE WS-REJECT-REASON TO WS-RJ-REASON
           WRITE MAINT-RPT-LINE FROM WS-REJECT-LINE.

       3000-PRODUCE-SUMMARY.
           MOVE WS-TRAN-COUNT    TO WS-SL-TRAN-COUNT
           MOVE WS-APPLIED-COUNT TO WS-SL-APPLIED-COUNT
           MOVE WS-REJECT-COUNT  TO WS-SL-REJECT-COUNT
           WRITE MAINT-RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-AUD-FAIL-COUNT > 0
               MOVE WS-AUD-FAIL-COUNT TO WS-AF-FAIL-COUNT
               WRITE MAINT-RPT-LINE FROM WS-AUD-FAIL-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           CLOSE REL-TRAN-FILE
           CLOSE CUSTACCT-FILE
           CLOSE CUSTMAST-FILE
           CLOSE ACCTMAST-FILE
           CLOSE MAINT-RPT-FILE.
