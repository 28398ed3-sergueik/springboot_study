      *
      *   TLR350 - CUSTOMER MASTER BATCH MAINTENANCE
      *
      *   THE ACCOUNT MASTER KNOWS BALANCES BUT NOT WHO OWNS THEM -
      *   STATEMENTS WENT OUT ADDRESSED BY HAND AND THE DORMANT
      *   REVIEW HAD NO NAME TO PUT ON AN ESCHEATMENT LIST.  THIS
      *   STEP APPLIES BRANCH OPERATIONS' KEYED MAINTENANCE
      *   TRANSACTIONS TO THE INDEXED CUSTOMER MASTER (SEE CUSTMAST
      *   COPYBOOK): 'A' ADDS A CUSTOMER WITH NAME, ADDRESS, TAX ID
      *   AND DATE OF BIRTH, 'C' CHANGES FIELDS ON ONE ALREADY ON
      *   FILE (ONLY THE FIELDS FILLED IN ARE APPLIED), 'D' MARKS
      *   ONE INACTIVE - THE ROW IS KEPT SO THE RELATIONSHIPS AND
      *   OLD STATEMENTS STILL DECODE.  WHICH ACCOUNTS A CUSTOMER
      *   OWNS IS MAINTAINED SEPARATELY BY TLR360.  EVERY APPLIED
      *   CHANGE IS AUDITED WITH BEFORE AND AFTER IMAGES; A
      *   TRANSACTION THAT CANNOT BE APPLIED IS REPORTED AND
      *   SKIPPED.
      *
      *   TRANSACTION LAYOUT (CUSTTRAN, 160 BYTES): ACTION X(1),
      *   CUSTOMER 9(10), NAME X(30), ADDRESS LINE 1 X(30), ADDRESS
      *   LINE 2 X(30), CITY X(20), POSTCODE X(10), TAX ID X(11),
      *   DATE OF BIRTH CCYYMMDD (BLANK IF NOT SUPPLIED), STATUS
      *   X(1), FILLER X(9).
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR CUSTOMER MASTER MAINTENANCE.
      *   2026-10-15  JOURNAL EVERY BEFORE/AFTER IMAGE TO THE SHARED
      *               AUDIT JOURNAL THROUGH AUDITUTL.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR350.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-TRAN-FILE ASSIGN TO CUSTTRAN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTMAST-FILE  ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               ALTERNATE RECORD KEY IS CU-TAX-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-FS.
           SELECT MAINT-RPT-FILE ASSIGN TO CUSTMNTR
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS.
       01  CUST-TRAN-FILE-RECORD          PIC X(160).

       FD  CUSTMAST-FILE.
       COPY CUSTMAST.

       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CUST-TRAN-RECORD.
           05  CT-ACTION                  PIC X(01).
               88  CT-ACTION-ADD          VALUE 'A'.
               88  CT-ACTION-CHANGE       VALUE 'C'.
               88  CT-ACTION-DEACTIVATE   VALUE 'D'.
           05  CT-CUSTOMER-NO             PIC 9(10).
           05  CT-NAME                    PIC X(30).
           05  CT-ADDRESS-1               PIC X(30).
           05  CT-ADDRESS-2               PIC X(30).
           05  CT-CITY                    PIC X(20).
           05  CT-POSTCODE                PIC X(10).
           05  CT-TAX-ID                  PIC X(11).
           05  CT-DATE-OF-BIRTH           PIC X(08).
           05  CT-DATE-OF-BIRTH-N REDEFINES CT-DATE-OF-BIRTH
                                          PIC 9(08).
           05  CT-STATUS                  PIC X(01).
           05  FILLER                     PIC X(09).

       01  WS-CUSTMAST-FS                 PIC X(02).

       COPY AUDJRNL.

      *> AUDITUTL LINKAGE WORK AREA
       01  WS-AUD-ACTION                  PIC X(01).
       01  WS-AUD-STATUS                  PIC X(01).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.

       01  WS-TRAN-OK                     PIC X(01).
           88  WS-TRAN-IS-VALID           VALUE 'Y'.
       01  WS-REJECT-REASON               PIC X(40).

       01  WS-TRAN-COUNT                  PIC S9(09) COMP-3 VALUE 0.
       01  WS-APPLIED-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-REJECT-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-AUD-FAIL-COUNT              PIC S9(09) COMP-3 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(40) VALUE
               'TLR350  CUSTOMER MASTER MAINTENANCE'.

       01  WS-IMAGE-LINE.
           05  WS-IL-TAG                  PIC X(08).
           05  WS-IL-CUSTOMER-NO          PIC 9(10).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-NAME                 PIC X(30).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-TAX-ID               PIC X(11).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-DATE-OF-BIRTH        PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-STATUS               PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-POSTCODE             PIC X(10).

       01  WS-ADDRESS-LINE.
           05  FILLER                     PIC X(08) VALUE SPACES.
           05  WS-AL-ADDRESS-1            PIC X(30).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-AL-ADDRESS-2            PIC X(30).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-AL-CITY                 PIC X(20).

       01  WS-REJECT-LINE.
           05  FILLER                     PIC X(08) VALUE 'REJECT  '.
           05  WS-RJ-ACTION               PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RJ-CUSTOMER-NO          PIC 9(10).
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
           OPEN INPUT CUST-TRAN-FILE
           PERFORM 1050-OPEN-CUSTMAST
           OPEN OUTPUT MAINT-RPT-FILE
           WRITE MAINT-RPT-LINE FROM WS-HEADING-1
           PERFORM 1100-READ-TRAN.

       1050-OPEN-CUSTMAST.
      *>   THE VERY FIRST MAINTENANCE RUN ARRIVES BEFORE THE MASTER
      *>   EXISTS -- CREATE THE FILE AND REOPEN IT IN THAT CASE.
           MOVE SPACES TO WS-CUSTMAST-FS
           OPEN I-O CUSTMAST-FILE
           IF WS-CUSTMAST-FS NOT = '00'
               OPEN OUTPUT CUSTMAST-FILE
               CLOSE CUSTMAST-FILE
               OPEN I-O CUSTMAST-FILE
           END-IF.

       1100-READ-TRAN.
           READ CUST-TRAN-FILE INTO WS-CUST-TRAN-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2000-PROCESS-TRAN.
           ADD 1 TO WS-TRAN-COUNT
           PERFORM 2100-EDIT-TRAN
           IF WS-TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN CT-ACTION-ADD
                       PERFORM 2200-APPLY-ADD
                   WHEN CT-ACTION-CHANGE
                       PERFORM 2300-APPLY-CHANGE
                   WHEN CT-ACTION-DEACTIVATE
                       PERFORM 2400-APPLY-DEACTIVATE
               END-EVALUATE
           END-IF
           IF NOT WS-TRAN-IS-VALID
               PERFORM 2900-WRITE-REJECT
           END-IF
           PERFORM 1100-READ-TRAN.

       2100-EDIT-TRAN.
           MOVE 'Y' TO WS-TRAN-OK
           IF NOT CT-ACTION-ADD AND NOT CT-ACTION-CHANGE
                   AND NOT CT-ACTION-DEACTIVATE
               MOVE 'ACTION CODE IS NOT A, C OR D' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           END-IF
           IF WS-TRAN-IS-VALID
               IF CT-CUSTOMER-NO NOT NUMERIC
                       OR CT-CUSTOMER-NO = 0
                   MOVE 'CUSTOMER NUMBER NOT NUMERIC OR ZERO'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND CT-ACTION-ADD
               IF CT-NAME = SPACES OR CT-ADDRESS-1 = SPACES
                   MOVE 'ADD WITHOUT A NAME AND ADDRESS'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND NOT CT-ACTION-DEACTIVATE
               IF CT-DATE-OF-BIRTH NOT = SPACES
                       AND CT-DATE-OF-BIRTH-N NOT NUMERIC
                   MOVE 'DATE OF BIRTH NOT NUMERIC'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND NOT CT-ACTION-DEACTIVATE
               IF CT-STATUS NOT = SPACE AND CT-STATUS NOT = 'A'
                       AND CT-STATUS NOT = 'I'
                   MOVE 'STATUS IS NOT A OR I' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF.

       2200-APPLY-ADD.
           MOVE CT-CUSTOMER-NO TO CU-CUSTOMER-NO
           READ CUSTMAST-FILE
           IF WS-CUSTMAST-FS = '00'
               MOVE 'CUSTOMER ALREADY ON FILE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           ELSE
               MOVE CT-CUSTOMER-NO TO CU-CUSTOMER-NO
               MOVE CT-NAME        TO CU-NAME
               MOVE CT-ADDRESS-1   TO CU-ADDRESS-1
               MOVE CT-ADDRESS-2   TO CU-ADDRESS-2
               MOVE CT-CITY        TO CU-CITY
               MOVE CT-POSTCODE    TO CU-POSTCODE
               MOVE CT-TAX-ID      TO CU-TAX-ID
               IF CT-DATE-OF-BIRTH = SPACES
                   MOVE 0 TO CU-DATE-OF-BIRTH
               ELSE
                   MOVE CT-DATE-OF-BIRTH-N TO CU-DATE-OF-BIRTH
               END-IF
               IF CT-STATUS = SPACE
                   MOVE 'A' TO CU-STATUS
               ELSE
                   MOVE CT-STATUS TO CU-STATUS
               END-IF
               WRITE CUSTMAST-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'ADDED   ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
           END-IF.

       2300-APPLY-CHANGE.
           MOVE CT-CUSTOMER-NO TO CU-CUSTOMER-NO
           READ CUSTMAST-FILE
           IF WS-CUSTMAST-FS NOT = '00'
               MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           ELSE
               MOVE 'BEFORE  ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
               IF CT-NAME NOT = SPACES
                   MOVE CT-NAME TO CU-NAME
               END-IF
               IF CT-ADDRESS-1 NOT = SPACES
                   MOVE CT-ADDRESS-1 TO CU-ADDRESS-1
               END-IF
               IF CT-ADDRESS-2 NOT = SPACES
                   MOVE CT-ADDRESS-2 TO CU-ADDRESS-2
               END-IF
               IF CT-CITY NOT = SPACES
                   MOVE CT-CITY TO CU-CITY
               END-IF
               IF CT-POSTCODE NOT = SPACES
                   MOVE CT-POSTCODE TO CU-POSTCODE
               END-IF
               IF CT-TAX-ID NOT = SPACES
                   MOVE CT-TAX-ID TO CU-TAX-ID
               END-IF
               IF CT-DATE-OF-BIRTH NOT = SPACES
                   MOVE CT-DATE-OF-BIRTH-N TO CU-DATE-OF-BIRTH
               END-IF
               IF CT-STATUS NOT = SPACE
                   MOVE CT-STATUS TO CU-STATUS
               END-IF
               REWRITE CUSTMAST-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'AFTER   ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
           END-IF.

       2400-APPLY-DEACTIVATE.
           MOVE CT-CUSTOMER-NO TO CU-CUSTOMER-NO
           READ CUSTMAST-FILE
           IF WS-CUSTMAST-FS NOT = '00'
               MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           ELSE
               MOVE 'BEFORE  ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
               MOVE 'I' TO CU-STATUS
               REWRITE CUSTMAST-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'AFTER   ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
           END-IF.

       2800-WRITE-IMAGE.
           MOVE CU-CUSTOMER-NO    TO WS-IL-CUSTOMER-NO
           MOVE CU-NAME           TO WS-IL-NAME
           MOVE CU-TAX-ID         TO WS-IL-TAX-ID
           MOVE CU-DATE-OF-BIRTH  TO WS-IL-DATE-OF-BIRTH
           MOVE CU-STATUS         TO WS-IL-STATUS
           MOVE CU-POSTCODE       TO WS-IL-POSTCODE
           WRITE MAINT-RPT-LINE FROM WS-IMAGE-LINE
           MOVE CU-ADDRESS-1      TO WS-AL-ADDRESS-1
           MOVE CU-ADDRESS-2      TO WS-AL-ADDRESS-2
           MOVE CU-CITY           TO WS-AL-CITY
           WRITE MAINT-RPT-LINE FROM WS-ADDRESS-LINE
           PERFORM 2840-SET-JOURNAL-KEY
           MOVE WS-IL-TAG       TO AJ-IMAGE-TAG
           MOVE WS-IMAGE-LINE   TO AJ-IMAGE (1:100)
           MOVE WS-ADDRESS-LINE TO AJ-IMAGE (101:100)
           PERFORM 2850-WRITE-JOURNAL.

       2840-SET-JOURNAL-KEY.
           MOVE SPACES            TO AUDJRNL-RECORD
           MOVE 'CUSTMAST'        TO AJ-MASTER
           MOVE CU-CUSTOMER-NO    TO AJ-RECORD-KEY
           MOVE 'TLR350'          TO AJ-PROGRAM
           MOVE CT-ACTION         TO AJ-ACTION.

       2850-WRITE-JOURNAL.
           MOVE 'W' TO WS-AUD-ACTION
           CALL 'AUDITUTL' USING WS-AUD-ACTION AUDJRNL-RECORD
               WS-AUD-STATUS
           IF WS-AUD-STATUS NOT = '0'
               ADD 1 TO WS-AUD-FAIL-COUNT
           END-IF.

       2900-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE CT-ACTION        TO WS-RJ-ACTION
           IF CT-CUSTOMER-NO NUMERIC
               MOVE CT-CUSTOMER-NO TO WS-RJ-CUSTOMER-NO
           ELSE
               MOVE 0              TO WS-RJ-CUSTOMER-NO
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
           CLOSE CUST-TRAN-FILE
           CLOSE CUSTMAST-FILE
           CLOSE MAINT-RPT-FILE.
