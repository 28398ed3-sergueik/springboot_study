      *
      *   AMS310 - AMS DEPARTMENT TO STORE DEPARTMENT CROSS-REFERENCE
      *            MAINTENANCE
      *
      *   THE AMS STREAM CARRIES A 4-CHARACTER Department CODE ON
      *   EVERY PO, THE STORE SIDE A 3-DIGIT DEPARTMENT NUMBER, AND
      *   THE ONLY LINK WAS THE ASSUMPTION THAT THE LOW-ORDER DIGITS
      *   AGREE.  THIS STEP APPLIES BUYING'S KEYED MAINTENANCE
      *   TRANSACTIONS TO THE INDEXED CROSS-REFERENCE (SEE DEPTXREF
      *   COPYBOOK): 'A' ADDS AN AMS CODE, 'C' CHANGES THE STORE
      *   DEPARTMENT IT MAPS TO, 'D' DELETES ONE.  THE STORE
      *   DEPARTMENT MUST BE ON THE DEPARTMENT MASTER.  EVERY APPLIED
      *   CHANGE IS AUDITED WITH BEFORE AND AFTER IMAGES, ON THE
      *   REPORT AND ON THE SHARED AUDIT JOURNAL (AUDITUTL); A
      *   TRANSACTION THAT CANNOT BE APPLIED IS REPORTED AND SKIPPED.
      *
      *   TRANSACTION LAYOUT (DEPTXTRN, 8 BYTES): ACTION X(1),
      *   AMS DEPARTMENT X(4), STORE DEPARTMENT 9(3).
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR THE AMS/STORE DEPARTMENT
      *               CROSS-REFERENCE.
      *   2026-10-15  JOURNAL EVERY BEFORE/AFTER IMAGE TO THE SHARED
      *               AUDIT JOURNAL THROUGH AUDITUTL.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMS310.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-TRAN-FILE   ASSIGN TO DEPTXTRN
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEPTXREF-FILE    ASSIGN TO DEPTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DX-AMS-DEPT
               FILE STATUS IS WS-DEPTXREF-FS.
           SELECT DEPTMAST-FILE    ASSIGN TO DEPTMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTMAST-FS.
           SELECT MAINT-RPT-FILE   ASSIGN TO AMSDMNTR
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS.
       01  DEPT-TRAN-FILE-RECORD          PIC X(08).

       FD  DEPTXREF-FILE.
       COPY DEPTXREF.

       FD  DEPTMAST-FILE
           RECORDING MODE IS F.
       01  DEPTMAST-FILE-RECORD           PIC X(22).

       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DEPTMAST.

       01  WS-DEPT-TRAN-RECORD.
           05  XT-ACTION                  PIC X(01).
               88  XT-ACTION-ADD          VALUE 'A'.
               88  XT-ACTION-CHANGE       VALUE 'C'.
               88  XT-ACTION-DELETE       VALUE 'D'.
           05  XT-AMS-DEPT                PIC X(04).
           05  XT-DEPT-NO                 PIC 9(03).

       01  WS-DEPTXREF-FS                 PIC X(02).
       01  WS-DEPTMAST-FS                 PIC X(02).

       COPY AUDJRNL.

      *> AUDITUTL LINKAGE WORK AREA
       01  WS-AUD-ACTION                  PIC X(01).
       01  WS-AUD-STATUS                  PIC X(01).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.

       01  WS-TRAN-OK                     PIC X(01).
           88  WS-TRAN-IS-VALID           VALUE 'Y'.
       01  WS-REJECT-REASON               PIC X(40).

       01  WS-DEPT-MAX                    PIC S9(04) COMP VALUE 200.
       01  WS-DEPT-COUNT                  PIC S9(04) COMP VALUE 0.
       01  WS-DEPT-IDX                    PIC S9(04) COMP VALUE 0.
       01  WS-DEPT-FOUND                  PIC S9(04) COMP VALUE 0.
       01  DEPT-TABLE.
           05  DEPT-ENTRY OCCURS 200 TIMES.
               10  DP-DEPT-NO             PIC S9(03) COMP-3.
               10  DP-DEPT-NAME           PIC X(20).

       01  WS-TRAN-COUNT                  PIC S9(09) COMP-3 VALUE 0.
       01  WS-APPLIED-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-REJECT-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-AUD-FAIL-COUNT              PIC S9(09) COMP-3 VALUE 0.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       01  WS-HEADING-1.
           05  FILLER                     PIC X(44) VALUE
               'AMS310  AMS/STORE DEPARTMENT CROSS-REFERENCE'.

       01  WS-IMAGE-LINE.
           05  WS-IL-TAG                  PIC X(08).
           05  WS-IL-AMS-DEPT             PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-IL-DEPT-NO              PIC ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-IL-DEPT-NAME            PIC X(20).

       01  WS-REJECT-LINE.
           05  FILLER                     PIC X(08) VALUE 'REJECT  '.
           05  WS-RJ-ACTION               PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RJ-AMS-DEPT             PIC X(04).
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
           OPEN OUTPUT MAINT-RPT-FILE
           WRITE MAINT-RPT-LINE FROM WS-HEADING-1
           PERFORM 1200-LOAD-DEPT-MASTER
           OPEN INPUT DEPT-TRAN-FILE
           PERFORM 1050-OPEN-DEPTXREF
           IF WS-DEPT-COUNT = 0
               MOVE 'DEPARTMENT MASTER NOT AVAILABLE - RUN STOPPED'
                   TO MAINT-RPT-LINE
               WRITE MAINT-RPT-LINE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 1100-READ-TRAN
           END-IF.

       1050-OPEN-DEPTXREF.
      *>   THE VERY FIRST MAINTENANCE RUN ARRIVES BEFORE THE
      *>   CROSS-REFERENCE EXISTS -- CREATE IT AND REOPEN.
           MOVE SPACES TO WS-DEPTXREF-FS
           OPEN I-O DEPTXREF-FILE
           IF WS-DEPTXREF-FS NOT = '00'
               OPEN OUTPUT DEPTXREF-FILE
               CLOSE DEPTXREF-FILE
               OPEN I-O DEPTXREF-FILE
           END-IF.

       1100-READ-TRAN.
           READ DEPT-TRAN-FILE INTO WS-DEPT-TRAN-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       1200-LOAD-DEPT-MASTER.
           MOVE SPACES TO WS-DEPTMAST-FS
           OPEN INPUT DEPTMAST-FILE
           IF WS-DEPTMAST-FS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ DEPTMAST-FILE INTO DEPTMAST-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-DEPT-COUNT < WS-DEPT-MAX
                               ADD 1 TO WS-DEPT-COUNT
                               MOVE DEPTMAST-DEPT-NO
                                   TO DP-DEPT-NO (WS-DEPT-COUNT)
                               MOVE DEPTMAST-DEPT-NAME
                                   TO DP-DEPT-NAME (WS-DEPT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPTMAST-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       2000-PROCESS-TRAN.
           ADD 1 TO WS-TRAN-COUNT
           PERFORM 2100-EDIT-TRAN
           IF WS-TRAN-IS-VALID
               EVALUATE TRUE
                   WHEN XT-ACTION-ADD
                       PERFORM 2200-APPLY-ADD
                   WHEN XT-ACTION-CHANGE
                       PERFORM 2300-APPLY-CHANGE
                   WHEN XT-ACTION-DELETE
                       PERFORM 2400-APPLY-DELETE
               END-EVALUATE
           END-IF
           IF NOT WS-TRAN-IS-VALID
               PERFORM 2900-WRITE-REJECT
           END-IF
           PERFORM 1100-READ-TRAN.

       2100-EDIT-TRAN.
           MOVE 'Y' TO WS-TRAN-OK
           IF NOT XT-ACTION-ADD AND NOT XT-ACTION-CHANGE
                   AND NOT XT-ACTION-DELETE
               MOVE 'ACTION CODE IS NOT A, C OR D' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           END-IF
           IF WS-TRAN-IS-VALID AND XT-AMS-DEPT = SPACES
               MOVE 'AMS DEPARTMENT IS BLANK' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           END-IF
           IF WS-TRAN-IS-VALID AND NOT XT-ACTION-DELETE
               IF XT-DEPT-NO NOT NUMERIC
                   MOVE 'STORE DEPARTMENT NOT NUMERIC'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               ELSE
                   PERFORM 2150-FIND-DEPT
                   IF WS-DEPT-FOUND = 0
                       MOVE 'STORE DEPARTMENT NOT ON DEPARTMENT MASTER'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-TRAN-OK
                   END-IF
               END-IF
           END-IF.

       2150-FIND-DEPT.
           MOVE 0 TO WS-DEPT-FOUND
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF DP-DEPT-NO (WS-DEPT-IDX) = XT-DEPT-NO
                   MOVE WS-DEPT-IDX TO WS-DEPT-FOUND
                   MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
               END-IF
           END-PERFORM.

       2200-APPLY-ADD.
           MOVE XT-AMS-DEPT TO DX-AMS-DEPT
           READ DEPTXREF-FILE
           IF WS-DEPTXREF-FS = '00'
               MOVE 'AMS DEPARTMENT ALREADY ON FILE'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           ELSE
               MOVE XT-AMS-DEPT TO DX-AMS-DEPT
               MOVE XT-DEPT-NO  TO DX-DEPT-NO
               MOVE WS-BIZ-DATE TO DX-LAST-CHANGED-DATE
               WRITE DEPTXREF-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'ADDED   ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
           END-IF.

       2300-APPLY-CHANGE.
           MOVE XT-AMS-DEPT TO DX-AMS-DEPT
           READ DEPTXREF-FILE
           IF WS-DEPTXREF-FS NOT = '00'
               MOVE 'AMS DEPARTMENT NOT ON FILE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           ELSE
               MOVE 'BEFORE  ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
               MOVE XT-DEPT-NO  TO DX-DEPT-NO
               MOVE WS-BIZ-DATE TO DX-LAST-CHANGED-DATE
               REWRITE DEPTXREF-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'AFTER   ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
           END-IF.

       2400-APPLY-DELETE.
           MOVE XT-AMS-DEPT TO DX-AMS-DEPT
           READ DEPTXREF-FILE
           IF WS-DEPTXREF-FS NOT = '00'
               MOVE 'AMS DEPARTMENT NOT ON FILE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           ELSE
               MOVE 'BEFORE  ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
               DELETE DEPTXREF-FILE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'DELETED ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
           END-IF.

       2800-WRITE-IMAGE.
           MOVE DX-AMS-DEPT TO WS-IL-AMS-DEPT
           MOVE DX-DEPT-NO  TO WS-IL-DEPT-NO
           MOVE SPACES      TO WS-IL-DEPT-NAME
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF DP-DEPT-NO (WS-DEPT-IDX) = DX-DEPT-NO
                   MOVE DP-DEPT-NAME (WS-DEPT-IDX) TO WS-IL-DEPT-NAME
                   MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
               END-IF
           END-PERFORM
           WRITE MAINT-RPT-LINE FROM WS-IMAGE-LINE
           PERFORM 2840-SET-JOURNAL-KEY
           MOVE WS-IL-TAG     TO AJ-IMAGE-TAG
           MOVE WS-IMAGE-LINE TO AJ-IMAGE
           PERFORM 2850-WRITE-JOURNAL.

       2840-SET-JOURNAL-KEY.
           MOVE SPACES            TO AUDJRNL-RECORD
           MOVE 'DEPTXREF'        TO AJ-MASTER
           MOVE DX-AMS-DEPT       TO AJ-RECORD-KEY
           MOVE 'AMS310'          TO AJ-PROGRAM
           MOVE XT-ACTION         TO AJ-ACTION.

       2850-WRITE-JOURNAL.
           MOVE 'W' TO WS-AUD-ACTION
           CALL 'AUDITUTL' USING WS-AUD-ACTION AUDJRNL-RECORD
               WS-AUD-STATUS
           IF WS-AUD-STATUS NOT = '0'
               ADD 1 TO WS-AUD-FAIL-COUNT
           END-IF.

       2900-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE XT-ACTION        TO WS-RJ-ACTION
           MOVE XT-AMS-DEPT      TO WS-RJ-AMS-DEPT
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
           CLOSE DEPT-TRAN-FILE
           CLOSE DEPTXREF-FILE
           CLOSE MAINT-RPT-FILE.
