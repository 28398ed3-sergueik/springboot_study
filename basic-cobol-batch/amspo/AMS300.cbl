      *
      *   AMS300 - PRODUCT/APN TO KEYCODE CROSS-REFERENCE MAINTENANCE
      *
      *   THE AMS SIDE KNOWS AN ITEM BY ITS Product NUMBER AND APN,
      *   THE STORE SIDE BY ITS DTAR020 KEYCODE, AND NOTHING TIED
      *   THE TWO TOGETHER - SO THE PACK COST THE AMS STREAM CARRIES
      *   NEVER REACHED THE SALES REPORTING.  THIS STEP APPLIES
      *   MERCHANDISING'S KEYED MAINTENANCE TRANSACTIONS TO THE
      *   INDEXED CROSS-REFERENCE (SEE PRODXREF COPYBOOK): 'A' ADDS
      *   A PRODUCT, 'C' CHANGES THE APN AND/OR KEYCODE OF ONE
      *   ALREADY ON FILE, 'D' DELETES ONE.  THE KEYCODE MUST BE ON
      *   THE KEYCODE ITEM MASTER.  EVERY APPLIED CHANGE IS AUDITED
      *   WITH BEFORE AND AFTER IMAGES, ON THE REPORT AND ON THE
      *   SHARED AUDIT JOURNAL (AUDITUTL); A TRANSACTION THAT CANNOT
      *   BE APPLIED IS REPORTED AND SKIPPED.  ON A CHANGE, ONLY THE
      *   TRANSACTION FIELDS THAT ARE FILLED IN ARE APPLIED.
      *
      *   THE ORDERING FIELDS (VENDOR, CASE PACK, PACK COST) ARE
      *   WHAT THE AMS320 PO GENERATION BUYS FROM.  A VENDOR MUST BE
      *   ACTIVE ON THE VENDOR MASTER AND NEEDS A CASE PACK OF AT
      *   LEAST ONE; A BLANK VENDOR ON AN ADD LEAVES THE PRODUCT
      *   UNORDERABLE (VENDOR ZERO).
      *
      *   TRANSACTION LAYOUT (PRODXTRN, 58 BYTES): ACTION X(1),
      *   PRODUCT 9(8), APN 9(13), KEYCODE X(8), VENDOR 9(10),
      *   CASE PACK 9(5), PACK COST 9(9)V9999.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR THE PRODUCT/APN TO KEYCODE
      *               CROSS-REFERENCE.
      *   2026-10-15  VENDOR, CASE PACK AND PACK COST MAINTAINED FOR
      *               THE AMS320 PO GENERATION (TRANSACTION NOW 58
      *               BYTES); VENDOR CHECKED AGAINST VENDMAST.
      *   2026-10-15  JOURNAL EVERY BEFORE/AFTER IMAGE TO THE SHARED
      *               AUDIT JOURNAL THROUGH AUDITUTL.
      *   2026-10-15  A CHANGE WITH A BLANK APN KEEPS THE APN ON FILE
      *               INSTEAD OF REJECTING.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMS300.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-TRAN-FILE   ASSIGN TO PRODXTRN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRODXREF-FILE    ASSIGN TO PRODXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PX-PRODUCT
               ALTERNATE RECORD KEY IS PX-KEYCODE-NO WITH DUPLICATES
               FILE STATUS IS WS-PRODXREF-FS.
           SELECT KEYCMAST-FILE    ASSIGN TO KEYCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KEYCMAST-KEYCODE-NO
               FILE STATUS IS WS-KEYCMAST-FS.
           SELECT VENDMAST-FILE    ASSIGN TO VENDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-NO
               FILE STATUS IS WS-VENDMAST-FS.
           SELECT MAINT-RPT-FILE   ASSIGN TO AMSXMNTR
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  XREF-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
       01  XREF-TRAN-FILE-RECORD          PIC X(58).

       FD  PRODXREF-FILE.
       COPY PRODXREF.

       FD  KEYCMAST-FILE.
       COPY KEYCMAST.

       FD  VENDMAST-FILE.
       COPY VENDMAST.

       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-XREF-TRAN-RECORD.
           05  XT-ACTION                  PIC X(01).
               88  XT-ACTION-ADD          VALUE 'A'.
               88  XT-ACTION-CHANGE       VALUE 'C'.
               88  XT-ACTION-DELETE       VALUE 'D'.
           05  XT-PRODUCT                 PIC 9(08).
           05  XT-APN                     PIC 9(13).
           05  XT-APN-X REDEFINES XT-APN  PIC X(13).
           05  XT-KEYCODE-NO              PIC X(08).
      *>   THE ORDERING FIELDS ARE BLANK WHEN NOT BEING SUPPLIED.
           05  XT-VENDOR-X                PIC X(10).
           05  XT-VENDOR-NO REDEFINES XT-VENDOR-X
                                          PIC 9(10).
           05  XT-CASE-PACK-X             PIC X(05).
           05  XT-CASE-PACK REDEFINES XT-CASE-PACK-X
                                          PIC 9(05).
           05  XT-PACK-COST-X             PIC X(13).
           05  XT-PACK-COST REDEFINES XT-PACK-COST-X
                                          PIC 9(09)V9999.

       01  WS-PRODXREF-FS                 PIC X(02).
       01  WS-KEYCMAST-FS                 PIC X(02).
       01  WS-VENDMAST-FS                 PIC X(02).
       01  WS-VENDMAST-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-VENDMAST-OPEN           VALUE 'Y'.

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

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       01  WS-HEADING-1.
           05  FILLER                     PIC X(44) VALUE
               'AMS300  PRODUCT/KEYCODE CROSS-REFERENCE'.

       01  WS-IMAGE-LINE.
           05  WS-IL-TAG                  PIC X(08).
           05  WS-IL-PRODUCT              PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-APN                  PIC 9(13).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-KEYCODE-NO           PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-DESCRIPTION          PIC X(30).

       01  WS-IMAGE-LINE-2.
           05  FILLER                     PIC X(08) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE 'VENDOR '.
           05  WS-IL-VENDOR-NO            PIC 9(10).
           05  FILLER                     PIC X(07) VALUE '  PACK '.
           05  WS-IL-CASE-PACK            PIC ZZZZ9.
           05  FILLER                     PIC X(07) VALUE '  COST '.
           05  WS-IL-PACK-COST            PIC ZZZZZZZZ9.9999.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-VENDOR-NAME          PIC X(20).

       01  WS-REJECT-LINE.
           05  FILLER                     PIC X(08) VALUE 'REJECT  '.
           05  WS-RJ-ACTION               PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RJ-PRODUCT              PIC X(08).
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
           OPEN INPUT XREF-TRAN-FILE
           PERFORM 1050-OPEN-PRODXREF
           OPEN OUTPUT MAINT-RPT-FILE
           WRITE MAINT-RPT-LINE FROM WS-HEADING-1
      *>   THE VENDOR MASTER IS NEEDED ONLY BY TRANSACTIONS THAT
      *>   CARRY A VENDOR; THOSE ARE REJECTED WHEN IT IS MISSING.
           MOVE SPACES TO WS-VENDMAST-FS
           OPEN INPUT VENDMAST-FILE
           IF WS-VENDMAST-FS = '00'
               MOVE 'Y' TO WS-VENDMAST-SWITCH
           END-IF
           MOVE SPACES TO WS-KEYCMAST-FS
           OPEN INPUT KEYCMAST-FILE
           IF WS-KEYCMAST-FS NOT = '00'
               MOVE 'KEYCODE MASTER NOT AVAILABLE - RUN STOPPED'
                   TO MAINT-RPT-LINE
               WRITE MAINT-RPT-LINE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 1100-READ-TRAN
           END-IF.

       1050-OPEN-PRODXREF.
      *>   THE VERY FIRST MAINTENANCE RUN ARRIVES BEFORE THE
      *>   CROSS-REFERENCE EXISTS -- CREATE IT AND REOPEN.
           MOVE SPACES TO WS-PRODXREF-FS
           OPEN I-O PRODXREF-FILE
           IF WS-PRODXREF-FS NOT = '00'
               OPEN OUTPUT PRODXREF-FILE
               CLOSE PRODXREF-FILE
               OPEN I-O PRODXREF-FILE
           END-IF.

       1100-READ-TRAN.
           READ XREF-TRAN-FILE INTO WS-XREF-TRAN-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

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
           IF WS-TRAN-IS-VALID
               IF XT-PRODUCT NOT NUMERIC OR XT-PRODUCT = 0
                   MOVE 'PRODUCT NOT NUMERIC OR ZERO'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
      *>   A CHANGE MAY LEAVE THE APN BLANK TO KEEP THE ONE ON FILE.
           IF WS-TRAN-IS-VALID AND NOT XT-ACTION-DELETE
               IF XT-ACTION-CHANGE AND XT-APN-X = SPACES
                   CONTINUE
               ELSE
                   IF XT-APN NOT NUMERIC
                       MOVE 'APN NOT NUMERIC' TO WS-REJECT-REASON
                       MOVE 'N' TO WS-TRAN-OK
                   END-IF
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND XT-ACTION-ADD
               IF XT-KEYCODE-NO = SPACES
                   MOVE 'ADD WITHOUT A KEYCODE' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND NOT XT-ACTION-DELETE
               IF XT-KEYCODE-NO NOT = SPACES
                   MOVE XT-KEYCODE-NO TO KEYCMAST-KEYCODE-NO
                   READ KEYCMAST-FILE
                   IF WS-KEYCMAST-FS NOT = '00'
                       MOVE 'KEYCODE NOT ON KEYCODE MASTER'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-TRAN-OK
                   END-IF
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND NOT XT-ACTION-DELETE
               PERFORM 2150-EDIT-ORDERING
           END-IF.

       2150-EDIT-ORDERING.
           IF XT-VENDOR-X NOT = SPACES
               IF XT-VENDOR-NO NOT NUMERIC
                   MOVE 'VENDOR NOT NUMERIC' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND XT-CASE-PACK-X NOT = SPACES
               IF XT-CASE-PACK NOT NUMERIC OR XT-CASE-PACK = 0
                   MOVE 'CASE PACK NOT NUMERIC OR ZERO'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND XT-PACK-COST-X NOT = SPACES
               IF XT-PACK-COST NOT NUMERIC
                   MOVE 'PACK COST NOT NUMERIC' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND XT-VENDOR-X NOT = SPACES
               IF XT-VENDOR-NO NOT = 0
                   PERFORM 2160-CHECK-VENDOR
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND XT-ACTION-ADD
               IF XT-VENDOR-X NOT = SPACES AND XT-VENDOR-NO NOT = 0
                       AND XT-CASE-PACK-X = SPACES
                   MOVE 'VENDOR GIVEN WITHOUT A CASE PACK'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF.

       2160-CHECK-VENDOR.
           IF NOT WS-VENDMAST-OPEN
               MOVE 'VENDOR MASTER NOT AVAILABLE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           ELSE
               MOVE XT-VENDOR-NO TO VM-VENDOR-NO
               READ VENDMAST-FILE
               IF WS-VENDMAST-FS NOT = '00'
                   MOVE 'VENDOR NOT ON VENDOR MASTER'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               ELSE
                   IF NOT VM-VENDOR-ACTIVE
                       MOVE 'VENDOR IS NOT ACTIVE' TO WS-REJECT-REASON
                       MOVE 'N' TO WS-TRAN-OK
                   END-IF
               END-IF
           END-IF.

       2200-APPLY-ADD.
           MOVE XT-PRODUCT TO PX-PRODUCT
           READ PRODXREF-FILE
           IF WS-PRODXREF-FS = '00'
               MOVE 'PRODUCT ALREADY ON FILE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           ELSE
               MOVE XT-PRODUCT    TO PX-PRODUCT
               MOVE XT-APN        TO PX-APN
               MOVE XT-KEYCODE-NO TO PX-KEYCODE-NO
               MOVE 0             TO PX-VENDOR-NO
               MOVE 0             TO PX-CASE-PACK
               MOVE 0             TO PX-PACK-COST
               PERFORM 2250-MOVE-ORDERING
               MOVE WS-BIZ-DATE   TO PX-LAST-CHANGED-DATE
               WRITE PRODXREF-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'ADDED   ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
           END-IF.

       2300-APPLY-CHANGE.
           MOVE XT-PRODUCT TO PX-PRODUCT
           READ PRODXREF-FILE
           IF WS-PRODXREF-FS NOT = '00'
               MOVE 'PRODUCT NOT ON FILE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           ELSE
               MOVE 'BEFORE  ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
               IF XT-APN-X NOT = SPACES
                   IF XT-APN NOT = 0
                       MOVE XT-APN TO PX-APN
                   END-IF
               END-IF
               IF XT-KEYCODE-NO NOT = SPACES
                   MOVE XT-KEYCODE-NO TO PX-KEYCODE-NO
               END-IF
               PERFORM 2250-MOVE-ORDERING
               MOVE WS-BIZ-DATE TO PX-LAST-CHANGED-DATE
               REWRITE PRODXREF-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'AFTER   ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
           END-IF.

       2250-MOVE-ORDERING.
           IF XT-VENDOR-X NOT = SPACES
               MOVE XT-VENDOR-NO TO PX-VENDOR-NO
           END-IF
           IF XT-CASE-PACK-X NOT = SPACES
               MOVE XT-CASE-PACK TO PX-CASE-PACK
           END-IF
           IF XT-PACK-COST-X NOT = SPACES
               MOVE XT-PACK-COST TO PX-PACK-COST
           END-IF.

       2400-APPLY-DELETE.
           MOVE XT-PRODUCT TO PX-PRODUCT
           READ PRODXREF-FILE
           IF WS-PRODXREF-FS NOT = '00'
               MOVE 'PRODUCT NOT ON FILE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           ELSE
               MOVE 'BEFORE  ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
               DELETE PRODXREF-FILE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'DELETED ' TO WS-IL-TAG
               PERFORM 2800-WRITE-IMAGE
           END-IF.

       2800-WRITE-IMAGE.
           MOVE PX-PRODUCT    TO WS-IL-PRODUCT
           MOVE PX-APN        TO WS-IL-APN
           MOVE PX-KEYCODE-NO TO WS-IL-KEYCODE-NO
           MOVE PX-KEYCODE-NO TO KEYCMAST-KEYCODE-NO
           READ KEYCMAST-FILE
           IF WS-KEYCMAST-FS = '00'
               MOVE KEYCMAST-DESCRIPTION TO WS-IL-DESCRIPTION
           ELSE
               MOVE SPACES               TO WS-IL-DESCRIPTION
           END-IF
           WRITE MAINT-RPT-LINE FROM WS-IMAGE-LINE
           MOVE PX-VENDOR-NO  TO WS-IL-VENDOR-NO
           MOVE PX-CASE-PACK  TO WS-IL-CASE-PACK
           MOVE PX-PACK-COST  TO WS-IL-PACK-COST
           MOVE SPACES        TO WS-IL-VENDOR-NAME
           IF PX-VENDOR-NO NOT = 0 AND WS-VENDMAST-OPEN
               MOVE PX-VENDOR-NO TO VM-VENDOR-NO
               READ VENDMAST-FILE
               IF WS-VENDMAST-FS = '00'
                   MOVE VM-VENDOR-NAME TO WS-IL-VENDOR-NAME
               END-IF
           END-IF
           WRITE MAINT-RPT-LINE FROM WS-IMAGE-LINE-2
           PERFORM 2840-SET-JOURNAL-KEY
           MOVE WS-IL-TAG       TO AJ-IMAGE-TAG
           MOVE WS-IMAGE-LINE   TO AJ-IMAGE (1:100)
           MOVE WS-IMAGE-LINE-2 TO AJ-IMAGE (101:100)
           PERFORM 2850-WRITE-JOURNAL.

       2840-SET-JOURNAL-KEY.
           MOVE SPACES            TO AUDJRNL-RECORD
           MOVE 'PRODXREF'        TO AJ-MASTER
           MOVE PX-PRODUCT        TO AJ-RECORD-KEY
           MOVE 'AMS300'          TO AJ-PROGRAM
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
           MOVE XT-PRODUCT       TO WS-RJ-PRODUCT
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
           CLOSE XREF-TRAN-FILE
           CLOSE PRODXREF-FILE
           CLOSE KEYCMAST-FILE
           IF WS-VENDMAST-OPEN
               CLOSE VENDMAST-FILE
           END-IF
           CLOSE MAINT-RPT-FILE.
