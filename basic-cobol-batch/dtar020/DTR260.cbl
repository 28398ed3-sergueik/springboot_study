      *   EXIST ON THE ITEM MASTER MAINTAINED BY DTR170 - A CHANGE
      *   FOR A DEAD KEYCODE WOULD SIT PENDING FOREVER.  AN ALREADY
      *   APPLIED CHANGE CANNOT BE CANCELLED HERE; THE CORRECTION IS
      *   A NEW CHANGE.  EVERY APPLIED TRANSACTION IS AUDITED, ON THE
      *   REPORT AND ON THE SHARED AUDIT JOURNAL (AUDITUTL), AND A
      *   TRANSACTION THAT CANNOT BE APPLIED IS REPORTED AND
      *   SKIPPED.  DTR270 IS THE NIGHTLY APPLY STEP.
      *
      *   MODIFICATION HISTORY
      *   2026-09-01  ADDED FOR EFFECTIVE-DATED PRICE CHANGE
      *               MAINTENANCE.
      *   2026-10-15  JOURNAL EVERY BEFORE/AFTER IMAGE TO THE SHARED
      *               AUDIT JOURNAL THROUGH AUDITUTL.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTR260.
       01  WS-PRCPEND-FS                  PIC X(02).
       01  WS-KEYCMAST-FS                 PIC X(02).

       COPY AUDJRNL.

      *> AUDITUTL LINKAGE WORK AREA
       01  WS-AUD-ACTION                  PIC X(01).
       01  WS-AUD-STATUS                  PIC X(01).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.

       01  WS-TRAN-COUNT                  PIC S9(09) COMP-3 VALUE 0.
       01  WS-APPLIED-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-REJECT-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-AUD-FAIL-COUNT              PIC S9(09) COMP-3 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(44)
               VALUE '  REJECTED: '.
           05  WS-SL-REJECT-COUNT         PIC ZZZZZZZZ9.

       01  WS-AUD-FAIL-LINE.
           05  FILLER                     PIC X(30)
               VALUE 'AUDIT JOURNAL WRITE FAILURES: '.
           05  WS-AF-FAIL-COUNT           PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           MOVE PC-EFF-DATE   TO WS-IL-EFF-DATE
           MOVE PC-NEW-PRICE  TO WS-IL-NEW-PRICE
           MOVE PC-STATUS     TO WS-IL-STATUS
           WRITE MAINT-RPT-LINE FROM WS-IMAGE-LINE
           PERFORM 2840-SET-JOURNAL-KEY
           MOVE WS-IL-TAG     TO AJ-IMAGE-TAG
           MOVE WS-IMAGE-LINE TO AJ-IMAGE
           PERFORM 2850-WRITE-JOURNAL.

       2840-SET-JOURNAL-KEY.
           MOVE SPACES            TO AUDJRNL-RECORD
           MOVE 'PRCPEND'         TO AJ-MASTER
           MOVE PC-KEY            TO AJ-RECORD-KEY
           MOVE 'DTR260'          TO AJ-PROGRAM
           MOVE PT-ACTION         TO AJ-ACTION.

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
           IF WS-AUD-FAIL-COUNT > 0
               MOVE WS-AUD-FAIL-COUNT TO WS-AF-FAIL-COUNT
               WRITE MAINT-RPT-LINE FROM WS-AUD-FAIL-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           CLOSE PRICE-TRAN-FILE
