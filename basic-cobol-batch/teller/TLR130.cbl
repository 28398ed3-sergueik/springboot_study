      *   TLR200 STATEMENTS CAN SEE MORE THAN ONE DAY.  ONLY THE
      *   TLR180 ARCHIVE/PURGE EVER REMOVES RECORDS.
      *
      *   EVERY RECORD ADDED IS JOURNALED (AFTER IMAGE) THROUGH THE
      *   SHARED PJRNLUTL POSTING JOURNAL UNDER THIS RUN'S JOB/
      *   BUSINESS-DATE/RUN-NUMBER KEY, SO A RUN (ONE PER INTRA-DAY
      *   CYCLE) CAN BE BACKED OUT BY TLR430.  WITHOUT THE JOURNAL
      *   NOTHING IS LOADED AND THE HIGH-WATER MARK IS LEFT ALONE.
      *
      *   MODIFICATION HISTORY
      *   2026-08-08  ADDED TO BUILD THE INDEXED ACCOUNT HISTORY FILE.
      *   2026-08-21  READ TELLERTC (TLR160'S EDITED OUTPUT) RATHER
      *               TO THE EXACT FAILING RECORD SO THE POST-FIX
      *               RERUN CANNOT RE-INSERT THE RECORDS THAT DID
      *               LOAD.
      *   2026-10-15  JOURNAL EVERY HISTORY RECORD ADDED THROUGH
      *               PJRNLUTL FOR BACKOUT AND FORWARD RECOVERY.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR130.
       01  WS-SCAN-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-SCAN-AT-END             VALUE 'Y'.

       COPY POSTJRNL.

      *> PJRNLUTL LINKAGE WORK AREA
       01  WS-PJ-ACTION                   PIC X(01).
       01  WS-PJ-STATUS                   PIC X(01).
       01  WS-PJ-RUN-SWITCH               PIC X(01) VALUE 'N'.
           88  WS-PJ-RUN-OPEN             VALUE 'Y'.
       01  WS-PJ-FAIL-COUNT               PIC S9(09) COMP-3 VALUE 0.

      *> CHKPTUTL LINKAGE WORK AREA (HIGH-WATER MARK)
       01  WS-CHKPT-ACTION                PIC X(01).
       01  WS-CHKPT-DDNAME                PIC X(08) VALUE 'CHKPTTL'.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TXN UNTIL WS-END-OF-FILE
           PERFORM 9000-TERMINATE
           EVALUATE TRUE
               WHEN WS-WRITE-FAILED OR NOT WS-PJ-RUN-OPEN
                   MOVE 16 TO RETURN-CODE
               WHEN WS-FILE-IS-SHORT OR WS-PJ-FAIL-COUNT > 0
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       1000-INITIALIZE.
               CLOSE ACCTHIST-FILE
               OPEN I-O ACCTHIST-FILE
           END-IF
           PERFORM 1040-OPEN-JOURNAL-RUN
           IF WS-PJ-RUN-OPEN
               PERFORM 1070-FIND-HIGHEST-SEQ-NO
               PERFORM 1060-SKIP-PROCESSED-RECORDS
               IF NOT WS-END-OF-FILE
                   PERFORM 1100-READ-TXN
               END-IF
           ELSE
               DISPLAY 'TLR130 ERROR - POSTING JOURNAL NOT AVAILABLE, '
                   'NOTHING LOADED'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       1040-OPEN-JOURNAL-RUN.
           MOVE SPACES   TO POSTJRNL-RECORD
           MOVE 'TLR130' TO PJ-JOB
           MOVE 'O' TO WS-PJ-ACTION
           CALL 'PJRNLUTL' USING WS-PJ-ACTION POSTJRNL-RECORD
               WS-PJ-STATUS
           IF WS-PJ-STATUS = '0'
               MOVE 'Y' TO WS-PJ-RUN-SWITCH
               DISPLAY 'TLR130 POSTING JOURNAL RUN ' PJ-JOB ' '
                   PJ-BUSINESS-DATE ' ' PJ-RUN-NO
           END-IF.

       1100-READ-TXN.
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               ADD 1 TO WS-LOADED-COUNT
               PERFORM 2100-JOURNAL-ADD
               PERFORM 1100-READ-TXN
           END-IF.

       2100-JOURNAL-ADD.
           MOVE SPACES          TO POSTJRNL-RECORD
           MOVE 'A'             TO PJ-ENTRY-TYPE
           MOVE 'ACCTHIST'      TO PJ-FILE
           MOVE AH-SEQ-NO       TO PJ-RECORD-KEY
           MOVE ACCTHIST-RECORD TO PJ-AFTER-IMAGE
           MOVE 'W' TO WS-PJ-ACTION
           CALL 'PJRNLUTL' USING WS-PJ-ACTION POSTJRNL-RECORD
               WS-PJ-STATUS
           IF WS-PJ-STATUS NOT = '0'
               ADD 1 TO WS-PJ-FAIL-COUNT
           END-IF.

       9000-TERMINATE.
           IF WS-PJ-RUN-OPEN
               PERFORM 9900-UPDATE-HIGH-WATER-MARK
               MOVE 'E' TO WS-PJ-ACTION
               CALL 'PJRNLUTL' USING WS-PJ-ACTION POSTJRNL-RECORD
                   WS-PJ-STATUS
               IF WS-PJ-FAIL-COUNT > 0
                   DISPLAY 'TLR130 WARNING - ' WS-PJ-FAIL-COUNT
                       ' POSTING JOURNAL WRITES FAILED'
               END-IF
           END-IF
           CLOSE TELLER-TXN-FILE
           CLOSE ACCTHIST-FILE.

