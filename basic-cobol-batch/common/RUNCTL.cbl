      *            PREREQUISITE HAS NOT COMPLETED FOR THE DATE;
      *            OTHERWISE RECORDS THE JOB AS STARTED
      *       'C'  COMPLETE - RECORDS THE JOB AS COMPLETED
      *       'H'  HOLD - RECORDS A HOLD RAISED BY THE JOB FOR THE
      *            DATE (THE TLR400 BALANCE PROOF FAILING).  EVERY
      *            START CHECK FOR A LATER BUSINESS DATE FAILS
      *            UNTIL THE HOLD IS RELEASED; THE REST OF THE
      *            HOLD'S OWN DATE RUNS ON.
      *       'R'  RELEASE - RELEASES EVERY HOLD THE JOB HAS RAISED
      *
      *   LK-RUN-STATUS VALUES
      *       '0'  OK TO RUN / RECORDED
      *       '1'  PREREQUISITE NOT COMPLETE FOR THE DATE
      *       '2'  JOB ALREADY COMPLETED FOR THE DATE
      *       '3'  AN UNRELEASED HOLD FROM AN EARLIER DATE
      *
      *   THE LEDGER IS A LINE-SEQUENTIAL FILE LIKE CTLLEDGR AND IS
      *   CREATED ON FIRST USE.  A BLANK PREREQUISITE MEANS THE STEP
      *
      *   MODIFICATION HISTORY
      *   2026-08-21  ADDED AS THE SHARED RUN-CONTROL LEDGER.
      *   2026-10-15  ADDED THE HOLD AND RELEASE ACTIONS SO A FAILED
      *               BALANCE PROOF STOPS THE NEXT BUSINESS DATE
      *               FROM STARTING.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.
       01  WS-PREREQ-DONE-SWITCH          PIC X(01).
           88  WS-PREREQ-IS-DONE          VALUE 'Y'.

      *>   HOLDS STILL OPEN AS THE LEDGER IS SCANNED -- A RELEASE
      *>   ENTRY LATER IN THE FILE CLOSES EVERY HOLD BY ITS JOB.
       01  WS-HOLD-MAX                    PIC S9(04) COMP VALUE 50.
       01  WS-HOLD-COUNT                  PIC S9(04) COMP VALUE 0.
       01  WS-HOLD-IDX                    PIC S9(04) COMP VALUE 0.
       01  WS-OPEN-HOLD-COUNT             PIC S9(04) COMP VALUE 0.
       01  HOLD-TABLE.
           05  HOLD-ENTRY OCCURS 50 TIMES.
               10  HD-JOBID               PIC X(08).
               10  HD-DATE                PIC 9(08).
               10  HD-OPEN-FLAG           PIC X(01).
                   88  HD-HOLD-OPEN       VALUE 'Y'.

       LINKAGE SECTION.
       01  LK-RUN-ACTION                  PIC X(01).
       01  LK-RUN-JOBID                   PIC X(08).
           88  LK-RUN-IS-OK               VALUE '0'.
           88  LK-RUN-PREREQ-MISSING      VALUE '1'.
           88  LK-RUN-ALREADY-DONE        VALUE '2'.
           88  LK-RUN-HELD                VALUE '3'.

       PROCEDURE DIVISION USING LK-RUN-ACTION LK-RUN-JOBID
               LK-RUN-PREREQ LK-RUN-DATE LK-RUN-STATUS.
                   PERFORM 1000-START-CHECK
               WHEN 'C'
                   PERFORM 2000-RECORD-COMPLETE
               WHEN 'H'
                   PERFORM 3000-RECORD-HOLD
               WHEN 'R'
                   PERFORM 3100-RECORD-RELEASE
           END-EVALUATE
           GOBACK.

           EVALUATE TRUE
               WHEN WS-JOB-IS-DONE
                   MOVE '2' TO LK-RUN-STATUS
               WHEN WS-OPEN-HOLD-COUNT > 0
                   MOVE '3' TO LK-RUN-STATUS
               WHEN LK-RUN-PREREQ NOT = SPACES
                       AND NOT WS-PREREQ-IS-DONE
                   MOVE '1' TO LK-RUN-STATUS
       1100-SCAN-LEDGER.
           MOVE 'N' TO WS-JOB-DONE-SWITCH
           MOVE 'N' TO WS-PREREQ-DONE-SWITCH
           MOVE 0 TO WS-HOLD-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE SPACES TO WS-RUN-FS
           OPEN INPUT RUNCTL-FILE
                                   MOVE 'Y' TO WS-PREREQ-DONE-SWITCH
                               END-IF
                           END-IF
                           PERFORM 1200-NOTE-HOLD-ENTRY
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF
           MOVE 0 TO WS-OPEN-HOLD-COUNT
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF HD-HOLD-OPEN (WS-HOLD-IDX)
                       AND HD-DATE (WS-HOLD-IDX) < LK-RUN-DATE
                   ADD 1 TO WS-OPEN-HOLD-COUNT
               END-IF
           END-PERFORM.

       1200-NOTE-HOLD-ENTRY.
           EVALUATE WS-RL-STATUS
               WHEN 'H'
                   IF WS-HOLD-COUNT < WS-HOLD-MAX
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE WS-RL-JOBID TO HD-JOBID (WS-HOLD-COUNT)
                       MOVE WS-RL-DATE  TO HD-DATE (WS-HOLD-COUNT)
                       MOVE 'Y' TO HD-OPEN-FLAG (WS-HOLD-COUNT)
                   ELSE
      *>                   A FULL TABLE MUST STILL HOLD THE STREAM.
                       MOVE 'Y' TO HD-OPEN-FLAG (WS-HOLD-MAX)
                       MOVE 0 TO HD-DATE (WS-HOLD-MAX)
                   END-IF
               WHEN 'R'
                   PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                           UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                       IF HD-JOBID (WS-HOLD-IDX) = WS-RL-JOBID
                           MOVE 'N' TO HD-OPEN-FLAG (WS-HOLD-IDX)
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-RECORD-COMPLETE.
           MOVE 'C' TO WS-RL-STATUS
           MOVE LK-RUN-DATE  TO WS-RL-DATE
           WRITE RUNCTL-FILE-RECORD FROM WS-RUN-LINE
           CLOSE RUNCTL-FILE.

       3000-RECORD-HOLD.
           MOVE 'H' TO WS-RL-STATUS
           PERFORM 2900-APPEND-ENTRY
           MOVE '0' TO LK-RUN-STATUS.

       3100-RECORD-RELEASE.
           MOVE 'R' TO WS-RL-STATUS
           PERFORM 2900-APPEND-ENTRY
           MOVE '0' TO LK-RUN-STATUS.
