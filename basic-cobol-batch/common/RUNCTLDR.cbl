      *
      *       POS 1     ACTION - 'S' START CHECK, 'C' COMPLETE,
      *                 'P' PRINT THE OPERATOR STATUS REPORT FOR
      *                 THE BUSINESS DATE, 'W' PRINT THE WEEKLY
      *                 RUN-DURATION TREND REPORT, 'H' RECORD A
      *                 HOLD RAISED BY THE JOB, 'R' RELEASE THE
      *                 JOB'S HOLDS
      *       POS 3-10  JOB ID
      *       POS 12-19 PREREQUISITE JOB ID (BLANK IF NONE)
      *       POS 21-23 'W' ONLY - GROWTH THRESHOLD PERCENT
      *                 (DEFAULT 020)
      *       POS 25-26 'W' ONLY - TRAILING WEEKS AVERAGED
      *                 (DEFAULT 04)
      *
      *   EVERY START THAT PASSES ITS CHECK AND EVERY COMPLETE IS
      *   ALSO STAMPED ON THE RUNHIST RUN-HISTORY FILE WITH THE
      *   WALL-CLOCK DATE AND TIME.  THE COMPLETE STAMP CARRIES THE
      *   ELAPSED SECONDS SINCE THE JOB'S LAST START STAMP FOR THE
      *   SAME BUSINESS DATE, THE PREREQUISITE NAMED ON THAT START,
      *   AND THE RECORD COUNTS THE JOB LOGGED TO CTLLEDGR FOR THE
      *   DATE.  A COMPLETE WITH NO START STAMP IS WRITTEN AS 'X'
      *   AND KEPT OUT OF THE TIMINGS.  THE FILE IS CREATED ON FIRST
      *   USE AND KEPT ACROSS BUSINESS DATES.
      *
      *   THE WEEKLY REPORT (RUNTRDRP) TAKES THE SEVEN DAYS ENDING
      *   ON THE BUSINESS DATE AND, PER JOB, SHOWS THE AVERAGE AND
      *   LONGEST ELAPSED TIME AGAINST THE TRAILING AVERAGE OF THE
      *   WEEKS BEFORE IT AND AGAINST THE AGREED SLA FROM THE
      *   OPTIONAL RUNSLA FILE (POS 1-8 JOB ID, POS 10-13 SLA
      *   MINUTES).  A JOB IS FLAGGED 'SLA' WHEN ITS LONGEST RUN
      *   BROKE THE SLA, 'TIME+' OR 'VOL+' WHEN ITS AVERAGE ELAPSED
      *   TIME OR RECORD COUNT GREW PAST THE THRESHOLD OVER THE
      *   TRAILING AVERAGE.  THE CRITICAL PATH FOR THE LATEST DATE
      *   IN THE WEEK IS THE PREREQUISITE CHAIN BEHIND THE LAST JOB
      *   TO FINISH.
      *
      *   THE BUSINESS DATE COMES FROM THE SHARED BIZDATE CALENDAR,
      *   NOT THE SYSTEM CLOCK, SO A CONTROLLED RERUN OF A PRIOR
      *   THE STREAM'S CONDITION CODE TEST STOPS THE STEP FROM
      *   RUNNING.
      *
      *   A NON-ZERO RETURN-CODE FROM THE TLR400 BALANCE PROOF IS A
      *   HOLD: THE STREAM RUNS THIS DRIVER WITH ACTION 'H' AND JOB
      *   TLR400 ONLY WHEN THE PROOF STEP ENDED NON-ZERO, AND FROM
      *   THEN ON EVERY START CHECK FOR A LATER BUSINESS DATE FAILS
      *   WITH RETURN-CODE 8 UNTIL OPERATIONS, HAVING CLEARED THE
      *   BREAK, RUNS ACTION 'R' FOR TLR400.
      *
      *   MODIFICATION HISTORY
      *   2026-08-21  ADDED AS THE RUN-CONTROL DRIVER.
      *   2026-09-01  A START CHECK NOW ASKS THE RETAIL CALENDAR
      *               SINCE SOME STREAMS LEGITIMATELY RUN ON
      *               HOLIDAYS.  WITH NO CALENDAR ON FILE NOTHING
      *               CHANGES.
      *   2026-10-15  STAMP EVERY START AND COMPLETE ON THE RUNHIST
      *               RUN-HISTORY FILE WITH WALL-CLOCK TIME, ELAPSED
      *               SECONDS AND THE CTLLEDGR RECORD COUNTS, AND
      *               ADDED ACTION 'W' FOR THE WEEKLY RUN-DURATION
      *               TREND REPORT.
      *   2026-10-15  ADDED ACTIONS 'H' AND 'R' TO HOLD THE NEXT
      *               BUSINESS DATE ON A BALANCE-PROOF BREAK AND TO
      *               RELEASE IT.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTLDR.
               FILE STATUS IS WS-RUN-FS.
           SELECT STATUS-RPT-FILE ASSIGN TO RUNCTLRP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNHIST-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.
           SELECT CTLLEDGR-FILE ASSIGN TO CTLLEDGR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FS.
           SELECT RUNSLA-FILE  ASSIGN TO RUNSLA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-FS.
           SELECT TREND-RPT-FILE ASSIGN TO RUNTRDRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNPARM-FILE.
       FD  STATUS-RPT-FILE.
       01  STATUS-RPT-LINE                PIC X(80).

       FD  RUNHIST-FILE.
       01  RUNHIST-FILE-RECORD            PIC X(80).

       FD  CTLLEDGR-FILE.
       01  CTLLEDGR-FILE-RECORD           PIC X(80).

       FD  RUNSLA-FILE.
       01  RUNSLA-FILE-RECORD             PIC X(80).

       FD  TREND-RPT-FILE.
       01  TREND-RPT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FS                     PIC X(02).
       01  WS-RUN-FS                      PIC X(02).
       01  WS-HIST-FS                     PIC X(02).
       01  WS-LEDGER-FS                   PIC X(02).
       01  WS-SLA-FS                      PIC X(02).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
           05  WS-PL-JOBID                PIC X(08).
           05  FILLER                     PIC X(01).
           05  WS-PL-PREREQ               PIC X(08).
           05  FILLER                     PIC X(01).
           05  WS-PL-GROWTH-PCT           PIC X(03).
           05  FILLER                     PIC X(01).
           05  WS-PL-TRAIL-WEEKS          PIC X(02).
           05  FILLER                     PIC X(54).

       01  WS-RUN-LINE.
           05  WS-RL-JOBID                PIC X(08).
           05  WS-RL-STATUS               PIC X(01).
           05  FILLER                     PIC X(61).

      *>   RUN-HISTORY RECORD.  THE FILLERS CARRY EXPLICIT SPACES
      *>   -- A LINE-SEQUENTIAL RUNTIME CAN REJECT LOW-VALUES.
       01  WS-HIST-LINE.
           05  WS-HL-JOBID                PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HL-BIZ-DATE             PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HL-EVENT                PIC X(01).
               88  WS-HL-STARTED          VALUE 'S'.
               88  WS-HL-COMPLETED        VALUE 'C'.
               88  WS-HL-COMPLETED-UNTIMED VALUE 'X'.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HL-CLOCK-DATE           PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HL-CLOCK-TIME           PIC 9(06).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HL-PREREQ               PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HL-ELAPSED-SECS         PIC 9(07).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HL-RECORD-COUNT         PIC 9(11).
           05  FILLER                     PIC X(16) VALUE SPACES.

      *>   CTLLEDGR ENTRY -- SEE CTLLEDGR FOR THE LAYOUT.
       01  WS-LEDGER-LINE.
           05  WS-LL-JOBID                PIC X(08).
           05  FILLER                     PIC X(01).
           05  WS-LL-FILENAME             PIC X(20).
           05  FILLER                     PIC X(01).
           05  WS-LL-RUN-DATE             PIC 9(08).
           05  FILLER                     PIC X(01).
           05  WS-LL-RECORD-COUNT         PIC 9(09).
           05  FILLER                     PIC X(32).

       01  WS-SLA-LINE.
           05  WS-SA-JOBID                PIC X(08).
           05  FILLER                     PIC X(01).
           05  WS-SA-SLA-MINUTES          PIC 9(04).
           05  FILLER                     PIC X(67).

       01  WS-CLOCK-DATE                  PIC 9(08).
       01  WS-CLOCK-TIME-8                PIC 9(08).
       01  WS-CLOCK-TIME-PARTS REDEFINES WS-CLOCK-TIME-8.
           05  WS-CLOCK-HHMMSS            PIC 9(06).
           05  FILLER                     PIC 9(02).

      *>   THE JOB'S START STAMP, FOUND AGAIN AT COMPLETE.
       01  WS-START-SWITCH                PIC X(01).
           88  WS-START-FOUND             VALUE 'Y'.
       01  WS-START-DATE                  PIC 9(08).
       01  WS-START-TIME                  PIC 9(06).
       01  WS-START-PREREQ                PIC X(08).
       01  WS-LEDGER-TOTAL                PIC S9(11) COMP-3.

       01  WS-TIME-FIELDS.
           05  WS-TF-HH                   PIC 9(02).
           05  WS-TF-MM                   PIC 9(02).
           05  WS-TF-SS                   PIC 9(02).
       01  WS-TIME-N REDEFINES WS-TIME-FIELDS PIC 9(06).
       01  WS-START-SECS                  PIC S9(07) COMP-3.
       01  WS-END-SECS                    PIC S9(07) COMP-3.
       01  WS-ELAPSED-SECS                PIC S9(09) COMP-3.
       01  WS-DAY-GAP                     PIC S9(04) COMP.

       01  WS-DATE-FIELDS.
           05  WS-DF-CCYY                 PIC 9(04).
           05  WS-DF-MM                   PIC 9(02).
           05  WS-DF-DD                   PIC 9(02).
       01  WS-DATE-N REDEFINES WS-DATE-FIELDS PIC 9(08).
       01  WS-MONTH-DAYS                  PIC 9(02) VALUE 31.
       01  WS-LEAP-QUOT                   PIC 9(04) VALUE 0.
       01  WS-LEAP-REM                    PIC 9(04) VALUE 0.
       01  WS-DAY-IDX                     PIC S9(04) COMP VALUE 0.

      *>   WEEKLY TREND REPORT WORK AREAS.
       01  WS-GROWTH-PCT                  PIC 9(03) VALUE 20.
       01  WS-TRAIL-WEEKS                 PIC 9(02) VALUE 4.
       01  WS-WEEK-START                  PIC 9(08).
       01  WS-TRAIL-START                 PIC 9(08).
       01  WS-TRAIL-END                   PIC 9(08).
       01  WS-CRIT-DATE                   PIC 9(08) VALUE 0.
       01  WS-JT-FULL-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-JT-TABLE-FULL           VALUE 'Y'.

       01  WS-SLA-MAX                     PIC S9(04) COMP VALUE 200.
       01  WS-SLA-COUNT                   PIC S9(04) COMP VALUE 0.
       01  WS-SLA-IDX                     PIC S9(04) COMP VALUE 0.
       01  SLA-TABLE.
           05  SLA-ENTRY OCCURS 200 TIMES.
               10  SA-JOBID               PIC X(08).
               10  SA-SLA-SECS            PIC S9(07) COMP-3.

       01  WS-JT-MAX                      PIC S9(04) COMP VALUE 200.
       01  WS-JT-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-JT-IDX                      PIC S9(04) COMP VALUE 0.
       01  WS-JT-FOUND                    PIC S9(04) COMP VALUE 0.
       01  JOB-TREND-TABLE.
           05  JOB-TREND-ENTRY OCCURS 200 TIMES.
               10  JT-JOBID               PIC X(08).
               10  JT-WEEK-RUNS           PIC S9(05)    COMP-3.
               10  JT-WEEK-SECS           PIC S9(09)    COMP-3.
               10  JT-WEEK-MAX-SECS       PIC S9(07)    COMP-3.
               10  JT-WEEK-RECORDS        PIC S9(13)    COMP-3.
               10  JT-TRAIL-RUNS          PIC S9(05)    COMP-3.
               10  JT-TRAIL-SECS          PIC S9(09)    COMP-3.
               10  JT-TRAIL-RECORDS       PIC S9(13)    COMP-3.

      *>   COMPLETIONS ON THE CRITICAL-PATH DATE, AND THE PATH
      *>   ITSELF AS FOUND WALKING BACK FROM THE LAST TO FINISH.
       01  WS-DY-MAX                      PIC S9(04) COMP VALUE 200.
       01  WS-DY-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-DY-IDX                      PIC S9(04) COMP VALUE 0.
       01  WS-DY-FOUND                    PIC S9(04) COMP VALUE 0.
       01  DAY-RUN-TABLE.
           05  DAY-RUN-ENTRY OCCURS 200 TIMES.
               10  DY-JOBID               PIC X(08).
               10  DY-PREREQ              PIC X(08).
               10  DY-END-STAMP           PIC 9(14).
               10  DY-ELAPSED-SECS        PIC S9(07) COMP-3.
       01  WS-LAST-END-STAMP              PIC 9(14) VALUE 0.
       01  WS-END-STAMP.
           05  WS-ES-DATE                 PIC 9(08).
           05  WS-ES-TIME                 PIC 9(06).
       01  WS-END-STAMP-N REDEFINES WS-END-STAMP PIC 9(14).
       01  WS-PATH-MAX                    PIC S9(04) COMP VALUE 50.
       01  WS-PATH-COUNT                  PIC S9(04) COMP VALUE 0.
       01  WS-PATH-IDX                    PIC S9(04) COMP VALUE 0.
       01  PATH-TABLE.
           05  PATH-DY-IDX OCCURS 50 TIMES PIC S9(04) COMP.

       01  WS-AVG-SECS                    PIC S9(09) COMP-3.
       01  WS-TRAIL-AVG-SECS              PIC S9(09) COMP-3.
       01  WS-AVG-RECORDS                 PIC S9(13) COMP-3.
       01  WS-TRAIL-AVG-RECORDS           PIC S9(13) COMP-3.
       01  WS-FMT-SECS                    PIC S9(09) COMP-3.
       01  WS-FMT-REM                     PIC S9(09) COMP-3.
       01  WS-FMT-HMS.
           05  WS-FMT-HH                  PIC ZZ9.
           05  FILLER                     PIC X(01) VALUE ':'.
           05  WS-FMT-MM                  PIC 9(02).
           05  FILLER                     PIC X(01) VALUE ':'.
           05  WS-FMT-SS                  PIC 9(02).

       01  WS-TREND-HEADING-1.
           05  FILLER                     PIC X(40) VALUE
               'RUNCTLDR  RUN-DURATION TREND FOR WEEK '.
           05  WS-TH-WEEK-START           PIC 9(08).
           05  FILLER                     PIC X(04) VALUE ' TO '.
           05  WS-TH-BIZ-DATE             PIC 9(08).
       01  WS-TREND-HEADING-2.
           05  FILLER                     PIC X(50) VALUE
               'JOB ID   RUNS  WEEK AVG  WEEK MAX TRAIL AVG       '.
           05  FILLER                     PIC X(50) VALUE
               'SLA  WEEK AVG RECS TRAIL AVG RECS FLAGS'.
       01  WS-TREND-LINE.
           05  WS-TL-JOBID                PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-TL-RUNS                 PIC ZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-TL-WEEK-AVG             PIC X(09).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-TL-WEEK-MAX             PIC X(09).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-TL-TRAIL-AVG            PIC X(09).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-TL-SLA                  PIC X(09).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-TL-WEEK-RECORDS         PIC Z(13)9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-TL-TRAIL-RECORDS        PIC Z(13)9.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-TL-FLAGS                PIC X(15).
       01  WS-PATH-HEADING.
           05  FILLER                     PIC X(36) VALUE
               'CRITICAL PATH FOR BUSINESS DATE '.
           05  WS-PH-DATE                 PIC 9(08).
       01  WS-PATH-LINE.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-PL-PATH-JOBID           PIC X(08).
           05  FILLER                     PIC X(10) VALUE
               '  ENDED: '.
           05  WS-PL-END-STAMP            PIC 9(14).
           05  FILLER                     PIC X(12) VALUE
               '  ELAPSED: '.
           05  WS-PL-ELAPSED              PIC X(09).

      *> BIZDATE LINKAGE WORK AREA (EXTENDED FOR ACTION 'P')
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
           88  WS-RUN-IS-OK               VALUE '0'.
           88  WS-RUN-PREREQ-MISSING      VALUE '1'.
           88  WS-RUN-ALREADY-DONE        VALUE '2'.
           88  WS-RUN-HELD                VALUE '3'.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(34) VALUE
                   PERFORM 3000-RECORD-COMPLETE
               WHEN 'P'
                   PERFORM 4000-PRINT-STATUS-REPORT
               WHEN 'W'
                   PERFORM 5000-PRINT-TREND-REPORT
               WHEN 'H'
               WHEN 'R'
                   PERFORM 7000-HOLD-OR-RELEASE
               WHEN OTHER
                   DISPLAY 'RUNCTLDR ERROR - RUNPARM ACTION IS NOT '
                       'S, C, P, W, H OR R'
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
                   DISPLAY 'RUNCTLDR - ' WS-PL-JOBID ' BLOCKED, '
                       'ALREADY RAN FOR ' WS-BIZ-DATE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RUN-HELD
                   DISPLAY 'RUNCTLDR - ' WS-PL-JOBID ' BLOCKED, '
                       'UNRELEASED HOLD FROM AN EARLIER BUSINESS '
                       'DATE'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 2200-STAMP-START
           END-EVALUATE.

       2200-STAMP-START.
           PERFORM 6100-READ-CLOCK
           MOVE WS-PL-JOBID       TO WS-HL-JOBID
           MOVE WS-BIZ-DATE       TO WS-HL-BIZ-DATE
           MOVE 'S'               TO WS-HL-EVENT
           MOVE WS-CLOCK-DATE     TO WS-HL-CLOCK-DATE
           MOVE WS-CLOCK-HHMMSS   TO WS-HL-CLOCK-TIME
           MOVE WS-PL-PREREQ      TO WS-HL-PREREQ
           MOVE 0                 TO WS-HL-ELAPSED-SECS
           MOVE 0                 TO WS-HL-RECORD-COUNT
           PERFORM 6000-APPEND-HISTORY.

       2100-WARN-IF-HOLIDAY.
      *>   A WARNING ONLY -- SOME STREAMS LEGITIMATELY RUN ON
      *>   TRADING HOLIDAYS, SO THE CONDITION-CODE GATE IS LEFT TO
           MOVE SPACES       TO WS-RUN-PREREQ
           MOVE WS-BIZ-DATE  TO WS-RUN-DATE
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-JOBID
               WS-RUN-PREREQ WS-RUN-DATE WS-RUN-STATUS
           PERFORM 3100-STAMP-COMPLETE.

       3100-STAMP-COMPLETE.
           PERFORM 3200-FIND-START-STAMP
           PERFORM 3300-SUM-LEDGER-COUNTS
           PERFORM 6100-READ-CLOCK
           MOVE WS-PL-JOBID       TO WS-HL-JOBID
           MOVE WS-BIZ-DATE       TO WS-HL-BIZ-DATE
           MOVE WS-CLOCK-DATE     TO WS-HL-CLOCK-DATE
           MOVE WS-CLOCK-HHMMSS   TO WS-HL-CLOCK-TIME
           MOVE WS-LEDGER-TOTAL   TO WS-HL-RECORD-COUNT
           MOVE 0                 TO WS-HL-ELAPSED-SECS
           MOVE 'X'               TO WS-HL-EVENT
           MOVE SPACES            TO WS-HL-PREREQ
           IF WS-START-FOUND
               MOVE WS-START-PREREQ TO WS-HL-PREREQ
               PERFORM 3400-COMPUTE-ELAPSED
           END-IF
           PERFORM 6000-APPEND-HISTORY.

       3200-FIND-START-STAMP.
      *>   THE LAST START STAMP WINS -- A RERUN AFTER A FAILURE IS
      *>   TIMED FROM ITS OWN START.
           MOVE 'N' TO WS-START-SWITCH
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE SPACES TO WS-HIST-FS
           OPEN INPUT RUNHIST-FILE
           IF WS-HIST-FS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ RUNHIST-FILE INTO WS-HIST-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-HL-JOBID = WS-PL-JOBID
                                   AND WS-HL-BIZ-DATE = WS-BIZ-DATE
                                   AND WS-HL-STARTED
                               MOVE 'Y' TO WS-START-SWITCH
                               MOVE WS-HL-CLOCK-DATE
                                   TO WS-START-DATE
                               MOVE WS-HL-CLOCK-TIME
                                   TO WS-START-TIME
                               MOVE WS-HL-PREREQ
                                   TO WS-START-PREREQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNHIST-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       3300-SUM-LEDGER-COUNTS.
           MOVE 0 TO WS-LEDGER-TOTAL
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE SPACES TO WS-LEDGER-FS
           OPEN INPUT CTLLEDGR-FILE
           IF WS-LEDGER-FS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ CTLLEDGR-FILE INTO WS-LEDGER-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-LL-JOBID = WS-PL-JOBID
                                   AND WS-LL-RUN-DATE = WS-BIZ-DATE
                                   AND WS-LL-RECORD-COUNT NUMERIC
                               ADD WS-LL-RECORD-COUNT
                                   TO WS-LEDGER-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTLLEDGR-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       3400-COMPUTE-ELAPSED.
      *>   COUNT THE MIDNIGHTS BETWEEN THE TWO STAMPS; A GAP PAST A
      *>   MONTH IS NOT A REAL RUN AND STAYS UNTIMED.
           MOVE WS-START-DATE TO WS-DATE-N
           MOVE 0 TO WS-DAY-GAP
           PERFORM UNTIL WS-DATE-N >= WS-CLOCK-DATE
                   OR WS-DAY-GAP > 31
               PERFORM 6200-ADD-ONE-DAY
               ADD 1 TO WS-DAY-GAP
           END-PERFORM
           IF WS-DATE-N = WS-CLOCK-DATE
               MOVE WS-START-TIME TO WS-TIME-N
               COMPUTE WS-START-SECS =
                   WS-TF-HH * 3600 + WS-TF-MM * 60 + WS-TF-SS
               MOVE WS-CLOCK-HHMMSS TO WS-TIME-N
               COMPUTE WS-END-SECS =
                   WS-TF-HH * 3600 + WS-TF-MM * 60 + WS-TF-SS
               COMPUTE WS-ELAPSED-SECS =
                   WS-DAY-GAP * 86400 + WS-END-SECS - WS-START-SECS
               IF WS-ELAPSED-SECS >= 0
                   MOVE 'C' TO WS-HL-EVENT
                   MOVE WS-ELAPSED-SECS TO WS-HL-ELAPSED-SECS
               END-IF
           END-IF.

       4000-PRINT-STATUS-REPORT.
           OPEN OUTPUT STATUS-RPT-FILE
                       NOT AT END
                           IF WS-RL-DATE = WS-BIZ-DATE
                               MOVE WS-RL-JOBID TO WS-SL-JOBID
                               EVALUATE WS-RL-STATUS
                                   WHEN 'C'
                                       MOVE 'COMPLETED   '
                                           TO WS-SL-STATUS-TEXT
                                   WHEN 'H'
                                       MOVE 'HOLD RAISED '
                                           TO WS-SL-STATUS-TEXT
                                   WHEN 'R'
                                       MOVE 'HOLD RELEASD'
                                           TO WS-SL-STATUS-TEXT
                                   WHEN OTHER
                                       MOVE 'STARTED     '
                                           TO WS-SL-STATUS-TEXT
                               END-EVALUATE
                               WRITE STATUS-RPT-LINE
                                   FROM WS-STATUS-LINE
                           END-IF
               WRITE STATUS-RPT-LINE
           END-IF
           CLOSE STATUS-RPT-FILE.

       5000-PRINT-TREND-REPORT.
           IF WS-PL-GROWTH-PCT NUMERIC
               MOVE WS-PL-GROWTH-PCT TO WS-GROWTH-PCT
           END-IF
           IF WS-PL-TRAIL-WEEKS NUMERIC AND WS-PL-TRAIL-WEEKS > 0
               MOVE WS-PL-TRAIL-WEEKS TO WS-TRAIL-WEEKS
           END-IF
      *>   THE WEEK IS THE SEVEN DAYS ENDING ON THE BUSINESS DATE;
      *>   THE TRAILING WINDOW IS THE WEEKS IMMEDIATELY BEFORE IT.
           MOVE WS-BIZ-DATE TO WS-DATE-N
           PERFORM 6300-SUBTRACT-ONE-DAY 6 TIMES
           MOVE WS-DATE-N TO WS-WEEK-START
           PERFORM 6300-SUBTRACT-ONE-DAY
           MOVE WS-DATE-N TO WS-TRAIL-END
           COMPUTE WS-DAY-IDX = WS-TRAIL-WEEKS * 7 - 1
           PERFORM 6300-SUBTRACT-ONE-DAY WS-DAY-IDX TIMES
           MOVE WS-DATE-N TO WS-TRAIL-START
           OPEN OUTPUT TREND-RPT-FILE
           MOVE WS-WEEK-START TO WS-TH-WEEK-START
           MOVE WS-BIZ-DATE   TO WS-TH-BIZ-DATE
           WRITE TREND-RPT-LINE FROM WS-TREND-HEADING-1
           WRITE TREND-RPT-LINE FROM WS-TREND-HEADING-2
           PERFORM 5100-LOAD-SLA-TABLE
           MOVE SPACES TO WS-HIST-FS
           OPEN INPUT RUNHIST-FILE
           IF WS-HIST-FS = '00'
               PERFORM 5200-ACCUMULATE-HISTORY
               CLOSE RUNHIST-FILE
               PERFORM 5300-WRITE-JOB-LINES
               IF WS-CRIT-DATE > 0
                   PERFORM 5500-PRINT-CRITICAL-PATH
               END-IF
           ELSE
               MOVE 'NO RUN-HISTORY ENTRIES ON FILE'
                   TO TREND-RPT-LINE
               WRITE TREND-RPT-LINE
           END-IF
           CLOSE TREND-RPT-FILE
           IF WS-JT-TABLE-FULL AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       5100-LOAD-SLA-TABLE.
      *>   NO SLA FILE, OR NO ENTRY FOR A JOB, MEANS NO SLA CHECK.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE SPACES TO WS-SLA-FS
           OPEN INPUT RUNSLA-FILE
           IF WS-SLA-FS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ RUNSLA-FILE INTO WS-SLA-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-SA-SLA-MINUTES NUMERIC
                                   AND WS-SLA-COUNT < WS-SLA-MAX
                               ADD 1 TO WS-SLA-COUNT
                               MOVE WS-SA-JOBID
                                   TO SA-JOBID (WS-SLA-COUNT)
                               COMPUTE SA-SLA-SECS (WS-SLA-COUNT) =
                                   WS-SA-SLA-MINUTES * 60
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNSLA-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       5200-ACCUMULATE-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ RUNHIST-FILE INTO WS-HIST-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-HL-COMPLETED
                           PERFORM 5210-ACCUMULATE-RUN
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SWITCH.

       5210-ACCUMULATE-RUN.
           EVALUATE TRUE
               WHEN WS-HL-BIZ-DATE >= WS-WEEK-START
                       AND WS-HL-BIZ-DATE <= WS-BIZ-DATE
                   PERFORM 5220-FIND-JOB
                   IF WS-JT-FOUND NOT = 0
                       ADD 1 TO JT-WEEK-RUNS (WS-JT-FOUND)
                       ADD WS-HL-ELAPSED-SECS
                           TO JT-WEEK-SECS (WS-JT-FOUND)
                       ADD WS-HL-RECORD-COUNT
                           TO JT-WEEK-RECORDS (WS-JT-FOUND)
                       IF WS-HL-ELAPSED-SECS
                               > JT-WEEK-MAX-SECS (WS-JT-FOUND)
                           MOVE WS-HL-ELAPSED-SECS
                               TO JT-WEEK-MAX-SECS (WS-JT-FOUND)
                       END-IF
                   END-IF
                   IF WS-HL-BIZ-DATE > WS-CRIT-DATE
                       MOVE WS-HL-BIZ-DATE TO WS-CRIT-DATE
                   END-IF
               WHEN WS-HL-BIZ-DATE >= WS-TRAIL-START
                       AND WS-HL-BIZ-DATE <= WS-TRAIL-END
                   PERFORM 5220-FIND-JOB
                   IF WS-JT-FOUND NOT = 0
                       ADD 1 TO JT-TRAIL-RUNS (WS-JT-FOUND)
                       ADD WS-HL-ELAPSED-SECS
                           TO JT-TRAIL-SECS (WS-JT-FOUND)
                       ADD WS-HL-RECORD-COUNT
                           TO JT-TRAIL-RECORDS (WS-JT-FOUND)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       5220-FIND-JOB.
           MOVE 0 TO WS-JT-FOUND
           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JT-COUNT
               IF JT-JOBID (WS-JT-IDX) = WS-HL-JOBID
                   MOVE WS-JT-IDX TO WS-JT-FOUND
                   MOVE WS-JT-COUNT TO WS-JT-IDX
               END-IF
           END-PERFORM
           IF WS-JT-FOUND = 0
               IF WS-JT-COUNT < WS-JT-MAX
                   ADD 1 TO WS-JT-COUNT
                   MOVE WS-JT-COUNT TO WS-JT-FOUND
                   MOVE WS-HL-JOBID TO JT-JOBID (WS-JT-FOUND)
                   MOVE 0 TO JT-WEEK-RUNS (WS-JT-FOUND)
                   MOVE 0 TO JT-WEEK-SECS (WS-JT-FOUND)
                   MOVE 0 TO JT-WEEK-MAX-SECS (WS-JT-FOUND)
                   MOVE 0 TO JT-WEEK-RECORDS (WS-JT-FOUND)
                   MOVE 0 TO JT-TRAIL-RUNS (WS-JT-FOUND)
                   MOVE 0 TO JT-TRAIL-SECS (WS-JT-FOUND)
                   MOVE 0 TO JT-TRAIL-RECORDS (WS-JT-FOUND)
               ELSE
                   MOVE 'Y' TO WS-JT-FULL-SWITCH
               END-IF
           END-IF.

       5300-WRITE-JOB-LINES.
      *>   ONLY JOBS THAT RAN THIS WEEK ARE LISTED.
           PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                   UNTIL WS-JT-IDX > WS-JT-COUNT
               IF JT-WEEK-RUNS (WS-JT-IDX) > 0
                   PERFORM 5310-WRITE-JOB-LINE
               END-IF
           END-PERFORM
           IF WS-JT-TABLE-FULL
               MOVE 'JOB TABLE FULL - REPORT IS INCOMPLETE'
                   TO TREND-RPT-LINE
               WRITE TREND-RPT-LINE
           END-IF.

       5310-WRITE-JOB-LINE.
           MOVE SPACES TO WS-TL-FLAGS
           MOVE JT-JOBID (WS-JT-IDX)     TO WS-TL-JOBID
           MOVE JT-WEEK-RUNS (WS-JT-IDX) TO WS-TL-RUNS
           COMPUTE WS-AVG-SECS ROUNDED =
               JT-WEEK-SECS (WS-JT-IDX) / JT-WEEK-RUNS (WS-JT-IDX)
           COMPUTE WS-AVG-RECORDS ROUNDED =
               JT-WEEK-RECORDS (WS-JT-IDX) / JT-WEEK-RUNS (WS-JT-IDX)
           MOVE WS-AVG-SECS TO WS-FMT-SECS
           PERFORM 6400-FORMAT-ELAPSED
           MOVE WS-FMT-HMS TO WS-TL-WEEK-AVG
           MOVE JT-WEEK-MAX-SECS (WS-JT-IDX) TO WS-FMT-SECS
           PERFORM 6400-FORMAT-ELAPSED
           MOVE WS-FMT-HMS TO WS-TL-WEEK-MAX
           MOVE WS-AVG-RECORDS TO WS-TL-WEEK-RECORDS
           IF JT-TRAIL-RUNS (WS-JT-IDX) > 0
               COMPUTE WS-TRAIL-AVG-SECS ROUNDED =
                   JT-TRAIL-SECS (WS-JT-IDX)
                       / JT-TRAIL-RUNS (WS-JT-IDX)
               COMPUTE WS-TRAIL-AVG-RECORDS ROUNDED =
                   JT-TRAIL-RECORDS (WS-JT-IDX)
                       / JT-TRAIL-RUNS (WS-JT-IDX)
               MOVE WS-TRAIL-AVG-SECS TO WS-FMT-SECS
               PERFORM 6400-FORMAT-ELAPSED
               MOVE WS-FMT-HMS TO WS-TL-TRAIL-AVG
               MOVE WS-TRAIL-AVG-RECORDS TO WS-TL-TRAIL-RECORDS
               IF WS-AVG-SECS * 100 >
                       WS-TRAIL-AVG-SECS * (100 + WS-GROWTH-PCT)
                   MOVE 'TIME+' TO WS-TL-FLAGS (5:5)
               END-IF
               IF WS-AVG-RECORDS * 100 >
                       WS-TRAIL-AVG-RECORDS * (100 + WS-GROWTH-PCT)
                   MOVE 'VOL+' TO WS-TL-FLAGS (11:4)
               END-IF
           ELSE
               MOVE '      NEW' TO WS-TL-TRAIL-AVG
               MOVE 0 TO WS-TL-TRAIL-RECORDS
           END-IF
           MOVE SPACES TO WS-TL-SLA
           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                   UNTIL WS-SLA-IDX > WS-SLA-COUNT
               IF SA-JOBID (WS-SLA-IDX) = JT-JOBID (WS-JT-IDX)
                   MOVE SA-SLA-SECS (WS-SLA-IDX) TO WS-FMT-SECS
                   PERFORM 6400-FORMAT-ELAPSED
                   MOVE WS-FMT-HMS TO WS-TL-SLA
                   IF JT-WEEK-MAX-SECS (WS-JT-IDX)
                           > SA-SLA-SECS (WS-SLA-IDX)
                       MOVE 'SLA' TO WS-TL-FLAGS (1:3)
                   END-IF
                   MOVE WS-SLA-COUNT TO WS-SLA-IDX
               END-IF
           END-PERFORM
           WRITE TREND-RPT-LINE FROM WS-TREND-LINE.

       5500-PRINT-CRITICAL-PATH.
           PERFORM 5510-LOAD-DAY-RUNS
           MOVE 0 TO WS-PATH-COUNT
           MOVE WS-DY-FOUND TO WS-DY-IDX
           PERFORM UNTIL WS-DY-IDX = 0
                   OR WS-PATH-COUNT >= WS-PATH-MAX
               ADD 1 TO WS-PATH-COUNT
               MOVE WS-DY-IDX TO PATH-DY-IDX (WS-PATH-COUNT)
               PERFORM 5520-FIND-PREREQ-RUN
           END-PERFORM
           MOVE SPACES TO TREND-RPT-LINE
           WRITE TREND-RPT-LINE
           MOVE WS-CRIT-DATE TO WS-PH-DATE
           WRITE TREND-RPT-LINE FROM WS-PATH-HEADING
           PERFORM VARYING WS-PATH-IDX FROM WS-PATH-COUNT BY -1
                   UNTIL WS-PATH-IDX < 1
               MOVE PATH-DY-IDX (WS-PATH-IDX) TO WS-DY-IDX
               MOVE DY-JOBID (WS-DY-IDX)     TO WS-PL-PATH-JOBID
               MOVE DY-END-STAMP (WS-DY-IDX) TO WS-PL-END-STAMP
               MOVE DY-ELAPSED-SECS (WS-DY-IDX) TO WS-FMT-SECS
               PERFORM 6400-FORMAT-ELAPSED
               MOVE WS-FMT-HMS TO WS-PL-ELAPSED
               WRITE TREND-RPT-LINE FROM WS-PATH-LINE
           END-PERFORM.

       5510-LOAD-DAY-RUNS.
      *>   ONE ENTRY PER JOB FOR THE DATE (A RERUN REPLACES THE
      *>   EARLIER COMPLETION); WS-DY-FOUND ENDS ON THE LAST JOB TO
      *>   FINISH.
           MOVE 0 TO WS-DY-COUNT
           MOVE 0 TO WS-DY-FOUND
           MOVE 0 TO WS-LAST-END-STAMP
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE SPACES TO WS-HIST-FS
           OPEN INPUT RUNHIST-FILE
           IF WS-HIST-FS = '00'
               PERFORM UNTIL WS-END-OF-FILE
                   READ RUNHIST-FILE INTO WS-HIST-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-HL-COMPLETED
                                   AND WS-HL-BIZ-DATE = WS-CRIT-DATE
                               PERFORM 5515-NOTE-DAY-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNHIST-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       5515-NOTE-DAY-RUN.
           MOVE 0 TO WS-DY-IDX
           PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                   UNTIL WS-PATH-IDX > WS-DY-COUNT
               IF DY-JOBID (WS-PATH-IDX) = WS-HL-JOBID
                   MOVE WS-PATH-IDX TO WS-DY-IDX
                   MOVE WS-DY-COUNT TO WS-PATH-IDX
               END-IF
           END-PERFORM
           IF WS-DY-IDX = 0 AND WS-DY-COUNT < WS-DY-MAX
               ADD 1 TO WS-DY-COUNT
               MOVE WS-DY-COUNT TO WS-DY-IDX
           END-IF
           IF WS-DY-IDX NOT = 0
               MOVE WS-HL-CLOCK-DATE TO WS-ES-DATE
               MOVE WS-HL-CLOCK-TIME TO WS-ES-TIME
               MOVE WS-HL-JOBID        TO DY-JOBID (WS-DY-IDX)
               MOVE WS-HL-PREREQ       TO DY-PREREQ (WS-DY-IDX)
               MOVE WS-END-STAMP-N     TO DY-END-STAMP (WS-DY-IDX)
               MOVE WS-HL-ELAPSED-SECS TO DY-ELAPSED-SECS (WS-DY-IDX)
               IF WS-END-STAMP-N >= WS-LAST-END-STAMP
                   MOVE WS-END-STAMP-N TO WS-LAST-END-STAMP
                   MOVE WS-DY-IDX TO WS-DY-FOUND
               END-IF
           END-IF.

       5520-FIND-PREREQ-RUN.
      *>   STEP BACK TO THE PREREQUISITE'S COMPLETION FOR THE SAME
      *>   DATE; THE CHAIN ENDS AT A JOB WITH NO PREREQUISITE OR ONE
      *>   WHOSE PREREQUISITE DID NOT COMPLETE THAT DAY.
           MOVE 0 TO WS-DY-FOUND
           IF DY-PREREQ (WS-DY-IDX) NOT = SPACES
               PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                       UNTIL WS-PATH-IDX > WS-DY-COUNT
                   IF DY-JOBID (WS-PATH-IDX) = DY-PREREQ (WS-DY-IDX)
                       MOVE WS-PATH-IDX TO WS-DY-FOUND
                       MOVE WS-DY-COUNT TO WS-PATH-IDX
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-DY-FOUND TO WS-DY-IDX.

       6000-APPEND-HISTORY.
      *>   CREATED ON FIRST USE, LIKE THE CTLLEDGR LEDGER.
           MOVE SPACES TO WS-HIST-FS
           OPEN EXTEND RUNHIST-FILE
           IF WS-HIST-FS NOT = '00'
               OPEN OUTPUT RUNHIST-FILE
           END-IF
           WRITE RUNHIST-FILE-RECORD FROM WS-HIST-LINE
           CLOSE RUNHIST-FILE.

       6100-READ-CLOCK.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME-8 FROM TIME.

       6200-ADD-ONE-DAY.
           PERFORM 6900-SET-MONTH-DAYS
           IF WS-DF-DD < WS-MONTH-DAYS
               ADD 1 TO WS-DF-DD
           ELSE
               MOVE 1 TO WS-DF-DD
               IF WS-DF-MM < 12
                   ADD 1 TO WS-DF-MM
               ELSE
                   MOVE 1 TO WS-DF-MM
                   ADD 1 TO WS-DF-CCYY
               END-IF
           END-IF.

       6300-SUBTRACT-ONE-DAY.
           IF WS-DF-DD > 1
               SUBTRACT 1 FROM WS-DF-DD
           ELSE
               IF WS-DF-MM > 1
                   SUBTRACT 1 FROM WS-DF-MM
               ELSE
                   MOVE 12 TO WS-DF-MM
                   SUBTRACT 1 FROM WS-DF-CCYY
               END-IF
               PERFORM 6900-SET-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-DF-DD
           END-IF.

       6400-FORMAT-ELAPSED.
           DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HH
               REMAINDER WS-FMT-REM
           DIVIDE WS-FMT-REM BY 60 GIVING WS-FMT-MM
               REMAINDER WS-FMT-SS.

       6900-SET-MONTH-DAYS.
           EVALUATE WS-DF-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 02
                   DIVIDE WS-DF-CCYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       7000-HOLD-OR-RELEASE.
           MOVE WS-PL-ACTION TO WS-RUN-ACTION
           MOVE WS-PL-JOBID  TO WS-RUN-JOBID
           MOVE SPACES       TO WS-RUN-PREREQ
           MOVE WS-BIZ-DATE  TO WS-RUN-DATE
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-JOBID
               WS-RUN-PREREQ WS-RUN-DATE WS-RUN-STATUS
           IF WS-PL-ACTION = 'H'
               DISPLAY 'RUNCTLDR - HOLD RAISED BY ' WS-PL-JOBID
                   ' FOR ' WS-BIZ-DATE ', NEXT BUSINESS DATE '
                   'WILL NOT START UNTIL RELEASED'
           ELSE
               DISPLAY 'RUNCTLDR - HOLDS RAISED BY ' WS-PL-JOBID
                   ' RELEASED ON ' WS-BIZ-DATE
           END-IF.
