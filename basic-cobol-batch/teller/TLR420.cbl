      *
      *   TLR420 - TELLER PRODUCTIVITY AND PEAK-HOUR STAFFING
      *
      *   EVERY EDITED CAPTURE RECORD CARRIES ITS BRANCH, TELLER AND
      *   TIME OF DAY, BUT NOTHING LOOKED AT VOLUME BY TIME OF DAY -
      *   TELLER SCHEDULES WERE SET BY FEEL.  THIS PROGRAM KEEPS A
      *   ROLLING HISTORY OF CAPTURE VOLUME AND PRINTS A WEEKLY
      *   STAFFING REPORT FROM IT.
      *
      *   ACTION 'A' (THE DAILY STEP, AFTER TLR160) COUNTS THE DAY'S
      *   TELLERTC RECORDS BY TRANSACTION DATE, BRANCH, HALF-HOUR
      *   SLOT AND TELLER AND APPENDS ONE LINE PER COUNT TO THE
      *   TLRPRDHS HISTORY FILE, WHICH IS CREATED ON FIRST USE.  A
      *   TRANSACTION DATE ALREADY ON THE HISTORY IS NOT ADDED A
      *   SECOND TIME, SO A RERUN CANNOT DOUBLE THE VOLUME.
      *
      *   ACTION 'R' (THE WEEKLY STEP) READS THE HISTORY FOR THE
      *   ROLLING WINDOW OF WEEKS ENDING ON THE BUSINESS DATE AND,
      *   FOR EACH BRANCH, PRINTS EVERY HALF-HOUR SLOT BY DAY OF
      *   WEEK WITH:
      *       - THE AVERAGE TRANSACTIONS IN THE SLOT,
      *       - THE AVERAGE NUMBER OF DISTINCT TELLERS TRANSACTING,
      *       - TRANSACTIONS PER TELLER-HOUR (A TELLER ACTIVE IN A
      *         SLOT COUNTS AS HALF AN HOUR).
      *   AVERAGES ARE OVER THE DAYS OF THAT WEEKDAY THE BRANCH
      *   ACTUALLY TRADED IN THE WINDOW.  THE BRANCH NORM IS ITS
      *   TRANSACTIONS PER TELLER-HOUR ACROSS THE WHOLE WINDOW; A
      *   SLOT ABOVE THE NORM BY MORE THAN THE FLAG PERCENTAGE IS
      *   FLAGGED UNDERSTAFFED, ONE BELOW IT BY MORE THAN THE
      *   PERCENTAGE OVERSTAFFED.  EACH BRANCH ENDS WITH ITS TELLERS,
      *   NAMED FROM THE TLR340 TELLER MASTER, AND THEIR OWN
      *   TRANSACTIONS PER TELLER-HOUR.  ACTION 'B' DOES BOTH.
      *
      *   THE OPTIONAL TLRPRDPM PARAMETER RECORD:
      *       POS 1     ACTION A, R OR B (DEFAULT A)
      *       POS 3-4   ROLLING WEEKS (DEFAULT 04)
      *       POS 6-8   FLAG PERCENTAGE (DEFAULT 050)
      *
      *   HISTORY RECORD (TLRPRDHS, 80 BYTES LINE SEQUENTIAL):
      *       TRAN DATE 9(8), BRANCH X(5), SLOT 9(2) (01 = 00:00-
      *       00:29 ... 48 = 23:30-23:59), TELLER X(6), COUNT 9(5),
      *       ONE SPACE BETWEEN FIELDS.
      *
      *   ONLY TELLER WORK IS COUNTED.  RECORDS FROM THE RESERVED
      *   SYSTEM AND CHANNEL SOURCES (HO/SYSTEM, ATM/ATMNET AND
      *   ACH/ACHNET, AS CLASSED BY TLR160) ARE SKIPPED WHEN THE
      *   CAPTURE IS COUNTED AND AGAIN WHEN THE HISTORY IS READ.
      *
      *   A FULL WORK TABLE OR A DATE ALREADY ON THE HISTORY ENDS
      *   THE RUN WITH RETURN-CODE 8.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR TELLER PRODUCTIVITY AND PEAK-HOUR
      *               STAFFING REPORTING.
      *   2026-10-15  SKIP THE RESERVED SYSTEM AND CHANNEL SOURCES SO
      *               THEY DO NOT COUNT AS TELLERS.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR420.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLER-TXN-FILE ASSIGN TO TELLERTC
               ORGANIZATION IS SEQUENTIAL.
           SELECT TLRMAST-FILE    ASSIGN TO TLRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-KEY
               FILE STATUS IS WS-TLRMAST-FS.
           SELECT PROD-HIST-FILE  ASSIGN TO TLRPRDHS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.
           SELECT PROD-PARM-FILE  ASSIGN TO TLRPRDPM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT PROD-RPT-FILE   ASSIGN TO TLRPRDRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TELLER-TXN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 93 CHARACTERS.
       01  TELLER-TXN-FILE-RECORD         PIC X(93).

       FD  TLRMAST-FILE.
       COPY TLRMAST.

       FD  PROD-HIST-FILE.
       01  PROD-HIST-RECORD               PIC X(80).

       FD  PROD-PARM-FILE.
       01  PROD-PARM-RECORD               PIC X(80).

       FD  PROD-RPT-FILE.
       01  PROD-RPT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       COPY TELLERTX.

       01  WS-TLRMAST-FS                  PIC X(02).
       01  WS-HIST-FS                     PIC X(02).
       01  WS-PARM-FS                     PIC X(02).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-TLRMAST-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-TLRMAST-AVAILABLE       VALUE 'Y'.
       01  WS-TABLE-FULL-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-ANY-TABLE-FULL          VALUE 'Y'.

      *>   RESERVED SOURCES, AS IN TLR160.
       01  WS-SYSTEM-BRANCH-ID            PIC X(05) VALUE 'HO   '.
       01  WS-SYSTEM-TELLER-ID            PIC X(06) VALUE 'SYSTEM'.
       01  WS-ATM-BRANCH-ID               PIC X(05) VALUE 'ATM  '.
       01  WS-ATM-TELLER-ID               PIC X(06) VALUE 'ATMNET'.
       01  WS-ACH-BRANCH-ID               PIC X(05) VALUE 'ACH  '.
       01  WS-ACH-TELLER-ID               PIC X(06) VALUE 'ACHNET'.
       01  WS-SOURCE-BRANCH-ID            PIC X(05).
       01  WS-SOURCE-TELLER-ID            PIC X(06).
       01  WS-SOURCE-TYPE                 PIC X(01).
           88  WS-SOURCE-IS-TELLER        VALUE 'T'.
           88  WS-SOURCE-IS-SYSTEM        VALUE 'S'.
           88  WS-SOURCE-IS-CHANNEL       VALUE 'C'.

       01  WS-PARM-LINE.
           05  WS-PL-ACTION               PIC X(01).
               88  WS-PL-APPEND           VALUE 'A' 'B'.
               88  WS-PL-REPORT           VALUE 'R' 'B'.
           05  FILLER                     PIC X(01).
           05  WS-PL-WEEKS                PIC X(02).
           05  FILLER                     PIC X(01).
           05  WS-PL-FLAG-PCT             PIC X(03).
           05  FILLER                     PIC X(72).

       01  WS-WEEKS                       PIC 9(02) VALUE 4.
       01  WS-FLAG-PCT                    PIC 9(03) VALUE 50.

      *>   HISTORY RECORD.  THE FILLERS CARRY EXPLICIT SPACES -- A
      *>   LINE-SEQUENTIAL RUNTIME CAN REJECT LOW-VALUES.
       01  WS-HIST-LINE.
           05  WS-HL-TRAN-DATE            PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HL-BRANCH-ID            PIC X(05).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HL-SLOT                 PIC 9(02).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HL-TELLER-ID            PIC X(06).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-HL-TXN-COUNT            PIC 9(05).
           05  FILLER                     PIC X(50) VALUE SPACES.

      *>   THE DAY'S CAPTURE COUNTED BY DATE/BRANCH/SLOT/TELLER.
       01  WS-DAY-MAX                     PIC S9(04) COMP VALUE 5000.
       01  WS-DAY-COUNT                   PIC S9(04) COMP VALUE 0.
       01  WS-DAY-IDX                     PIC S9(04) COMP VALUE 0.
       01  WS-DAY-FOUND                   PIC S9(04) COMP VALUE 0.
       01  DAY-TABLE.
           05  DAY-ENTRY OCCURS 5000 TIMES.
               10  DY-KEY.
                   15  DY-TRAN-DATE       PIC 9(08).
                   15  DY-BRANCH-ID       PIC X(05).
                   15  DY-SLOT            PIC 9(02).
                   15  DY-TELLER-ID       PIC X(06).
               10  DY-TXN-COUNT           PIC 9(05).
       01  WS-DAY-KEY.
           05  WS-DK-TRAN-DATE            PIC 9(08).
           05  WS-DK-BRANCH-ID            PIC X(05).
           05  WS-DK-SLOT                 PIC 9(02).
           05  WS-DK-TELLER-ID            PIC X(06).

      *>   TRANSACTION DATES ON THE DAY'S CAPTURE, AND WHETHER THE
      *>   HISTORY ALREADY HOLDS THEM.
       01  WS-DATE-MAX                    PIC S9(04) COMP VALUE 31.
       01  WS-DATE-COUNT                  PIC S9(04) COMP VALUE 0.
       01  WS-DATE-IDX                    PIC S9(04) COMP VALUE 0.
       01  WS-DATE-FOUND                  PIC S9(04) COMP VALUE 0.
       01  CAPTURE-DATE-TABLE.
           05  CAPTURE-DATE-ENTRY OCCURS 31 TIMES.
               10  CD-TRAN-DATE           PIC 9(08).
               10  CD-ON-HISTORY-FLAG     PIC X(01).
                   88  CD-ON-HISTORY      VALUE 'Y'.

      *>   SLOT TOTALS FOR THE WINDOW, HELD IN BRANCH/DAY/SLOT
      *>   ORDER BY SORTED INSERTION.
       01  WS-SLOT-MAX                    PIC S9(04) COMP VALUE 3000.
       01  WS-SLOT-COUNT                  PIC S9(04) COMP VALUE 0.
       01  WS-SLOT-IDX                    PIC S9(04) COMP VALUE 0.
       01  WS-SLOT-FOUND                  PIC S9(04) COMP VALUE 0.
       01  WS-SLOT-KEY.
           05  WS-SK-BRANCH-ID            PIC X(05).
           05  WS-SK-DAY-OF-WEEK          PIC 9(01).
           05  WS-SK-SLOT                 PIC 9(02).
       01  SLOT-TABLE.
           05  SLOT-ENTRY OCCURS 3000 TIMES.
               10  ST-KEY.
                   15  ST-BRANCH-ID       PIC X(05).
                   15  ST-DAY-OF-WEEK     PIC 9(01).
                   15  ST-SLOT            PIC 9(02).
               10  ST-TXN-COUNT           PIC S9(09) COMP-3.
               10  ST-TELLER-SLOTS        PIC S9(07) COMP-3.

      *>   DAYS EACH BRANCH TRADED IN THE WINDOW.
       01  WS-BDATE-MAX                   PIC S9(04) COMP VALUE 2000.
       01  WS-BDATE-COUNT                 PIC S9(04) COMP VALUE 0.
       01  WS-BDATE-IDX                   PIC S9(04) COMP VALUE 0.
       01  WS-BDATE-FOUND                 PIC S9(04) COMP VALUE 0.
       01  BRANCH-DATE-TABLE.
           05  BRANCH-DATE-ENTRY OCCURS 2000 TIMES.
               10  BD-BRANCH-ID           PIC X(05).
               10  BD-TRAN-DATE           PIC 9(08).
               10  BD-DAY-OF-WEEK         PIC 9(01).

      *>   BRANCH TOTALS FOR THE WINDOW, IN BRANCH ORDER.
       01  WS-BR-MAX                      PIC S9(04) COMP VALUE 200.
       01  WS-BR-COUNT                    PIC S9(04) COMP VALUE 0.
       01  WS-BR-IDX                      PIC S9(04) COMP VALUE 0.
       01  WS-BR-FOUND                    PIC S9(04) COMP VALUE 0.
       01  BRANCH-TABLE.
           05  BRANCH-ENTRY OCCURS 200 TIMES.
               10  BT-BRANCH-ID           PIC X(05).
               10  BT-TXN-COUNT           PIC S9(09) COMP-3.
               10  BT-TELLER-SLOTS        PIC S9(07) COMP-3.
               10  BT-NORM                PIC S9(05)V99 COMP-3.

      *>   TELLER TOTALS FOR THE WINDOW, IN BRANCH/TELLER ORDER.
       01  WS-TLR-MAX                     PIC S9(04) COMP VALUE 1000.
       01  WS-TLR-COUNT                   PIC S9(04) COMP VALUE 0.
       01  WS-TLR-IDX                     PIC S9(04) COMP VALUE 0.
       01  WS-TLR-FOUND                   PIC S9(04) COMP VALUE 0.
       01  WS-TLR-KEY.
           05  WS-TK-BRANCH-ID            PIC X(05).
           05  WS-TK-TELLER-ID            PIC X(06).
       01  TELLER-TABLE.
           05  TELLER-ENTRY OCCURS 1000 TIMES.
               10  TL-KEY.
                   15  TL-BRANCH-ID       PIC X(05).
                   15  TL-TELLER-ID       PIC X(06).
               10  TL-TELLER-NAME         PIC X(20).
               10  TL-TXN-COUNT           PIC S9(09) COMP-3.
               10  TL-SLOTS               PIC S9(07) COMP-3.

       01  WS-SHIFT-IDX                   PIC S9(04) COMP VALUE 0.
       01  WS-DUP-DATE-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-CAPTURE-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-APPENDED-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-NON-TELLER-COUNT            PIC S9(09) COMP-3 VALUE 0.
       01  WS-WINDOW-COUNT                PIC S9(09) COMP-3 VALUE 0.

      *>   HALF-HOUR SLOT OF A TIME OF DAY.
       01  WS-TIME-OF-DAY                 PIC 9(06).
       01  WS-TIME-PARTS REDEFINES WS-TIME-OF-DAY.
           05  WS-TD-HH                   PIC 9(02).
           05  WS-TD-MM                   PIC 9(02).
           05  WS-TD-SS                   PIC 9(02).
       01  WS-SLOT                        PIC 9(02).
       01  WS-SLOT-HH                     PIC 9(02).
       01  WS-SLOT-HALF                   PIC 9(01).

      *>   DAY NUMBER AND DAY OF WEEK OF A DATE (1 = MONDAY).
       01  WS-DATE-FIELDS.
           05  WS-DF-CCYY                 PIC 9(04).
           05  WS-DF-MM                   PIC 9(02).
           05  WS-DF-DD                   PIC 9(02).
       01  WS-DATE-NUM REDEFINES WS-DATE-FIELDS PIC 9(08).
       01  WS-DN-YEAR                     PIC 9(04).
       01  WS-DN-MONTH                    PIC 9(02).
       01  WS-DN-Q4                       PIC 9(04).
       01  WS-DN-Q100                     PIC 9(04).
       01  WS-DN-Q400                     PIC 9(04).
       01  WS-DN-QMONTH                   PIC 9(04).
       01  WS-DN-REM                      PIC 9(04).
       01  WS-DAY-NUMBER                  PIC 9(07).
       01  WS-DAY-OF-WEEK                 PIC 9(01).
       01  WS-DOW-QUOT                    PIC 9(07).
       01  WS-DOW-REM                     PIC 9(01).
       01  WS-BIZ-DAY-NUMBER              PIC 9(07).
       01  WS-DAYS-BACK                   PIC S9(07) COMP-3.
       01  WS-WINDOW-DAYS                 PIC S9(07) COMP-3.

       01  WS-DAY-NAMES-VALUES            PIC X(21) VALUE
           'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-VALUES.
           05  WS-DAY-NAME OCCURS 7 TIMES PIC X(03).

       01  WS-DAYS-TRADED                 PIC S9(05) COMP-3.
       01  WS-AVG-TXNS                    PIC S9(07)V9 COMP-3.
       01  WS-AVG-TELLERS                 PIC S9(05)V9 COMP-3.
       01  WS-RATE                        PIC S9(05)V99 COMP-3.
       01  WS-HIGH-LIMIT                  PIC S9(07)V99 COMP-3.
       01  WS-LOW-LIMIT                   PIC S9(07)V99 COMP-3.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       01  WS-HEADING-1.
           05  FILLER                     PIC X(42) VALUE
               'TLR420  TELLER STAFFING BY HALF-HOUR SLOT'.
           05  FILLER                     PIC X(12) VALUE
               'WEEK ENDING '.
           05  WS-H1-BIZ-DATE             PIC 9(08).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-H1-WEEKS                PIC Z9.
           05  FILLER                     PIC X(13) VALUE
               ' WEEK WINDOW'.
       01  WS-BRANCH-HEADING.
           05  FILLER                     PIC X(07) VALUE 'BRANCH '.
           05  WS-BH-BRANCH-ID            PIC X(05).
           05  FILLER                     PIC X(27) VALUE
               '   NORM TXNS/TELLER-HOUR '.
           05  WS-BH-NORM                 PIC ZZZZ9.99.
           05  FILLER                     PIC X(15) VALUE
               '   FLAG AT +/- '.
           05  WS-BH-FLAG-PCT             PIC ZZ9.
           05  FILLER                     PIC X(01) VALUE '%'.
       01  WS-SLOT-HEADING.
           05  FILLER                     PIC X(27) VALUE
               'DAY SLOT           AVG TXNS'.
           05  FILLER                     PIC X(11) VALUE
               '   AVG TLRS'.
           05  FILLER                     PIC X(13) VALUE
               '  TXNS/TLR-HR'.
           05  FILLER                     PIC X(10) VALUE
               '  STAFFING'.
       01  WS-SLOT-LINE.
           05  WS-SL-DAY-NAME             PIC X(03).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-SL-FROM-HH              PIC 9(02).
           05  FILLER                     PIC X(01) VALUE ':'.
           05  WS-SL-FROM-MM              PIC 9(02).
           05  FILLER                     PIC X(01) VALUE '-'.
           05  WS-SL-TO-HH                PIC 9(02).
           05  FILLER                     PIC X(01) VALUE ':'.
           05  WS-SL-TO-MM                PIC 9(02).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-SL-AVG-TXNS             PIC ZZZZZZ9.9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  WS-SL-AVG-TELLERS          PIC ZZZZ9.9.
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  WS-SL-RATE                 PIC ZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-SL-FLAG                 PIC X(12).
       01  WS-TELLER-HEADING.
           05  FILLER                     PIC X(29) VALUE
               '  TELLER NAME'.
           05  FILLER                     PIC X(09) VALUE
               '     TXNS'.
           05  FILLER                     PIC X(11) VALUE
               '  TLR-HOURS'.
           05  FILLER                     PIC X(14) VALUE
               '   TXNS/TLR-HR'.
       01  WS-TELLER-LINE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-TL-TELLER-ID            PIC X(06).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-TL-TELLER-NAME          PIC X(20).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-TL-TXN-COUNT            PIC ZZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-TL-HOURS                PIC ZZZZZZ9.9.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  WS-TL-RATE                 PIC ZZZZ9.99.
       01  WS-COUNT-LINE.
           05  WS-CL-LABEL                PIC X(44).
           05  WS-CL-COUNT                PIC ZZZZZZZZ9.
       01  WS-DUP-LINE.
           05  FILLER                     PIC X(18) VALUE
               'TRANSACTION DATE '.
           05  WS-DL-TRAN-DATE            PIC 9(08).
           05  FILLER                     PIC X(38) VALUE
               ' ALREADY ON HISTORY - NOT ADDED AGAIN'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-PL-APPEND
               PERFORM 2000-COUNT-CAPTURE
               PERFORM 3000-APPEND-HISTORY
           END-IF
           IF WS-PL-REPORT
               PERFORM 4000-LOAD-WINDOW
               PERFORM 5000-PRODUCE-REPORT
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           MOVE SPACES TO WS-PARM-LINE
           MOVE SPACES TO WS-PARM-FS
           OPEN INPUT PROD-PARM-FILE
           IF WS-PARM-FS = '00'
               READ PROD-PARM-FILE INTO WS-PARM-LINE
                   AT END
                       CONTINUE
               END-READ
               CLOSE PROD-PARM-FILE
           END-IF
           IF WS-PL-ACTION = SPACE
               MOVE 'A' TO WS-PL-ACTION
           END-IF
           IF WS-PL-WEEKS NUMERIC AND WS-PL-WEEKS NOT = '00'
               MOVE WS-PL-WEEKS TO WS-WEEKS
           END-IF
           IF WS-PL-FLAG-PCT NUMERIC AND WS-PL-FLAG-PCT NOT = '000'
               MOVE WS-PL-FLAG-PCT TO WS-FLAG-PCT
           END-IF
           OPEN OUTPUT PROD-RPT-FILE
           MOVE WS-BIZ-DATE TO WS-H1-BIZ-DATE
           MOVE WS-WEEKS    TO WS-H1-WEEKS
           WRITE PROD-RPT-LINE FROM WS-HEADING-1
           IF NOT WS-PL-APPEND AND NOT WS-PL-REPORT
               MOVE 'INVALID ACTION - MUST BE A, R OR B'
                   TO PROD-RPT-LINE
               WRITE PROD-RPT-LINE
               MOVE 16 TO RETURN-CODE
           END-IF
      *>   THE TELLER MASTER IS OPTIONAL -- WHEN IT IS ABSENT THE
      *>   NAME COLUMN PRINTS BLANK.
           IF WS-PL-REPORT
               MOVE SPACES TO WS-TLRMAST-FS
               OPEN INPUT TLRMAST-FILE
               IF WS-TLRMAST-FS = '00'
                   MOVE 'Y' TO WS-TLRMAST-SWITCH
               END-IF
           END-IF.

       2000-COUNT-CAPTURE.
           OPEN INPUT TELLER-TXN-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ TELLER-TXN-FILE INTO TELLER-TRANSACTION-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-CAPTURE-COUNT
                       MOVE TT-BRANCH-ID TO WS-SOURCE-BRANCH-ID
                       MOVE TT-TELLER-ID TO WS-SOURCE-TELLER-ID
                       PERFORM 6600-SET-SOURCE-TYPE
                       IF WS-SOURCE-IS-TELLER
                           PERFORM 2100-COUNT-ONE-TXN
                       ELSE
                           ADD 1 TO WS-NON-TELLER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TELLER-TXN-FILE
           MOVE 'N' TO WS-EOF-SWITCH.

       2100-COUNT-ONE-TXN.
           MOVE TT-TRAN-TIME TO WS-TIME-OF-DAY
           PERFORM 6100-FIND-SLOT
           MOVE TT-TRAN-DATE TO WS-DK-TRAN-DATE
           MOVE TT-BRANCH-ID TO WS-DK-BRANCH-ID
           MOVE WS-SLOT      TO WS-DK-SLOT
           MOVE TT-TELLER-ID TO WS-DK-TELLER-ID
           MOVE 0 TO WS-DAY-FOUND
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF DY-KEY (WS-DAY-IDX) = WS-DAY-KEY
                   MOVE WS-DAY-IDX TO WS-DAY-FOUND
                   MOVE WS-DAY-COUNT TO WS-DAY-IDX
               END-IF
           END-PERFORM
           IF WS-DAY-FOUND = 0
               IF WS-DAY-COUNT < WS-DAY-MAX
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-DAY-COUNT TO WS-DAY-FOUND
                   MOVE WS-DAY-KEY TO DY-KEY (WS-DAY-FOUND)
                   MOVE 0 TO DY-TXN-COUNT (WS-DAY-FOUND)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF
           IF WS-DAY-FOUND NOT = 0
               ADD 1 TO DY-TXN-COUNT (WS-DAY-FOUND)
           END-IF
           MOVE 0 TO WS-DATE-FOUND
           PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                   UNTIL WS-DATE-IDX > WS-DATE-COUNT
               IF CD-TRAN-DATE (WS-DATE-IDX) = TT-TRAN-DATE
                   MOVE WS-DATE-IDX TO WS-DATE-FOUND
                   MOVE WS-DATE-COUNT TO WS-DATE-IDX
               END-IF
           END-PERFORM
           IF WS-DATE-FOUND = 0
               IF WS-DATE-COUNT < WS-DATE-MAX
                   ADD 1 TO WS-DATE-COUNT
                   MOVE TT-TRAN-DATE TO CD-TRAN-DATE (WS-DATE-COUNT)
                   MOVE 'N' TO CD-ON-HISTORY-FLAG (WS-DATE-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF.

       3000-APPEND-HISTORY.
      *>   A DATE ALREADY ON THE HISTORY CAME FROM AN EARLIER RUN OF
      *>   THE SAME CAPTURE; ITS COUNTS ARE NOT ADDED AGAIN.
           MOVE SPACES TO WS-HIST-FS
           OPEN INPUT PROD-HIST-FILE
           IF WS-HIST-FS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ PROD-HIST-FILE INTO WS-HIST-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 3100-NOTE-DATE-ON-HISTORY
                   END-READ
               END-PERFORM
               CLOSE PROD-HIST-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF
           PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                   UNTIL WS-DATE-IDX > WS-DATE-COUNT
               IF CD-ON-HISTORY (WS-DATE-IDX)
                   ADD 1 TO WS-DUP-DATE-COUNT
                   MOVE CD-TRAN-DATE (WS-DATE-IDX) TO WS-DL-TRAN-DATE
                   WRITE PROD-RPT-LINE FROM WS-DUP-LINE
               END-IF
           END-PERFORM
      *>   CREATED ON FIRST USE, LIKE THE RUNHIST HISTORY.
           MOVE SPACES TO WS-HIST-FS
           OPEN EXTEND PROD-HIST-FILE
           IF WS-HIST-FS NOT = '00'
               OPEN OUTPUT PROD-HIST-FILE
           END-IF
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               PERFORM 3200-APPEND-ONE-COUNT
           END-PERFORM
           CLOSE PROD-HIST-FILE
           MOVE 'CAPTURE RECORDS COUNTED' TO WS-CL-LABEL
           MOVE WS-CAPTURE-COUNT TO WS-CL-COUNT
           WRITE PROD-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'SYSTEM AND CHANNEL RECORDS SKIPPED' TO WS-CL-LABEL
           MOVE WS-NON-TELLER-COUNT TO WS-CL-COUNT
           WRITE PROD-RPT-LINE FROM WS-COUNT-LINE
           MOVE 'HISTORY LINES ADDED' TO WS-CL-LABEL
           MOVE WS-APPENDED-COUNT TO WS-CL-COUNT
           WRITE PROD-RPT-LINE FROM WS-COUNT-LINE
           IF WS-DUP-DATE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       3100-NOTE-DATE-ON-HISTORY.
           PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                   UNTIL WS-DATE-IDX > WS-DATE-COUNT
               IF CD-TRAN-DATE (WS-DATE-IDX) = WS-HL-TRAN-DATE
                   MOVE 'Y' TO CD-ON-HISTORY-FLAG (WS-DATE-IDX)
                   MOVE WS-DATE-COUNT TO WS-DATE-IDX
               END-IF
           END-PERFORM.

       3200-APPEND-ONE-COUNT.
           MOVE 0 TO WS-DATE-FOUND
           PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                   UNTIL WS-DATE-IDX > WS-DATE-COUNT
               IF CD-TRAN-DATE (WS-DATE-IDX) = DY-TRAN-DATE (WS-DAY-IDX)
                   MOVE WS-DATE-IDX TO WS-DATE-FOUND
                   MOVE WS-DATE-COUNT TO WS-DATE-IDX
               END-IF
           END-PERFORM
           IF WS-DATE-FOUND NOT = 0
               IF NOT CD-ON-HISTORY (WS-DATE-FOUND)
                   MOVE DY-TRAN-DATE (WS-DAY-IDX) TO WS-HL-TRAN-DATE
                   MOVE DY-BRANCH-ID (WS-DAY-IDX) TO WS-HL-BRANCH-ID
                   MOVE DY-SLOT (WS-DAY-IDX)      TO WS-HL-SLOT
                   MOVE DY-TELLER-ID (WS-DAY-IDX) TO WS-HL-TELLER-ID
                   MOVE DY-TXN-COUNT (WS-DAY-IDX) TO WS-HL-TXN-COUNT
                   WRITE PROD-HIST-RECORD FROM WS-HIST-LINE
                   ADD 1 TO WS-APPENDED-COUNT
               END-IF
           END-IF.

       4000-LOAD-WINDOW.
      *>   THE WINDOW IS THE ROLLING WEEKS ENDING ON THE BUSINESS
      *>   DATE, COMPARED AS DAY NUMBERS.
           MOVE WS-BIZ-DATE TO WS-DATE-NUM
           PERFORM 6200-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-BIZ-DAY-NUMBER
           COMPUTE WS-WINDOW-DAYS = WS-WEEKS * 7
           MOVE SPACES TO WS-HIST-FS
           OPEN INPUT PROD-HIST-FILE
           IF WS-HIST-FS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-FILE
                   READ PROD-HIST-FILE INTO WS-HIST-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 4100-TAKE-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE PROD-HIST-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       4100-TAKE-HISTORY-LINE.
      *>   HISTORY WRITTEN BEFORE THE CAPTURE COUNT SKIPPED THE
      *>   RESERVED SOURCES MAY STILL CARRY THEM.
           MOVE WS-HL-BRANCH-ID TO WS-SOURCE-BRANCH-ID
           MOVE WS-HL-TELLER-ID TO WS-SOURCE-TELLER-ID
           PERFORM 6600-SET-SOURCE-TYPE
           MOVE WS-HL-TRAN-DATE TO WS-DATE-NUM
           PERFORM 6200-DAY-NUMBER
           COMPUTE WS-DAYS-BACK = WS-BIZ-DAY-NUMBER - WS-DAY-NUMBER
           IF WS-DAYS-BACK >= 0 AND WS-DAYS-BACK < WS-WINDOW-DAYS
                   AND WS-SOURCE-IS-TELLER
               ADD 1 TO WS-WINDOW-COUNT
               PERFORM 4200-NOTE-BRANCH-DATE
               MOVE WS-HL-BRANCH-ID TO WS-SK-BRANCH-ID
               MOVE WS-DAY-OF-WEEK  TO WS-SK-DAY-OF-WEEK
               MOVE WS-HL-SLOT      TO WS-SK-SLOT
               PERFORM 6300-FIND-SLOT-ENTRY
               IF WS-SLOT-FOUND NOT = 0
                   ADD WS-HL-TXN-COUNT TO ST-TXN-COUNT (WS-SLOT-FOUND)
                   ADD 1 TO ST-TELLER-SLOTS (WS-SLOT-FOUND)
               END-IF
               MOVE WS-HL-BRANCH-ID TO WS-TK-BRANCH-ID
               MOVE WS-HL-TELLER-ID TO WS-TK-TELLER-ID
               PERFORM 6500-FIND-TELLER-ENTRY
               IF WS-TLR-FOUND NOT = 0
                   ADD WS-HL-TXN-COUNT TO TL-TXN-COUNT (WS-TLR-FOUND)
                   ADD 1 TO TL-SLOTS (WS-TLR-FOUND)
               END-IF
               PERFORM 6400-FIND-BRANCH-ENTRY
               IF WS-BR-FOUND NOT = 0
                   ADD WS-HL-TXN-COUNT TO BT-TXN-COUNT (WS-BR-FOUND)
                   ADD 1 TO BT-TELLER-SLOTS (WS-BR-FOUND)
               END-IF
           END-IF.

       4200-NOTE-BRANCH-DATE.
           MOVE 0 TO WS-BDATE-FOUND
           PERFORM VARYING WS-BDATE-IDX FROM 1 BY 1
                   UNTIL WS-BDATE-IDX > WS-BDATE-COUNT
               IF BD-BRANCH-ID (WS-BDATE-IDX) = WS-HL-BRANCH-ID
                       AND BD-TRAN-DATE (WS-BDATE-IDX)
                           = WS-HL-TRAN-DATE
                   MOVE WS-BDATE-IDX TO WS-BDATE-FOUND
                   MOVE WS-BDATE-COUNT TO WS-BDATE-IDX
               END-IF
           END-PERFORM
           IF WS-BDATE-FOUND = 0
               IF WS-BDATE-COUNT < WS-BDATE-MAX
                   ADD 1 TO WS-BDATE-COUNT
                   MOVE WS-HL-BRANCH-ID
                       TO BD-BRANCH-ID (WS-BDATE-COUNT)
                   MOVE WS-HL-TRAN-DATE
                       TO BD-TRAN-DATE (WS-BDATE-COUNT)
                   MOVE WS-DAY-OF-WEEK
                       TO BD-DAY-OF-WEEK (WS-BDATE-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF.

       5000-PRODUCE-REPORT.
           MOVE 'HISTORY LINES IN WINDOW' TO WS-CL-LABEL
           MOVE WS-WINDOW-COUNT TO WS-CL-COUNT
           WRITE PROD-RPT-LINE FROM WS-COUNT-LINE
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               PERFORM 5100-REPORT-BRANCH
           END-PERFORM
           IF WS-BR-COUNT = 0
               MOVE 'NO TELLER VOLUME ON HISTORY FOR THE WINDOW'
                   TO PROD-RPT-LINE
               WRITE PROD-RPT-LINE
           END-IF
           IF WS-ANY-TABLE-FULL
               MOVE 'WORK TABLE FILLED - REPORT IS INCOMPLETE'
                   TO PROD-RPT-LINE
               WRITE PROD-RPT-LINE
           END-IF.

       5100-REPORT-BRANCH.
           MOVE 0 TO BT-NORM (WS-BR-IDX)
           IF BT-TELLER-SLOTS (WS-BR-IDX) > 0
               COMPUTE BT-NORM (WS-BR-IDX) ROUNDED =
                   BT-TXN-COUNT (WS-BR-IDX) * 2
                       / BT-TELLER-SLOTS (WS-BR-IDX)
           END-IF
           COMPUTE WS-HIGH-LIMIT =
               BT-NORM (WS-BR-IDX) * (100 + WS-FLAG-PCT) / 100
           IF WS-FLAG-PCT < 100
               COMPUTE WS-LOW-LIMIT =
                   BT-NORM (WS-BR-IDX) * (100 - WS-FLAG-PCT) / 100
           ELSE
               MOVE 0 TO WS-LOW-LIMIT
           END-IF
           MOVE SPACES TO PROD-RPT-LINE
           WRITE PROD-RPT-LINE
           MOVE BT-BRANCH-ID (WS-BR-IDX) TO WS-BH-BRANCH-ID
           MOVE BT-NORM (WS-BR-IDX)      TO WS-BH-NORM
           MOVE WS-FLAG-PCT              TO WS-BH-FLAG-PCT
           WRITE PROD-RPT-LINE FROM WS-BRANCH-HEADING
           WRITE PROD-RPT-LINE FROM WS-SLOT-HEADING
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
               IF ST-BRANCH-ID (WS-SLOT-IDX) = BT-BRANCH-ID (WS-BR-IDX)
                   PERFORM 5200-WRITE-SLOT-LINE
               END-IF
           END-PERFORM
           WRITE PROD-RPT-LINE FROM WS-TELLER-HEADING
           PERFORM VARYING WS-TLR-IDX FROM 1 BY 1
                   UNTIL WS-TLR-IDX > WS-TLR-COUNT
               IF TL-BRANCH-ID (WS-TLR-IDX) = BT-BRANCH-ID (WS-BR-IDX)
                   PERFORM 5300-WRITE-TELLER-LINE
               END-IF
           END-PERFORM.

       5200-WRITE-SLOT-LINE.
           MOVE 0 TO WS-DAYS-TRADED
           PERFORM VARYING WS-BDATE-IDX FROM 1 BY 1
                   UNTIL WS-BDATE-IDX > WS-BDATE-COUNT
               IF BD-BRANCH-ID (WS-BDATE-IDX)
                           = ST-BRANCH-ID (WS-SLOT-IDX)
                       AND BD-DAY-OF-WEEK (WS-BDATE-IDX)
                           = ST-DAY-OF-WEEK (WS-SLOT-IDX)
                   ADD 1 TO WS-DAYS-TRADED
               END-IF
           END-PERFORM
           IF WS-DAYS-TRADED = 0
               MOVE 1 TO WS-DAYS-TRADED
           END-IF
           COMPUTE WS-AVG-TXNS ROUNDED =
               ST-TXN-COUNT (WS-SLOT-IDX) / WS-DAYS-TRADED
           COMPUTE WS-AVG-TELLERS ROUNDED =
               ST-TELLER-SLOTS (WS-SLOT-IDX) / WS-DAYS-TRADED
           COMPUTE WS-RATE ROUNDED =
               ST-TXN-COUNT (WS-SLOT-IDX) * 2
                   / ST-TELLER-SLOTS (WS-SLOT-IDX)
           MOVE WS-DAY-NAME (ST-DAY-OF-WEEK (WS-SLOT-IDX))
               TO WS-SL-DAY-NAME
           SUBTRACT 1 FROM ST-SLOT (WS-SLOT-IDX) GIVING WS-SLOT
           DIVIDE WS-SLOT BY 2 GIVING WS-SLOT-HH
               REMAINDER WS-SLOT-HALF
           MOVE WS-SLOT-HH TO WS-SL-FROM-HH
           MOVE WS-SLOT-HH TO WS-SL-TO-HH
           IF WS-SLOT-HALF = 0
               MOVE 00 TO WS-SL-FROM-MM
               MOVE 29 TO WS-SL-TO-MM
           ELSE
               MOVE 30 TO WS-SL-FROM-MM
               MOVE 59 TO WS-SL-TO-MM
           END-IF
           MOVE WS-AVG-TXNS    TO WS-SL-AVG-TXNS
           MOVE WS-AVG-TELLERS TO WS-SL-AVG-TELLERS
           MOVE WS-RATE        TO WS-SL-RATE
           EVALUATE TRUE
               WHEN WS-RATE > WS-HIGH-LIMIT
                   MOVE 'UNDERSTAFFED' TO WS-SL-FLAG
               WHEN WS-RATE < WS-LOW-LIMIT
                   MOVE 'OVERSTAFFED'  TO WS-SL-FLAG
               WHEN OTHER
                   MOVE SPACES         TO WS-SL-FLAG
           END-EVALUATE
           WRITE PROD-RPT-LINE FROM WS-SLOT-LINE.

       5300-WRITE-TELLER-LINE.
           MOVE TL-TELLER-ID (WS-TLR-IDX)   TO WS-TL-TELLER-ID
           MOVE TL-TELLER-NAME (WS-TLR-IDX) TO WS-TL-TELLER-NAME
           MOVE TL-TXN-COUNT (WS-TLR-IDX)   TO WS-TL-TXN-COUNT
           COMPUTE WS-AVG-TXNS = TL-SLOTS (WS-TLR-IDX) / 2
           MOVE WS-AVG-TXNS TO WS-TL-HOURS
           COMPUTE WS-RATE ROUNDED =
               TL-TXN-COUNT (WS-TLR-IDX) * 2 / TL-SLOTS (WS-TLR-IDX)
           MOVE WS-RATE TO WS-TL-RATE
           WRITE PROD-RPT-LINE FROM WS-TELLER-LINE.

       6100-FIND-SLOT.
      *>   HALF-HOUR SLOT 01-48 OF WS-TIME-OF-DAY.
           MOVE WS-TD-HH TO WS-SLOT-HH
           IF WS-SLOT-HH > 23
               MOVE 23 TO WS-SLOT-HH
           END-IF
           COMPUTE WS-SLOT = WS-SLOT-HH * 2 + 1
           IF WS-TD-MM >= 30
               ADD 1 TO WS-SLOT
           END-IF.

       6200-DAY-NUMBER.
      *>   DAYS SINCE A FIXED BASE FOR WS-DATE-NUM, WITH MARCH AS
      *>   THE FIRST MONTH SO THE LEAP DAY FALLS AT THE YEAR END,
      *>   AND ITS DAY OF WEEK (1 = MONDAY ... 7 = SUNDAY).
           MOVE WS-DF-CCYY TO WS-DN-YEAR
           MOVE WS-DF-MM   TO WS-DN-MONTH
           IF WS-DN-MONTH < 3
               SUBTRACT 1 FROM WS-DN-YEAR
               ADD 12 TO WS-DN-MONTH
           END-IF
           DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-Q4
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
           COMPUTE WS-DN-REM = (WS-DN-MONTH - 3) * 153 + 2
           DIVIDE WS-DN-REM BY 5 GIVING WS-DN-QMONTH
           COMPUTE WS-DAY-NUMBER = WS-DN-YEAR * 365 + WS-DN-Q4
               - WS-DN-Q100 + WS-DN-Q400 + WS-DN-QMONTH + WS-DF-DD
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-DOW-QUOT
               REMAINDER WS-DOW-REM
      *>   REMAINDER 6 IS A MONDAY.
           IF WS-DOW-REM = 6
               MOVE 1 TO WS-DAY-OF-WEEK
           ELSE
               COMPUTE WS-DAY-OF-WEEK = WS-DOW-REM + 2
           END-IF.

       6300-FIND-SLOT-ENTRY.
           MOVE 0 TO WS-SLOT-FOUND
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
               IF ST-KEY (WS-SLOT-IDX) = WS-SLOT-KEY
                   MOVE WS-SLOT-IDX TO WS-SLOT-FOUND
                   MOVE WS-SLOT-COUNT TO WS-SLOT-IDX
               END-IF
           END-PERFORM
           IF WS-SLOT-FOUND = 0
               IF WS-SLOT-COUNT < WS-SLOT-MAX
                   PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                           UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
                       IF ST-KEY (WS-SLOT-IDX) > WS-SLOT-KEY
                           MOVE WS-SLOT-IDX TO WS-SLOT-FOUND
                           MOVE WS-SLOT-COUNT TO WS-SLOT-IDX
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-SLOT-COUNT
                   IF WS-SLOT-FOUND = 0
                       MOVE WS-SLOT-COUNT TO WS-SLOT-FOUND
                   ELSE
                       PERFORM VARYING WS-SHIFT-IDX
                               FROM WS-SLOT-COUNT BY -1
                               UNTIL WS-SHIFT-IDX <= WS-SLOT-FOUND
                           MOVE SLOT-ENTRY (WS-SHIFT-IDX - 1)
                               TO SLOT-ENTRY (WS-SHIFT-IDX)
                       END-PERFORM
                   END-IF
                   MOVE WS-SLOT-KEY TO ST-KEY (WS-SLOT-FOUND)
                   MOVE 0 TO ST-TXN-COUNT (WS-SLOT-FOUND)
                   MOVE 0 TO ST-TELLER-SLOTS (WS-SLOT-FOUND)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF.

       6400-FIND-BRANCH-ENTRY.
           MOVE 0 TO WS-BR-FOUND
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF BT-BRANCH-ID (WS-BR-IDX) = WS-HL-BRANCH-ID
                   MOVE WS-BR-IDX TO WS-BR-FOUND
                   MOVE WS-BR-COUNT TO WS-BR-IDX
               END-IF
           END-PERFORM
           IF WS-BR-FOUND = 0
               IF WS-BR-COUNT < WS-BR-MAX
                   PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                           UNTIL WS-BR-IDX > WS-BR-COUNT
                       IF BT-BRANCH-ID (WS-BR-IDX) > WS-HL-BRANCH-ID
                           MOVE WS-BR-IDX TO WS-BR-FOUND
                           MOVE WS-BR-COUNT TO WS-BR-IDX
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-BR-COUNT
                   IF WS-BR-FOUND = 0
                       MOVE WS-BR-COUNT TO WS-BR-FOUND
                   ELSE
                       PERFORM VARYING WS-SHIFT-IDX
                               FROM WS-BR-COUNT BY -1
                               UNTIL WS-SHIFT-IDX <= WS-BR-FOUND
                           MOVE BRANCH-ENTRY (WS-SHIFT-IDX - 1)
                               TO BRANCH-ENTRY (WS-SHIFT-IDX)
                       END-PERFORM
                   END-IF
                   MOVE WS-HL-BRANCH-ID TO BT-BRANCH-ID (WS-BR-FOUND)
                   MOVE 0 TO BT-TXN-COUNT (WS-BR-FOUND)
                   MOVE 0 TO BT-TELLER-SLOTS (WS-BR-FOUND)
                   MOVE 0 TO BT-NORM (WS-BR-FOUND)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF.

       6500-FIND-TELLER-ENTRY.
           MOVE 0 TO WS-TLR-FOUND
           PERFORM VARYING WS-TLR-IDX FROM 1 BY 1
                   UNTIL WS-TLR-IDX > WS-TLR-COUNT
               IF TL-KEY (WS-TLR-IDX) = WS-TLR-KEY
                   MOVE WS-TLR-IDX TO WS-TLR-FOUND
                   MOVE WS-TLR-COUNT TO WS-TLR-IDX
               END-IF
           END-PERFORM
           IF WS-TLR-FOUND = 0
               IF WS-TLR-COUNT < WS-TLR-MAX
                   PERFORM VARYING WS-TLR-IDX FROM 1 BY 1
                           UNTIL WS-TLR-IDX > WS-TLR-COUNT
                       IF TL-KEY (WS-TLR-IDX) > WS-TLR-KEY
                           MOVE WS-TLR-IDX TO WS-TLR-FOUND
                           MOVE WS-TLR-COUNT TO WS-TLR-IDX
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-TLR-COUNT
                   IF WS-TLR-FOUND = 0
                       MOVE WS-TLR-COUNT TO WS-TLR-FOUND
                   ELSE
                       PERFORM VARYING WS-SHIFT-IDX
                               FROM WS-TLR-COUNT BY -1
                               UNTIL WS-SHIFT-IDX <= WS-TLR-FOUND
                           MOVE TELLER-ENTRY (WS-SHIFT-IDX - 1)
                               TO TELLER-ENTRY (WS-SHIFT-IDX)
                       END-PERFORM
                   END-IF
                   MOVE WS-TLR-KEY TO TL-KEY (WS-TLR-FOUND)
                   MOVE SPACES TO TL-TELLER-NAME (WS-TLR-FOUND)
                   IF WS-TLRMAST-AVAILABLE
                       MOVE WS-TK-BRANCH-ID TO TM-BRANCH-ID
                       MOVE WS-TK-TELLER-ID TO TM-TELLER-ID
                       READ TLRMAST-FILE
                       IF WS-TLRMAST-FS = '00'
                           MOVE TM-TELLER-NAME
                               TO TL-TELLER-NAME (WS-TLR-FOUND)
                       END-IF
                   END-IF
                   MOVE 0 TO TL-TXN-COUNT (WS-TLR-FOUND)
                   MOVE 0 TO TL-SLOTS (WS-TLR-FOUND)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SWITCH
               END-IF
           END-IF.

       6600-SET-SOURCE-TYPE.
           EVALUATE TRUE
               WHEN WS-SOURCE-BRANCH-ID = WS-SYSTEM-BRANCH-ID
                       AND WS-SOURCE-TELLER-ID = WS-SYSTEM-TELLER-ID
                   SET WS-SOURCE-IS-SYSTEM TO TRUE
               WHEN WS-SOURCE-BRANCH-ID = WS-ATM-BRANCH-ID
                       AND WS-SOURCE-TELLER-ID = WS-ATM-TELLER-ID
                   SET WS-SOURCE-IS-CHANNEL TO TRUE
               WHEN WS-SOURCE-BRANCH-ID = WS-ACH-BRANCH-ID
                       AND WS-SOURCE-TELLER-ID = WS-ACH-TELLER-ID
                   SET WS-SOURCE-IS-CHANNEL TO TRUE
               WHEN OTHER
                   SET WS-SOURCE-IS-TELLER TO TRUE
           END-EVALUATE.

       9000-TERMINATE.
           IF WS-TLRMAST-AVAILABLE
               CLOSE TLRMAST-FILE
           END-IF
           CLOSE PROD-RPT-FILE
           IF WS-ANY-TABLE-FULL AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.
