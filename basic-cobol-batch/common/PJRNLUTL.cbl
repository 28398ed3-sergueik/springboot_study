      *
      *   PJRNLUTL - SHARED ACCOUNT POSTING JOURNAL UTILITY
      *
      *   CALLED BY EVERY STEP THAT UPDATES ACCTMAST OR ACCTHIST IN
      *   PLACE (TLR130, TLR150, TLR320, AND THE TLR430 BACKOUT) TO
      *   WRITE A BEFORE AND AFTER IMAGE OF EACH UPDATE TO ONE KEYED
      *   POSTING JOURNAL (SEE POSTJRNL COPYBOOK), TAGGED WITH THE
      *   JOB, THE BUSINESS DATE AND THE RUN NUMBER, SO A BAD RUN CAN
      *   BE BACKED OUT BY TLR430 AND A RESTORED BACKUP ROLLED
      *   FORWARD BY TLR440 INSTEAD OF RERUNNING THE WHOLE DAY.
      *
      *   LK-PJ-ACTION VALUES
      *       'O'  OPEN THE RUN - THE CALLER FILLS PJ-JOB.  THE RUN
      *            NUMBER IS ONE MORE THAN THE HIGHEST ALREADY ON THE
      *            JOURNAL FOR THE JOB AND BUSINESS DATE; THE RUN'S
      *            'S' ENTRY IS WRITTEN AND THE FULL RUN KEY IS
      *            RETURNED IN THE ENTRY.
      *       'W'  WRITE AN IMAGE ENTRY - THE CALLER FILLS THE ENTRY
      *            TYPE (A/C/D), FILE, RECORD KEY AND IMAGES; THE
      *            SEQUENCE NUMBER, RUN KEY AND CLOCK STAMP ARE
      *            FILLED HERE.
      *       'X'  MARK THE RUN WHOSE KEY THE CALLER FILLS IN
      *            PJ-RUN-KEY AS BACKED OUT BY THIS RUN.
      *       'E'  END THE RUN - WRITES THE 'E' ENTRY CARRYING THE
      *            COUNT OF IMAGE ENTRIES AND CLOSES THE JOURNAL.
      *
      *   LK-PJ-STATUS IS '0' WHEN THE ENTRY WAS WRITTEN, '1' WHEN IT
      *   WAS NOT (JOURNAL UNAVAILABLE, RUN NOT OPEN, WRITE FAILED).
      *
      *   THE JOURNAL STAYS OPEN FROM 'O' TO 'E' - A POSTING RUN
      *   WRITES THOUSANDS OF ENTRIES.  SEQUENCE NUMBERS COME FROM
      *   THE CONTROL RECORD (PJ-SEQ-NO 0), REWRITTEN WITH EVERY
      *   ENTRY SO A RUN THAT ABENDS LEAVES IT CURRENT.  THE FILE
      *   AND THE CONTROL RECORD ARE CREATED ON FIRST USE.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED AS THE SHARED ACCOUNT POSTING JOURNAL
      *               UTILITY.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJRNLUTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTJRNL-FILE ASSIGN TO POSTJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PJ-SEQ-NO
               ALTERNATE RECORD KEY IS PJ-RUN-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-PJ-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTJRNL-FILE.
       COPY POSTJRNL.

       WORKING-STORAGE SECTION.
       01  WS-PJ-FS                       PIC X(02).
       01  WS-NEXT-SEQ-NO                 PIC 9(09) VALUE 0.
       01  WS-IMAGE-COUNT                 PIC 9(09) VALUE 0.
       01  WS-HIGH-RUN-NO                 PIC 9(04) VALUE 0.

       01  WS-RUN-OPEN-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-RUN-IS-OPEN             VALUE 'Y'.
       01  WS-SCAN-SWITCH                 PIC X(01) VALUE 'N'.
           88  WS-SCAN-DONE               VALUE 'Y'.

      *>   THE RUN KEY OF THE CALLING RUN, SET BY 'O' AND STAMPED ON
      *>   EVERY ENTRY UNTIL 'E'.
       01  WS-RUN-KEY.
           05  WS-RK-JOB                  PIC X(08).
           05  WS-RK-BUSINESS-DATE        PIC 9(08).
           05  WS-RK-RUN-NO               PIC 9(04).

      *>   THE CALLER'S ENTRY, KEPT WHILE THE RECORD AREA IS USED
      *>   FOR THE CONTROL RECORD.
       01  WS-CALLER-ENTRY                PIC X(264).

       01  WS-CLOCK-TIME-8                PIC 9(08).
       01  WS-CLOCK-TIME-PARTS REDEFINES WS-CLOCK-TIME-8.
           05  WS-CLOCK-HHMMSS            PIC 9(06).
           05  FILLER                     PIC 9(02).

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       LINKAGE SECTION.
       01  LK-PJ-ACTION                   PIC X(01).
       01  LK-PJ-ENTRY                    PIC X(264).
       01  LK-PJ-STATUS                   PIC X(01).
           88  LK-PJ-IS-OK                VALUE '0'.
           88  LK-PJ-FAILED               VALUE '1'.

       PROCEDURE DIVISION USING LK-PJ-ACTION LK-PJ-ENTRY
               LK-PJ-STATUS.
       0000-MAIN.
           MOVE '1' TO LK-PJ-STATUS
           EVALUATE TRUE
               WHEN LK-PJ-ACTION = 'O'
                   PERFORM 1000-OPEN-RUN
               WHEN LK-PJ-ACTION = 'W' AND WS-RUN-IS-OPEN
                   PERFORM 2000-WRITE-IMAGE-ENTRY
               WHEN LK-PJ-ACTION = 'X' AND WS-RUN-IS-OPEN
                   PERFORM 3000-WRITE-BACKOUT-MARK
               WHEN LK-PJ-ACTION = 'E' AND WS-RUN-IS-OPEN
                   PERFORM 4000-END-RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       1000-OPEN-RUN.
           MOVE LK-PJ-ENTRY TO WS-CALLER-ENTRY
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           PERFORM 1100-OPEN-JOURNAL
           IF WS-PJ-FS = '00'
               MOVE WS-CALLER-ENTRY TO POSTJRNL-RECORD
               MOVE PJ-JOB      TO WS-RK-JOB
               MOVE WS-BIZ-DATE TO WS-RK-BUSINESS-DATE
               PERFORM 1200-FIND-HIGH-RUN-NO
               COMPUTE WS-RK-RUN-NO = WS-HIGH-RUN-NO + 1
               MOVE 0 TO WS-IMAGE-COUNT
               MOVE 'Y' TO WS-RUN-OPEN-SWITCH
               MOVE SPACES TO WS-CALLER-ENTRY
               MOVE WS-CALLER-ENTRY TO POSTJRNL-RECORD
               MOVE 'S' TO PJ-ENTRY-TYPE
               PERFORM 8000-STAMP-AND-WRITE
               IF LK-PJ-IS-OK
                   MOVE POSTJRNL-RECORD TO LK-PJ-ENTRY
               ELSE
                   MOVE 'N' TO WS-RUN-OPEN-SWITCH
                   CLOSE POSTJRNL-FILE
               END-IF
           END-IF.

       1100-OPEN-JOURNAL.
      *>   THE FIRST RUN OF ALL TIME ARRIVES BEFORE THE FILE
      *>   EXISTS -- CREATE IT AND REOPEN IN THAT CASE.
           MOVE SPACES TO WS-PJ-FS
           OPEN I-O POSTJRNL-FILE
           IF WS-PJ-FS NOT = '00'
               OPEN OUTPUT POSTJRNL-FILE
               CLOSE POSTJRNL-FILE
               MOVE SPACES TO WS-PJ-FS
               OPEN I-O POSTJRNL-FILE
           END-IF.

       1200-FIND-HIGH-RUN-NO.
           MOVE 0 TO WS-HIGH-RUN-NO
           MOVE WS-RK-JOB           TO PJ-JOB
           MOVE WS-RK-BUSINESS-DATE TO PJ-BUSINESS-DATE
           MOVE 0                   TO PJ-RUN-NO
           MOVE 'N' TO WS-SCAN-SWITCH
           START POSTJRNL-FILE KEY IS NOT LESS THAN PJ-RUN-KEY
           IF WS-PJ-FS NOT = '00'
               MOVE 'Y' TO WS-SCAN-SWITCH
           END-IF
           PERFORM UNTIL WS-SCAN-DONE
               READ POSTJRNL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-SWITCH
                   NOT AT END
                       IF PJ-JOB NOT = WS-RK-JOB
                               OR PJ-BUSINESS-DATE
                                   NOT = WS-RK-BUSINESS-DATE
                           MOVE 'Y' TO WS-SCAN-SWITCH
                       ELSE
                           IF PJ-RUN-NO > WS-HIGH-RUN-NO
                               MOVE PJ-RUN-NO TO WS-HIGH-RUN-NO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO WS-PJ-FS.

       2000-WRITE-IMAGE-ENTRY.
           MOVE LK-PJ-ENTRY TO WS-CALLER-ENTRY
           MOVE WS-CALLER-ENTRY TO POSTJRNL-RECORD
           PERFORM 8000-STAMP-AND-WRITE
           IF LK-PJ-IS-OK
               ADD 1 TO WS-IMAGE-COUNT
           END-IF.

       3000-WRITE-BACKOUT-MARK.
      *>   THE MARK GOES UNDER THE TARGET RUN'S KEY, NOT THIS RUN'S,
      *>   SO TLR430 FINDS IT WHEN ASKED TO BACK THE SAME RUN OUT
      *>   AGAIN.
           MOVE LK-PJ-ENTRY TO WS-CALLER-ENTRY
           PERFORM 8100-GET-NEXT-SEQ-NO
           IF WS-PJ-FS = '00'
               MOVE WS-CALLER-ENTRY TO POSTJRNL-RECORD
               MOVE WS-NEXT-SEQ-NO TO PJ-SEQ-NO
               MOVE 'X'            TO PJ-ENTRY-TYPE
               MOVE SPACES         TO PJ-FILE
               MOVE SPACES         TO PJ-RECORD-KEY
               MOVE SPACES         TO PJ-BEFORE-IMAGE
               MOVE SPACES         TO PJ-AFTER-IMAGE
               MOVE WS-RUN-KEY     TO PJ-AFTER-IMAGE (1:20)
               PERFORM 8200-STAMP-CLOCK
               WRITE POSTJRNL-RECORD
               IF WS-PJ-FS = '00'
                   MOVE '0' TO LK-PJ-STATUS
               END-IF
           END-IF.

       4000-END-RUN.
           MOVE SPACES TO POSTJRNL-RECORD
           MOVE 'E' TO PJ-ENTRY-TYPE
           MOVE WS-IMAGE-COUNT TO PJ-AFTER-IMAGE (1:9)
           PERFORM 8000-STAMP-AND-WRITE
           CLOSE POSTJRNL-FILE
           MOVE 'N' TO WS-RUN-OPEN-SWITCH.

       8000-STAMP-AND-WRITE.
      *>   POSTJRNL-RECORD HOLDS THE ENTRY; THE CONTROL RECORD READ
      *>   OVERLAYS IT, SO IT IS KEPT ASIDE ACROSS THE NUMBERING.
           MOVE POSTJRNL-RECORD TO WS-CALLER-ENTRY
           PERFORM 8100-GET-NEXT-SEQ-NO
           IF WS-PJ-FS = '00'
               MOVE WS-CALLER-ENTRY TO POSTJRNL-RECORD
               MOVE WS-NEXT-SEQ-NO  TO PJ-SEQ-NO
               MOVE WS-RUN-KEY      TO PJ-RUN-KEY
               PERFORM 8200-STAMP-CLOCK
               WRITE POSTJRNL-RECORD
               IF WS-PJ-FS = '00'
                   MOVE '0' TO LK-PJ-STATUS
               END-IF
           END-IF.

       8100-GET-NEXT-SEQ-NO.
           MOVE 0 TO PJ-SEQ-NO
           READ POSTJRNL-FILE
           IF WS-PJ-FS = '00'
               MOVE PJ-AFTER-IMAGE (1:9) TO WS-NEXT-SEQ-NO
               IF WS-NEXT-SEQ-NO NOT NUMERIC
                       OR WS-NEXT-SEQ-NO = 0
                   MOVE 1 TO WS-NEXT-SEQ-NO
               END-IF
               ADD 1 TO WS-NEXT-SEQ-NO
               MOVE WS-NEXT-SEQ-NO TO PJ-AFTER-IMAGE (1:9)
               SUBTRACT 1 FROM WS-NEXT-SEQ-NO
               REWRITE POSTJRNL-RECORD
           ELSE
               MOVE 1 TO WS-NEXT-SEQ-NO
               MOVE SPACES     TO POSTJRNL-RECORD
               MOVE 0          TO PJ-SEQ-NO
               MOVE 'PJRNLUTL' TO PJ-JOB
               MOVE 0          TO PJ-BUSINESS-DATE
               MOVE 0          TO PJ-RUN-NO
               MOVE 0          TO PJ-CLOCK-DATE
               MOVE 0          TO PJ-CLOCK-TIME
               MOVE '000000002' TO PJ-AFTER-IMAGE (1:9)
               WRITE POSTJRNL-RECORD
           END-IF
           MOVE '00' TO WS-PJ-FS.

       8200-STAMP-CLOCK.
           ACCEPT PJ-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME-8 FROM TIME
           MOVE WS-CLOCK-HHMMSS TO PJ-CLOCK-TIME.
