      *
      *   AUDITUTL - SHARED MASTER MAINTENANCE AUDIT JOURNAL UTILITY
      *
      *   CALLED BY EVERY BATCH MAINTENANCE STEP (DTR170, DTR200,
      *   DTR260, DTR390, AMS210, AMS300, AMS310, TLR230, TLR240,
      *   TLR270, TLR300, TLR330, TLR340, TLR350, TLR360) AND BY THE
      *   TLR450 KITING FREEZES TO WRITE ITS BEFORE/AFTER IMAGES TO ONE
      *   KEYED AUDIT JOURNAL, SO "WHO CHANGED THIS RECORD AND WHEN"
      *   IS ANSWERED BY THE AUDITQRY REPORT INSTEAD OF BY PAGING
      *   THROUGH A BINDER OF PRINTED MAINTENANCE REPORTS.
      *
      *   LK-AUD-ACTION VALUES
      *       'U'  RETURN THE RUN'S USER ID IN AJ-USER-ID OF THE
      *            ENTRY - POSITIONS 1-8 OF THE MNTUSER PARAMETER
      *            RECORD SUPPLIED WITH EVERY MAINTENANCE RUN.
      *            SPACES WHEN MNTUSER IS MISSING OR BLANK.
      *       'W'  WRITE THE ENTRY TO THE JOURNAL.  THE CALLER FILLS
      *            THE MASTER, KEY, PROGRAM, ACTION, TAG AND IMAGE;
      *            THE SEQUENCE NUMBER, BUSINESS DATE AND CLOCK
      *            STAMP ARE FILLED HERE, AND A BLANK AJ-USER-ID
      *            BECOMES THE RUN'S USER ID ('UNKNOWN' WITHOUT ONE).
      *
      *   SEQUENCE NUMBERS ARE ASSIGNED FROM THE CONTROL RECORD
      *   (AJ-SEQ-NO 0), CREATED ON FIRST USE.  THE FILE ITSELF IS
      *   CREATED ON FIRST USE TOO, LIKE THE SUSPENSE FILE.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED AS THE SHARED MAINTENANCE AUDIT JOURNAL
      *               UTILITY.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITUTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDJRNL-FILE ASSIGN TO AUDJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AJ-SEQ-NO
               ALTERNATE RECORD KEY IS AJ-MASTER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-AUD-FS.
           SELECT MNTUSER-FILE ASSIGN TO MNTUSER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDJRNL-FILE.
       COPY AUDJRNL.

       FD  MNTUSER-FILE.
       01  MNTUSER-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUD-FS                      PIC X(02).
       01  WS-USER-FS                     PIC X(02).
       01  WS-NEXT-SEQ-NO                 PIC 9(09) VALUE 0.

      *>   THE USER ID AND BUSINESS DATE ARE LOOKED UP ON THE FIRST
      *>   CALL OF THE RUN AND KEPT.
       01  WS-SETUP-SWITCH                PIC X(01) VALUE 'N'.
           88  WS-SETUP-DONE              VALUE 'Y'.
       01  WS-RUN-USER-ID                 PIC X(08) VALUE SPACES.

       01  WS-CLOCK-TIME-8                PIC 9(08).
       01  WS-CLOCK-TIME-PARTS REDEFINES WS-CLOCK-TIME-8.
           05  WS-CLOCK-HHMMSS            PIC 9(06).
           05  FILLER                     PIC 9(02).

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       LINKAGE SECTION.
       01  LK-AUD-ACTION                  PIC X(01).
       01  LK-AUD-ENTRY                   PIC X(296).
       01  LK-AUD-STATUS                  PIC X(01).
           88  LK-AUD-IS-OK               VALUE '0'.
           88  LK-AUD-FAILED              VALUE '1'.

       PROCEDURE DIVISION USING LK-AUD-ACTION LK-AUD-ENTRY
               LK-AUD-STATUS.
       0000-MAIN.
           IF NOT WS-SETUP-DONE
               PERFORM 1000-FIRST-CALL-SETUP
           END-IF
           EVALUATE LK-AUD-ACTION
               WHEN 'U'
                   MOVE WS-RUN-USER-ID TO LK-AUD-ENTRY (50:8)
                   MOVE '0' TO LK-AUD-STATUS
               WHEN 'W'
                   PERFORM 2000-WRITE-JOURNAL-ENTRY
               WHEN OTHER
                   MOVE '1' TO LK-AUD-STATUS
           END-EVALUATE
           GOBACK.

       1000-FIRST-CALL-SETUP.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           MOVE SPACES TO WS-USER-FS
           OPEN INPUT MNTUSER-FILE
           IF WS-USER-FS = '00'
               READ MNTUSER-FILE
                   AT END
                       MOVE SPACES TO MNTUSER-RECORD
               END-READ
               MOVE MNTUSER-RECORD (1:8) TO WS-RUN-USER-ID
               CLOSE MNTUSER-FILE
           END-IF
           MOVE 'Y' TO WS-SETUP-SWITCH.

       2000-WRITE-JOURNAL-ENTRY.
           PERFORM 2100-OPEN-JOURNAL
           IF WS-AUD-FS = '00'
               PERFORM 2200-GET-NEXT-SEQ-NO
               MOVE LK-AUD-ENTRY   TO AUDJRNL-RECORD
               MOVE WS-NEXT-SEQ-NO TO AJ-SEQ-NO
               IF AJ-USER-ID = SPACES
                   MOVE WS-RUN-USER-ID TO AJ-USER-ID
               END-IF
               IF AJ-USER-ID = SPACES
                   MOVE 'UNKNOWN' TO AJ-USER-ID
               END-IF
               MOVE WS-BIZ-DATE    TO AJ-BUSINESS-DATE
               ACCEPT AJ-CLOCK-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CLOCK-TIME-8 FROM TIME
               MOVE WS-CLOCK-HHMMSS TO AJ-CLOCK-TIME
               WRITE AUDJRNL-RECORD
               IF WS-AUD-FS = '00'
                   MOVE '0' TO LK-AUD-STATUS
               ELSE
                   MOVE '1' TO LK-AUD-STATUS
               END-IF
               CLOSE AUDJRNL-FILE
           ELSE
               MOVE '1' TO LK-AUD-STATUS
           END-IF.

       2100-OPEN-JOURNAL.
      *>   THE FIRST ENTRY OF ALL TIME ARRIVES BEFORE THE FILE
      *>   EXISTS -- CREATE IT AND REOPEN IN THAT CASE.
           MOVE SPACES TO WS-AUD-FS
           OPEN I-O AUDJRNL-FILE
           IF WS-AUD-FS NOT = '00'
               OPEN OUTPUT AUDJRNL-FILE
               CLOSE AUDJRNL-FILE
               MOVE SPACES TO WS-AUD-FS
               OPEN I-O AUDJRNL-FILE
           END-IF.

       2200-GET-NEXT-SEQ-NO.
           MOVE 0 TO AJ-SEQ-NO
           READ AUDJRNL-FILE
           IF WS-AUD-FS = '00'
               MOVE AJ-IMAGE (1:9) TO WS-NEXT-SEQ-NO
               IF WS-NEXT-SEQ-NO NOT NUMERIC
                       OR WS-NEXT-SEQ-NO = 0
                   MOVE 1 TO WS-NEXT-SEQ-NO
               END-IF
               ADD 1 TO WS-NEXT-SEQ-NO
               MOVE WS-NEXT-SEQ-NO TO AJ-IMAGE (1:9)
               SUBTRACT 1 FROM WS-NEXT-SEQ-NO
               REWRITE AUDJRNL-RECORD
           ELSE
               MOVE 1 TO WS-NEXT-SEQ-NO
               MOVE SPACES     TO AUDJRNL-RECORD
               MOVE 0          TO AJ-SEQ-NO
               MOVE 'AUDITUTL' TO AJ-PROGRAM
               MOVE 'CONTROL'  TO AJ-IMAGE-TAG
               MOVE 0          TO AJ-BUSINESS-DATE
               MOVE 0          TO AJ-CLOCK-DATE
               MOVE 0          TO AJ-CLOCK-TIME
               MOVE '000000002' TO AJ-IMAGE (1:9)
               WRITE AUDJRNL-RECORD
           END-IF
           MOVE '00' TO WS-AUD-FS.
