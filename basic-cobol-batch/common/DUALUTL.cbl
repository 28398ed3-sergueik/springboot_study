      *
      *   DUALUTL - SHARED DUAL-CONTROL PENDING CHANGE UTILITY
      *
      *   A SENSITIVE MASTER CHANGE (ACCOUNT STATUS, OVERDRAFT LIMIT
      *   OR CLOSE IN TLR240, HOLD RELEASE OR A CHANGE THAT FREES A
      *   HOLD EARLY IN TLR300, VENDOR TERMS IN AMS210, TELLER DAILY
      *   LIMIT IN TLR340) IS NOT APPLIED BY THE RUN
      *   THAT KEYS IT.  THE MAINTENANCE STEP PARKS THE TRANSACTION
      *   HERE, ON THE KEYED MNTPEND FILE, UNTIL A LATER RUN BY A
      *   DIFFERENT USER APPROVES OR WITHDRAWS IT.
      *
      *   LK-DUAL-ACTION VALUES
      *       'P'  PARK A NEW PENDING CHANGE.  STATUS '1' WHEN ONE
      *            IS ALREADY PENDING FOR THE PROGRAM AND KEY.
      *            MP-REQUEST-DATE IS SET TO THE BUSINESS DATE.
      *       'G'  GET THE PENDING CHANGE FOR MP-KEY.  STATUS '1'
      *            WHEN THERE IS NONE.
      *       'D'  DELETE THE PENDING CHANGE FOR MP-KEY (APPLIED OR
      *            WITHDRAWN).  STATUS '1' WHEN THERE IS NONE.
      *
      *   LK-DUAL-STATUS '2' MEANS THE FILE COULD NOT BE OPENED.
      *   THE FILE IS CREATED ON FIRST USE, LIKE THE SUSPENSE FILE.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED AS THE SHARED DUAL-CONTROL PENDING
      *               CHANGE UTILITY.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUALUTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MNTPEND-FILE ASSIGN TO MNTPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MP-KEY
               FILE STATUS IS WS-PEND-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  MNTPEND-FILE.
       COPY MNTPEND.

       WORKING-STORAGE SECTION.
       01  WS-PEND-FS                     PIC X(02).

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       LINKAGE SECTION.
       01  LK-DUAL-ACTION                 PIC X(01).
       01  LK-DUAL-ENTRY                  PIC X(144).
       01  LK-DUAL-STATUS                 PIC X(01).
           88  LK-DUAL-IS-OK              VALUE '0'.
           88  LK-DUAL-NOT-AS-EXPECTED    VALUE '1'.
           88  LK-DUAL-FILE-FAILED        VALUE '2'.

       PROCEDURE DIVISION USING LK-DUAL-ACTION LK-DUAL-ENTRY
               LK-DUAL-STATUS.
       0000-MAIN.
           PERFORM 1000-OPEN-PENDING
           IF WS-PEND-FS NOT = '00'
               MOVE '2' TO LK-DUAL-STATUS
           ELSE
               EVALUATE LK-DUAL-ACTION
                   WHEN 'P'
                       PERFORM 2000-PARK-CHANGE
                   WHEN 'G'
                       PERFORM 3000-GET-CHANGE
                   WHEN 'D'
                       PERFORM 4000-DELETE-CHANGE
                   WHEN OTHER
                       MOVE '1' TO LK-DUAL-STATUS
               END-EVALUATE
               CLOSE MNTPEND-FILE
           END-IF
           GOBACK.

       1000-OPEN-PENDING.
      *>   THE FIRST PENDING CHANGE OF ALL TIME ARRIVES BEFORE THE
      *>   FILE EXISTS -- CREATE IT AND REOPEN IN THAT CASE.
           MOVE SPACES TO WS-PEND-FS
           OPEN I-O MNTPEND-FILE
           IF WS-PEND-FS NOT = '00'
               OPEN OUTPUT MNTPEND-FILE
               CLOSE MNTPEND-FILE
               MOVE SPACES TO WS-PEND-FS
               OPEN I-O MNTPEND-FILE
           END-IF.

       2000-PARK-CHANGE.
           MOVE LK-DUAL-ENTRY TO MNTPEND-RECORD
           READ MNTPEND-FILE
           IF WS-PEND-FS = '00'
               MOVE '1' TO LK-DUAL-STATUS
           ELSE
               MOVE 'R' TO WS-BIZ-ACTION
               CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
                   WS-BIZ-STATUS
               MOVE LK-DUAL-ENTRY TO MNTPEND-RECORD
               MOVE WS-BIZ-DATE   TO MP-REQUEST-DATE
               WRITE MNTPEND-RECORD
               IF WS-PEND-FS = '00'
                   MOVE MNTPEND-RECORD TO LK-DUAL-ENTRY
                   MOVE '0' TO LK-DUAL-STATUS
               ELSE
                   MOVE '2' TO LK-DUAL-STATUS
               END-IF
           END-IF.

       3000-GET-CHANGE.
           MOVE LK-DUAL-ENTRY TO MNTPEND-RECORD
           READ MNTPEND-FILE
           IF WS-PEND-FS = '00'
               MOVE MNTPEND-RECORD TO LK-DUAL-ENTRY
               MOVE '0' TO LK-DUAL-STATUS
           ELSE
               MOVE '1' TO LK-DUAL-STATUS
           END-IF.

       4000-DELETE-CHANGE.
           MOVE LK-DUAL-ENTRY TO MNTPEND-RECORD
           READ MNTPEND-FILE
           IF WS-PEND-FS = '00'
               DELETE MNTPEND-FILE
               MOVE '0' TO LK-DUAL-STATUS
           ELSE
               MOVE '1' TO LK-DUAL-STATUS
           END-IF.
