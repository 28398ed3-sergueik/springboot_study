      *
      *   AUDITQRY - MASTER MAINTENANCE AUDIT JOURNAL QUERY REPORT
      *
      *   ANSWERS "WHO CHANGED THIS RECORD AND WHEN" FROM THE AUDIT
      *   JOURNAL WRITTEN BY EVERY MAINTENANCE STEP THROUGH AUDITUTL.
      *   EACH SELECTED ENTRY PRINTS A HEADER LINE (SEQUENCE, MASTER,
      *   KEY, PROGRAM, USER, APPROVER, BUSINESS DATE, CLOCK STAMP,
      *   IMAGE TAG) FOLLOWED BY THE IMAGE ITSELF.  DUAL-CONTROL
      *   CHANGES STILL WAITING FOR A SECOND USER ARE LISTED AT THE
      *   END FROM THE PENDING FILE.
      *
      *   PARAMETER RECORD (AUDQRYPM) - ANY BLANK FIELD MEANS "ALL"
      *       POS  1- 8  MASTER (E.G. ACCTMAST, VENDMAST, STORMAST)
      *       POS 10-33  RECORD KEY, AS THE MAINTENANCE STEP KEYS IT
      *       POS 35-42  USER ID - MATCHES THE USER WHO KEYED THE
      *                  CHANGE OR THE USER WHO APPROVED IT
      *       POS 44-51  FROM BUSINESS DATE (CCYYMMDD)
      *       POS 53-60  TO BUSINESS DATE (CCYYMMDD)
      *   WITH A MASTER GIVEN THE JOURNAL IS READ BY ITS MASTER-KEY
      *   INDEX; OTHERWISE IT IS READ IN SEQUENCE ORDER.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED AS THE AUDIT JOURNAL QUERY REPORT.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITQRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDJRNL-FILE ASSIGN TO AUDJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-SEQ-NO
               ALTERNATE RECORD KEY IS AJ-MASTER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-AUD-FS.
           SELECT MNTPEND-FILE ASSIGN TO MNTPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MP-KEY
               FILE STATUS IS WS-PEND-FS.
           SELECT QUERY-PARM-FILE ASSIGN TO AUDQRYPM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT QUERY-RPT-FILE ASSIGN TO AUDQRYRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDJRNL-FILE.
       COPY AUDJRNL.

       FD  MNTPEND-FILE.
       COPY MNTPEND.

       FD  QUERY-PARM-FILE.
       01  QUERY-PARM-RECORD              PIC X(80).

       FD  QUERY-RPT-FILE.
       01  QUERY-RPT-LINE                 PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-AUD-FS                      PIC X(02).
       01  WS-PEND-FS                     PIC X(02).
       01  WS-PARM-FS                     PIC X(02).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-AUD-OPEN-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-AUD-IS-OPEN             VALUE 'Y'.
       01  WS-SELECT-SWITCH               PIC X(01).
           88  WS-ENTRY-SELECTED          VALUE 'Y'.

       01  WS-QUERY-PARM.
           05  WS-QP-MASTER               PIC X(08).
           05  FILLER                     PIC X(01).
           05  WS-QP-RECORD-KEY           PIC X(24).
           05  FILLER                     PIC X(01).
           05  WS-QP-USER-ID              PIC X(08).
           05  FILLER                     PIC X(01).
           05  WS-QP-FROM-DATE            PIC X(08).
           05  FILLER                     PIC X(01).
           05  WS-QP-TO-DATE              PIC X(08).
           05  FILLER                     PIC X(20).

       01  WS-FROM-DATE                   PIC 9(08) VALUE 0.
       01  WS-TO-DATE                     PIC 9(08) VALUE 99999999.

       01  WS-READ-COUNT                  PIC S9(09) COMP-3 VALUE 0.
       01  WS-SELECT-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-PENDING-COUNT               PIC S9(09) COMP-3 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(50) VALUE
               'AUDITQRY  MASTER MAINTENANCE AUDIT JOURNAL QUERY'.
       01  WS-HEADING-2.
           05  FILLER                     PIC X(09) VALUE 'SELECTED '.
           05  WS-H2-MASTER               PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-H2-RECORD-KEY           PIC X(24).
           05  FILLER                     PIC X(06) VALUE ' USER '.
           05  WS-H2-USER-ID              PIC X(08).
           05  FILLER                     PIC X(06) VALUE ' FROM '.
           05  WS-H2-FROM-DATE            PIC 9(08).
           05  FILLER                     PIC X(04) VALUE ' TO '.
           05  WS-H2-TO-DATE              PIC 9(08).
       01  WS-HEADING-3.
           05  FILLER                     PIC X(44) VALUE
               'SEQ-NO    MASTER   KEY'.
           05  FILLER                     PIC X(45) VALUE
               'PROGRAM  USER     APPROVER BUS-DATE CLOCK'.
           05  FILLER                     PIC X(12) VALUE
               '         TAG'.

       01  WS-ENTRY-LINE.
           05  WS-EL-SEQ-NO               PIC 9(09).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-MASTER               PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-RECORD-KEY           PIC X(24).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-PROGRAM              PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-USER-ID              PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-APPROVED-BY          PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-BUSINESS-DATE        PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-CLOCK-DATE           PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-CLOCK-TIME           PIC 9(06).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-ACTION               PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-EL-IMAGE-TAG            PIC X(08).
           05  FILLER                     PIC X(14) VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  WS-IM-IMAGE                PIC X(100).
           05  FILLER                     PIC X(10) VALUE SPACES.

       01  WS-PENDING-HEADING.
           05  FILLER                     PIC X(50) VALUE
               'DUAL-CONTROL CHANGES AWAITING A SECOND USER'.
       01  WS-PENDING-LINE.
           05  WS-PL-PROGRAM              PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-PL-RECORD-KEY           PIC X(20).
           05  FILLER                     PIC X(04) VALUE ' BY '.
           05  WS-PL-REQUESTED-BY         PIC X(08).
           05  FILLER                     PIC X(04) VALUE ' ON '.
           05  WS-PL-REQUEST-DATE         PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-PL-TRAN-DATA            PIC X(66).

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL                PIC X(30).
           05  WS-SL-COUNT                PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ENTRY UNTIL WS-END-OF-FILE
           PERFORM 3000-LIST-PENDING
           PERFORM 4000-PRODUCE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT QUERY-RPT-FILE
           WRITE QUERY-RPT-LINE FROM WS-HEADING-1
           PERFORM 1100-READ-PARAMETER
           MOVE WS-QP-MASTER     TO WS-H2-MASTER
           MOVE WS-QP-RECORD-KEY TO WS-H2-RECORD-KEY
           MOVE WS-QP-USER-ID    TO WS-H2-USER-ID
           MOVE WS-FROM-DATE     TO WS-H2-FROM-DATE
           MOVE WS-TO-DATE       TO WS-H2-TO-DATE
           WRITE QUERY-RPT-LINE FROM WS-HEADING-2
           WRITE QUERY-RPT-LINE FROM WS-HEADING-3
           MOVE SPACES TO WS-AUD-FS
           OPEN INPUT AUDJRNL-FILE
           IF WS-AUD-FS NOT = '00'
               MOVE 'AUDIT JOURNAL NOT AVAILABLE - NOTHING TO REPORT'
                   TO QUERY-RPT-LINE
               WRITE QUERY-RPT-LINE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               MOVE 'Y' TO WS-AUD-OPEN-SWITCH
               PERFORM 1200-POSITION-JOURNAL
           END-IF.

       1100-READ-PARAMETER.
           MOVE SPACES TO WS-QUERY-PARM
           MOVE SPACES TO WS-PARM-FS
           OPEN INPUT QUERY-PARM-FILE
           IF WS-PARM-FS = '00'
               READ QUERY-PARM-FILE INTO WS-QUERY-PARM
                   AT END
                       MOVE SPACES TO WS-QUERY-PARM
               END-READ
               CLOSE QUERY-PARM-FILE
           END-IF
           IF WS-QP-FROM-DATE IS NUMERIC
               MOVE WS-QP-FROM-DATE TO WS-FROM-DATE
           END-IF
           IF WS-QP-TO-DATE IS NUMERIC
               MOVE WS-QP-TO-DATE TO WS-TO-DATE
           END-IF.

       1200-POSITION-JOURNAL.
      *>   WITH A MASTER GIVEN, GO STRAIGHT TO ITS ENTRIES ON THE
      *>   MASTER-KEY INDEX; THE ENTRIES FOR ONE KEY COME BACK IN THE
      *>   ORDER THEY WERE WRITTEN.
           IF WS-QP-MASTER NOT = SPACES
               MOVE WS-QP-MASTER     TO AJ-MASTER
               MOVE WS-QP-RECORD-KEY TO AJ-RECORD-KEY
               START AUDJRNL-FILE KEY >= AJ-MASTER-KEY
           ELSE
               MOVE 1 TO AJ-SEQ-NO
               START AUDJRNL-FILE KEY >= AJ-SEQ-NO
           END-IF
           IF WS-AUD-FS NOT = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 1300-READ-JOURNAL
           END-IF.

       1300-READ-JOURNAL.
           READ AUDJRNL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-READ-COUNT
      *>       ON THE MASTER-KEY PATH, STOP ONCE PAST THE MASTER (AND
      *>       PAST THE KEY, WHEN ONE WAS GIVEN).
               IF WS-QP-MASTER NOT = SPACES
                   IF AJ-MASTER NOT = WS-QP-MASTER
                       MOVE 'Y' TO WS-EOF-SWITCH
                   END-IF
                   IF WS-QP-RECORD-KEY NOT = SPACES
                           AND AJ-RECORD-KEY NOT = WS-QP-RECORD-KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
                   END-IF
               END-IF
           END-IF.

       2000-PROCESS-ENTRY.
           PERFORM 2100-SELECT-ENTRY
           IF WS-ENTRY-SELECTED
               ADD 1 TO WS-SELECT-COUNT
               PERFORM 2200-PRINT-ENTRY
           END-IF
           PERFORM 1300-READ-JOURNAL.

       2100-SELECT-ENTRY.
           MOVE 'Y' TO WS-SELECT-SWITCH
           IF AJ-SEQ-NO = 0
               MOVE 'N' TO WS-SELECT-SWITCH
           END-IF
           IF WS-QP-RECORD-KEY NOT = SPACES
                   AND AJ-RECORD-KEY NOT = WS-QP-RECORD-KEY
               MOVE 'N' TO WS-SELECT-SWITCH
           END-IF
           IF WS-QP-USER-ID NOT = SPACES
                   AND AJ-USER-ID NOT = WS-QP-USER-ID
                   AND AJ-APPROVED-BY NOT = WS-QP-USER-ID
               MOVE 'N' TO WS-SELECT-SWITCH
           END-IF
           IF AJ-BUSINESS-DATE < WS-FROM-DATE
                   OR AJ-BUSINESS-DATE > WS-TO-DATE
               MOVE 'N' TO WS-SELECT-SWITCH
           END-IF.

       2200-PRINT-ENTRY.
           MOVE AJ-SEQ-NO        TO WS-EL-SEQ-NO
           MOVE AJ-MASTER        TO WS-EL-MASTER
           MOVE AJ-RECORD-KEY    TO WS-EL-RECORD-KEY
           MOVE AJ-PROGRAM       TO WS-EL-PROGRAM
           MOVE AJ-USER-ID       TO WS-EL-USER-ID
           MOVE AJ-APPROVED-BY   TO WS-EL-APPROVED-BY
           MOVE AJ-BUSINESS-DATE TO WS-EL-BUSINESS-DATE
           MOVE AJ-CLOCK-DATE    TO WS-EL-CLOCK-DATE
           MOVE AJ-CLOCK-TIME    TO WS-EL-CLOCK-TIME
           MOVE AJ-ACTION        TO WS-EL-ACTION
           MOVE AJ-IMAGE-TAG     TO WS-EL-IMAGE-TAG
           WRITE QUERY-RPT-LINE FROM WS-ENTRY-LINE
           MOVE AJ-IMAGE (1:100) TO WS-IM-IMAGE
           WRITE QUERY-RPT-LINE FROM WS-IMAGE-LINE
           IF AJ-IMAGE (101:100) NOT = SPACES
               MOVE AJ-IMAGE (101:100) TO WS-IM-IMAGE
               WRITE QUERY-RPT-LINE FROM WS-IMAGE-LINE
           END-IF.

       3000-LIST-PENDING.
           MOVE SPACES TO QUERY-RPT-LINE
           WRITE QUERY-RPT-LINE
           WRITE QUERY-RPT-LINE FROM WS-PENDING-HEADING
           MOVE SPACES TO WS-PEND-FS
           OPEN INPUT MNTPEND-FILE
           IF WS-PEND-FS = '00'
               PERFORM 3100-READ-PENDING
               PERFORM 3200-PRINT-PENDING
                   UNTIL WS-PEND-FS NOT = '00'
               CLOSE MNTPEND-FILE
           END-IF.

       3100-READ-PENDING.
           READ MNTPEND-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WS-PEND-FS
           END-READ.

       3200-PRINT-PENDING.
           ADD 1 TO WS-PENDING-COUNT
           MOVE MP-PROGRAM      TO WS-PL-PROGRAM
           MOVE MP-RECORD-KEY   TO WS-PL-RECORD-KEY
           MOVE MP-REQUESTED-BY TO WS-PL-REQUESTED-BY
           MOVE MP-REQUEST-DATE TO WS-PL-REQUEST-DATE
           MOVE MP-TRAN-DATA    TO WS-PL-TRAN-DATA
           WRITE QUERY-RPT-LINE FROM WS-PENDING-LINE
           PERFORM 3100-READ-PENDING.

       4000-PRODUCE-SUMMARY.
           MOVE SPACES TO QUERY-RPT-LINE
           WRITE QUERY-RPT-LINE
           MOVE 'JOURNAL ENTRIES READ:' TO WS-SL-LABEL
           MOVE WS-READ-COUNT TO WS-SL-COUNT
           WRITE QUERY-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'JOURNAL ENTRIES SELECTED:' TO WS-SL-LABEL
           MOVE WS-SELECT-COUNT TO WS-SL-COUNT
           WRITE QUERY-RPT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CHANGES PENDING APPROVAL:' TO WS-SL-LABEL
           MOVE WS-PENDING-COUNT TO WS-SL-COUNT
           WRITE QUERY-RPT-LINE FROM WS-SUMMARY-LINE.

       9000-TERMINATE.
           IF WS-AUD-IS-OPEN
               CLOSE AUDJRNL-FILE
           END-IF
           CLOSE QUERY-RPT-FILE.
