      *   REVERSAL CODES ARE FLAGGED 'R' ON THE TRANSACTION CODE
      *   MASTER, WHICH IS WHAT EXEMPTS THEM FROM TLR170 DUPLICATE
      *   DETECTION BY DESIGN.  A REQUEST AGAINST AN ENTRY THAT IS
      *   ITSELF A REVERSAL, OR ONE ALREADY REVERSED, IS REFUSED, AS
      *   IS ONE AGAINST A DEBIT TLR150 RETURNED UNPAID - ITS
      *   OFFSETTING ENTRY CARRIES 'NSF RETURN OF ' AND THE DEBIT'S
      *   AH-SEQ-NO, AND THE MONEY WAS NEVER TAKEN.
      *
      *   THE TLRREVPM PARAMETER CARRIES THE TWO REVERSAL CODES:
      *       POS 1-4  CODE FOR REVERSING A DEBIT  (DEFAULT 'RVDB',
      *                ACTIVE DEBIT FLAGGED 'R')
      *   REQUEST RECORD (TLRREVRQ): ORIGINAL AH-SEQ-NO 9(9).
      *
      *   THE BALANCE UPDATE AND THE REVERSAL ENTRY ARE BOTH
      *   JOURNALED THROUGH THE SHARED PJRNLUTL POSTING JOURNAL
      *   UNDER THIS RUN'S JOB/BUSINESS-DATE/RUN-NUMBER KEY, PRINTED
      *   AT THE TOP OF THE REPORT, SO THE RUN CAN BE BACKED OUT BY
      *   TLR430.  WITHOUT THE JOURNAL NOTHING IS REVERSED.
      *
      *   MODIFICATION HISTORY
      *   2026-09-01  ADDED FOR REVERSAL PROCESSING AGAINST POSTED
      *               ACCOUNT HISTORY.
      *   2026-10-15  JOURNAL THE ACCOUNT MASTER UPDATE AND THE
      *               HISTORY ENTRY THROUGH PJRNLUTL FOR BACKOUT AND
      *               FORWARD RECOVERY.
      *   2026-10-15  REFUSE TO REVERSE A DEBIT TLR150 RETURNED NSF.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR320.
           88  WS-HIST-END                VALUE 'Y'.
       01  WS-REVERSED-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-ALREADY-REVERSED        VALUE 'Y'.
       01  WS-NSF-RETURNED-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-RETURNED-NSF            VALUE 'Y'.

       01  WS-REQ-LINE.
           05  WS-RL-ORIG-SEQ-NO          PIC 9(09).
       01  WS-REVERSAL-CODE               PIC X(04) VALUE SPACES.
       01  WS-NEXT-SEQ-NO                 PIC 9(09) VALUE 0.
       01  WS-MATCH-DESC                  PIC X(30) VALUE SPACES.
       01  WS-NSF-MATCH-DESC              PIC X(30) VALUE SPACES.

       01  WS-REJECT-REASON               PIC X(40).

       COPY POSTJRNL.

      *> PJRNLUTL LINKAGE WORK AREA
       01  WS-PJ-ACTION                   PIC X(01).
       01  WS-PJ-STATUS                   PIC X(01).
       01  WS-PJ-RUN-SWITCH               PIC X(01) VALUE 'N'.
           88  WS-PJ-RUN-OPEN             VALUE 'Y'.
       01  WS-PJ-FAIL-COUNT               PIC S9(09) COMP-3 VALUE 0.

       01  WS-REQUEST-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-APPLIED-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-REJECT-COUNT                PIC S9(09) COMP-3 VALUE 0.
               'TLR320  REVERSAL PROCESSING FOR DATE '.
           05  WS-H1-DATE                 PIC 9(08).

       01  WS-JOURNAL-RUN-LINE.
           05  FILLER                     PIC X(22)
               VALUE 'POSTING JOURNAL RUN:  '.
           05  WS-JR-JOB                  PIC X(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-JR-BUSINESS-DATE        PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-JR-RUN-NO               PIC 9(04).

       01  WS-PJ-FAIL-LINE.
           05  FILLER                     PIC X(32)
               VALUE 'POSTING JOURNAL WRITE FAILURES: '.
           05  WS-PF-FAIL-COUNT           PIC ZZZZZZZZ9.

       01  WS-APPLIED-LINE.
           05  FILLER                     PIC X(09)
               VALUE 'REVERSED '.
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SWITCH
               WHEN OTHER
                   PERFORM 1070-OPEN-JOURNAL-RUN
                   IF WS-PJ-RUN-OPEN
                       PERFORM 1080-FIND-HIGHEST-SEQ-NO
                       PERFORM 1200-READ-REQUEST
                   END-IF
           END-EVALUATE.

       1050-LOAD-CODE-PARM.
               CLOSE CODE-PARM-FILE
           END-IF.

       1070-OPEN-JOURNAL-RUN.
      *>   A REVERSAL THAT CANNOT BE JOURNALED CANNOT BE BACKED OUT
      *>   -- STOP BEFORE THE FIRST ONE.
           MOVE SPACES   TO POSTJRNL-RECORD
           MOVE 'TLR320' TO PJ-JOB
           MOVE 'O' TO WS-PJ-ACTION
           CALL 'PJRNLUTL' USING WS-PJ-ACTION POSTJRNL-RECORD
               WS-PJ-STATUS
           IF WS-PJ-STATUS = '0'
               MOVE 'Y' TO WS-PJ-RUN-SWITCH
               MOVE PJ-JOB           TO WS-JR-JOB
               MOVE PJ-BUSINESS-DATE TO WS-JR-BUSINESS-DATE
               MOVE PJ-RUN-NO        TO WS-JR-RUN-NO
               WRITE REVERSAL-RPT-LINE FROM WS-JOURNAL-RUN-LINE
           ELSE
               MOVE 'POSTING JOURNAL NOT AVAILABLE - NOTHING REVERSED'
                   TO REVERSAL-RPT-LINE
               WRITE REVERSAL-RPT-LINE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       1080-FIND-HIGHEST-SEQ-NO.
      *>   REVERSAL ENTRIES CONTINUE AH-SEQ-NO FROM THE HIGHEST KEY
      *>   ON FILE, THE SAME WAY THE TLR130 LOAD DOES.
       2200-CHECK-ALREADY-REVERSED.
      *>   THE LINK IS THE DESCRIPTION 'REVERSAL OF ' PLUS THE
      *>   ORIGINAL SEQ-NO -- ONE SCAN OF THE ACCOUNT'S ENTRIES ON
      *>   THE ALTERNATE KEY FINDS A PRIOR REVERSAL.  THE SAME SCAN
      *>   LOOKS FOR A TLR150 'NSF RETURN OF ' ENTRY FOR IT.
           MOVE SPACES TO WS-MATCH-DESC
           STRING 'REVERSAL OF ' DELIMITED BY SIZE
                  WS-OR-SEQ-NO   DELIMITED BY SIZE
                  INTO WS-MATCH-DESC
           MOVE SPACES TO WS-NSF-MATCH-DESC
           STRING 'NSF RETURN OF ' DELIMITED BY SIZE
                  WS-OR-SEQ-NO     DELIMITED BY SIZE
                  INTO WS-NSF-MATCH-DESC
           MOVE 'N' TO WS-REVERSED-SWITCH
           MOVE 'N' TO WS-NSF-RETURNED-SWITCH
           MOVE WS-OR-ACCOUNT-NUMBER TO AH-ACCOUNT-NUMBER
           START ACCTHIST-FILE KEY = AH-ACCOUNT-NUMBER
           IF WS-ACCTHIST-FS = '00'
               MOVE 'N' TO WS-HIST-EOF-SWITCH
               PERFORM 2210-SCAN-ACCOUNT-ENTRY UNTIL WS-HIST-END
           END-IF
           EVALUATE TRUE
               WHEN WS-ALREADY-REVERSED
                   MOVE 'ENTRY ALREADY REVERSED' TO WS-REJECT-REASON
               WHEN WS-RETURNED-NSF
                   MOVE 'ENTRY RETURNED NSF' TO WS-REJECT-REASON
           END-EVALUATE.

       2210-SCAN-ACCOUNT-ENTRY.
           READ ACCTHIST-FILE NEXT RECORD
                           MOVE 'Y' TO WS-REVERSED-SWITCH
                           MOVE 'Y' TO WS-HIST-EOF-SWITCH
                       END-IF
                       IF AH-DESCRIPTION = WS-NSF-MATCH-DESC
                           MOVE 'Y' TO WS-NSF-RETURNED-SWITCH
                           MOVE 'Y' TO WS-HIST-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.

                   TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT
           ELSE
               MOVE SPACES TO POSTJRNL-RECORD
               MOVE ACCTMAST-RECORD TO PJ-BEFORE-IMAGE
               IF WS-OR-DISPOSITION = 'D'
                   ADD WS-OR-AMOUNT TO AM-CURRENT-BALANCE
               ELSE
                   SUBTRACT WS-OR-AMOUNT FROM AM-CURRENT-BALANCE
               END-IF
               REWRITE ACCTMAST-RECORD
               IF WS-ACCTMAST-FS = '00'
                   MOVE 'C'               TO PJ-ENTRY-TYPE
                   MOVE 'ACCTMAST'        TO PJ-FILE
                   MOVE AM-ACCOUNT-NUMBER TO PJ-RECORD-KEY
                   MOVE ACCTMAST-RECORD   TO PJ-AFTER-IMAGE
                   PERFORM 2450-WRITE-JOURNAL
               END-IF
               PERFORM 2500-WRITE-REVERSAL-ENTRY
           END-IF.

       2450-WRITE-JOURNAL.
           MOVE 'W' TO WS-PJ-ACTION
           CALL 'PJRNLUTL' USING WS-PJ-ACTION POSTJRNL-RECORD
               WS-PJ-STATUS
           IF WS-PJ-STATUS NOT = '0'
               ADD 1 TO WS-PJ-FAIL-COUNT
           END-IF.

       2500-WRITE-REVERSAL-ENTRY.
           ADD 1 TO WS-NEXT-SEQ-NO
           MOVE WS-NEXT-SEQ-NO        TO AH-SEQ-NO
               PERFORM 2900-WRITE-REJECT
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES          TO POSTJRNL-RECORD
               MOVE 'A'             TO PJ-ENTRY-TYPE
               MOVE 'ACCTHIST'      TO PJ-FILE
               MOVE AH-SEQ-NO       TO PJ-RECORD-KEY
               MOVE ACCTHIST-RECORD TO PJ-AFTER-IMAGE
               PERFORM 2450-WRITE-JOURNAL
               ADD 1 TO WS-APPLIED-COUNT
               MOVE WS-OR-SEQ-NO         TO WS-AL-ORIG-SEQ-NO
               MOVE WS-OR-ACCOUNT-NUMBER TO WS-AL-ACCOUNT-NUMBER
           MOVE WS-REQUEST-COUNT TO WS-SL-REQUEST-COUNT
           MOVE WS-APPLIED-COUNT TO WS-SL-APPLIED-COUNT
           MOVE WS-REJECT-COUNT  TO WS-SL-REJECT-COUNT
           WRITE REVERSAL-RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-PJ-FAIL-COUNT > 0
               MOVE WS-PJ-FAIL-COUNT TO WS-PF-FAIL-COUNT
               WRITE REVERSAL-RPT-LINE FROM WS-PJ-FAIL-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       9000-TERMINATE.
           IF WS-PJ-RUN-OPEN
               MOVE 'E' TO WS-PJ-ACTION
               CALL 'PJRNLUTL' USING WS-PJ-ACTION POSTJRNL-RECORD
                   WS-PJ-STATUS
           END-IF
           CLOSE REVERSAL-REQ-FILE
           CLOSE ACCTHIST-FILE
           CLOSE ACCTMAST-FILE
