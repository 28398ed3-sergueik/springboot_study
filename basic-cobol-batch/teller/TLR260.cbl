      *   THE SAME WAY TLR100 LOGS ITS OWN, SO THE JOURNAL RUN MUST
      *   BALANCE AGAINST THE DAY'S CTLLEDGR COUNTS.
      *
      *   A DEBIT TLR150 RETURNED UNPAID AS NSF IS STILL ON THE
      *   CAPTURE FILE AND IS JOURNALLED WITH THE REST, SO EACH ITEM
      *   ON THE TLR150 RETURNED-ITEM FILE (TLRNSFRT, RETITEM LAYOUT)
      *   RETURNED ON THE BUSINESS DATE IS JOURNALLED BACK AS A
      *   CUSTOMER CREDIT UNDER ITS RI-RETURN-CODE, WITH ITS CASH
      *   OFFSET, IN THE SAME BRANCH/CODE SUMMARY - THE SAME ENTRY
      *   TLR150 WRITES TO THE HISTORY, WHICH TLR400 TIES TO THIS
      *   LINE.  THIS STEP THEREFORE RUNS AFTER TLR150; THE FILE IS
      *   OPTIONAL, AND WITHOUT IT THERE ARE NO RETURNS TO JOURNAL.
      *
      *   GL JOURNAL RECORD (GLJRNL, 40 BYTES), TYPE-CODED LIKE THE
      *   AMS DOWNLOAD WRAP:
      *       'HD'  RUN DATE 9(8)
      *   MODIFICATION HISTORY
      *   2026-09-01  ADDED AS THE GL JOURNAL INTERFACE FROM THE
      *               DAILY POSTING RUN.
      *   2026-10-15  JOURNAL THE TLR150 NSF RETURNS BACK OUT OF THE
      *               GL FROM THE RETURNED-ITEM FILE.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR260.
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-TRAN-CODE
               FILE STATUS IS WS-TRNCMAST-FS.
           SELECT RETURNED-ITEM-FILE ASSIGN TO TLRNSFRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETITEM-FS.
           SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-RPT-FILE ASSIGN TO GLJRNLRP
       FD  TRNCMAST-FILE.
       COPY TRNCMAST.

       FD  RETURNED-ITEM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS.
       01  RETURNED-ITEM-FILE-RECORD      PIC X(130).

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.

       WORKING-STORAGE SECTION.
       COPY TELLERTX.
       COPY RETITEM.

       01  WS-TRNCMAST-FS                 PIC X(02).
       01  WS-RETITEM-FS                  PIC X(02).
       01  WS-RETITEM-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-RETITEM-AVAILABLE       VALUE 'Y'.

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.

       01  WS-RECORD-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-UNKNOWN-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-RETURN-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-RETURN-TOTAL                PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-LINE-COUNT                  PIC S9(08) COMP-3 VALUE 0.
       01  WS-DEBIT-TOTAL                 PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CREDIT-TOTAL                PIC S9(13)V99 COMP-3 VALUE 0.
               VALUE '  CREDITS: '.
           05  WS-TL-CREDIT-TOTAL         PIC -(12)9.99.

       01  WS-RETURN-LINE.
           05  FILLER                     PIC X(23)
               VALUE 'NSF RETURNS JOURNALLED:'.
           05  WS-RL-RETURN-COUNT         PIC ZZZZZZZ9.
           05  FILLER                     PIC X(10)
               VALUE '  AMOUNT: '.
           05  WS-RL-RETURN-TOTAL         PIC -(12)9.99.

       01  WS-RESULT-LINE                 PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TXN UNTIL WS-END-OF-FILE
           IF WS-RETITEM-AVAILABLE
               PERFORM 2500-JOURNAL-NSF-RETURNS
           END-IF
           PERFORM 3000-WRITE-JOURNAL
           PERFORM 4000-PROVE-BALANCE
           PERFORM 9000-TERMINATE
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 1100-READ-TXN
               MOVE SPACES TO WS-RETITEM-FS
               OPEN INPUT RETURNED-ITEM-FILE
               IF WS-RETITEM-FS = '00'
                   MOVE 'Y' TO WS-RETITEM-SWITCH
               END-IF
           END-IF.

       1100-READ-TXN.
               MOVE 0              TO JS-AMOUNT (WS-SUM-FOUND)
           END-IF.

       2500-JOURNAL-NSF-RETURNS.
      *>   THE RETURN TAKES THE RETURNED ITEM'S BRANCH AND AMOUNT
      *>   UNDER THE RETURN CODE, WHOSE CREDIT DISPOSITION COMES OFF
      *>   THE CODE MASTER LIKE ANY OTHER SUMMARY ENTRY'S.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ RETURNED-ITEM-FILE INTO RETITEM-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF RI-RETURN-DATE = WS-BIZ-DATE
                           MOVE RI-TT-DATA TO TELLER-TRANSACTION-REC
                           MOVE RI-RETURN-CODE TO TT-TRAN-CODE
                           ADD 1 TO WS-RETURN-COUNT
                           ADD TT-AMOUNT TO WS-RETURN-TOTAL
                           PERFORM 2100-ACCUMULATE-SUMMARY
                       END-IF
               END-READ
           END-PERFORM.

       3000-WRITE-JOURNAL.
           MOVE SPACES      TO WS-JOURNAL-HDR
           MOVE 'HD'        TO JH-RECORD-TYPE
           MOVE WS-DEBIT-TOTAL  TO WS-TL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO WS-TL-CREDIT-TOTAL
           WRITE JOURNAL-RPT-LINE FROM WS-TOTAL-LINE
           MOVE WS-RETURN-COUNT TO WS-RL-RETURN-COUNT
           MOVE WS-RETURN-TOTAL TO WS-RL-RETURN-TOTAL
           WRITE JOURNAL-RPT-LINE FROM WS-RETURN-LINE
           IF WS-UNKNOWN-COUNT > 0
               MOVE 'TRANSACTIONS WITH NO DISPOSITION LEFT OFF'
                   TO WS-RESULT-LINE
       9000-TERMINATE.
           CLOSE TELLER-TXN-FILE
           CLOSE TRNCMAST-FILE
           IF WS-RETITEM-AVAILABLE
               CLOSE RETURNED-ITEM-FILE
           END-IF
           CLOSE GL-JOURNAL-FILE
           CLOSE JOURNAL-RPT-FILE.
