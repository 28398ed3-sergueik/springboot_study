      *
      *   TLR390 - INBOUND CHANNEL RETURN FILES
      *
      *   AN ATM OR ACH ITEM FED BY TLR380 THAT THE STREAM COULD NOT
      *   POST USED TO SIT ON A REJECT LISTING UNTIL SOMEONE PHONED
      *   THE ORIGINATOR.  RUN AFTER TLR150, THIS STEP PICKS THE
      *   CHANNEL ITEMS (SOURCE PAIRS 'ATM  '/'ATMNET' AND
      *   'ACH  '/'ACHNET') OUT OF THE TLR160 REJECT FILE, THE
      *   TLR150 POSTING EXCEPTION FILE AND THE TLR150 RETURNED-ITEM
      *   (NSF) FILE AND WRITES EACH ONE TO A
      *   RETURN FILE BACK TO ITS NETWORK - ATMRETN OR ACHRETN -
      *   CARRYING THE ORIGINAL TRACE NUMBER (FIRST 15 BYTES OF
      *   TT-DESCRIPTION) AND A NETWORK RETURN REASON CODE:
      *
      *       TLR160 '01'  ACCOUNT NUMBER INVALID       R04
      *       TLR160 '07'  ACCOUNT DORMANT              R16
      *       TLR160 '08'  ACCOUNT ON HOLD              R16
      *       TLR150       ACCOUNT NOT ON MASTER  'P1'  R03
      *       TLR150       ACCOUNT CLOSED         'P2'  R02
      *       TLR150       INSUFFICIENT FUNDS     'P4'  R01
      *       ANY OTHER    ITEM FAILED EDIT/POSTING     R17
      *
      *   THE TLR150 EXCEPTION RECORD CARRIES NO REASON, SO THE
      *   ACCOUNT MASTER IS READ AGAIN TO TELL A MISSING ACCOUNT
      *   FROM A CLOSED ONE ('P3' - TRAN CODE NOT POSTABLE -
      *   OTHERWISE, OR WHEN THE MASTER IS NOT AVAILABLE).  THE
      *   RETURNED-ITEM FILE CARRIES ITS OWN REASON AND IS OPTIONAL -
      *   WITHOUT IT THERE ARE NO NSF RETURNS TO SEND.  EACH
      *   RETURN FILE IS FRAMED WITH AN 'H' HEADER AND A 'T'
      *   TRAILER CARRYING THE ITEM COUNT AND AMOUNT TOTAL SO THE
      *   NETWORK CAN BALANCE IT.  EVERY RETURN IS LISTED ON THE
      *   TLRCHRRP REPORT.
      *
      *   RETURN RECORD (ATMRETN 80 BYTES, ACHRETN 94 BYTES)
      *       H  SOURCE X(6), RETURN DATE 9(8)
      *       R  TRACE X(15), TERMINAL X(4), ACCOUNT X(12),
      *          TRAN CODE X(4), AMOUNT 9(11)V99, TRAN DATE X(8),
      *          RETURN REASON X(3), INTERNAL REASON X(2),
      *          RETURN DATE 9(8)
      *       T  ITEM COUNT 9(7), AMOUNT TOTAL 9(13)V99
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR INBOUND CHANNEL RETURNS.
      *   2026-10-15  RETURN THE CHANNEL ITEMS TLR150 NOW RETURNS FOR
      *               INSUFFICIENT FUNDS ('P4', R01) FROM ITS
      *               RETURNED-ITEM FILE.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR390.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLER-REJECT-FILE ASSIGN TO TLRREJF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-FS.
           SELECT POST-EXCEPT-FILE ASSIGN TO TLRPOSTX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-FS.
           SELECT RETURNED-ITEM-FILE ASSIGN TO TLRNSFRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETITEM-FS.
           SELECT ACCTMAST-FILE   ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMAST-FS.
           SELECT ATM-RETURN-FILE ASSIGN TO ATMRETN
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACH-RETURN-FILE ASSIGN TO ACHRETN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-RPT-FILE ASSIGN TO TLRCHRRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TELLER-REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 115 CHARACTERS.
       01  TELLER-REJECT-RECORD           PIC X(115).

       FD  POST-EXCEPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 93 CHARACTERS.
       01  POST-EXCEPT-RECORD             PIC X(93).

       FD  RETURNED-ITEM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 130 CHARACTERS.
       01  RETURNED-ITEM-FILE-RECORD      PIC X(130).

       FD  ACCTMAST-FILE.
       COPY ACCTMAST.

       FD  ATM-RETURN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ATM-RETURN-RECORD              PIC X(80).

       FD  ACH-RETURN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 94 CHARACTERS.
       01  ACH-RETURN-RECORD              PIC X(94).

       FD  RETURN-RPT-FILE.
       01  RETURN-RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       COPY TELLERTX.

       01  WS-REJECT-FS                   PIC X(02).
       01  WS-EXCEPT-FS                   PIC X(02).
       01  WS-RETITEM-FS                  PIC X(02).
       01  WS-RETITEM-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-RETITEM-AVAILABLE       VALUE 'Y'.
       01  WS-ACCTMAST-FS                 PIC X(02).
       01  WS-ACCTMAST-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-ACCTMAST-AVAILABLE      VALUE 'Y'.
       01  WS-RUN-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-RUN-STARTED             VALUE 'Y'.

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.

      *>   THE TLR160 REJECT RECORD -- CAPTURE DATA, REASON CODE,
      *>   HOLD REASON.
       01  WS-REJECT-WORK.
           05  WS-RW-TT-DATA              PIC X(93).
           05  WS-RW-REASON               PIC X(02).
           05  WS-RW-HOLD-REASON          PIC X(20).

       COPY RETITEM.

       01  WS-CHANNEL-DESC.
           05  WS-CD-TRACE-NO             PIC X(15).
           05  WS-CD-TEXT                 PIC X(15).

       01  WS-CHANNEL                     PIC X(03).
           88  WS-CHANNEL-ATM             VALUE 'ATM'.
           88  WS-CHANNEL-ACH             VALUE 'ACH'.
           88  WS-NOT-A-CHANNEL-ITEM      VALUE SPACES.
       01  WS-INTERNAL-REASON             PIC X(02).
       01  WS-RETURN-REASON               PIC X(03).
       01  WS-ITEM-AMOUNT                 PIC S9(11)V99 COMP-3.

       01  RETURN-HEADER-WORK.
           05  RH-RECORD-TYPE             PIC X(01) VALUE 'H'.
           05  RH-SOURCE                  PIC X(06).
           05  RH-RETURN-DATE             PIC 9(08).
           05  FILLER                     PIC X(65) VALUE SPACES.
       01  RETURN-DETAIL-WORK.
           05  RR-RECORD-TYPE             PIC X(01) VALUE 'R'.
           05  RR-TRACE-NO                PIC X(15).
           05  RR-TERMINAL-ID             PIC X(04).
           05  RR-ACCOUNT-NUMBER          PIC X(12).
           05  RR-TRAN-CODE               PIC X(04).
           05  RR-AMOUNT                  PIC 9(11)V99.
           05  RR-TRAN-DATE               PIC X(08).
           05  RR-RETURN-REASON           PIC X(03).
           05  RR-INTERNAL-REASON         PIC X(02).
           05  RR-RETURN-DATE             PIC 9(08).
           05  FILLER                     PIC X(10) VALUE SPACES.
       01  RETURN-TRAILER-WORK.
           05  RT-RECORD-TYPE             PIC X(01) VALUE 'T'.
           05  RT-ITEM-COUNT              PIC 9(07).
           05  RT-AMOUNT-TOTAL            PIC 9(13)V99.
           05  FILLER                     PIC X(57) VALUE SPACES.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       01  WS-REJECT-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-EXCEPT-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-NSF-READ-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-ATM-RETURN-COUNT            PIC S9(09) COMP-3 VALUE 0.
       01  WS-ACH-RETURN-COUNT            PIC S9(09) COMP-3 VALUE 0.
       01  WS-ATM-RETURN-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-ACH-RETURN-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(40) VALUE
               'TLR390  CHANNEL ITEMS RETURNED FOR '.
           05  WS-H1-DATE                 PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER                     PIC X(50) VALUE
               'CHN TRACE           ACCOUNT             AMOUNT RSN'.
           05  FILLER                     PIC X(10) VALUE
               ' RET'.

       01  WS-RETURN-LINE.
           05  WS-RL-CHANNEL              PIC X(03).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RL-TRACE-NO             PIC X(15).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RL-ACCOUNT-NUMBER       PIC X(12).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RL-AMOUNT               PIC -(10)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-RL-INTERNAL-REASON      PIC X(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  WS-RL-RETURN-REASON        PIC X(03).

       01  WS-SUMMARY-LINE-1.
           05  FILLER                     PIC X(14)
               VALUE 'REJECTS READ: '.
           05  WS-SL-REJECT-COUNT         PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(19)
               VALUE '  EXCEPTIONS READ: '.
           05  WS-SL-EXCEPT-COUNT         PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(20)
               VALUE '  NSF RETURNS READ: '.
           05  WS-SL-NSF-READ-COUNT       PIC ZZZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  WS-SL-CHANNEL              PIC X(03).
           05  FILLER                     PIC X(11)
               VALUE ' RETURNED: '.
           05  WS-SL-RETURN-COUNT         PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(09)
               VALUE '  TOTAL: '.
           05  WS-SL-RETURN-TOTAL         PIC -(12)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-STARTED
               PERFORM 2000-PROCESS-REJECTS
               PERFORM 3000-PROCESS-EXCEPTIONS
               IF WS-RETITEM-AVAILABLE
                   PERFORM 3500-PROCESS-NSF-RETURNS
               END-IF
               PERFORM 4000-PRODUCE-SUMMARY
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           OPEN OUTPUT RETURN-RPT-FILE
           MOVE WS-BIZ-DATE TO WS-H1-DATE
           WRITE RETURN-RPT-LINE FROM WS-HEADING-1
           WRITE RETURN-RPT-LINE FROM WS-HEADING-2
           MOVE SPACES TO WS-REJECT-FS
           OPEN INPUT TELLER-REJECT-FILE
           MOVE SPACES TO WS-EXCEPT-FS
           OPEN INPUT POST-EXCEPT-FILE
           MOVE SPACES TO WS-RETITEM-FS
           OPEN INPUT RETURNED-ITEM-FILE
           IF WS-RETITEM-FS = '00'
               MOVE 'Y' TO WS-RETITEM-SWITCH
           END-IF
      *>   THE ACCOUNT MASTER ONLY REFINES THE TLR150 REASON --
      *>   WITHOUT IT THOSE ITEMS STILL RETURN, AS 'P3'.
           MOVE SPACES TO WS-ACCTMAST-FS
           OPEN INPUT ACCTMAST-FILE
           IF WS-ACCTMAST-FS = '00'
               MOVE 'Y' TO WS-ACCTMAST-SWITCH
           END-IF
           OPEN OUTPUT ATM-RETURN-FILE
           OPEN OUTPUT ACH-RETURN-FILE
           MOVE WS-BIZ-DATE TO RH-RETURN-DATE
           MOVE 'ATMNET' TO RH-SOURCE
           WRITE ATM-RETURN-RECORD FROM RETURN-HEADER-WORK
           MOVE 'ACHNET' TO RH-SOURCE
           WRITE ACH-RETURN-RECORD FROM RETURN-HEADER-WORK
           EVALUATE TRUE
               WHEN WS-REJECT-FS NOT = '00'
                   MOVE 'TLR160 REJECT FILE NOT AVAILABLE - NO RETURNS'
                       TO RETURN-RPT-LINE
                   WRITE RETURN-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN WS-EXCEPT-FS NOT = '00'
                   MOVE 'TLR150 EXCEPTION FILE NOT AVAILABLE-NO RETURNS'
                       TO RETURN-RPT-LINE
                   WRITE RETURN-RPT-LINE
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'Y' TO WS-RUN-SWITCH
           END-EVALUATE.

       2000-PROCESS-REJECTS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2100-READ-REJECT
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-RW-TT-DATA TO TELLER-TRANSACTION-REC
               PERFORM 2200-SET-CHANNEL
               IF NOT WS-NOT-A-CHANNEL-ITEM
                   MOVE WS-RW-REASON TO WS-INTERNAL-REASON
                   EVALUATE WS-INTERNAL-REASON
                       WHEN '01'
                           MOVE 'R04' TO WS-RETURN-REASON
                       WHEN '07'
                       WHEN '08'
                           MOVE 'R16' TO WS-RETURN-REASON
                       WHEN OTHER
                           MOVE 'R17' TO WS-RETURN-REASON
                   END-EVALUATE
                   PERFORM 2500-WRITE-RETURN
               END-IF
               PERFORM 2100-READ-REJECT
           END-PERFORM.

       2100-READ-REJECT.
           READ TELLER-REJECT-FILE INTO WS-REJECT-WORK
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2200-SET-CHANNEL.
           EVALUATE TRUE
               WHEN TT-BRANCH-ID = 'ATM  ' AND TT-TELLER-ID = 'ATMNET'
                   MOVE 'ATM' TO WS-CHANNEL
               WHEN TT-BRANCH-ID = 'ACH  ' AND TT-TELLER-ID = 'ACHNET'
                   MOVE 'ACH' TO WS-CHANNEL
               WHEN OTHER
                   MOVE SPACES TO WS-CHANNEL
           END-EVALUATE.

       2500-WRITE-RETURN.
      *>   A CORRUPT PACKED AMOUNT (TLR160 REASON 06) RETURNS AS
      *>   ZERO -- THE TRACE NUMBER IS WHAT THE NETWORK MATCHES ON.
           IF TT-AMOUNT NUMERIC
               MOVE TT-AMOUNT TO WS-ITEM-AMOUNT
           ELSE
               MOVE 0 TO WS-ITEM-AMOUNT
           END-IF
           MOVE TT-DESCRIPTION     TO WS-CHANNEL-DESC
           MOVE WS-CD-TRACE-NO     TO RR-TRACE-NO
           MOVE TT-TERMINAL-ID     TO RR-TERMINAL-ID
           MOVE TT-ACCOUNT-NUMBER  TO RR-ACCOUNT-NUMBER
           MOVE TT-TRAN-CODE       TO RR-TRAN-CODE
           MOVE WS-ITEM-AMOUNT     TO RR-AMOUNT
           MOVE TT-TRAN-DATE       TO RR-TRAN-DATE
           MOVE WS-RETURN-REASON   TO RR-RETURN-REASON
           MOVE WS-INTERNAL-REASON TO RR-INTERNAL-REASON
           MOVE WS-BIZ-DATE        TO RR-RETURN-DATE
           IF WS-CHANNEL-ATM
               WRITE ATM-RETURN-RECORD FROM RETURN-DETAIL-WORK
               ADD 1 TO WS-ATM-RETURN-COUNT
               ADD WS-ITEM-AMOUNT TO WS-ATM-RETURN-TOTAL
           ELSE
               WRITE ACH-RETURN-RECORD FROM RETURN-DETAIL-WORK
               ADD 1 TO WS-ACH-RETURN-COUNT
               ADD WS-ITEM-AMOUNT TO WS-ACH-RETURN-TOTAL
           END-IF
           MOVE WS-CHANNEL         TO WS-RL-CHANNEL
           MOVE WS-CD-TRACE-NO     TO WS-RL-TRACE-NO
           MOVE TT-ACCOUNT-NUMBER  TO WS-RL-ACCOUNT-NUMBER
           MOVE WS-ITEM-AMOUNT     TO WS-RL-AMOUNT
           MOVE WS-INTERNAL-REASON TO WS-RL-INTERNAL-REASON
           MOVE WS-RETURN-REASON   TO WS-RL-RETURN-REASON
           WRITE RETURN-RPT-LINE FROM WS-RETURN-LINE.

       3000-PROCESS-EXCEPTIONS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3100-READ-EXCEPTION
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-EXCEPT-COUNT
               PERFORM 2200-SET-CHANNEL
               IF NOT WS-NOT-A-CHANNEL-ITEM
                   PERFORM 3200-CLASSIFY-EXCEPTION
                   PERFORM 2500-WRITE-RETURN
               END-IF
               PERFORM 3100-READ-EXCEPTION
           END-PERFORM.

       3100-READ-EXCEPTION.
           READ POST-EXCEPT-FILE INTO TELLER-TRANSACTION-REC
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       3200-CLASSIFY-EXCEPTION.
           MOVE 'P3'  TO WS-INTERNAL-REASON
           MOVE 'R17' TO WS-RETURN-REASON
           IF WS-ACCTMAST-AVAILABLE
               MOVE TT-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
               READ ACCTMAST-FILE
               EVALUATE TRUE
                   WHEN WS-ACCTMAST-FS NOT = '00'
                       MOVE 'P1'  TO WS-INTERNAL-REASON
                       MOVE 'R03' TO WS-RETURN-REASON
                   WHEN AM-ACCOUNT-CLOSED
                       MOVE 'P2'  TO WS-INTERNAL-REASON
                       MOVE 'R02' TO WS-RETURN-REASON
               END-EVALUATE
           END-IF.

       3500-PROCESS-NSF-RETURNS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3600-READ-NSF-RETURN
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-NSF-READ-COUNT
               MOVE RI-TT-DATA TO TELLER-TRANSACTION-REC
               PERFORM 2200-SET-CHANNEL
               IF NOT WS-NOT-A-CHANNEL-ITEM
                   MOVE RI-REASON TO WS-INTERNAL-REASON
                   IF RI-REASON-NSF
                       MOVE 'R01' TO WS-RETURN-REASON
                   ELSE
                       MOVE 'R17' TO WS-RETURN-REASON
                   END-IF
                   PERFORM 2500-WRITE-RETURN
               END-IF
               PERFORM 3600-READ-NSF-RETURN
           END-PERFORM.

       3600-READ-NSF-RETURN.
           READ RETURNED-ITEM-FILE INTO RETITEM-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       4000-PRODUCE-SUMMARY.
           MOVE WS-REJECT-COUNT TO WS-SL-REJECT-COUNT
           MOVE WS-EXCEPT-COUNT TO WS-SL-EXCEPT-COUNT
           MOVE WS-NSF-READ-COUNT TO WS-SL-NSF-READ-COUNT
           WRITE RETURN-RPT-LINE FROM WS-SUMMARY-LINE-1
           MOVE 'ATM'               TO WS-SL-CHANNEL
           MOVE WS-ATM-RETURN-COUNT TO WS-SL-RETURN-COUNT
           MOVE WS-ATM-RETURN-TOTAL TO WS-SL-RETURN-TOTAL
           WRITE RETURN-RPT-LINE FROM WS-SUMMARY-LINE-2
           MOVE 'ACH'               TO WS-SL-CHANNEL
           MOVE WS-ACH-RETURN-COUNT TO WS-SL-RETURN-COUNT
           MOVE WS-ACH-RETURN-TOTAL TO WS-SL-RETURN-TOTAL
           WRITE RETURN-RPT-LINE FROM WS-SUMMARY-LINE-2.

       9000-TERMINATE.
           MOVE WS-ATM-RETURN-COUNT TO RT-ITEM-COUNT
           MOVE WS-ATM-RETURN-TOTAL TO RT-AMOUNT-TOTAL
           WRITE ATM-RETURN-RECORD FROM RETURN-TRAILER-WORK
           MOVE WS-ACH-RETURN-COUNT TO RT-ITEM-COUNT
           MOVE WS-ACH-RETURN-TOTAL TO RT-AMOUNT-TOTAL
           WRITE ACH-RETURN-RECORD FROM RETURN-TRAILER-WORK
           CLOSE TELLER-REJECT-FILE
           CLOSE POST-EXCEPT-FILE
           IF WS-RETITEM-AVAILABLE
               CLOSE RETURNED-ITEM-FILE
           END-IF
           IF WS-ACCTMAST-AVAILABLE
               CLOSE ACCTMAST-FILE
           END-IF
           CLOSE ATM-RETURN-FILE
           CLOSE ACH-RETURN-FILE
           CLOSE RETURN-RPT-FILE.
