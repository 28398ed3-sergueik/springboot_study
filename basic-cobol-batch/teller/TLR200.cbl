      *               ACCOUNT HAS MORE IN-RANGE TRANSACTIONS THAN
      *               THE GATHER TABLE HOLDS, INSTEAD OF SILENTLY
      *               OMITTING LINES FROM A CUSTOMER DOCUMENT.
      *   2026-10-15  PRINT THE PRIMARY OWNER'S NAME AND ADDRESS AND
      *               ANY JOINT OWNERS' NAMES UNDER THE STATEMENT
      *               HEADER, FROM THE CUSTOMER MASTER AND THE
      *               CUSTOMER-TO-ACCOUNT RELATIONSHIP FILE.  WHEN
      *               EITHER FILE IS UNAVAILABLE THE STATEMENT PRINTS
      *               WITHOUT THE OWNER BLOCK, AS BEFORE.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR200.
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-TRAN-CODE
               FILE STATUS IS WS-TRNCMAST-FS.
           SELECT CUSTMAST-FILE  ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-NO
               ALTERNATE RECORD KEY IS CU-TAX-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTMAST-FS.
           SELECT CUSTACCT-FILE  ASSIGN TO CUSTACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-KEY
               ALTERNATE RECORD KEY IS CR-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTACCT-FS.
           SELECT STMT-PARM-FILE ASSIGN TO TLRSTMPM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
       FD  TRNCMAST-FILE.
       COPY TRNCMAST.

       FD  CUSTMAST-FILE.
       COPY CUSTMAST.

       FD  CUSTACCT-FILE.
       COPY CUSTACCT.

       FD  STMT-PARM-FILE.
       01  STMT-PARM-RECORD               PIC X(80).

       01  WS-ACCTHIST-FS                 PIC X(02).
       01  WS-ACCTMAST-FS                 PIC X(02).
       01  WS-TRNCMAST-FS                 PIC X(02).
       01  WS-CUSTMAST-FS                 PIC X(02).
       01  WS-CUSTACCT-FS                 PIC X(02).
       01  WS-PARM-FS                     PIC X(02).
       01  WS-REQ-FS                      PIC X(02).

           88  WS-HIST-END                VALUE 'Y'.
       01  WS-MASTERS-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-MASTERS-AVAILABLE       VALUE 'Y'.
       01  WS-OWNERS-SWITCH               PIC X(01) VALUE 'N'.
           88  WS-OWNERS-AVAILABLE        VALUE 'Y'.
       01  WS-REL-EOF-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-REL-END                 VALUE 'Y'.

       01  WS-PARM-LINE.
           05  WS-PL-FROM-DATE            PIC 9(08).
               10  SX-DESCRIPTION         PIC X(30).
               10  SX-AMOUNT              PIC S9(11)V99 COMP-3.

      *>   THE CURRENT ACCOUNT'S OWNERS FROM THE RELATIONSHIP FILE --
      *>   THE PRIMARY PRINTS WITH ITS ADDRESS, JOINTS BY NAME ONLY.
       01  WS-OWNER-MAX                   PIC S9(04) COMP VALUE 10.
       01  WS-OWNER-COUNT                 PIC S9(04) COMP VALUE 0.
       01  WS-OWNER-IDX                   PIC S9(04) COMP VALUE 0.
       01  OWNER-TABLE.
           05  OWNER-ENTRY OCCURS 10 TIMES.
               10  OW-CUSTOMER-NO         PIC 9(10).
               10  OW-RELATIONSHIP        PIC X(01).

       01  WS-NET-MOVEMENT                PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-OPENING-BALANCE             PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CLOSING-BALANCE             PIC S9(13)V99 COMP-3 VALUE 0.
           05  FILLER                     PIC X(06) VALUE '  TO: '.
           05  WS-SH-TO-DATE              PIC 9(08).

       01  WS-OWNER-LINE.
           05  WS-OL-LABEL                PIC X(14).
           05  WS-OL-TEXT                 PIC X(60).

       01  WS-BALANCE-LINE.
           05  WS-BL-LABEL                PIC X(18).
           05  WS-BL-AMOUNT               PIC -(12)9.99.
               IF WS-ACCTMAST-FS = '00' AND WS-TRNCMAST-FS = '00'
                   MOVE 'Y' TO WS-MASTERS-SWITCH
               END-IF
               MOVE SPACES TO WS-CUSTMAST-FS
               OPEN INPUT CUSTMAST-FILE
               MOVE SPACES TO WS-CUSTACCT-FS
               OPEN INPUT CUSTACCT-FILE
               IF WS-CUSTMAST-FS = '00' AND WS-CUSTACCT-FS = '00'
                   MOVE 'Y' TO WS-OWNERS-SWITCH
               END-IF
               IF WS-MODE-REQUESTS
                   PERFORM 1200-LOAD-REQUESTS
               END-IF
           MOVE WS-FROM-DATE       TO WS-SH-FROM-DATE
           MOVE WS-TO-DATE         TO WS-SH-TO-DATE
           WRITE STATEMENT-LINE FROM WS-STMT-HEADER-1
           IF WS-OWNERS-AVAILABLE
               PERFORM 5200-PRINT-OWNERS
           END-IF
           PERFORM 5100-COMPUTE-BALANCES
           MOVE 'OPENING BALANCE:  ' TO WS-BL-LABEL
           MOVE WS-OPENING-BALANCE   TO WS-BL-AMOUNT
           COMPUTE WS-OPENING-BALANCE =
               WS-CLOSING-BALANCE - WS-NET-MOVEMENT.

       5200-PRINT-OWNERS.
           MOVE 0 TO WS-OWNER-COUNT
           MOVE WS-CURRENT-ACCOUNT TO CR-ACCOUNT-NUMBER
           START CUSTACCT-FILE KEY = CR-ACCOUNT-NUMBER
           IF WS-CUSTACCT-FS = '00'
               MOVE 'N' TO WS-REL-EOF-SWITCH
               PERFORM UNTIL WS-REL-END
                   READ CUSTACCT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REL-EOF-SWITCH
                       NOT AT END
                           IF CR-ACCOUNT-NUMBER
                                   NOT = WS-CURRENT-ACCOUNT
                               MOVE 'Y' TO WS-REL-EOF-SWITCH
                           ELSE
                               IF WS-OWNER-COUNT < WS-OWNER-MAX
                                   ADD 1 TO WS-OWNER-COUNT
                                   MOVE CR-CUSTOMER-NO TO
                                       OW-CUSTOMER-NO (WS-OWNER-COUNT)
                                   MOVE CR-RELATIONSHIP TO
                                       OW-RELATIONSHIP (WS-OWNER-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
      *>   PRIMARY FIRST WITH THE MAILING ADDRESS, THEN THE JOINTS.
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
               IF OW-RELATIONSHIP (WS-OWNER-IDX) = 'P'
                   MOVE OW-CUSTOMER-NO (WS-OWNER-IDX)
                       TO CU-CUSTOMER-NO
                   READ CUSTMAST-FILE
                   IF WS-CUSTMAST-FS = '00'
                       PERFORM 5300-PRINT-ADDRESS
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
               IF OW-RELATIONSHIP (WS-OWNER-IDX) NOT = 'P'
                   MOVE OW-CUSTOMER-NO (WS-OWNER-IDX)
                       TO CU-CUSTOMER-NO
                   READ CUSTMAST-FILE
                   IF WS-CUSTMAST-FS = '00'
                       MOVE 'JOINT OWNER:  ' TO WS-OL-LABEL
                       MOVE CU-NAME          TO WS-OL-TEXT
                       WRITE STATEMENT-LINE FROM WS-OWNER-LINE
                   END-IF
               END-IF
           END-PERFORM.

       5300-PRINT-ADDRESS.
           MOVE 'OWNER:        ' TO WS-OL-LABEL
           MOVE CU-NAME          TO WS-OL-TEXT
           WRITE STATEMENT-LINE FROM WS-OWNER-LINE
           MOVE SPACES           TO WS-OL-LABEL
           MOVE CU-ADDRESS-1     TO WS-OL-TEXT
           WRITE STATEMENT-LINE FROM WS-OWNER-LINE
           IF CU-ADDRESS-2 NOT = SPACES
               MOVE CU-ADDRESS-2 TO WS-OL-TEXT
               WRITE STATEMENT-LINE FROM WS-OWNER-LINE
           END-IF
           MOVE SPACES           TO WS-OL-TEXT
           STRING CU-CITY DELIMITED BY '  '
                  ' '     DELIMITED BY SIZE
                  CU-POSTCODE DELIMITED BY SIZE
               INTO WS-OL-TEXT
           END-STRING
           WRITE STATEMENT-LINE FROM WS-OWNER-LINE.

       4000-PRODUCE-SUMMARY.
           MOVE WS-STATEMENT-COUNT TO WS-SM-STATEMENT-COUNT
           WRITE STATEMENT-LINE FROM WS-SUMMARY-LINE.
               CLOSE ACCTHIST-FILE
               CLOSE ACCTMAST-FILE
               CLOSE TRNCMAST-FILE
               CLOSE CUSTMAST-FILE
               CLOSE CUSTACCT-FILE
           END-IF
           CLOSE STATEMENT-FILE.
