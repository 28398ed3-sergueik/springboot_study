      *   MODIFICATION HISTORY
      *   2026-09-01  ADDED FOR DORMANT ACCOUNT IDENTIFICATION AND
      *               ESCHEATMENT CANDIDATE REPORTING.
      *   2026-10-15  LIST EACH REPORTED ACCOUNT'S OWNERS UNDER THE
      *               DETAIL LINE - THE PRIMARY OWNER WITH NAME AND
      *               ADDRESS, JOINT OWNERS BY NAME - FROM THE
      *               CUSTOMER MASTER AND THE CUSTOMER-TO-ACCOUNT
      *               RELATIONSHIP FILE, SO THE ESCHEATMENT LIST NO
      *               LONGER HAS TO BE ADDRESSED BY HAND.  WHEN
      *               EITHER FILE IS UNAVAILABLE THE REPORT PRINTS
      *               WITHOUT OWNER LINES, AS BEFORE.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR290.
               ALTERNATE RECORD KEY IS AH-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCTHIST-FS.
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
           SELECT DORMANT-PARM-FILE ASSIGN TO TLRDORPM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
       FD  ACCTHIST-FILE.
       COPY ACCTHIST.

       FD  CUSTMAST-FILE.
       COPY CUSTMAST.

       FD  CUSTACCT-FILE.
       COPY CUSTACCT.

       FD  DORMANT-PARM-FILE.
       01  DORMANT-PARM-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ACCTMAST-FS                 PIC X(02).
       01  WS-ACCTHIST-FS                 PIC X(02).
       01  WS-CUSTMAST-FS                 PIC X(02).
       01  WS-CUSTACCT-FS                 PIC X(02).
       01  WS-PARM-FS                     PIC X(02).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-HIST-END                VALUE 'Y'.
       01  WS-ACTIVITY-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-ACTIVITY-SEEN           VALUE 'Y'.
       01  WS-OWNERS-SWITCH               PIC X(01) VALUE 'N'.
           88  WS-OWNERS-AVAILABLE        VALUE 'Y'.
       01  WS-REL-EOF-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-REL-END                 VALUE 'Y'.
       01  WS-OWNER-COUNT                 PIC S9(04) COMP VALUE 0.

       01  WS-PARM-LINE.
           05  WS-PL-DORMANT-MONTHS       PIC 9(03).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-BALANCE              PIC -(12)9.99.

       01  WS-OWNER-LINE.
           05  FILLER                     PIC X(09) VALUE SPACES.
           05  WS-OL-LABEL                PIC X(08).
           05  WS-OL-NAME                 PIC X(30).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-OL-CITY                 PIC X(20).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-OL-POSTCODE             PIC X(10).

       01  WS-OWNER-ADDRESS-LINE.
           05  FILLER                     PIC X(17) VALUE SPACES.
           05  WS-OA-ADDRESS-1            PIC X(30).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-OA-ADDRESS-2            PIC X(30).

       01  WS-SUMMARY-LINE.
           05  FILLER                     PIC X(16)
               VALUE 'ACCOUNTS READ:  '.
                   MOVE 'Y' TO WS-EOF-SWITCH
               WHEN OTHER
                   PERFORM 1100-READ-ACCOUNT
           END-EVALUATE
           MOVE SPACES TO WS-CUSTMAST-FS
           OPEN INPUT CUSTMAST-FILE
           MOVE SPACES TO WS-CUSTACCT-FS
           OPEN INPUT CUSTACCT-FILE
           IF WS-CUSTMAST-FS = '00' AND WS-CUSTACCT-FS = '00'
               MOVE 'Y' TO WS-OWNERS-SWITCH
           END-IF.

       1050-LOAD-DORMANT-PARM.
      *>   THE PARAMETER FILE IS OPTIONAL -- WHEN IT IS ABSENT THE
               MOVE WS-QUIET-MONTHS TO WS-DL-QUIET-MONTHS
           END-IF
           MOVE AM-CURRENT-BALANCE    TO WS-DL-BALANCE
           WRITE DORMANT-RPT-LINE FROM WS-DETAIL-LINE
           IF WS-OWNERS-AVAILABLE
               PERFORM 2400-WRITE-OWNERS
           END-IF.

       2400-WRITE-OWNERS.
           MOVE 0 TO WS-OWNER-COUNT
           MOVE AM-ACCOUNT-NUMBER TO CR-ACCOUNT-NUMBER
           START CUSTACCT-FILE KEY = CR-ACCOUNT-NUMBER
           IF WS-CUSTACCT-FS = '00'
               MOVE 'N' TO WS-REL-EOF-SWITCH
               PERFORM 2410-WRITE-ONE-OWNER UNTIL WS-REL-END
           END-IF
           IF WS-OWNER-COUNT = 0
               MOVE SPACES TO WS-OL-CITY WS-OL-POSTCODE
               MOVE 'NONE    ' TO WS-OL-LABEL
               MOVE 'NO OWNER ON THE CUSTOMER FILE' TO WS-OL-NAME
               WRITE DORMANT-RPT-LINE FROM WS-OWNER-LINE
           END-IF.

       2410-WRITE-ONE-OWNER.
           READ CUSTACCT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REL-EOF-SWITCH
               NOT AT END
                   IF CR-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
                       MOVE 'Y' TO WS-REL-EOF-SWITCH
                   ELSE
                       MOVE CR-CUSTOMER-NO TO CU-CUSTOMER-NO
                       READ CUSTMAST-FILE
                       IF WS-CUSTMAST-FS = '00'
                           ADD 1 TO WS-OWNER-COUNT
                           PERFORM 2420-FORMAT-OWNER
                       END-IF
                   END-IF
           END-READ.

       2420-FORMAT-OWNER.
           MOVE CU-NAME TO WS-OL-NAME
           IF CR-PRIMARY-OWNER
               MOVE 'OWNER   '   TO WS-OL-LABEL
               MOVE CU-CITY      TO WS-OL-CITY
               MOVE CU-POSTCODE  TO WS-OL-POSTCODE
               WRITE DORMANT-RPT-LINE FROM WS-OWNER-LINE
               MOVE CU-ADDRESS-1 TO WS-OA-ADDRESS-1
               MOVE CU-ADDRESS-2 TO WS-OA-ADDRESS-2
               WRITE DORMANT-RPT-LINE FROM WS-OWNER-ADDRESS-LINE
           ELSE
               MOVE 'JOINT   '   TO WS-OL-LABEL
               MOVE SPACES       TO WS-OL-CITY
               MOVE SPACES       TO WS-OL-POSTCODE
               WRITE DORMANT-RPT-LINE FROM WS-OWNER-LINE
           END-IF.

       3000-PRODUCE-SUMMARY.
           MOVE WS-ACCT-COUNT    TO WS-SL-ACCT-COUNT
       9000-TERMINATE.
           CLOSE ACCTMAST-FILE
           CLOSE ACCTHIST-FILE
           IF WS-OWNERS-AVAILABLE
               CLOSE CUSTMAST-FILE
               CLOSE CUSTACCT-FILE
           END-IF
           CLOSE DORMANT-RPT-FILE.
