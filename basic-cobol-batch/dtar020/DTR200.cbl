      *   REWRITTEN WHOLE AT END OF RUN.
      *
      *   TRANSACTION LAYOUT: SD-FILE-ID 'S' (STORE) OR 'D' (DEPT),
      *   SD-ACTION A/C/X, KEY NUMBER, NAME, STATUS, STORE OPEN DATE
      *   AND STORE CLOSED DATE (CCYYMMDD OR BLANK).  A STORE ADDED
      *   WITHOUT AN OPEN DATE OPENS ON THE BUSINESS DATE; A STORE
      *   CLOSED WITHOUT A CLOSED DATE CLOSES ON THE BUSINESS DATE;
      *   A CLOSED STORE CHANGED BACK TO ACTIVE LOSES ITS CLOSED
      *   DATE.  THE DATES DRIVE THE DTR370 COMP-STORE CLASSIFICATION.
      *   LAST COMES THE STORE OPERATING ACCOUNT (12 DIGITS OR BLANK)
      *   THE DTR380 DEPOSIT RECONCILIATION MATCHES SALES TO: BLANK
      *   KEEPS THE ACCOUNT ON FILE, ALL ZEROS REMOVES IT.
      *
      *   MODIFICATION HISTORY
      *   2026-08-21  ADDED FOR STORE/DEPARTMENT MASTER MAINTENANCE.
      *               REWRITE THE MASTER FROM AN EMPTY OR TRUNCATED
      *               TABLE AND DESTROY THE FILE THIS PROGRAM EXISTS
      *               TO PROTECT.
      *   2026-10-15  JOURNAL EVERY BEFORE/AFTER IMAGE TO THE SHARED
      *               AUDIT JOURNAL THROUGH AUDITUTL.
      *   2026-10-15  MAINTAIN THE NEW STORE OPEN AND CLOSED DATES;
      *               TRANSACTION RECORD LENGTH 46.
      *   2026-10-15  MAINTAIN THE NEW STORE OPERATING ACCOUNT;
      *               TRANSACTION RECORD LENGTH 58.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTR200.
       FILE SECTION.
       FD  MAINT-TRAN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
       01  MAINT-TRAN-FILE-RECORD         PIC X(58).

       FD  STORMAST-FILE
           RECORDING MODE IS F.
       01  STORMAST-FILE-RECORD           PIC X(51).

       FD  DEPTMAST-FILE
           RECORDING MODE IS F.
           05  SD-KEY-NO                  PIC 9(03).
           05  SD-NAME                    PIC X(20).
           05  SD-STATUS                  PIC X(01).
           05  SD-OPEN-DATE               PIC X(08).
           05  SD-OPEN-DATE-N REDEFINES SD-OPEN-DATE
                                          PIC 9(08).
           05  SD-CLOSED-DATE             PIC X(08).
           05  SD-CLOSED-DATE-N REDEFINES SD-CLOSED-DATE
                                          PIC 9(08).
           05  SD-OPER-ACCOUNT            PIC X(12).
           05  SD-OPER-ACCOUNT-N REDEFINES SD-OPER-ACCOUNT
                                          PIC 9(12).
           05  FILLER                     PIC X(04).

       01  WS-STORMAST-FS                 PIC X(02).
       01  WS-DEPTMAST-FS                 PIC X(02).
       01  WS-DTAR020-FS                  PIC X(02).

       COPY AUDJRNL.

      *> AUDITUTL LINKAGE WORK AREA
       01  WS-AUD-ACTION                  PIC X(01).
       01  WS-AUD-STATUS                  PIC X(01).

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.

               10  ST-STORE-NO            PIC S9(03) COMP-3.
               10  ST-STORE-NAME          PIC X(20).
               10  ST-STORE-STATUS        PIC X(01).
               10  ST-OPEN-DATE           PIC 9(08).
               10  ST-CLOSED-DATE         PIC 9(08).
               10  ST-OPER-ACCOUNT        PIC 9(12).

       01  WS-DEPT-MAX                    PIC S9(04) COMP VALUE 200.
       01  WS-DEPT-COUNT                  PIC S9(04) COMP VALUE 0.
           88  WS-TRAN-IS-VALID           VALUE 'Y'.
       01  WS-REJECT-REASON               PIC X(40).

      *>   STORE STATUS AND DATES AS THEY WILL STAND AFTER THE
      *>   TRANSACTION, WORKED OUT BEFORE ANYTHING IS APPLIED.
       01  WS-NEW-STATUS                  PIC X(01).
       01  WS-NEW-OPEN-DATE               PIC 9(08).
       01  WS-NEW-CLOSED-DATE             PIC 9(08).
       01  WS-NEW-OPER-ACCOUNT            PIC 9(12).

       01  WS-EDIT-DATE                   PIC X(08).
       01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
           05  WS-ED-CCYY                 PIC 9(04).
           05  WS-ED-MM                   PIC 9(02).
           05  WS-ED-DD                   PIC 9(02).
       01  WS-DATE-OK                     PIC X(01).
           88  WS-DATE-IS-VALID           VALUE 'Y'.

      *>   SET WHEN A MASTER COULD NOT BE LOADED WHOLE -- THE RUN
      *>   STOPS AND THE REWRITE IS SKIPPED SO A BAD LOAD CAN NEVER
      *>   REPLACE THE MASTER WITH AN EMPTY OR TRUNCATED COPY.
       01  WS-TRAN-COUNT                  PIC S9(09) COMP-3 VALUE 0.
       01  WS-APPLIED-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-REJECT-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-AUD-FAIL-COUNT              PIC S9(09) COMP-3 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(48) VALUE
           05  WS-IL-NAME                 PIC X(20).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-STATUS               PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-OPEN-DATE            PIC Z(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-CLOSED-DATE          PIC Z(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-IL-OPER-ACCOUNT         PIC Z(12).

       01  WS-REJECT-LINE.
           05  FILLER                     PIC X(08) VALUE 'REJECT  '.
               VALUE '  REJECTED: '.
           05  WS-SL-REJECT-COUNT         PIC ZZZZZZZZ9.

       01  WS-AUD-FAIL-LINE.
           05  FILLER                     PIC X(30)
               VALUE 'AUDIT JOURNAL WRITE FAILURES: '.
           05  WS-AF-FAIL-COUNT           PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           OPEN OUTPUT MAINT-RPT-FILE
           WRITE MAINT-RPT-LINE FROM WS-HEADING-1
           PERFORM 1100-LOAD-STORE-MASTER
                   TO ST-STORE-NAME (WS-STORE-COUNT)
               MOVE STORMAST-STORE-STATUS
                   TO ST-STORE-STATUS (WS-STORE-COUNT)
               MOVE STORMAST-OPEN-DATE
                   TO ST-OPEN-DATE (WS-STORE-COUNT)
               MOVE STORMAST-CLOSED-DATE
                   TO ST-CLOSED-DATE (WS-STORE-COUNT)
               MOVE STORMAST-OPER-ACCOUNT
                   TO ST-OPER-ACCOUNT (WS-STORE-COUNT)
           ELSE
               MOVE 'Y' TO WS-LOAD-ERROR-SWITCH
               MOVE 'STORE MASTER OVERFLOWS TABLE - RUN STOPPED'
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND SD-FILE-DEPT
               IF SD-OPEN-DATE NOT = SPACES
                       OR SD-CLOSED-DATE NOT = SPACES
                   MOVE 'OPEN/CLOSED DATES APPLY TO STORES ONLY'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND SD-FILE-DEPT
               IF SD-OPER-ACCOUNT NOT = SPACES
                   MOVE 'OPERATING ACCOUNT APPLIES TO STORES ONLY'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND SD-OPER-ACCOUNT NOT = SPACES
               IF SD-OPER-ACCOUNT NOT NUMERIC
                   MOVE 'OPERATING ACCOUNT IS NOT 12 DIGITS'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND SD-OPEN-DATE NOT = SPACES
               MOVE SD-OPEN-DATE TO WS-EDIT-DATE
               PERFORM 2150-CHECK-DATE
               IF NOT WS-DATE-IS-VALID
                   MOVE 'OPEN DATE NOT A PLAUSIBLE CCYYMMDD'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND SD-CLOSED-DATE NOT = SPACES
               MOVE SD-CLOSED-DATE TO WS-EDIT-DATE
               PERFORM 2150-CHECK-DATE
               IF NOT WS-DATE-IS-VALID
                   MOVE 'CLOSED DATE NOT A PLAUSIBLE CCYYMMDD'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID AND SD-FILE-DEPT AND SD-ACTION-CLOSE
      *>       DEPTMAST CARRIES NO STATUS BYTE, SO CLOSING A
      *>       DEPARTMENT MEANS REMOVING ITS ROW.
               CONTINUE
           END-IF.

       2150-CHECK-DATE.
           MOVE 'Y' TO WS-DATE-OK
           IF WS-EDIT-DATE NOT NUMERIC
               MOVE 'N' TO WS-DATE-OK
           ELSE
               IF WS-ED-CCYY < 1900 OR WS-ED-CCYY > 2099
                       OR WS-ED-MM < 1 OR WS-ED-MM > 12
                       OR WS-ED-DD < 1 OR WS-ED-DD > 31
                   MOVE 'N' TO WS-DATE-OK
               END-IF
           END-IF.

       2200-APPLY-STORE-TRAN.
           MOVE 0 TO WS-STORE-FOUND
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               ELSE
                   IF SD-STATUS = SPACE
                       MOVE 'A' TO WS-NEW-STATUS
                   ELSE
                       MOVE SD-STATUS TO WS-NEW-STATUS
                   END-IF
                   MOVE WS-BIZ-DATE TO WS-NEW-OPEN-DATE
                   MOVE 0           TO WS-NEW-CLOSED-DATE
                   MOVE 0           TO WS-NEW-OPER-ACCOUNT
                   PERFORM 2250-SET-STORE-DATES
                   IF WS-TRAN-IS-VALID
                       ADD 1 TO WS-STORE-COUNT
                       MOVE SD-KEY-NO TO ST-STORE-NO (WS-STORE-COUNT)
                       MOVE SD-NAME TO ST-STORE-NAME (WS-STORE-COUNT)
                       MOVE WS-STORE-COUNT TO WS-STORE-FOUND
                       PERFORM 2260-MOVE-NEW-STORE-STATE
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE 'ADDED   ' TO WS-IL-TAG
                       PERFORM 2810-WRITE-STORE-IMAGE
                   END-IF
               END-IF
           END-IF.

               MOVE 'STORE NOT ON FILE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-TRAN-OK
           ELSE
               IF SD-STATUS NOT = SPACE
                   MOVE SD-STATUS TO WS-NEW-STATUS
               ELSE
                   MOVE ST-STORE-STATUS (WS-STORE-FOUND)
                       TO WS-NEW-STATUS
               END-IF
               MOVE ST-OPEN-DATE (WS-STORE-FOUND)
                   TO WS-NEW-OPEN-DATE
               MOVE ST-CLOSED-DATE (WS-STORE-FOUND)
                   TO WS-NEW-CLOSED-DATE
               MOVE ST-OPER-ACCOUNT (WS-STORE-FOUND)
                   TO WS-NEW-OPER-ACCOUNT
               PERFORM 2250-SET-STORE-DATES
               IF WS-TRAN-IS-VALID
                   MOVE 'BEFORE  ' TO WS-IL-TAG
                   PERFORM 2810-WRITE-STORE-IMAGE
                   IF SD-NAME NOT = SPACES
                       MOVE SD-NAME TO ST-STORE-NAME (WS-STORE-FOUND)
                   END-IF
                   PERFORM 2260-MOVE-NEW-STORE-STATE
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'AFTER   ' TO WS-IL-TAG
                   PERFORM 2810-WRITE-STORE-IMAGE
               END-IF
           END-IF.

       2230-CLOSE-STORE.
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               ELSE
                   MOVE 'C' TO WS-NEW-STATUS
                   MOVE ST-OPEN-DATE (WS-STORE-FOUND)
                       TO WS-NEW-OPEN-DATE
                   MOVE ST-CLOSED-DATE (WS-STORE-FOUND)
                       TO WS-NEW-CLOSED-DATE
                   MOVE ST-OPER-ACCOUNT (WS-STORE-FOUND)
                       TO WS-NEW-OPER-ACCOUNT
                   PERFORM 2250-SET-STORE-DATES
               END-IF
               IF WS-TRAN-IS-VALID
                   MOVE 'BEFORE  ' TO WS-IL-TAG
                   PERFORM 2810-WRITE-STORE-IMAGE
                   PERFORM 2260-MOVE-NEW-STORE-STATE
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'AFTER   ' TO WS-IL-TAG
                   PERFORM 2810-WRITE-STORE-IMAGE
               END-IF
           END-PERFORM.

       2250-SET-STORE-DATES.
      *>   KEYED DATES AND OPERATING ACCOUNT REPLACE THE STORE'S
      *>   OWN.  A STORE THAT ENDS
      *>   UP CLOSED WITHOUT A CLOSED DATE CLOSES ON THE BUSINESS
      *>   DATE; ONE THAT ENDS UP ACTIVE CARRIES NO CLOSED DATE.
           IF SD-OPEN-DATE NOT = SPACES
               MOVE SD-OPEN-DATE-N TO WS-NEW-OPEN-DATE
           END-IF
           IF SD-CLOSED-DATE NOT = SPACES
               MOVE SD-CLOSED-DATE-N TO WS-NEW-CLOSED-DATE
           END-IF
           IF SD-OPER-ACCOUNT NOT = SPACES
               MOVE SD-OPER-ACCOUNT-N TO WS-NEW-OPER-ACCOUNT
           END-IF
           IF WS-NEW-STATUS = 'C'
               IF WS-NEW-CLOSED-DATE = 0
                   MOVE WS-BIZ-DATE TO WS-NEW-CLOSED-DATE
               END-IF
           ELSE
               IF SD-CLOSED-DATE NOT = SPACES
                   MOVE 'CLOSED DATE GIVEN FOR AN ACTIVE STORE'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               ELSE
                   MOVE 0 TO WS-NEW-CLOSED-DATE
               END-IF
           END-IF
           IF WS-TRAN-IS-VALID
               IF WS-NEW-CLOSED-DATE NOT = 0
                       AND WS-NEW-CLOSED-DATE < WS-NEW-OPEN-DATE
                   MOVE 'CLOSED DATE IS BEFORE THE OPEN DATE'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TRAN-OK
               END-IF
           END-IF.

       2260-MOVE-NEW-STORE-STATE.
           MOVE WS-NEW-STATUS      TO ST-STORE-STATUS (WS-STORE-FOUND)
           MOVE WS-NEW-OPEN-DATE   TO ST-OPEN-DATE (WS-STORE-FOUND)
           MOVE WS-NEW-CLOSED-DATE TO ST-CLOSED-DATE (WS-STORE-FOUND)
           MOVE WS-NEW-OPER-ACCOUNT
               TO ST-OPER-ACCOUNT (WS-STORE-FOUND).

       2300-APPLY-DEPT-TRAN.
           MOVE 0 TO WS-DEPT-FOUND
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   MOVE SD-KEY-NO TO WS-IL-KEY-NO
                   MOVE SPACES    TO WS-IL-NAME
                   MOVE SPACE     TO WS-IL-STATUS
                   MOVE 0         TO WS-IL-OPEN-DATE
                   MOVE 0         TO WS-IL-CLOSED-DATE
                   MOVE 0         TO WS-IL-OPER-ACCOUNT
                   WRITE MAINT-RPT-LINE FROM WS-IMAGE-LINE
                   PERFORM 2840-SET-JOURNAL-KEY
                   MOVE WS-IL-TAG     TO AJ-IMAGE-TAG
                   MOVE WS-IMAGE-LINE TO AJ-IMAGE
                   PERFORM 2850-WRITE-JOURNAL
               END-IF
           END-IF.

           MOVE ST-STORE-NO (WS-STORE-FOUND)     TO WS-IL-KEY-NO
           MOVE ST-STORE-NAME (WS-STORE-FOUND)   TO WS-IL-NAME
           MOVE ST-STORE-STATUS (WS-STORE-FOUND) TO WS-IL-STATUS
           MOVE ST-OPEN-DATE (WS-STORE-FOUND)    TO WS-IL-OPEN-DATE
           MOVE ST-CLOSED-DATE (WS-STORE-FOUND)  TO WS-IL-CLOSED-DATE
           MOVE ST-OPER-ACCOUNT (WS-STORE-FOUND) TO WS-IL-OPER-ACCOUNT
           WRITE MAINT-RPT-LINE FROM WS-IMAGE-LINE
           PERFORM 2840-SET-JOURNAL-KEY
           MOVE WS-IL-TAG     TO AJ-IMAGE-TAG
           MOVE WS-IMAGE-LINE TO AJ-IMAGE
           PERFORM 2850-WRITE-JOURNAL.

       2820-WRITE-DEPT-IMAGE.
           MOVE 'D' TO WS-IL-FILE-ID
           MOVE DP-DEPT-NO (WS-DEPT-FOUND)   TO WS-IL-KEY-NO
           MOVE DP-DEPT-NAME (WS-DEPT-FOUND) TO WS-IL-NAME
           MOVE SPACE                        TO WS-IL-STATUS
           MOVE 0                            TO WS-IL-OPEN-DATE
           MOVE 0                            TO WS-IL-CLOSED-DATE
           MOVE 0                            TO WS-IL-OPER-ACCOUNT
           WRITE MAINT-RPT-LINE FROM WS-IMAGE-LINE
           PERFORM 2840-SET-JOURNAL-KEY
           MOVE WS-IL-TAG     TO AJ-IMAGE-TAG
           MOVE WS-IMAGE-LINE TO AJ-IMAGE
           PERFORM 2850-WRITE-JOURNAL.

       2840-SET-JOURNAL-KEY.
           MOVE SPACES            TO AUDJRNL-RECORD
           IF SD-FILE-STORE
               MOVE 'STORMAST'    TO AJ-MASTER
           ELSE
               MOVE 'DEPTMAST'    TO AJ-MASTER
           END-IF
           MOVE SD-KEY-NO         TO AJ-RECORD-KEY
           MOVE 'DTR200'          TO AJ-PROGRAM
           MOVE SD-ACTION         TO AJ-ACTION.

       2850-WRITE-JOURNAL.
           MOVE 'W' TO WS-AUD-ACTION
           CALL 'AUDITUTL' USING WS-AUD-ACTION AUDJRNL-RECORD
               WS-AUD-STATUS
           IF WS-AUD-STATUS NOT = '0'
               ADD 1 TO WS-AUD-FAIL-COUNT
           END-IF.

       2900-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
                   TO STORMAST-STORE-NAME
               MOVE ST-STORE-STATUS (WS-STORE-IDX)
                   TO STORMAST-STORE-STATUS
               MOVE ST-OPEN-DATE (WS-STORE-IDX)
                   TO STORMAST-OPEN-DATE
               MOVE ST-CLOSED-DATE (WS-STORE-IDX)
                   TO STORMAST-CLOSED-DATE
               MOVE ST-OPER-ACCOUNT (WS-STORE-IDX)
                   TO STORMAST-OPER-ACCOUNT
               WRITE STORMAST-FILE-RECORD FROM STORMAST-RECORD
           END-PERFORM
           CLOSE STORMAST-FILE
           MOVE WS-TRAN-COUNT    TO WS-SL-TRAN-COUNT
           MOVE WS-APPLIED-COUNT TO WS-SL-APPLIED-COUNT
           MOVE WS-REJECT-COUNT  TO WS-SL-REJECT-COUNT
           WRITE MAINT-RPT-LINE FROM WS-SUMMARY-LINE
           IF WS-AUD-FAIL-COUNT > 0
               MOVE WS-AUD-FAIL-COUNT TO WS-AF-FAIL-COUNT
               WRITE MAINT-RPT-LINE FROM WS-AUD-FAIL-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF NOT WS-LOAD-FAILED
