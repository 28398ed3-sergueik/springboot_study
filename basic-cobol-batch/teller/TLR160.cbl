      *             TLR280 STANDING-ORDER GENERATED RECORDS -- IS
      *             EXEMPT FROM BOTH EDITS AND FROM THE DAILY-LIMIT
      *             CHECK: BATCH-GENERATED WORK HAS NO BRANCH,
      *             TELLER OR DRAWER BEHIND IT.  THE TLR380 CHANNEL
      *             PAIRS 'ATM  '/'ATMNET' AND 'ACH  '/'ACHNET' ARE
      *             EXEMPT THE SAME WAY
      *
      *   CLEAN RECORDS ALSO ACCUMULATE EACH TELLER'S DAY TOTAL,
      *   AND ANY TELLER OVER THE TM-DAILY-LIMIT ON THE TELLER
      *               AND WITHOUT THE EXEMPTION EVERY GENERATED
      *               RECORD WOULD REJECT THE MOMENT THE BRANCH
      *               MASTER WENT LIVE.
      *   2026-10-15  EXEMPT THE TLR380 INBOUND CHANNEL SOURCE PAIRS
      *               'ATM  '/'ATMNET' AND 'ACH  '/'ACHNET' FROM THE
      *               '09'/'10' EDITS AND THE DAILY-LIMIT CHECK THE
      *               SAME WAY AS THE SYSTEM PAIR, AND DO NOT SEND A
      *               HELD CHANNEL ITEM TO SUSPENSE -- TLR390
      *               RETURNS IT TO THE NETWORK INSTEAD.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLR160.
       01  WS-SYSTEM-BRANCH-ID            PIC X(05) VALUE 'HO   '.
       01  WS-SYSTEM-TELLER-ID            PIC X(06) VALUE 'SYSTEM'.

      *>   THE TLR380 INBOUND CHANNEL SOURCE PAIRS -- EXEMPT THE
      *>   SAME WAY; NO BRANCH, TELLER OR DRAWER BEHIND THEM EITHER.
       01  WS-ATM-BRANCH-ID               PIC X(05) VALUE 'ATM  '.
       01  WS-ATM-TELLER-ID               PIC X(06) VALUE 'ATMNET'.
       01  WS-ACH-BRANCH-ID               PIC X(05) VALUE 'ACH  '.
       01  WS-ACH-TELLER-ID               PIC X(06) VALUE 'ACHNET'.
       01  WS-SOURCE-TYPE                 PIC X(01).
           88  WS-SOURCE-IS-TELLER        VALUE 'T'.
           88  WS-SOURCE-IS-SYSTEM        VALUE 'S'.
           88  WS-SOURCE-IS-CHANNEL       VALUE 'C'.

      *>   EACH TELLER'S CLEAN-RECORD TOTAL FOR THE DAY, HELD
      *>   AGAINST THE TELLER MASTER'S DAILY LIMIT FOR THE
      *>   OVER-LIMIT FLAGS ON THE EDIT AUDIT REPORT.

       2000-PROCESS-TXN.
           ADD 1 TO WS-RECORD-COUNT
           PERFORM 2050-SET-SOURCE-TYPE
           PERFORM 2100-EDIT-RECORD
           IF WS-RECORD-IS-CLEAN
               ADD 1 TO WS-CLEAN-COUNT
               MOVE WS-HOLD-REASON-TEXT    TO WS-RW-HOLD-REASON
               WRITE TELLER-REJECT-RECORD FROM WS-REJECT-WORK
               IF WS-REJECT-REASON = '08'
                       AND NOT WS-SOURCE-IS-CHANNEL
                   PERFORM 2300-SUSPEND-HELD-RECORD
               END-IF
           END-IF
           PERFORM 1200-READ-TXN.

       2050-SET-SOURCE-TYPE.
           EVALUATE TRUE
               WHEN TT-BRANCH-ID = WS-SYSTEM-BRANCH-ID
                       AND TT-TELLER-ID = WS-SYSTEM-TELLER-ID
                   SET WS-SOURCE-IS-SYSTEM TO TRUE
               WHEN TT-BRANCH-ID = WS-ATM-BRANCH-ID
                       AND TT-TELLER-ID = WS-ATM-TELLER-ID
                   SET WS-SOURCE-IS-CHANNEL TO TRUE
               WHEN TT-BRANCH-ID = WS-ACH-BRANCH-ID
                       AND TT-TELLER-ID = WS-ACH-TELLER-ID
                   SET WS-SOURCE-IS-CHANNEL TO TRUE
               WHEN OTHER
                   SET WS-SOURCE-IS-TELLER TO TRUE
           END-EVALUATE.

       2100-EDIT-RECORD.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-HOLD-REASON-TEXT

       2190-EDIT-BRANCH.
           IF WS-BRCHMAST-AVAILABLE
                   AND WS-SOURCE-IS-TELLER
               MOVE TT-BRANCH-ID TO BR-BRANCH-ID
               READ BRCHMAST-FILE
               IF WS-BRCHMAST-FS NOT = '00'

       2195-EDIT-TELLER.
           IF WS-TLRMAST-AVAILABLE
                   AND WS-SOURCE-IS-TELLER
               MOVE TT-BRANCH-ID TO TM-BRANCH-ID
               MOVE TT-TELLER-ID TO TM-TELLER-ID
               READ TLRMAST-FILE
      *>   ONLY CLEAN RECORDS COUNT TOWARD THE DAY TOTAL -- A
      *>   REJECTED RECORD NEVER REACHES THE POSTING PATH.  WITH NO
      *>   TELLER MASTER THERE IS NO LIMIT TO HOLD ANYONE TO, AND
      *>   THE RESERVED SYSTEM AND CHANNEL SOURCES HAVE NO DRAWER
      *>   TO LIMIT.
           IF WS-TLRMAST-AVAILABLE
                   AND WS-SOURCE-IS-TELLER
               MOVE 0 TO WS-TLT-FOUND
               PERFORM VARYING WS-TLT-IDX FROM 1 BY 1
                       UNTIL WS-TLT-IDX > WS-TLT-COUNT
