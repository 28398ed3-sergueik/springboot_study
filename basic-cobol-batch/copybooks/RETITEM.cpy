      *
      *   RETURNED-ITEM RECORD - ONE ENTRY PER DEBIT THE TLR150
      *   POSTING RUN RETURNED UNPAID BECAUSE IT DID NOT FIT THE
      *   ACCOUNT'S AVAILABLE BALANCE (CURRENT BALANCE PLUS THE
      *   OVERDRAFT LIMIT, LESS ANY ACTIVE TLR300 HOLD AMOUNT).
      *   RI-TT-DATA IS THE CAPTURE RECORD EXACTLY AS PRESENTED, SO
      *   TLR390 CAN SEND A CHANNEL ITEM BACK TO ITS NETWORK.
      *   RI-HIST-SEQ-NO IS THE ACCTHIST ENTRY THAT OFFSETS THE
      *   RETURNED DEBIT IN THE ACCOUNT HISTORY (ZERO IF IT COULD
      *   NOT BE WRITTEN); RI-FEE-AMOUNT IS THE NSF FEE GENERATED
      *   INTO THE NEXT CAPTURE CYCLE FOR THE ITEM (ZERO = NONE).
      *   RI-RETURN-CODE IS THE TRAN CODE OF THAT OFFSETTING ENTRY,
      *   UNDER WHICH TLR260 JOURNALS THE RETURN TO THE GL.
      *
       01  RETITEM-RECORD.
           05  RI-TT-DATA                 PIC X(93).
           05  RI-REASON                  PIC X(02).
               88  RI-REASON-NSF          VALUE 'P4'.
           05  RI-RETURN-DATE             PIC 9(08).
           05  RI-AVAILABLE-BALANCE       PIC S9(13)V99 COMP-3.
           05  RI-FEE-AMOUNT              PIC S9(07)V99 COMP-3.
           05  RI-HIST-SEQ-NO             PIC 9(09).
           05  RI-RETURN-CODE             PIC X(04).
           05  FILLER                     PIC X(01).
