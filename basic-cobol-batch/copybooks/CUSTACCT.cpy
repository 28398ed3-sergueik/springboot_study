      *
      *   CUSTOMER-TO-ACCOUNT RELATIONSHIP RECORD - ONE ENTRY PER
      *   OWNER OF AN ACCOUNT, KEYED ON CUSTOMER + ACCOUNT WITH AN
      *   ALTERNATE KEY (DUPLICATES ALLOWED) ON CR-ACCOUNT-NUMBER SO
      *   THE OWNERS OF AN ACCOUNT CAN BE FOUND FROM THE ACCOUNT.
      *   EACH ACCOUNT HAS AT MOST ONE PRIMARY OWNER ('P') - THE
      *   NAME AND ADDRESS STATEMENTS AND NOTICES GO TO - AND ANY
      *   NUMBER OF JOINT OWNERS ('J').  MAINTAINED BY TLR360.
      *
       01  CUSTACCT-RECORD.
           05  CR-KEY.
               10  CR-CUSTOMER-NO         PIC 9(10).
               10  CR-ACCOUNT-NUMBER      PIC 9(12).
           05  CR-RELATIONSHIP            PIC X(01).
               88  CR-PRIMARY-OWNER       VALUE 'P'.
               88  CR-JOINT-OWNER         VALUE 'J'.
           05  CR-EFFECTIVE-DATE          PIC 9(08).
