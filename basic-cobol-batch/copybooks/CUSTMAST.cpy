      *
      *   CUSTOMER MASTER RECORD - ONE ENTRY PER CUSTOMER (PERSON OR
      *   BUSINESS), KEYED BY CU-CUSTOMER-NO WITH AN ALTERNATE KEY
      *   (DUPLICATES ALLOWED) ON CU-TAX-ID SO EVERYTHING OWNED BY
      *   ONE TAXPAYER CAN BE FOUND.  MAINTAINED BY TLR350.  WHICH
      *   ACCOUNTS A CUSTOMER OWNS IS CARRIED SEPARATELY ON THE
      *   CUSTOMER-TO-ACCOUNT RELATIONSHIP FILE (SEE CUSTACCT
      *   COPYBOOK), SINCE ONE CUSTOMER MAY HOLD MANY ACCOUNTS AND
      *   ONE ACCOUNT MAY HAVE JOINT OWNERS.  A BLANK TAX ID MEANS
      *   NONE HAS BEEN COLLECTED; A ZERO DATE OF BIRTH MEANS NOT
      *   KNOWN (OR NOT APPLICABLE TO A BUSINESS).
      *
       01  CUSTMAST-RECORD.
           05  CU-CUSTOMER-NO             PIC 9(10).
           05  CU-NAME                    PIC X(30).
           05  CU-ADDRESS-1               PIC X(30).
           05  CU-ADDRESS-2               PIC X(30).
           05  CU-CITY                    PIC X(20).
           05  CU-POSTCODE                PIC X(10).
           05  CU-TAX-ID                  PIC X(11).
           05  CU-DATE-OF-BIRTH           PIC 9(08).
           05  CU-STATUS                  PIC X(01).
               88  CU-CUSTOMER-ACTIVE     VALUE 'A'.
               88  CU-CUSTOMER-INACTIVE   VALUE 'I'.
