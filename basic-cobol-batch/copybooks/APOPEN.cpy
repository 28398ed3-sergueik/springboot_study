      *
      *   HELD INVOICE RECORD - ONE ENTRY PER INVOICE APPROVED BY
      *   THE AMS270 THREE-WAY MATCH AND NOT YET PAID, KEYED ON
      *   VENDOR + INVOICE NUMBER.  AMS290 ADDS AN ENTRY FOR EVERY
      *   'IV' RECORD ON THE APPROVED-TO-PAY FILE, WITH THE DUE DATE
      *   WORKED OUT FROM THE VENDOR'S PAYMENT TERMS, AND REMOVES IT
      *   WHEN THE INVOICE IS PAID ON OR AFTER THAT DATE.  WHAT IS
      *   LEFT ON FILE AFTER A PAYMENT RUN IS THE CASH STILL OWED.
      *
       01  APOPEN-RECORD.
           05  AO-KEY.
               10  AO-VENDOR              PIC 9(10).
               10  AO-INVOICE-NO          PIC X(10).
           05  AO-PO                      PIC 9(12).
           05  AO-AMOUNT                  PIC S9(11)V99 COMP-3.
           05  AO-CURRENCY                PIC X(03).
           05  AO-INVOICE-DATE            PIC 9(08).
           05  AO-DUE-DATE                PIC 9(08).
           05  AO-APPROVED-DATE           PIC 9(08).
