      *
      *   PAID INVOICE HISTORY RECORD - ONE ENTRY PER INVOICE EVER
      *   RELEASED TO THE BANK, KEYED ON VENDOR + INVOICE NUMBER.
      *   WRITTEN BY AMS290 AT PAYMENT TIME AND NEVER REMOVED, SO AN
      *   INVOICE THAT COMES BACK THROUGH THE AMS270 MATCH ON A LATER
      *   NIGHT (A RESUBMITTED PAPER COPY, A RERUN) IS STOPPED
      *   BEFORE IT CAN BE PAID A SECOND TIME.  PD-PAYMENT-NO TIES
      *   THE INVOICE TO THE 'PY' RECORD THAT CARRIED IT.
      *
       01  APPAID-RECORD.
           05  PD-KEY.
               10  PD-VENDOR              PIC 9(10).
               10  PD-INVOICE-NO          PIC X(10).
           05  PD-PO                      PIC 9(12).
           05  PD-AMOUNT                  PIC S9(11)V99 COMP-3.
           05  PD-CURRENCY                PIC X(03).
           05  PD-INVOICE-DATE            PIC 9(08).
           05  PD-PAID-DATE               PIC 9(08).
           05  PD-PAYMENT-NO              PIC 9(12).
