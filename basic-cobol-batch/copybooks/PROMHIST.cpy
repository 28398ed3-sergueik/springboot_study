      *
      *   PROMOTION SALES HISTORY RECORD - ONE ENTRY PER PROMOTION
      *   EVENT, STORE AND PROMOTED KEYCODE.  DTR400 ADDS EACH
      *   NIGHT'S DTAR020G SALES OF AN EVENT'S KEYCODES INTO THE
      *   PRE-EVENT BUCKETS WHEN THE SALE FALLS IN THE WINDOW OF THE
      *   SAME LENGTH IMMEDIATELY BEFORE PE-START-DATE, AND INTO THE
      *   EVENT BUCKETS WHEN IT FALLS BETWEEN PE-START-DATE AND
      *   PE-END-DATE.  EVERY STORE IS RECORDED, PARTICIPATING OR
      *   NOT, SO THE LIFT REPORT CAN SET THE PARTICIPATING STORES
      *   AGAINST THE REST OF THE CHAIN.  QUANTITIES AND SALES ARE
      *   NET OF RETURNS.
      *
       01  PROMHIST-RECORD.
           05  PH-KEY.
               10  PH-EVENT-ID            PIC X(08).
               10  PH-STORE-NO            PIC 9(03).
               10  PH-KEYCODE-NO          PIC X(08).
           05  PH-PRE-QTY                 PIC S9(09)    COMP-3.
           05  PH-PRE-SALES               PIC S9(11)V99 COMP-3.
           05  PH-EVT-QTY                 PIC S9(09)    COMP-3.
           05  PH-EVT-SALES               PIC S9(11)V99 COMP-3.
