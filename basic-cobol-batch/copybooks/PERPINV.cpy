      *
      *   PERPETUAL INVENTORY RECORD - ONE ENTRY PER STORE/KEYCODE.
      *   PI-STORE-NO AND PI-KEYCODE-NO MATCH DTAR020-STORE-NO AND
      *   DTAR020-KEYCODE-NO ON THE SALES EXTRACT.  DTR330 POSTS THE
      *   NIGHT'S DC-TO-STORE DELIVERIES (ADD), DTR130 RETURNS (ADD
      *   BACK) AND SALES (DECREMENT); DTR340 REPLACES THE BOOK
      *   QUANTITY WITH A CYCLE COUNT AND POSTS THE DIFFERENCE AS
      *   SHRINK.  THE MOVEMENT QUANTITIES ARE RUNNING TOTALS SINCE
      *   THE ENTRY WAS CREATED; PI-SHRINK-QTY IS POSITIVE WHEN THE
      *   COUNT CAME IN UNDER THE BOOK.  THE BOOK QUANTITY MAY GO
      *   NEGATIVE WHEN SALES ARE POSTED AHEAD OF A DELIVERY - THE
      *   NEXT COUNT PUTS IT RIGHT.
      *
       01  PERPINV-RECORD.
           05  PI-KEY.
               10  PI-STORE-NO            PIC S9(03)    COMP-3.
               10  PI-KEYCODE-NO          PIC X(08).
           05  PI-DEPT-NO                 PIC S9(03)    COMP-3.
           05  PI-ON-HAND-QTY             PIC S9(09)    COMP-3.
           05  PI-DELIVERED-QTY           PIC S9(09)    COMP-3.
           05  PI-SOLD-QTY                PIC S9(09)    COMP-3.
           05  PI-RETURNED-QTY            PIC S9(09)    COMP-3.
           05  PI-SHRINK-QTY              PIC S9(09)    COMP-3.
           05  PI-LAST-MOVEMENT-DATE      PIC 9(08).
           05  PI-LAST-COUNT-DATE         PIC 9(08).
