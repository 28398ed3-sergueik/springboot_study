      *   Product-Record SO THE AMS270 INVOICE MATCH HAS A PRICE TO
      *   MATCH AGAINST - FILES BUILT BEFORE THE FIELD WAS ADDED
      *   MUST BE REBUILT BY AMS190 (THE RECORD GREW BY 13 BYTES).
      *
      *   A PO RAISED HERE BY THE AMS320 PO GENERATION CARRIES
      *   OP-ORIGIN 'G' AND WAITS ('W') FOR THE VENDOR'S AMS
      *   DOWNLOAD TO ECHO IT BACK; AMS190 THEN MARKS IT CONFIRMED
      *   ('C') OR CONFIRMED WITH DISCREPANCIES ('D') AND STAMPS
      *   OP-CONFIRM-DATE.  A PO THAT ARRIVED FROM THE AMS DOWNLOAD
      *   CARRIES SPACES IN ALL THREE.
      *
       01  OPENPO-RECORD.
           05  OP-KEY.
               10  OP-EXPECTED-DATE           PIC X(06).
               10  OP-CANCEL-BY-DATE          PIC X(06).
               10  OP-ORDER-TYPE              PIC X(02).
               10  OP-ORIGIN                  PIC X(01).
                   88  OP-PO-GENERATED        VALUE 'G'.
               10  OP-CONFIRM-STATUS          PIC X(01).
                   88  OP-AWAITING-CONFIRM    VALUE 'W'.
                   88  OP-CONFIRMED           VALUE 'C'.
                   88  OP-CONFIRMED-WITH-DIFF VALUE 'D'.
               10  OP-CONFIRM-DATE            PIC X(08).
               10  FILLER                     PIC X(124).
           05  OP-DETAIL-DATA REDEFINES OP-HEADER-DATA.
               10  OP-PRODUCT                 PIC 9(08).
               10  OP-PACK-QTY                PIC 9(05)V9999.
