      *
      *   PRODUCT/APN TO KEYCODE CROSS-REFERENCE - ONE ENTRY PER AMS
      *   Product NUMBER.  PX-PRODUCT MATCHES Product ON THE AMS
      *   Product-Record AND OP-PRODUCT ON THE OPEN-PO MASTER;
      *   PX-APN IS THE ARTICLE NUMBER CARRIED WITH IT;
      *   PX-KEYCODE-NO MATCHES KEYCMAST-KEYCODE-NO AND THE DTAR020
      *   KEYCODE, SO A DC RECEIPT CAN BE COSTED TO THE ITEM THE
      *   STORES SELL.  SEVERAL PRODUCTS (PACK SIZES) MAY SHARE ONE
      *   KEYCODE.  MAINTAINED BY AMS300.
      *
      *   PX-VENDOR-NO IS THE VENDOR THE PRODUCT IS BOUGHT FROM,
      *   PX-CASE-PACK THE SELLING UNITS IN ONE PACK AND PX-PACK-COST
      *   THE PACK COST, SO AMS320 CAN TURN AN APPROVED SUGGESTED
      *   ORDER INTO A PO LINE.  A ZERO VENDOR MEANS THE PRODUCT IS
      *   NOT ORDERED THROUGH AMS320.  FILES BUILT BEFORE THESE
      *   FIELDS WERE ADDED MUST BE REBUILT (THE RECORD GREW BY 28
      *   BYTES).
      *
       01  PRODXREF-RECORD.
           05  PX-PRODUCT                 PIC 9(08).
           05  PX-APN                     PIC 9(13).
           05  PX-KEYCODE-NO              PIC X(08).
           05  PX-LAST-CHANGED-DATE       PIC 9(08).
           05  PX-VENDOR-NO               PIC 9(10).
           05  PX-CASE-PACK               PIC 9(05).
           05  PX-PACK-COST               PIC 9(09)V9999.
