      *
      *   ADVANCE SHIP NOTICE MASTER RECORD - ONE ENTRY PER VENDOR
      *   SHIPMENT OF A PO PRODUCT TO A DC, KEYED VENDOR + PO +
      *   PRODUCT + DC + SHIP DATE (TWO NOTICES FOR THE SAME LINE,
      *   DC AND SHIP DATE ARE ADDED TOGETHER).  LOADED AND
      *   VALIDATED AGAINST THE OPEN-PO MASTER BY AMS330 WHEN THE
      *   VENDOR'S ASN FILE ARRIVES; AMS200 MOVES THE IN-TRANSIT
      *   QUANTITY TO RECEIVED AS THE DC RECEIPTS COME IN; AMS340
      *   LISTS NOTICES PAST THEIR EXPECTED ARRIVAL WITH NOTHING
      *   RECEIVED; AMS260 PROJECTS IN-TRANSIT PACKS AT THE
      *   EXPECTED ARRIVAL DATE.  QUANTITIES ARE IN PACKS AND DATES
      *   YYMMDD, AS ON THE PO AND THE RECEIPTS FEED.
      *
      *   AN-ASN-FLAG CARRIES THE AMS330 VALIDATION RESULT - SPACES
      *   WHEN THE NOTICE AGREES WITH THE ORDER.  A FLAGGED NOTICE IS
      *   STILL KEPT SO THE GOODS CAN BE FOLLOWED TO THE DOCK.
      *
       01  ASNMAST-RECORD.
           05  AN-KEY.
               10  AN-LINE-KEY.
                   15  AN-VENDOR              PIC 9(10).
                   15  AN-PO                  PIC 9(12).
                   15  AN-PRODUCT             PIC 9(08).
                   15  AN-DC-NUMBER           PIC 9(04).
               10  AN-SHIP-DATE               PIC 9(06).
           05  AN-EXPECTED-ARRIVAL            PIC 9(06).
           05  AN-QTY-SHIPPED                 PIC 9(08).
           05  AN-QTY-RECEIVED                PIC 9(08).
           05  AN-IN-TRANSIT-QTY              PIC 9(08).
           05  AN-LAST-RECEIPT-DATE           PIC 9(06).
           05  AN-STATUS                      PIC X(01).
               88  AN-IN-TRANSIT              VALUE 'T'.
               88  AN-PART-RECEIVED           VALUE 'P'.
               88  AN-RECEIVED                VALUE 'R'.
           05  AN-ASN-FLAG                    PIC X(04).
               88  AN-ASN-CLEAN               VALUE SPACES.
               88  AN-ASN-NO-PO               VALUE 'NOPO'.
               88  AN-ASN-PO-CLOSED           VALUE 'CLSD'.
               88  AN-ASN-NO-PRODUCT          VALUE 'NPRD'.
               88  AN-ASN-NO-DC               VALUE 'NODC'.
               88  AN-ASN-OVER-ALLOC          VALUE 'OVER'.
           05  AN-LOAD-DATE                   PIC 9(08).
