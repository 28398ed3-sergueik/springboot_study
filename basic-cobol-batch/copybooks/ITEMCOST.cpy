      *
      *   ITEM COST RECORD - ONE ENTRY PER KEYCODE.  IC-KEYCODE-NO
      *   MATCHES KEYCMAST-KEYCODE-NO AND THE DTAR020 KEYCODE.  THE
      *   AMS200 RECEIPT MATCH COSTS EVERY MATCHED DC RECEIPT AT THE
      *   PO'S PACK COST OVER PACK QUANTITY AND FOLDS IT INTO THE
      *   WEIGHTED-AVERAGE UNIT COST:
      *
      *       NEW AVERAGE = (AVERAGE * BASIS UNITS
      *                      + RECEIVED UNITS * RECEIPT UNIT COST)
      *                     / (BASIS UNITS + RECEIVED UNITS)
      *
      *   WHERE THE BASIS IS THE UNITS RECEIVED TO DATE.  THE SALES
      *   SIDE (DTR210, DTR350) COSTS A SALE AT IC-AVG-UNIT-COST.
      *
       01  ITEMCOST-RECORD.
           05  IC-KEYCODE-NO              PIC X(08).
           05  IC-AVG-UNIT-COST           PIC S9(07)V9999 COMP-3.
           05  IC-BASIS-UNITS             PIC S9(11)      COMP-3.
           05  IC-LAST-UNIT-COST          PIC S9(07)V9999 COMP-3.
           05  IC-LAST-PRODUCT            PIC 9(08).
           05  IC-LAST-RECEIPT-DATE       PIC 9(08).
