      *
      *   PROMOTION EVENT RECORD - ONE ENTRY PER TEMPORARY PROMOTION,
      *   KEYED BY THE EVENT ID MARKETING ASSIGNS.  UNLIKE A PRCPEND
      *   PRICE CHANGE A PROMOTION NEVER TOUCHES THE KEYCODE MASTER
      *   RETAIL PRICE: EACH PROMOTED KEYCODE CARRIES ITS PROMO PRICE
      *   HERE, AND FROM PE-START-DATE THROUGH PE-END-DATE (CCYYMMDD,
      *   INCLUSIVE) DTR190 ACCEPTS A SALE AT THAT PRICE IN A
      *   PARTICIPATING STORE -- EVERY STORE WHEN PE-ALL-STORES-FLAG
      *   IS 'Y', OTHERWISE THE STORES IN PE-STORE-TABLE.
      *
      *   MAINTAINED THROUGH DTR390.  DTR400 ACCUMULATES THE PROMOTED
      *   KEYCODES' SALES INTO PROMHIST EACH NIGHT (STAMPING
      *   PE-LAST-ACCUM-DATE SO A RERUN CANNOT COUNT A NIGHT TWICE)
      *   AND, THE NIGHT AFTER THE EVENT ENDS, PRINTS ITS LIFT REPORT
      *   AND MARKS IT REPORTED.  A CANCELLED EVENT STAYS ON FILE BUT
      *   IS IGNORED BY BOTH.
      *
       01  PROMEVT-RECORD.
           05  PE-EVENT-ID                PIC X(08).
           05  PE-DESCRIPTION             PIC X(30).
           05  PE-START-DATE              PIC 9(08).
           05  PE-END-DATE                PIC 9(08).
           05  PE-STATUS                  PIC X(01).
               88  PE-EVENT-OPEN          VALUE 'A'.
               88  PE-EVENT-CANCELLED     VALUE 'X'.
               88  PE-EVENT-REPORTED      VALUE 'R'.
           05  PE-REPORTED-DATE           PIC 9(08).
           05  PE-LAST-ACCUM-DATE         PIC 9(08).
           05  PE-ALL-STORES-FLAG         PIC X(01).
               88  PE-ALL-STORES          VALUE 'Y'.
           05  PE-STORE-COUNT             PIC S9(04) COMP.
           05  PE-STORE-TABLE.
               10  PE-STORE-NO            PIC 9(03) OCCURS 50 TIMES.
           05  PE-ITEM-COUNT              PIC S9(04) COMP.
           05  PE-ITEM-TABLE.
               10  PE-ITEM OCCURS 20 TIMES.
                   15  PE-KEYCODE-NO      PIC X(08).
                   15  PE-PROMO-PRICE     PIC S9(05)V99 COMP-3.
