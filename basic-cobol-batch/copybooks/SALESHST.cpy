      *   SET INTO THE LAST-YEAR SET, SO THE DTR220 COMPARISON CAN
      *   PUT ANY PERIOD NEXT TO THE SAME PERIOD LAST YEAR WITHOUT
      *   RE-RUNNING OLD EXTRACTS.
      *
      *   EVERY SALES BUCKET CARRIES ITS COST AND GROSS MARGIN BESIDE
      *   IT.  A SALE IS COSTED AT THE KEYCODE'S WEIGHTED-AVERAGE UNIT
      *   COST FROM THE ITEM COST FILE; A KEYCODE WITH NO COST YET
      *   ADDS NOTHING TO EITHER, SO MARGIN IS ONLY EVER SALES LESS
      *   COST ON THE SALES THAT COULD BE COSTED.  FILES BUILT BEFORE
      *   THE COST AND MARGIN FIELDS WERE ADDED MUST BE REBUILT (THE
      *   RECORD GREW BY 420 BYTES).
      *
       01  SALESHST-RECORD.
           05  SH-STORE-DEPT-KEY.
               10  SH-DEPT-NO             PIC S9(03)    COMP-3.
           05  SH-WTD-QTY                 PIC S9(09)    COMP-3.
           05  SH-WTD-SALES               PIC S9(11)V99 COMP-3.
           05  SH-WTD-COST                PIC S9(11)V99 COMP-3.
           05  SH-WTD-MARGIN              PIC S9(11)V99 COMP-3.
           05  SH-PTD-QTY                 PIC S9(09)    COMP-3.
           05  SH-PTD-SALES               PIC S9(11)V99 COMP-3.
           05  SH-PTD-COST                PIC S9(11)V99 COMP-3.
           05  SH-PTD-MARGIN              PIC S9(11)V99 COMP-3.
           05  SH-YTD-QTY                 PIC S9(09)    COMP-3.
           05  SH-YTD-SALES               PIC S9(11)V99 COMP-3.
           05  SH-YTD-COST                PIC S9(11)V99 COMP-3.
           05  SH-YTD-MARGIN              PIC S9(11)V99 COMP-3.
           05  SH-LY-YTD-QTY              PIC S9(09)    COMP-3.
           05  SH-LY-YTD-SALES            PIC S9(11)V99 COMP-3.
           05  SH-LY-YTD-COST             PIC S9(11)V99 COMP-3.
           05  SH-LY-YTD-MARGIN           PIC S9(11)V99 COMP-3.
           05  SH-TY-PERIOD-TABLE.
               10  SH-TY-PERIOD OCCURS 13 TIMES.
                   15  SH-TY-PER-QTY      PIC S9(09)    COMP-3.
                   15  SH-TY-PER-SALES    PIC S9(11)V99 COMP-3.
                   15  SH-TY-PER-COST     PIC S9(11)V99 COMP-3.
                   15  SH-TY-PER-MARGIN   PIC S9(11)V99 COMP-3.
           05  SH-LY-PERIOD-TABLE.
               10  SH-LY-PERIOD OCCURS 13 TIMES.
                   15  SH-LY-PER-QTY      PIC S9(09)    COMP-3.
                   15  SH-LY-PER-SALES    PIC S9(11)V99 COMP-3.
                   15  SH-LY-PER-COST     PIC S9(11)V99 COMP-3.
                   15  SH-LY-PER-MARGIN   PIC S9(11)V99 COMP-3.
