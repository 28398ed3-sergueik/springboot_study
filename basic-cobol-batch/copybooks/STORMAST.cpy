      *
      *   STORE MASTER RECORD - ONE ENTRY PER OPERATING STORE
      *
      *   STORMAST-OPEN-DATE AND STORMAST-CLOSED-DATE (CCYYMMDD,
      *   MAINTAINED THROUGH DTR200) DECIDE WHETHER A STORE IS IN
      *   THE COMPARABLE-STORE BASE ON THE DTR370 COMP-SALES REPORT.
      *   A ZERO OPEN DATE MEANS THE STORE WAS TRADING BEFORE OPEN
      *   DATES WERE KEPT; A ZERO CLOSED DATE MEANS IT HAS NOT
      *   CLOSED.  FILES BUILT BEFORE THE DATES WERE ADDED MUST BE
      *   CONVERTED WITH ZERO DATES (THE RECORD GREW BY 16 BYTES).
      *
      *   STORMAST-OPER-ACCOUNT IS THE STORE'S OPERATING ACCOUNT AT
      *   OUR OWN BRANCHES (ACCTMAST ACCOUNT NUMBER, MAINTAINED
      *   THROUGH DTR200) THAT THE DAILY TAKINGS ARE DEPOSITED TO;
      *   DTR380 MATCHES THE STORE'S NET SALES TO THE DEPOSITS
      *   POSTED THERE.  ZERO MEANS NO ACCOUNT IS ON FILE.  FILES
      *   BUILT BEFORE IT WAS ADDED MUST BE CONVERTED WITH A ZERO
      *   ACCOUNT (THE RECORD GREW BY 12 BYTES TO 51).
      *
       01  STORMAST-RECORD.
           05  STORMAST-STORE-NO              PIC S9(03)   COMP-3.
           05  STORMAST-STORE-STATUS           PIC X(01).
               88  STORMAST-STORE-ACTIVE       VALUE 'A'.
               88  STORMAST-STORE-CLOSED       VALUE 'C'.
           05  STORMAST-OPEN-DATE              PIC 9(08).
           05  STORMAST-CLOSED-DATE            PIC 9(08).
           05  STORMAST-OPER-ACCOUNT           PIC 9(12).
