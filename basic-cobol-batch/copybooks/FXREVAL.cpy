      *
      *   MONTH-END FX REVALUATION RECORD - ONE ENTRY PER FOREIGN-
      *   CURRENCY ACCOUNT, WRITTEN BY THE TLR410 REVALUATION RUN
      *   AT EACH PERIOD END (FXREVALN) AND READ BACK THE FOLLOWING
      *   PERIOD END AS LAST MONTH'S FIGURE (FXREVALO), THE SAME
      *   GENERATION HAND-OFF TLR210 USES FOR FXRATEO/FXRATES.
      *   RV-HOME-VALUE IS RV-FOREIGN-BALANCE AT RV-RATE.  AN ACCOUNT
      *   WHOSE CURRENCY WAS STALE AT THE PERIOD END CARRIES ITS
      *   PREVIOUS ENTRY FORWARD UNCHANGED, RV-PERIOD-END AND ALL.
      *
       01  FXREVAL-RECORD.
           05  RV-ACCOUNT-NUMBER          PIC 9(12).
           05  RV-CURRENCY                PIC X(03).
           05  RV-BRANCH-ID               PIC X(05).
           05  RV-PERIOD-END              PIC 9(08).
           05  RV-FOREIGN-BALANCE         PIC S9(13)V99 COMP-3.
           05  RV-RATE                    PIC S9(03)V9(06) COMP-3.
           05  RV-HOME-VALUE              PIC S9(13)V99 COMP-3.
           05  FILLER                     PIC X(01).
