               88  AM-ACCOUNT-DORMANT     VALUE 'D'.
           05  AM-CURRENCY                PIC X(03).
           05  AM-CURRENT-BALANCE         PIC S9(13)V99 COMP-3.
      *   THE BALANCE THE ACCOUNT WAS OPENED WITH, SET ONCE BY THE
      *   TLR240 ADD AND NEVER POSTED TO.  THE TLR400 BALANCE PROOF
      *   REBUILDS AM-CURRENT-BALANCE FROM IT PLUS EVERY ACCTHIST
      *   ENTRY.  THE RECORD GREW WHEN THE FIELD WAS ADDED - MASTERS
      *   BUILT BEFORE THAT MUST BE RELOADED THROUGH TLR240.
           05  AM-OPENING-BALANCE         PIC S9(13)V99 COMP-3.
      *   HOW FAR BELOW ZERO THE TLR150 AVAILABLE-BALANCE CHECK LETS
      *   THE ACCOUNT GO (ZERO = NO OVERDRAFT), SET BY THE TLR240 ADD
      *   AND CHANGE, AND THE BUSINESS DATE TLR150 FIRST FOUND THE
      *   BALANCE BELOW ZERO (ZERO WHILE IT IS NOT), WHICH GIVES THE
      *   DAYS OVERDRAWN ON THE OVERDRAFT-USAGE REPORT.  THE RECORD
      *   GREW WHEN THE FIELDS WERE ADDED - MASTERS BUILT BEFORE
      *   THAT MUST BE RELOADED THROUGH TLR240.
           05  AM-OVERDRAFT-LIMIT         PIC S9(11)V99 COMP-3.
           05  AM-OVERDRAWN-DATE          PIC 9(08).
