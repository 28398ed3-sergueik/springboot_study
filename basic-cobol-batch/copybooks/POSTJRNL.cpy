      *
      *   ACCOUNT POSTING JOURNAL RECORD - ONE ENTRY PER ACCTMAST OR
      *   ACCTHIST RECORD ADDED, CHANGED OR DELETED BY A POSTING RUN
      *   (TLR150 BALANCE POSTING, TLR130 HISTORY LOAD - WHICH IS
      *   HOW THE TLR250 GENERATED POSTINGS REACH THE FILES - AND
      *   TLR320 REVERSALS), PLUS THE TLR430 BACKOUT'S OWN CHANGES.
      *   KEYED BY PJ-SEQ-NO WITH PJ-RUN-KEY (JOB + BUSINESS DATE +
      *   RUN NUMBER) AS A DUPLICATE ALTERNATE KEY SO ONE RUN'S
      *   ENTRIES CAN BE PULLED DIRECTLY.  WRITTEN ONLY THROUGH THE
      *   SHARED PJRNLUTL UTILITY; READ BY TLR430 (BACK OUT A RUN)
      *   AND TLR440 (ROLL A RESTORED BACKUP FORWARD).
      *
      *   EVERY RUN OPENS WITH AN 'S' ENTRY AND CLOSES WITH AN 'E'
      *   ENTRY (AFTER-IMAGE POSITIONS 1-9 CARRY THE NUMBER OF IMAGE
      *   ENTRIES WRITTEN) - A RUN WITH NO 'E' DID NOT FINISH.  AN
      *   'X' ENTRY UNDER A RUN'S KEY RECORDS THAT TLR430 HAS BACKED
      *   IT OUT (AFTER-IMAGE POSITIONS 1-20 CARRY THE BACKOUT RUN'S
      *   OWN KEY).  IMAGES ARE THE WHOLE RECORD, LEFT-JUSTIFIED:
      *   AN ADD CARRIES ONLY THE AFTER IMAGE, A DELETE ONLY THE
      *   BEFORE IMAGE.
      *
      *   RECORD 0 IS THE CONTROL RECORD: THE NEXT PJ-SEQ-NO TO
      *   ASSIGN IS KEPT IN THE FIRST 9 BYTES OF ITS AFTER IMAGE.
      *
       01  POSTJRNL-RECORD.
           05  PJ-SEQ-NO                  PIC 9(09).
           05  PJ-RUN-KEY.
               10  PJ-JOB                 PIC X(08).
               10  PJ-BUSINESS-DATE       PIC 9(08).
               10  PJ-RUN-NO              PIC 9(04).
           05  PJ-ENTRY-TYPE              PIC X(01).
               88  PJ-RUN-START           VALUE 'S'.
               88  PJ-RUN-END             VALUE 'E'.
               88  PJ-RUN-BACKED-OUT      VALUE 'X'.
               88  PJ-RECORD-ADDED        VALUE 'A'.
               88  PJ-RECORD-CHANGED      VALUE 'C'.
               88  PJ-RECORD-DELETED      VALUE 'D'.
           05  PJ-FILE                    PIC X(08).
           05  PJ-RECORD-KEY              PIC X(12).
           05  PJ-CLOCK-DATE              PIC 9(08).
           05  PJ-CLOCK-TIME              PIC 9(06).
           05  PJ-BEFORE-IMAGE            PIC X(100).
           05  PJ-AFTER-IMAGE             PIC X(100).
