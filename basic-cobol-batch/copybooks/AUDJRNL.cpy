      *
      *   MASTER MAINTENANCE AUDIT JOURNAL RECORD - ONE ENTRY PER
      *   BEFORE/AFTER IMAGE, PENDING CHANGE OR APPROVAL ACTION FROM
      *   THE BATCH MAINTENANCE STEPS (DTR170, DTR200, DTR260,
      *   DTR390, AMS210, AMS300, AMS310, TLR230, TLR240, TLR270,
      *   TLR300, TLR330, TLR340, TLR350, TLR360) AND THE TLR450
      *   KITING FREEZES, KEYED BY AJ-SEQ-NO WITH AJ-MASTER-KEY AS A
      *   DUPLICATE ALTERNATE KEY.  WRITTEN ONLY THROUGH THE SHARED
      *   AUDITUTL UTILITY; READ BY THE AUDITQRY QUERY REPORT.
      *
      *   AJ-IMAGE CARRIES THE IMAGE LINE THE MAINTENANCE REPORT
      *   PRINTS, LEFT-JUSTIFIED (A SECOND LINE, WHERE THE REPORT
      *   PRINTS ONE, FROM POSITION 101).  FOR A PENDING CHANGE IT
      *   CARRIES THE PROPOSED TRANSACTION AS KEYED.  AJ-USER-ID IS
      *   THE USER WHO KEYED THE CHANGE; AJ-APPROVED-BY IS THE
      *   SECOND USER ON A DUAL-CONTROL CHANGE, BLANK OTHERWISE.
      *
      *   RECORD 0 IS THE CONTROL RECORD: THE NEXT AJ-SEQ-NO TO
      *   ASSIGN IS KEPT IN THE FIRST 9 BYTES OF ITS AJ-IMAGE.
      *
       01  AUDJRNL-RECORD.
           05  AJ-SEQ-NO                  PIC 9(09).
           05  AJ-MASTER-KEY.
               10  AJ-MASTER              PIC X(08).
               10  AJ-RECORD-KEY          PIC X(24).
           05  AJ-PROGRAM                 PIC X(08).
           05  AJ-USER-ID                 PIC X(08).
           05  AJ-APPROVED-BY             PIC X(08).
           05  AJ-BUSINESS-DATE           PIC 9(08).
           05  AJ-CLOCK-DATE              PIC 9(08).
           05  AJ-CLOCK-TIME              PIC 9(06).
           05  AJ-ACTION                  PIC X(01).
           05  AJ-IMAGE-TAG               PIC X(08).
           05  AJ-IMAGE                   PIC X(200).
