      *
      *   INTEREST INCOME TAX RETURN RECORD (150 BYTES) - THE YEAR-END
      *   REGULATORY FILE TLR370 PRODUCES FOR THE TAX AUTHORITY.  ONE
      *   'HD' HEADER CARRYING THE TAX YEAR AND PAYER, ONE 'IR'
      *   RECIPIENT RECORD PER TAX ID WHOSE NET INTEREST FOR THE YEAR
      *   REACHES THE REPORTING THRESHOLD, THEN ONE 'TR' TRAILER WITH
      *   THE RECIPIENT COUNT AND INTEREST TOTAL SO THE RECEIVER CAN
      *   PROVE THE FILE IS COMPLETE.  AMOUNTS ARE UNSIGNED DISPLAY -
      *   ONLY POSITIVE TOTALS ARE EVER REPORTED.
      *
       01  INTTAX-RECORD.
           05  IT-RECORD-TYPE             PIC X(02).
               88  IT-TYPE-HEADER         VALUE 'HD'.
               88  IT-TYPE-RECIPIENT      VALUE 'IR'.
               88  IT-TYPE-TRAILER        VALUE 'TR'.
           05  IT-RECORD-DATA             PIC X(148).
           05  IT-HEADER-AREA REDEFINES IT-RECORD-DATA.
               10  IT-HD-TAX-YEAR         PIC 9(04).
               10  IT-HD-CREATED-DATE     PIC 9(08).
               10  IT-HD-PAYER-NAME       PIC X(30).
               10  FILLER                 PIC X(106).
           05  IT-RECIPIENT-AREA REDEFINES IT-RECORD-DATA.
               10  IT-IR-TAX-ID           PIC X(11).
               10  IT-IR-NAME             PIC X(30).
               10  IT-IR-ADDRESS-1        PIC X(30).
               10  IT-IR-ADDRESS-2        PIC X(30).
               10  IT-IR-CITY             PIC X(20).
               10  IT-IR-POSTCODE         PIC X(10).
               10  IT-IR-INTEREST         PIC 9(11)V99.
               10  FILLER                 PIC X(04).
           05  IT-TRAILER-AREA REDEFINES IT-RECORD-DATA.
               10  IT-TR-RECIPIENT-COUNT  PIC 9(09).
               10  IT-TR-INTEREST-TOTAL   PIC 9(13)V99.
               10  FILLER                 PIC X(124).
