      *
      *   DTR380 - STORE SALES-TO-BANK-DEPOSIT RECONCILIATION
      *
      *   THE STORES BANK THEIR DAILY TAKINGS AT OUR OWN BRANCHES,
      *   BUT NOTHING CHECKED THAT A STORE'S DEPOSITS MATCH WHAT ITS
      *   REGISTERS SOLD - A STORE COULD BE SHORT FOR A WEEK BEFORE
      *   ANYONE NOTICED.  THIS NIGHTLY STEP TOTALS EACH STORE'S NET
      *   SALES BY SALES DATE FROM THE DTR130 SPLIT (DTAR020-SALE-
      *   PRICE ON THE SALES FILE LESS THE RETURNS FILE) AND MATCHES
      *   THEM TO THE DEPOSITS POSTED TO THE STORE'S OPERATING
      *   ACCOUNT (STORMAST-OPER-ACCOUNT, SET THROUGH DTR200).
      *
      *   A DEPOSIT IS A CREDIT CODE ON THE TRANSACTION CODE MASTER;
      *   A REVERSAL CODE THAT DEBITS THE ACCOUNT TAKES A DEPOSIT
      *   BACK.  THE DAY'S DEPOSITS COME FROM THE EDITED TELLER
      *   CAPTURE (TELLERTC) WHEN IT IS PRESENT, OTHERWISE FROM THE
      *   ACCOUNT HISTORY ENTRIES DATED THE BUSINESS DATE - SO THE
      *   STEP CAN RUN EITHER AHEAD OF OR AFTER THE TLR130 LOAD
      *   WITHOUT COUNTING A DEPOSIT TWICE.  EACH DEPOSIT SETTLES THE
      *   STORE'S OLDEST UNSETTLED SALES DATES FIRST; WHAT IS LEFT
      *   OVER IS AN OVERAGE ON THE LATEST SALES DATE IT COULD COVER.
      *
      *   A SALES DATE'S TAKINGS ARE DUE BY THE CONFIGURED NUMBER OF
      *   BANKING DAYS AFTER IT - SATURDAYS, SUNDAYS AND THE RETAIL
      *   CALENDAR'S HOLIDAYS (RETCAL) ARE NOT BANKING DAYS, SO
      *   FRIDAY'S AND THE WEEKEND'S TAKINGS ARE DUE THE SAME DAY.
      *   UNTIL THEN A DIFFERENCE IS ONLY AWAITING DEPOSIT.  PAST
      *   THE DUE DATE IT IS LISTED BY STORE AS SHORT, OVER OR
      *   MISSING (NO DEPOSIT AT ALL) WITH THE DAYS IT IS PAST DUE,
      *   AND CARRIED FORWARD ON THE AGED DIFFERENCES FILE UNTIL A
      *   LATE DEPOSIT SETTLES IT OR LOSS PREVENTION CLEARS IT.  THE
      *   AGED FILE IS READ FROM DTRDEPOH AND WRITTEN WHOLE TO
      *   DTRDEPON, WHICH THE JOB STREAM RENAMES OVER THE OLD ONE
      *   (THE DTR320 TRAILING-HISTORY PATTERN).  DTR130 MUST RUN
      *   AHEAD OF THIS STEP.
      *
      *   DTRDEPPM PARAMETER (OPTIONAL, EACH FIELD DEFAULTS):
      *       POS 1-2    BANKING DAYS ALLOWED FOR THE DEPOSIT
      *                  (00 = SAME DAY)                  (DEFAULT 01)
      *       POS 4-10   TOLERANCE, 9(5)V99 - A DIFFERENCE
      *                  NO LARGER IS TREATED AS MATCHED  (DEFAULT 0)
      *
      *   DTRDEPCL CLEARANCES (OPTIONAL, ONE PER LINE): STORE 1-3,
      *   SALES DATE 5-12 - THE AGED DIFFERENCE LOSS PREVENTION HAS
      *   RESOLVED, REMOVED FROM THE LIST AND REPORTED AS CLEARED.
      *
      *   AGED DIFFERENCES RECORD (DTRDEPOH IN, DTRDEPON OUT, 60
      *   BYTES): STORE 9(3), SALES DATE 9(8), DUE DATE 9(8), NET
      *   SALES S9(11)V99, DEPOSITED S9(11)V99, STATUS X(1) (P
      *   AWAITING, S SHORT, O OVER, X MISSING), FILLER X(14).
      *
      *   RC 16 WHEN THE STORE MASTER, THE SALES OR RETURNS FILE,
      *   THE CODE MASTER OR BOTH DEPOSIT SOURCES ARE MISSING, OR A
      *   TABLE FILLS - THE AGED FILE IS THEN NOT REWRITTEN, SO A
      *   PARTIAL RUN CANNOT DROP AN UNRESOLVED DIFFERENCE.
      *
      *   MODIFICATION HISTORY
      *   2026-10-15  ADDED FOR STORE SALES-TO-DEPOSIT RECONCILIATION.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTR380.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORMAST-FILE ASSIGN TO STORMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STORMAST-FS.
           SELECT SALES-FILE    ASSIGN TO DTAR020S
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SALES-FS.
           SELECT RETURNS-FILE  ASSIGN TO DTAR020R
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURNS-FS.
           SELECT TELLER-TXN-FILE ASSIGN TO TELLERTC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAPTURE-FS.
           SELECT ACCTHIST-FILE ASSIGN TO ACCTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-SEQ-NO
               ALTERNATE RECORD KEY IS AH-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCTHIST-FS.
           SELECT TRNCMAST-FILE ASSIGN TO TRNCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-TRAN-CODE
               FILE STATUS IS WS-TRNCMAST-FS.
           SELECT RETCAL-FILE   ASSIGN TO RETCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-RETCAL-FS.
           SELECT AGED-IN-FILE  ASSIGN TO DTRDEPOH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGED-IN-FS.
           SELECT AGED-OUT-FILE ASSIGN TO DTRDEPON
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLEAR-FILE    ASSIGN TO DTRDEPCL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAR-FS.
           SELECT RECON-PARM-FILE ASSIGN TO DTRDEPPM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FS.
           SELECT RECON-RPT-FILE ASSIGN TO DTRDEPRP
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STORMAST-FILE
           RECORDING MODE IS F.
       01  STORMAST-FILE-RECORD           PIC X(51).

       FD  SALES-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
       01  SALES-FILE-RECORD              PIC X(27).

       FD  RETURNS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
       01  RETURNS-FILE-RECORD            PIC X(27).

       FD  TELLER-TXN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 93 CHARACTERS.
       01  TELLER-TXN-FILE-RECORD         PIC X(93).

       FD  ACCTHIST-FILE.
       COPY ACCTHIST.

       FD  TRNCMAST-FILE.
       COPY TRNCMAST.

       FD  RETCAL-FILE.
       COPY RETCAL.

       FD  AGED-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  AGED-IN-RECORD                 PIC X(60).

       FD  AGED-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01  AGED-OUT-RECORD                PIC X(60).

       FD  CLEAR-FILE.
       01  CLEAR-RECORD                   PIC X(80).

       FD  RECON-PARM-FILE.
       01  RECON-PARM-RECORD              PIC X(80).

       FD  RECON-RPT-FILE.
       01  RECON-RPT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       COPY STORMAST.
       COPY DTAR020.
       COPY TELLERTX.

       01  WS-STORMAST-FS                 PIC X(02).
       01  WS-SALES-FS                    PIC X(02).
       01  WS-RETURNS-FS                  PIC X(02).
       01  WS-CAPTURE-FS                  PIC X(02).
       01  WS-ACCTHIST-FS                 PIC X(02).
       01  WS-TRNCMAST-FS                 PIC X(02).
       01  WS-RETCAL-FS                   PIC X(02).
       01  WS-AGED-IN-FS                  PIC X(02).
       01  WS-CLEAR-FS                    PIC X(02).
       01  WS-PARM-FS                     PIC X(02).

       01  WS-EOF-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-END-OF-FILE             VALUE 'Y'.
       01  WS-SCAN-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-SCAN-AT-END             VALUE 'Y'.
       01  WS-RUN-SWITCH                  PIC X(01) VALUE 'N'.
           88  WS-RUN-STARTED             VALUE 'Y'.
       01  WS-LOAD-ERROR-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-LOAD-ERROR              VALUE 'Y'.
       01  WS-CALENDAR-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-CALENDAR-AVAILABLE      VALUE 'Y'.
      *>   WHERE THE DAY'S DEPOSITS ARE TAKEN FROM.
       01  WS-DEPOSIT-SOURCE              PIC X(01) VALUE SPACE.
           88  WS-DEPOSITS-FROM-CAPTURE   VALUE 'T'.
           88  WS-DEPOSITS-FROM-HISTORY   VALUE 'H'.

       01  WS-LAG-DAYS                    PIC 9(02) VALUE 1.
       01  WS-TOLERANCE                   PIC 9(05)V99 VALUE 0.
       01  WS-PARM-LINE.
           05  WS-PL-LAG-DAYS             PIC 9(02).
           05  FILLER                     PIC X(01).
           05  WS-PL-TOLERANCE            PIC 9(05)V99.
           05  FILLER                     PIC X(70).

       01  WS-AGED-LINE.
           05  AL-STORE-NO                PIC 9(03).
           05  AL-SALES-DATE              PIC 9(08).
           05  AL-DUE-DATE                PIC 9(08).
           05  AL-NET-SALES               PIC S9(11)V99.
           05  AL-DEPOSITED               PIC S9(11)V99.
           05  AL-STATUS                  PIC X(01).
           05  FILLER                     PIC X(14).

       01  WS-CLEAR-LINE.
           05  CL-STORE-NO                PIC 9(03).
           05  FILLER                     PIC X(01).
           05  CL-SALES-DATE              PIC 9(08).
           05  FILLER                     PIC X(68).

      *>   DTAR020 DATES ARE CYYMMDD WITH THE CENTURY DIGIT RELATIVE
      *>   TO 1900 (SEE DTR150).
       01  WS-DATE-7                      PIC 9(07) VALUE 0.
       01  WS-DATE-7-R REDEFINES WS-DATE-7.
           05  WS-DATE-7-CENTURY          PIC 9(01).
           05  WS-DATE-7-YYMMDD           PIC 9(06).
       01  WS-DATE-8                      PIC 9(08) VALUE 0.
       01  WS-DATE-8-R REDEFINES WS-DATE-8.
           05  WS-DATE-8-CC               PIC 9(02).
           05  WS-DATE-8-YYMMDD           PIC 9(06).

      *>   DAY NUMBER OF A DATE (THE TLR420 CALCULATION).  THE DAY
      *>   NUMBER DIVIDED BY 7 LEAVES 4 FOR A SATURDAY, 5 FOR A
      *>   SUNDAY.
       01  WS-DATE-FIELDS.
           05  WS-DF-CCYY                 PIC 9(04).
           05  WS-DF-MM                   PIC 9(02).
           05  WS-DF-DD                   PIC 9(02).
       01  WS-DATE-NUM REDEFINES WS-DATE-FIELDS PIC 9(08).
       01  WS-DN-YEAR                     PIC 9(04).
       01  WS-DN-MONTH                    PIC 9(02).
       01  WS-DN-Q4                       PIC 9(04).
       01  WS-DN-Q100                     PIC 9(04).
       01  WS-DN-Q400                     PIC 9(04).
       01  WS-DN-QMONTH                   PIC 9(04).
       01  WS-DN-REM                      PIC 9(04).
       01  WS-DAY-NUMBER                  PIC 9(07).
       01  WS-BIZ-DAY-NUMBER              PIC 9(07).
       01  WS-WEEK-QUOTIENT               PIC 9(07).
       01  WS-WEEKDAY                     PIC 9(01).
           88  WS-WEEKEND-DAY             VALUE 4 5.
       01  WS-DAYS-PAST-DUE               PIC S9(07) COMP-3.

      *>   DUE-DATE WORK AREA.
       01  WS-MONTH-DAYS-VALUES           PIC X(24) VALUE
           '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
       01  WS-MONTH-LAST-DAY              PIC 9(02).
       01  WS-LEAP-QUOTIENT               PIC 9(04).
       01  WS-LEAP-REM-4                  PIC 9(04).
       01  WS-LEAP-REM-100                PIC 9(04).
       01  WS-LEAP-REM-400                PIC 9(04).
       01  WS-DUE-DATE                    PIC 9(08).
       01  WS-BANKING-DAYS                PIC S9(04) COMP VALUE 0.
       01  WS-DAYS-STEPPED                PIC S9(04) COMP VALUE 0.

      *> BIZDATE LINKAGE WORK AREA
       01  WS-BIZ-ACTION                  PIC X(01).
       01  WS-BIZ-DATE                    PIC 9(08) VALUE 0.
       01  WS-BIZ-STATUS                  PIC X(01).

       01  WS-STORE-MAX                   PIC S9(04) COMP VALUE 500.
       01  WS-STORE-COUNT                 PIC S9(04) COMP VALUE 0.
       01  WS-STORE-IDX                   PIC S9(04) COMP VALUE 0.
       01  WS-STORE-FOUND                 PIC S9(04) COMP VALUE 0.
       01  STORE-TABLE.
           05  STORE-ENTRY OCCURS 500 TIMES.
               10  ST-STORE-NO            PIC S9(03) COMP-3.
               10  ST-STORE-NAME          PIC X(20).
               10  ST-OPER-ACCOUNT        PIC 9(12).
               10  ST-NO-ACCOUNT-SALES    PIC S9(11)V99 COMP-3.

      *>   ONE ENTRY PER STORE AND SALES DATE - CARRIED FROM THE AGED
      *>   FILE OR NEW FROM TONIGHT'S SALES.  A DEPOSIT THAT NO SALES
      *>   DATE CAN ABSORB OPENS AN ENTRY WITH NO SALES.
       01  WS-ITEM-MAX                    PIC S9(04) COMP VALUE 5000.
       01  WS-ITEM-COUNT                  PIC S9(04) COMP VALUE 0.
       01  WS-ITEM-IDX                    PIC S9(04) COMP VALUE 0.
       01  WS-ITEM-FOUND                  PIC S9(04) COMP VALUE 0.
       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 5000 TIMES.
               10  IT-STORE-NO            PIC 9(03).
               10  IT-STORE-IDX           PIC S9(04) COMP.
               10  IT-SALES-DATE          PIC 9(08).
               10  IT-DUE-DATE            PIC 9(08).
               10  IT-NET-SALES           PIC S9(11)V99 COMP-3.
               10  IT-DEPOSITED           PIC S9(11)V99 COMP-3.
               10  IT-PRIOR-STATUS        PIC X(01).
               10  IT-STATUS              PIC X(01).
                   88  IT-MATCHED         VALUE 'M'.
                   88  IT-AWAITING        VALUE 'P'.
                   88  IT-SHORT           VALUE 'S'.
                   88  IT-OVER            VALUE 'O'.
                   88  IT-MISSING         VALUE 'X'.
                   88  IT-CLEARED         VALUE 'C'.
                   88  IT-CARRIED         VALUE 'P' 'S' 'O' 'X'.
                   88  IT-EXCEPTION       VALUE 'S' 'O' 'X'.

      *>   THE DAY'S DEPOSITS TO STORE OPERATING ACCOUNTS, IN THE
      *>   ORDER THEY WERE POSTED.
       01  WS-DEP-MAX                     PIC S9(04) COMP VALUE 5000.
       01  WS-DEP-COUNT                   PIC S9(04) COMP VALUE 0.
       01  WS-DEP-IDX                     PIC S9(04) COMP VALUE 0.
       01  DEPOSIT-TABLE.
           05  DEPOSIT-ENTRY OCCURS 5000 TIMES.
               10  DP-STORE-IDX           PIC S9(04) COMP.
               10  DP-TRAN-DATE           PIC 9(08).
               10  DP-AMOUNT              PIC S9(11)V99 COMP-3.

       01  WS-NEW-DEPOSIT.
           05  WS-ND-ACCOUNT-NUMBER       PIC 9(12).
           05  WS-ND-TRAN-CODE            PIC X(04).
           05  WS-ND-TRAN-DATE            PIC 9(08).
           05  WS-ND-AMOUNT               PIC S9(11)V99 COMP-3.

       01  WS-SEARCH-STORE-NO             PIC 9(03).
       01  WS-SEARCH-STORE-IDX            PIC S9(04) COMP.
       01  WS-SEARCH-DATE                 PIC 9(08).
       01  WS-SALE-VALUE                  PIC S9(11)V99 COMP-3.
       01  WS-DEP-LEFT                    PIC S9(11)V99 COMP-3.
       01  WS-ITEM-OPEN                   PIC S9(11)V99 COMP-3.
       01  WS-DIFFERENCE                  PIC S9(11)V99 COMP-3.
       01  WS-ABS-DIFFERENCE              PIC S9(11)V99 COMP-3.
       01  WS-ALLOC-SWITCH                PIC X(01) VALUE 'N'.
           88  WS-ALLOC-DONE              VALUE 'Y'.
       01  WS-STORE-LISTED-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-STORE-LISTED            VALUE 'Y'.
       01  WS-STORE-DIFFERENCE            PIC S9(11)V99 COMP-3.

      *>   AGE BUCKETS FOR THE UNRESOLVED DIFFERENCES, BY DAYS PAST
      *>   DUE: 0-2, 3-7, 8-30, OVER 30.
       01  WS-AGE-BUCKET-NAMES.
           05  FILLER                     PIC X(16)
               VALUE '0-2 DAYS        '.
           05  FILLER                     PIC X(16)
               VALUE '3-7 DAYS        '.
           05  FILLER                     PIC X(16)
               VALUE '8-30 DAYS       '.
           05  FILLER                     PIC X(16)
               VALUE 'OVER 30 DAYS    '.
       01  WS-AGE-BUCKET-NAME-TABLE REDEFINES WS-AGE-BUCKET-NAMES.
           05  WS-AGE-BUCKET-NAME         PIC X(16) OCCURS 4 TIMES.
       01  WS-AGE-IDX                     PIC S9(04) COMP VALUE 0.
       01  AGE-BUCKET-TABLE.
           05  AGE-BUCKET-ENTRY OCCURS 4 TIMES.
               10  AB-SHORT-COUNT         PIC S9(09) COMP-3.
               10  AB-SHORT-AMOUNT        PIC S9(11)V99 COMP-3.
               10  AB-OVER-COUNT          PIC S9(09) COMP-3.
               10  AB-OVER-AMOUNT         PIC S9(11)V99 COMP-3.

       01  WS-SALES-COUNT                 PIC S9(09) COMP-3 VALUE 0.
       01  WS-RETURN-COUNT                PIC S9(09) COMP-3 VALUE 0.
       01  WS-DEPOSIT-READ-COUNT          PIC S9(09) COMP-3 VALUE 0.
       01  WS-CARRIED-IN-COUNT            PIC S9(09) COMP-3 VALUE 0.
       01  WS-MATCHED-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-RESOLVED-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-AWAITING-COUNT              PIC S9(09) COMP-3 VALUE 0.
       01  WS-SHORT-COUNT                 PIC S9(09) COMP-3 VALUE 0.
       01  WS-OVER-COUNT                  PIC S9(09) COMP-3 VALUE 0.
       01  WS-MISSING-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-CLEARED-COUNT               PIC S9(09) COMP-3 VALUE 0.
       01  WS-CARRIED-OUT-COUNT           PIC S9(09) COMP-3 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                     PIC X(48) VALUE
               'DTR380  STORE SALES-TO-DEPOSIT RECONCILIATION   '.
           05  WS-H1-DATE                 PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER                     PIC X(50) VALUE
               'STR   ACCOUNT      SALES DT DUE DATE      NET SALE'.
           05  FILLER                     PIC X(44) VALUE
               'S     DEPOSITED    DIFFERENCE STATUS   LATE '.

       01  WS-STORE-LINE.
           05  FILLER                     PIC X(06) VALUE 'STORE '.
           05  WS-SL-STORE-NO             PIC 9(03).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-SL-STORE-NAME           PIC X(20).
           05  FILLER                     PIC X(10)
               VALUE ' ACCOUNT  '.
           05  WS-SL-ACCOUNT              PIC 9(12).

       01  WS-DETAIL-LINE.
           05  WS-DL-STORE-NO             PIC 9(03).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  WS-DL-ACCOUNT              PIC 9(12).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-SALES-DATE           PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-DUE-DATE             PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-NET-SALES            PIC -(10)9.99.
           05  WS-DL-DEPOSITED            PIC -(10)9.99.
           05  WS-DL-DIFFERENCE           PIC -(10)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DL-STATUS               PIC X(09).
           05  WS-DL-DAYS                 PIC ZZZZ9.

       01  WS-STORE-TOTAL-LINE.
           05  FILLER                     PIC X(35) VALUE SPACES.
           05  FILLER                     PIC X(28)
               VALUE 'STORE NET DIFFERENCE        '.
           05  WS-ST-DIFFERENCE           PIC -(10)9.99.

       01  WS-NO-ACCOUNT-LINE.
           05  FILLER                     PIC X(06) VALUE 'STORE '.
           05  WS-NA-STORE-NO             PIC 9(03).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-NA-STORE-NAME           PIC X(20).
           05  FILLER                     PIC X(33)
               VALUE ' NO OPERATING ACCOUNT - NET SALES'.
           05  WS-NA-NET-SALES            PIC -(10)9.99.

       01  WS-AGE-HEADING.
           05  FILLER                     PIC X(50) VALUE
               'UNRESOLVED, DAYS PAST DUE       SHORT        AMOUN'.
           05  FILLER                     PIC X(25) VALUE
               'T      OVER        AMOUNT'.
       01  WS-AGE-LINE.
           05  WS-AG-BUCKET               PIC X(16).
           05  FILLER                     PIC X(12) VALUE SPACES.
           05  WS-AG-SHORT-COUNT          PIC ZZZZZZZZ9.
           05  WS-AG-SHORT-AMOUNT         PIC -(10)9.99.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-AG-OVER-COUNT           PIC ZZZZZZZZ9.
           05  WS-AG-OVER-AMOUNT          PIC -(10)9.99.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                     PIC X(14)
               VALUE 'SALES READ:   '.
           05  WS-SM-SALES-COUNT          PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(11)
               VALUE '  RETURNS: '.
           05  WS-SM-RETURN-COUNT         PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(12)
               VALUE '  DEPOSITS: '.
           05  WS-SM-DEPOSIT-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(16)
               VALUE '  CARRIED IN:   '.
           05  WS-SM-CARRIED-IN-COUNT     PIC ZZZZZZZZ9.
       01  WS-SUMMARY-LINE-2.
           05  FILLER                     PIC X(14)
               VALUE 'MATCHED:      '.
           05  WS-SM-MATCHED-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(11)
               VALUE '  RESOLVED:'.
           05  WS-SM-RESOLVED-COUNT       PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(12)
               VALUE '  AWAITING: '.
           05  WS-SM-AWAITING-COUNT       PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(16)
               VALUE '  CLEARED:      '.
           05  WS-SM-CLEARED-COUNT        PIC ZZZZZZZZ9.
       01  WS-SUMMARY-LINE-3.
           05  FILLER                     PIC X(14)
               VALUE 'SHORT:        '.
           05  WS-SM-SHORT-COUNT          PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(11)
               VALUE '  OVER:    '.
           05  WS-SM-OVER-COUNT           PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(12)
               VALUE '  MISSING:  '.
           05  WS-SM-MISSING-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(16)
               VALUE '  CARRIED OUT:  '.
           05  WS-SM-CARRIED-OUT-COUNT    PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-RUN-STARTED
               PERFORM 2000-LOAD-AGED-ITEMS
           END-IF
           IF WS-RUN-STARTED AND NOT WS-LOAD-ERROR
               PERFORM 2200-APPLY-CLEARANCES
               PERFORM 3000-LOAD-SALES
           END-IF
           IF WS-RUN-STARTED AND NOT WS-LOAD-ERROR
               IF WS-DEPOSITS-FROM-CAPTURE
                   PERFORM 4000-LOAD-CAPTURE-DEPOSITS
               ELSE
                   PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                           UNTIL WS-STORE-IDX > WS-STORE-COUNT
                       IF ST-OPER-ACCOUNT (WS-STORE-IDX) > 0
                           PERFORM 4200-LOAD-HISTORY-DEPOSITS
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF WS-RUN-STARTED AND NOT WS-LOAD-ERROR
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > WS-DEP-COUNT
                   PERFORM 5000-ALLOCATE-DEPOSIT
               END-PERFORM
           END-IF
           IF WS-RUN-STARTED AND NOT WS-LOAD-ERROR
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   PERFORM 6000-EVALUATE-ITEM
               END-PERFORM
               OPEN OUTPUT AGED-OUT-FILE
               PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                       UNTIL WS-STORE-IDX > WS-STORE-COUNT
                   PERFORM 7000-REPORT-STORE
               END-PERFORM
               PERFORM 7050-REPORT-UNKNOWN-STORES
               CLOSE AGED-OUT-FILE
               PERFORM 7500-PRODUCE-AGED-SUMMARY
           END-IF
           PERFORM 8900-PRODUCE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'R' TO WS-BIZ-ACTION
           CALL 'BIZDATE' USING WS-BIZ-ACTION WS-BIZ-DATE
               WS-BIZ-STATUS
           MOVE WS-BIZ-DATE TO WS-DATE-NUM
           PERFORM 8000-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-BIZ-DAY-NUMBER
           PERFORM 1050-LOAD-RECON-PARM
           INITIALIZE AGE-BUCKET-TABLE
           OPEN OUTPUT RECON-RPT-FILE
           MOVE WS-BIZ-DATE TO WS-H1-DATE
           WRITE RECON-RPT-LINE FROM WS-HEADING-1
           MOVE 'Y' TO WS-RUN-SWITCH
           PERFORM 1100-LOAD-STORE-MASTER
           IF WS-RUN-STARTED
               MOVE SPACES TO WS-TRNCMAST-FS
               OPEN INPUT TRNCMAST-FILE
               IF WS-TRNCMAST-FS NOT = '00'
                   MOVE 'TRANSACTION CODE MASTER NOT AVAILABLE'
                       TO RECON-RPT-LINE
                   WRITE RECON-RPT-LINE
                   MOVE 'N' TO WS-RUN-SWITCH
               END-IF
           END-IF
           IF WS-RUN-STARTED
               MOVE SPACES TO WS-SALES-FS
               MOVE SPACES TO WS-RETURNS-FS
               OPEN INPUT SALES-FILE
               OPEN INPUT RETURNS-FILE
               IF WS-SALES-FS NOT = '00' OR WS-RETURNS-FS NOT = '00'
                   MOVE 'DTR130 SALES/RETURNS SPLIT NOT AVAILABLE'
                       TO RECON-RPT-LINE
                   WRITE RECON-RPT-LINE
                   IF WS-SALES-FS = '00'
                       CLOSE SALES-FILE
                   END-IF
                   IF WS-RETURNS-FS = '00'
                       CLOSE RETURNS-FILE
                   END-IF
                   CLOSE TRNCMAST-FILE
                   MOVE 'N' TO WS-RUN-SWITCH
               END-IF
           END-IF
           IF WS-RUN-STARTED
               PERFORM 1200-OPEN-DEPOSIT-SOURCE
           END-IF
           IF WS-RUN-STARTED
      *>       WITHOUT THE CALENDAR ONLY WEEKENDS EXTEND THE DUE DATE.
               MOVE SPACES TO WS-RETCAL-FS
               OPEN INPUT RETCAL-FILE
               IF WS-RETCAL-FS = '00'
                   MOVE 'Y' TO WS-CALENDAR-SWITCH
               ELSE
                   MOVE 'RETAIL CALENDAR NOT AVAILABLE - NO HOLIDAYS'
                       TO RECON-RPT-LINE
                   WRITE RECON-RPT-LINE
               END-IF
               WRITE RECON-RPT-LINE FROM WS-HEADING-2
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.

       1050-LOAD-RECON-PARM.
      *>   THE PARAMETER FILE IS OPTIONAL -- A FIELD LEFT BLANK OR
      *>   NOT NUMERIC KEEPS ITS DEFAULT.
           MOVE SPACES TO WS-PARM-FS
           OPEN INPUT RECON-PARM-FILE
           IF WS-PARM-FS = '00'
               READ RECON-PARM-FILE INTO WS-PARM-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-PL-LAG-DAYS NUMERIC
                           MOVE WS-PL-LAG-DAYS TO WS-LAG-DAYS
                       END-IF
                       IF WS-PL-TOLERANCE NUMERIC
                           MOVE WS-PL-TOLERANCE TO WS-TOLERANCE
                       END-IF
               END-READ
               CLOSE RECON-PARM-FILE
           END-IF.

       1100-LOAD-STORE-MASTER.
           MOVE SPACES TO WS-STORMAST-FS
           OPEN INPUT STORMAST-FILE
           IF WS-STORMAST-FS NOT = '00'
               MOVE 'STORE MASTER NOT AVAILABLE' TO RECON-RPT-LINE
               WRITE RECON-RPT-LINE
               MOVE 'N' TO WS-RUN-SWITCH
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1150-LOAD-STORE-RECORD UNTIL WS-END-OF-FILE
               CLOSE STORMAST-FILE
               IF WS-LOAD-ERROR
                   MOVE 'N' TO WS-RUN-SWITCH
               END-IF
           END-IF.

       1150-LOAD-STORE-RECORD.
           READ STORMAST-FILE INTO STORMAST-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-STORE-COUNT < WS-STORE-MAX
                       ADD 1 TO WS-STORE-COUNT
                       MOVE STORMAST-STORE-NO
                           TO ST-STORE-NO (WS-STORE-COUNT)
                       MOVE STORMAST-STORE-NAME
                           TO ST-STORE-NAME (WS-STORE-COUNT)
                       MOVE STORMAST-OPER-ACCOUNT
                           TO ST-OPER-ACCOUNT (WS-STORE-COUNT)
                       MOVE 0 TO ST-NO-ACCOUNT-SALES (WS-STORE-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-LOAD-ERROR-SWITCH
                       MOVE 'Y' TO WS-EOF-SWITCH
                       MOVE 'STORE MASTER OVERFLOWS TABLE - RUN STOPPED'
                           TO RECON-RPT-LINE
                       WRITE RECON-RPT-LINE
                   END-IF
           END-READ.

       1200-OPEN-DEPOSIT-SOURCE.
      *>   TONIGHT'S CAPTURE WHEN IT IS STILL IN THE STREAM; ONCE IT
      *>   HAS BEEN LOADED AND ROLLED OFF, THE HISTORY FILE.
           MOVE SPACES TO WS-CAPTURE-FS
           OPEN INPUT TELLER-TXN-FILE
           IF WS-CAPTURE-FS = '00'
               MOVE 'T' TO WS-DEPOSIT-SOURCE
           ELSE
               MOVE SPACES TO WS-ACCTHIST-FS
               OPEN INPUT ACCTHIST-FILE
               IF WS-ACCTHIST-FS = '00'
                   MOVE 'H' TO WS-DEPOSIT-SOURCE
                   MOVE 'DEPOSITS TAKEN FROM ACCOUNT HISTORY'
                       TO RECON-RPT-LINE
                   WRITE RECON-RPT-LINE
               ELSE
                   MOVE 'NO DEPOSIT SOURCE - NO CAPTURE OR HISTORY'
                       TO RECON-RPT-LINE
                   WRITE RECON-RPT-LINE
                   CLOSE SALES-FILE
                   CLOSE RETURNS-FILE
                   CLOSE TRNCMAST-FILE
                   MOVE 'N' TO WS-RUN-SWITCH
               END-IF
           END-IF.

       2000-LOAD-AGED-ITEMS.
      *>   THE AGED FILE IS ABSENT ON THE FIRST RUN.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE SPACES TO WS-AGED-IN-FS
           OPEN INPUT AGED-IN-FILE
           IF WS-AGED-IN-FS = '00'
               PERFORM 2100-LOAD-AGED-RECORD UNTIL WS-END-OF-FILE
               CLOSE AGED-IN-FILE
           END-IF.

       2100-LOAD-AGED-RECORD.
           READ AGED-IN-FILE INTO WS-AGED-LINE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-ITEM-COUNT < WS-ITEM-MAX
                       ADD 1 TO WS-CARRIED-IN-COUNT
                       ADD 1 TO WS-ITEM-COUNT
                       MOVE AL-STORE-NO TO WS-SEARCH-STORE-NO
                       PERFORM 3300-FIND-STORE
                       MOVE AL-STORE-NO   TO IT-STORE-NO (WS-ITEM-COUNT)
                       MOVE WS-STORE-FOUND
                           TO IT-STORE-IDX (WS-ITEM-COUNT)
                       MOVE AL-SALES-DATE
                           TO IT-SALES-DATE (WS-ITEM-COUNT)
                       MOVE AL-DUE-DATE   TO IT-DUE-DATE (WS-ITEM-COUNT)
                       MOVE AL-NET-SALES
                           TO IT-NET-SALES (WS-ITEM-COUNT)
                       MOVE AL-DEPOSITED
                           TO IT-DEPOSITED (WS-ITEM-COUNT)
                       MOVE AL-STATUS
                           TO IT-PRIOR-STATUS (WS-ITEM-COUNT)
                       MOVE AL-STATUS     TO IT-STATUS (WS-ITEM-COUNT)
                   ELSE
                       PERFORM 3900-ITEM-TABLE-FULL
                       MOVE 'Y' TO WS-EOF-SWITCH
                   END-IF
           END-READ.

       2200-APPLY-CLEARANCES.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE SPACES TO WS-CLEAR-FS
           OPEN INPUT CLEAR-FILE
           IF WS-CLEAR-FS = '00'
               PERFORM 2250-APPLY-CLEARANCE UNTIL WS-END-OF-FILE
               CLOSE CLEAR-FILE
           END-IF.

       2250-APPLY-CLEARANCE.
           READ CLEAR-FILE INTO WS-CLEAR-LINE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE 0 TO WS-ITEM-FOUND
                   IF CL-STORE-NO NUMERIC AND CL-SALES-DATE NUMERIC
                       PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                           IF IT-STORE-NO (WS-ITEM-IDX) = CL-STORE-NO
                                   AND IT-SALES-DATE (WS-ITEM-IDX)
                                       = CL-SALES-DATE
                                   AND IT-CARRIED (WS-ITEM-IDX)
                               MOVE WS-ITEM-IDX TO WS-ITEM-FOUND
                               MOVE WS-ITEM-COUNT TO WS-ITEM-IDX
                           END-IF
                       END-PERFORM
                   END-IF
                   IF WS-ITEM-FOUND > 0
                       MOVE 'C' TO IT-STATUS (WS-ITEM-FOUND)
                   ELSE
                       MOVE SPACES TO RECON-RPT-LINE
                       STRING 'CLEARANCE NOT ON THE AGED LIST: '
                               DELIMITED BY SIZE
                           WS-CLEAR-LINE (1:12) DELIMITED BY SIZE
                           INTO RECON-RPT-LINE
                       END-STRING
                       WRITE RECON-RPT-LINE
                   END-IF
           END-READ.

       3000-LOAD-SALES.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3050-READ-SALES-RECORD UNTIL WS-END-OF-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3150-READ-RETURNS-RECORD UNTIL WS-END-OF-FILE.

       3050-READ-SALES-RECORD.
           READ SALES-FILE INTO DTAR020-RECORD-DATA
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-SALES-COUNT
                   MOVE DTAR020-SALE-PRICE TO WS-SALE-VALUE
                   PERFORM 3100-ADD-SALE-VALUE
           END-READ.

       3100-ADD-SALE-VALUE.
           MOVE DTAR020-STORE-NO TO WS-SEARCH-STORE-NO
           PERFORM 3300-FIND-STORE
           IF WS-STORE-FOUND > 0
               IF ST-OPER-ACCOUNT (WS-STORE-FOUND) = 0
                   ADD WS-SALE-VALUE
                       TO ST-NO-ACCOUNT-SALES (WS-STORE-FOUND)
               ELSE
                   MOVE DTAR020-DATE TO WS-DATE-7
                   COMPUTE WS-DATE-8-CC = 19 + WS-DATE-7-CENTURY
                   MOVE WS-DATE-7-YYMMDD TO WS-DATE-8-YYMMDD
                   MOVE WS-DATE-8 TO WS-SEARCH-DATE
                   MOVE WS-STORE-FOUND TO WS-SEARCH-STORE-IDX
                   PERFORM 3200-FIND-OR-ADD-ITEM
                   IF WS-ITEM-FOUND > 0
                       ADD WS-SALE-VALUE TO IT-NET-SALES (WS-ITEM-FOUND)
                   END-IF
               END-IF
           END-IF.

       3150-READ-RETURNS-RECORD.
      *>   A RETURN MAY CARRY A NEGATIVE PRICE OR ONLY A NEGATIVE
      *>   QUANTITY (SEE DTR130) -- EITHER WAY IT REDUCES NET SALES.
           READ RETURNS-FILE INTO DTAR020-RECORD-DATA
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RETURN-COUNT
                   IF DTAR020-SALE-PRICE < 0
                       MOVE DTAR020-SALE-PRICE TO WS-SALE-VALUE
                   ELSE
                       COMPUTE WS-SALE-VALUE = 0 - DTAR020-SALE-PRICE
                   END-IF
                   PERFORM 3100-ADD-SALE-VALUE
           END-READ.

       3200-FIND-OR-ADD-ITEM.
      *>   A LATE SALES RECORD FOR A DATE STILL ON THE AGED LIST IS
      *>   ADDED TO THAT ENTRY.
           MOVE 0 TO WS-ITEM-FOUND
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF IT-STORE-IDX (WS-ITEM-IDX) = WS-SEARCH-STORE-IDX
                       AND IT-SALES-DATE (WS-ITEM-IDX) = WS-SEARCH-DATE
                       AND NOT IT-CLEARED (WS-ITEM-IDX)
                   MOVE WS-ITEM-IDX TO WS-ITEM-FOUND
                   MOVE WS-ITEM-COUNT TO WS-ITEM-IDX
               END-IF
           END-PERFORM
           IF WS-ITEM-FOUND = 0
               IF WS-ITEM-COUNT < WS-ITEM-MAX
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-ITEM-COUNT TO WS-ITEM-FOUND
                   MOVE ST-STORE-NO (WS-SEARCH-STORE-IDX)
                       TO IT-STORE-NO (WS-ITEM-FOUND)
                   MOVE WS-SEARCH-STORE-IDX
                       TO IT-STORE-IDX (WS-ITEM-FOUND)
                   MOVE WS-SEARCH-DATE TO IT-SALES-DATE (WS-ITEM-FOUND)
                   PERFORM 8100-SET-DUE-DATE
                   MOVE WS-DUE-DATE TO IT-DUE-DATE (WS-ITEM-FOUND)
                   MOVE 0   TO IT-NET-SALES (WS-ITEM-FOUND)
                   MOVE 0   TO IT-DEPOSITED (WS-ITEM-FOUND)
                   MOVE 'P' TO IT-PRIOR-STATUS (WS-ITEM-FOUND)
                   MOVE 'P' TO IT-STATUS (WS-ITEM-FOUND)
               ELSE
                   PERFORM 3900-ITEM-TABLE-FULL
               END-IF
           END-IF.

       3300-FIND-STORE.
           MOVE 0 TO WS-STORE-FOUND
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                   UNTIL WS-STORE-IDX > WS-STORE-COUNT
               IF ST-STORE-NO (WS-STORE-IDX) = WS-SEARCH-STORE-NO
                   MOVE WS-STORE-IDX TO WS-STORE-FOUND
                   MOVE WS-STORE-COUNT TO WS-STORE-IDX
               END-IF
           END-PERFORM.

       3900-ITEM-TABLE-FULL.
           IF NOT WS-LOAD-ERROR
               MOVE 'Y' TO WS-LOAD-ERROR-SWITCH
               MOVE 'STORE/DATE TABLE FULL - RUN STOPPED'
                   TO RECON-RPT-LINE
               WRITE RECON-RPT-LINE
           END-IF.

       4000-LOAD-CAPTURE-DEPOSITS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 4050-READ-CAPTURE-RECORD UNTIL WS-END-OF-FILE.

       4050-READ-CAPTURE-RECORD.
           READ TELLER-TXN-FILE INTO TELLER-TRANSACTION-REC
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE TT-ACCOUNT-NUMBER TO WS-ND-ACCOUNT-NUMBER
                   MOVE TT-TRAN-CODE      TO WS-ND-TRAN-CODE
                   MOVE TT-TRAN-DATE      TO WS-ND-TRAN-DATE
                   MOVE TT-AMOUNT         TO WS-ND-AMOUNT
                   MOVE 0 TO WS-STORE-FOUND
                   PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                           UNTIL WS-STORE-IDX > WS-STORE-COUNT
                       IF ST-OPER-ACCOUNT (WS-STORE-IDX) > 0
                               AND ST-OPER-ACCOUNT (WS-STORE-IDX)
                                   = WS-ND-ACCOUNT-NUMBER
                           MOVE WS-STORE-IDX TO WS-STORE-FOUND
                           MOVE WS-STORE-COUNT TO WS-STORE-IDX
                       END-IF
                   END-PERFORM
                   IF WS-STORE-FOUND > 0
                       PERFORM 4300-ADD-DEPOSIT
                   END-IF
           END-READ.

       4200-LOAD-HISTORY-DEPOSITS.
           MOVE ST-OPER-ACCOUNT (WS-STORE-IDX) TO AH-ACCOUNT-NUMBER
           START ACCTHIST-FILE KEY = AH-ACCOUNT-NUMBER
           IF WS-ACCTHIST-FS = '00'
               MOVE 'N' TO WS-SCAN-EOF-SWITCH
               PERFORM UNTIL WS-SCAN-AT-END
                   READ ACCTHIST-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                       NOT AT END
                           IF AH-ACCOUNT-NUMBER
                                   NOT = ST-OPER-ACCOUNT (WS-STORE-IDX)
                               MOVE 'Y' TO WS-SCAN-EOF-SWITCH
                           ELSE
                               IF AH-TRAN-DATE = WS-BIZ-DATE
                                   MOVE AH-ACCOUNT-NUMBER
                                       TO WS-ND-ACCOUNT-NUMBER
                                   MOVE AH-TRAN-CODE TO WS-ND-TRAN-CODE
                                   MOVE AH-TRAN-DATE TO WS-ND-TRAN-DATE
                                   MOVE AH-AMOUNT    TO WS-ND-AMOUNT
                                   MOVE WS-STORE-IDX TO WS-STORE-FOUND
                                   PERFORM 4300-ADD-DEPOSIT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       4300-ADD-DEPOSIT.
      *>   A CREDIT IS A DEPOSIT; A REVERSAL DEBIT TAKES ONE BACK.
      *>   EVERYTHING ELSE ON THE ACCOUNT IS NOT THE STORE'S TAKINGS.
           MOVE 0 TO WS-DEP-LEFT
           MOVE WS-ND-TRAN-CODE TO TC-TRAN-CODE
           READ TRNCMAST-FILE
           IF WS-TRNCMAST-FS = '00'
               IF WS-ND-AMOUNT < 0
                   COMPUTE WS-ND-AMOUNT = 0 - WS-ND-AMOUNT
               END-IF
               IF TC-DISP-CREDIT AND NOT TC-CODE-REVERSAL
                   MOVE WS-ND-AMOUNT TO WS-DEP-LEFT
               END-IF
               IF TC-DISP-DEBIT AND TC-CODE-REVERSAL
                   COMPUTE WS-DEP-LEFT = 0 - WS-ND-AMOUNT
               END-IF
           END-IF
           IF WS-DEP-LEFT NOT = 0
               IF WS-DEP-COUNT < WS-DEP-MAX
                   ADD 1 TO WS-DEPOSIT-READ-COUNT
                   ADD 1 TO WS-DEP-COUNT
                   MOVE WS-STORE-FOUND  TO DP-STORE-IDX (WS-DEP-COUNT)
                   MOVE WS-ND-TRAN-DATE TO DP-TRAN-DATE (WS-DEP-COUNT)
                   MOVE WS-DEP-LEFT     TO DP-AMOUNT (WS-DEP-COUNT)
               ELSE
                   IF NOT WS-LOAD-ERROR
                       MOVE 'Y' TO WS-LOAD-ERROR-SWITCH
                       MOVE 'DEPOSIT TABLE FULL - RUN STOPPED'
                           TO RECON-RPT-LINE
                       WRITE RECON-RPT-LINE
                   END-IF
               END-IF
           END-IF.

       5000-ALLOCATE-DEPOSIT.
      *>   SETTLE THE STORE'S OLDEST UNSETTLED SALES DATES FIRST.
      *>   A REVERSED DEPOSIT, OR WHAT IS LEFT AFTER EVERY SALES DATE
      *>   IS SETTLED, GOES TO THE LATEST SALES DATE ON OR BEFORE THE
      *>   DEPOSIT.
           MOVE DP-AMOUNT (WS-DEP-IDX) TO WS-DEP-LEFT
           MOVE DP-STORE-IDX (WS-DEP-IDX) TO WS-SEARCH-STORE-IDX
           MOVE DP-TRAN-DATE (WS-DEP-IDX) TO WS-SEARCH-DATE
           IF WS-DEP-LEFT > 0
               MOVE 'N' TO WS-ALLOC-SWITCH
               PERFORM 5100-SETTLE-OLDEST-ITEM UNTIL WS-ALLOC-DONE
           END-IF
           IF WS-DEP-LEFT NOT = 0
               PERFORM 5200-FIND-LATEST-ITEM
               IF WS-ITEM-FOUND = 0
                   PERFORM 3200-FIND-OR-ADD-ITEM
               END-IF
               IF WS-ITEM-FOUND > 0
                   ADD WS-DEP-LEFT TO IT-DEPOSITED (WS-ITEM-FOUND)
               END-IF
           END-IF.

       5100-SETTLE-OLDEST-ITEM.
           MOVE 0 TO WS-ITEM-FOUND
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF IT-STORE-IDX (WS-ITEM-IDX) = WS-SEARCH-STORE-IDX
                       AND IT-SALES-DATE (WS-ITEM-IDX)
                           NOT > WS-SEARCH-DATE
                       AND NOT IT-CLEARED (WS-ITEM-IDX)
                       AND IT-DEPOSITED (WS-ITEM-IDX)
                           < IT-NET-SALES (WS-ITEM-IDX)
                   IF WS-ITEM-FOUND = 0
                       MOVE WS-ITEM-IDX TO WS-ITEM-FOUND
                   ELSE
                       IF IT-SALES-DATE (WS-ITEM-IDX)
                               < IT-SALES-DATE (WS-ITEM-FOUND)
                           MOVE WS-ITEM-IDX TO WS-ITEM-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ITEM-FOUND = 0
               MOVE 'Y' TO WS-ALLOC-SWITCH
           ELSE
               COMPUTE WS-ITEM-OPEN = IT-NET-SALES (WS-ITEM-FOUND)
                   - IT-DEPOSITED (WS-ITEM-FOUND)
               IF WS-DEP-LEFT > WS-ITEM-OPEN
                   ADD WS-ITEM-OPEN TO IT-DEPOSITED (WS-ITEM-FOUND)
                   SUBTRACT WS-ITEM-OPEN FROM WS-DEP-LEFT
               ELSE
                   ADD WS-DEP-LEFT TO IT-DEPOSITED (WS-ITEM-FOUND)
                   MOVE 0 TO WS-DEP-LEFT
                   MOVE 'Y' TO WS-ALLOC-SWITCH
               END-IF
           END-IF.

       5200-FIND-LATEST-ITEM.
           MOVE 0 TO WS-ITEM-FOUND
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF IT-STORE-IDX (WS-ITEM-IDX) = WS-SEARCH-STORE-IDX
                       AND IT-SALES-DATE (WS-ITEM-IDX)
                           NOT > WS-SEARCH-DATE
                       AND NOT IT-CLEARED (WS-ITEM-IDX)
                   IF WS-ITEM-FOUND = 0
                       MOVE WS-ITEM-IDX TO WS-ITEM-FOUND
                   ELSE
                       IF IT-SALES-DATE (WS-ITEM-IDX)
                               > IT-SALES-DATE (WS-ITEM-FOUND)
                           MOVE WS-ITEM-IDX TO WS-ITEM-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       6000-EVALUATE-ITEM.
           IF NOT IT-CLEARED (WS-ITEM-IDX)
               COMPUTE WS-DIFFERENCE = IT-DEPOSITED (WS-ITEM-IDX)
                   - IT-NET-SALES (WS-ITEM-IDX)
               MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
               IF WS-ABS-DIFFERENCE < 0
                   COMPUTE WS-ABS-DIFFERENCE = 0 - WS-ABS-DIFFERENCE
               END-IF
               EVALUATE TRUE
                   WHEN WS-ABS-DIFFERENCE NOT > WS-TOLERANCE
                       MOVE 'M' TO IT-STATUS (WS-ITEM-IDX)
                   WHEN WS-BIZ-DATE NOT > IT-DUE-DATE (WS-ITEM-IDX)
                       MOVE 'P' TO IT-STATUS (WS-ITEM-IDX)
                   WHEN IT-DEPOSITED (WS-ITEM-IDX) = 0
                       MOVE 'X' TO IT-STATUS (WS-ITEM-IDX)
                   WHEN WS-DIFFERENCE < 0
                       MOVE 'S' TO IT-STATUS (WS-ITEM-IDX)
                   WHEN OTHER
                       MOVE 'O' TO IT-STATUS (WS-ITEM-IDX)
               END-EVALUATE
           END-IF.

       7000-REPORT-STORE.
           MOVE 'N' TO WS-STORE-LISTED-SWITCH
           MOVE 0 TO WS-STORE-DIFFERENCE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF IT-STORE-IDX (WS-ITEM-IDX) = WS-STORE-IDX
                   PERFORM 7100-REPORT-ITEM
               END-IF
           END-PERFORM
           IF WS-STORE-LISTED
               MOVE WS-STORE-DIFFERENCE TO WS-ST-DIFFERENCE
               WRITE RECON-RPT-LINE FROM WS-STORE-TOTAL-LINE
           END-IF
           IF ST-NO-ACCOUNT-SALES (WS-STORE-IDX) NOT = 0
               MOVE ST-STORE-NO (WS-STORE-IDX)   TO WS-NA-STORE-NO
               MOVE ST-STORE-NAME (WS-STORE-IDX) TO WS-NA-STORE-NAME
               MOVE ST-NO-ACCOUNT-SALES (WS-STORE-IDX)
                   TO WS-NA-NET-SALES
               WRITE RECON-RPT-LINE FROM WS-NO-ACCOUNT-LINE
           END-IF.

       7050-REPORT-UNKNOWN-STORES.
      *>   AGED ENTRIES FOR A STORE NO LONGER ON THE MASTER STAY ON
      *>   THE LIST UNTIL CLEARED.
           MOVE 0 TO WS-STORE-IDX
           MOVE 'N' TO WS-STORE-LISTED-SWITCH
           MOVE 0 TO WS-STORE-DIFFERENCE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF IT-STORE-IDX (WS-ITEM-IDX) = 0
                   PERFORM 7100-REPORT-ITEM
               END-IF
           END-PERFORM
           IF WS-STORE-LISTED
               MOVE WS-STORE-DIFFERENCE TO WS-ST-DIFFERENCE
               WRITE RECON-RPT-LINE FROM WS-STORE-TOTAL-LINE
           END-IF.

       7100-REPORT-ITEM.
           COMPUTE WS-DIFFERENCE = IT-DEPOSITED (WS-ITEM-IDX)
               - IT-NET-SALES (WS-ITEM-IDX)
           MOVE IT-DUE-DATE (WS-ITEM-IDX) TO WS-DATE-NUM
           PERFORM 8000-DAY-NUMBER
           COMPUTE WS-DAYS-PAST-DUE = WS-BIZ-DAY-NUMBER - WS-DAY-NUMBER
           IF WS-DAYS-PAST-DUE < 0
               MOVE 0 TO WS-DAYS-PAST-DUE
           END-IF
           MOVE SPACES TO WS-DL-STATUS
           EVALUATE TRUE
               WHEN IT-MATCHED (WS-ITEM-IDX)
                   ADD 1 TO WS-MATCHED-COUNT
                   IF IT-PRIOR-STATUS (WS-ITEM-IDX) NOT = 'P'
                       ADD 1 TO WS-RESOLVED-COUNT
                       MOVE 'RESOLVED' TO WS-DL-STATUS
                   END-IF
               WHEN IT-CLEARED (WS-ITEM-IDX)
                   ADD 1 TO WS-CLEARED-COUNT
                   MOVE 'CLEARED' TO WS-DL-STATUS
               WHEN IT-AWAITING (WS-ITEM-IDX)
                   ADD 1 TO WS-AWAITING-COUNT
               WHEN IT-SHORT (WS-ITEM-IDX)
                   ADD 1 TO WS-SHORT-COUNT
                   MOVE 'SHORT' TO WS-DL-STATUS
               WHEN IT-OVER (WS-ITEM-IDX)
                   ADD 1 TO WS-OVER-COUNT
                   MOVE 'OVER' TO WS-DL-STATUS
               WHEN IT-MISSING (WS-ITEM-IDX)
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE 'MISSING' TO WS-DL-STATUS
           END-EVALUATE
           IF WS-DL-STATUS NOT = SPACES
               IF NOT WS-STORE-LISTED
                   PERFORM 7150-WRITE-STORE-LINE
               END-IF
               MOVE IT-STORE-NO (WS-ITEM-IDX)   TO WS-DL-STORE-NO
               MOVE WS-SL-ACCOUNT               TO WS-DL-ACCOUNT
               MOVE IT-SALES-DATE (WS-ITEM-IDX) TO WS-DL-SALES-DATE
               MOVE IT-DUE-DATE (WS-ITEM-IDX)   TO WS-DL-DUE-DATE
               MOVE IT-NET-SALES (WS-ITEM-IDX)  TO WS-DL-NET-SALES
               MOVE IT-DEPOSITED (WS-ITEM-IDX)  TO WS-DL-DEPOSITED
               MOVE WS-DIFFERENCE               TO WS-DL-DIFFERENCE
               MOVE WS-DAYS-PAST-DUE            TO WS-DL-DAYS
               WRITE RECON-RPT-LINE FROM WS-DETAIL-LINE
           END-IF
           IF IT-EXCEPTION (WS-ITEM-IDX)
               ADD WS-DIFFERENCE TO WS-STORE-DIFFERENCE
               PERFORM 7200-ADD-TO-AGE-BUCKET
           END-IF
           IF IT-CARRIED (WS-ITEM-IDX)
               PERFORM 7300-WRITE-AGED-ITEM
           END-IF.

       7150-WRITE-STORE-LINE.
           MOVE 'Y' TO WS-STORE-LISTED-SWITCH
           IF WS-STORE-IDX > 0
               MOVE ST-STORE-NO (WS-STORE-IDX)     TO WS-SL-STORE-NO
               MOVE ST-STORE-NAME (WS-STORE-IDX)   TO WS-SL-STORE-NAME
               MOVE ST-OPER-ACCOUNT (WS-STORE-IDX) TO WS-SL-ACCOUNT
           ELSE
               MOVE IT-STORE-NO (WS-ITEM-IDX)      TO WS-SL-STORE-NO
               MOVE 'NOT ON STORE MASTER'          TO WS-SL-STORE-NAME
               MOVE 0                              TO WS-SL-ACCOUNT
           END-IF
           WRITE RECON-RPT-LINE FROM WS-STORE-LINE.

       7200-ADD-TO-AGE-BUCKET.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 3
                   MOVE 1 TO WS-AGE-IDX
               WHEN WS-DAYS-PAST-DUE < 8
                   MOVE 2 TO WS-AGE-IDX
               WHEN WS-DAYS-PAST-DUE < 31
                   MOVE 3 TO WS-AGE-IDX
               WHEN OTHER
                   MOVE 4 TO WS-AGE-IDX
           END-EVALUATE
           IF IT-OVER (WS-ITEM-IDX)
               ADD 1 TO AB-OVER-COUNT (WS-AGE-IDX)
               ADD WS-DIFFERENCE TO AB-OVER-AMOUNT (WS-AGE-IDX)
           ELSE
               ADD 1 TO AB-SHORT-COUNT (WS-AGE-IDX)
               ADD WS-DIFFERENCE TO AB-SHORT-AMOUNT (WS-AGE-IDX)
           END-IF.

       7300-WRITE-AGED-ITEM.
           ADD 1 TO WS-CARRIED-OUT-COUNT
           MOVE SPACES                      TO WS-AGED-LINE
           MOVE IT-STORE-NO (WS-ITEM-IDX)   TO AL-STORE-NO
           MOVE IT-SALES-DATE (WS-ITEM-IDX) TO AL-SALES-DATE
           MOVE IT-DUE-DATE (WS-ITEM-IDX)   TO AL-DUE-DATE
           MOVE IT-NET-SALES (WS-ITEM-IDX)  TO AL-NET-SALES
           MOVE IT-DEPOSITED (WS-ITEM-IDX)  TO AL-DEPOSITED
           MOVE IT-STATUS (WS-ITEM-IDX)     TO AL-STATUS
           WRITE AGED-OUT-RECORD FROM WS-AGED-LINE.

       7500-PRODUCE-AGED-SUMMARY.
           MOVE SPACES TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           WRITE RECON-RPT-LINE FROM WS-AGE-HEADING
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 4
               MOVE WS-AGE-BUCKET-NAME (WS-AGE-IDX) TO WS-AG-BUCKET
               MOVE AB-SHORT-COUNT (WS-AGE-IDX)  TO WS-AG-SHORT-COUNT
               MOVE AB-SHORT-AMOUNT (WS-AGE-IDX) TO WS-AG-SHORT-AMOUNT
               MOVE AB-OVER-COUNT (WS-AGE-IDX)   TO WS-AG-OVER-COUNT
               MOVE AB-OVER-AMOUNT (WS-AGE-IDX)  TO WS-AG-OVER-AMOUNT
               WRITE RECON-RPT-LINE FROM WS-AGE-LINE
           END-PERFORM.

       8000-DAY-NUMBER.
      *>   DAYS SINCE A FIXED BASE FOR WS-DATE-NUM, WITH MARCH AS
      *>   THE FIRST MONTH SO THE LEAP DAY FALLS AT THE YEAR END.
           MOVE WS-DF-CCYY TO WS-DN-YEAR
           MOVE WS-DF-MM   TO WS-DN-MONTH
           IF WS-DN-MONTH < 3
               SUBTRACT 1 FROM WS-DN-YEAR
               ADD 12 TO WS-DN-MONTH
           END-IF
           DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-Q4
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400
           COMPUTE WS-DN-REM = (WS-DN-MONTH - 3) * 153 + 2
           DIVIDE WS-DN-REM BY 5 GIVING WS-DN-QMONTH
           COMPUTE WS-DAY-NUMBER = WS-DN-YEAR * 365 + WS-DN-Q4
               - WS-DN-Q100 + WS-DN-Q400 + WS-DN-QMONTH + WS-DF-DD.

       8100-SET-DUE-DATE.
      *>   STEP FORWARD FROM THE SALES DATE UNTIL THE ALLOWED NUMBER
      *>   OF BANKING DAYS HAS PASSED.  WITH NO DAYS ALLOWED A SALES
      *>   DATE THAT IS NOT A BANKING DAY IS STILL DUE ON THE NEXT
      *>   ONE.  TWO MONTHS OF STEPS IS MORE THAN ANY CALENDAR NEEDS.
           MOVE WS-SEARCH-DATE TO WS-DATE-NUM
           MOVE 0 TO WS-BANKING-DAYS
           MOVE 0 TO WS-DAYS-STEPPED
           IF WS-LAG-DAYS = 0
               PERFORM 8150-CHECK-BANKING-DAY
               PERFORM UNTIL WS-BANKING-DAYS > 0
                       OR WS-DAYS-STEPPED > 62
                   PERFORM 8200-NEXT-DATE
                   PERFORM 8150-CHECK-BANKING-DAY
               END-PERFORM
           END-IF
           MOVE 0 TO WS-BANKING-DAYS
           MOVE 0 TO WS-DAYS-STEPPED
           PERFORM UNTIL WS-BANKING-DAYS NOT < WS-LAG-DAYS
                   OR WS-DAYS-STEPPED > 62
               PERFORM 8200-NEXT-DATE
               PERFORM 8150-CHECK-BANKING-DAY
           END-PERFORM
           MOVE WS-DATE-NUM TO WS-DUE-DATE.

       8150-CHECK-BANKING-DAY.
           PERFORM 8000-DAY-NUMBER
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEKDAY
           IF NOT WS-WEEKEND-DAY
               IF WS-CALENDAR-AVAILABLE
                   MOVE WS-DATE-NUM TO CAL-DATE
                   READ RETCAL-FILE
                   IF WS-RETCAL-FS = '00' AND CAL-IS-HOLIDAY
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-BANKING-DAYS
                   END-IF
               ELSE
                   ADD 1 TO WS-BANKING-DAYS
               END-IF
           END-IF.

       8200-NEXT-DATE.
           ADD 1 TO WS-DAYS-STEPPED
           MOVE WS-MONTH-DAYS (WS-DF-MM) TO WS-MONTH-LAST-DAY
           IF WS-DF-MM = 2
               DIVIDE WS-DF-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-DF-CCYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-DF-CCYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = 0
                       AND (WS-LEAP-REM-100 NOT = 0
                            OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-MONTH-LAST-DAY
               END-IF
           END-IF
           IF WS-DF-DD < WS-MONTH-LAST-DAY
               ADD 1 TO WS-DF-DD
           ELSE
               MOVE 1 TO WS-DF-DD
               IF WS-DF-MM < 12
                   ADD 1 TO WS-DF-MM
               ELSE
                   MOVE 1 TO WS-DF-MM
                   ADD 1 TO WS-DF-CCYY
               END-IF
           END-IF.

       8900-PRODUCE-SUMMARY.
           MOVE SPACES TO RECON-RPT-LINE
           WRITE RECON-RPT-LINE
           MOVE WS-SALES-COUNT        TO WS-SM-SALES-COUNT
           MOVE WS-RETURN-COUNT       TO WS-SM-RETURN-COUNT
           MOVE WS-DEPOSIT-READ-COUNT TO WS-SM-DEPOSIT-COUNT
           MOVE WS-CARRIED-IN-COUNT   TO WS-SM-CARRIED-IN-COUNT
           WRITE RECON-RPT-LINE FROM WS-SUMMARY-LINE-1
           MOVE WS-MATCHED-COUNT      TO WS-SM-MATCHED-COUNT
           MOVE WS-RESOLVED-COUNT     TO WS-SM-RESOLVED-COUNT
           MOVE WS-AWAITING-COUNT     TO WS-SM-AWAITING-COUNT
           MOVE WS-CLEARED-COUNT      TO WS-SM-CLEARED-COUNT
           WRITE RECON-RPT-LINE FROM WS-SUMMARY-LINE-2
           MOVE WS-SHORT-COUNT        TO WS-SM-SHORT-COUNT
           MOVE WS-OVER-COUNT         TO WS-SM-OVER-COUNT
           MOVE WS-MISSING-COUNT      TO WS-SM-MISSING-COUNT
           MOVE WS-CARRIED-OUT-COUNT  TO WS-SM-CARRIED-OUT-COUNT
           WRITE RECON-RPT-LINE FROM WS-SUMMARY-LINE-3
           IF WS-LOAD-ERROR
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF WS-RUN-STARTED
               CLOSE SALES-FILE
               CLOSE RETURNS-FILE
               CLOSE TRNCMAST-FILE
               IF WS-DEPOSITS-FROM-CAPTURE
                   CLOSE TELLER-TXN-FILE
               ELSE
                   CLOSE ACCTHIST-FILE
               END-IF
               IF WS-CALENDAR-AVAILABLE
                   CLOSE RETCAL-FILE
               END-IF
           END-IF
           CLOSE RECON-RPT-FILE.
