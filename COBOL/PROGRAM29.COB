      *
       IDENTIFICATION DIVISION.

       PROGRAM-ID.         PROGRAM29.
       AUTHOR.             ERICK NAVE.
       INSTALLATION.       PROGRAMMING APPLICATIONS WITH COBOL.
       DATE-WRITTEN.       9/02/26.
       DATE-COMPILED.
      *
      ****************************************************************
      *
      *REMARKS.
      *
      *  PROGRAM 29 IS THE INACTIVE-PART ARCHIVE AND PURGE.  IT READS
      *    THE KEYED VSAM MASTER END TO END AND PICKS OUT THE PARTS
      *    THAT HAVE GONE DEAD, UNDER RULES GIVEN ON SYSIN:
      *      - NO SALES FOR THE GIVEN NUMBER OF YEARS - NOTHING IN
      *        THIS YEAR'S QUANTITY-SOLD BUCKETS, A LAST SALE DATE
      *        BEFORE THE CUT-OFF, AND NO SALES IN ANY YEAR FROM THE
      *        CUT-OFF YEAR ON IN THE PERMANENT SALES HISTORY
      *      - NOTHING ON HAND
      *      - NO OPEN PURCHASE SUGGESTION
      *      - NO TRANSFER ORDER, REQUESTED OR IN TRANSIT, FROM OR TO
      *        THE WAREHOUSE
      *      - NO OPEN BACKORDER
      *    EACH OF THE LAST FOUR RULES CAN BE SWITCHED OFF ON THE
      *    CARD.  A PART IN A WAREHOUSE THAT IS NOT ACTIVE IS NEVER
      *    TAKEN - MAINTENANCE WOULD REFUSE THE DELETE - AND NEITHER
      *    IS A RECORD WHOSE FIGURES ARE NOT NUMERIC.
      *
      *  EVERY PART TAKEN IS COPIED WHOLE TO THE ARCHIVE - THE FULL
      *    MASTER RECORD, THEN ONE RECORD PER YEAR OF ITS SALES
      *    HISTORY - AND A DELETE TRANSACTION IS WRITTEN FOR IT.
      *    THE MASTER IS NOT TOUCHED HERE: THE DELETES GO THROUGH
      *    THE NORMAL MAINTENANCE RUN (PROGRAM3), SO EACH ONE IS
      *    EDITED, AUDITED AND JOURNALED LIKE ANY OTHER.  THE SALES
      *    HISTORY FILE ITSELF IS LEFT AS IT IS.  THE ARCHIVE
      *    GENERATION READ IS CARRIED FORWARD WHOLE AHEAD OF THE
      *    NEW ENTRIES.
      *
      *  THE ARCHIVE REPORT LISTS EVERY PART TAKEN, BY WAREHOUSE,
      *    WITH A COUNT PER WAREHOUSE, AND ENDS WITH HOW MANY PARTS
      *    EACH RULE KEPT ON THE MASTER.
      *
      *  FILES:
      *    INVENTORY-MASTER
      *    SALES-HISTORY-FILE
      *    OPEN-SUGGEST-IN-FILE
      *    XFER-ORDER-IN-FILE
      *    BACKORDER-IN-FILE
      *    WHSE-REF-FILE
      *    ARCHIVE-IN-FILE
      *    ARCHIVE-OUT-FILE
      *    PURGE-TRANS-OUT-FILE
      *    ARCHIVE-REPORT-FILE
      *
      ****************************************************************

      /
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************

       CONFIGURATION SECTION.
      *SOURCE-COMPUTER.    IBM-370.
      *OBJECT-COMPUTER.    IBM-370.

       SPECIAL-NAMES.
                C01 IS TOP-OF-PAGE.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    THE MASTER IS A KEYED VSAM FILE.  THE RECORD KEY RUNS FROM
      *    THE WAREHOUSE NUMBER THROUGH THE PART NUMBER AND TAKES IN
      *    THE TWO ALWAYS-BLANK FILLER BYTES BETWEEN THEM, SO THE KEY
      *    IS ONE CONTIGUOUS FIELD AND STILL ORDERS BY WAREHOUSE THEN
      *    PART.
           SELECT INVENTORY-MASTER        ASSIGN TO MASTER
                                           ORGANIZATION IS INDEXED
                                           ACCESS IS SEQUENTIAL
                                           RECORD KEY IS IMR-KEY.
           SELECT SALES-HISTORY-FILE       ASSIGN TO UT-S-HISTORY.
           SELECT OPEN-SUGGEST-IN-FILE     ASSIGN TO UT-S-OSGIN.
           SELECT XFER-ORDER-IN-FILE       ASSIGN TO UT-S-XFRIN.
           SELECT BACKORDER-IN-FILE        ASSIGN TO UT-S-BKOIN.
           SELECT WHSE-REF-FILE            ASSIGN TO UT-S-WHSEREF.
           SELECT ARCHIVE-IN-FILE          ASSIGN TO UT-S-ARCHIN.
           SELECT ARCHIVE-OUT-FILE         ASSIGN TO UT-S-ARCHOUT.
           SELECT PURGE-TRANS-OUT-FILE     ASSIGN TO UT-S-TRANSOUT.
           SELECT ARCHIVE-REPORT-FILE      ASSIGN TO UT-S-PRINTER.
           SELECT RUN-CONTROL-FILE         ASSIGN TO UT-S-RUNCTL.
           SELECT ACTIVITY-SORT-FILE       ASSIGN TO UT-S-SORTWK.

      /
      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      *---------------------------------------------------------------
       FILE SECTION.
      *---------------------------------------------------------------

      * INVENTORY-MASTER          ------->     INPUT
      *   THE KEYED VSAM MASTER, READ END TO END IN KEY ORDER.
      *   NEVER UPDATED HERE.
       FD  INVENTORY-MASTER
           RECORD CONTAINS 124 CHARACTERS
           DATA RECORD IS INVENTORY-MASTER-REC.

       01  INVENTORY-MASTER-REC.
           03 FILLER                       PIC X.
           03 IMR-KEY.
              05 IMR-WHSE                  PIC XX.
              05 FILLER                    PIC XX.
              05 IMR-PART                  PIC X(5).
           03 FILLER                       PIC X(114).

      * SALES-HISTORY-FILE        ------->     INPUT
      *   THE PERMANENT MULTI-YEAR SALES HISTORY THE YEAR-END
      *   ROLLOVER APPENDS TO, IN NO PARTICULAR ORDER.
       FD  SALES-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SALES-HISTORY-REC.

       01  SALES-HISTORY-REC               PIC X(70).

      * OPEN-SUGGEST-IN-FILE      ------->     INPUT
      *   THE LATEST OPEN-SUGGESTION MASTER - PURCHASE SUGGESTIONS
      *   STILL WAITING ON STOCK.
       FD  OPEN-SUGGEST-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPEN-SUGGEST-IN-REC.

       01  OPEN-SUGGEST-IN-REC             PIC X(30).

      * XFER-ORDER-IN-FILE        ------->     INPUT
      *   THE TRANSFER ORDERS NOT YET RECEIVED - THE NEW ORDERS AND
      *   THE ONES THE TRANSFER RUN CARRIED LAST TIME.
       FD  XFER-ORDER-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XFER-ORDER-IN-REC.

       01  XFER-ORDER-IN-REC               PIC X(30).

      * BACKORDER-IN-FILE         ------->     INPUT
      *   THE LATEST OPEN-BACKORDER GENERATION.
       FD  BACKORDER-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BACKORDER-IN-REC.

       01  BACKORDER-IN-REC                PIC X(40).

      * WHSE-REF-FILE             ------->     INPUT
      *   THE WAREHOUSE REFERENCE MASTER, TABLED AT START-UP SO A
      *   PART IN A WAREHOUSE THAT IS NOT ACTIVE CAN BE LEFT ALONE.
       FD  WHSE-REF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WHSE-REF-IO-REC.

       01  WHSE-REF-IO-REC                PIC X(50).

      * ARCHIVE-IN-FILE           ------->     INPUT
      *   THE ARCHIVE AS LEFT BY THE LAST ARCHIVE OR REINSTATEMENT
      *   RUN.
       FD  ARCHIVE-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARCHIVE-IN-REC.

       01  ARCHIVE-IN-REC                  PIC X(150).

      * ARCHIVE-OUT-FILE          ------->     OUTPUT
      *   THE NEW ARCHIVE GENERATION - THE OLD ONE CARRIED FORWARD,
      *   THEN THE PARTS TAKEN THIS RUN.
       FD  ARCHIVE-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARCHIVE-OUT-REC.

       01  ARCHIVE-OUT-REC                 PIC X(150).

      * PURGE-TRANS-OUT-FILE      ------->     OUTPUT
      *   ONE MAINTENANCE DELETE TRANSACTION PER PART TAKEN, FOR
      *   THE NEXT PROGRAM3 RUN.
       FD  PURGE-TRANS-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PURGE-TRANS-OUT-REC.

       01  PURGE-TRANS-OUT-REC             PIC X(110).

      * ARCHIVE-REPORT-FILE       ------->     OUTPUT
      *   THE PARTS TAKEN, BY WAREHOUSE, AND THE RUN TOTALS.
       FD  ARCHIVE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARCHIVE-REPORT-REC.

       01  ARCHIVE-REPORT-REC              PIC X(133).

      * RUN-CONTROL-FILE          ------->     EXTEND
      *   THE SHARED SUITE-WIDE RUN LOG - ONE STAMP APPENDED PER
      *   RUN SO OPERATIONS HAS ONE PLACE TO ANSWER WHAT RAN LAST
      *   NIGHT AND IN WHAT ORDER.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-CONTROL-REC.

       01  RUN-CONTROL-REC                PIC X(80).

      * ACTIVITY-SORT-FILE GATHERS EVERYTHING THAT CAN KEEP A PART
      *   ON THE MASTER - ITS HISTORY YEARS, OPEN SUGGESTIONS,
      *   TRANSFERS AND BACKORDERS - INTO WAREHOUSE/PART ORDER, SO
      *   IT CAN BE MATCHED AGAINST THE MASTER READ IN KEY ORDER.
       SD  ACTIVITY-SORT-FILE
           DATA RECORD IS ASORT-REC.

       01  ASORT-REC.
           03 ASRT-WHSE                    PIC XX.
           03 ASRT-PART                    PIC X(5).
           03 ASRT-TYPE                    PIC X.
           03 ASRT-DATA                    PIC X(70).

      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------

       77  LINE-CTR        VALUE ZEROS     PIC S99.

       77  MASTER-EOF-SW                   PIC X           VALUE 'N'.
           88 MASTER-EOF                    VALUE 'Y'.
       77  HIST-EOF-SW                     PIC X           VALUE 'N'.
           88 HIST-EOF                      VALUE 'Y'.
       77  OSG-EOF-SW                      PIC X           VALUE 'N'.
           88 OSG-EOF                       VALUE 'Y'.
       77  XFR-EOF-SW                      PIC X           VALUE 'N'.
           88 XFR-EOF                       VALUE 'Y'.
       77  BKO-EOF-SW                      PIC X           VALUE 'N'.
           88 BKO-EOF                       VALUE 'Y'.
       77  ARCH-EOF-SW                     PIC X           VALUE 'N'.
           88 ARCH-EOF                      VALUE 'Y'.

       77  PREV-WAREHOUSE-NO               PIC XX          VALUE SPACES.

      * FIRST-REC-SW SUPPRESSES THE WAREHOUSE CONTROL BREAK ON THE
      *   FIRST PART TAKEN.
       77  FIRST-REC-SW                    PIC X           VALUE 'Y'.
           88 FIRST-REC                     VALUE 'Y'.

      * RULE-CARD CARRIES THE ARCHIVE RULES FROM SYSIN - THE YEARS
      *   WITHOUT A SALE IN COLUMNS 1-2, THEN 'Y' OR 'N' FOR EACH
      *   OF THE ON-HAND, OPEN-SUGGESTION, TRANSFER AND BACKORDER
      *   RULES IN COLUMNS 3-6.  A BAD OR MISSING CARD FALLS BACK TO
      *   FIVE YEARS WITH EVERY RULE ON.
       01  RULE-CARD.
           03 RUL-YEARS-X                  PIC XX.
           03 RUL-YEARS REDEFINES RUL-YEARS-X
                                           PIC 99.
           03 RUL-ON-HAND                  PIC X.
              88 RUL-ON-HAND-ON             VALUE 'Y'.
              88 RUL-ON-HAND-VALID          VALUE 'Y' 'N'.
           03 RUL-OPEN-SUG                 PIC X.
              88 RUL-OPEN-SUG-ON            VALUE 'Y'.
              88 RUL-OPEN-SUG-VALID         VALUE 'Y' 'N'.
           03 RUL-XFER                     PIC X.
              88 RUL-XFER-ON                VALUE 'Y'.
              88 RUL-XFER-VALID             VALUE 'Y' 'N'.
           03 RUL-BKO                      PIC X.
              88 RUL-BKO-ON                 VALUE 'Y'.
              88 RUL-BKO-VALID              VALUE 'Y' 'N'.
           03 FILLER                       PIC X(74).

      * RUN-DATE-YMD IS TODAY IN YYYYMMDD - THE ARCHIVE DATE AND
      *   THE DATE THE CUT-OFF IS TAKEN BACK FROM.  ACCEPT FROM DATE
      *   ONLY GIVES THE TWO-DIGIT YEAR; THE CENTURY IS FIXED AT 20.
       01  RUN-DATE-YMD.
           03 RUN-CC                       PIC XX    VALUE '20'.
           03 RUN-YY                       PIC XX.
           03 RUN-MO-X                     PIC XX.
           03 RUN-DAY-X                    PIC XX.
       01  RUN-DATE-NUM REDEFINES RUN-DATE-YMD.
           03 RUN-YR                       PIC 9(4).
           03 RUN-MO                       PIC 99.
           03 RUN-DAY                      PIC 99.

      * CUTOFF-DATE IS THE RUN DATE TAKEN BACK THE RULE'S NUMBER OF
      *   YEARS.  A LAST SALE ON OR AFTER IT, OR ANY HISTORY YEAR
      *   FROM CUT-YR ON WITH SALES, KEEPS THE PART.
       01  CUTOFF-DATE.
           03 CUT-YR                       PIC 9(4)  VALUE ZERO.
           03 CUT-MO                       PIC 99    VALUE ZERO.
           03 CUT-DAY                      PIC 99    VALUE ZERO.

      * ACT-REC IS THE ACTIVITY RECORD JUST RETURNED FROM THE SORT.
      *   ITS KEY IS SET TO HIGH-VALUES AT END SO THE MATCH AGAINST
      *   THE MASTER NEEDS NO SEPARATE END TEST.
       01  ACT-REC.
           03 ACT-KEY.
              05 ACT-WHSE                  PIC XX.
              05 ACT-PART                  PIC X(5).
           03 ACT-TYPE                     PIC X.
              88 ACT-BACKORDER              VALUE 'B'.
              88 ACT-HISTORY                VALUE 'H'.
              88 ACT-OPEN-SUG               VALUE 'O'.
              88 ACT-TRANSFER               VALUE 'X'.
           03 ACT-DATA                     PIC X(70).

      * CUR-KEY IS THE WAREHOUSE/PART OF THE MASTER RECORD IN HAND.
       01  CUR-KEY.
           03 CUR-WHSE                     PIC XX.
           03 CUR-PART                     PIC X(5).

      * WHAT THE ACTIVITY SAYS ABOUT THE MASTER RECORD IN HAND.
       77  RECENT-SALE-SW                  PIC X           VALUE 'N'.
           88 RECENT-SALE                   VALUE 'Y'.
       77  HAS-OPEN-SUG-SW                 PIC X           VALUE 'N'.
           88 HAS-OPEN-SUG                  VALUE 'Y'.
       77  HAS-XFER-SW                     PIC X           VALUE 'N'.
           88 HAS-XFER                      VALUE 'Y'.
       77  HAS-BKO-SW                      PIC X           VALUE 'N'.
           88 HAS-BKO                       VALUE 'Y'.
       77  HIST-FULL-SW                    PIC X           VALUE 'N'.
           88 HIST-FULL                     VALUE 'Y'.

      * KEEP-REASON IS THE FIRST RULE THAT KEPT THE PART IN HAND ON
      *   THE MASTER - SPACES WHEN IT IS TO BE ARCHIVED.
       77  KEEP-REASON                     PIC X           VALUE SPACE.
           88 KEEP-NONE                     VALUE SPACE.
           88 KEEP-WHSE                     VALUE 'W'.
           88 KEEP-DATA                     VALUE 'D'.
           88 KEEP-ON-HAND                  VALUE 'H'.
           88 KEEP-SALES                    VALUE 'S'.
           88 KEEP-OPEN-SUG                 VALUE 'O'.
           88 KEEP-XFER                     VALUE 'X'.
           88 KEEP-BKO                      VALUE 'B'.
           88 KEEP-HIST-FULL                VALUE 'F'.

      * THE HISTORY YEARS OF THE PART IN HAND ARE HELD HERE UNTIL
      *   THE RULES HAVE DECIDED WHETHER IT IS ARCHIVED.  FIFTY
      *   YEARS IS MORE THAN THE ROLLOVER HAS EVER WRITTEN FOR ONE
      *   PART; A PART WITH MORE IS KEPT AND COUNTED.
       01  HIST-TBL.
           03 HIST-TBL-ENTRY               OCCURS 50 TIMES.
              05 HST-DATA                  PIC X(70).

       77  HIST-CNT                        PIC 9(3)        VALUE ZERO.
       77  HIST-IX                         PIC 9(3)        VALUE ZERO.

      * HIST-REC IS ONE YEAR OF ONE PART'S SALES HISTORY.  THE
      *   LAYOUT IS KEPT IN COPYBOOK INVHSREC.
           COPY INVHSREC.

      * OSG-REC IS ONE OPEN SUGGESTION.  THE LAYOUT IS KEPT IN
      *   COPYBOOK INVOSREC.
           COPY INVOSREC.

      * XFO-REC IS ONE TRANSFER ORDER.  THE LAYOUT IS KEPT IN
      *   COPYBOOK INVXFREC.
           COPY INVXFREC.

      * BKO-REC IS ONE OPEN BACKORDER.  THE LAYOUT IS KEPT IN
      *   COPYBOOK INVBOREC.
           COPY INVBOREC.

      * ARC-REC IS ONE ARCHIVE RECORD.  THE LAYOUT IS KEPT IN
      *   COPYBOOK INVARREC.
           COPY INVARREC.

      * TRANS-REC IS THE DELETE TRANSACTION BEING BUILT.  THE
      *   LAYOUT IS KEPT IN COPYBOOK INVTRREC.
           COPY INVTRREC.

      * INV-IN-REC IS THE FIELD BREAKDOWN FOR THE MASTER RECORD
      *    JUST READ.  THE LAYOUT IS KEPT IN COPYBOOK INVINREC.
           COPY INVINREC.

      * WHSE-REF-REC IS ONE WAREHOUSE REFERENCE ENTRY AS READ FROM
      *   WHSE-REF-FILE.  THE LAYOUT IS KEPT IN COPYBOOK INVWHREC.
           COPY INVWHREC.

      * THE WAREHOUSE REFERENCE ENTRIES ARE TABLED AT START-UP.
      *   ONE HUNDRED ENTRIES IS ROOM FOR EVERY CODE THE
      *   TWO-CHARACTER WAREHOUSE NUMBER NAMES IN PRACTICE.
       01  WHSE-TBL.
           03 WHSE-TBL-ENTRY               OCCURS 100 TIMES.
              05 WHT-CODE                  PIC XX.
              05 WHT-ACTIVE                PIC X.

       77  WHSE-CNT                        PIC 9(3)        VALUE ZERO.
       77  WHSE-IX                         PIC 9(3)        VALUE ZERO.

      * WHSE-EOF-SW DRIVES THE START-UP LOAD OF WHSE-REF-FILE.
       77  WHSE-EOF-SW                     PIC X           VALUE 'N'.
           88 WHSE-EOF                      VALUE 'Y'.

      * WHSE-FOUND-SW / WHSE-ACTIVE-SW ARE THE RESULT OF
      *   U000-LOOKUP-WHSE FOR THE CODE IN LOOKUP-WHSE-CODE.
       77  WHSE-FOUND-SW                   PIC X           VALUE 'N'.
           88 WHSE-FOUND                    VALUE 'Y'.
       77  WHSE-ACTIVE-SW                  PIC X           VALUE 'N'.
           88 WHSE-IS-ACTIVE-TBL            VALUE 'Y'.
       77  LOOKUP-WHSE-CODE                PIC XX          VALUE SPACES.

      * RUN TOTALS FOR THE FOOT OF THE REPORT.
       77  MASTER-READ-CTR                 PIC 9(7)        VALUE ZERO.
       77  ARCHIVED-CTR                    PIC 9(7)        VALUE ZERO.
       77  WH-ARCHIVED-CTR                 PIC 9(7)        VALUE ZERO.
       77  HIST-COPIED-CTR                 PIC 9(7)        VALUE ZERO.
       77  KEEP-WHSE-CTR                   PIC 9(7)        VALUE ZERO.
       77  KEEP-DATA-CTR                   PIC 9(7)        VALUE ZERO.
       77  KEEP-ON-HAND-CTR                PIC 9(7)        VALUE ZERO.
       77  KEEP-SALES-CTR                  PIC 9(7)        VALUE ZERO.
       77  KEEP-OPEN-SUG-CTR               PIC 9(7)        VALUE ZERO.
       77  KEEP-XFER-CTR                   PIC 9(7)        VALUE ZERO.
       77  KEEP-BKO-CTR                    PIC 9(7)        VALUE ZERO.
       77  KEEP-HIST-FULL-CTR              PIC 9(7)        VALUE ZERO.
       77  ARCH-CARRIED-CTR                PIC 9(7)        VALUE ZERO.
       77  ARCH-WRITTEN-CTR                PIC 9(7)        VALUE ZERO.
       77  TRANS-WRITTEN-CTR               PIC 9(7)        VALUE ZERO.

      * HEADING FOR THE REPORT WITH DATE IN UPPER RIGHT CORNER
       01  ARCH-HEADING.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(15).
           03 FILLER                       PIC X(42)
              VALUE 'INACTIVE PARTS - ARCHIVED AND PURGED'.
           03 FILLER       VALUE SPACES    PIC X(10).
           03 FILLER                       PIC X(13)
              VALUE 'REPORT DATE: '.
           03 REPORT-DATE.
              05 REPORT-MONTH              PIC XX.
              05 FILLER    VALUE '-'       PIC X.
              05 REPORT-DAY                PIC XX.
              05 FILLER    VALUE '-'       PIC X.
              05 REPORT-YEAR               PIC XX.
           03 FILLER       VALUE SPACES    PIC X(44).

      * SYS-DATE IS THE SYSTEM DATE OBTAINED THROUGH ACCEPT
      *   IT WILL BE USED FOR THE REPORT DATE
       01  SYS-DATE.
           03 SYS-YEAR                     PIC XX.
           03 SYS-MONTH                    PIC XX.
           03 SYS-DAY                      PIC XX.

      * RULE-LINE PRINTS THE RULES THE RUN WAS MADE UNDER.
       01  RULE-LINE.
           03 CC                           PIC X.
           03 FILLER                       PIC X(21)
              VALUE 'RULES - NO SALES FOR '.
           03 RLP-YEARS                    PIC Z9.
           03 FILLER                       PIC X(14)
              VALUE ' YEARS, SINCE '.
           03 RLP-CUTOFF.
              05 RLP-CUT-MO                PIC 99.
              05 FILLER    VALUE '/'       PIC X.
              05 RLP-CUT-DAY               PIC 99.
              05 FILLER    VALUE '/'       PIC X.
              05 RLP-CUT-YR                PIC 9(4).
           03 FILLER                       PIC X(17)
              VALUE '   ZERO ON HAND: '.
           03 RLP-ON-HAND                  PIC X.
           03 FILLER                       PIC X(23)
              VALUE '   NO OPEN SUGGESTION: '.
           03 RLP-OPEN-SUG                 PIC X.
           03 FILLER                       PIC X(16)
              VALUE '   NO TRANSFER: '.
           03 RLP-XFER                     PIC X.
           03 FILLER                       PIC X(17)
              VALUE '   NO BACKORDER: '.
           03 RLP-BKO                      PIC X.
           03 FILLER       VALUE SPACES    PIC X(8).

      * COLUMN HEADING LINE
       01  ARCH-COLHDG.
           03 CC                           PIC X.
           03 FILLER       VALUE 'WHSE'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'PART'    PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(20)
              VALUE 'DESCRIPTION'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(10)
              VALUE 'UNIT PRICE'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(10)
              VALUE 'LAST SALE'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(10)
              VALUE 'LAST RCPT'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'REORDER' PIC X(7).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'HIST YRS' PIC X(8).
           03 FILLER       VALUE SPACES    PIC X(44).

      * ARCH-DETAIL-LINE IS ONE PART TAKEN.
       01  ARCH-DETAIL-LINE.
           03 CC                           PIC X.
           03 ADL-WHSE                     PIC XX.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 ADL-PART                     PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 ADL-DESC                     PIC X(20).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 ADL-PRICE                    PIC ZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC XX.
           03 ADL-LAST-SALE.
              05 ADL-LS-MO                 PIC 99.
              05 FILLER    VALUE '/'       PIC X.
              05 ADL-LS-DAY                PIC 99.
              05 FILLER    VALUE '/'       PIC X.
              05 ADL-LS-YR                 PIC 9(4).
           03 FILLER       VALUE SPACES    PIC XX.
           03 ADL-LAST-RCPT.
              05 ADL-LR-MO                 PIC 99.
              05 FILLER    VALUE '/'       PIC X.
              05 ADL-LR-DAY                PIC 99.
              05 FILLER    VALUE '/'       PIC X.
              05 ADL-LR-YR                 PIC 9(4).
           03 FILLER       VALUE SPACES    PIC X(4).
           03 ADL-REORDER                  PIC ZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(7).
           03 ADL-HIST-YRS                 PIC ZZ9.
           03 FILLER       VALUE SPACES    PIC X(44).

      * WH-TOTAL-LINE IS THE COUNT PRINTED ON A WAREHOUSE BREAK.
       01  WH-TOTAL-LINE.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(6).
           03 FILLER                       PIC X(28)
              VALUE 'PARTS ARCHIVED FOR WAREHOUSE'.
           03 FILLER       VALUE SPACES    PIC X.
           03 WTL-WHSE                     PIC XX.
           03 FILLER       VALUE SPACES    PIC XX.
           03 WTL-COUNT                    PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(86).

      * ARCH-COUNT-LINE PRINTS ONE RUN TOTAL AT THE FOOT OF THE
      *   REPORT - THE LABEL IS RE-MOVED FOR EACH COUNT.
       01  ARCH-COUNT-LINE.
           03 CC                           PIC X.
           03 ACL-CTR-LABEL                PIC X(40).
           03 ACL-CTR-VALUE                PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(85).

      * RUN-CTL-REC IS THE STAMP THIS RUN APPENDS TO THE SHARED
      *   RUN-CONTROL FILE.  THE LAYOUT IS KEPT IN COPYBOOK
      *   INVRCREC.
           COPY INVRCREC.
      /
      ***************************************************************
       PROCEDURE DIVISION.
      ***************************************************************

      *--------------------------------------------------------------
       A000-MAIN                           SECTION.
      *
      *   THIS SECTION IS THE MAIN DRIVER FOR THE PROGRAM.  THE
      *     ACTIVITY THAT CAN KEEP A PART IS GATHERED AND SORTED BY
      *     THE SORT'S INPUT PROCEDURE, AND MATCHED AGAINST THE
      *     MASTER BY ITS OUTPUT PROCEDURE.
      *--------------------------------------------------------------

           PERFORM         B000-INIT.

           SORT            ACTIVITY-SORT-FILE
                            ON ASCENDING KEY ASRT-WHSE
                                             ASRT-PART
                                             ASRT-TYPE
                            INPUT PROCEDURE  P000-GATHER-ACTIVITY
                            OUTPUT PROCEDURE Q000-SELECT-PARTS.

           PERFORM         Z000-FINISH.

           GOBACK.
      /
      *--------------------------------------------------------------
       B000-INIT                           SECTION.
      *
      *  B000-INIT CONTAINS THE INITIALIZATION STATEMENTS TO BE
      *    PERFORMED AT THE BEGINNING OF THE PROGRAM.
      *--------------------------------------------------------------

      *  LINE COUNTER IS INITIALIZED TO 99 TO FORCE A HEADER
      *      TO BE PRINTED AT THE BEGINNING OF THE REPORT.
           MOVE            99              TO LINE-CTR.

      *  ACCEPT THE SYSTEM DATE AND MOVE IT TO THE HEADING'S DATE
           ACCEPT          SYS-DATE        FROM DATE.
           MOVE            SYS-DAY         TO REPORT-DAY.
           MOVE            SYS-MONTH       TO REPORT-MONTH.
           MOVE            SYS-YEAR        TO REPORT-YEAR.
           MOVE            SYS-YEAR        TO RUN-YY.
           MOVE            SYS-MONTH       TO RUN-MO-X.
           MOVE            SYS-DAY         TO RUN-DAY-X.

      *  ACCEPT THE ARCHIVE RULES FROM SYSIN AND SET THE CUT-OFF.
           PERFORM         B200-ACCEPT-RULES.

      *  TABLE THE WAREHOUSE REFERENCE ENTRIES.
           PERFORM         B100-LOAD-WHSE-REF.

           OPEN            OUTPUT          ARCHIVE-REPORT-FILE
                           OUTPUT          ARCHIVE-OUT-FILE
                           OUTPUT          PURGE-TRANS-OUT-FILE.

      *  CARRY THE ARCHIVE SO FAR INTO THE NEW GENERATION AHEAD OF
      *    THIS RUN'S ENTRIES.
           PERFORM         B300-CARRY-ARCHIVE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B100-LOAD-WHSE-REF                  SECTION.
      *
      *  B100-LOAD-WHSE-REF READS WHSE-REF-FILE AND TABLES EVERY
      *    ENTRY.
      *--------------------------------------------------------------

           OPEN            INPUT           WHSE-REF-FILE.

           MOVE            'N'             TO WHSE-EOF-SW.
           PERFORM         B110-READ-WHSE-REF
                           UNTIL WHSE-EOF.

           CLOSE           WHSE-REF-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B110-READ-WHSE-REF                  SECTION.
      *
      *  B110-READ-WHSE-REF READS ONE REFERENCE ENTRY AND FILES IT
      *    IN THE TABLE.  ENTRIES PAST THE TABLE LIMIT ARE DROPPED
      *    WITH A CONSOLE NOTE - THEIR PARTS ARE THEN LEFT ALONE.
      *--------------------------------------------------------------

           READ    WHSE-REF-FILE           INTO WHSE-REF-REC
                   AT END  MOVE 'Y'        TO WHSE-EOF-SW
           END-READ.

           IF      NOT WHSE-EOF
                   IF      WHSE-CNT < 100
                           ADD     1       TO WHSE-CNT
                           MOVE    WHR-CODE
                                           TO WHT-CODE (WHSE-CNT)
                           MOVE    WHR-ACTIVE
                                           TO WHT-ACTIVE (WHSE-CNT)
                   ELSE
                           DISPLAY 'WAREHOUSE TABLE FULL - ENTRY '
                                   'DROPPED: ' WHR-CODE
                   END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B200-ACCEPT-RULES                   SECTION.
      *
      *  B200-ACCEPT-RULES TAKES THE RULE CARD FROM SYSIN, FALLING
      *    BACK TO THE DEFAULTS WHEN IT WILL NOT DO, AND WORKS OUT
      *    THE CUT-OFF DATE.
      *--------------------------------------------------------------

           MOVE            SPACES          TO RULE-CARD.
           ACCEPT          RULE-CARD       FROM CONSOLE.

           IF      RUL-YEARS-X NOT NUMERIC OR RUL-YEARS = ZERO
                   OR NOT RUL-ON-HAND-VALID OR NOT RUL-OPEN-SUG-VALID
                   OR NOT RUL-XFER-VALID OR NOT RUL-BKO-VALID
                   DISPLAY ' '
                   DISPLAY 'ARCHIVE RULE CARD NOT VALID - USING 05 '
                           'YEARS WITH EVERY RULE ON'
                   MOVE    '05YYYY'        TO RULE-CARD
           END-IF.

           COMPUTE CUT-YR = RUN-YR - RUL-YEARS.
           MOVE    RUN-MO                  TO CUT-MO.
           MOVE    RUN-DAY                 TO CUT-DAY.

           MOVE    RUL-YEARS               TO RLP-YEARS.
           MOVE    CUT-MO                  TO RLP-CUT-MO.
           MOVE    CUT-DAY                 TO RLP-CUT-DAY.
           MOVE    CUT-YR                  TO RLP-CUT-YR.
           MOVE    RUL-ON-HAND             TO RLP-ON-HAND.
           MOVE    RUL-OPEN-SUG            TO RLP-OPEN-SUG.
           MOVE    RUL-XFER                TO RLP-XFER.
           MOVE    RUL-BKO                 TO RLP-BKO.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B300-CARRY-ARCHIVE                  SECTION.
      *
      *  B300-CARRY-ARCHIVE COPIES THE ARCHIVE GENERATION READ INTO
      *    THE NEW ONE, RECORD FOR RECORD.
      *--------------------------------------------------------------

           OPEN            INPUT           ARCHIVE-IN-FILE.

           MOVE            'N'             TO ARCH-EOF-SW.
           PERFORM         B310-CARRY-ONE-ARCHIVE
                           UNTIL ARCH-EOF.

           CLOSE           ARCHIVE-IN-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B310-CARRY-ONE-ARCHIVE              SECTION.
      *
      *  B310-CARRY-ONE-ARCHIVE READS ONE ARCHIVE RECORD AND WRITES
      *    IT TO THE NEW GENERATION.
      *--------------------------------------------------------------

           READ    ARCHIVE-IN-FILE         INTO ARC-REC
                   AT END  MOVE 'Y'        TO ARCH-EOF-SW
           END-READ.

           IF      NOT ARCH-EOF
                   WRITE   ARCHIVE-OUT-REC FROM ARC-REC
                   ADD     1               TO ARCH-CARRIED-CTR
                                              ARCH-WRITTEN-CTR
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P000-GATHER-ACTIVITY                SECTION.
      *
      *  P000-GATHER-ACTIVITY IS THE SORT'S INPUT PROCEDURE.  IT
      *    RELEASES EVERY SALES-HISTORY YEAR, AND THE OPEN
      *    SUGGESTIONS, TRANSFERS AND BACKORDERS FOR THE RULES THAT
      *    ARE ON.
      *--------------------------------------------------------------

           OPEN            INPUT           SALES-HISTORY-FILE.
           PERFORM         P100-RELEASE-HISTORY
                           UNTIL HIST-EOF.
           CLOSE           SALES-HISTORY-FILE.

           IF      RUL-OPEN-SUG-ON
                   OPEN    INPUT           OPEN-SUGGEST-IN-FILE
                   PERFORM P200-RELEASE-OPEN-SUG
                           UNTIL OSG-EOF
                   CLOSE   OPEN-SUGGEST-IN-FILE
           END-IF.

           IF      RUL-XFER-ON
                   OPEN    INPUT           XFER-ORDER-IN-FILE
                   PERFORM P300-RELEASE-TRANSFER
                           UNTIL XFR-EOF
                   CLOSE   XFER-ORDER-IN-FILE
           END-IF.

           IF      RUL-BKO-ON
                   OPEN    INPUT           BACKORDER-IN-FILE
                   PERFORM P400-RELEASE-BACKORDER
                           UNTIL BKO-EOF
                   CLOSE   BACKORDER-IN-FILE
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P100-RELEASE-HISTORY                SECTION.
      *
      *  P100-RELEASE-HISTORY RELEASES ONE SALES-HISTORY YEAR, WHOLE,
      *    SO IT CAN BE COPIED TO THE ARCHIVE WITH ITS PART.
      *--------------------------------------------------------------

           READ    SALES-HISTORY-FILE      INTO HIST-REC
                   AT END  MOVE 'Y'        TO HIST-EOF-SW
           END-READ.

           IF      NOT HIST-EOF
                   MOVE    HIS-WHSE        TO ASRT-WHSE
                   MOVE    HIS-PART        TO ASRT-PART
                   MOVE    'H'             TO ASRT-TYPE
                   MOVE    HIST-REC        TO ASRT-DATA
                   RELEASE ASORT-REC
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P200-RELEASE-OPEN-SUG               SECTION.
      *
      *  P200-RELEASE-OPEN-SUG RELEASES THE KEY OF ONE OPEN
      *    SUGGESTION.
      *--------------------------------------------------------------

           READ    OPEN-SUGGEST-IN-FILE    INTO OSG-REC
                   AT END  MOVE 'Y'        TO OSG-EOF-SW
           END-READ.

           IF      NOT OSG-EOF
                   MOVE    OSG-WHSE        TO ASRT-WHSE
                   MOVE    OSG-PART        TO ASRT-PART
                   MOVE    'O'             TO ASRT-TYPE
                   MOVE    SPACES          TO ASRT-DATA
                   RELEASE ASORT-REC
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P300-RELEASE-TRANSFER               SECTION.
      *
      *  P300-RELEASE-TRANSFER RELEASES ONE TRANSFER ORDER TWICE -
      *    ONCE UNDER THE WAREHOUSE IT COMES FROM AND ONCE UNDER THE
      *    WAREHOUSE IT GOES TO - SINCE IT KEEPS BOTH PARTS.
      *--------------------------------------------------------------

           READ    XFER-ORDER-IN-FILE      INTO XFO-REC
                   AT END  MOVE 'Y'        TO XFR-EOF-SW
           END-READ.

           IF      NOT XFR-EOF
                   MOVE    XFO-PART        TO ASRT-PART
                   MOVE    'X'             TO ASRT-TYPE
                   MOVE    SPACES          TO ASRT-DATA
                   MOVE    XFO-FROM-WHSE   TO ASRT-WHSE
                   RELEASE ASORT-REC
                   MOVE    XFO-TO-WHSE     TO ASRT-WHSE
                   RELEASE ASORT-REC
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P400-RELEASE-BACKORDER              SECTION.
      *
      *  P400-RELEASE-BACKORDER RELEASES THE KEY OF ONE OPEN
      *    BACKORDER.
      *--------------------------------------------------------------

           READ    BACKORDER-IN-FILE       INTO BKO-REC
                   AT END  MOVE 'Y'        TO BKO-EOF-SW
           END-READ.

           IF      NOT BKO-EOF
                   MOVE    BKO-WHSE        TO ASRT-WHSE
                   MOVE    BKO-PART        TO ASRT-PART
                   MOVE    'B'             TO ASRT-TYPE
                   MOVE    SPACES          TO ASRT-DATA
                   RELEASE ASORT-REC
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Q000-SELECT-PARTS                   SECTION.
      *
      *  Q000-SELECT-PARTS IS THE SORT'S OUTPUT PROCEDURE.  IT READS
      *    THE MASTER IN KEY ORDER AND MATCHES EACH RECORD AGAINST
      *    THE SORTED ACTIVITY.
      *--------------------------------------------------------------

           OPEN            INPUT           INVENTORY-MASTER.

           PERFORM         R200-RETURN-ACTIVITY.
           PERFORM         R100-READ-MASTER.

           PERFORM         C000-PROCESS-ONE-PART
                           UNTIL MASTER-EOF.

           CLOSE           INVENTORY-MASTER.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       C000-PROCESS-ONE-PART               SECTION.
      *
      *   THIS SECTION IS THE MAIN PROCESSING LOOP - ONE PASS PER
      *     MASTER RECORD.  ACTIVITY FOR KEYS NO LONGER ON THE
      *     MASTER IS PASSED OVER, THE ACTIVITY FOR THIS KEY IS
      *     TAKEN IN, THE RULES ARE APPLIED, AND THE PART IS EITHER
      *     ARCHIVED OR LEFT.
      *--------------------------------------------------------------

           ADD     1                       TO MASTER-READ-CTR.

           MOVE    IMR-WHSE                TO CUR-WHSE.
           MOVE    IMR-PART                TO CUR-PART.

           MOVE    'N'                     TO RECENT-SALE-SW
                                              HAS-OPEN-SUG-SW
                                              HAS-XFER-SW
                                              HAS-BKO-SW
                                              HIST-FULL-SW.
           MOVE    ZERO                    TO HIST-CNT.

           PERFORM R200-RETURN-ACTIVITY
                   UNTIL ACT-KEY NOT < CUR-KEY.

           PERFORM C100-TAKE-ACTIVITY
                   UNTIL ACT-KEY NOT = CUR-KEY.

           PERFORM E000-APPLY-RULES.

           IF      KEEP-NONE
                   PERFORM M000-ARCHIVE-PART
                   PERFORM M100-WRITE-DELETE
                   PERFORM D000-PRINT-PART
           END-IF.

      * READ NEXT MASTER RECORD
           PERFORM R100-READ-MASTER.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       C100-TAKE-ACTIVITY                  SECTION.
      *
      *  C100-TAKE-ACTIVITY NOTES ONE ACTIVITY RECORD AGAINST THE
      *    PART IN HAND.  A HISTORY YEAR IS HELD FOR THE ARCHIVE,
      *    AND COUNTS AS A RECENT SALE WHEN IT FALLS ON OR AFTER THE
      *    CUT-OFF YEAR WITH ANY SALES - OR WHEN ITS FIGURES CANNOT
      *    BE READ.
      *--------------------------------------------------------------

           IF      ACT-HISTORY
                   MOVE    ACT-DATA        TO HIST-REC
                   IF      HIS-YEAR NOT NUMERIC
                        OR HIS-ANNUAL NOT NUMERIC
                           MOVE    'Y'     TO RECENT-SALE-SW
                   ELSE
                   IF      HIS-YEAR NOT < CUT-YR
                       AND HIS-ANNUAL > ZERO
                           MOVE    'Y'     TO RECENT-SALE-SW
                   END-IF
                   END-IF
                   IF      HIST-CNT < 50
                           ADD     1       TO HIST-CNT
                           MOVE    ACT-DATA
                                           TO HST-DATA (HIST-CNT)
                   ELSE
                           MOVE    'Y'     TO HIST-FULL-SW
                   END-IF
           END-IF.

           IF      ACT-OPEN-SUG
                   MOVE    'Y'             TO HAS-OPEN-SUG-SW
           END-IF.

           IF      ACT-TRANSFER
                   MOVE    'Y'             TO HAS-XFER-SW
           END-IF.

           IF      ACT-BACKORDER
                   MOVE    'Y'             TO HAS-BKO-SW
           END-IF.

           PERFORM R200-RETURN-ACTIVITY.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       E000-APPLY-RULES                    SECTION.
      *
      *  E000-APPLY-RULES TESTS THE PART IN HAND AGAINST THE RULES
      *    IN TURN AND SETS KEEP-REASON TO THE FIRST ONE THAT KEEPS
      *    IT, COUNTING IT; KEEP-REASON IS LEFT SPACE WHEN THE PART
      *    IS TO BE ARCHIVED.
      *--------------------------------------------------------------

           MOVE    SPACE                   TO KEEP-REASON.

           MOVE    CUR-WHSE                TO LOOKUP-WHSE-CODE.
           PERFORM U000-LOOKUP-WHSE.

           IF      NOT WHSE-IS-ACTIVE-TBL
                   MOVE    'W'             TO KEEP-REASON
                   ADD     1               TO KEEP-WHSE-CTR
                   GO TO   DEPART
           END-IF.

           IF      QUANTITY-SOLD-IN NOT NUMERIC
                OR ON-HAND-QTY-IN NOT NUMERIC
                OR LAST-SALE-DATE-IN NOT NUMERIC
                OR DATE-RECEIPT-IN NOT NUMERIC
                OR UNIT-PRICE-IN NOT NUMERIC
                OR REORDER-POINT-IN NOT NUMERIC
                   MOVE    'D'             TO KEEP-REASON
                   ADD     1               TO KEEP-DATA-CTR
                   GO TO   DEPART
           END-IF.

           IF      RUL-ON-HAND-ON AND ON-HAND-QTY-IN > ZERO
                   MOVE    'H'             TO KEEP-REASON
                   ADD     1               TO KEEP-ON-HAND-CTR
                   GO TO   DEPART
           END-IF.

           IF      QUANTITY-SOLD-IN NOT = ZEROS
                OR LAST-SALE-DATE-IN NOT < CUTOFF-DATE
                OR RECENT-SALE
                   MOVE    'S'             TO KEEP-REASON
                   ADD     1               TO KEEP-SALES-CTR
                   GO TO   DEPART
           END-IF.

           IF      HAS-OPEN-SUG
                   MOVE    'O'             TO KEEP-REASON
                   ADD     1               TO KEEP-OPEN-SUG-CTR
                   GO TO   DEPART
           END-IF.

           IF      HAS-XFER
                   MOVE    'X'             TO KEEP-REASON
                   ADD     1               TO KEEP-XFER-CTR
                   GO TO   DEPART
           END-IF.

           IF      HAS-BKO
                   MOVE    'B'             TO KEEP-REASON
                   ADD     1               TO KEEP-BKO-CTR
                   GO TO   DEPART
           END-IF.

           IF      HIST-FULL
                   MOVE    'F'             TO KEEP-REASON
                   ADD     1               TO KEEP-HIST-FULL-CTR
                   DISPLAY 'HISTORY TOO LONG TO ARCHIVE - PART '
                           'KEPT: ' CUR-WHSE ' ' CUR-PART
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       M000-ARCHIVE-PART                   SECTION.
      *
      *  M000-ARCHIVE-PART WRITES THE PART IN HAND TO THE ARCHIVE -
      *    THE FULL MASTER RECORD, THEN EACH HISTORY YEAR HELD.
      *--------------------------------------------------------------

           MOVE    SPACES                  TO ARC-REC.
           MOVE    CUR-WHSE                TO ARC-WHSE.
           MOVE    CUR-PART                TO ARC-PART.
           MOVE    '1'                     TO ARC-TYPE.
           MOVE    RUN-DATE-YMD            TO ARC-DATE.
           MOVE    INV-IN-REC              TO ARC-DATA.
           WRITE   ARCHIVE-OUT-REC         FROM ARC-REC.
           ADD     1                       TO ARCH-WRITTEN-CTR
                                              ARCHIVED-CTR.

           IF      HIST-CNT > ZERO
                   PERFORM M010-ARCHIVE-HISTORY-YEAR
                           VARYING HIST-IX FROM 1 BY 1
                           UNTIL HIST-IX > HIST-CNT
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       M010-ARCHIVE-HISTORY-YEAR           SECTION.
      *
      *  M010-ARCHIVE-HISTORY-YEAR WRITES ONE HELD HISTORY YEAR TO
      *    THE ARCHIVE BEHIND ITS MASTER IMAGE.
      *--------------------------------------------------------------

           MOVE    SPACES                  TO ARC-DATA.
           MOVE    '2'                     TO ARC-TYPE.
           MOVE    HST-DATA (HIST-IX)      TO ARC-DATA.
           WRITE   ARCHIVE-OUT-REC         FROM ARC-REC.
           ADD     1                       TO ARCH-WRITTEN-CTR
                                              HIST-COPIED-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       M100-WRITE-DELETE                   SECTION.
      *
      *  M100-WRITE-DELETE WRITES THE MAINTENANCE DELETE FOR THE
      *    PART IN HAND.
      *--------------------------------------------------------------

           MOVE    SPACES                  TO TRANS-REC.
           MOVE    'D'                     TO TR-ACTION.
           MOVE    CUR-WHSE                TO TR-WAREHOUSE-NO.
           MOVE    CUR-PART                TO TR-PART-NO.
           WRITE   PURGE-TRANS-OUT-REC     FROM TRANS-REC.
           ADD     1                       TO TRANS-WRITTEN-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       D000-PRINT-PART                     SECTION.
      *
      *  D000-PRINT-PART LISTS THE PART JUST ARCHIVED, AFTER THE
      *    WAREHOUSE CONTROL BREAK.
      *--------------------------------------------------------------

           IF      FIRST-REC
                   MOVE    'N'             TO FIRST-REC-SW
                   MOVE    CUR-WHSE        TO PREV-WAREHOUSE-NO
           ELSE
           IF      CUR-WHSE NOT = PREV-WAREHOUSE-NO
                   PERFORM S000-WRITE-WH-TOTAL
                   MOVE    CUR-WHSE        TO PREV-WAREHOUSE-NO
           END-IF
           END-IF.

           MOVE    CUR-WHSE                TO ADL-WHSE.
           MOVE    CUR-PART                TO ADL-PART.
           MOVE    PART-DESC-IN            TO ADL-DESC.
           MOVE    UNIT-PRICE-IN           TO ADL-PRICE.
           MOVE    LSD-MO-IN               TO ADL-LS-MO.
           MOVE    LSD-DAY-IN              TO ADL-LS-DAY.
           MOVE    LSD-YR-IN               TO ADL-LS-YR.
           MOVE    DR-MO-IN                TO ADL-LR-MO.
           MOVE    DR-DAY-IN               TO ADL-LR-DAY.
           MOVE    DR-YR-IN                TO ADL-LR-YR.
           MOVE    REORDER-POINT-IN        TO ADL-REORDER.
           MOVE    HIST-CNT                TO ADL-HIST-YRS.

           IF      LINE-CTR > 56
                   PERFORM W000-WRITE-HEADING
           END-IF.

           WRITE   ARCHIVE-REPORT-REC      FROM ARCH-DETAIL-LINE
                   AFTER ADVANCING 1 LINE.
           ADD     1                       TO LINE-CTR
                                              WH-ARCHIVED-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       S000-WRITE-WH-TOTAL                 SECTION.
      *
      *  S000-WRITE-WH-TOTAL PRINTS THE COUNT OF PARTS ARCHIVED FOR
      *    THE WAREHOUSE JUST COMPLETED (PREV-WAREHOUSE-NO) AND
      *    RESETS IT.
      *---------------------------------------------------------------

           MOVE    PREV-WAREHOUSE-NO       TO WTL-WHSE.
           MOVE    WH-ARCHIVED-CTR         TO WTL-COUNT.

           IF      LINE-CTR > 56
                   PERFORM W000-WRITE-HEADING
           END-IF.

           WRITE   ARCHIVE-REPORT-REC      FROM WH-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE    SPACES                  TO ARCHIVE-REPORT-REC.
           WRITE   ARCHIVE-REPORT-REC
                   AFTER ADVANCING 1 LINE.
           ADD     3                       TO LINE-CTR.

           MOVE    ZERO                    TO WH-ARCHIVED-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R100-READ-MASTER                    SECTION.
      *
      *  R100-READ-MASTER READS THE NEXT MASTER RECORD IN KEY ORDER
      *    INTO INV-IN-REC.
      *---------------------------------------------------------------

           READ    INVENTORY-MASTER        INTO INV-IN-REC
                   AT END  MOVE 'Y'        TO MASTER-EOF-SW
           END-READ.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R200-RETURN-ACTIVITY                SECTION.
      *
      *  R200-RETURN-ACTIVITY RETURNS THE NEXT SORTED ACTIVITY
      *    RECORD INTO ACT-REC, SETTING ITS KEY TO HIGH-VALUES AT
      *    END.
      *---------------------------------------------------------------

           RETURN  ACTIVITY-SORT-FILE      INTO ACT-REC
                   AT END  MOVE HIGH-VALUES TO ACT-KEY
           END-RETURN.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       U000-LOOKUP-WHSE                    SECTION.
      *
      *  U000-LOOKUP-WHSE LOOKS LOOKUP-WHSE-CODE UP IN THE
      *    WAREHOUSE TABLE AND SETS WHSE-FOUND-SW AND
      *    WHSE-ACTIVE-SW.
      *--------------------------------------------------------------

           MOVE    'N'                     TO WHSE-FOUND-SW.
           MOVE    'N'                     TO WHSE-ACTIVE-SW.
           IF      WHSE-CNT > ZERO
                   PERFORM U100-MATCH-ONE-WHSE
                           VARYING WHSE-IX FROM 1 BY 1
                           UNTIL WHSE-IX > WHSE-CNT
                              OR WHSE-FOUND
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       U100-MATCH-ONE-WHSE                 SECTION.
      *
      *  U100-MATCH-ONE-WHSE COMPARES LOOKUP-WHSE-CODE TO ONE
      *    TABLE ENTRY.
      *--------------------------------------------------------------

           IF      LOOKUP-WHSE-CODE = WHT-CODE (WHSE-IX)
                   MOVE    'Y'             TO WHSE-FOUND-SW
                   IF      WHT-ACTIVE (WHSE-IX) = 'A'
                           MOVE    'Y'     TO WHSE-ACTIVE-SW
                   END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       W000-WRITE-HEADING                  SECTION.
      *
      *  W000-WRITE-HEADING PRINTS THE REPORT HEADING, THE RULES
      *    LINE AND THE COLUMN HEADING OCCUPYING THE FIRST 5 LINES
      *    OF THE PAGE.  THE LINE COUNTER WILL THEN BE INITIALIZED
      *    TO THAT VALUE OF 5.
      *--------------------------------------------------------------

      *  REPORT HEADING
           WRITE   ARCHIVE-REPORT-REC      FROM ARCH-HEADING
                   AFTER ADVANCING TOP-OF-PAGE.

      *  RULES LINE
           WRITE   ARCHIVE-REPORT-REC      FROM RULE-LINE
                   AFTER ADVANCING 2 LINES.

      *  COLUMN HEADING
           WRITE   ARCHIVE-REPORT-REC      FROM ARCH-COLHDG
                   AFTER ADVANCING 2 LINES.

      *  INIT LINE-CTR
           MOVE    5                       TO LINE-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Z000-FINISH                         SECTION.
      *
      *  Z000-FINISH CLOSES OFF THE LAST WAREHOUSE, PRINTS THE RUN
      *    TOTALS AND CLOSES THE FILES.
      *--------------------------------------------------------------

      *  A RUN THAT TAKES NOTHING STILL GETS A HEADED PAGE SO THE
      *    TOTALS NEVER PRINT INTO A BLANK SYSOUT.
           IF      FIRST-REC
                   PERFORM W000-WRITE-HEADING
           ELSE
                   PERFORM S000-WRITE-WH-TOTAL
           END-IF.

           MOVE    'MASTER RECORDS READ'   TO ACL-CTR-LABEL.
           MOVE    MASTER-READ-CTR         TO ACL-CTR-VALUE.
           WRITE   ARCHIVE-REPORT-REC      FROM ARCH-COUNT-LINE
                   AFTER ADVANCING 3 LINES.

           MOVE    'PARTS ARCHIVED'        TO ACL-CTR-LABEL.
           MOVE    ARCHIVED-CTR            TO ACL-CTR-VALUE.
           WRITE   ARCHIVE-REPORT-REC      FROM ARCH-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'HISTORY YEARS COPIED'  TO ACL-CTR-LABEL.
           MOVE    HIST-COPIED-CTR         TO ACL-CTR-VALUE.
           WRITE   ARCHIVE-REPORT-REC      FROM ARCH-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'DELETE TRANSACTIONS WRITTEN'
                                           TO ACL-CTR-LABEL.
           MOVE    TRANS-WRITTEN-CTR       TO ACL-CTR-VALUE.
           WRITE   ARCHIVE-REPORT-REC      FROM ARCH-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'KEPT - WAREHOUSE NOT ACTIVE'
                                           TO ACL-CTR-LABEL.
           MOVE    KEEP-WHSE-CTR           TO ACL-CTR-VALUE.
           WRITE   ARCHIVE-REPORT-REC      FROM ARCH-COUNT-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE    'KEPT - FIGURES NOT NUMERIC'
                                           TO ACL-CTR-LABEL.
           MOVE    KEEP-DATA-CTR           TO ACL-CTR-VALUE.
           WRITE   ARCHIVE-REPORT-REC      FROM ARCH-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'KEPT - STOCK ON HAND'  TO ACL-CTR-LABEL.
           MOVE    KEEP-ON-HAND-CTR        TO ACL-CTR-VALUE.
           WRITE   ARCHIVE-REPORT-REC      FROM ARCH-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'KEPT - SALES SINCE THE CUT-OFF'
                                           TO ACL-CTR-LABEL.
           MOVE    KEEP-SALES-CTR          TO ACL-CTR-VALUE.
           WRITE   ARCHIVE-REPORT-REC      FROM ARCH-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'KEPT - OPEN PURCHASE SUGGESTION'
                                           TO ACL-CTR-LABEL.
           MOVE    KEEP-OPEN-SUG-CTR       TO ACL-CTR-VALUE.
           WRITE   ARCHIVE-REPORT-REC      FROM ARCH-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'KEPT - TRANSFER ORDER OPEN'
                                           TO ACL-CTR-LABEL.
           MOVE    KEEP-XFER-CTR           TO ACL-CTR-VALUE.
           WRITE   ARCHIVE-REPORT-REC      FROM ARCH-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'KEPT - BACKORDER OPEN' TO ACL-CTR-LABEL.
           MOVE    KEEP-BKO-CTR            TO ACL-CTR-VALUE.
           WRITE   ARCHIVE-REPORT-REC      FROM ARCH-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'KEPT - HISTORY TOO LONG TO ARCHIVE'
                                           TO ACL-CTR-LABEL.
           MOVE    KEEP-HIST-FULL-CTR      TO ACL-CTR-VALUE.
           WRITE   ARCHIVE-REPORT-REC      FROM ARCH-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'ARCHIVE RECORDS CARRIED FORWARD'
                                           TO ACL-CTR-LABEL.
           MOVE    ARCH-CARRIED-CTR        TO ACL-CTR-VALUE.
           WRITE   ARCHIVE-REPORT-REC      FROM ARCH-COUNT-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE    'ARCHIVE RECORDS WRITTEN'
                                           TO ACL-CTR-LABEL.
           MOVE    ARCH-WRITTEN-CTR        TO ACL-CTR-VALUE.
           WRITE   ARCHIVE-REPORT-REC      FROM ARCH-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           CLOSE   ARCHIVE-REPORT-FILE
                   ARCHIVE-OUT-FILE
                   PURGE-TRANS-OUT-FILE.

      *  STAMP THE SHARED RUN-CONTROL FILE SO OPERATIONS CAN SEE
      *    THIS RUN COMPLETED AND HOW IT ENDED.
           PERFORM Z100-STAMP-RUN-CONTROL.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Z100-STAMP-RUN-CONTROL              SECTION.
      *
      *  Z100-STAMP-RUN-CONTROL APPENDS THIS RUN'S STAMP - PROGRAM,
      *    DATE, INPUT GENERATIONS, AND THE RETURN CODE THE RUN IS
      *    ENDING WITH - TO THE SHARED RUN-CONTROL FILE.
      *--------------------------------------------------------------

           OPEN    EXTEND                  RUN-CONTROL-FILE.

           MOVE    SPACES                  TO RUN-CTL-REC.
           MOVE    'PROGRAM29'             TO RCT-PROGRAM.
           MOVE    SYS-DATE                TO RCT-RUN-DATE.
           MOVE    'VSAM + SALEHIST + ARCHIVE(0)'
                                           TO RCT-GENS-USED.
           MOVE    RETURN-CODE             TO RCT-RETURN-CODE.
           WRITE   RUN-CONTROL-REC         FROM RUN-CTL-REC.

           CLOSE   RUN-CONTROL-FILE.

       DEPART.
           EXIT.
      *
      *
