      *
       IDENTIFICATION DIVISION.

       PROGRAM-ID.         PROGRAM32.
       AUTHOR.             ERICK NAVE.
       INSTALLATION.       PROGRAMMING APPLICATIONS WITH COBOL.
       DATE-WRITTEN.       9/02/26.
       DATE-COMPILED.
      *
      ****************************************************************
      *
      *REMARKS.
      *
      *  PROGRAM 32 IS THE MORNING EXCEPTIONS DIGEST, RUN AS THE LAST
      *    STEP OF THE NIGHTLY CYCLE.  IT READS WHAT THE NIGHT'S RUNS
      *    LEFT BEHIND AND GATHERS THEIR PROBLEMS INTO ONE REPORT, BY
      *    WAREHOUSE, HIGHEST PRIORITY FIRST:
      *      1 HIGH   - A PROGRAM WHOSE LATEST RUN-CONTROL STAMP
      *                 ENDED WITH A RETURN CODE ABOVE 4
      *      2 HIGH   - SALES CARDS PROGRAM11 REJECTED
      *      3 HIGH   - RECORDS PROGRAM8 LEFT IN SUSPENSE
      *      4 MEDIUM - COUNTS PROGRAM12 SENT FOR INVESTIGATION
      *      5 MEDIUM - TRANSFERS SHIPPED AND NOT RECEIVED WITHIN THE
      *                 TRANSIT THRESHOLD
      *      6 LOW    - COUNTS PROGRAM12 HELD FOR REVIEW
      *      7 LOW    - OPEN PURCHASE SUGGESTIONS PAST THE OVERDUE
      *                 THRESHOLD, AS PROGRAM13 AGES THEM
      *    THE SUITE-WIDE CATEGORY PRINTS UNDER WAREHOUSE '**'.
      *
      *  EACH CATEGORY SHOWS THE ITEM COUNT, THE DOLLAR EXPOSURE AT
      *    UNIT-PRICE-IN, THE AGE OF THE OLDEST ITEM IN DAYS, HOW
      *    MANY DIGESTS IN A ROW HAVE FOUND IT OPEN, AND THE COUNT
      *    ON YESTERDAY'S DIGEST WITH WHAT HAS CHANGED.  A SUSPENDED
      *    RECORD CARRIES NO DATE OF ITS OWN, SO THE SUSPENSE AGE IS
      *    THE NIGHTS THE WAREHOUSE HAS HAD SUSPENSE OUTSTANDING.
      *    THE DOLLARS ARE:
      *      REJECTED SALE        - QUANTITY AT THE PART'S PRICE
      *      SUSPENDED RECORD     - ITS ON-HAND AT ITS PRICE
      *      COUNT FOR REVIEW     - THE DOLLAR VARIANCE, UNSIGNED
      *      TRANSFER IN TRANSIT  - QUANTITY AT THE SHIPPING
      *                             WAREHOUSE'S PRICE, THE WAY THE
      *                             TRANSFER RUN VALUES A SHIPMENT
      *      OVERDUE SUGGESTION   - QUANTITY NOT YET RECEIVED AT THE
      *                             PART'S PRICE
      *    A TRANSFER IN TRANSIT IS LISTED UNDER THE WAREHOUSE
      *    WAITING TO RECEIVE IT.  A SUMMARY BY CATEGORY ACROSS ALL
      *    WAREHOUSES FOLLOWS THE WAREHOUSE PAGES.
      *
      *  THE SAME FIGURES GO TO THE EXCEPTIONS SUMMARY FILE (COPYBOOK
      *    INVDGREC), ONE RECORD PER WAREHOUSE AND CATEGORY, FOR THE
      *    HELP DESK.  THE NEXT DIGEST READS IT BACK AS YESTERDAY'S.
      *    THE RUN ENDS WITH RETURN CODE 4 WHEN ANY HIGH-PRIORITY
      *    CATEGORY IS OPEN.
      *
      *  FILES:
      *    SALES-REJECT-IN-FILE
      *    COUNT-EXCEPTION-IN-FILE
      *    OPEN-SUGGEST-IN-FILE
      *    IN-TRANSIT-IN-FILE
      *    SUSPENSE-IN-FILE
      *    DIGEST-PRIOR-IN-FILE
      *    WHSE-REF-FILE
      *    INVENTORY-MASTER
      *    DIGEST-OUT-FILE
      *    DIGEST-REPORT-FILE
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
           SELECT SALES-REJECT-IN-FILE     ASSIGN TO UT-S-SLSREJ.
           SELECT COUNT-EXCEPTION-IN-FILE  ASSIGN TO UT-S-CNTEXC.
           SELECT OPEN-SUGGEST-IN-FILE     ASSIGN TO UT-S-OSGIN.
           SELECT IN-TRANSIT-IN-FILE       ASSIGN TO UT-S-XFRIN.
           SELECT SUSPENSE-IN-FILE         ASSIGN TO UT-S-SUSPIN.
           SELECT DIGEST-PRIOR-IN-FILE     ASSIGN TO UT-S-DGSTIN.
           SELECT WHSE-REF-FILE            ASSIGN TO UT-S-WHSEREF.
      *    THE MASTER IS A KEYED VSAM FILE.  THE RECORD KEY RUNS FROM
      *    THE WAREHOUSE NUMBER THROUGH THE PART NUMBER AND TAKES IN
      *    THE TWO ALWAYS-BLANK FILLER BYTES BETWEEN THEM, SO THE KEY
      *    IS ONE CONTIGUOUS FIELD AND STILL ORDERS BY WAREHOUSE THEN
      *    PART.
           SELECT INVENTORY-MASTER        ASSIGN TO MASTER
                                           ORGANIZATION IS INDEXED
                                           ACCESS IS RANDOM
                                           RECORD KEY IS IMR-KEY.
           SELECT DIGEST-OUT-FILE          ASSIGN TO UT-S-DGSTOUT.
           SELECT DIGEST-REPORT-FILE       ASSIGN TO UT-S-PRINTER.
           SELECT RUN-CONTROL-FILE         ASSIGN TO UT-S-RUNCTL.
           SELECT DIGEST-SORT-FILE         ASSIGN TO UT-S-SORTWK.

      /
      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      *---------------------------------------------------------------
       FILE SECTION.
      *---------------------------------------------------------------

      * SALES-REJECT-IN-FILE      ------->     INPUT
      *   THE SALES CARDS PROGRAM11 REJECTED TONIGHT, EACH WITH THE
      *   REASON.
       FD  SALES-REJECT-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SALES-REJECT-IN-REC.

       01  SALES-REJECT-IN-REC             PIC X(110).

      * COUNT-EXCEPTION-IN-FILE   ------->     INPUT
      *   THE COUNTS PROGRAM12 HELD FOR REVIEW OR SENT FOR
      *   INVESTIGATION.
       FD  COUNT-EXCEPTION-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COUNT-EXCEPTION-IN-REC.

       01  COUNT-EXCEPTION-IN-REC          PIC X(40).

      * OPEN-SUGGEST-IN-FILE      ------->     INPUT
      *   THE OPEN PURCHASE SUGGESTIONS AS PROGRAM13 CARRIED THEM.
       FD  OPEN-SUGGEST-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPEN-SUGGEST-IN-REC.

       01  OPEN-SUGGEST-IN-REC             PIC X(30).

      * IN-TRANSIT-IN-FILE        ------->     INPUT
      *   THE TRANSFER ORDERS PROGRAM14 CARRIED - AWAITING APPROVAL
      *   OR IN TRANSIT.
       FD  IN-TRANSIT-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IN-TRANSIT-IN-REC.

       01  IN-TRANSIT-IN-REC               PIC X(30).

      * SUSPENSE-IN-FILE          ------->     INPUT
      *   THE RECORDS PROGRAM8 LEFT IN SUSPENSE.
       FD  SUSPENSE-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 154 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUSPENSE-IN-REC.

       01  SUSPENSE-IN-REC                 PIC X(154).

      * DIGEST-PRIOR-IN-FILE      ------->     INPUT
      *   YESTERDAY'S EXCEPTIONS SUMMARY.
       FD  DIGEST-PRIOR-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DIGEST-PRIOR-IN-REC.

       01  DIGEST-PRIOR-IN-REC             PIC X(80).

      * WHSE-REF-FILE             ------->     INPUT
      *   THE WAREHOUSE REFERENCE MASTER, TABLED AT START-UP FOR
      *   THE WAREHOUSE NAMES.
       FD  WHSE-REF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WHSE-REF-IO-REC.

       01  WHSE-REF-IO-REC                PIC X(50).

      * INVENTORY-MASTER          ------->     INPUT
      *   THE KEYED VSAM MASTER, READ RANDOMLY FOR THE PRICE THAT
      *   VALUES AN ITEM.  NEVER UPDATED HERE.
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

      * DIGEST-OUT-FILE           ------->     OUTPUT
      *   TONIGHT'S EXCEPTIONS SUMMARY FOR THE HELP DESK.
       FD  DIGEST-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DIGEST-OUT-REC.

       01  DIGEST-OUT-REC                  PIC X(80).

      * DIGEST-REPORT-FILE        ------->     OUTPUT
      *   THE PRIORITIZED EXCEPTIONS REPORT.
       FD  DIGEST-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DIGEST-REPORT-REC.

       01  DIGEST-REPORT-REC               PIC X(133).

      * RUN-CONTROL-FILE          ------->     INPUT, THEN EXTEND
      *   THE SHARED SUITE-WIDE RUN LOG.  SCANNED AT START-UP FOR
      *   EVERY PROGRAM'S LATEST STAMP AND STAMPED AT END OF RUN.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-CONTROL-REC.

       01  RUN-CONTROL-REC                PIC X(80).

      * DIGEST-SORT-FILE BRINGS TONIGHT'S EXCEPTION ITEMS AND
      *   YESTERDAY'S SUMMARY TOGETHER BY WAREHOUSE, THEN CATEGORY -
      *   WHICH IS PRIORITY ORDER.
       SD  DIGEST-SORT-FILE
           DATA RECORD IS DSORT-REC.

       01  DSORT-REC.
           03 DSRT-WHSE                    PIC XX.
           03 DSRT-CAT                     PIC X.
           03 FILLER                       PIC X(37).

      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------

       77  LINE-CTR        VALUE ZEROS     PIC S99.

       77  EOF-IND                         PIC X.

       77  REJECT-EOF-SW                   PIC X           VALUE 'N'.
           88 REJECT-EOF                    VALUE 'Y'.
       77  CNTEXC-EOF-SW                   PIC X           VALUE 'N'.
           88 CNTEXC-EOF                    VALUE 'Y'.
       77  OSG-EOF-SW                      PIC X           VALUE 'N'.
           88 OSG-EOF                       VALUE 'Y'.
       77  XFR-EOF-SW                      PIC X           VALUE 'N'.
           88 XFR-EOF                       VALUE 'Y'.
       77  SUSP-EOF-SW                     PIC X           VALUE 'N'.
           88 SUSP-EOF                      VALUE 'Y'.
       77  PRIOR-EOF-SW                    PIC X           VALUE 'N'.
           88 PRIOR-EOF                     VALUE 'Y'.

      * FIRST-REC-SW SUPPRESSES THE CONTROL BREAK ON THE FIRST
      *   RECORD RETURNED FROM THE SORT.
       77  FIRST-REC-SW                    PIC X           VALUE 'Y'.
           88 FIRST-REC                     VALUE 'Y'.

      * ANY-DATA-SW IS SET WHEN AT LEAST ONE RECORD COMES BACK FROM
      *   THE SORT.
       77  ANY-DATA-SW                     PIC X           VALUE 'N'.
           88 ANY-DATA                      VALUE 'Y'.

      * WHSE-STARTED-SW SAYS A WAREHOUSE'S LINE HAS PRINTED, SO A
      *   PAGE OVERFLOW REPEATS IT ON THE NEW PAGE.
       77  WHSE-STARTED-SW                 PIC X           VALUE 'N'.
           88 WHSE-STARTED                  VALUE 'Y'.

      * PRINT-PART-SW SAYS WHICH PART OF THE PRINT IS UNDER WAY, SO
      *   W000-WRITE-HEADING KNOWS WHAT TO PUT AT THE TOP OF A NEW
      *   PAGE.
       77  PRINT-PART-SW                   PIC X           VALUE 'W'.
           88 PRINTING-WHSE                 VALUE 'W'.
           88 PRINTING-CATEGORY             VALUE 'C'.
           88 PRINTING-TOTALS               VALUE 'T'.

       77  PREV-WHSE                       PIC XX          VALUE SPACES.
       77  PREV-CAT                        PIC X           VALUE SPACES.

      * DIGEST-CARD IS THE SYSIN CARD - THE OVERDUE THRESHOLD FOR
      *   OPEN SUGGESTIONS IN COLUMNS 1-3 AND THE TRANSIT THRESHOLD
      *   FOR SHIPPED TRANSFERS IN 4-6, BOTH IN DAYS.  A BAD OR
      *   MISSING FIGURE FALLS BACK TO 030 (PROGRAM13'S OWN DEFAULT)
      *   OR 014.
       01  DIGEST-CARD.
           03 DCD-OVERDUE-X                PIC X(3).
           03 DCD-OVERDUE REDEFINES DCD-OVERDUE-X
                                           PIC 9(3).
           03 DCD-TRANSIT-X                PIC X(3).
           03 DCD-TRANSIT REDEFINES DCD-TRANSIT-X
                                           PIC 9(3).
           03 FILLER                       PIC X(74).

      * THE SEVEN CATEGORIES IN PRIORITY ORDER - THE CATEGORY CODE
      *   IS THE SUBSCRIPT.  EACH ENTRY IS THE PRIORITY, THE NAME,
      *   AND THE OUTPUT IT COMES FROM.
       01  CAT-VALUES.
           05 FILLER                       PIC X(39)       VALUE
              'HIGH  RUN ENDED DIRTY         RUNCTL   '.
           05 FILLER                       PIC X(39)       VALUE
              'HIGH  POSTING REJECTS         PROGRAM11'.
           05 FILLER                       PIC X(39)       VALUE
              'HIGH  SUSPENSE RE-SUSPENDED   PROGRAM8 '.
           05 FILLER                       PIC X(39)       VALUE
              'MEDIUMCOUNTS TO INVESTIGATE   PROGRAM12'.
           05 FILLER                       PIC X(39)       VALUE
              'MEDIUMSTUCK IN TRANSIT        PROGRAM14'.
           05 FILLER                       PIC X(39)       VALUE
              'LOW   COUNTS HELD FOR REVIEW  PROGRAM12'.
           05 FILLER                       PIC X(39)       VALUE
              'LOW   OVERDUE SUGGESTIONS     PROGRAM13'.
       01  CAT-TBL REDEFINES CAT-VALUES.
           05 CAT-ENTRY                    OCCURS 7 TIMES.
              07 CAT-PRIORITY              PIC X(6).
              07 CAT-NAME                  PIC X(24).
              07 CAT-SOURCE                PIC X(9).

       77  CAT-IX                          PIC 9           VALUE ZERO.

      * THE CATEGORY TOTALS ACROSS ALL WAREHOUSES, FOR THE SUMMARY
      *   BY CATEGORY.
       01  CAT-TOT-TBL.
           05 CAT-TOT-ENTRY                OCCURS 7 TIMES.
              07 CTT-ITEMS                 PIC 9(7).
              07 CTT-DOLLARS               PIC 9(11)V99.
              07 CTT-OLDEST                PIC 9(5).
              07 CTT-PREV                  PIC 9(7).

      * DIG-ITEM IS ONE SORTED RECORD - ONE EXCEPTION FOUND TONIGHT
      *   ('T'), OR ONE CATEGORY FROM YESTERDAY'S SUMMARY ('Y').
       01  DIG-ITEM.
           03 DGI-WHSE                     PIC XX.
           03 DGI-CAT                      PIC X.
           03 DGI-SRC                      PIC X.
              88 DGI-TODAY                  VALUE 'T'.
           03 DGI-DOLLARS                  PIC 9(11)V99.
           03 DGI-AGE                      PIC 9(5).
           03 DGI-PREV-ITEMS               PIC 9(7).
           03 DGI-PREV-NIGHTS              PIC 9(5).
           03 FILLER                       PIC X(6).

      * THE WAREHOUSE/CATEGORY GROUP IN HAND.  GRP-PREV-SW SAYS
      *   YESTERDAY'S SUMMARY HAD THE CATEGORY OPEN.
       01  GRP-CAT                         PIC X           VALUE SPACE.
       01  GRP-CAT-N REDEFINES GRP-CAT     PIC 9.
       77  GRP-ITEMS                       PIC 9(7)        VALUE ZERO.
       77  GRP-DOLLARS                     PIC 9(11)V99    VALUE ZERO.
       77  GRP-OLDEST                      PIC 9(5)        VALUE ZERO.
       77  GRP-NIGHTS                      PIC 9(5)        VALUE ZERO.
       77  GRP-PREV-ITEMS                  PIC 9(7)        VALUE ZERO.
       77  GRP-PREV-NIGHTS                 PIC 9(5)        VALUE ZERO.
       77  GRP-CHANGE                      PIC X(7)        VALUE SPACES.
       77  GRP-PREV-SW                     PIC X           VALUE 'N'.
           88 GRP-PREV-SEEN                 VALUE 'Y'.

      * THE WAREHOUSE IN HAND AND ITS TOTALS.
       77  CURR-WHSE-NAME                  PIC X(20)       VALUE SPACES.
       77  WHSE-ITEMS                      PIC 9(7)        VALUE ZERO.
       77  WHSE-DOLLARS                    PIC 9(11)V99    VALUE ZERO.

      * WORK FIELDS FOR VALUING AN ITEM.
       77  VALUE-WORK                      PIC 9(11)V99    VALUE ZERO.
       77  OUTSTANDING-QTY                 PIC 9(6)        VALUE ZERO.

      * RUN-DATE-YMD IS TODAY IN YYYYMMDD.  ACCEPT FROM DATE ONLY
      *   GIVES THE TWO-DIGIT YEAR; THE CENTURY IS FIXED AT 20.
       01  RUN-DATE-YMD.
           03 RUN-CC                       PIC XX    VALUE '20'.
           03 RUN-YY                       PIC XX.
           03 RUN-MO-X                     PIC XX.
           03 RUN-DAY-X                    PIC XX.
       01  RUN-DATE-NUM REDEFINES RUN-DATE-YMD.
           03 RUN-YR                       PIC 9(4).
           03 RUN-MO                       PIC 99.
           03 RUN-DAY                      PIC 99.

      * ITEM-DATE-WORK BREAKS AN ITEM'S DATE (YYYYMMDD) INTO
      *   NUMERIC PIECES FOR THE AGE ARITHMETIC.
       01  ITEM-DATE-WORK.
           03 IDW-YR-X                     PIC X(4).
           03 IDW-MO-X                     PIC XX.
           03 IDW-DAY-X                    PIC XX.
       01  ITEM-DATE-NUM REDEFINES ITEM-DATE-WORK.
           03 IDW-YR                       PIC 9(4).
           03 IDW-MO                       PIC 99.
           03 IDW-DAY                      PIC 99.

      * AGE-DAYS-WORK IS THE ITEM'S AGE IN DAYS.  AGE-BAD-SW IS SET
      *   WHEN ITS DATE IS NOT NUMERIC.
       77  AGE-DAYS-WORK                   PIC S9(5)       VALUE ZERO.
       77  AGE-BAD-SW                      PIC X           VALUE 'N'.
           88 AGE-BAD                       VALUE 'Y'.

      * STAMP-DATE-WORK BREAKS A RUN-CONTROL STAMP'S DATE (YYMMDD)
      *   INTO PIECES FOR THE AGE AND THE PRINT.
       01  STAMP-DATE-WORK.
           03 SDW-YY                       PIC XX.
           03 SDW-MO                       PIC XX.
           03 SDW-DAY                      PIC XX.

      * STAMP-YEAR-WORK PUTS THE CENTURY ON A STAMP'S TWO-DIGIT
      *   YEAR, THE SAME WAY RUN-DATE-YMD DOES FOR TODAY.
       01  STAMP-YEAR-WORK.
           03 SYW-CC                       PIC XX    VALUE '20'.
           03 SYW-YY                       PIC XX.

      * MATCH-KEY BUILDS THE FULL 9-BYTE RECORD KEY FOR AN ITEM -
      *   WAREHOUSE, THE TWO ALWAYS-BLANK BYTES, PART - READY TO
      *   MOVE INTO IMR-KEY FOR THE RANDOM READ.
       01  MATCH-KEY.
           03 MK-WHSE                      PIC XX.
           03 FILLER                       PIC XX  VALUE SPACES.
           03 MK-PART                      PIC X(5).

      * MSTR-FOUND-SW SAYS WHETHER THE RANDOM READ FOUND A MASTER
      *   RECORD FOR MATCH-KEY.
       77  MSTR-FOUND-SW                   PIC X           VALUE 'N'.
           88 MSTR-FOUND                    VALUE 'Y'.

      * REJECT-IN-LAYOUT IS ONE REJECTED SALES CARD AS PROGRAM11
      *   WROTE IT - THE CARD, THEN THE REASON.
       01  REJECT-IN-LAYOUT.
           03 RJI-WHSE                     PIC XX.
           03 RJI-PART                     PIC X(5).
           03 RJI-DATE                     PIC X(8).
           03 RJI-QTY-X                    PIC X(4).
           03 RJI-QTY REDEFINES RJI-QTY-X  PIC 9(4).
           03 RJI-TYPE                     PIC X.
           03 FILLER                       PIC X(60).
           03 RJI-REASON                   PIC X(30).

      * INV-IN-REC IS THE FIELD BREAKDOWN FOR A MASTER RECORD JUST
      *    READ OR A SUSPENDED IMAGE.  THE LAYOUT IS KEPT IN COPYBOOK
      *    INVINREC.
           COPY INVINREC.

      * CXR-REC IS ONE COUNT EXCEPTION.  THE LAYOUT IS KEPT IN
      *    COPYBOOK INVCXREC.
           COPY INVCXREC.

      * OSG-REC IS ONE OPEN PURCHASE SUGGESTION.  THE LAYOUT IS KEPT
      *    IN COPYBOOK INVOSREC.
           COPY INVOSREC.

      * XFO-REC IS ONE CARRIED TRANSFER ORDER.  THE LAYOUT IS KEPT IN
      *    COPYBOOK INVXFREC.
           COPY INVXFREC.

      * SUSPENSE-OUT-REC IS ONE SUSPENDED RECORD.  THE LAYOUT IS KEPT
      *    IN COPYBOOK INVSPREC.
           COPY INVSPREC.

      * DGR-REC IS ONE EXCEPTIONS SUMMARY RECORD, YESTERDAY'S AS
      *    READ OR TONIGHT'S AS WRITTEN.  THE LAYOUT IS KEPT IN
      *    COPYBOOK INVDGREC.
           COPY INVDGREC.

      * WHSE-REF-REC IS ONE WAREHOUSE REFERENCE ENTRY AS READ FROM
      *   WHSE-REF-FILE.  THE LAYOUT IS KEPT IN COPYBOOK INVWHREC.
           COPY INVWHREC.

      * THE WAREHOUSE REFERENCE ENTRIES ARE TABLED AT START-UP FOR
      *   THE NAMES.  ONE HUNDRED ENTRIES IS ROOM FOR EVERY CODE THE
      *   TWO-CHARACTER WAREHOUSE NUMBER NAMES IN PRACTICE.
       01  WHSE-TBL.
           03 WHSE-TBL-ENTRY               OCCURS 100 TIMES.
              05 WHT-CODE                  PIC XX.
              05 WHT-NAME                  PIC X(20).

       77  WHSE-CNT                        PIC 9(3)        VALUE ZERO.
       77  WHSE-IX                         PIC 9(3)        VALUE ZERO.
       77  WHSE-HIT-IX                     PIC 9(3)        VALUE ZERO.

      * WHSE-EOF-SW DRIVES THE START-UP LOAD OF WHSE-REF-FILE.
       77  WHSE-EOF-SW                     PIC X           VALUE 'N'.
           88 WHSE-EOF                      VALUE 'Y'.

      * WHSE-FOUND-SW IS THE RESULT OF U000-LOOKUP-WHSE FOR THE
      *   CODE IN LOOKUP-WHSE-CODE.
       77  WHSE-FOUND-SW                   PIC X           VALUE 'N'.
           88 WHSE-FOUND                    VALUE 'Y'.
       77  LOOKUP-WHSE-CODE                PIC XX          VALUE SPACES.

      * RUN-CTL-REC IS ONE STAMP ON THE SHARED RUN-CONTROL FILE.
      *   THE LAYOUT IS KEPT IN COPYBOOK INVRCREC.
           COPY INVRCREC.

      * RUNCTL-EOF-SW DRIVES THE START-UP SCAN OF THE RUN-CONTROL
      *   FILE.
       77  RUNCTL-EOF-SW                   PIC X           VALUE 'N'.
           88 RUNCTL-EOF                    VALUE 'Y'.

      * THE LATEST STAMP OF EVERY PROGRAM ON THE RUN-CONTROL FILE -
      *   A LATER STAMP REPLACES AN EARLIER ONE.  SIXTY ENTRIES IS
      *   ROOM FOR EVERY PROGRAM IN THE SUITE; AN OVERFLOW IS
      *   COUNTED AND THE EXTRA PROGRAMS LEFT OUT.
       01  STAMP-TBL.
           03 STAMP-TBL-ENTRY              OCCURS 60 TIMES.
              05 STT-PROGRAM               PIC X(9).
              05 STT-RUN-DATE              PIC X(6).
              05 STT-GENS-USED             PIC X(30).
              05 STT-RETURN-CODE           PIC 9(4).

       77  STAMP-CNT                       PIC 99          VALUE ZERO.
       77  STAMP-IX                        PIC 99          VALUE ZERO.
       77  STAMP-HIT-IX                    PIC 99          VALUE ZERO.
       77  STAMP-FOUND-SW                  PIC X           VALUE 'N'.
           88 STAMP-FOUND                   VALUE 'Y'.

      * RUN TOTALS FOR THE FOOT OF THE REPORT.
       77  REJECTS-READ-CTR                PIC 9(7)        VALUE ZERO.
       77  CNTEXC-READ-CTR                 PIC 9(7)        VALUE ZERO.
       77  OSG-READ-CTR                    PIC 9(7)        VALUE ZERO.
       77  XFR-READ-CTR                    PIC 9(7)        VALUE ZERO.
       77  SUSP-READ-CTR                   PIC 9(7)        VALUE ZERO.
       77  STAMPS-READ-CTR                 PIC 9(7)        VALUE ZERO.
       77  PRIOR-READ-CTR                  PIC 9(7)        VALUE ZERO.
       77  DIRTY-CTR                       PIC 9(7)        VALUE ZERO.
       77  OPEN-CAT-CTR                    PIC 9(7)        VALUE ZERO.
       77  HIGH-OPEN-CTR                   PIC 9(7)        VALUE ZERO.
       77  NEW-CAT-CTR                     PIC 9(7)        VALUE ZERO.
       77  CLEARED-CAT-CTR                 PIC 9(7)        VALUE ZERO.
       77  SUMMARY-OUT-CTR                 PIC 9(7)        VALUE ZERO.
       77  STAMP-OVERFLOW-CTR              PIC 9(7)        VALUE ZERO.

      * HEADING FOR THE REPORT WITH DATE IN UPPER RIGHT CORNER
       01  DIG-HEADING.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(15).
           03 FILLER                       PIC X(42)
              VALUE 'MORNING EXCEPTIONS DIGEST'.
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

      * DIG-TITLE-LINE NAMES THE PART OF THE PRINT UNDER WAY.
       01  DIG-TITLE-LINE.
           03 CC                           PIC X.
           03 CTL-TEXT                     PIC X(50).
           03 FILLER       VALUE SPACES    PIC X(82).

      * COLUMN HEADING LINE FOR THE CATEGORY LINES.  OLDEST IS THE
      *   AGE OF THE OLDEST ITEM IN DAYS; NIGHTS IS HOW MANY DIGESTS
      *   IN A ROW HAVE FOUND THE CATEGORY OPEN.
       01  DIG-COLHDG.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 FILLER       VALUE 'LEVEL'   PIC X(6).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'CATEGORY' PIC X(24).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE '  ITEMS' PIC X(7).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(14)
              VALUE '      EXPOSURE'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'OLDEST'  PIC X(6).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'NIGHTS'  PIC X(6).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'YESTDAY' PIC X(7).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'CHANGE'  PIC X(7).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'SOURCE'  PIC X(9).
           03 FILLER       VALUE SPACES    PIC X(26).

      * DIG-DETAIL-LINE IS ONE CATEGORY - FOR ONE WAREHOUSE, OR
      *   ACROSS ALL OF THEM IN THE SUMMARY BY CATEGORY.
       01  DIG-DETAIL-LINE.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 DTL-PRIORITY                 PIC X(6).
           03 FILLER       VALUE SPACES    PIC XX.
           03 DTL-CATEGORY                 PIC X(24).
           03 FILLER       VALUE SPACES    PIC XX.
           03 DTL-ITEMS                    PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC XX.
           03 DTL-DOLLARS                  PIC ZZZZZZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC XX.
           03 DTL-OLDEST                   PIC ZZZZZ9.
           03 FILLER       VALUE SPACES    PIC XX.
           03 DTL-NIGHTS                   PIC ZZZZZZ.
           03 FILLER       VALUE SPACES    PIC XX.
           03 DTL-PREV                     PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC XX.
           03 DTL-CHANGE                   PIC X(7).
           03 FILLER       VALUE SPACES    PIC XX.
           03 DTL-SOURCE                   PIC X(9).
           03 FILLER       VALUE SPACES    PIC X(26).

      * DIG-WHSE-LINE OPENS ONE WAREHOUSE'S CATEGORIES.
       01  DIG-WHSE-LINE.
           03 CC                           PIC X.
           03 FILLER       VALUE 'WAREHOUSE ' PIC X(10).
           03 WHL-WHSE                     PIC XX.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 WHL-NAME                     PIC X(20).
           03 FILLER       VALUE SPACES    PIC X(97).

      * DIG-WTOT-LINE CLOSES ONE WAREHOUSE'S CATEGORIES.
       01  DIG-WTOT-LINE.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 FILLER                       PIC X(32)
              VALUE 'WAREHOUSE TOTAL'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 WTL-ITEMS                    PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC XX.
           03 WTL-DOLLARS                  PIC ZZZZZZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC X(71).

      * DIG-DIRTY-LINE NAMES ONE PROGRAM WHOSE LATEST STAMP ENDED
      *   DIRTY, UNDER THE SUITE-WIDE CATEGORY.
       01  DIG-DIRTY-LINE.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(12).
           03 DRL-PROGRAM                  PIC X(9).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'ENDED RC ' PIC X(9).
           03 DRL-RC                       PIC ZZZ9.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'ON '     PIC X(3).
           03 DRL-DATE.
              05 DRL-MO                    PIC XX.
              05 FILLER    VALUE '-'       PIC X.
              05 DRL-DAY                   PIC XX.
              05 FILLER    VALUE '-'       PIC X.
              05 DRL-YR                    PIC XX.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'INPUTS ' PIC X(7).
           03 DRL-GENS                     PIC X(30).
           03 FILLER       VALUE SPACES    PIC X(44).

      * DIG-COUNT-LINE IS ONE RUN TOTAL - THE LABEL IS RE-MOVED FOR
      *   EACH COUNT.
       01  DIG-COUNT-LINE.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 CCL-LABEL                    PIC X(36).
           03 CCL-VALUE                    PIC ZZZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(83).
      /
      ***************************************************************
       PROCEDURE DIVISION.
      ***************************************************************

      *--------------------------------------------------------------
       A000-MAIN                           SECTION.
      *
      *   THIS SECTION IS THE MAIN DRIVER FOR THE PROGRAM.  THE
      *     SORT'S INPUT PROCEDURE GATHERS TONIGHT'S EXCEPTIONS AND
      *     YESTERDAY'S SUMMARY; ITS OUTPUT PROCEDURE PRINTS AND
      *     SUMMARIZES THEM ONE WAREHOUSE AND CATEGORY AT A TIME.
      *--------------------------------------------------------------

           PERFORM         B000-INIT.

           SORT            DIGEST-SORT-FILE
                            ON ASCENDING KEY DSRT-WHSE
                                             DSRT-CAT
                            INPUT PROCEDURE  P000-GATHER
                            OUTPUT PROCEDURE Q000-DIGEST.

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

      *  ACCEPT THE OVERDUE AND TRANSIT THRESHOLDS (DAYS) FROM
      *    SYSIN.  A BAD OR MISSING FIGURE FALLS BACK TO ITS DEFAULT.
           ACCEPT          DIGEST-CARD     FROM CONSOLE.
           IF      DCD-OVERDUE-X NOT NUMERIC
                   DISPLAY ' '
                   DISPLAY 'OVERDUE THRESHOLD NOT NUMERIC - USING 030'
                   MOVE    '030'           TO DCD-OVERDUE-X
           END-IF.
           IF      DCD-TRANSIT-X NOT NUMERIC
                   DISPLAY ' '
                   DISPLAY 'TRANSIT THRESHOLD NOT NUMERIC - USING 014'
                   MOVE    '014'           TO DCD-TRANSIT-X
           END-IF.

           INITIALIZE      CAT-TOT-TBL.

      *  TABLE THE WAREHOUSE NAMES AND THE LATEST STAMP OF EVERY
      *    PROGRAM.
           PERFORM         B100-LOAD-WHSE-REF.
           PERFORM         B900-SCAN-RUN-CONTROL.

           OPEN            OUTPUT          DIGEST-OUT-FILE
                           OUTPUT          DIGEST-REPORT-FILE.

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
      *    WITH A CONSOLE NOTE.
      *--------------------------------------------------------------

           READ    WHSE-REF-FILE           INTO WHSE-REF-REC
                   AT END  MOVE 'Y'        TO WHSE-EOF-SW
           END-READ.

           IF      NOT WHSE-EOF
                   IF      WHSE-CNT < 100
                           ADD     1       TO WHSE-CNT
                           MOVE    WHR-CODE
                                           TO WHT-CODE (WHSE-CNT)
                           MOVE    WHR-NAME
                                           TO WHT-NAME (WHSE-CNT)
                   ELSE
                           DISPLAY 'WAREHOUSE TABLE FULL - ENTRY '
                                   'DROPPED: ' WHR-CODE
                   END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B900-SCAN-RUN-CONTROL               SECTION.
      *
      *  B900-SCAN-RUN-CONTROL READS THE SHARED RUN-CONTROL FILE END
      *    TO END AND TABLES THE LATEST STAMP OF EVERY PROGRAM.  THE
      *    DIGEST NEVER REFUSES TO START - A DIRTY STAMP IS ONE OF
      *    THE THINGS IT REPORTS.
      *--------------------------------------------------------------

           OPEN    INPUT                   RUN-CONTROL-FILE.

           MOVE    'N'                     TO RUNCTL-EOF-SW.
           PERFORM B910-SCAN-ONE-STAMP
                   UNTIL RUNCTL-EOF.

           CLOSE   RUN-CONTROL-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B910-SCAN-ONE-STAMP                 SECTION.
      *
      *  B910-SCAN-ONE-STAMP READS ONE RUN-CONTROL STAMP AND FILES
      *    IT OVER ANY EARLIER STAMP OF THE SAME PROGRAM.  A RETURN
      *    CODE THAT IS NOT NUMERIC IS TAKEN AS 9999 SO IT SURFACES.
      *--------------------------------------------------------------

           READ    RUN-CONTROL-FILE        INTO RUN-CTL-REC
                   AT END  MOVE 'Y'        TO RUNCTL-EOF-SW
           END-READ.

           IF      RUNCTL-EOF
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO STAMPS-READ-CTR.

           MOVE    'N'                     TO STAMP-FOUND-SW.
           MOVE    ZERO                    TO STAMP-HIT-IX.
           IF      STAMP-CNT > ZERO
                   PERFORM U300-MATCH-ONE-STAMP
                           VARYING STAMP-IX FROM 1 BY 1
                           UNTIL STAMP-IX > STAMP-CNT
                              OR STAMP-FOUND
           END-IF.

           IF      NOT STAMP-FOUND
                   IF      STAMP-CNT < 60
                           ADD     1       TO STAMP-CNT
                           MOVE    STAMP-CNT
                                           TO STAMP-HIT-IX
                   ELSE
                           ADD     1       TO STAMP-OVERFLOW-CTR
                           GO TO   DEPART
                   END-IF
           END-IF.

           MOVE    RCT-PROGRAM             TO STT-PROGRAM
                                                       (STAMP-HIT-IX).
           MOVE    RCT-RUN-DATE            TO STT-RUN-DATE
                                                       (STAMP-HIT-IX).
           MOVE    RCT-GENS-USED           TO STT-GENS-USED
                                                       (STAMP-HIT-IX).
           IF      RCT-RETURN-CODE NUMERIC
                   MOVE    RCT-RETURN-CODE TO STT-RETURN-CODE
                                                       (STAMP-HIT-IX)
           ELSE
                   MOVE    9999            TO STT-RETURN-CODE
                                                       (STAMP-HIT-IX)
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P000-GATHER                         SECTION.
      *
      *  P000-GATHER IS THE SORT'S INPUT PROCEDURE.  IT RELEASES ONE
      *    ITEM PER EXCEPTION FOUND IN EACH OF THE NIGHT'S OUTPUTS,
      *    ONE PER DIRTY STAMP, AND ONE PER OPEN CATEGORY ON
      *    YESTERDAY'S SUMMARY.
      *--------------------------------------------------------------

           OPEN            INPUT           INVENTORY-MASTER.

           OPEN            INPUT           SALES-REJECT-IN-FILE.
           PERFORM         P100-READ-REJECT
                           UNTIL REJECT-EOF.
           CLOSE           SALES-REJECT-IN-FILE.

           OPEN            INPUT           COUNT-EXCEPTION-IN-FILE.
           PERFORM         P200-READ-COUNT-EXCEPTION
                           UNTIL CNTEXC-EOF.
           CLOSE           COUNT-EXCEPTION-IN-FILE.

           OPEN            INPUT           OPEN-SUGGEST-IN-FILE.
           PERFORM         P300-READ-OPEN-SUGGEST
                           UNTIL OSG-EOF.
           CLOSE           OPEN-SUGGEST-IN-FILE.

           OPEN            INPUT           IN-TRANSIT-IN-FILE.
           PERFORM         P400-READ-TRANSFER
                           UNTIL XFR-EOF.
           CLOSE           IN-TRANSIT-IN-FILE.

           OPEN            INPUT           SUSPENSE-IN-FILE.
           PERFORM         P500-READ-SUSPENSE
                           UNTIL SUSP-EOF.
           CLOSE           SUSPENSE-IN-FILE.

           IF              STAMP-CNT > ZERO
                           PERFORM P600-RELEASE-DIRTY-STAMP
                                   VARYING STAMP-IX FROM 1 BY 1
                                   UNTIL STAMP-IX > STAMP-CNT
           END-IF.

           OPEN            INPUT           DIGEST-PRIOR-IN-FILE.
           PERFORM         P700-READ-PRIOR-DIGEST
                           UNTIL PRIOR-EOF.
           CLOSE           DIGEST-PRIOR-IN-FILE.

           CLOSE           INVENTORY-MASTER.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P050-CLEAR-ITEM                     SECTION.
      *
      *  P050-CLEAR-ITEM STARTS A FRESH ITEM FOUND TONIGHT.
      *--------------------------------------------------------------

           MOVE    SPACES                  TO DIG-ITEM.
           MOVE    'T'                     TO DGI-SRC.
           MOVE    ZERO                    TO DGI-DOLLARS
                                              DGI-AGE
                                              DGI-PREV-ITEMS
                                              DGI-PREV-NIGHTS.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P100-READ-REJECT                    SECTION.
      *
      *  P100-READ-REJECT READS ONE REJECTED SALES CARD AND RELEASES
      *    IT, AGED FROM THE SALE DATE AND VALUED AT THE PART'S
      *    PRICE.  A BATCH HEADER OR TRAILER CARD BELONGS TO NO
      *    WAREHOUSE AND IS LISTED SUITE-WIDE.
      *--------------------------------------------------------------

           READ    SALES-REJECT-IN-FILE    INTO REJECT-IN-LAYOUT
                   AT END  MOVE 'Y'        TO REJECT-EOF-SW
           END-READ.

           IF      REJECT-EOF
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO REJECTS-READ-CTR.
           PERFORM P050-CLEAR-ITEM.
           MOVE    '2'                     TO DGI-CAT.

           IF      RJI-TYPE = 'H' OR RJI-TYPE = 'T'
                   MOVE    '**'            TO DGI-WHSE
           ELSE
                   MOVE    RJI-WHSE        TO DGI-WHSE
                   MOVE    RJI-DATE        TO ITEM-DATE-WORK
                   PERFORM E900-COMPUTE-AGE
                   IF      NOT AGE-BAD
                           MOVE    AGE-DAYS-WORK TO DGI-AGE
                   END-IF
                   IF      RJI-QTY-X NUMERIC
                           MOVE    RJI-WHSE TO MK-WHSE
                           MOVE    RJI-PART TO MK-PART
                           PERFORM R200-READ-MASTER-BY-KEY
                           IF      MSTR-FOUND
                               AND UNIT-PRICE-IN NUMERIC
                                   COMPUTE DGI-DOLLARS =
                                           RJI-QTY * UNIT-PRICE-IN
                                   END-COMPUTE
                           END-IF
                   END-IF
           END-IF.

           RELEASE DSORT-REC               FROM DIG-ITEM.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P200-READ-COUNT-EXCEPTION           SECTION.
      *
      *  P200-READ-COUNT-EXCEPTION READS ONE COUNT PROGRAM12 COULD
      *    NOT POST AND RELEASES IT, AGED FROM THE COUNT DATE AND
      *    VALUED AT ITS DOLLAR VARIANCE.
      *--------------------------------------------------------------

           READ    COUNT-EXCEPTION-IN-FILE INTO CXR-REC
                   AT END  MOVE 'Y'        TO CNTEXC-EOF-SW
           END-READ.

           IF      CNTEXC-EOF
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO CNTEXC-READ-CTR.
           PERFORM P050-CLEAR-ITEM.
           MOVE    CXR-WHSE                TO DGI-WHSE.

           IF      CXR-INVESTIGATE
                   MOVE    '4'             TO DGI-CAT
           ELSE
                   MOVE    '6'             TO DGI-CAT
           END-IF.

           MOVE    CXR-COUNT-DATE          TO ITEM-DATE-WORK.
           PERFORM E900-COMPUTE-AGE.
           IF      NOT AGE-BAD
                   MOVE    AGE-DAYS-WORK   TO DGI-AGE
           END-IF.

           IF      CXR-DOLLAR-VAR NUMERIC
                   MOVE    CXR-DOLLAR-VAR  TO DGI-DOLLARS
           END-IF.

           RELEASE DSORT-REC               FROM DIG-ITEM.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P300-READ-OPEN-SUGGEST              SECTION.
      *
      *  P300-READ-OPEN-SUGGEST READS ONE OPEN PURCHASE SUGGESTION
      *    AND RELEASES IT WHEN IT HAS AGED PAST THE OVERDUE
      *    THRESHOLD - THE SAME AGE AND THE SAME TEST PROGRAM13
      *    APPLIES, SO A SUGGESTION WHOSE DATE IS NOT NUMERIC IS
      *    OVERDUE.  IT IS VALUED ON THE QUANTITY NOT YET RECEIVED.
      *--------------------------------------------------------------

           READ    OPEN-SUGGEST-IN-FILE    INTO OSG-REC
                   AT END  MOVE 'Y'        TO OSG-EOF-SW
           END-READ.

           IF      OSG-EOF
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO OSG-READ-CTR.

           MOVE    OSG-DATE                TO ITEM-DATE-WORK.
           PERFORM E900-COMPUTE-AGE.
           IF      AGE-DAYS-WORK NOT > DCD-OVERDUE
                   GO TO   DEPART
           END-IF.

           PERFORM P050-CLEAR-ITEM.
           MOVE    OSG-WHSE                TO DGI-WHSE.
           MOVE    '7'                     TO DGI-CAT.
           IF      NOT AGE-BAD
                   MOVE    AGE-DAYS-WORK   TO DGI-AGE
           END-IF.

           MOVE    ZERO                    TO OUTSTANDING-QTY.
           IF      OSG-QTY NUMERIC
                   IF      OSG-RCV-QTY NOT NUMERIC
                           MOVE    OSG-QTY TO OUTSTANDING-QTY
                   ELSE
                   IF      OSG-RCV-QTY < OSG-QTY
                           COMPUTE OUTSTANDING-QTY =
                                   OSG-QTY - OSG-RCV-QTY
                   END-IF
                   END-IF
           END-IF.

           IF      OUTSTANDING-QTY > ZERO
                   MOVE    OSG-WHSE        TO MK-WHSE
                   MOVE    OSG-PART        TO MK-PART
                   PERFORM R200-READ-MASTER-BY-KEY
                   IF      MSTR-FOUND AND UNIT-PRICE-IN NUMERIC
                           COMPUTE DGI-DOLLARS =
                                   OUTSTANDING-QTY * UNIT-PRICE-IN
                           END-COMPUTE
                   END-IF
           END-IF.

           RELEASE DSORT-REC               FROM DIG-ITEM.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P400-READ-TRANSFER                  SECTION.
      *
      *  P400-READ-TRANSFER READS ONE CARRIED TRANSFER ORDER AND
      *    RELEASES IT, UNDER THE WAREHOUSE WAITING TO RECEIVE IT,
      *    WHEN IT HAS SHIPPED AND HAS BEEN IN TRANSIT LONGER THAN
      *    THE TRANSIT THRESHOLD.  A SHIPPED ORDER CARRIES THE DATE
      *    IT SHIPPED, SO THAT IS WHAT IT IS AGED FROM.
      *--------------------------------------------------------------

           READ    IN-TRANSIT-IN-FILE      INTO XFO-REC
                   AT END  MOVE 'Y'        TO XFR-EOF-SW
           END-READ.

           IF      XFR-EOF
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO XFR-READ-CTR.

           IF      NOT XFO-SHIPPED
                   GO TO   DEPART
           END-IF.

           MOVE    XFO-DATE                TO ITEM-DATE-WORK.
           PERFORM E900-COMPUTE-AGE.
           IF      AGE-DAYS-WORK NOT > DCD-TRANSIT
                   GO TO   DEPART
           END-IF.

           PERFORM P050-CLEAR-ITEM.
           MOVE    XFO-TO-WHSE             TO DGI-WHSE.
           MOVE    '5'                     TO DGI-CAT.
           IF      NOT AGE-BAD
                   MOVE    AGE-DAYS-WORK   TO DGI-AGE
           END-IF.

           IF      XFO-QTY NUMERIC
                   MOVE    XFO-FROM-WHSE   TO MK-WHSE
                   MOVE    XFO-PART        TO MK-PART
                   PERFORM R200-READ-MASTER-BY-KEY
                   IF      MSTR-FOUND AND UNIT-PRICE-IN NUMERIC
                           COMPUTE DGI-DOLLARS =
                                   XFO-QTY * UNIT-PRICE-IN
                           END-COMPUTE
                   END-IF
           END-IF.

           RELEASE DSORT-REC               FROM DIG-ITEM.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P500-READ-SUSPENSE                  SECTION.
      *
      *  P500-READ-SUSPENSE READS ONE RECORD STILL IN SUSPENSE AND
      *    RELEASES IT, VALUED AT ITS OWN ON-HAND AND PRICE WHEN
      *    BOTH ARE NUMERIC.
      *--------------------------------------------------------------

           READ    SUSPENSE-IN-FILE        INTO SUSPENSE-OUT-REC
                   AT END  MOVE 'Y'        TO SUSP-EOF-SW
           END-READ.

           IF      SUSP-EOF
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO SUSP-READ-CTR.
           MOVE    SUS-INV-REC             TO INV-IN-REC.

           PERFORM P050-CLEAR-ITEM.
           MOVE    WAREHOUSE-NO-IN         TO DGI-WHSE.
           MOVE    '3'                     TO DGI-CAT.

           IF      ON-HAND-QTY-IN NUMERIC AND UNIT-PRICE-IN NUMERIC
                   COMPUTE DGI-DOLLARS =
                           ON-HAND-QTY-IN * UNIT-PRICE-IN
                   END-COMPUTE
           END-IF.

           RELEASE DSORT-REC               FROM DIG-ITEM.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P600-RELEASE-DIRTY-STAMP            SECTION.
      *
      *  P600-RELEASE-DIRTY-STAMP RELEASES ONE TABLED STAMP, SUITE-
      *    WIDE, WHEN ITS PROGRAM LAST ENDED WITH A RETURN CODE
      *    ABOVE 4 - THE SAME LINE THE PREREQUISITE CHECKS DRAW.  IT
      *    IS AGED FROM THE DATE OF THE STAMP.
      *--------------------------------------------------------------

           IF      STT-RETURN-CODE (STAMP-IX) NOT > 4
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO DIRTY-CTR.
           PERFORM P050-CLEAR-ITEM.
           MOVE    '**'                    TO DGI-WHSE.
           MOVE    '1'                     TO DGI-CAT.

           MOVE    STT-RUN-DATE (STAMP-IX) TO STAMP-DATE-WORK.
           MOVE    SDW-YY                  TO SYW-YY.
           MOVE    STAMP-YEAR-WORK         TO IDW-YR-X.
           MOVE    SDW-MO                  TO IDW-MO-X.
           MOVE    SDW-DAY                 TO IDW-DAY-X.
           PERFORM E900-COMPUTE-AGE.
           IF      NOT AGE-BAD
                   MOVE    AGE-DAYS-WORK   TO DGI-AGE
           END-IF.

           RELEASE DSORT-REC               FROM DIG-ITEM.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P700-READ-PRIOR-DIGEST              SECTION.
      *
      *  P700-READ-PRIOR-DIGEST READS ONE RECORD OF YESTERDAY'S
      *    SUMMARY AND RELEASES IT WHEN THE CATEGORY WAS OPEN.
      *--------------------------------------------------------------

           READ    DIGEST-PRIOR-IN-FILE    INTO DGR-REC
                   AT END  MOVE 'Y'        TO PRIOR-EOF-SW
           END-READ.

           IF      PRIOR-EOF
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO PRIOR-READ-CTR.

           IF      DGR-ITEMS NOT NUMERIC
                   GO TO   DEPART
           END-IF.
           IF      DGR-ITEMS = ZERO
                   GO TO   DEPART
           END-IF.

           PERFORM P050-CLEAR-ITEM.
           MOVE    'Y'                     TO DGI-SRC.
           MOVE    DGR-WHSE                TO DGI-WHSE.
           MOVE    DGR-CATEGORY            TO DGI-CAT.
           MOVE    DGR-ITEMS               TO DGI-PREV-ITEMS.
           IF      DGR-NIGHTS NUMERIC
                   MOVE    DGR-NIGHTS      TO DGI-PREV-NIGHTS
           END-IF.

           RELEASE DSORT-REC               FROM DIG-ITEM.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Q000-DIGEST                         SECTION.
      *
      *  Q000-DIGEST IS THE SORT'S OUTPUT PROCEDURE.  IT RETURNS THE
      *    SORTED RECORDS ONE AT A TIME AND CLOSES OFF EACH
      *    CATEGORY AND EACH WAREHOUSE AT ITS CONTROL BREAK.
      *--------------------------------------------------------------

           MOVE    'W'                     TO PRINT-PART-SW.

           MOVE    'N'                     TO EOF-IND.
           PERFORM R000-RETURN-SORTED-REC.

           IF      EOF-IND NOT = 'Y'
                   MOVE    'Y'             TO ANY-DATA-SW
                   PERFORM C000-GATHER-ITEM
                           UNTIL EOF-IND = 'Y'
                   PERFORM E000-CLOSE-CATEGORY
                   PERFORM S000-CLOSE-WHSE
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       C000-GATHER-ITEM                    SECTION.
      *
      *   THIS SECTION IS THE MAIN PROCESSING LOOP.  IT TAKES THE
      *     ITEM FROM THE PRIOR RETURN INTO THE CATEGORY IN HAND,
      *     CLOSING OFF THE CATEGORY - AND THE WAREHOUSE - BEFORE IT
      *     ON A BREAK, AND THEN RETURNS THE NEXT SORTED RECORD.
      *--------------------------------------------------------------

           IF      FIRST-REC
                   MOVE    'N'             TO FIRST-REC-SW
                   MOVE    DGI-WHSE        TO PREV-WHSE
                   MOVE    DGI-CAT         TO PREV-CAT
                   PERFORM H000-START-WHSE
                   PERFORM E050-START-CATEGORY
           ELSE
           IF      DGI-WHSE NOT = PREV-WHSE
                   PERFORM E000-CLOSE-CATEGORY
                   PERFORM S000-CLOSE-WHSE
                   MOVE    DGI-WHSE        TO PREV-WHSE
                   MOVE    DGI-CAT         TO PREV-CAT
                   PERFORM H000-START-WHSE
                   PERFORM E050-START-CATEGORY
           ELSE
           IF      DGI-CAT NOT = PREV-CAT
                   PERFORM E000-CLOSE-CATEGORY
                   MOVE    DGI-CAT         TO PREV-CAT
                   PERFORM E050-START-CATEGORY
           END-IF
           END-IF
           END-IF.

           IF      DGI-TODAY
                   ADD     1               TO GRP-ITEMS
                   ADD     DGI-DOLLARS     TO GRP-DOLLARS
                           ON SIZE ERROR
                           MOVE 99999999999.99 TO GRP-DOLLARS
                   END-ADD
                   IF      DGI-AGE > GRP-OLDEST
                           MOVE    DGI-AGE TO GRP-OLDEST
                   END-IF
           ELSE
                   MOVE    'Y'             TO GRP-PREV-SW
                   ADD     DGI-PREV-ITEMS  TO GRP-PREV-ITEMS
                   MOVE    DGI-PREV-NIGHTS TO GRP-PREV-NIGHTS
           END-IF.

      * RETURN NEXT SORTED RECORD
           PERFORM R000-RETURN-SORTED-REC.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R000-RETURN-SORTED-REC              SECTION.
      *
      *  R000-RETURN-SORTED-REC RETURNS THE NEXT RECORD FROM THE
      *    SORT INTO DIG-ITEM.
      *---------------------------------------------------------------

           RETURN  DIGEST-SORT-FILE        INTO DIG-ITEM
                   AT END  MOVE 'Y'        TO EOF-IND
           END-RETURN.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       E050-START-CATEGORY                 SECTION.
      *
      *  E050-START-CATEGORY CLEARS THE GROUP FIGURES FOR THE
      *    CATEGORY IN PREV-CAT.
      *--------------------------------------------------------------

           MOVE    PREV-CAT                TO GRP-CAT.
           MOVE    ZERO                    TO GRP-ITEMS
                                              GRP-DOLLARS
                                              GRP-OLDEST
                                              GRP-NIGHTS
                                              GRP-PREV-ITEMS
                                              GRP-PREV-NIGHTS.
           MOVE    'N'                     TO GRP-PREV-SW.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       E000-CLOSE-CATEGORY                 SECTION.
      *
      *  E000-CLOSE-CATEGORY FINISHES ONE CATEGORY FOR ONE
      *    WAREHOUSE - HOW MANY NIGHTS IT HAS BEEN OPEN, WHAT HAS
      *    CHANGED SINCE YESTERDAY - AND WRITES, PRINTS AND TOTALS
      *    IT.  A CATEGORY CODE OUTSIDE 1-7 CAN ONLY COME FROM A
      *    DAMAGED SUMMARY RECORD AND IS DROPPED.
      *--------------------------------------------------------------

           IF      GRP-CAT NOT NUMERIC
                   GO TO   DEPART
           END-IF.
           IF      GRP-CAT-N < 1 OR GRP-CAT-N > 7
                   GO TO   DEPART
           END-IF.

           MOVE    GRP-CAT-N               TO CAT-IX.

           IF      GRP-ITEMS = ZERO
                   MOVE    ZERO            TO GRP-NIGHTS
           ELSE
           IF      GRP-PREV-SEEN
                   COMPUTE GRP-NIGHTS = GRP-PREV-NIGHTS + 1
                           ON SIZE ERROR
                           MOVE 99999      TO GRP-NIGHTS
                   END-COMPUTE
           ELSE
                   MOVE    1               TO GRP-NIGHTS
           END-IF
           END-IF.

      *  A SUSPENDED RECORD CARRIES NO DATE - ITS AGE IS THE NIGHTS
      *    THE WAREHOUSE HAS HAD SUSPENSE OUTSTANDING.
           IF      CAT-IX = 3
                   MOVE    GRP-NIGHTS      TO GRP-OLDEST
           END-IF.

           PERFORM E100-SET-CHANGE.

           IF      GRP-ITEMS = ZERO
                   ADD     1               TO CLEARED-CAT-CTR
           ELSE
                   ADD     1               TO OPEN-CAT-CTR
                   IF      GRP-CHANGE = 'NEW'
                           ADD     1       TO NEW-CAT-CTR
                   END-IF
                   IF      CAT-PRIORITY (CAT-IX) = 'HIGH'
                           ADD     1       TO HIGH-OPEN-CTR
                   END-IF
           END-IF.

           PERFORM M000-WRITE-SUMMARY.
           PERFORM D000-PRINT-CATEGORY.

           IF      CAT-IX = 1 AND GRP-ITEMS > ZERO
                   PERFORM D100-PRINT-DIRTY-STAMP
                           VARYING STAMP-IX FROM 1 BY 1
                           UNTIL STAMP-IX > STAMP-CNT
           END-IF.

           ADD     GRP-ITEMS               TO WHSE-ITEMS
                                              CTT-ITEMS (CAT-IX).
           ADD     GRP-DOLLARS             TO WHSE-DOLLARS
                                              CTT-DOLLARS (CAT-IX)
                   ON SIZE ERROR
                   DISPLAY 'DOLLAR TOTAL OVERFLOW - WAREHOUSE '
                           PREV-WHSE
           END-ADD.
           ADD     GRP-PREV-ITEMS          TO CTT-PREV (CAT-IX).
           IF      GRP-OLDEST > CTT-OLDEST (CAT-IX)
                   MOVE    GRP-OLDEST      TO CTT-OLDEST (CAT-IX)
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       E100-SET-CHANGE                     SECTION.
      *
      *  E100-SET-CHANGE SAYS WHAT HAS CHANGED SINCE YESTERDAY, BY
      *    ITEM COUNT - NEW, WORSE, BETTER, SAME, OR CLEARED.
      *--------------------------------------------------------------

           IF      GRP-ITEMS = ZERO
                   MOVE    'CLEARED'       TO GRP-CHANGE
           ELSE
           IF      NOT GRP-PREV-SEEN
                   MOVE    'NEW'           TO GRP-CHANGE
           ELSE
           IF      GRP-ITEMS > GRP-PREV-ITEMS
                   MOVE    'WORSE'         TO GRP-CHANGE
           ELSE
           IF      GRP-ITEMS < GRP-PREV-ITEMS
                   MOVE    'BETTER'        TO GRP-CHANGE
           ELSE
                   MOVE    'SAME'          TO GRP-CHANGE
           END-IF
           END-IF
           END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       M000-WRITE-SUMMARY                  SECTION.
      *
      *  M000-WRITE-SUMMARY WRITES THE CATEGORY JUST CLOSED TO THE
      *    EXCEPTIONS SUMMARY FILE.
      *--------------------------------------------------------------

           MOVE    SPACES                  TO DGR-REC.
           MOVE    PREV-WHSE               TO DGR-WHSE.
           MOVE    GRP-CAT                 TO DGR-CATEGORY.
           MOVE    CAT-PRIORITY (CAT-IX)   TO DGR-PRIORITY.
           MOVE    CAT-NAME (CAT-IX)       TO DGR-CAT-NAME.
           MOVE    RUN-DATE-YMD            TO DGR-RUN-DATE.
           MOVE    GRP-ITEMS               TO DGR-ITEMS.
           MOVE    GRP-DOLLARS             TO DGR-DOLLARS.
           MOVE    GRP-OLDEST              TO DGR-OLDEST-DAYS.
           MOVE    GRP-NIGHTS              TO DGR-NIGHTS.
           MOVE    GRP-CHANGE              TO DGR-CHANGE.
           WRITE   DIGEST-OUT-REC          FROM DGR-REC.
           ADD     1                       TO SUMMARY-OUT-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       D000-PRINT-CATEGORY                 SECTION.
      *
      *  D000-PRINT-CATEGORY PRINTS THE CATEGORY JUST CLOSED UNDER
      *    ITS WAREHOUSE.
      *--------------------------------------------------------------

           MOVE    CAT-PRIORITY (CAT-IX)   TO DTL-PRIORITY.
           MOVE    CAT-NAME (CAT-IX)       TO DTL-CATEGORY.
           MOVE    CAT-SOURCE (CAT-IX)     TO DTL-SOURCE.
           MOVE    GRP-ITEMS               TO DTL-ITEMS.
           MOVE    GRP-DOLLARS             TO DTL-DOLLARS.
           MOVE    GRP-OLDEST              TO DTL-OLDEST.
           MOVE    GRP-NIGHTS              TO DTL-NIGHTS.
           MOVE    GRP-PREV-ITEMS          TO DTL-PREV.
           MOVE    GRP-CHANGE              TO DTL-CHANGE.

           IF      LINE-CTR > 56
                   PERFORM W000-WRITE-HEADING
           END-IF.

           WRITE   DIGEST-REPORT-REC       FROM DIG-DETAIL-LINE
                   AFTER ADVANCING 1 LINE.
           ADD     1                       TO LINE-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       D100-PRINT-DIRTY-STAMP              SECTION.
      *
      *  D100-PRINT-DIRTY-STAMP NAMES ONE PROGRAM WHOSE LATEST STAMP
      *    ENDED DIRTY, UNDER THE SUITE-WIDE CATEGORY.
      *--------------------------------------------------------------

           IF      STT-RETURN-CODE (STAMP-IX) NOT > 4
                   GO TO   DEPART
           END-IF.

           MOVE    STT-PROGRAM (STAMP-IX)  TO DRL-PROGRAM.
           MOVE    STT-RETURN-CODE (STAMP-IX)
                                           TO DRL-RC.
           MOVE    STT-RUN-DATE (STAMP-IX) TO STAMP-DATE-WORK.
           MOVE    SDW-MO                  TO DRL-MO.
           MOVE    SDW-DAY                 TO DRL-DAY.
           MOVE    SDW-YY                  TO DRL-YR.
           MOVE    STT-GENS-USED (STAMP-IX)
                                           TO DRL-GENS.

           IF      LINE-CTR > 56
                   PERFORM W000-WRITE-HEADING
           END-IF.

           WRITE   DIGEST-REPORT-REC       FROM DIG-DIRTY-LINE
                   AFTER ADVANCING 1 LINE.
           ADD     1                       TO LINE-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       H000-START-WHSE                     SECTION.
      *
      *  H000-START-WHSE CLEARS THE WAREHOUSE TOTALS AND PRINTS THE
      *    LINE THAT OPENS THE WAREHOUSE IN PREV-WHSE.
      *--------------------------------------------------------------

           MOVE    ZERO                    TO WHSE-ITEMS
                                              WHSE-DOLLARS.

           IF      PREV-WHSE = '**'
                   MOVE    'SUITE-WIDE'    TO CURR-WHSE-NAME
           ELSE
                   MOVE    PREV-WHSE       TO LOOKUP-WHSE-CODE
                   PERFORM U000-LOOKUP-WHSE
                   IF      WHSE-FOUND
                           MOVE    WHT-NAME (WHSE-HIT-IX)
                                           TO CURR-WHSE-NAME
                   ELSE
                           MOVE    'NOT ON WAREHOUSE REF'
                                           TO CURR-WHSE-NAME
                   END-IF
           END-IF.

           MOVE    'N'                     TO WHSE-STARTED-SW.
           IF      LINE-CTR > 48
                   PERFORM W000-WRITE-HEADING
           END-IF.

           MOVE    PREV-WHSE               TO WHL-WHSE.
           MOVE    CURR-WHSE-NAME          TO WHL-NAME.
           WRITE   DIGEST-REPORT-REC       FROM DIG-WHSE-LINE
                   AFTER ADVANCING 3 LINES.
           ADD     3                       TO LINE-CTR.
           MOVE    'Y'                     TO WHSE-STARTED-SW.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       S000-CLOSE-WHSE                     SECTION.
      *
      *  S000-CLOSE-WHSE PRINTS THE TOTAL LINE FOR THE WAREHOUSE
      *    JUST FINISHED.
      *--------------------------------------------------------------

           MOVE    WHSE-ITEMS              TO WTL-ITEMS.
           MOVE    WHSE-DOLLARS            TO WTL-DOLLARS.

           IF      LINE-CTR > 55
                   PERFORM W000-WRITE-HEADING
           END-IF.

           WRITE   DIGEST-REPORT-REC       FROM DIG-WTOT-LINE
                   AFTER ADVANCING 2 LINES.
           ADD     2                       TO LINE-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E900-COMPUTE-AGE                    SECTION.
      *
      *  E900-COMPUTE-AGE FIGURES THE AGE IN DAYS OF THE DATE IN
      *    ITEM-DATE-WORK (YYYYMMDD) - 365 DAYS PER YEAR, 30 PER
      *    MONTH, AS PROGRAM13 DOES.  A DATE THAT IS NOT NUMERIC
      *    SETS AGE-BAD-SW AND IS GIVEN THE MAXIMUM AGE, SO IT PASSES
      *    ANY THRESHOLD INSTEAD OF HIDING; THE CALLERS DO NOT REPORT
      *    THAT AGE AS THE ITEM'S OWN.
      *---------------------------------------------------------------

           MOVE    'N'                     TO AGE-BAD-SW.

           IF      IDW-YR-X NOT NUMERIC OR IDW-MO-X NOT NUMERIC
                   OR IDW-DAY-X NOT NUMERIC
                   MOVE    'Y'             TO AGE-BAD-SW
                   MOVE    99999           TO AGE-DAYS-WORK
                   GO TO   DEPART
           END-IF.

           COMPUTE AGE-DAYS-WORK = ((RUN-YR - IDW-YR) * 365)
                                 + ((RUN-MO - IDW-MO) * 30)
                                 + (RUN-DAY - IDW-DAY)
                   ON SIZE ERROR MOVE 99999 TO AGE-DAYS-WORK
           END-COMPUTE.

           IF      AGE-DAYS-WORK < ZERO
                   MOVE    ZERO            TO AGE-DAYS-WORK
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R200-READ-MASTER-BY-KEY             SECTION.
      *
      *  R200-READ-MASTER-BY-KEY READS THE MASTER RECORD FOR
      *    MATCH-KEY INTO INV-IN-REC AND SETS MSTR-FOUND-SW.
      *---------------------------------------------------------------

           MOVE    MATCH-KEY               TO IMR-KEY.

           MOVE    'Y'                     TO MSTR-FOUND-SW.
           READ    INVENTORY-MASTER        INTO INV-IN-REC
                   INVALID KEY MOVE 'N'    TO MSTR-FOUND-SW
           END-READ.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       U000-LOOKUP-WHSE                    SECTION.
      *
      *  U000-LOOKUP-WHSE LOOKS LOOKUP-WHSE-CODE UP IN THE
      *    WAREHOUSE TABLE AND SETS WHSE-FOUND-SW AND WHSE-HIT-IX.
      *---------------------------------------------------------------

           MOVE    'N'                     TO WHSE-FOUND-SW.
           MOVE    ZERO                    TO WHSE-HIT-IX.
           IF      WHSE-CNT > ZERO
                   PERFORM U100-MATCH-ONE-WHSE
                           VARYING WHSE-IX FROM 1 BY 1
                           UNTIL WHSE-IX > WHSE-CNT
                              OR WHSE-FOUND
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       U100-MATCH-ONE-WHSE                 SECTION.
      *
      *  U100-MATCH-ONE-WHSE COMPARES LOOKUP-WHSE-CODE TO ONE
      *    TABLE ENTRY.
      *---------------------------------------------------------------

           IF      LOOKUP-WHSE-CODE = WHT-CODE (WHSE-IX)
                   MOVE    'Y'             TO WHSE-FOUND-SW
                   MOVE    WHSE-IX         TO WHSE-HIT-IX
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       U300-MATCH-ONE-STAMP                SECTION.
      *
      *  U300-MATCH-ONE-STAMP COMPARES THE STAMP JUST READ TO ONE
      *    ENTRY OF THE STAMP TABLE.
      *---------------------------------------------------------------

           IF      RCT-PROGRAM = STT-PROGRAM (STAMP-IX)
                   MOVE    'Y'             TO STAMP-FOUND-SW
                   MOVE    STAMP-IX        TO STAMP-HIT-IX
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       W000-WRITE-HEADING                  SECTION.
      *
      *  W000-WRITE-HEADING STARTS A PAGE FOR THE PART OF THE PRINT
      *    UNDER WAY - THE REPORT HEADING, THE TITLE OF THE PART,
      *    THE COLUMN HEADING FOR THE CATEGORY LINES, AND ON A
      *    WAREHOUSE PAGE THE WAREHOUSE BEING CONTINUED.
      *--------------------------------------------------------------

      *  REPORT HEADING
           WRITE   DIGEST-REPORT-REC       FROM DIG-HEADING
                   AFTER ADVANCING TOP-OF-PAGE.

           IF      PRINTING-WHSE
                   MOVE
                   'EXCEPTIONS BY WAREHOUSE - HIGHEST PRIORITY FIRST'
                                           TO CTL-TEXT
           ELSE
           IF      PRINTING-CATEGORY
                   MOVE    'ALL WAREHOUSES BY CATEGORY'
                                           TO CTL-TEXT
           ELSE
                   MOVE    'RUN TOTALS'    TO CTL-TEXT
           END-IF
           END-IF.

           WRITE   DIGEST-REPORT-REC       FROM DIG-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE    3                       TO LINE-CTR.

           IF      NOT PRINTING-TOTALS
                   WRITE   DIGEST-REPORT-REC FROM DIG-COLHDG
                           AFTER ADVANCING 2 LINES
                   MOVE    5               TO LINE-CTR
           END-IF.

           IF      PRINTING-WHSE AND WHSE-STARTED
                   WRITE   DIGEST-REPORT-REC FROM DIG-WHSE-LINE
                           AFTER ADVANCING 2 LINES
                   MOVE    7               TO LINE-CTR
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Z000-FINISH                         SECTION.
      *
      *  Z000-FINISH PRINTS THE SUMMARY BY CATEGORY AND THE RUN
      *    TOTALS, SETS THE RETURN CODE AND CLOSES THE FILES.
      *--------------------------------------------------------------

      *  A NIGHT WITH NOTHING TO REPORT STILL GETS A HEADED PAGE
      *    SAYING SO.
           IF      NOT ANY-DATA
                   PERFORM W000-WRITE-HEADING
                   MOVE    'NO EXCEPTIONS TONIGHT OR YESTERDAY'
                                           TO CTL-TEXT
                   WRITE   DIGEST-REPORT-REC FROM DIG-TITLE-LINE
                           AFTER ADVANCING 3 LINES
           END-IF.

           MOVE    'C'                     TO PRINT-PART-SW.
           PERFORM W000-WRITE-HEADING.
           PERFORM Z200-PRINT-CATEGORY-TOTAL
                   VARYING CAT-IX FROM 1 BY 1
                   UNTIL CAT-IX > 7.

           MOVE    'T'                     TO PRINT-PART-SW.
           PERFORM W000-WRITE-HEADING.

           MOVE    'HIGH-PRIORITY CATEGORIES OPEN'
                                           TO CCL-LABEL.
           MOVE    HIGH-OPEN-CTR           TO CCL-VALUE.
           WRITE   DIGEST-REPORT-REC       FROM DIG-COUNT-LINE
                   AFTER ADVANCING 3 LINES.

           MOVE    'CATEGORIES OPEN'       TO CCL-LABEL.
           MOVE    OPEN-CAT-CTR            TO CCL-VALUE.
           WRITE   DIGEST-REPORT-REC       FROM DIG-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'CATEGORIES NEW SINCE YESTERDAY'
                                           TO CCL-LABEL.
           MOVE    NEW-CAT-CTR             TO CCL-VALUE.
           WRITE   DIGEST-REPORT-REC       FROM DIG-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'CATEGORIES CLEARED SINCE YESTERDAY'
                                           TO CCL-LABEL.
           MOVE    CLEARED-CAT-CTR         TO CCL-VALUE.
           WRITE   DIGEST-REPORT-REC       FROM DIG-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'SALES REJECTS READ'    TO CCL-LABEL.
           MOVE    REJECTS-READ-CTR        TO CCL-VALUE.
           WRITE   DIGEST-REPORT-REC       FROM DIG-COUNT-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE    'COUNT EXCEPTIONS READ' TO CCL-LABEL.
           MOVE    CNTEXC-READ-CTR         TO CCL-VALUE.
           WRITE   DIGEST-REPORT-REC       FROM DIG-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'OPEN SUGGESTIONS READ' TO CCL-LABEL.
           MOVE    OSG-READ-CTR            TO CCL-VALUE.
           WRITE   DIGEST-REPORT-REC       FROM DIG-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'CARRIED TRANSFERS READ' TO CCL-LABEL.
           MOVE    XFR-READ-CTR            TO CCL-VALUE.
           WRITE   DIGEST-REPORT-REC       FROM DIG-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'SUSPENDED RECORDS READ' TO CCL-LABEL.
           MOVE    SUSP-READ-CTR           TO CCL-VALUE.
           WRITE   DIGEST-REPORT-REC       FROM DIG-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'RUN-CONTROL STAMPS READ' TO CCL-LABEL.
           MOVE    STAMPS-READ-CTR         TO CCL-VALUE.
           WRITE   DIGEST-REPORT-REC       FROM DIG-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'PROGRAMS LAST ENDED DIRTY'
                                           TO CCL-LABEL.
           MOVE    DIRTY-CTR               TO CCL-VALUE.
           WRITE   DIGEST-REPORT-REC       FROM DIG-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'PROGRAMS PAST STAMP TABLE LIMIT'
                                           TO CCL-LABEL.
           MOVE    STAMP-OVERFLOW-CTR      TO CCL-VALUE.
           WRITE   DIGEST-REPORT-REC       FROM DIG-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'YESTERDAY SUMMARY RECORDS READ'
                                           TO CCL-LABEL.
           MOVE    PRIOR-READ-CTR          TO CCL-VALUE.
           WRITE   DIGEST-REPORT-REC       FROM DIG-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'SUMMARY RECORDS WRITTEN'
                                           TO CCL-LABEL.
           MOVE    SUMMARY-OUT-CTR         TO CCL-VALUE.
           WRITE   DIGEST-REPORT-REC       FROM DIG-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

      *  A HIGH-PRIORITY CATEGORY OPEN MAKES THE WHOLE NIGHT NEED A
      *    LOOK BEFORE THE DAY STARTS.
           IF      HIGH-OPEN-CTR > ZERO
                   MOVE    4               TO RETURN-CODE
           END-IF.

           CLOSE   DIGEST-OUT-FILE
                   DIGEST-REPORT-FILE.

      *  STAMP THE SHARED RUN-CONTROL FILE SO THE DOWNSTREAM STEPS
      *    CAN SEE THIS RUN COMPLETED AND HOW IT ENDED.
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
           MOVE    'PROGRAM32'             TO RCT-PROGRAM.
           MOVE    SYS-DATE                TO RCT-RUN-DATE.
           MOVE    'NIGHTLY OUTPUTS + DIGEST(0)'
                                           TO RCT-GENS-USED.
           MOVE    RETURN-CODE             TO RCT-RETURN-CODE.
           WRITE   RUN-CONTROL-REC         FROM RUN-CTL-REC.

           CLOSE   RUN-CONTROL-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Z200-PRINT-CATEGORY-TOTAL           SECTION.
      *
      *  Z200-PRINT-CATEGORY-TOTAL PRINTS ONE CATEGORY ACROSS ALL
      *    WAREHOUSES, WITH YESTERDAY'S COUNT AND WHAT HAS CHANGED.
      *--------------------------------------------------------------

           MOVE    CTT-ITEMS (CAT-IX)      TO GRP-ITEMS.
           MOVE    CTT-DOLLARS (CAT-IX)    TO GRP-DOLLARS.
           MOVE    CTT-OLDEST (CAT-IX)     TO GRP-OLDEST.
           MOVE    CTT-PREV (CAT-IX)       TO GRP-PREV-ITEMS.
           MOVE    ZERO                    TO GRP-NIGHTS.

           IF      GRP-PREV-ITEMS > ZERO
                   MOVE    'Y'             TO GRP-PREV-SW
           ELSE
                   MOVE    'N'             TO GRP-PREV-SW
           END-IF.

           IF      GRP-ITEMS = ZERO AND NOT GRP-PREV-SEEN
                   MOVE    SPACES          TO GRP-CHANGE
           ELSE
                   PERFORM E100-SET-CHANGE
           END-IF.

           PERFORM D000-PRINT-CATEGORY.

       DEPART.
           EXIT.
      *
      *
