      *
       IDENTIFICATION DIVISION.

       PROGRAM-ID.         PROGRAM25.
       AUTHOR.             ERICK NAVE.
       INSTALLATION.       PROGRAMMING APPLICATIONS WITH COBOL.
       DATE-WRITTEN.       9/02/26.
       DATE-COMPILED.
      *
      ****************************************************************
      *
      *REMARKS.
      *
      *  PROGRAM 25 IS THE CYCLE-COUNT SCHEDULER.  IT READS THE ABC
      *    EXTRACT PROGRAM19 WRITES AND THE LAST-COUNTED FILE
      *    PROGRAM12 CARRIES FORWARD, AND PICKS THE PARTS DUE FOR A
      *    COUNT AT THE FREQUENCY SET FOR THEIR CLASS - DAYS BETWEEN
      *    COUNTS FOR CLASS A, B AND C, SUPPLIED ON SYSIN (MONTHLY,
      *    QUARTERLY AND ANNUALLY UNLESS TOLD OTHERWISE).  A PART IS
      *    DUE WHEN ITS LAST COUNT IS THAT MANY DAYS OLD, OR IT HAS
      *    NEVER BEEN COUNTED.
      *
      *  FOR EVERY PART DUE IT -
      *      PRINTS A LINE ON THE BLIND COUNT SHEET FOR ITS
      *        WAREHOUSE - PART, DESCRIPTION, CLASS AND A BLANK
      *        COLUMN FOR THE COUNT.  THE BOOK QUANTITY IS NEVER
      *        SHOWN, SO THE COUNTER COUNTS WHAT IS THERE.  THE
      *        SHEETS RUN IN SHELF ORDER - THE STOCK IS SHELVED IN
      *        PART-NUMBER ORDER WITHIN EACH WAREHOUSE - ONE
      *        WAREHOUSE PER SHEET.
      *      WRITES A PRE-KEYED COUNT CARD IN THE PROGRAM12 LAYOUT
      *        (WAREHOUSE, PART, TODAY AS THE COUNT DATE) WITH THE
      *        QUANTITY LEFT BLANK, SO ONLY THE COUNTED QUANTITY HAS
      *        TO BE ENTERED.  A CARD STILL BLANK WHEN IT REACHES
      *        PROGRAM12 IS REJECTED THERE, AND THE PART STAYS DUE.
      *
      *  THE COVERAGE REPORT LISTS EVERY PART OVERDUE - DUE FOR
      *    LONGER THAN THE GRACE DAYS ON SYSIN, OR NEVER COUNTED -
      *    AND, PER WAREHOUSE AND CLASS, THE PARTS CURRENT, DUE NOW
      *    AND OVERDUE, AND THE PERCENT NOT OVERDUE.
      *
      *  THE AGE IS FIGURED AT 365 DAYS PER YEAR AND 30 PER MONTH,
      *    AS THE OPEN-SUGGESTION FOLLOW-UP DOES.  A PART ON THE
      *    EXTRACT THAT IS NO LONGER ON THE MASTER IS SKIPPED.
      *
      *  FILES:
      *    ABC-EXTRACT-IN-FILE
      *    LAST-COUNTED-IN-FILE
      *    INVENTORY-MASTER
      *    COUNT-SHEET-FILE
      *    COUNT-CARD-OUT-FILE
      *    COVERAGE-REPORT-FILE
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
           SELECT ABC-EXTRACT-IN-FILE      ASSIGN TO UT-S-ABCIN.
           SELECT LAST-COUNTED-IN-FILE     ASSIGN TO UT-S-LCNTIN.
      *    THE MASTER IS A KEYED VSAM FILE.  THE RECORD KEY RUNS FROM
      *    THE WAREHOUSE NUMBER THROUGH THE PART NUMBER AND TAKES IN
      *    THE TWO ALWAYS-BLANK FILLER BYTES BETWEEN THEM, SO THE KEY
      *    IS ONE CONTIGUOUS FIELD AND STILL ORDERS BY WAREHOUSE THEN
      *    PART.
           SELECT INVENTORY-MASTER        ASSIGN TO MASTER
                                           ORGANIZATION IS INDEXED
                                           ACCESS IS RANDOM
                                           RECORD KEY IS IMR-KEY.
           SELECT COUNT-SHEET-FILE         ASSIGN TO UT-S-PRINTER.
           SELECT COUNT-CARD-OUT-FILE      ASSIGN TO UT-S-CARDOUT.
           SELECT COVERAGE-REPORT-FILE     ASSIGN TO UT-S-COVERAGE.
           SELECT RUN-CONTROL-FILE         ASSIGN TO UT-S-RUNCTL.
           SELECT ABC-SORT-FILE            ASSIGN TO UT-S-SORTWK.

      /
      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      *---------------------------------------------------------------
       FILE SECTION.
      *---------------------------------------------------------------

      * ABC-EXTRACT-IN-FILE       ------->     INPUT
      *   EACH PART'S ABC CLASS FROM THE LATEST CLASSIFICATION RUN.
       FD  ABC-EXTRACT-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ABC-EXTRACT-IN-REC.

       01  ABC-EXTRACT-IN-REC              PIC X(30).

      * LAST-COUNTED-IN-FILE      ------->     INPUT
      *   EACH PART'S LAST-COUNTED DATE, IN WAREHOUSE/PART ORDER.
       FD  LAST-COUNTED-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LAST-COUNTED-IN-REC.

       01  LAST-COUNTED-IN-REC             PIC X(20).

      * INVENTORY-MASTER          ------->     INPUT
      *   THE KEYED VSAM MASTER, READ RANDOMLY FOR EACH PART'S
      *   DESCRIPTION.  NEVER UPDATED HERE.
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

      * COUNT-SHEET-FILE          ------->     OUTPUT
      *   THE BLIND COUNT SHEETS - ONE WAREHOUSE PER SHEET.
       FD  COUNT-SHEET-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COUNT-SHEET-REC.

       01  COUNT-SHEET-REC                 PIC X(133).

      * COUNT-CARD-OUT-FILE       ------->     OUTPUT
      *   ONE PRE-KEYED PROGRAM12 COUNT CARD PER PART SCHEDULED.
       FD  COUNT-CARD-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COUNT-CARD-OUT-REC.

       01  COUNT-CARD-OUT-REC              PIC X(80).

      * COVERAGE-REPORT-FILE      ------->     OUTPUT
      *   THE OVERDUE PARTS AND THE COVERAGE BY WAREHOUSE AND CLASS.
       FD  COVERAGE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COVERAGE-REPORT-REC.

       01  COVERAGE-REPORT-REC             PIC X(133).

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

      * ABC-SORT-FILE ORDERS THE EXTRACT BY WAREHOUSE THEN PART -
      *   SHELF ORDER, AND THE ORDER OF THE LAST-COUNTED FILE.
       SD  ABC-SORT-FILE
           DATA RECORD IS ASORT-REC.

       01  ASORT-REC.
           03 ASRT-WHSE                    PIC XX.
           03 ASRT-PART                    PIC X(5).
           03 FILLER                       PIC X(23).

      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------

       77  SHEET-LINE-CTR                  VALUE ZEROS     PIC S99.
       77  COVER-LINE-CTR                  VALUE ZEROS     PIC S99.

       77  SORT-EOF-SW                     PIC X           VALUE 'N'.
           88 SORT-EOF                      VALUE 'Y'.
       77  LCT-EOF-SW                      PIC X           VALUE 'N'.
           88 LCT-EOF                       VALUE 'Y'.

       77  PREV-WAREHOUSE-NO               PIC XX          VALUE SPACES.

      * FIRST-REC-SW SUPPRESSES THE WAREHOUSE CONTROL BREAK ON THE
      *   FIRST PART RETURNED FROM ABC-SORT-FILE.
       77  FIRST-REC-SW                    PIC X           VALUE 'Y'.
           88 FIRST-REC                     VALUE 'Y'.

      * ANY-DATA-SW IS SET WHEN AT LEAST ONE PART COMES BACK FROM
      *   THE SORT, SO Z000-FINISH KNOWS WHETHER THERE IS A FINAL
      *   WAREHOUSE TO CLOSE OFF.
       77  ANY-DATA-SW                     PIC X           VALUE 'N'.
           88 ANY-DATA                      VALUE 'Y'.

      * MSTR-FOUND-SW SAYS WHETHER THE RANDOM READ FOR THE CURRENT
      *   PART FOUND A MASTER RECORD.
       77  MSTR-FOUND-SW                   PIC X           VALUE 'N'.
           88 MSTR-FOUND                    VALUE 'Y'.

      * THE SCHEDULING VERDICT FOR THE PART IN HAND.
       77  NEVER-COUNTED-SW                PIC X           VALUE 'N'.
           88 NEVER-COUNTED                 VALUE 'Y'.
       77  PART-DUE-SW                     PIC X           VALUE 'N'.
           88 PART-DUE                      VALUE 'Y'.
       77  PART-OVERDUE-SW                 PIC X           VALUE 'N'.
           88 PART-OVERDUE                  VALUE 'Y'.

      * FREQ-CARD IS THE SYSIN CARD - DAYS BETWEEN COUNTS FOR CLASS
      *   A, B AND C, THEN THE GRACE DAYS A PART MAY STAY DUE BEFORE
      *   IT IS OVERDUE, THREE DIGITS EACH.
       01  FREQ-CARD.
           03 FRQ-A-X                      PIC X(3).
           03 FRQ-B-X                      PIC X(3).
           03 FRQ-C-X                      PIC X(3).
           03 FRQ-GRACE-X                  PIC X(3).
           03 FILLER                       PIC X(68).

      * FREQ-TBL HOLDS THE DAYS BETWEEN COUNTS BY CLASS - A, B, C -
      *   AND GRACE-DAYS THE GRACE.  THE VALUES ARE THE DEFAULTS
      *   USED WHEN THE SYSIN CARD IS MISSING OR NOT NUMERIC.
       01  FREQ-VALUES.
           03 FILLER                       PIC 9(3)        VALUE 030.
           03 FILLER                       PIC 9(3)        VALUE 090.
           03 FILLER                       PIC 9(3)        VALUE 365.
       01  FREQ-TBL REDEFINES FREQ-VALUES.
           03 FREQ-DAYS                    PIC 9(3)  OCCURS 3 TIMES.
       77  GRACE-DAYS                      PIC 9(3)        VALUE 007.

      * CLASS-LETTERS NAMES THE CLASS FOR EACH TABLE ENTRY.
       01  CLASS-LETTER-VALUES             PIC X(3)        VALUE 'ABC'.
       01  CLASS-LETTERS REDEFINES CLASS-LETTER-VALUES.
           03 CLASS-LETTER                 PIC X     OCCURS 3 TIMES.

       77  CLS-IX                          PIC 9           VALUE ZERO.

      * COVERAGE COUNTS BY CLASS FOR THE WAREHOUSE IN HAND AND FOR
      *   THE WHOLE RUN - PARTS ON THE EXTRACT, CURRENT (NOT YET
      *   DUE), DUE NOW, AND OVERDUE.
       01  WH-CLS-TBL.
           03 WH-CLS-ENTRY                 OCCURS 3 TIMES.
              05 WHC-PARTS                 PIC 9(7).
              05 WHC-CURRENT               PIC 9(7).
              05 WHC-DUE                   PIC 9(7).
              05 WHC-OVERDUE               PIC 9(7).
       01  GR-CLS-TBL.
           03 GR-CLS-ENTRY                 OCCURS 3 TIMES.
              05 GRC-PARTS                 PIC 9(7).
              05 GRC-CURRENT               PIC 9(7).
              05 GRC-DUE                   PIC 9(7).
              05 GRC-OVERDUE               PIC 9(7).

      * RUN-DATE-YMD IS TODAY IN YYYYMMDD - THE COUNT DATE ON THE
      *   CARDS AND THE DATE THE AGES RUN TO.  ACCEPT FROM DATE ONLY
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

      * LCD-DATE-WORK BREAKS THE PART'S LAST-COUNTED DATE INTO
      *   NUMERIC PIECES FOR THE AGE ARITHMETIC.
       01  LCD-DATE-WORK.
           03 LCD-YR-X                     PIC X(4).
           03 LCD-MO-X                     PIC XX.
           03 LCD-DAY-X                    PIC XX.
       01  LCD-DATE-NUM REDEFINES LCD-DATE-WORK.
           03 LCD-YR                       PIC 9(4).
           03 LCD-MO                       PIC 99.
           03 LCD-DAY                      PIC 99.

      * AGE WORK FIELDS - DAYS SINCE THE LAST COUNT, AND DAYS PAST
      *   THE DATE THE PART FELL DUE.
       77  AGE-DAYS-WORK                   PIC S9(5)       VALUE ZERO.
       77  PAST-DUE-WORK                   PIC S9(5)       VALUE ZERO.
       77  COVER-PCT-WORK                  PIC 9(3)        VALUE ZERO.

      * RUN TOTALS FOR THE FOOT OF THE COVERAGE REPORT.
       77  ABC-READ-CTR                    PIC 9(7)        VALUE ZERO.
       77  NOT-ON-MASTER-CTR               PIC 9(7)        VALUE ZERO.
       77  SCHEDULED-CTR                   PIC 9(7)        VALUE ZERO.
       77  WH-SCHEDULED-CTR                PIC 9(7)        VALUE ZERO.
       77  CARDS-CTR                       PIC 9(7)        VALUE ZERO.

      * ABC-MATCH-KEY IS THE WAREHOUSE/PART OF THE PART IN HAND, IN
      *   THE SHAPE OF LCT-KEY FOR THE LAST-COUNTED MATCH.
       01  ABC-MATCH-KEY.
           03 AK-WHSE                      PIC XX.
           03 AK-PART                      PIC X(5).

      * MATCH-KEY BUILDS THE FULL 9-BYTE RECORD KEY FOR THE CURRENT
      *   PART - WAREHOUSE, THE TWO ALWAYS-BLANK BYTES, PART -
      *   READY TO MOVE INTO IMR-KEY FOR THE RANDOM READ.
       01  MATCH-KEY.
           03 MK-WHSE                      PIC XX.
           03 FILLER                       PIC XX  VALUE SPACES.
           03 MK-PART                      PIC X(5).

      * ABC-OUT-REC IS ONE PART'S CLASS AS READ.  THE LAYOUT IS KEPT
      *    IN COPYBOOK INVABREC.
           COPY INVABREC.

      * LCT-REC IS THE LAST-COUNTED RECORD IN HAND.  THE LAYOUT IS
      *    KEPT IN COPYBOOK INVLCREC.
           COPY INVLCREC.

      * INV-IN-REC IS THE FIELD BREAKDOWN FOR THE MASTER RECORD
      *    JUST READ.  THE LAYOUT IS KEPT IN COPYBOOK INVINREC.
           COPY INVINREC.

      * COUNT-CARD IS ONE PRE-KEYED COUNT CARD IN THE PROGRAM12
      *   LAYOUT - WAREHOUSE IN COLUMNS 1-2, PART IN 3-7, COUNT DATE
      *   (YYYYMMDD) IN 8-15, AND THE COUNTED QUANTITY IN 16-20 LEFT
      *   BLANK FOR ENTRY.
       01  COUNT-CARD.
           03 CRD-WHSE                     PIC XX.
           03 CRD-PART                     PIC X(5).
           03 CRD-DATE                     PIC X(8).
           03 CRD-QTY                      PIC X(5).
           03 FILLER                       PIC X(60).

      * HEADING FOR THE COUNT SHEET WITH DATE IN UPPER RIGHT CORNER
       01  SHEET-HEADING.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(15).
           03 FILLER                       PIC X(38)
              VALUE 'BLIND CYCLE COUNT SHEET'.
           03 FILLER       VALUE SPACES    PIC X(14).
           03 FILLER                       PIC X(13)
              VALUE 'COUNT DATE:  '.
           03 SHEET-DATE                   PIC X(8).
           03 FILLER       VALUE SPACES    PIC X(44).

      * SHEET-WHSE-LINE NAMES THE WAREHOUSE THE SHEET IS FOR.
       01  SHEET-WHSE-LINE.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(15).
           03 FILLER                       PIC X(11)
              VALUE 'WAREHOUSE: '.
           03 SWL-WHSE                     PIC XX.
           03 FILLER       VALUE SPACES    PIC X(104).

      * COLUMN HEADING FOR THE COUNT SHEET
       01  SHEET-COLHDG.
           03 CC                           PIC X.
           03 FILLER       VALUE 'WHSE'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC X.
           03 FILLER       VALUE 'PART'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER                       PIC X(20)
              VALUE 'PART DESCRIPTION'.
           03 FILLER       VALUE SPACES    PIC X.
           03 FILLER       VALUE 'CLASS'   PIC X(5).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER                       PIC X(11)
              VALUE 'COUNTED QTY'.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER                       PIC X(10)
              VALUE 'INITIALS'.
           03 FILLER       VALUE SPACES    PIC X(67).

      * SHEET-LINE IS ONE PART TO COUNT.  THE BOOK QUANTITY IS
      *   DELIBERATELY NOT ON IT.
       01  SHEET-LINE.
           03 CC                           PIC X.
           03 SHL-WHSE                     PIC XX.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 SHL-PART                     PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 SHL-DESC                     PIC X(20).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 SHL-CLASS                    PIC X.
           03 FILLER       VALUE SPACES    PIC X(5).
           03 FILLER       VALUE '__________'
                                           PIC X(10).
           03 FILLER       VALUE SPACES    PIC X(4).
           03 FILLER       VALUE '__________'
                                           PIC X(10).
           03 FILLER       VALUE SPACES    PIC X(67).

      * SHEET-SIGN-LINE CLOSES OFF EACH WAREHOUSE'S SHEET.
       01  SHEET-SIGN-LINE.
           03 CC                           PIC X.
           03 FILLER                       PIC X(12)
              VALUE 'COUNTED BY: '.
           03 FILLER       VALUE '____________________'
                                           PIC X(20).
           03 FILLER       VALUE SPACES    PIC X(4).
           03 FILLER                       PIC X(12)
              VALUE 'CHECKED BY: '.
           03 FILLER       VALUE '____________________'
                                           PIC X(20).
           03 FILLER       VALUE SPACES    PIC X(4).
           03 FILLER                       PIC X(7)
              VALUE 'PARTS: '.
           03 SSL-PARTS                    PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(46).

      * HEADING FOR THE COVERAGE REPORT WITH DATE IN UPPER RIGHT
      *   CORNER
       01  COVER-HEADING.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(15).
           03 FILLER                       PIC X(38)
              VALUE 'CYCLE COUNT COVERAGE REPORT'.
           03 FILLER       VALUE SPACES    PIC X(14).
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

      * COLUMN HEADING FOR THE OVERDUE PARTS
       01  COVER-COLHDG.
           03 CC                           PIC X.
           03 FILLER       VALUE 'WHSE'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC X.
           03 FILLER       VALUE 'PART'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'CLASS'   PIC X(5).
           03 FILLER       VALUE SPACES    PIC X.
           03 FILLER                       PIC X(10)
              VALUE 'LAST COUNT'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE ' DAYS'   PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'FRQ'     PIC XXX.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE ' PAST'   PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'NOTE'    PIC X(15).
           03 FILLER       VALUE SPACES    PIC X(69).

      * OVERDUE-LINE IS ONE PART OVERDUE FOR ITS COUNT - HOW LONG
      *   SINCE IT WAS COUNTED, ITS FREQUENCY, AND THE DAYS PAST DUE.
       01  OVERDUE-LINE.
           03 CC                           PIC X.
           03 OVD-WHSE                     PIC XX.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 OVD-PART                     PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 OVD-CLASS                    PIC X.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 OVD-LAST-COUNT               PIC X(10).
           03 FILLER       VALUE SPACES    PIC XX.
           03 OVD-AGE                      PIC ZZZZ9.
           03 FILLER       VALUE SPACES    PIC XX.
           03 OVD-FREQ                     PIC ZZ9.
           03 FILLER       VALUE SPACES    PIC XX.
           03 OVD-PAST-DUE                 PIC ZZZZ9.
           03 FILLER       VALUE SPACES    PIC XX.
           03 OVD-NOTE                     PIC X(15).
           03 FILLER       VALUE SPACES    PIC X(69).

      * COVER-SUM-HDG HEADS THE COVERAGE SUMMARY FOR A WAREHOUSE
      *   AND FOR THE RUN.
       01  COVER-SUM-HDG.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER       VALUE 'COVERAGE'
                                           PIC X(12).
           03 FILLER       VALUE SPACES    PIC X(12).
           03 FILLER       VALUE '  PARTS' PIC X(7).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'CURRENT' PIC X(7).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'DUE NOW' PIC X(7).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'OVERDUE' PIC X(7).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'CVR%'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC X(65).

      * COVER-SUM-LINE IS ONE CLASS'S COVERAGE.  CVS-PCT IS THE
      *   PERCENT OF THE CLASS NOT OVERDUE.
       01  COVER-SUM-LINE.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 CVS-LABEL                    PIC X(12).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'CLASS ' PIC X(6).
           03 CVS-CLASS                    PIC X.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 CVS-PARTS                    PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC XX.
           03 CVS-CURRENT                  PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC XX.
           03 CVS-DUE                      PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC XX.
           03 CVS-OVERDUE                  PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC XX.
           03 CVS-PCT                      PIC ZZ9.
           03 FILLER       VALUE '%'       PIC X.
           03 FILLER       VALUE SPACES    PIC X(65).

      * CVS-LABEL-WORK BUILDS THE WAREHOUSE LABEL FOR A SUMMARY.
       01  CVS-LABEL-WORK.
           03 FILLER       VALUE 'WAREHOUSE ' PIC X(10).
           03 CLW-WHSE                     PIC XX.

      * COVER-COUNT-LINE PRINTS ONE RUN TOTAL AT THE FOOT OF THE
      *   COVERAGE REPORT.
       01  COVER-COUNT-LINE.
           03 CC                           PIC X.
           03 CVC-CTR-LABEL                PIC X(30).
           03 CVC-CTR-VALUE                PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(95).

      * RUN-CTL-REC IS THE STAMP THIS RUN APPENDS TO THE SHARED
      *   RUN-CONTROL FILE.  THE LAYOUT IS KEPT IN COPYBOOK
      *   INVRCREC SO THE WHOLE SUITE STAYS IN SYNC ON ONE
      *   DEFINITION.
           COPY INVRCREC.
      /
      ***************************************************************
       PROCEDURE DIVISION.
      ***************************************************************

      *--------------------------------------------------------------
       A000-MAIN                           SECTION.
      *
      *   THIS SECTION IS THE MAIN DRIVER FOR THE PROGRAM.  THE
      *     ABC EXTRACT IS SORTED INTO SHELF ORDER AND SCHEDULED AS
      *     THE SORT'S OUTPUT PROCEDURE.
      *--------------------------------------------------------------

           PERFORM         B000-INIT.

           SORT            ABC-SORT-FILE
                            ON ASCENDING KEY ASRT-WHSE
                                             ASRT-PART
                            USING  ABC-EXTRACT-IN-FILE
                            OUTPUT PROCEDURE Q000-SCHEDULE-PARTS.

           PERFORM         Z000-FINISH.

           GOBACK.
      /
      *--------------------------------------------------------------
       B000-INIT                           SECTION.
      *
      *  B000-INIT CONTAINS THE INITIALIZATION STATEMENTS TO BE
      *    PERFORMED AT THE BEGINNING OF THE PROGRAM.
      *--------------------------------------------------------------

      *  LINE COUNTERS ARE INITIALIZED TO 99 TO FORCE A HEADER
      *      TO BE PRINTED AT THE BEGINNING OF EACH REPORT.
           MOVE            99              TO SHEET-LINE-CTR
                                              COVER-LINE-CTR.

      *  ACCEPT THE SYSTEM DATE AND MOVE IT TO THE HEADINGS' DATES
           ACCEPT          SYS-DATE        FROM DATE.
           MOVE            SYS-DAY         TO REPORT-DAY.
           MOVE            SYS-MONTH       TO REPORT-MONTH.
           MOVE            SYS-YEAR        TO REPORT-YEAR.
           MOVE            SYS-YEAR        TO RUN-YY.
           MOVE            SYS-MONTH       TO RUN-MO-X.
           MOVE            SYS-DAY         TO RUN-DAY-X.
           MOVE            RUN-DATE-YMD    TO SHEET-DATE.

      *  ACCEPT THE COUNT FREQUENCIES AND GRACE DAYS FROM SYSIN.  A
      *    BAD OR MISSING CARD LEAVES THE DEFAULTS - MONTHLY,
      *    QUARTERLY, ANNUALLY, AND A WEEK'S GRACE.
           MOVE            SPACES          TO FREQ-CARD.
           ACCEPT          FREQ-CARD       FROM CONSOLE.
           IF      FRQ-A-X NUMERIC AND FRQ-B-X NUMERIC
                   AND FRQ-C-X NUMERIC AND FRQ-GRACE-X NUMERIC
                   MOVE    FRQ-A-X         TO FREQ-DAYS (1)
                   MOVE    FRQ-B-X         TO FREQ-DAYS (2)
                   MOVE    FRQ-C-X         TO FREQ-DAYS (3)
                   MOVE    FRQ-GRACE-X     TO GRACE-DAYS
           ELSE
                   DISPLAY ' '
                   DISPLAY 'FREQUENCY CARD NOT NUMERIC - USING '
                           '030 090 365 AND 007 DAYS GRACE'
           END-IF.

           INITIALIZE      WH-CLS-TBL
                           GR-CLS-TBL.

           OPEN            OUTPUT          COUNT-SHEET-FILE
                           OUTPUT          COUNT-CARD-OUT-FILE
                           OUTPUT          COVERAGE-REPORT-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Q000-SCHEDULE-PARTS                 SECTION.
      *
      *  Q000-SCHEDULE-PARTS IS THE SORT'S OUTPUT PROCEDURE.  IT
      *    TAKES THE SORTED PARTS ONE AT A TIME, MATCHING EACH
      *    AGAINST THE LAST-COUNTED FILE AND THE MASTER.
      *--------------------------------------------------------------

           OPEN            INPUT           INVENTORY-MASTER
                                           LAST-COUNTED-IN-FILE.

           PERFORM         L100-READ-LAST-COUNTED.
           PERFORM         R100-RETURN-PART.

           IF              SORT-EOF
                           DISPLAY ' '
                           DISPLAY 'NO PARTS ON THE ABC EXTRACT.'
           ELSE
                           MOVE    'Y'     TO ANY-DATA-SW
                           PERFORM C000-SCHEDULE-ONE-PART
                                   UNTIL SORT-EOF
           END-IF.

           CLOSE           INVENTORY-MASTER
                           LAST-COUNTED-IN-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       C000-SCHEDULE-ONE-PART              SECTION.
      *
      *   THIS SECTION IS THE MAIN PROCESSING LOOP - ONE PASS PER
      *     PART ON THE EXTRACT.  THE WAREHOUSE CONTROL BREAK RUNS
      *     FIRST, THEN THE PART IS AGED, COUNTED INTO THE COVERAGE,
      *     AND SCHEDULED IF DUE.
      *--------------------------------------------------------------

      * WAREHOUSE CONTROL BREAK - CLOSE OFF THE SHEET AND COVERAGE
      *   FOR THE WAREHOUSE JUST FINISHED, AND START THE NEXT
      *   WAREHOUSE ON A NEW SHEET.  THE FIRST PART OF THE RUN IS
      *   NOT TREATED AS A BREAK.
           IF      FIRST-REC
                   MOVE    'N'             TO FIRST-REC-SW
                   MOVE    ABC-WHSE        TO PREV-WAREHOUSE-NO
           ELSE
           IF      ABC-WHSE NOT = PREV-WAREHOUSE-NO
                   PERFORM S000-CLOSE-WAREHOUSE
                   PERFORM T000-RESET-WH-TOTALS
                   MOVE    ABC-WHSE        TO PREV-WAREHOUSE-NO
           END-IF
           END-IF.

           PERFORM R200-READ-MASTER-BY-KEY.

           IF      NOT MSTR-FOUND
                   DISPLAY 'ABC PART NOT ON MASTER - NOT SCHEDULED: '
                           ABC-WHSE ' ' ABC-PART
                   ADD     1               TO NOT-ON-MASTER-CTR
           ELSE
                   PERFORM E000-FIND-LAST-COUNTED
                   PERFORM E100-AGE-PART
                   PERFORM E200-TALLY-COVERAGE
                   IF      PART-DUE
                           PERFORM D000-PRINT-SHEET-LINE
                           PERFORM M000-WRITE-COUNT-CARD
                   END-IF
                   IF      PART-OVERDUE
                           PERFORM D100-PRINT-OVERDUE
                   END-IF
           END-IF.

      * RETURN NEXT SORTED PART
           PERFORM R100-RETURN-PART.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R100-RETURN-PART                    SECTION.
      *
      *  R100-RETURN-PART RETURNS THE NEXT SORTED PART INTO
      *    ABC-OUT-REC.
      *---------------------------------------------------------------

           RETURN  ABC-SORT-FILE           INTO ABC-OUT-REC
                   AT END  MOVE 'Y'        TO SORT-EOF-SW
           END-RETURN.

           IF      NOT SORT-EOF
                   ADD     1               TO ABC-READ-CTR
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R200-READ-MASTER-BY-KEY             SECTION.
      *
      *  R200-READ-MASTER-BY-KEY READS THE MASTER RECORD FOR THE
      *    CURRENT PART INTO INV-IN-REC AND SETS MSTR-FOUND-SW.
      *---------------------------------------------------------------

           MOVE    ABC-WHSE                TO MK-WHSE.
           MOVE    ABC-PART                TO MK-PART.
           MOVE    MATCH-KEY               TO IMR-KEY.

           MOVE    'Y'                     TO MSTR-FOUND-SW.
           READ    INVENTORY-MASTER        INTO INV-IN-REC
                   INVALID KEY MOVE 'N'    TO MSTR-FOUND-SW
           END-READ.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       L100-READ-LAST-COUNTED              SECTION.
      *
      *  L100-READ-LAST-COUNTED READS THE NEXT LAST-COUNTED RECORD
      *    INTO LCT-REC.
      *---------------------------------------------------------------

           READ    LAST-COUNTED-IN-FILE    INTO LCT-REC
                   AT END  MOVE 'Y'        TO LCT-EOF-SW
           END-READ.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E000-FIND-LAST-COUNTED              SECTION.
      *
      *  E000-FIND-LAST-COUNTED STEPS THE LAST-COUNTED FILE UP TO
      *    THE PART IN HAND - BOTH RUN IN WAREHOUSE/PART ORDER - AND
      *    TAKES ITS DATE WHEN THERE IS ONE.  RECORDS FOR PARTS NO
      *    LONGER ON THE EXTRACT ARE PASSED OVER.
      *---------------------------------------------------------------

           MOVE    ABC-WHSE                TO AK-WHSE.
           MOVE    ABC-PART                TO AK-PART.

           PERFORM L100-READ-LAST-COUNTED
                   UNTIL LCT-EOF
                      OR LCT-KEY NOT < ABC-MATCH-KEY.

           IF      NOT LCT-EOF AND LCT-KEY = ABC-MATCH-KEY
                   MOVE    'N'             TO NEVER-COUNTED-SW
                   MOVE    LCT-DATE        TO LCD-DATE-WORK
           ELSE
                   MOVE    'Y'             TO NEVER-COUNTED-SW
                   MOVE    SPACES          TO LCD-DATE-WORK
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E100-AGE-PART                       SECTION.
      *
      *  E100-AGE-PART FIGURES HOW MANY DAYS SINCE THE PART WAS LAST
      *    COUNTED - 365 PER YEAR, 30 PER MONTH - AND DECIDES WHETHER
      *    IT IS DUE (AS OLD AS ITS CLASS FREQUENCY) AND OVERDUE
      *    (PAST THAT BY MORE THAN THE GRACE DAYS).  A PART NEVER
      *    COUNTED, OR WITH A DATE THAT IS NOT NUMERIC, IS GIVEN THE
      *    MAXIMUM AGE SO IT IS BOTH.
      *---------------------------------------------------------------

           IF      ABC-CLASS = 'A'
                   MOVE    1               TO CLS-IX
           ELSE
           IF      ABC-CLASS = 'B'
                   MOVE    2               TO CLS-IX
           ELSE
                   MOVE    3               TO CLS-IX
           END-IF
           END-IF.

           IF      NEVER-COUNTED
                   OR LCD-YR-X NOT NUMERIC OR LCD-MO-X NOT NUMERIC
                   OR LCD-DAY-X NOT NUMERIC
                   MOVE    99999           TO AGE-DAYS-WORK
           ELSE
                   COMPUTE AGE-DAYS-WORK = ((RUN-YR - LCD-YR) * 365)
                                         + ((RUN-MO - LCD-MO) * 30)
                                         + (RUN-DAY - LCD-DAY)
                           ON SIZE ERROR MOVE 99999 TO AGE-DAYS-WORK
                   END-COMPUTE
                   IF      AGE-DAYS-WORK < ZERO
                           MOVE    ZERO    TO AGE-DAYS-WORK
                   END-IF
           END-IF.

           COMPUTE PAST-DUE-WORK = AGE-DAYS-WORK - FREQ-DAYS (CLS-IX).

           IF      PAST-DUE-WORK NOT < ZERO
                   MOVE    'Y'             TO PART-DUE-SW
           ELSE
                   MOVE    'N'             TO PART-DUE-SW
           END-IF.

           IF      PAST-DUE-WORK > GRACE-DAYS
                   MOVE    'Y'             TO PART-OVERDUE-SW
           ELSE
                   MOVE    'N'             TO PART-OVERDUE-SW
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E200-TALLY-COVERAGE                 SECTION.
      *
      *  E200-TALLY-COVERAGE COUNTS THE PART IN HAND INTO ITS CLASS
      *    FOR THE WAREHOUSE AND THE RUN - OVERDUE, DUE NOW, OR
      *    CURRENT.
      *---------------------------------------------------------------

           ADD     1                       TO WHC-PARTS (CLS-IX)
                                              GRC-PARTS (CLS-IX).

           IF      PART-OVERDUE
                   ADD     1               TO WHC-OVERDUE (CLS-IX)
                                              GRC-OVERDUE (CLS-IX)
           ELSE
           IF      PART-DUE
                   ADD     1               TO WHC-DUE (CLS-IX)
                                              GRC-DUE (CLS-IX)
           ELSE
                   ADD     1               TO WHC-CURRENT (CLS-IX)
                                              GRC-CURRENT (CLS-IX)
           END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       D000-PRINT-SHEET-LINE               SECTION.
      *
      *  D000-PRINT-SHEET-LINE PUTS THE PART IN HAND ON ITS
      *    WAREHOUSE'S COUNT SHEET, DOUBLE-SPACED FOR WRITING ROOM.
      *---------------------------------------------------------------

           MOVE    ABC-WHSE                TO SHL-WHSE.
           MOVE    ABC-PART                TO SHL-PART.
           MOVE    PART-DESC-IN            TO SHL-DESC.
           MOVE    CLASS-LETTER (CLS-IX)   TO SHL-CLASS.

           IF      SHEET-LINE-CTR > 56
                   PERFORM W000-WRITE-SHEET-HEADING
           END-IF.

           WRITE   COUNT-SHEET-REC         FROM SHEET-LINE
                   AFTER ADVANCING 2 LINES.
           ADD     2                       TO SHEET-LINE-CTR.

           ADD     1                       TO SCHEDULED-CTR
                                              WH-SCHEDULED-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       D100-PRINT-OVERDUE                  SECTION.
      *
      *  D100-PRINT-OVERDUE LISTS THE PART IN HAND ON THE COVERAGE
      *    REPORT AS OVERDUE.
      *---------------------------------------------------------------

           MOVE    ABC-WHSE                TO OVD-WHSE.
           MOVE    ABC-PART                TO OVD-PART.
           MOVE    CLASS-LETTER (CLS-IX)   TO OVD-CLASS.
           MOVE    FREQ-DAYS (CLS-IX)      TO OVD-FREQ.

           IF      AGE-DAYS-WORK = 99999
                   MOVE    SPACES          TO OVD-LAST-COUNT
                   MOVE    ZERO            TO OVD-AGE
                                              OVD-PAST-DUE
                   IF      NEVER-COUNTED
                           MOVE 'NEVER COUNTED'
                                           TO OVD-NOTE
                   ELSE
                           MOVE 'DATE NOT NUMERIC'
                                           TO OVD-NOTE
                   END-IF
           ELSE
                   MOVE    SPACES          TO OVD-LAST-COUNT
                   STRING  LCD-MO-X        DELIMITED BY SIZE
                           '-'             DELIMITED BY SIZE
                           LCD-DAY-X       DELIMITED BY SIZE
                           '-'             DELIMITED BY SIZE
                           LCD-YR-X        DELIMITED BY SIZE
                           INTO OVD-LAST-COUNT
                   MOVE    AGE-DAYS-WORK   TO OVD-AGE
                   MOVE    PAST-DUE-WORK   TO OVD-PAST-DUE
                   MOVE    SPACES          TO OVD-NOTE
           END-IF.

           IF      COVER-LINE-CTR > 56
                   PERFORM W100-WRITE-COVER-HEADING
           END-IF.

           WRITE   COVERAGE-REPORT-REC     FROM OVERDUE-LINE
                   AFTER ADVANCING 1 LINE.
           ADD     1                       TO COVER-LINE-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       M000-WRITE-COUNT-CARD               SECTION.
      *
      *  M000-WRITE-COUNT-CARD WRITES THE PRE-KEYED COUNT CARD FOR
      *    THE PART IN HAND - TODAY'S DATE, QUANTITY BLANK.
      *---------------------------------------------------------------

           MOVE    SPACES                  TO COUNT-CARD.
           MOVE    ABC-WHSE                TO CRD-WHSE.
           MOVE    ABC-PART                TO CRD-PART.
           MOVE    RUN-DATE-YMD            TO CRD-DATE.

           WRITE   COUNT-CARD-OUT-REC      FROM COUNT-CARD.
           ADD     1                       TO CARDS-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       S000-CLOSE-WAREHOUSE                SECTION.
      *
      *  S000-CLOSE-WAREHOUSE CLOSES OFF THE WAREHOUSE JUST FINISHED
      *    (PREV-WAREHOUSE-NO) - THE SIGN-OFF LINE ON ITS COUNT
      *    SHEET, IF ANYTHING WAS SCHEDULED, AND ITS COVERAGE
      *    SUMMARY - AND FORCES A NEW SHEET FOR THE NEXT WAREHOUSE.
      *---------------------------------------------------------------

           IF      WH-SCHEDULED-CTR > ZERO
                   MOVE    WH-SCHEDULED-CTR
                                           TO SSL-PARTS
                   WRITE   COUNT-SHEET-REC FROM SHEET-SIGN-LINE
                           AFTER ADVANCING 3 LINES
           END-IF.
           MOVE    99                      TO SHEET-LINE-CTR.

           MOVE    PREV-WAREHOUSE-NO       TO CLW-WHSE.
           MOVE    CVS-LABEL-WORK          TO CVS-LABEL.

           IF      COVER-LINE-CTR > 50
                   PERFORM W100-WRITE-COVER-HEADING
           END-IF.

           WRITE   COVERAGE-REPORT-REC     FROM COVER-SUM-HDG
                   AFTER ADVANCING 2 LINES.
           ADD     2                       TO COVER-LINE-CTR.

           PERFORM S100-PRINT-WH-CLASS
                   VARYING CLS-IX FROM 1 BY 1
                   UNTIL CLS-IX > 3.

           MOVE    SPACES                  TO COVERAGE-REPORT-REC.
           WRITE   COVERAGE-REPORT-REC
                   AFTER ADVANCING 1 LINE.
           ADD     1                       TO COVER-LINE-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       S100-PRINT-WH-CLASS                 SECTION.
      *
      *  S100-PRINT-WH-CLASS PRINTS ONE CLASS OF THE WAREHOUSE'S
      *    COVERAGE SUMMARY.
      *---------------------------------------------------------------

           MOVE    CLASS-LETTER (CLS-IX)   TO CVS-CLASS.
           MOVE    WHC-PARTS (CLS-IX)      TO CVS-PARTS.
           MOVE    WHC-CURRENT (CLS-IX)    TO CVS-CURRENT.
           MOVE    WHC-DUE (CLS-IX)        TO CVS-DUE.
           MOVE    WHC-OVERDUE (CLS-IX)    TO CVS-OVERDUE.

           IF      WHC-PARTS (CLS-IX) = ZERO
                   MOVE    ZERO            TO COVER-PCT-WORK
           ELSE
                   COMPUTE COVER-PCT-WORK ROUNDED =
                           (WHC-PARTS (CLS-IX) - WHC-OVERDUE (CLS-IX))
                           * 100 / WHC-PARTS (CLS-IX)
           END-IF.
           MOVE    COVER-PCT-WORK          TO CVS-PCT.

           WRITE   COVERAGE-REPORT-REC     FROM COVER-SUM-LINE
                   AFTER ADVANCING 1 LINE.
           ADD     1                       TO COVER-LINE-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       S200-PRINT-GR-CLASS                 SECTION.
      *
      *  S200-PRINT-GR-CLASS PRINTS ONE CLASS OF THE COVERAGE
      *    SUMMARY FOR THE WHOLE RUN.
      *---------------------------------------------------------------

           MOVE    CLASS-LETTER (CLS-IX)   TO CVS-CLASS.
           MOVE    GRC-PARTS (CLS-IX)      TO CVS-PARTS.
           MOVE    GRC-CURRENT (CLS-IX)    TO CVS-CURRENT.
           MOVE    GRC-DUE (CLS-IX)        TO CVS-DUE.
           MOVE    GRC-OVERDUE (CLS-IX)    TO CVS-OVERDUE.

           IF      GRC-PARTS (CLS-IX) = ZERO
                   MOVE    ZERO            TO COVER-PCT-WORK
           ELSE
                   COMPUTE COVER-PCT-WORK ROUNDED =
                           (GRC-PARTS (CLS-IX) - GRC-OVERDUE (CLS-IX))
                           * 100 / GRC-PARTS (CLS-IX)
           END-IF.
           MOVE    COVER-PCT-WORK          TO CVS-PCT.

           WRITE   COVERAGE-REPORT-REC     FROM COVER-SUM-LINE
                   AFTER ADVANCING 1 LINE.
           ADD     1                       TO COVER-LINE-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       T000-RESET-WH-TOTALS                SECTION.
      *
      *  T000-RESET-WH-TOTALS ZEROES THE WAREHOUSE COVERAGE COUNTS
      *    AFTER THEY HAVE BEEN PRINTED.
      *---------------------------------------------------------------

           INITIALIZE      WH-CLS-TBL.
           MOVE    ZERO                    TO WH-SCHEDULED-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       W000-WRITE-SHEET-HEADING            SECTION.
      *
      *  W000-WRITE-SHEET-HEADING STARTS A COUNT SHEET PAGE FOR THE
      *    WAREHOUSE IN HAND - HEADING, WAREHOUSE AND COLUMN
      *    HEADING.
      *--------------------------------------------------------------

           MOVE    ABC-WHSE                TO SWL-WHSE.

           WRITE   COUNT-SHEET-REC         FROM SHEET-HEADING
                   AFTER ADVANCING TOP-OF-PAGE.
           WRITE   COUNT-SHEET-REC         FROM SHEET-WHSE-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE   COUNT-SHEET-REC         FROM SHEET-COLHDG
                   AFTER ADVANCING 2 LINES.

      *  INIT LINE-CTR
           MOVE    4                       TO SHEET-LINE-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       W100-WRITE-COVER-HEADING            SECTION.
      *
      *  W100-WRITE-COVER-HEADING PRINTS THE COVERAGE REPORT AND
      *    COLUMN HEADINGS OCCUPYING THE FIRST 3 LINES OF THE PAGE.
      *--------------------------------------------------------------

           WRITE   COVERAGE-REPORT-REC     FROM COVER-HEADING
                   AFTER ADVANCING TOP-OF-PAGE.
           WRITE   COVERAGE-REPORT-REC     FROM COVER-COLHDG
                   AFTER ADVANCING 2 LINES.

      *  INIT LINE-CTR
           MOVE    3                       TO COVER-LINE-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Z000-FINISH                         SECTION.
      *
      *  Z000-FINISH CLOSES OFF THE LAST WAREHOUSE, PRINTS THE
      *    COVERAGE FOR THE WHOLE RUN AND THE RUN TOTALS, AND CLOSES
      *    THE FILES.
      *--------------------------------------------------------------

           IF      ANY-DATA
                   PERFORM S000-CLOSE-WAREHOUSE
           END-IF.

      *  A RUN WITH NOTHING DUE STILL GETS A HEADED COUNT SHEET AND
      *    COVERAGE PAGE SO NEITHER PRINTS AS A BLANK SYSOUT.
           IF      SCHEDULED-CTR = ZERO
                   MOVE    SPACES          TO ABC-WHSE
                   PERFORM W000-WRITE-SHEET-HEADING
           END-IF.
           IF      COVER-LINE-CTR > 45
                   PERFORM W100-WRITE-COVER-HEADING
           END-IF.

           MOVE    'ALL WHSES'             TO CVS-LABEL.
           WRITE   COVERAGE-REPORT-REC     FROM COVER-SUM-HDG
                   AFTER ADVANCING 2 LINES.

           PERFORM S200-PRINT-GR-CLASS
                   VARYING CLS-IX FROM 1 BY 1
                   UNTIL CLS-IX > 3.

           MOVE    'ABC PARTS READ'        TO CVC-CTR-LABEL.
           MOVE    ABC-READ-CTR            TO CVC-CTR-VALUE.
           WRITE   COVERAGE-REPORT-REC     FROM COVER-COUNT-LINE
                   AFTER ADVANCING 3 LINES.

           MOVE    'NOT ON MASTER - SKIPPED' TO CVC-CTR-LABEL.
           MOVE    NOT-ON-MASTER-CTR       TO CVC-CTR-VALUE.
           WRITE   COVERAGE-REPORT-REC     FROM COVER-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'PARTS SCHEDULED TO COUNT' TO CVC-CTR-LABEL.
           MOVE    SCHEDULED-CTR           TO CVC-CTR-VALUE.
           WRITE   COVERAGE-REPORT-REC     FROM COVER-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'COUNT CARDS WRITTEN'   TO CVC-CTR-LABEL.
           MOVE    CARDS-CTR               TO CVC-CTR-VALUE.
           WRITE   COVERAGE-REPORT-REC     FROM COVER-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           CLOSE   COUNT-SHEET-FILE
                   COUNT-CARD-OUT-FILE
                   COVERAGE-REPORT-FILE.

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
           MOVE    'PROGRAM25'             TO RCT-PROGRAM.
           MOVE    SYS-DATE                TO RCT-RUN-DATE.
           MOVE    'ABCCLASS(0) + LASTCNT(0)'
                                           TO RCT-GENS-USED.
           MOVE    RETURN-CODE             TO RCT-RETURN-CODE.
           WRITE   RUN-CONTROL-REC         FROM RUN-CTL-REC.

           CLOSE   RUN-CONTROL-FILE.

       DEPART.
           EXIT.
      *
      *
