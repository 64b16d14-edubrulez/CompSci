      *
       IDENTIFICATION DIVISION.

       PROGRAM-ID.         PROGRAM23.
       AUTHOR.             ERICK NAVE.
       INSTALLATION.       PROGRAMMING APPLICATIONS WITH COBOL.
       DATE-WRITTEN.       9/02/26.
       DATE-COMPILED.
      *
      ****************************************************************
      *
      *REMARKS.
      *
      *  PROGRAM 23 IS THE PERIOD-END GENERAL-LEDGER INTERFACE.  IT
      *    GATHERS EVERY MOVEMENT OF INVENTORY VALUE THE SUITE MADE
      *    IN THE PERIOD -
      *      PROGRAM2  - THE DEAD-STOCK WRITE-DOWNS (THE LATEST
      *                  WRITE-DOWN FILE, AT CARRYING VALUE)
      *      PROGRAM11 - SALES, BACKORDER FILLS AND CUSTOMER
      *                  RETURNS (RESTOCKED OR DAMAGED)
      *      PROGRAM12 - POSTED CYCLE-COUNT GAINS AND LOSSES
      *      PROGRAM14 - TRANSFERS SHIPPED AND RECEIVED
      *      PROGRAM22 - BACKORDER FILLS MADE BETWEEN POSTING RUNS
      *    - SUMMARIZES THEM BY WAREHOUSE AND MOVEMENT TYPE, AND
      *    WRITES ONE JOURNAL ENTRY PER SUMMARY: A DEBIT LINE AND A
      *    CREDIT LINE FOR THE SAME AMOUNT, TO THE ACCOUNTS THE
      *    ACCOUNT-MAPPING CARDS NAME FOR THE MOVEMENT TYPE, WITH
      *    THE WAREHOUSE AS THE COST CENTER.  THE JOURNAL FILE IS IN
      *    THE FIXED LAYOUT THE LEDGER'S LOADER TAKES (COPYBOOK
      *    INVGLREC) AND IS DATED WITH THE PERIOD-ENDING DATE FROM
      *    SYSIN.
      *
      *  THE CONTROL REPORT LISTS EVERY SUMMARY BOOKED, THEN PROVES
      *    EACH SOURCE: THE MOVEMENTS AND VALUE READ FROM IT, THE
      *    COUNT AND VALUE THE SOURCE ITSELF SAYS IT WROTE (THE
      *    TRAILER ON EACH OF ITS FILES), AND THE VALUE JOURNALED.
      *    THE WRITE-DOWN FILE CARRIES NO TRAILER - ITS TOTAL TIES
      *    TO THE DEAD-STOCK GRAND TOTAL ON THE PROGRAM2 REPORT.
      *    LAST COME THE JOURNAL LINES WRITTEN AND THE TOTAL DEBITS
      *    AND CREDITS.  A SOURCE THAT DISAGREES, A MOVEMENT TYPE
      *    WITH NO ACCOUNT MAPPING (NOT JOURNALED), AN UNUSABLE
      *    RECORD, OR A JOURNAL THAT DOES NOT BALANCE ENDS THE RUN
      *    WITH RETURN CODE 8 - THE JOURNAL MUST NOT BE LOADED UNTIL
      *    THE DIFFERENCE IS FOUND.
      *
      *  FILES:
      *    WRITEDOWN-IN-FILE
      *    VALUE-MOVE-IN-FILE
      *    GL-MAP-FILE
      *    GL-JOURNAL-FILE
      *    GL-CONTROL-FILE
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
           SELECT WRITEDOWN-IN-FILE        ASSIGN TO UT-S-WRITEDN.
           SELECT VALUE-MOVE-IN-FILE       ASSIGN TO UT-S-VALMOV.
           SELECT GL-MAP-FILE              ASSIGN TO UT-S-GLMAP.
           SELECT GL-JOURNAL-FILE          ASSIGN TO UT-S-GLJRNL.
           SELECT GL-CONTROL-FILE          ASSIGN TO UT-S-PRINTER.
           SELECT RUN-CONTROL-FILE         ASSIGN TO UT-S-RUNCTL.
           SELECT GL-SORT-FILE             ASSIGN TO UT-S-SORTWK.

      /
      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      *---------------------------------------------------------------
       FILE SECTION.
      *---------------------------------------------------------------

      * WRITEDOWN-IN-FILE         ------->     INPUT
      *   THE LATEST DEAD-STOCK WRITE-DOWN FILE FROM PROGRAM2 - ONE
      *   RECORD PER CANDIDATE WITH ITS CARRYING VALUE.
       FD  WRITEDOWN-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 59 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WRITEDOWN-IN-REC.

       01  WRITEDOWN-IN-REC                PIC X(59).

      * VALUE-MOVE-IN-FILE        ------->     INPUT
      *   EVERY VALUE-MOVEMENT FILE WRITTEN IN THE PERIOD BY THE
      *   POSTING, COUNT AND TRANSFER RUNS, CONCATENATED - EACH
      *   ENDING WITH ITS WRITER'S TRAILER.
       FD  VALUE-MOVE-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VALUE-MOVE-IN-REC.

       01  VALUE-MOVE-IN-REC               PIC X(60).

      * GL-MAP-FILE               ------->     INPUT
      *   THE ACCOUNT-MAPPING CARDS - ONE PER MOVEMENT TYPE, NAMING
      *   THE ACCOUNT TO DEBIT AND THE ACCOUNT TO CREDIT.  TABLED AT
      *   START-UP.
       FD  GL-MAP-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GL-MAP-REC.

       01  GL-MAP-REC                      PIC X(80).

      * GL-JOURNAL-FILE           ------->     OUTPUT
      *   THE BALANCED JOURNAL ENTRY FOR THE LEDGER, IN THE INVGLREC
      *   LAYOUT.
       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GL-JOURNAL-REC.

       01  GL-JOURNAL-REC                  PIC X(80).

      * GL-CONTROL-FILE           ------->     OUTPUT
      *   THE CONTROL REPORT - THE SUMMARIES BOOKED, THE PROOF OF
      *   EACH SOURCE, AND THE JOURNAL TOTALS.
       FD  GL-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GL-CONTROL-REC.

       01  GL-CONTROL-REC                  PIC X(133).

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

      * GL-SORT-FILE ORDERS THE MOVEMENTS BY WAREHOUSE THEN MOVEMENT
      *   TYPE SO EACH SUMMARY COMES BACK TOGETHER.  GSRT-SRC-IX
      *   CARRIES THE SOURCE THE MOVEMENT CAME FROM, SO THE VALUE
      *   JOURNALED CAN BE PROVED BACK TO EACH SOURCE.
       SD  GL-SORT-FILE
           DATA RECORD IS GSORT-REC.

       01  GSORT-REC.
           03 GSRT-WHSE                    PIC XX.
           03 GSRT-TYPE                    PIC XX.
           03 GSRT-SRC-IX                  PIC 9.
           03 GSRT-VALUE                   PIC 9(9)V99.

      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------

       77  LINE-CTR        VALUE ZEROS     PIC S99.

       77  WD-EOF-SW                       PIC X           VALUE 'N'.
           88 WD-EOF                        VALUE 'Y'.
       77  VMV-EOF-SW                      PIC X           VALUE 'N'.
           88 VMV-EOF                       VALUE 'Y'.
       77  MAP-EOF-SW                      PIC X           VALUE 'N'.
           88 MAP-EOF                       VALUE 'Y'.
       77  SORT-EOF-SW                     PIC X           VALUE 'N'.
           88 SORT-EOF                      VALUE 'Y'.

      * GROUP-OPEN-SW SAYS A WAREHOUSE/MOVEMENT-TYPE SUMMARY IS IN
      *   HAND AWAITING ITS BOOKING AT THE NEXT KEY CHANGE OR AT END
      *   OF FILE.
       77  GROUP-OPEN-SW                   PIC X           VALUE 'N'.
           88 GROUP-OPEN                    VALUE 'Y'.

      * REPORT-PART-SW SAYS WHICH PART OF THE CONTROL REPORT IS
      *   PRINTING, SO A PAGE BREAK REPEATS THE RIGHT COLUMN HEADING.
       77  REPORT-PART-SW                  PIC X           VALUE 'J'.
           88 IN-JOURNAL-PART               VALUE 'J'.
           88 IN-SOURCE-PART                VALUE 'S'.

      * OUT-OF-BALANCE-SW IS SET BY ANYTHING THAT MEANS THE JOURNAL
      *   DOES NOT FULLY AND EXACTLY ACCOUNT FOR THE SOURCES.
       77  OUT-OF-BALANCE-SW               PIC X           VALUE 'N'.
           88 OUT-OF-BALANCE                VALUE 'Y'.

      * MAP-FOUND-SW AND MAP-HIT-IX ARE THE RESULT OF
      *   U100-FIND-MAPPING FOR THE SUMMARY IN HAND.
       77  MAP-FOUND-SW                    PIC X           VALUE 'N'.
           88 MAP-FOUND                     VALUE 'Y'.
       77  MAP-HIT-IX                      PIC 9(3)        VALUE ZERO.

      * SRC-FOUND-SW AND SRC-HIT-IX ARE THE RESULT OF
      *   U000-FIND-SOURCE FOR THE MOVEMENT IN HAND.
       77  SRC-FOUND-SW                    PIC X           VALUE 'N'.
           88 SRC-FOUND                     VALUE 'Y'.
       77  SRC-HIT-IX                      PIC 9           VALUE ZERO.
       77  SRC-IX                          PIC 9           VALUE ZERO.

      * PERIOD-END-DATE IS THE PERIOD-ENDING DATE (YYYYMMDD) FROM
      *   SYSIN - THE DATE THE JOURNAL IS BOOKED TO.
       01  PERIOD-END-DATE-X               PIC X(8)  VALUE SPACES.
       01  PERIOD-END-DATE REDEFINES PERIOD-END-DATE-X
                                           PIC 9(8).

      * THE ACCOUNT-MAPPING CARDS ARE TABLED AT START-UP.  FIFTY
      *   ENTRIES IS ROOM FOR EVERY MOVEMENT TYPE SEVERAL TIMES OVER;
      *   A CARD PAST THE LIMIT IS DROPPED WITH A CONSOLE NOTE.
       01  MAP-TBL.
           03 MAP-ENTRY                    OCCURS 50 TIMES.
              05 MAP-TYPE                  PIC XX.
              05 MAP-DR-ACCT               PIC X(8).
              05 MAP-CR-ACCT               PIC X(8).
              05 MAP-DESC                  PIC X(30).

       77  MAP-CNT                         PIC 9(3)        VALUE ZERO.
       77  MAP-IX                          PIC 9(3)        VALUE ZERO.

      * GL-MAP-CARD IS THE FIELD BREAKDOWN FOR ONE MAPPING CARD -
      *   MOVEMENT TYPE IN COLUMNS 1-2, DEBIT ACCOUNT IN 4-11, CREDIT
      *   ACCOUNT IN 13-20, DESCRIPTION IN 22-51.
       01  GL-MAP-CARD.
           03 GLM-TYPE                     PIC XX.
           03 FILLER                       PIC X.
           03 GLM-DR-ACCT                  PIC X(8).
           03 FILLER                       PIC X.
           03 GLM-CR-ACCT                  PIC X(8).
           03 FILLER                       PIC X.
           03 GLM-DESC                     PIC X(30).
           03 FILLER                       PIC X(29).

      * THE SOURCE TABLE - ONE ENTRY PER PROGRAM THAT FEEDS THE
      *   LEDGER, IN THE ORDER THE CONTROL REPORT PROVES THEM, PLUS
      *   A LAST ENTRY FOR A MOVEMENT FROM ANY PROGRAM NOT NAMED.
      *   THE NAMES ARE FIXED; THE FIGURES ARE GATHERED AS THE FILES
      *   ARE READ AND AS THE SUMMARIES ARE BOOKED.
       01  SRC-NAME-VALUES.
           03 FILLER       VALUE 'PROGRAM2 '  PIC X(9).
           03 FILLER       VALUE 'PROGRAM11'  PIC X(9).
           03 FILLER       VALUE 'PROGRAM12'  PIC X(9).
           03 FILLER       VALUE 'PROGRAM14'  PIC X(9).
           03 FILLER       VALUE 'PROGRAM22'  PIC X(9).
           03 FILLER       VALUE 'OTHER    '  PIC X(9).
       01  SRC-NAMES REDEFINES SRC-NAME-VALUES.
           03 SRC-NAME                     PIC X(9)  OCCURS 6 TIMES.

      * SRC-READ-CNT/VALUE ARE THE MOVEMENTS READ FROM THE SOURCE;
      *   SRC-OWN-CNT/VALUE WHAT THE SOURCE'S OWN TRAILERS SAY IT
      *   WROTE, AND SRC-TRAILERS HOW MANY TRAILERS CAME IN;
      *   SRC-PENDING IS THE SOURCE'S SHARE OF THE SUMMARY IN HAND,
      *   AND SRC-JOURNALED WHAT OF IT WAS BOOKED.
       01  SRC-TBL.
           03 SRC-ENTRY                    OCCURS 6 TIMES.
              05 SRC-READ-CNT              PIC 9(7).
              05 SRC-READ-VALUE            PIC 9(11)V99.
              05 SRC-OWN-CNT               PIC 9(7).
              05 SRC-OWN-VALUE             PIC 9(11)V99.
              05 SRC-TRAILERS              PIC 9(5).
              05 SRC-PENDING               PIC 9(11)V99.
              05 SRC-JOURNALED             PIC 9(11)V99.

      * THE SUMMARY IN HAND - ITS KEY, HOW MANY MOVEMENTS, AND THEIR
      *   VALUE.
       01  GROUP-KEY.
           03 GRP-WHSE                     PIC XX          VALUE SPACES.
           03 GRP-TYPE                     PIC XX          VALUE SPACES.
       77  GRP-CNT                         PIC 9(7)        VALUE ZERO.
       77  GRP-VALUE                       PIC 9(11)V99    VALUE ZERO.

      * RUN TOTALS FOR THE FOOT OF THE CONTROL REPORT.
       77  WD-READ-CTR                     PIC 9(7)        VALUE ZERO.
       77  VMV-READ-CTR                    PIC 9(7)        VALUE ZERO.
       77  UNUSABLE-CTR                    PIC 9(7)        VALUE ZERO.
       77  SUMMARIES-CTR                   PIC 9(7)        VALUE ZERO.
       77  UNMAPPED-CTR                    PIC 9(7)        VALUE ZERO.
       77  UNMAPPED-VALUE                  PIC 9(11)V99    VALUE ZERO.
       77  JRNL-LINE-CTR                   PIC 9(5)        VALUE ZERO.
       77  TOTAL-DEBITS                    PIC 9(11)V99    VALUE ZERO.
       77  TOTAL-CREDITS                   PIC 9(11)V99    VALUE ZERO.
       77  TOTAL-JOURNALED                 PIC 9(11)V99    VALUE ZERO.

      * WD-OUT-REC IS ONE WRITE-DOWN CANDIDATE AS READ.  THE LAYOUT
      *    IS KEPT IN COPYBOOK INVWDREC.
           COPY INVWDREC.

      * VMV-REC IS ONE VALUE MOVEMENT AS READ.  THE LAYOUT IS KEPT
      *    IN COPYBOOK INVVMREC.
           COPY INVVMREC.

      * GLJ-REC IS ONE JOURNAL LINE AS WRITTEN.  THE LAYOUT IS KEPT
      *    IN COPYBOOK INVGLREC.
           COPY INVGLREC.

      * HEADING FOR THE REPORT WITH DATE IN UPPER RIGHT CORNER
       01  REPORT-HEADING.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(15).
           03 FILLER                       PIC X(42)
              VALUE 'GENERAL LEDGER INTERFACE - CONTROL REPORT'.
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

      * PERIOD-LINE PRINTS UNDER THE HEADING ON EVERY PAGE - THE
      *   PERIOD THE JOURNAL IS BOOKED TO.
       01  PERIOD-LINE.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(15).
           03 FILLER                       PIC X(15)
              VALUE 'PERIOD ENDING: '.
           03 PL-PERIOD                    PIC X(8).
           03 FILLER       VALUE SPACES    PIC X(94).

      * SYS-DATE IS THE SYSTEM DATE OBTAINED THROUGH ACCEPT
      *   IT WILL BE USED FOR THE REPORT DATE
       01  SYS-DATE.
           03 SYS-YEAR                     PIC XX.
           03 SYS-MONTH                    PIC XX.
           03 SYS-DAY                      PIC XX.

      * COLUMN HEADING FOR THE SUMMARIES BOOKED
       01  JRNL-COLHDG.
           03 CC                           PIC X.
           03 FILLER       VALUE 'WHSE'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'TYPE'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC X.
           03 FILLER                       PIC X(30)
              VALUE 'DESCRIPTION'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE '  ITEMS' PIC X(7).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(14)
              VALUE '         VALUE'.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER       VALUE 'DEBIT'   PIC X(8).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER       VALUE 'CREDIT'  PIC X(8).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER       VALUE 'NOTE'    PIC X(20).
           03 FILLER       VALUE SPACES    PIC X(21).

      * SUMMARY-LINE IS ONE WAREHOUSE/MOVEMENT-TYPE SUMMARY AND THE
      *   ACCOUNTS IT WAS BOOKED TO.
       01  SUMMARY-LINE.
           03 CC                           PIC X.
           03 SUM-WHSE                     PIC XX.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 SUM-TYPE                     PIC XX.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 SUM-DESC                     PIC X(30).
           03 FILLER       VALUE SPACES    PIC XX.
           03 SUM-CNT                      PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC XX.
           03 SUM-VALUE                    PIC ZZZZZZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 SUM-DR-ACCT                  PIC X(8).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 SUM-CR-ACCT                  PIC X(8).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 SUM-NOTE                     PIC X(20).
           03 FILLER       VALUE SPACES    PIC X(21).

      * COLUMN HEADING FOR THE SOURCE PROOF
       01  SRC-COLHDG.
           03 CC                           PIC X.
           03 FILLER       VALUE 'SOURCE'  PIC X(9).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE '   READ' PIC X(7).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(14)
              VALUE '    VALUE READ'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'OWN CNT' PIC X(7).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(14)
              VALUE '     OWN VALUE'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(14)
              VALUE '     JOURNALED'.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER       VALUE 'STATUS'  PIC X(22).
           03 FILLER       VALUE SPACES    PIC X(32).

      * SOURCE-LINE IS THE PROOF OF ONE SOURCE.
       01  SOURCE-LINE.
           03 CC                           PIC X.
           03 SRL-NAME                     PIC X(9).
           03 FILLER       VALUE SPACES    PIC XX.
           03 SRL-READ-CNT                 PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC XX.
           03 SRL-READ-VALUE               PIC ZZZZZZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC XX.
           03 SRL-OWN-CNT                  PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC XX.
           03 SRL-OWN-VALUE                PIC ZZZZZZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC XX.
           03 SRL-JOURNALED                PIC ZZZZZZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 SRL-STATUS                   PIC X(22).
           03 FILLER       VALUE SPACES    PIC X(32).

      * SECTION-TITLE-LINE OPENS EACH PART OF THE CONTROL REPORT.
       01  SECTION-TITLE-LINE.
           03 CC                           PIC X.
           03 STL-TITLE                    PIC X(40).
           03 FILLER       VALUE SPACES    PIC X(92).

      * GL-COUNT-LINE PRINTS ONE RUN TOTAL AT THE FOOT OF THE
      *   REPORT - THE LABEL IS RE-MOVED FOR EACH COUNT.
       01  GL-COUNT-LINE.
           03 CC                           PIC X.
           03 GLC-CTR-LABEL                PIC X(30).
           03 GLC-CTR-VALUE                PIC ZZZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(93).

      * GL-VALUE-LINE PRINTS ONE DOLLAR TOTAL AT THE FOOT OF THE
      *   REPORT - THE LABEL IS RE-MOVED FOR EACH TOTAL.
       01  GL-VALUE-LINE.
           03 CC                           PIC X.
           03 GLV-VAL-LABEL                PIC X(30).
           03 GLV-VAL-VALUE                PIC ZZZZZZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC X(88).

      * GL-MSG-LINE PRINTS THE FINAL VERDICT ON THE JOURNAL.
       01  GL-MSG-LINE.
           03 CC                           PIC X.
           03 VERDICT-MSG                  PIC X(60).
           03 FILLER       VALUE SPACES    PIC X(72).

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
      *     PERIOD'S MOVEMENTS ARE GATHERED AND SORTED BY WAREHOUSE
      *     AND MOVEMENT TYPE, AND EACH SUMMARY IS BOOKED BY THE
      *     SORT'S OUTPUT PROCEDURE.
      *--------------------------------------------------------------

           PERFORM         B000-INIT.

           SORT            GL-SORT-FILE
                            ON ASCENDING KEY GSRT-WHSE
                                             GSRT-TYPE
                            INPUT PROCEDURE  P000-GATHER-MOVES
                            OUTPUT PROCEDURE Q000-BOOK-SUMMARIES.

           PERFORM         Z000-FINISH.

           GOBACK.
      /
      *--------------------------------------------------------------
       B000-INIT                           SECTION.
      *
      *  B000-INIT CONTAINS THE INITIALIZATION STATEMENTS TO BE
      *    PERFORMED AT THE BEGINNING OF THE PROGRAM.  A RUN WITH
      *    NO USABLE PERIOD-ENDING DATE STOPS COLD - A JOURNAL
      *    BOOKED TO THE WRONG PERIOD IS WORSE THAN NONE.
      *--------------------------------------------------------------

      *  ACCEPT THE SYSTEM DATE AND MOVE IT TO THE HEADING'S DATE
           ACCEPT          SYS-DATE        FROM DATE.
           MOVE            SYS-DAY         TO REPORT-DAY.
           MOVE            SYS-MONTH       TO REPORT-MONTH.
           MOVE            SYS-YEAR        TO REPORT-YEAR.

      *  ACCEPT THE PERIOD-ENDING DATE (YYYYMMDD) FROM SYSIN
           ACCEPT          PERIOD-END-DATE-X FROM CONSOLE.

           IF      PERIOD-END-DATE-X NOT NUMERIC
                   DISPLAY ' '
                   DISPLAY 'PERIOD-ENDING DATE NOT NUMERIC - GL '
                           'INTERFACE ABORTED'
                   MOVE    16              TO RETURN-CODE
                   GOBACK
           END-IF.

           MOVE            PERIOD-END-DATE-X TO PL-PERIOD.
           INITIALIZE      SRC-TBL.

      *  TABLE THE ACCOUNT-MAPPING CARDS.
           PERFORM         B200-LOAD-MAPPING.

           OPEN            OUTPUT          GL-JOURNAL-FILE
                           OUTPUT          GL-CONTROL-FILE.

      *  LINE COUNTER IS INITIALIZED TO 99 TO FORCE A HEADER
      *      TO BE PRINTED AT THE BEGINNING OF THE REPORT.
           MOVE            99              TO LINE-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B200-LOAD-MAPPING                   SECTION.
      *
      *  B200-LOAD-MAPPING READS THE ACCOUNT-MAPPING CARDS AND
      *    TABLES EVERY ONE.  A MOVEMENT TYPE WITH NO CARD IS NOT
      *    JOURNALED AND THROWS THE RUN OUT OF BALANCE.
      *--------------------------------------------------------------

           OPEN            INPUT           GL-MAP-FILE.

           MOVE            'N'             TO MAP-EOF-SW.
           PERFORM         B210-READ-MAPPING
                           UNTIL MAP-EOF.

           CLOSE           GL-MAP-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B210-READ-MAPPING                   SECTION.
      *
      *  B210-READ-MAPPING READS ONE MAPPING CARD AND FILES IT IN
      *    THE TABLE.  A BLANK CARD IS SKIPPED; CARDS PAST THE TABLE
      *    LIMIT ARE DROPPED WITH A CONSOLE NOTE.
      *--------------------------------------------------------------

           READ    GL-MAP-FILE             INTO GL-MAP-CARD
                   AT END  MOVE 'Y'        TO MAP-EOF-SW
           END-READ.

           IF      MAP-EOF OR GLM-TYPE = SPACES
                   GO TO   DEPART
           END-IF.

           IF      MAP-CNT < 50
                   ADD     1               TO MAP-CNT
                   MOVE    GLM-TYPE        TO MAP-TYPE (MAP-CNT)
                   MOVE    GLM-DR-ACCT     TO MAP-DR-ACCT (MAP-CNT)
                   MOVE    GLM-CR-ACCT     TO MAP-CR-ACCT (MAP-CNT)
                   MOVE    GLM-DESC        TO MAP-DESC (MAP-CNT)
           ELSE
                   DISPLAY 'MAPPING TABLE FULL - CARD DROPPED: '
                           GLM-TYPE
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P000-GATHER-MOVES                   SECTION.
      *
      *  P000-GATHER-MOVES IS THE SORT'S INPUT PROCEDURE.  IT READS
      *    THE WRITE-DOWN FILE, THEN THE VALUE-MOVEMENT FILES, AND
      *    RELEASES EVERY USABLE MOVEMENT.
      *--------------------------------------------------------------

           OPEN            INPUT           WRITEDOWN-IN-FILE.

           PERFORM         N000-READ-WRITEDOWN
                           UNTIL WD-EOF.

           CLOSE           WRITEDOWN-IN-FILE.

           OPEN            INPUT           VALUE-MOVE-IN-FILE.

           PERFORM         N100-READ-VALUE-MOVE
                           UNTIL VMV-EOF.

           CLOSE           VALUE-MOVE-IN-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       N000-READ-WRITEDOWN                 SECTION.
      *
      *  N000-READ-WRITEDOWN READS ONE WRITE-DOWN CANDIDATE AND
      *    RELEASES IT AS A WRITE-DOWN MOVEMENT AT ITS CARRYING
      *    VALUE.  THE FILE HAS NO TRAILER, SO WHAT IS READ IS ALSO
      *    TAKEN AS THE SOURCE'S OWN FIGURE.
      *--------------------------------------------------------------

           READ    WRITEDOWN-IN-FILE       INTO WD-OUT-REC
                   AT END  MOVE 'Y'        TO WD-EOF-SW
           END-READ.

           IF      WD-EOF
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO WD-READ-CTR
                                              SRC-READ-CNT (1)
                                              SRC-OWN-CNT (1).

           IF      WD-CARRY-VALUE NOT NUMERIC
                   DISPLAY 'WRITE-DOWN VALUE NOT NUMERIC: '
                           WD-WHSE ' ' WD-PART
                   ADD     1               TO UNUSABLE-CTR
                   MOVE    'Y'             TO OUT-OF-BALANCE-SW
                   GO TO   DEPART
           END-IF.

           ADD     WD-CARRY-VALUE          TO SRC-READ-VALUE (1)
                                              SRC-OWN-VALUE (1).

           MOVE    WD-WHSE                 TO GSRT-WHSE.
           MOVE    'WD'                    TO GSRT-TYPE.
           MOVE    1                       TO GSRT-SRC-IX.
           MOVE    WD-CARRY-VALUE          TO GSRT-VALUE.
           RELEASE GSORT-REC.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       N100-READ-VALUE-MOVE                SECTION.
      *
      *  N100-READ-VALUE-MOVE READS ONE RECORD OF THE VALUE-MOVEMENT
      *    FILES.  A TRAILER ADDS TO ITS SOURCE'S OWN FIGURES; A
      *    MOVEMENT IS COUNTED TO ITS SOURCE AND RELEASED.  A
      *    MOVEMENT WHOSE VALUE IS NOT NUMERIC CANNOT BE BOOKED - IT
      *    IS NAMED ON THE CONSOLE AND THROWS THE RUN OUT OF
      *    BALANCE.
      *--------------------------------------------------------------

           READ    VALUE-MOVE-IN-FILE      INTO VMV-REC
                   AT END  MOVE 'Y'        TO VMV-EOF-SW
           END-READ.

           IF      VMV-EOF
                   GO TO   DEPART
           END-IF.

           PERFORM U000-FIND-SOURCE.

           IF      VMV-TRAILER
                   ADD     1               TO SRC-TRAILERS (SRC-HIT-IX)
                   IF      VMV-TRL-CNT NUMERIC
                           AND VMV-TRL-VALUE NUMERIC
                           ADD  VMV-TRL-CNT
                                TO SRC-OWN-CNT (SRC-HIT-IX)
                           ADD  VMV-TRL-VALUE
                                TO SRC-OWN-VALUE (SRC-HIT-IX)
                   ELSE
                           DISPLAY 'TRAILER NOT NUMERIC FROM: '
                                   VMV-SOURCE
                           ADD  1          TO UNUSABLE-CTR
                           MOVE 'Y'        TO OUT-OF-BALANCE-SW
                   END-IF
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO VMV-READ-CTR
                                              SRC-READ-CNT (SRC-HIT-IX).

           IF      VMV-VALUE NOT NUMERIC
                   DISPLAY 'MOVEMENT VALUE NOT NUMERIC: '
                           VMV-SOURCE ' ' VMV-WHSE ' ' VMV-PART
                   ADD     1               TO UNUSABLE-CTR
                   MOVE    'Y'             TO OUT-OF-BALANCE-SW
                   GO TO   DEPART
           END-IF.

           ADD     VMV-VALUE
                   TO SRC-READ-VALUE (SRC-HIT-IX).

           MOVE    VMV-WHSE                TO GSRT-WHSE.
           MOVE    VMV-TYPE                TO GSRT-TYPE.
           MOVE    SRC-HIT-IX              TO GSRT-SRC-IX.
           MOVE    VMV-VALUE               TO GSRT-VALUE.
           RELEASE GSORT-REC.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       U000-FIND-SOURCE                    SECTION.
      *
      *  U000-FIND-SOURCE POINTS SRC-HIT-IX AT THE SOURCE TABLE
      *    ENTRY FOR VMV-SOURCE - THE LAST ENTRY WHEN THE PROGRAM IS
      *    NOT ONE THAT FEEDS THE LEDGER.
      *--------------------------------------------------------------

           MOVE    'N'                     TO SRC-FOUND-SW.
           MOVE    6                       TO SRC-HIT-IX.

           PERFORM U010-MATCH-ONE-SOURCE
                   VARYING SRC-IX FROM 1 BY 1
                   UNTIL SRC-IX > 5
                      OR SRC-FOUND.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       U010-MATCH-ONE-SOURCE               SECTION.
      *
      *  U010-MATCH-ONE-SOURCE COMPARES VMV-SOURCE TO ONE SOURCE
      *    TABLE ENTRY.
      *--------------------------------------------------------------

           IF      VMV-SOURCE = SRC-NAME (SRC-IX)
                   MOVE    'Y'             TO SRC-FOUND-SW
                   MOVE    SRC-IX          TO SRC-HIT-IX
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Q000-BOOK-SUMMARIES                 SECTION.
      *
      *  Q000-BOOK-SUMMARIES IS THE SORT'S OUTPUT PROCEDURE.  IT
      *    GATHERS EACH WAREHOUSE/MOVEMENT-TYPE SUMMARY AND BOOKS IT
      *    AT EVERY KEY CHANGE AND AT END OF FILE.
      *--------------------------------------------------------------

           PERFORM         R000-RETURN-MOVE.

           PERFORM         C000-GATHER-ONE-MOVE
                           UNTIL SORT-EOF.

           IF      GROUP-OPEN
                   PERFORM E000-BOOK-SUMMARY
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       C000-GATHER-ONE-MOVE                SECTION.
      *
      *   THIS SECTION IS THE MAIN PROCESSING LOOP.  A KEY CHANGE
      *     BOOKS THE SUMMARY JUST GATHERED; THE MOVEMENT IN HAND
      *     THEN JOINS (OR STARTS) THE CURRENT SUMMARY.
      *--------------------------------------------------------------

           IF      GROUP-OPEN
                   IF      GSRT-WHSE NOT = GRP-WHSE
                           OR GSRT-TYPE NOT = GRP-TYPE
                           PERFORM E000-BOOK-SUMMARY
                   END-IF
           END-IF.

           IF      NOT GROUP-OPEN
                   MOVE    'Y'             TO GROUP-OPEN-SW
                   MOVE    GSRT-WHSE       TO GRP-WHSE
                   MOVE    GSRT-TYPE       TO GRP-TYPE
                   MOVE    ZERO            TO GRP-CNT
                                              GRP-VALUE
                   PERFORM C100-CLEAR-PENDING
                           VARYING SRC-IX FROM 1 BY 1
                           UNTIL SRC-IX > 6
           END-IF.

           ADD     1                       TO GRP-CNT.
           ADD     GSRT-VALUE              TO GRP-VALUE
                                              SRC-PENDING (GSRT-SRC-IX).

           PERFORM R000-RETURN-MOVE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       C100-CLEAR-PENDING                  SECTION.
      *
      *  C100-CLEAR-PENDING ZEROES ONE SOURCE'S SHARE OF THE NEW
      *    SUMMARY.
      *--------------------------------------------------------------

           MOVE    ZERO                    TO SRC-PENDING (SRC-IX).

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R000-RETURN-MOVE                    SECTION.
      *
      *  R000-RETURN-MOVE RETURNS THE NEXT SORTED MOVEMENT.
      *---------------------------------------------------------------

           RETURN  GL-SORT-FILE
                   AT END  MOVE 'Y'        TO SORT-EOF-SW
           END-RETURN.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E000-BOOK-SUMMARY                   SECTION.
      *
      *  E000-BOOK-SUMMARY BOOKS THE SUMMARY IN HAND - A DEBIT LINE
      *    AND A CREDIT LINE FOR ITS VALUE TO THE ACCOUNTS MAPPED TO
      *    ITS MOVEMENT TYPE - CREDITS EACH SOURCE WITH ITS SHARE AS
      *    JOURNALED, AND LISTS IT ON THE CONTROL REPORT.  A TYPE
      *    WITH NO MAPPING IS LISTED BUT NOT BOOKED; A SUMMARY
      *    WORTH NOTHING IS LISTED WITH NO JOURNAL LINES.
      *---------------------------------------------------------------

           PERFORM E200-JOURNAL-SUMMARY.

           MOVE    GRP-WHSE                TO SUM-WHSE.
           MOVE    GRP-TYPE                TO SUM-TYPE.
           MOVE    GRP-CNT                 TO SUM-CNT.
           MOVE    GRP-VALUE               TO SUM-VALUE.
           PERFORM F000-PRINT-SUMMARY.
           ADD     1                       TO SUMMARIES-CTR.

           MOVE    'N'                     TO GROUP-OPEN-SW.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E100-CREDIT-SOURCE                  SECTION.
      *
      *  E100-CREDIT-SOURCE ADDS ONE SOURCE'S SHARE OF THE SUMMARY
      *    BEING BOOKED TO WHAT HAS BEEN JOURNALED FOR IT.
      *---------------------------------------------------------------

           ADD     SRC-PENDING (SRC-IX)    TO SRC-JOURNALED (SRC-IX).

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E200-JOURNAL-SUMMARY                SECTION.
      *
      *  E200-JOURNAL-SUMMARY FINDS THE ACCOUNTS FOR THE SUMMARY IN
      *    HAND AND WRITES ITS DEBIT AND CREDIT LINES, SETTING UP
      *    THE ACCOUNTS AND NOTE FOR ITS REPORT LINE.
      *---------------------------------------------------------------

           PERFORM U100-FIND-MAPPING.

           MOVE    SPACES                  TO SUM-NOTE.

           IF      NOT MAP-FOUND
                   MOVE    'UNKNOWN MOVEMENT TYPE'
                                           TO SUM-DESC
                   MOVE    SPACES          TO SUM-DR-ACCT
                                              SUM-CR-ACCT
                   MOVE    'NO ACCOUNT MAPPING'
                                           TO SUM-NOTE
                   ADD     1               TO UNMAPPED-CTR
                   ADD     GRP-VALUE       TO UNMAPPED-VALUE
                   MOVE    'Y'             TO OUT-OF-BALANCE-SW
                   GO TO   DEPART
           END-IF.

           MOVE    MAP-DESC (MAP-HIT-IX)   TO SUM-DESC.
           MOVE    MAP-DR-ACCT (MAP-HIT-IX) TO SUM-DR-ACCT.
           MOVE    MAP-CR-ACCT (MAP-HIT-IX) TO SUM-CR-ACCT.

           PERFORM E100-CREDIT-SOURCE
                   VARYING SRC-IX FROM 1 BY 1
                   UNTIL SRC-IX > 6.

           IF      GRP-VALUE = ZERO
                   MOVE    'NOTHING TO BOOK'
                                           TO SUM-NOTE
                   GO TO   DEPART
           END-IF.

           MOVE    'D'                     TO GLJ-DR-CR.
           MOVE    MAP-DR-ACCT (MAP-HIT-IX) TO GLJ-ACCOUNT.
           PERFORM J000-WRITE-JOURNAL-LINE.

           MOVE    'C'                     TO GLJ-DR-CR.
           MOVE    MAP-CR-ACCT (MAP-HIT-IX) TO GLJ-ACCOUNT.
           PERFORM J000-WRITE-JOURNAL-LINE.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       U100-FIND-MAPPING                   SECTION.
      *
      *  U100-FIND-MAPPING LOOKS THE SUMMARY'S MOVEMENT TYPE UP IN
      *    THE MAPPING TABLE AND SETS MAP-FOUND-SW AND MAP-HIT-IX.
      *---------------------------------------------------------------

           MOVE    'N'                     TO MAP-FOUND-SW.
           MOVE    ZERO                    TO MAP-HIT-IX.

           IF      MAP-CNT > ZERO
                   PERFORM U110-MATCH-ONE-MAPPING
                           VARYING MAP-IX FROM 1 BY 1
                           UNTIL MAP-IX > MAP-CNT
                              OR MAP-FOUND
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       U110-MATCH-ONE-MAPPING              SECTION.
      *
      *  U110-MATCH-ONE-MAPPING COMPARES THE SUMMARY'S MOVEMENT TYPE
      *    TO ONE MAPPING TABLE ENTRY.
      *---------------------------------------------------------------

           IF      GRP-TYPE = MAP-TYPE (MAP-IX)
                   MOVE    'Y'             TO MAP-FOUND-SW
                   MOVE    MAP-IX          TO MAP-HIT-IX
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       J000-WRITE-JOURNAL-LINE             SECTION.
      *
      *  J000-WRITE-JOURNAL-LINE WRITES ONE SIDE OF THE SUMMARY'S
      *    ENTRY - THE ACCOUNT AND DEBIT/CREDIT SET BY THE CALLER -
      *    AND ADDS IT TO THE DEBIT OR CREDIT TOTAL.
      *---------------------------------------------------------------

           ADD     1                       TO JRNL-LINE-CTR.

           MOVE    PERIOD-END-DATE-X       TO GLJ-JRNL-DATE.
           MOVE    JRNL-LINE-CTR           TO GLJ-LINE-NO.
           MOVE    GRP-WHSE                TO GLJ-WHSE.
           MOVE    GRP-VALUE               TO GLJ-AMOUNT.
           MOVE    GRP-TYPE                TO GLJ-MOVE-TYPE.
           MOVE    GRP-CNT                 TO GLJ-ITEM-CNT.
           MOVE    MAP-DESC (MAP-HIT-IX)   TO GLJ-DESC.

           WRITE   GL-JOURNAL-REC          FROM GLJ-REC.

           IF      GLJ-DEBIT
                   ADD     GRP-VALUE       TO TOTAL-DEBITS
           ELSE
                   ADD     GRP-VALUE       TO TOTAL-CREDITS
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       F000-PRINT-SUMMARY                  SECTION.
      *
      *  F000-PRINT-SUMMARY LISTS THE SUMMARY JUST BOOKED ON THE
      *    CONTROL REPORT.
      *---------------------------------------------------------------

           IF      LINE-CTR > 56
                   PERFORM W000-WRITE-HEADING
           END-IF.

           WRITE   GL-CONTROL-REC          FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.
           ADD     1                       TO LINE-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       V000-PROVE-SOURCES                  SECTION.
      *
      *  V000-PROVE-SOURCES PRINTS THE SOURCE PROOF ON A PAGE OF ITS
      *    OWN - ONE LINE PER SOURCE - AND ADDS UP WHAT WAS
      *    JOURNALED FOR ALL OF THEM.
      *---------------------------------------------------------------

           MOVE    'S'                     TO REPORT-PART-SW.
           PERFORM W000-WRITE-HEADING.

           PERFORM V100-PROVE-ONE-SOURCE
                   VARYING SRC-IX FROM 1 BY 1
                   UNTIL SRC-IX > 6.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       V100-PROVE-ONE-SOURCE               SECTION.
      *
      *  V100-PROVE-ONE-SOURCE PROVES ONE SOURCE.  IT AGREES WHEN
      *    WHAT WAS READ FROM IT MATCHES WHAT ITS OWN TRAILERS SAY IT
      *    WROTE, AND ALL OF IT WAS JOURNALED.  A FEEDING PROGRAM
      *    WITH MOVEMENTS BUT NO TRAILER HAS LOST THE END OF A FILE;
      *    A MOVEMENT FROM A PROGRAM THAT DOES NOT FEED THE LEDGER
      *    IS LISTED BUT NOT TRUSTED.  THE OTHER-PROGRAM LINE ONLY
      *    PRINTS WHEN THERE WAS SOMETHING FROM ONE.
      *---------------------------------------------------------------

           IF      SRC-IX = 6
                   AND SRC-READ-CNT (6) = ZERO
                   AND SRC-TRAILERS (6) = ZERO
                   GO TO   DEPART
           END-IF.

           ADD     SRC-JOURNALED (SRC-IX)  TO TOTAL-JOURNALED.

           IF      SRC-IX = 6
                   MOVE    'NOT A LEDGER SOURCE'
                                           TO SRL-STATUS
           ELSE
           IF      SRC-IX > 1
                   AND SRC-READ-CNT (SRC-IX) > ZERO
                   AND SRC-TRAILERS (SRC-IX) = ZERO
                   MOVE    'NO TRAILER'    TO SRL-STATUS
           ELSE
           IF      SRC-READ-CNT (SRC-IX) NOT = SRC-OWN-CNT (SRC-IX)
                   OR SRC-READ-VALUE (SRC-IX)
                                       NOT = SRC-OWN-VALUE (SRC-IX)
                   MOVE    'DISAGREES WITH SOURCE'
                                           TO SRL-STATUS
           ELSE
           IF      SRC-JOURNALED (SRC-IX)
                                       NOT = SRC-READ-VALUE (SRC-IX)
                   MOVE    'NOT ALL JOURNALED'
                                           TO SRL-STATUS
           ELSE
                   MOVE    'AGREES'        TO SRL-STATUS
           END-IF
           END-IF
           END-IF
           END-IF.

           IF      SRL-STATUS NOT = 'AGREES'
                   MOVE    'Y'             TO OUT-OF-BALANCE-SW
           END-IF.

           MOVE    SRC-NAME (SRC-IX)       TO SRL-NAME.
           MOVE    SRC-READ-CNT (SRC-IX)   TO SRL-READ-CNT.
           MOVE    SRC-READ-VALUE (SRC-IX) TO SRL-READ-VALUE.
           MOVE    SRC-OWN-CNT (SRC-IX)    TO SRL-OWN-CNT.
           MOVE    SRC-OWN-VALUE (SRC-IX)  TO SRL-OWN-VALUE.
           MOVE    SRC-JOURNALED (SRC-IX)  TO SRL-JOURNALED.

           WRITE   GL-CONTROL-REC          FROM SOURCE-LINE
                   AFTER ADVANCING 1 LINE.
           ADD     1                       TO LINE-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       W000-WRITE-HEADING                  SECTION.
      *
      *  W000-WRITE-HEADING PRINTS THE REPORT HEADING, THE PERIOD,
      *    AND THE COLUMN HEADING FOR THE PART OF THE REPORT NOW
      *    PRINTING, THEN RESETS THE LINE COUNTER.
      *--------------------------------------------------------------

      *  REPORT HEADING AND PERIOD
           WRITE   GL-CONTROL-REC          FROM REPORT-HEADING
                   AFTER ADVANCING TOP-OF-PAGE.
           WRITE   GL-CONTROL-REC          FROM PERIOD-LINE
                   AFTER ADVANCING 1 LINE.

      *  PART TITLE AND COLUMN HEADING
           IF      IN-JOURNAL-PART
                   MOVE    'JOURNAL SUMMARIES BOOKED'
                                           TO STL-TITLE
                   WRITE   GL-CONTROL-REC  FROM SECTION-TITLE-LINE
                           AFTER ADVANCING 2 LINES
                   WRITE   GL-CONTROL-REC  FROM JRNL-COLHDG
                           AFTER ADVANCING 2 LINES
           ELSE
                   MOVE    'PROOF OF SOURCES'
                                           TO STL-TITLE
                   WRITE   GL-CONTROL-REC  FROM SECTION-TITLE-LINE
                           AFTER ADVANCING 2 LINES
                   WRITE   GL-CONTROL-REC  FROM SRC-COLHDG
                           AFTER ADVANCING 2 LINES
           END-IF.

      *  INIT LINE-CTR
           MOVE    7                       TO LINE-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Z000-FINISH                         SECTION.
      *
      *  Z000-FINISH PROVES EVERY SOURCE, PRINTS THE JOURNAL TOTALS
      *    AND THE RUN TOTALS, AND CLOSES THE FILES.  THE JOURNAL
      *    BALANCES WHEN THE DEBITS EQUAL THE CREDITS AND BOTH EQUAL
      *    WHAT WAS JOURNALED FOR THE SOURCES.
      *--------------------------------------------------------------

      *  A PERIOD WITH NO MOVEMENTS AT ALL STILL GETS ITS HEADED
      *    JOURNAL PAGE SO THE CONTROL REPORT SHOWS IT WAS EMPTY.
           IF      SUMMARIES-CTR = ZERO
                   PERFORM W000-WRITE-HEADING
           END-IF.

           PERFORM V000-PROVE-SOURCES.

           IF      TOTAL-DEBITS NOT = TOTAL-CREDITS
                   OR TOTAL-DEBITS NOT = TOTAL-JOURNALED
                   MOVE    'Y'             TO OUT-OF-BALANCE-SW
           END-IF.

           MOVE    'WRITE-DOWNS READ'      TO GLC-CTR-LABEL.
           MOVE    WD-READ-CTR             TO GLC-CTR-VALUE.
           WRITE   GL-CONTROL-REC          FROM GL-COUNT-LINE
                   AFTER ADVANCING 3 LINES.

           MOVE    'VALUE MOVEMENTS READ'  TO GLC-CTR-LABEL.
           MOVE    VMV-READ-CTR            TO GLC-CTR-VALUE.
           WRITE   GL-CONTROL-REC          FROM GL-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'RECORDS UNUSABLE'      TO GLC-CTR-LABEL.
           MOVE    UNUSABLE-CTR            TO GLC-CTR-VALUE.
           WRITE   GL-CONTROL-REC          FROM GL-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'SUMMARIES LISTED'      TO GLC-CTR-LABEL.
           MOVE    SUMMARIES-CTR           TO GLC-CTR-VALUE.
           WRITE   GL-CONTROL-REC          FROM GL-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'SUMMARIES NOT MAPPED'  TO GLC-CTR-LABEL.
           MOVE    UNMAPPED-CTR            TO GLC-CTR-VALUE.
           WRITE   GL-CONTROL-REC          FROM GL-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'VALUE NOT MAPPED'      TO GLV-VAL-LABEL.
           MOVE    UNMAPPED-VALUE          TO GLV-VAL-VALUE.
           WRITE   GL-CONTROL-REC          FROM GL-VALUE-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'JOURNAL LINES WRITTEN' TO GLC-CTR-LABEL.
           MOVE    JRNL-LINE-CTR           TO GLC-CTR-VALUE.
           WRITE   GL-CONTROL-REC          FROM GL-COUNT-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE    'TOTAL DEBITS'          TO GLV-VAL-LABEL.
           MOVE    TOTAL-DEBITS            TO GLV-VAL-VALUE.
           WRITE   GL-CONTROL-REC          FROM GL-VALUE-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'TOTAL CREDITS'         TO GLV-VAL-LABEL.
           MOVE    TOTAL-CREDITS           TO GLV-VAL-VALUE.
           WRITE   GL-CONTROL-REC          FROM GL-VALUE-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'JOURNALED FOR THE SOURCES'
                                           TO GLV-VAL-LABEL.
           MOVE    TOTAL-JOURNALED         TO GLV-VAL-VALUE.
           WRITE   GL-CONTROL-REC          FROM GL-VALUE-LINE
                   AFTER ADVANCING 1 LINE.

      *  THE VERDICT.  ANYTHING OUT OF BALANCE ENDS THE RUN WITH
      *    RETURN CODE 8 SO THE JOURNAL IS NOT LOADED AS IT STANDS.
           IF      OUT-OF-BALANCE
                   MOVE    'JOURNAL OUT OF BALANCE - DO NOT LOAD'
                                           TO VERDICT-MSG
                   DISPLAY 'PROGRAM23 - GL INTERFACE OUT OF BALANCE '
                           '- SEE CONTROL REPORT'
                   MOVE    8               TO RETURN-CODE
           ELSE
                   MOVE    'JOURNAL BALANCED - AGREES WITH EVERY SOURCE'
                                           TO VERDICT-MSG
           END-IF.
           WRITE   GL-CONTROL-REC          FROM GL-MSG-LINE
                   AFTER ADVANCING 2 LINES.

           CLOSE   GL-JOURNAL-FILE
                   GL-CONTROL-FILE.

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
           MOVE    'PROGRAM23'             TO RCT-PROGRAM.
           MOVE    SYS-DATE                TO RCT-RUN-DATE.
           MOVE    'WRITEDN(0) + PERIOD VALUES'
                                           TO RCT-GENS-USED.
           MOVE    RETURN-CODE             TO RCT-RETURN-CODE.
           WRITE   RUN-CONTROL-REC         FROM RUN-CTL-REC.

           CLOSE   RUN-CONTROL-FILE.

       DEPART.
           EXIT.
      *
      *
