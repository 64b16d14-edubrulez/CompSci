      *
       IDENTIFICATION DIVISION.

       PROGRAM-ID.         PROGRAM31.
       AUTHOR.             ERICK NAVE.
       INSTALLATION.       PROGRAMMING APPLICATIONS WITH COBOL.
       DATE-WRITTEN.       9/02/26.
       DATE-COMPILED.
      *
      ****************************************************************
      *
      *REMARKS.
      *
      *  PROGRAM 31 IS THE WAREHOUSE CLOSURE WIND-DOWN.  A WAREHOUSE
      *    SET INACTIVE ON THE WAREHOUSE REFERENCE MASTER TAKES NO
      *    MORE ORDINARY MAINTENANCE, BUT ITS STOCK IS STILL ON THE
      *    MASTER.  THIS PROGRAM FINDS EVERY PART IN A CLOSING
      *    WAREHOUSE WITH STOCK ON HAND AND RAISES TRANSFER ORDERS TO
      *    MOVE IT TO THE ACTIVE WAREHOUSES THAT CARRY THE PART:
      *      - FIRST TO THOSE BELOW THEIR REORDER POINT, COUNTING
      *        WHAT IS ALREADY ON ITS WAY TO THEM, EACH FILLED UP TO
      *        ITS REORDER POINT, BEST SELLER FIRST
      *      - THEN WHATEVER IS LEFT TO THE ONE THAT HAS SOLD THE
      *        MOST OF THE PART THIS YEAR
      *    STOCK ALREADY ON A REQUESTED ORDER OUT OF THE CLOSING
      *    WAREHOUSE IS NOT ALLOCATED AGAIN.  A PART NO ACTIVE
      *    WAREHOUSE CARRIES HAS NOWHERE TO GO AND IS REPORTED.
      *
      *  THE ORDERS ARE ORDINARY TRANSFER ORDERS, STATUS REQUESTED.
      *    THEY ARE WRITTEN TO THE NEW-ORDER FILE BEHIND THE ORDERS
      *    PROGRAM10 RAISED, SO THE TRANSFER RUN (PROGRAM14) TAKES
      *    THEM THROUGH THE SAME APPROVE, SHIP AND RECEIVE CYCLE.
      *
      *  THE CLOSURE STATUS REPORT GIVES, FOR EACH CLOSING
      *    WAREHOUSE, THE UNITS AND DOLLARS STILL ON HAND AND IN
      *    TRANSIT, THE UNITS ALLOCATED THIS RUN, AND HOW MANY PARTS
      *    HAVE CLEARED - AND SAYS WHEN THE SITE HAS NOTHING LEFT
      *    AND CAN BE SHUT.  DOLLARS ARE AT THE CLOSING WAREHOUSE'S
      *    UNIT PRICE, AS THE TRANSFER RUN VALUES A SHIPMENT.
      *
      *  FILES:
      *    INVENTORY-MASTER
      *    WHSE-REF-FILE
      *    NEW-ORDER-IN-FILE
      *    CARRIED-ORDER-IN-FILE
      *    TRANSFER-OUT-FILE
      *    CLOSURE-REPORT-FILE
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
           SELECT WHSE-REF-FILE            ASSIGN TO UT-S-WHSEREF.
           SELECT NEW-ORDER-IN-FILE        ASSIGN TO UT-S-XFRNEW.
           SELECT CARRIED-ORDER-IN-FILE    ASSIGN TO UT-S-XFRPRV.
           SELECT TRANSFER-OUT-FILE        ASSIGN TO UT-S-XFROUT.
           SELECT CLOSURE-REPORT-FILE      ASSIGN TO UT-S-PRINTER.
           SELECT RUN-CONTROL-FILE         ASSIGN TO UT-S-RUNCTL.
           SELECT CLOSURE-SORT-FILE        ASSIGN TO UT-S-SORTWK.

      /
      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      *---------------------------------------------------------------
       FILE SECTION.
      *---------------------------------------------------------------

      * INVENTORY-MASTER          ------->     INPUT
      *   THE KEYED VSAM MASTER, READ END TO END.  NEVER UPDATED
      *   HERE.
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

      * WHSE-REF-FILE             ------->     INPUT
      *   THE WAREHOUSE REFERENCE MASTER, TABLED AT START-UP - ITS
      *   ACTIVE FLAG SAYS WHICH WAREHOUSES ARE CLOSING.
       FD  WHSE-REF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WHSE-REF-IO-REC.

       01  WHSE-REF-IO-REC                PIC X(50).

      * NEW-ORDER-IN-FILE         ------->     INPUT
      *   THE NEW TRANSFER ORDERS PROGRAM10 RAISED THIS CYCLE -
      *   COPIED TO THE NEW GENERATION AHEAD OF THE CLOSURE ORDERS.
       FD  NEW-ORDER-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEW-ORDER-IN-REC.

       01  NEW-ORDER-IN-REC                PIC X(30).

      * CARRIED-ORDER-IN-FILE     ------->     INPUT
      *   THE ORDERS THE TRANSFER RUN CARRIED LAST TIME - AWAITING
      *   APPROVAL OR IN TRANSIT.
       FD  CARRIED-ORDER-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARRIED-ORDER-IN-REC.

       01  CARRIED-ORDER-IN-REC            PIC X(30).

      * TRANSFER-OUT-FILE         ------->     OUTPUT
      *   THE NEW-ORDER GENERATION THE TRANSFER RUN WORKS - THE
      *   PROGRAM10 ORDERS, THEN THE CLOSURE ORDERS.
       FD  TRANSFER-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRANSFER-OUT-REC.

       01  TRANSFER-OUT-REC                PIC X(30).

      * CLOSURE-REPORT-FILE       ------->     OUTPUT
      *   THE CLOSURE ORDERS RAISED, THE STATUS OF EACH CLOSING
      *   WAREHOUSE, AND THE RUN TOTALS.
       FD  CLOSURE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLOSURE-REPORT-REC.

       01  CLOSURE-REPORT-REC              PIC X(133).

      * RUN-CONTROL-FILE          ------->     INPUT, THEN EXTEND
      *   THE SHARED SUITE-WIDE RUN LOG.  SCANNED AT START-UP FOR
      *   THE LATEST PROGRAM10 STAMP - THE NEW ORDERS CARRIED ARE
      *   THAT RUN'S OUTPUT - AND STAMPED AT END OF RUN.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-CONTROL-REC.

       01  RUN-CONTROL-REC                PIC X(80).

      * CLOSURE-SORT-FILE BRINGS EACH PART'S MASTER RECORDS AND
      *   OPEN TRANSFER ORDERS TOGETHER, PART-MAJOR - THE MASTER
      *   RECORDS ('M') AHEAD OF THE ORDERS ('O') - SO EACH PART CAN
      *   BE WOUND DOWN ACROSS ALL ITS WAREHOUSES AT ONCE.
       SD  CLOSURE-SORT-FILE
           DATA RECORD IS CSORT-REC.

       01  CSORT-REC.
           03 CSRT-PART                    PIC X(5).
           03 CSRT-TYPE                    PIC X.
           03 CSRT-WHSE                    PIC XX.
           03 FILLER                       PIC X(48).

      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------

       77  LINE-CTR        VALUE ZEROS     PIC S99.

       77  EOF-IND                         PIC X.

       77  MASTER-EOF-SW                   PIC X           VALUE 'N'.
           88 MASTER-EOF                    VALUE 'Y'.
       77  NEW-EOF-SW                      PIC X           VALUE 'N'.
           88 NEW-EOF                       VALUE 'Y'.
       77  PRV-EOF-SW                      PIC X           VALUE 'N'.
           88 PRV-EOF                       VALUE 'Y'.

       77  PREV-PART-NO                    PIC X(5)        VALUE SPACES.

      * FIRST-REC-SW SUPPRESSES THE PART CONTROL BREAK ON THE FIRST
      *   RECORD RETURNED FROM THE SORT.
       77  FIRST-REC-SW                    PIC X           VALUE 'Y'.
           88 FIRST-REC                     VALUE 'Y'.

      * PRINT-PART-SW SAYS WHICH PART OF THE PRINT IS UNDER WAY, SO
      *   W000-WRITE-HEADING KNOWS WHAT TO PUT AT THE TOP OF A NEW
      *   PAGE.
       77  PRINT-PART-SW                   PIC X           VALUE 'O'.
           88 PRINTING-ORDERS               VALUE 'O'.
           88 PRINTING-STATUS               VALUE 'S'.
           88 PRINTING-TOTALS               VALUE 'T'.

      * CLS-REC IS ONE SORTED RECORD - A MASTER RECORD BROKEN DOWN
      *   TO THE FIGURES THE WIND-DOWN NEEDS, OR AN OPEN TRANSFER
      *   ORDER.  CLR-USABLE IS 'N' ON A MASTER RECORD WHOSE FIGURES
      *   ARE NOT NUMERIC.
       01  CLS-REC.
           03 CLR-PART                     PIC X(5).
           03 CLR-TYPE                     PIC X.
              88 CLR-MASTER                 VALUE 'M'.
              88 CLR-ORDER                  VALUE 'O'.
           03 CLR-WHSE                     PIC XX.
           03 CLR-TO-WHSE                  PIC XX.
           03 CLR-STATUS                   PIC X.
              88 CLR-SHIPPED                VALUE 'S'.
           03 CLR-QTY                      PIC 9(5).
           03 CLR-REORDER                  PIC 9(5).
           03 CLR-SALES                    PIC 9(6).
           03 CLR-PRICE                    PIC 9(6)V99.
           03 CLR-USABLE                   PIC X.
           03 CLR-DESC                     PIC X(20).

      * THE PART GROUP IN HAND - ONE ENTRY PER WAREHOUSE CARRYING
      *   THE PART.  PWT-STATE SAYS WHETHER THE WAREHOUSE IS
      *   CLOSING, ACTIVE, OR NEITHER (NOT ON THE REFERENCE MASTER).
      *   PWT-COMMIT IS STOCK ON REQUESTED ORDERS OUT OF IT,
      *   PWT-TRANSIT STOCK SHIPPED OUT OF IT AND NOT YET RECEIVED,
      *   PWT-INBOUND STOCK ON ANY OPEN ORDER INTO IT, AND
      *   PWT-ALLOC-IN WHAT THIS RUN HAS ALLOCATED TO IT SO FAR.
      *   FIFTY ENTRIES IS ROOM FOR EVERY WAREHOUSE THE
      *   TWO-CHARACTER WAREHOUSE NUMBER NAMES IN PRACTICE; AN
      *   OVERFLOW IS COUNTED AND THE EXTRA WAREHOUSES LEFT OUT.
       01  PW-TBL.
           03 PW-ENTRY                     OCCURS 50 TIMES.
              05 PWT-WHSE                  PIC XX.
              05 PWT-WHSE-IX               PIC 9(3).
              05 PWT-STATE                 PIC X.
                 88 PWT-CLOSING             VALUE 'C'.
                 88 PWT-ACTIVE              VALUE 'A'.
              05 PWT-USABLE                PIC X.
              05 PWT-ONHAND                PIC 9(5).
              05 PWT-REORDER               PIC 9(5).
              05 PWT-SALES                 PIC 9(6).
              05 PWT-PRICE                 PIC 9(6)V99.
              05 PWT-COMMIT                PIC 9(7).
              05 PWT-TRANSIT               PIC 9(7).
              05 PWT-INBOUND               PIC 9(7).
              05 PWT-ALLOC-IN              PIC 9(7).
              05 PWT-ALLOC-NOW             PIC 9(5).
              05 PWT-BASIS                 PIC X.
                 88 PWT-BASIS-REORDER       VALUE 'R'.

       77  PW-CNT                          PIC 99          VALUE ZERO.
       77  PW-IX                           PIC 99          VALUE ZERO.
       77  PW-HIT-IX                       PIC 99          VALUE ZERO.
       77  CL-IX                           PIC 99          VALUE ZERO.
       77  BEST-IX                         PIC 99          VALUE ZERO.

      * PW-FOUND-SW IS THE RESULT OF U200-LOOKUP-PW FOR THE CODE IN
      *   LOOKUP-PW-WHSE.
       77  PW-FOUND-SW                     PIC X           VALUE 'N'.
           88 PW-FOUND                      VALUE 'Y'.
       77  LOOKUP-PW-WHSE                  PIC XX          VALUE SPACES.

      * NO-CAND-SW IS SET WHEN NO ACTIVE WAREHOUSE IS LEFT BELOW ITS
      *   REORDER POINT FOR THE PART IN HAND.
       77  NO-CAND-SW                      PIC X           VALUE 'N'.
           88 NO-CAND                       VALUE 'Y'.

      * ALLOCATION WORK FIELDS.  REMAIN-QTY IS THE CLOSING STOCK NOT
      *   YET PLACED; NEED-WORK IS ONE CANDIDATE'S SHORTFALL AFTER
      *   WHAT IS ALREADY COMING TO IT; BEST-SALES AND BEST-NEED
      *   BELONG TO THE CANDIDATE AT BEST-IX.
       77  REMAIN-QTY                      PIC 9(7)        VALUE ZERO.
       77  NEED-WORK                       PIC S9(7)       VALUE ZERO.
       77  BEST-SALES                      PIC 9(6)        VALUE ZERO.
       77  BEST-NEED                       PIC 9(7)        VALUE ZERO.
       77  ALLOC-QTY                       PIC 9(7)        VALUE ZERO.
       77  VALUE-WORK                      PIC 9(11)V99    VALUE ZERO.

      * CURR-PART/CURR-DESC IDENTIFY THE PART GROUP IN HAND.
       77  CURR-PART                       PIC X(5)        VALUE SPACES.
       77  CURR-DESC                       PIC X(20)       VALUE SPACES.

      * RUN-DATE-YMD IS TODAY IN YYYYMMDD, STAMPED ON EACH ORDER.
      *   ACCEPT FROM DATE ONLY GIVES THE TWO-DIGIT YEAR; THE
      *   CENTURY IS FIXED AT 20.
       01  RUN-DATE-YMD.
           03 RUN-CC                       PIC XX    VALUE '20'.
           03 RUN-YY                       PIC XX.
           03 RUN-MO                       PIC XX.
           03 RUN-DAY                      PIC XX.

      * INV-IN-REC IS THE FIELD BREAKDOWN FOR THE MASTER RECORD
      *    JUST READ.  THE LAYOUT IS KEPT IN COPYBOOK INVINREC.
           COPY INVINREC.

      * XFO-REC IS ONE TRANSFER ORDER.  THE LAYOUT IS KEPT IN
      *   COPYBOOK INVXFREC.
           COPY INVXFREC.

      * WHSE-REF-REC IS ONE WAREHOUSE REFERENCE ENTRY AS READ FROM
      *   WHSE-REF-FILE.  THE LAYOUT IS KEPT IN COPYBOOK INVWHREC.
           COPY INVWHREC.

      * THE WAREHOUSE REFERENCE ENTRIES ARE TABLED AT START-UP.
      *   EACH CARRIES THE CLOSURE FIGURES GATHERED FOR IT, WHICH
      *   ARE ONLY USED WHEN IT IS CLOSING.  ONE HUNDRED ENTRIES IS
      *   ROOM FOR EVERY CODE THE TWO-CHARACTER WAREHOUSE NUMBER
      *   NAMES IN PRACTICE.
       01  WHSE-TBL.
           03 WHSE-TBL-ENTRY               OCCURS 100 TIMES.
              05 WHT-CODE                  PIC XX.
              05 WHT-NAME                  PIC X(20).
              05 WHT-ACTIVE                PIC X.
              05 WHT-PARTS-OPEN            PIC 9(7).
              05 WHT-PARTS-CLEAR           PIC 9(7).
              05 WHT-OH-UNITS              PIC 9(9).
              05 WHT-OH-VALUE              PIC 9(11)V99.
              05 WHT-COMMIT-UNITS          PIC 9(9).
              05 WHT-TRANSIT-UNITS         PIC 9(9).
              05 WHT-TRANSIT-VALUE         PIC 9(11)V99.
              05 WHT-ALLOC-UNITS           PIC 9(9).
              05 WHT-ORDERS                PIC 9(7).
              05 WHT-NO-HOME-UNITS         PIC 9(9).
              05 WHT-BAD-RECS              PIC 9(7).

       77  WHSE-CNT                        PIC 9(3)        VALUE ZERO.
       77  WHSE-IX                         PIC 9(3)        VALUE ZERO.
       77  WHSE-HIT-IX                     PIC 9(3)        VALUE ZERO.
       77  CL-WHSE-IX                      PIC 9(3)        VALUE ZERO.

      * WHSE-EOF-SW DRIVES THE START-UP LOAD OF WHSE-REF-FILE.
       77  WHSE-EOF-SW                     PIC X           VALUE 'N'.
           88 WHSE-EOF                      VALUE 'Y'.

      * WHSE-FOUND-SW IS THE RESULT OF U000-LOOKUP-WHSE FOR THE
      *   CODE IN LOOKUP-WHSE-CODE; WHSE-HIT-IX POINTS AT THE ENTRY.
       77  WHSE-FOUND-SW                   PIC X           VALUE 'N'.
           88 WHSE-FOUND                    VALUE 'Y'.
       77  LOOKUP-WHSE-CODE                PIC XX          VALUE SPACES.

      * RUN TOTALS FOR THE FOOT OF THE REPORT.
       77  MASTER-READ-CTR                 PIC 9(7)        VALUE ZERO.
       77  CLOSING-WHSE-CTR                PIC 9(7)        VALUE ZERO.
       77  CLEARED-WHSE-CTR                PIC 9(7)        VALUE ZERO.
       77  NEW-CARRIED-CTR                 PIC 9(7)        VALUE ZERO.
       77  OPEN-READ-CTR                   PIC 9(7)        VALUE ZERO.
       77  ORDERS-RAISED-CTR               PIC 9(7)        VALUE ZERO.
       77  UNITS-ALLOC-CTR                 PIC 9(9)        VALUE ZERO.
       77  UNITS-NO-HOME-CTR               PIC 9(9)        VALUE ZERO.
       77  BAD-RECS-CTR                    PIC 9(7)        VALUE ZERO.
       77  TBL-OVERFLOW-CTR                PIC 9(7)        VALUE ZERO.

      * HEADING FOR THE REPORT WITH DATE IN UPPER RIGHT CORNER
       01  CLS-HEADING.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(15).
           03 FILLER                       PIC X(42)
              VALUE 'WAREHOUSE CLOSURE WIND-DOWN'.
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

      * CLS-TITLE-LINE NAMES THE PART OF THE PRINT UNDER WAY.
       01  CLS-TITLE-LINE.
           03 CC                           PIC X.
           03 CTL-TEXT                     PIC X(50).
           03 FILLER       VALUE SPACES    PIC X(82).

      * COLUMN HEADING LINE FOR THE ORDERS RAISED
       01  CLS-COLHDG.
           03 CC                           PIC X.
           03 FILLER       VALUE 'PART'    PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(20)
              VALUE 'DESCRIPTION'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'FROM'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'TO'      PIC XX.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 FILLER       VALUE '  QTY'   PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(14)
              VALUE '         VALUE'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'BASIS'   PIC X(15).
           03 FILLER       VALUE SPACES    PIC X(53).

      * CLS-DETAIL-LINE IS ONE CLOSURE TRANSFER ORDER RAISED.
       01  CLS-DETAIL-LINE.
           03 CC                           PIC X.
           03 CDL-PART                     PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 CDL-DESC                     PIC X(20).
           03 FILLER       VALUE SPACES    PIC XX.
           03 CDL-FROM                     PIC XX.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 CDL-TO                       PIC XX.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 CDL-QTY                      PIC ZZZZ9.
           03 FILLER       VALUE SPACES    PIC XX.
           03 CDL-VALUE                    PIC ZZZZZZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC XX.
           03 CDL-BASIS                    PIC X(15).
           03 FILLER       VALUE SPACES    PIC X(53).

      * CLS-WHSE-LINE OPENS THE STATUS BLOCK FOR ONE CLOSING
      *   WAREHOUSE.
       01  CLS-WHSE-LINE.
           03 CC                           PIC X.
           03 FILLER                       PIC X(18)
              VALUE 'CLOSING WAREHOUSE '.
           03 CWL-WHSE                     PIC XX.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 CWL-NAME                     PIC X(20).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 CWL-STATUS                   PIC X(30).
           03 FILLER       VALUE SPACES    PIC X(56).

      * CLS-UNITS-LINE IS ONE UNITS-AND-DOLLARS FIGURE IN A STATUS
      *   BLOCK.
       01  CLS-UNITS-LINE.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 CUL-LABEL                    PIC X(36).
           03 CUL-UNITS                    PIC ZZZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 FILLER       VALUE 'VALUE ' PIC X(6).
           03 CUL-VALUE                    PIC ZZZZZZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC X(59).

      * CLS-COUNT-LINE IS ONE COUNT IN A STATUS BLOCK OR IN THE RUN
      *   TOTALS - THE LABEL IS RE-MOVED FOR EACH COUNT.
       01  CLS-COUNT-LINE.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 CCL-LABEL                    PIC X(36).
           03 CCL-VALUE                    PIC ZZZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(83).

      * RUN-CTL-REC IS ONE STAMP ON THE SHARED RUN-CONTROL FILE.
      *   THE LAYOUT IS KEPT IN COPYBOOK INVRCREC.
           COPY INVRCREC.

      * RUNCTL-EOF-SW DRIVES THE START-UP SCAN OF THE RUN-CONTROL
      *   FILE; PREREQ1-SEEN-SW AND PREREQ1-RC CARRY THE LATEST
      *   PROGRAM10 STAMP FOUND.
       77  RUNCTL-EOF-SW                   PIC X           VALUE 'N'.
           88 RUNCTL-EOF                    VALUE 'Y'.
       77  PREREQ1-SEEN-SW                 PIC X           VALUE 'N'.
           88 PREREQ1-SEEN                  VALUE 'Y'.
       77  PREREQ1-RC                      PIC 9(4)        VALUE 9999.
      /
      ***************************************************************
       PROCEDURE DIVISION.
      ***************************************************************

      *--------------------------------------------------------------
       A000-MAIN                           SECTION.
      *
      *   THIS SECTION IS THE MAIN DRIVER FOR THE PROGRAM.  THE
      *     SORT'S INPUT PROCEDURE CARRIES THE NEW ORDERS FORWARD AND
      *     GATHERS THE MASTER AND THE OPEN ORDERS; ITS OUTPUT
      *     PROCEDURE WINDS DOWN ONE PART AT A TIME.
      *--------------------------------------------------------------

           PERFORM         B000-INIT.

           SORT            CLOSURE-SORT-FILE
                            ON ASCENDING KEY CSRT-PART
                                             CSRT-TYPE
                                             CSRT-WHSE
                            INPUT PROCEDURE  P000-GATHER
                            OUTPUT PROCEDURE Q000-WIND-DOWN.

           PERFORM         Z000-FINISH.

           GOBACK.
      /
      *--------------------------------------------------------------
       B000-INIT                           SECTION.
      *
      *  B000-INIT CONTAINS THE INITIALIZATION STATEMENTS TO BE
      *    PERFORMED AT THE BEGINNING OF THE PROGRAM.
      *--------------------------------------------------------------

      *  REFUSE TO START UNTIL THE PROGRAM10 RUN WHOSE ORDERS ARE
      *    CARRIED FORWARD HERE HAS COMPLETED CLEANLY.
           PERFORM         B900-CHECK-RUN-CONTROL.

      *  LINE COUNTER IS INITIALIZED TO 99 TO FORCE A HEADER
      *      TO BE PRINTED AT THE BEGINNING OF THE REPORT.
           MOVE            99              TO LINE-CTR.

      *  ACCEPT THE SYSTEM DATE AND MOVE IT TO THE HEADING'S DATE
           ACCEPT          SYS-DATE        FROM DATE.
           MOVE            SYS-DAY         TO REPORT-DAY.
           MOVE            SYS-MONTH       TO REPORT-MONTH.
           MOVE            SYS-YEAR        TO REPORT-YEAR.
           MOVE            SYS-YEAR        TO RUN-YY.
           MOVE            SYS-MONTH       TO RUN-MO.
           MOVE            SYS-DAY         TO RUN-DAY.

      *  TABLE THE WAREHOUSE REFERENCE ENTRIES.
           INITIALIZE      WHSE-TBL.
           PERFORM         B100-LOAD-WHSE-REF.

           OPEN            OUTPUT          TRANSFER-OUT-FILE
                           OUTPUT          CLOSURE-REPORT-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B100-LOAD-WHSE-REF                  SECTION.
      *
      *  B100-LOAD-WHSE-REF READS WHSE-REF-FILE AND TABLES EVERY
      *    ENTRY, COUNTING THE CLOSING WAREHOUSES.
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
                           MOVE    WHR-ACTIVE
                                           TO WHT-ACTIVE (WHSE-CNT)
                           IF      WHR-ACTIVE = 'I'
                                   ADD 1   TO CLOSING-WHSE-CTR
                           END-IF
                   ELSE
                           DISPLAY 'WAREHOUSE TABLE FULL - ENTRY '
                                   'DROPPED: ' WHR-CODE
                   END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B900-CHECK-RUN-CONTROL              SECTION.
      *
      *  B900-CHECK-RUN-CONTROL SCANS THE SHARED RUN-CONTROL FILE
      *    FOR THE LATEST PROGRAM10 STAMP AND REFUSES TO START -
      *    CONSOLE MESSAGE, RETURN CODE 16 - WHEN IT IS MISSING OR
      *    ENDED WITH A RETURN CODE ABOVE 4.
      *--------------------------------------------------------------

           OPEN    INPUT                   RUN-CONTROL-FILE.

           MOVE    'N'                     TO RUNCTL-EOF-SW.
           PERFORM B910-SCAN-ONE-STAMP
                   UNTIL RUNCTL-EOF.

           CLOSE   RUN-CONTROL-FILE.

           IF      NOT PREREQ1-SEEN OR PREREQ1-RC > 4
                   DISPLAY ' '
                   DISPLAY 'PROGRAM31 - PREREQUISITE NOT MET'
                   DISPLAY 'LATEST PROGRAM10 RUN MISSING OR NOT CLEAN'
                   MOVE    16              TO RETURN-CODE
                   GOBACK
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B910-SCAN-ONE-STAMP                 SECTION.
      *
      *  B910-SCAN-ONE-STAMP READS ONE RUN-CONTROL STAMP AND KEEPS
      *    THE LATEST ONE FOR THE PREREQUISITE PROGRAM.
      *--------------------------------------------------------------

           READ    RUN-CONTROL-FILE        INTO RUN-CTL-REC
                   AT END  MOVE 'Y'        TO RUNCTL-EOF-SW
           END-READ.

           IF      NOT RUNCTL-EOF
                   IF      RCT-PROGRAM = 'PROGRAM10'
                           MOVE    'Y'     TO PREREQ1-SEEN-SW
                           MOVE    RCT-RETURN-CODE TO PREREQ1-RC
                   END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P000-GATHER                         SECTION.
      *
      *  P000-GATHER IS THE SORT'S INPUT PROCEDURE.  THE NEW ORDERS
      *    ARE COPIED TO THE NEW GENERATION AND RELEASED, THE
      *    CARRIED ORDERS ARE RELEASED, AND EVERY MASTER RECORD IS
      *    RELEASED WITH THE FIGURES THE WIND-DOWN USES.
      *--------------------------------------------------------------

           OPEN            INPUT           NEW-ORDER-IN-FILE.
           PERFORM         P100-CARRY-NEW-ORDER
                           UNTIL NEW-EOF.
           CLOSE           NEW-ORDER-IN-FILE.

           OPEN            INPUT           CARRIED-ORDER-IN-FILE.
           PERFORM         P200-READ-CARRIED-ORDER
                           UNTIL PRV-EOF.
           CLOSE           CARRIED-ORDER-IN-FILE.

           OPEN            INPUT           INVENTORY-MASTER.
           PERFORM         P300-RELEASE-MASTER
                           UNTIL MASTER-EOF.
           CLOSE           INVENTORY-MASTER.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P100-CARRY-NEW-ORDER                SECTION.
      *
      *  P100-CARRY-NEW-ORDER COPIES ONE NEW ORDER TO THE NEW
      *    GENERATION UNCHANGED AND RELEASES IT.
      *--------------------------------------------------------------

           READ    NEW-ORDER-IN-FILE       INTO XFO-REC
                   AT END  MOVE 'Y'        TO NEW-EOF-SW
           END-READ.

           IF      NOT NEW-EOF
                   WRITE   TRANSFER-OUT-REC FROM XFO-REC
                   ADD     1               TO NEW-CARRIED-CTR
                   PERFORM P400-RELEASE-ORDER
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P200-READ-CARRIED-ORDER             SECTION.
      *
      *  P200-READ-CARRIED-ORDER READS ONE CARRIED ORDER AND
      *    RELEASES IT.
      *--------------------------------------------------------------

           READ    CARRIED-ORDER-IN-FILE   INTO XFO-REC
                   AT END  MOVE 'Y'        TO PRV-EOF-SW
           END-READ.

           IF      NOT PRV-EOF
                   ADD     1               TO OPEN-READ-CTR
                   PERFORM P400-RELEASE-ORDER
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P300-RELEASE-MASTER                 SECTION.
      *
      *  P300-RELEASE-MASTER READS ONE MASTER RECORD AND RELEASES
      *    ITS FIGURES.  A RECORD WHOSE FIGURES ARE NOT NUMERIC IS
      *    STILL RELEASED, MARKED NOT USABLE, SO A CLOSING WAREHOUSE
      *    CANNOT LOOK CLEARED WHILE IT STILL HOLDS ONE.
      *--------------------------------------------------------------

           READ    INVENTORY-MASTER        INTO INV-IN-REC
                   AT END  MOVE 'Y'        TO MASTER-EOF-SW
           END-READ.

           IF      MASTER-EOF
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO MASTER-READ-CTR.

           MOVE    SPACES                  TO CLS-REC.
           MOVE    PART-NO-IN              TO CLR-PART.
           MOVE    'M'                     TO CLR-TYPE.
           MOVE    WAREHOUSE-NO-IN         TO CLR-WHSE.
           MOVE    PART-DESC-IN            TO CLR-DESC.
           MOVE    ZERO                    TO CLR-QTY
                                              CLR-REORDER
                                              CLR-SALES
                                              CLR-PRICE.

           IF      ON-HAND-QTY-IN NUMERIC
               AND REORDER-POINT-IN NUMERIC
               AND QUANTITY-SOLD-IN NUMERIC
               AND UNIT-PRICE-IN NUMERIC
                   MOVE    'Y'             TO CLR-USABLE
                   MOVE    ON-HAND-QTY-IN  TO CLR-QTY
                   MOVE    REORDER-POINT-IN
                                           TO CLR-REORDER
                   MOVE    UNIT-PRICE-IN   TO CLR-PRICE
                   COMPUTE CLR-SALES = QS-JAN-IN + QS-FEB-IN
                                     + QS-MAR-IN + QS-APR-IN
                                     + QS-MAY-IN + QS-JUN-IN
                                     + QS-JUL-IN + QS-AUG-IN
                                     + QS-SEP-IN + QS-OCT-IN
                                     + QS-NOV-IN + QS-DEC-IN
           ELSE
                   MOVE    'N'             TO CLR-USABLE
           END-IF.

           RELEASE CSORT-REC               FROM CLS-REC.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P400-RELEASE-ORDER                  SECTION.
      *
      *  P400-RELEASE-ORDER RELEASES THE ORDER IN XFO-REC UNDER ITS
      *    PART AND FROM-WAREHOUSE.  AN ORDER WHOSE QUANTITY IS NOT
      *    NUMERIC IS LEFT OUT - THE TRANSFER RUN LISTS IT.
      *--------------------------------------------------------------

           IF      XFO-QTY NOT NUMERIC
                   GO TO   DEPART
           END-IF.

           MOVE    SPACES                  TO CLS-REC.
           MOVE    XFO-PART                TO CLR-PART.
           MOVE    'O'                     TO CLR-TYPE.
           MOVE    XFO-FROM-WHSE           TO CLR-WHSE.
           MOVE    XFO-TO-WHSE             TO CLR-TO-WHSE.
           MOVE    XFO-STATUS              TO CLR-STATUS.
           MOVE    XFO-QTY                 TO CLR-QTY.
           MOVE    ZERO                    TO CLR-REORDER
                                              CLR-SALES
                                              CLR-PRICE.
           RELEASE CSORT-REC               FROM CLS-REC.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Q000-WIND-DOWN                      SECTION.
      *
      *  Q000-WIND-DOWN IS THE SORT'S OUTPUT PROCEDURE.  IT RETURNS
      *    THE SORTED RECORDS ONE AT A TIME, GATHERS EACH PART'S
      *    WAREHOUSES AND ORDERS, AND WINDS THE PART DOWN AT EVERY
      *    PART BREAK.
      *--------------------------------------------------------------

           MOVE    'O'                     TO PRINT-PART-SW.
           MOVE    ZERO                    TO PW-CNT.

           MOVE    'N'                     TO EOF-IND.
           PERFORM R000-RETURN-SORTED-REC.

           IF      EOF-IND NOT = 'Y'
                   PERFORM C000-GATHER-PART
                           UNTIL EOF-IND = 'Y'
                   PERFORM E000-PROCESS-PART-GROUP
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       C000-GATHER-PART                    SECTION.
      *
      *   THIS SECTION IS THE MAIN PROCESSING LOOP.  IT FILES THE
      *     RECORD FROM THE PRIOR RETURN IN THE PART GROUP, WINDING
      *     DOWN THE GROUP BEFORE IT ON A PART BREAK, AND THEN
      *     RETURNS THE NEXT SORTED RECORD.
      *--------------------------------------------------------------

           IF      FIRST-REC
                   MOVE    'N'             TO FIRST-REC-SW
                   MOVE    CLR-PART        TO PREV-PART-NO
           ELSE
           IF      CLR-PART NOT = PREV-PART-NO
                   PERFORM E000-PROCESS-PART-GROUP
                   MOVE    CLR-PART        TO PREV-PART-NO
           END-IF
           END-IF.

           MOVE    CLR-PART                TO CURR-PART.

           IF      CLR-MASTER
                   PERFORM C100-FILE-MASTER
           ELSE
                   PERFORM C200-FILE-ORDER
           END-IF.

      * RETURN NEXT SORTED RECORD
           PERFORM R000-RETURN-SORTED-REC.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       C100-FILE-MASTER                    SECTION.
      *
      *  C100-FILE-MASTER ADDS ONE WAREHOUSE OF THE PART TO THE
      *    GROUP TABLE, MARKED CLOSING, ACTIVE, OR NEITHER FROM THE
      *    WAREHOUSE REFERENCE.
      *--------------------------------------------------------------

           IF      PW-CNT NOT < 50
                   ADD     1               TO TBL-OVERFLOW-CTR
                   GO TO   DEPART
           END-IF.

           IF      PW-CNT = ZERO
                   MOVE    CLR-DESC        TO CURR-DESC
           END-IF.

           ADD     1                       TO PW-CNT.
           MOVE    CLR-WHSE                TO PWT-WHSE (PW-CNT).
           MOVE    CLR-USABLE              TO PWT-USABLE (PW-CNT).
           MOVE    CLR-QTY                 TO PWT-ONHAND (PW-CNT).
           MOVE    CLR-REORDER             TO PWT-REORDER (PW-CNT).
           MOVE    CLR-SALES               TO PWT-SALES (PW-CNT).
           MOVE    CLR-PRICE               TO PWT-PRICE (PW-CNT).
           MOVE    ZERO                    TO PWT-COMMIT (PW-CNT)
                                              PWT-TRANSIT (PW-CNT)
                                              PWT-INBOUND (PW-CNT)
                                              PWT-ALLOC-IN (PW-CNT)
                                              PWT-ALLOC-NOW (PW-CNT).
           MOVE    SPACE                   TO PWT-BASIS (PW-CNT).

           MOVE    CLR-WHSE                TO LOOKUP-WHSE-CODE.
           PERFORM U000-LOOKUP-WHSE.

           IF      NOT WHSE-FOUND
                   MOVE    ZERO            TO PWT-WHSE-IX (PW-CNT)
                   MOVE    'X'             TO PWT-STATE (PW-CNT)
           ELSE
                   MOVE    WHSE-HIT-IX     TO PWT-WHSE-IX (PW-CNT)
                   IF      WHT-ACTIVE (WHSE-HIT-IX) = 'I'
                           MOVE    'C'     TO PWT-STATE (PW-CNT)
                   ELSE
                   IF      WHT-ACTIVE (WHSE-HIT-IX) = 'A'
                           MOVE    'A'     TO PWT-STATE (PW-CNT)
                   ELSE
                           MOVE    'X'     TO PWT-STATE (PW-CNT)
                   END-IF
                   END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       C200-FILE-ORDER                     SECTION.
      *
      *  C200-FILE-ORDER NOTES ONE OPEN ORDER AGAINST THE PART'S
      *    WAREHOUSES - AS STOCK COMMITTED OR IN TRANSIT OUT OF ITS
      *    FROM-WAREHOUSE, AND AS STOCK INBOUND TO ITS TO-WAREHOUSE.
      *    STOCK ON ITS WAY OUT OF A CLOSING WAREHOUSE IS ADDED TO
      *    THAT WAREHOUSE'S CLOSURE FIGURES HERE.
      *--------------------------------------------------------------

           MOVE    CLR-WHSE                TO LOOKUP-PW-WHSE.
           PERFORM U200-LOOKUP-PW.

           IF      PW-FOUND
                   IF      CLR-SHIPPED
                           ADD     CLR-QTY TO PWT-TRANSIT (PW-HIT-IX)
                   ELSE
                           ADD     CLR-QTY TO PWT-COMMIT (PW-HIT-IX)
                   END-IF
           END-IF.

           MOVE    CLR-WHSE                TO LOOKUP-WHSE-CODE.
           PERFORM U000-LOOKUP-WHSE.

           IF      WHSE-FOUND AND WHT-ACTIVE (WHSE-HIT-IX) = 'I'
                   IF      CLR-SHIPPED
                           ADD     CLR-QTY TO
                                   WHT-TRANSIT-UNITS (WHSE-HIT-IX)
                           MOVE    ZERO    TO VALUE-WORK
                           IF      PW-FOUND
                                   COMPUTE VALUE-WORK = CLR-QTY *
                                           PWT-PRICE (PW-HIT-IX)
                                   END-COMPUTE
                           END-IF
                           ADD     VALUE-WORK TO
                                   WHT-TRANSIT-VALUE (WHSE-HIT-IX)
                   ELSE
                           ADD     CLR-QTY TO
                                   WHT-COMMIT-UNITS (WHSE-HIT-IX)
                   END-IF
           END-IF.

           MOVE    CLR-TO-WHSE             TO LOOKUP-PW-WHSE.
           PERFORM U200-LOOKUP-PW.

           IF      PW-FOUND
                   ADD     CLR-QTY         TO PWT-INBOUND (PW-HIT-IX)
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R000-RETURN-SORTED-REC              SECTION.
      *
      *  R000-RETURN-SORTED-REC RETURNS THE NEXT RECORD FROM THE
      *    SORT, PART-MAJOR, INTO CLS-REC.
      *---------------------------------------------------------------

           RETURN  CLOSURE-SORT-FILE       INTO CLS-REC
                   AT END  MOVE 'Y'        TO EOF-IND
           END-RETURN.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       E000-PROCESS-PART-GROUP             SECTION.
      *
      *  E000-PROCESS-PART-GROUP WINDS DOWN EVERY CLOSING WAREHOUSE
      *    IN THE PART GROUP JUST GATHERED, IN WAREHOUSE ORDER, AND
      *    RESETS THE TABLE FOR THE NEXT GROUP.  WHAT ONE CLOSING
      *    WAREHOUSE SENDS AN ACTIVE ONE COUNTS TOWARD THAT ONE'S
      *    REORDER POINT WHEN THE NEXT IS ALLOCATED.
      *--------------------------------------------------------------

           IF      PW-CNT > ZERO
                   PERFORM E100-WIND-DOWN-ONE
                           VARYING CL-IX FROM 1 BY 1
                           UNTIL CL-IX > PW-CNT
           END-IF.

           MOVE    ZERO                    TO PW-CNT.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       E100-WIND-DOWN-ONE                  SECTION.
      *
      *  E100-WIND-DOWN-ONE TAKES ONE ENTRY OF THE GROUP.  FOR A
      *    CLOSING WAREHOUSE IT ADDS THE PART TO THE WAREHOUSE'S
      *    CLOSURE FIGURES AND ALLOCATES WHATEVER STOCK IS NOT
      *    ALREADY ON A REQUESTED ORDER.
      *--------------------------------------------------------------

           IF      NOT PWT-CLOSING (CL-IX)
                   GO TO   DEPART
           END-IF.

           MOVE    PWT-WHSE-IX (CL-IX)     TO CL-WHSE-IX.

           IF      PWT-USABLE (CL-IX) NOT = 'Y'
                   ADD     1               TO WHT-BAD-RECS (CL-WHSE-IX)
                                              WHT-PARTS-OPEN
                                                       (CL-WHSE-IX)
                                              BAD-RECS-CTR
                   GO TO   DEPART
           END-IF.

           ADD     PWT-ONHAND (CL-IX)      TO WHT-OH-UNITS (CL-WHSE-IX).
           COMPUTE VALUE-WORK = PWT-ONHAND (CL-IX) * PWT-PRICE (CL-IX)
                   ON SIZE ERROR
                   MOVE    99999999999.99  TO VALUE-WORK
           END-COMPUTE.
           ADD     VALUE-WORK              TO WHT-OH-VALUE (CL-WHSE-IX).

           IF      PWT-ONHAND (CL-IX) = ZERO
               AND PWT-TRANSIT (CL-IX) = ZERO
                   ADD     1               TO WHT-PARTS-CLEAR
                                                       (CL-WHSE-IX)
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO WHT-PARTS-OPEN
                                                       (CL-WHSE-IX).

           IF      PWT-COMMIT (CL-IX) NOT < PWT-ONHAND (CL-IX)
                   GO TO   DEPART
           END-IF.

           COMPUTE REMAIN-QTY = PWT-ONHAND (CL-IX) - PWT-COMMIT (CL-IX).
           PERFORM E200-ALLOCATE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       E200-ALLOCATE                       SECTION.
      *
      *  E200-ALLOCATE PLACES REMAIN-QTY OF THE CLOSING WAREHOUSE AT
      *    CL-IX - FIRST TO THE ACTIVE WAREHOUSES BELOW THEIR
      *    REORDER POINT, BEST SELLER FIRST, THEN THE REST TO THE
      *    BEST SELLER OF ALL - AND RAISES ONE ORDER PER WAREHOUSE
      *    THAT GETS ANY.
      *--------------------------------------------------------------

           PERFORM E205-CLEAR-ONE-ALLOC
                   VARYING PW-IX FROM 1 BY 1
                   UNTIL PW-IX > PW-CNT.

           MOVE    'N'                     TO NO-CAND-SW.
           PERFORM E210-FILL-ONE-SHORTFALL
                   UNTIL REMAIN-QTY = ZERO
                      OR NO-CAND.

           IF      REMAIN-QTY > ZERO
                   PERFORM E230-FIND-BEST-SELLER
                   IF      BEST-IX > ZERO
                           MOVE    REMAIN-QTY TO ALLOC-QTY
                           PERFORM E240-TAKE-ALLOC
                           IF      PWT-BASIS (BEST-IX) = SPACE
                                   MOVE 'S' TO PWT-BASIS (BEST-IX)
                           END-IF
                   ELSE
                           ADD     REMAIN-QTY TO
                                   WHT-NO-HOME-UNITS (CL-WHSE-IX)
                                   UNITS-NO-HOME-CTR
                           MOVE    ZERO    TO REMAIN-QTY
                   END-IF
           END-IF.

           PERFORM E300-RAISE-ORDER
                   VARYING PW-IX FROM 1 BY 1
                   UNTIL PW-IX > PW-CNT.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       E205-CLEAR-ONE-ALLOC                SECTION.
      *
      *  E205-CLEAR-ONE-ALLOC CLEARS ONE ENTRY'S SHARE OF THE
      *    ALLOCATION ABOUT TO BE MADE.
      *--------------------------------------------------------------

           MOVE    ZERO                    TO PWT-ALLOC-NOW (PW-IX).
           MOVE    SPACE                   TO PWT-BASIS (PW-IX).

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       E210-FILL-ONE-SHORTFALL             SECTION.
      *
      *  E210-FILL-ONE-SHORTFALL FINDS THE BEST-SELLING ACTIVE
      *    WAREHOUSE STILL BELOW ITS REORDER POINT AND FILLS IT UP
      *    TO THE REORDER POINT, OR AS FAR AS THE STOCK LEFT GOES.
      *    NO SUCH WAREHOUSE SETS NO-CAND-SW.
      *--------------------------------------------------------------

           MOVE    ZERO                    TO BEST-IX
                                              BEST-SALES
                                              BEST-NEED.
           PERFORM E220-TEST-SHORTFALL
                   VARYING PW-IX FROM 1 BY 1
                   UNTIL PW-IX > PW-CNT.

           IF      BEST-IX = ZERO
                   MOVE    'Y'             TO NO-CAND-SW
                   GO TO   DEPART
           END-IF.

           IF      BEST-NEED < REMAIN-QTY
                   MOVE    BEST-NEED       TO ALLOC-QTY
           ELSE
                   MOVE    REMAIN-QTY      TO ALLOC-QTY
           END-IF.

           PERFORM E240-TAKE-ALLOC.
           MOVE    'R'                     TO PWT-BASIS (BEST-IX).

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       E220-TEST-SHORTFALL                 SECTION.
      *
      *  E220-TEST-SHORTFALL WEIGHS ONE ENTRY AS A HOME FOR THE
      *    STOCK: AN ACTIVE WAREHOUSE WITH USABLE FIGURES WHOSE ON
      *    HAND, PLUS WHAT IS COMING TO IT, IS STILL BELOW ITS
      *    REORDER POINT.  THE BEST SELLER OF THESE IS KEPT.
      *--------------------------------------------------------------

           IF      NOT PWT-ACTIVE (PW-IX)
                OR PWT-USABLE (PW-IX) NOT = 'Y'
                   GO TO   DEPART
           END-IF.

           COMPUTE NEED-WORK = PWT-REORDER (PW-IX)
                             - PWT-ONHAND (PW-IX)
                             - PWT-INBOUND (PW-IX)
                             - PWT-ALLOC-IN (PW-IX)
                   ON SIZE ERROR
                   MOVE    ZERO            TO NEED-WORK
           END-COMPUTE.

           IF      NEED-WORK > ZERO
               AND (BEST-IX = ZERO
                OR PWT-SALES (PW-IX) > BEST-SALES)
                   MOVE    PW-IX           TO BEST-IX
                   MOVE    PWT-SALES (PW-IX)
                                           TO BEST-SALES
                   MOVE    NEED-WORK       TO BEST-NEED
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       E230-FIND-BEST-SELLER               SECTION.
      *
      *  E230-FIND-BEST-SELLER FINDS THE ACTIVE WAREHOUSE WITH
      *    USABLE FIGURES THAT HAS SOLD THE MOST OF THE PART THIS
      *    YEAR - THE FIRST IN WAREHOUSE ORDER ON A TIE.  BEST-IX IS
      *    ZERO WHEN NO ACTIVE WAREHOUSE CARRIES THE PART.
      *--------------------------------------------------------------

           MOVE    ZERO                    TO BEST-IX
                                              BEST-SALES.
           PERFORM E235-TEST-SELLER
                   VARYING PW-IX FROM 1 BY 1
                   UNTIL PW-IX > PW-CNT.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       E235-TEST-SELLER                    SECTION.
      *
      *  E235-TEST-SELLER WEIGHS ONE ENTRY FOR E230-FIND-BEST-SELLER.
      *--------------------------------------------------------------

           IF      PWT-ACTIVE (PW-IX)
               AND PWT-USABLE (PW-IX) = 'Y'
               AND (BEST-IX = ZERO
                OR PWT-SALES (PW-IX) > BEST-SALES)
                   MOVE    PW-IX           TO BEST-IX
                   MOVE    PWT-SALES (PW-IX)
                                           TO BEST-SALES
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       E240-TAKE-ALLOC                     SECTION.
      *
      *  E240-TAKE-ALLOC GIVES ALLOC-QTY OF THE STOCK LEFT TO THE
      *    WAREHOUSE AT BEST-IX.
      *--------------------------------------------------------------

           ADD     ALLOC-QTY               TO PWT-ALLOC-NOW (BEST-IX)
                                              PWT-ALLOC-IN (BEST-IX).
           SUBTRACT ALLOC-QTY              FROM REMAIN-QTY.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       E300-RAISE-ORDER                    SECTION.
      *
      *  E300-RAISE-ORDER WRITES THE TRANSFER ORDER - STATUS
      *    REQUESTED - FOR ONE WAREHOUSE'S SHARE OF THE CLOSING
      *    STOCK, AND LISTS IT.
      *--------------------------------------------------------------

           IF      PWT-ALLOC-NOW (PW-IX) = ZERO
                   GO TO   DEPART
           END-IF.

           MOVE    SPACES                  TO XFO-REC.
           MOVE    CURR-PART               TO XFO-PART.
           MOVE    PWT-WHSE (CL-IX)        TO XFO-FROM-WHSE.
           MOVE    PWT-WHSE (PW-IX)        TO XFO-TO-WHSE.
           MOVE    PWT-ALLOC-NOW (PW-IX)   TO XFO-QTY.
           MOVE    RUN-DATE-YMD            TO XFO-DATE.
           MOVE    'R'                     TO XFO-STATUS.
           WRITE   TRANSFER-OUT-REC        FROM XFO-REC.

           ADD     1                       TO ORDERS-RAISED-CTR
                                              WHT-ORDERS (CL-WHSE-IX).
           ADD     PWT-ALLOC-NOW (PW-IX)   TO UNITS-ALLOC-CTR
                                              WHT-ALLOC-UNITS
                                                       (CL-WHSE-IX).

           PERFORM D000-PRINT-ORDER.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       D000-PRINT-ORDER                    SECTION.
      *
      *  D000-PRINT-ORDER LISTS THE CLOSURE ORDER JUST WRITTEN.
      *--------------------------------------------------------------

           MOVE    CURR-PART               TO CDL-PART.
           MOVE    CURR-DESC               TO CDL-DESC.
           MOVE    XFO-FROM-WHSE           TO CDL-FROM.
           MOVE    XFO-TO-WHSE             TO CDL-TO.
           MOVE    XFO-QTY                 TO CDL-QTY.

           COMPUTE VALUE-WORK = XFO-QTY * PWT-PRICE (CL-IX)
                   ON SIZE ERROR
                   MOVE    99999999999.99  TO VALUE-WORK
           END-COMPUTE.
           MOVE    VALUE-WORK              TO CDL-VALUE.

           IF      PWT-BASIS-REORDER (PW-IX)
                   MOVE    'BELOW REORDER'  TO CDL-BASIS
           ELSE
                   MOVE    'MOST SALES'     TO CDL-BASIS
           END-IF.

           IF      LINE-CTR > 56
                   PERFORM W000-WRITE-HEADING
           END-IF.

           WRITE   CLOSURE-REPORT-REC      FROM CLS-DETAIL-LINE
                   AFTER ADVANCING 1 LINE.
           ADD     1                       TO LINE-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       S000-PRINT-ONE-CLOSING              SECTION.
      *
      *  S000-PRINT-ONE-CLOSING PRINTS THE STATUS BLOCK FOR ONE
      *    WAREHOUSE TABLE ENTRY WHEN IT IS CLOSING.  THE SITE IS
      *    CLEARED WHEN NOTHING IS ON HAND, NOTHING IS IN TRANSIT
      *    OUT OF IT, AND NO RECORD OF IT IS UNREADABLE.
      *--------------------------------------------------------------

           IF      WHT-ACTIVE (WHSE-IX) NOT = 'I'
                   GO TO   DEPART
           END-IF.

           IF      LINE-CTR > 44
                   PERFORM W000-WRITE-HEADING
           END-IF.

           MOVE    WHT-CODE (WHSE-IX)      TO CWL-WHSE.
           MOVE    WHT-NAME (WHSE-IX)      TO CWL-NAME.

           IF      WHT-OH-UNITS (WHSE-IX) = ZERO
               AND WHT-TRANSIT-UNITS (WHSE-IX) = ZERO
               AND WHT-BAD-RECS (WHSE-IX) = ZERO
               AND WHT-PARTS-OPEN (WHSE-IX) = ZERO
                   MOVE    'CLEARED - SITE CAN BE SHUT'
                                           TO CWL-STATUS
                   ADD     1               TO CLEARED-WHSE-CTR
           ELSE
                   MOVE    'NOT CLEARED - STOCK REMAINS'
                                           TO CWL-STATUS
           END-IF.

           WRITE   CLOSURE-REPORT-REC      FROM CLS-WHSE-LINE
                   AFTER ADVANCING 3 LINES.

           MOVE    'UNITS ON HAND'         TO CUL-LABEL.
           MOVE    WHT-OH-UNITS (WHSE-IX)  TO CUL-UNITS.
           MOVE    WHT-OH-VALUE (WHSE-IX)  TO CUL-VALUE.
           WRITE   CLOSURE-REPORT-REC      FROM CLS-UNITS-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE    'UNITS IN TRANSIT'      TO CUL-LABEL.
           MOVE    WHT-TRANSIT-UNITS (WHSE-IX)
                                           TO CUL-UNITS.
           MOVE    WHT-TRANSIT-VALUE (WHSE-IX)
                                           TO CUL-VALUE.
           WRITE   CLOSURE-REPORT-REC      FROM CLS-UNITS-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'UNITS AWAITING APPROVAL TO SHIP'
                                           TO CCL-LABEL.
           MOVE    WHT-COMMIT-UNITS (WHSE-IX)
                                           TO CCL-VALUE.
           WRITE   CLOSURE-REPORT-REC      FROM CLS-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'UNITS ALLOCATED THIS RUN'
                                           TO CCL-LABEL.
           MOVE    WHT-ALLOC-UNITS (WHSE-IX)
                                           TO CCL-VALUE.
           WRITE   CLOSURE-REPORT-REC      FROM CLS-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'TRANSFER ORDERS RAISED THIS RUN'
                                           TO CCL-LABEL.
           MOVE    WHT-ORDERS (WHSE-IX)    TO CCL-VALUE.
           WRITE   CLOSURE-REPORT-REC      FROM CLS-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'UNITS NO ACTIVE WAREHOUSE CARRIES'
                                           TO CCL-LABEL.
           MOVE    WHT-NO-HOME-UNITS (WHSE-IX)
                                           TO CCL-VALUE.
           WRITE   CLOSURE-REPORT-REC      FROM CLS-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'PARTS STILL HOLDING STOCK'
                                           TO CCL-LABEL.
           MOVE    WHT-PARTS-OPEN (WHSE-IX)
                                           TO CCL-VALUE.
           WRITE   CLOSURE-REPORT-REC      FROM CLS-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'PARTS FULLY CLEARED'   TO CCL-LABEL.
           MOVE    WHT-PARTS-CLEAR (WHSE-IX)
                                           TO CCL-VALUE.
           WRITE   CLOSURE-REPORT-REC      FROM CLS-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'RECORDS WITH FIGURES NOT NUMERIC'
                                           TO CCL-LABEL.
           MOVE    WHT-BAD-RECS (WHSE-IX)  TO CCL-VALUE.
           WRITE   CLOSURE-REPORT-REC      FROM CLS-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           ADD     12                      TO LINE-CTR.

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
       U200-LOOKUP-PW                      SECTION.
      *
      *  U200-LOOKUP-PW LOOKS LOOKUP-PW-WHSE UP IN THE PART GROUP
      *    AND SETS PW-FOUND-SW AND PW-HIT-IX.
      *---------------------------------------------------------------

           MOVE    'N'                     TO PW-FOUND-SW.
           MOVE    ZERO                    TO PW-HIT-IX.
           IF      PW-CNT > ZERO
                   PERFORM U210-MATCH-ONE-PW
                           VARYING PW-IX FROM 1 BY 1
                           UNTIL PW-IX > PW-CNT
                              OR PW-FOUND
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       U210-MATCH-ONE-PW                   SECTION.
      *
      *  U210-MATCH-ONE-PW COMPARES LOOKUP-PW-WHSE TO ONE ENTRY OF
      *    THE PART GROUP.
      *---------------------------------------------------------------

           IF      LOOKUP-PW-WHSE = PWT-WHSE (PW-IX)
                   MOVE    'Y'             TO PW-FOUND-SW
                   MOVE    PW-IX           TO PW-HIT-IX
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       W000-WRITE-HEADING                  SECTION.
      *
      *  W000-WRITE-HEADING STARTS A PAGE FOR THE PART OF THE PRINT
      *    UNDER WAY - THE REPORT HEADING, THE TITLE OF THE PART,
      *    AND FOR THE ORDERS RAISED THEIR COLUMN HEADING.
      *--------------------------------------------------------------

      *  REPORT HEADING
           WRITE   CLOSURE-REPORT-REC      FROM CLS-HEADING
                   AFTER ADVANCING TOP-OF-PAGE.

           IF      PRINTING-ORDERS
                   MOVE    'TRANSFER ORDERS OUT OF CLOSING WAREHOUSES'
                                           TO CTL-TEXT
           ELSE
           IF      PRINTING-STATUS
                   MOVE    'CLOSURE STATUS BY CLOSING WAREHOUSE'
                                           TO CTL-TEXT
           ELSE
                   MOVE    'RUN TOTALS'    TO CTL-TEXT
           END-IF
           END-IF.

           WRITE   CLOSURE-REPORT-REC      FROM CLS-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE    3                       TO LINE-CTR.

           IF      PRINTING-ORDERS
                   WRITE   CLOSURE-REPORT-REC FROM CLS-COLHDG
                           AFTER ADVANCING 2 LINES
                   MOVE    5               TO LINE-CTR
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Z000-FINISH                         SECTION.
      *
      *  Z000-FINISH PRINTS THE CLOSURE STATUS OF EVERY CLOSING
      *    WAREHOUSE AND THE RUN TOTALS, SETS THE RETURN CODE AND
      *    CLOSES THE FILES.
      *--------------------------------------------------------------

      *  A RUN THAT RAISED NO ORDERS STILL HEADS ITS ORDERS PAGE SO
      *    IT IS PLAIN NOTHING WAS RAISED.
           IF      LINE-CTR = 99
                   PERFORM W000-WRITE-HEADING
           END-IF.

           MOVE    'S'                     TO PRINT-PART-SW.
           PERFORM W000-WRITE-HEADING.

           IF      CLOSING-WHSE-CTR = ZERO
                   MOVE    'NO WAREHOUSE IS CLOSING'
                                           TO CTL-TEXT
                   WRITE   CLOSURE-REPORT-REC FROM CLS-TITLE-LINE
                           AFTER ADVANCING 3 LINES
           ELSE
                   PERFORM S000-PRINT-ONE-CLOSING
                           VARYING WHSE-IX FROM 1 BY 1
                           UNTIL WHSE-IX > WHSE-CNT
           END-IF.

           MOVE    'T'                     TO PRINT-PART-SW.
           PERFORM W000-WRITE-HEADING.

           MOVE    'MASTER RECORDS READ'   TO CCL-LABEL.
           MOVE    MASTER-READ-CTR         TO CCL-VALUE.
           WRITE   CLOSURE-REPORT-REC      FROM CLS-COUNT-LINE
                   AFTER ADVANCING 3 LINES.

           MOVE    'CLOSING WAREHOUSES'    TO CCL-LABEL.
           MOVE    CLOSING-WHSE-CTR        TO CCL-VALUE.
           WRITE   CLOSURE-REPORT-REC      FROM CLS-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'CLOSING WAREHOUSES CLEARED'
                                           TO CCL-LABEL.
           MOVE    CLEARED-WHSE-CTR        TO CCL-VALUE.
           WRITE   CLOSURE-REPORT-REC      FROM CLS-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'NEW ORDERS CARRIED FORWARD'
                                           TO CCL-LABEL.
           MOVE    NEW-CARRIED-CTR         TO CCL-VALUE.
           WRITE   CLOSURE-REPORT-REC      FROM CLS-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'CARRIED ORDERS READ'   TO CCL-LABEL.
           MOVE    OPEN-READ-CTR           TO CCL-VALUE.
           WRITE   CLOSURE-REPORT-REC      FROM CLS-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'CLOSURE ORDERS RAISED' TO CCL-LABEL.
           MOVE    ORDERS-RAISED-CTR       TO CCL-VALUE.
           WRITE   CLOSURE-REPORT-REC      FROM CLS-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'UNITS ALLOCATED'       TO CCL-LABEL.
           MOVE    UNITS-ALLOC-CTR         TO CCL-VALUE.
           WRITE   CLOSURE-REPORT-REC      FROM CLS-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'UNITS NO ACTIVE WAREHOUSE CARRIES'
                                           TO CCL-LABEL.
           MOVE    UNITS-NO-HOME-CTR       TO CCL-VALUE.
           WRITE   CLOSURE-REPORT-REC      FROM CLS-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'CLOSING RECORDS NOT NUMERIC'
                                           TO CCL-LABEL.
           MOVE    BAD-RECS-CTR            TO CCL-VALUE.
           WRITE   CLOSURE-REPORT-REC      FROM CLS-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'WAREHOUSES PAST TABLE LIMIT'
                                           TO CCL-LABEL.
           MOVE    TBL-OVERFLOW-CTR        TO CCL-VALUE.
           WRITE   CLOSURE-REPORT-REC      FROM CLS-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

      *  STOCK WITH NOWHERE TO GO, OR A CLOSING RECORD THAT CANNOT
      *    BE READ, NEEDS SOMEONE TO LOOK AT IT.
           IF      UNITS-NO-HOME-CTR > ZERO
                OR BAD-RECS-CTR > ZERO
                OR TBL-OVERFLOW-CTR > ZERO
                   MOVE    4               TO RETURN-CODE
           END-IF.

           CLOSE   TRANSFER-OUT-FILE
                   CLOSURE-REPORT-FILE.

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
           MOVE    'PROGRAM31'             TO RCT-PROGRAM.
           MOVE    SYS-DATE                TO RCT-RUN-DATE.
           MOVE    'VSAM + XFRORD(0) + INTRANS(0)'
                                           TO RCT-GENS-USED.
           MOVE    RETURN-CODE             TO RCT-RETURN-CODE.
           WRITE   RUN-CONTROL-REC         FROM RUN-CTL-REC.

           CLOSE   RUN-CONTROL-FILE.

       DEPART.
           EXIT.
      *
      *
