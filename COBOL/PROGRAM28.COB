      *
       IDENTIFICATION DIVISION.

       PROGRAM-ID.         PROGRAM28.
       AUTHOR.             ERICK NAVE.
       INSTALLATION.       PROGRAMMING APPLICATIONS WITH COBOL.
       DATE-WRITTEN.       9/02/26.
       DATE-COMPILED.
      *
      ****************************************************************
      *
      *REMARKS.
      *
      *  PROGRAM 28 IS THE PURCHASE-ORDER BUILD.  IT TAKES THE DAY'S
      *    PURCHASE SUGGESTIONS FROM PROGRAM1'S PURCHASING FEED AND
      *    TURNS THEM INTO ONE PURCHASE ORDER PER VENDOR, USING THE
      *    PART-VENDOR CROSS-REFERENCE FOR WHO SUPPLIES EACH PART
      *    AND ON WHAT TERMS, AND THE VENDOR REFERENCE MASTER FOR
      *    THE NAME AND ADDRESS.
      *
      *  EACH SUGGESTED QUANTITY IS RAISED TO THE VENDOR'S MINIMUM
      *    ORDER, THEN ROUNDED UP TO A WHOLE NUMBER OF CASE PACKS.
      *    THE LINE IS PRICED AT THE VENDOR'S UNIT COST, OR AT THE
      *    MASTER'S UNIT PRICE WHEN NO COST HAS BEEN QUOTED.  THE
      *    LINES OF AN ORDER ARE GROUPED BY THE WAREHOUSE THEY SHIP
      *    TO, WITH A SUBTOTAL PER WAREHOUSE AND AN ORDER TOTAL.
      *
      *  A SUGGESTION WHOSE PART HAS NO CROSS-REFERENCE, OR WHOSE
      *    VENDOR IS NOT ON FILE OR INACTIVE, IS NOT ORDERED.  IT IS
      *    LISTED AFTER THE ORDERS WITH THE REASON FOR THE BUYER TO
      *    PLACE BY HAND, AND THE RUN ENDS WITH RETURN CODE 4.
      *
      *  EVERY ORDER LINE IS WRITTEN TO THE PURCHASE-ORDER LINE
      *    FILE.  EVERY SUGGESTION, ORDERED OR NOT, IS ALSO COPIED
      *    TO THE ORDERED FEED IN THE PURCHASING-FEED LAYOUT, WITH
      *    THE QUANTITY ACTUALLY ORDERED IN PLACE OF THE SUGGESTED
      *    ONE - THE OPEN-SUGGESTION FOLLOW-UP READS THAT FEED, SO
      *    THE RECEIVING RUN CLOSES EACH ENTRY WHEN THE FULL ORDERED
      *    QUANTITY IS IN.
      *
      *  FILES:
      *    PURCHASE-SUGGEST-IN-FILE
      *    VEND-REF-FILE
      *    XREF-FILE
      *    INVENTORY-MASTER
      *    PO-PRINT-FILE
      *    PO-LINE-OUT-FILE
      *    ORDERED-FEED-OUT-FILE
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
           SELECT PURCHASE-SUGGEST-IN-FILE ASSIGN TO UT-S-PSGIN.
           SELECT VEND-REF-FILE            ASSIGN TO UT-S-VENDREF.
           SELECT XREF-FILE                ASSIGN TO UT-S-PARTVEND.
      *    THE MASTER IS A KEYED VSAM FILE.  THE RECORD KEY RUNS FROM
      *    THE WAREHOUSE NUMBER THROUGH THE PART NUMBER AND TAKES IN
      *    THE TWO ALWAYS-BLANK FILLER BYTES BETWEEN THEM, SO THE KEY
      *    IS ONE CONTIGUOUS FIELD AND STILL ORDERS BY WAREHOUSE THEN
      *    PART.
           SELECT INVENTORY-MASTER        ASSIGN TO MASTER
                                           ORGANIZATION IS INDEXED
                                           ACCESS IS RANDOM
                                           RECORD KEY IS IMR-KEY.
           SELECT PO-PRINT-FILE            ASSIGN TO UT-S-PRINTER.
           SELECT PO-LINE-OUT-FILE         ASSIGN TO UT-S-POLINE.
           SELECT ORDERED-FEED-OUT-FILE    ASSIGN TO UT-S-POFEED.
           SELECT RUN-CONTROL-FILE         ASSIGN TO UT-S-RUNCTL.
           SELECT PO-SORT-FILE             ASSIGN TO UT-S-SORTWK.

      /
      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      *---------------------------------------------------------------
       FILE SECTION.
      *---------------------------------------------------------------

      * PURCHASE-SUGGEST-IN-FILE  ------->     INPUT
      *   THE PURCHASING FEED PROGRAM1 JUST WROTE - THE SUGGESTIONS
      *   THAT WENT OUT TONIGHT.
       FD  PURCHASE-SUGGEST-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 27 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PURCHASE-SUGGEST-IN-REC.

       01  PURCHASE-SUGGEST-IN-REC         PIC X(27).

      * VEND-REF-FILE             ------->     INPUT
      *   THE VENDOR REFERENCE MASTER, TABLED AT START-UP.
       FD  VEND-REF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VEND-REF-IN-REC.

       01  VEND-REF-IN-REC                 PIC X(80).

      * XREF-FILE                 ------->     INPUT
      *   THE PART-VENDOR CROSS-REFERENCE, IN PART ORDER, TABLED AT
      *   START-UP.
       FD  XREF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XREF-IN-REC.

       01  XREF-IN-REC                     PIC X(60).

      * INVENTORY-MASTER          ------->     INPUT
      *   THE KEYED VSAM MASTER, READ RANDOMLY FOR EACH SUGGESTED
      *   PART'S DESCRIPTION AND UNIT PRICE.  NEVER UPDATED HERE.
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

      * PO-PRINT-FILE             ------->     OUTPUT
      *   THE PURCHASE ORDERS, ONE PER VENDOR, THEN THE SUGGESTIONS
      *   NOT ORDERED AND THE RUN TOTALS.
       FD  PO-PRINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-PRINT-REC.

       01  PO-PRINT-REC                    PIC X(133).

      * PO-LINE-OUT-FILE          ------->     OUTPUT
      *   ONE RECORD PER PURCHASE-ORDER LINE RAISED.
       FD  PO-LINE-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PO-LINE-OUT-REC.

       01  PO-LINE-OUT-REC                 PIC X(80).

      * ORDERED-FEED-OUT-FILE     ------->     OUTPUT
      *   THE PURCHASING FEED AS ORDERED - EVERY SUGGESTION, WITH
      *   THE QUANTITY ORDERED - FOR THE OPEN-SUGGESTION FOLLOW-UP.
       FD  ORDERED-FEED-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 27 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORDERED-FEED-OUT-REC.

       01  ORDERED-FEED-OUT-REC            PIC X(27).

      * RUN-CONTROL-FILE          ------->     INPUT, THEN EXTEND
      *   THE SHARED SUITE-WIDE RUN LOG.  SCANNED AT START-UP FOR
      *   THE LATEST PROGRAM1 STAMP - THE PURCHASING FEED THIS JOB
      *   READS IS THAT RUN'S OUTPUT - AND STAMPED AT END OF RUN.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-CONTROL-REC.

       01  RUN-CONTROL-REC                PIC X(80).

      * PO-SORT-FILE ORDERS THE PRICED SUGGESTIONS BY VENDOR, THEN
      *   SHIP-TO WAREHOUSE, THEN PART.  THE SUGGESTIONS NOT ORDERED
      *   CARRY HIGH-VALUES AS THEIR VENDOR AND SO SORT LAST.
       SD  PO-SORT-FILE
           DATA RECORD IS PSORT-REC.

       01  PSORT-REC.
           03 PSRT-VENDOR                  PIC X(6).
           03 PSRT-WHSE                    PIC XX.
           03 PSRT-PART                    PIC X(5).
           03 PSRT-VEND-PART               PIC X(15).
           03 PSRT-DESC                    PIC X(20).
           03 PSRT-SUGGEST-QTY             PIC 9(6).
           03 PSRT-ORDER-QTY               PIC 9(6).
           03 PSRT-UNIT-COST               PIC 9(6)V99.
           03 PSRT-LEAD-DAYS               PIC 9(3).
           03 PSRT-REASON                  PIC X(20).

      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------

       77  LINE-CTR        VALUE ZEROS     PIC S99.

       77  PSG-EOF-SW                      PIC X           VALUE 'N'.
           88 PSG-EOF                       VALUE 'Y'.
       77  SORT-EOF-SW                     PIC X           VALUE 'N'.
           88 SORT-EOF                      VALUE 'Y'.

       77  PREV-VENDOR                     PIC X(6)        VALUE SPACES.
       77  PREV-WAREHOUSE-NO               PIC XX          VALUE SPACES.

      * FIRST-REC-SW SUPPRESSES THE CONTROL BREAKS ON THE FIRST
      *   LINE RETURNED FROM PO-SORT-FILE.
       77  FIRST-REC-SW                    PIC X           VALUE 'Y'.
           88 FIRST-REC                     VALUE 'Y'.

      * ANY-DATA-SW IS SET WHEN AT LEAST ONE SUGGESTION COMES BACK
      *   FROM THE SORT, SO Z000-FINISH KNOWS WHETHER THERE IS A
      *   FINAL ORDER TO CLOSE OFF.
       77  ANY-DATA-SW                     PIC X           VALUE 'N'.
           88 ANY-DATA                      VALUE 'Y'.

      * MSTR-FOUND-SW SAYS WHETHER THE RANDOM READ FOR THE CURRENT
      *   SUGGESTION FOUND A MASTER RECORD.
       77  MSTR-FOUND-SW                   PIC X           VALUE 'N'.
           88 MSTR-FOUND                    VALUE 'Y'.

      * PRINT-PART-SW SAYS WHICH PART OF THE PRINT IS UNDER WAY, SO
      *   THE PAGE HEADING FITS - A PURCHASE ORDER, THE SUGGESTIONS
      *   NOT ORDERED, OR THE RUN TOTALS.
       77  PRINT-PART-SW                   PIC X           VALUE 'P'.
           88 PRINTING-ORDERS               VALUE 'P'.
           88 PRINTING-NOT-ORDERED          VALUE 'N'.
           88 PRINTING-TOTALS               VALUE 'T'.

      * RUN-CONTROL PREREQUISITE SCAN.  RUNCTL-EOF-SW DRIVES THE
      *   START-UP SCAN; PREREQ1-SEEN-SW AND PREREQ1-RC CARRY THE
      *   LATEST PROGRAM1 STAMP FOUND.
       77  RUNCTL-EOF-SW                   PIC X           VALUE 'N'.
           88 RUNCTL-EOF                    VALUE 'Y'.
       77  PREREQ1-SEEN-SW                 PIC X           VALUE 'N'.
           88 PREREQ1-SEEN                  VALUE 'Y'.
       77  PREREQ1-RC                      PIC 9(4)        VALUE 9999.

      * VND-REC IS ONE VENDOR REFERENCE ENTRY AS READ FROM
      *   VEND-REF-FILE.  THE LAYOUT IS KEPT IN COPYBOOK INVVNREC.
           COPY INVVNREC.

      * THE VENDOR REFERENCE ENTRIES ARE TABLED AT START-UP FOR THE
      *   EDIT AND THE NAME AND ADDRESS ON THE ORDERS.  FIVE HUNDRED
      *   ENTRIES IS WELL PAST THE NUMBER OF VENDORS THE BUYERS DEAL
      *   WITH.
       01  VEND-TBL.
           03 VEND-TBL-ENTRY               OCCURS 500 TIMES.
              05 VNT-CODE                  PIC X(6).
              05 VNT-NAME                  PIC X(25).
              05 VNT-ADDRESS               PIC X(25).
              05 VNT-CITY-ST               PIC X(20).
              05 VNT-ACTIVE                PIC X.

       77  VEND-CNT                        PIC 9(3)        VALUE ZERO.
       77  VEND-IX                         PIC 9(3)        VALUE ZERO.
       77  VEND-HIT-IX                     PIC 9(3)        VALUE ZERO.

      * VEND-EOF-SW DRIVES THE START-UP LOAD OF VEND-REF-FILE.
       77  VEND-EOF-SW                     PIC X           VALUE 'N'.
           88 VEND-EOF                      VALUE 'Y'.

      * VEND-FOUND-SW AND VEND-HIT-IX ARE THE RESULT OF
      *   U000-LOOKUP-VENDOR FOR THE CODE IN LOOKUP-VEND-CODE.
       77  VEND-FOUND-SW                   PIC X           VALUE 'N'.
           88 VEND-FOUND                    VALUE 'Y'.
       77  LOOKUP-VEND-CODE                PIC X(6)        VALUE SPACES.

      * PVX-REC IS ONE CROSS-REFERENCE ENTRY AS READ FROM XREF-FILE.
      *   THE LAYOUT IS KEPT IN COPYBOOK INVPXREC.
           COPY INVPXREC.

      * THE CROSS-REFERENCE IS TABLED AT START-UP, IN PART ORDER AS
      *   THE FILE IS KEPT, SO THE LOOKUP CAN STOP AS SOON AS IT
      *   PASSES THE PART IT WANTS.  AN OVERFLOW IS COUNTED AND THE
      *   PARTS DROPPED ARE LISTED AS NOT ORDERED - THE SAFE
      *   DIRECTION.
       01  XREF-TBL.
           03 XREF-TBL-ENTRY               OCCURS 2000 TIMES.
              05 XRT-PART                  PIC X(5).
              05 XRT-VENDOR                PIC X(6).
              05 XRT-VEND-PART             PIC X(15).
              05 XRT-LEAD-DAYS             PIC 9(3).
              05 XRT-MIN-QTY               PIC 9(6).
              05 XRT-PACK-QTY              PIC 9(5).
              05 XRT-UNIT-COST             PIC 9(6)V99.

       77  XREF-CNT                        PIC 9(4)        VALUE ZERO.
       77  XREF-IX                         PIC 9(4)        VALUE ZERO.
       77  XREF-HIT-IX                     PIC 9(4)        VALUE ZERO.
       77  XREF-OVERFLOW-CTR               PIC 9(7)        VALUE ZERO.

      * XREF-EOF-SW DRIVES THE START-UP LOAD OF XREF-FILE.
       77  XREF-EOF-SW                     PIC X           VALUE 'N'.
           88 XREF-EOF                      VALUE 'Y'.

      * XREF-FOUND-SW AND XREF-HIT-IX ARE THE RESULT OF
      *   U100-LOOKUP-XREF FOR THE SUGGESTION IN HAND.
       77  XREF-FOUND-SW                   PIC X           VALUE 'N'.
           88 XREF-FOUND                    VALUE 'Y'.
       77  XREF-PAST-SW                    PIC X           VALUE 'N'.
           88 XREF-PAST                     VALUE 'Y'.

      * PSG-OUT-REC IS ONE RECORD OF PROGRAM1'S PURCHASING FEED, AND
      *   THE SAME RECORD AS WRITTEN TO THE ORDERED FEED.  THE
      *   LAYOUT IS KEPT IN COPYBOOK INVPSREC.
           COPY INVPSREC.

      * INV-IN-REC IS THE FIELD BREAKDOWN FOR THE MASTER RECORD
      *    JUST READ.  THE LAYOUT IS KEPT IN COPYBOOK INVINREC.
           COPY INVINREC.

      * POL-REC IS ONE PURCHASE-ORDER LINE AS WRITTEN.  THE LAYOUT
      *    IS KEPT IN COPYBOOK INVPOREC.
           COPY INVPOREC.

      * MATCH-KEY BUILDS THE FULL 9-BYTE RECORD KEY FOR THE CURRENT
      *   SUGGESTION - WAREHOUSE, THE TWO ALWAYS-BLANK BYTES, PART -
      *   READY TO MOVE INTO IMR-KEY FOR THE RANDOM READ.
       01  MATCH-KEY.
           03 MK-WHSE                      PIC XX.
           03 FILLER                       PIC XX  VALUE SPACES.
           03 MK-PART                      PIC X(5).

      * ROUNDING WORK FIELDS - THE QUANTITY BEING RAISED, AND THE
      *   WHOLE PACKS AND ODD UNITS IT COMES TO.
       77  ORDER-QTY-WORK                  PIC 9(7)        VALUE ZERO.
       77  PACK-COUNT-WORK                 PIC 9(7)        VALUE ZERO.
       77  PACK-REM-WORK                   PIC 9(5)        VALUE ZERO.

      * PO-SEQ IS THE ORDER'S SEQUENCE WITHIN THE RUN; THE ORDER
      *   NUMBER IS THE RUN DATE AND THIS.
       77  PO-SEQ                          PIC 9(3)        VALUE ZERO.

      * DOLLAR FIGURES - THE LINE IN HAND, THE SHIP-TO WAREHOUSE
      *   WITHIN THE ORDER, THE ORDER, AND THE RUN.
       77  LINE-EXT-WORK                   PIC 9(9)V99     VALUE ZERO.
       77  WH-ORDER-TOTAL                  PIC 9(11)V99    VALUE ZERO.
       77  PO-ORDER-TOTAL                  PIC 9(11)V99    VALUE ZERO.
       77  GR-ORDER-TOTAL                  PIC 9(11)V99    VALUE ZERO.
       77  PO-LINE-CTR                     PIC 9(7)        VALUE ZERO.

      * RUN TOTALS FOR THE FOOT OF THE REPORT.
       77  FEED-READ-CTR                   PIC 9(7)        VALUE ZERO.
       77  NOT-ON-MASTER-CTR               PIC 9(7)        VALUE ZERO.
       77  ORDERED-CTR                     PIC 9(7)        VALUE ZERO.
       77  NOT-ORDERED-CTR                 PIC 9(7)        VALUE ZERO.
       77  RAISED-CTR                      PIC 9(7)        VALUE ZERO.
       77  FEED-OUT-CTR                    PIC 9(7)        VALUE ZERO.

      * RUN-DATE-YMD IS TODAY IN YYYYMMDD - THE ORDER DATE ON THE
      *   LINES.  ACCEPT FROM DATE ONLY GIVES THE TWO-DIGIT YEAR;
      *   THE CENTURY IS FIXED AT 20.
       01  RUN-DATE-YMD.
           03 RUN-CC                       PIC XX    VALUE '20'.
           03 RUN-YYMMDD.
              05 RUN-YY                    PIC XX.
              05 RUN-MO-X                  PIC XX.
              05 RUN-DAY-X                 PIC XX.

      * SYS-DATE IS THE SYSTEM DATE OBTAINED THROUGH ACCEPT
      *   IT WILL BE USED FOR THE REPORT DATE
       01  SYS-DATE.
           03 SYS-YEAR                     PIC XX.
           03 SYS-MONTH                    PIC XX.
           03 SYS-DAY                      PIC XX.

      * HEADING FOR A PURCHASE ORDER - ORDER NUMBER AND DATE.
       01  PO-HEADING.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(15).
           03 PHD-TITLE                    PIC X(42).
           03 FILLER       VALUE SPACES    PIC XX.
           03 PHD-PO-LABEL                 PIC X(11).
           03 PHD-PO-NO                    PIC X(9).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(6)
              VALUE 'DATE: '.
           03 REPORT-DATE.
              05 REPORT-MONTH              PIC XX.
              05 FILLER    VALUE '-'       PIC X.
              05 REPORT-DAY                PIC XX.
              05 FILLER    VALUE '-'       PIC X.
              05 REPORT-YEAR               PIC XX.
           03 FILLER       VALUE SPACES    PIC X(37).

      * PO-VENDOR-LINE IS ONE LINE OF THE VENDOR'S NAME AND ADDRESS
      *   UNDER THE HEADING.
       01  PO-VENDOR-LINE.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(15).
           03 PVL-LABEL                    PIC X(8).
           03 PVL-TEXT                     PIC X(25).
           03 FILLER       VALUE SPACES    PIC X(84).

      * COLUMN HEADING FOR A PURCHASE ORDER
       01  PO-COLHDG.
           03 CC                           PIC X.
           03 FILLER       VALUE 'SHIP'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'PART'    PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(15)
              VALUE 'VENDOR PART NO'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(20)
              VALUE 'DESCRIPTION'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'LEAD'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'SUGGEST' PIC X(7).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'ORDERED' PIC X(7).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'UNIT COST' PIC X(9).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(12)
              VALUE '    EXTENDED'.
           03 FILLER       VALUE SPACES    PIC X(33).

      * PO-DETAIL-LINE IS ONE LINE OF A PURCHASE ORDER.
       01  PO-DETAIL-LINE.
           03 CC                           PIC X.
           03 POD-WHSE                     PIC XX.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 POD-PART                     PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 POD-VEND-PART                PIC X(15).
           03 FILLER       VALUE SPACES    PIC XX.
           03 POD-DESC                     PIC X(20).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 POD-LEAD                     PIC ZZ9.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 POD-SUGGEST                  PIC ZZZZZ9.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 POD-ORDERED                  PIC ZZZZZ9.
           03 FILLER       VALUE SPACES    PIC XX.
           03 POD-UNIT-COST                PIC ZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC XX.
           03 POD-EXTENDED                 PIC ZZZZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC X(33).

      * WH-ORDER-TOTAL-LINE IS THE SHIP-TO SUBTOTAL PRINTED ON A
      *   WAREHOUSE BREAK WITHIN AN ORDER.
       01  WH-ORDER-TOTAL-LINE.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(6).
           03 FILLER                       PIC X(23)
              VALUE 'SHIP TO WAREHOUSE TOTAL'.
           03 FILLER       VALUE SPACES    PIC X.
           03 WOT-WHSE                     PIC XX.
           03 FILLER       VALUE SPACES    PIC X(53).
           03 WOT-VALUE                    PIC ZZZZZZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC X(33).

      * PO-TOTAL-LINE IS THE ORDER TOTAL PRINTED AT THE END OF EACH
      *   PURCHASE ORDER.
       01  PO-TOTAL-LINE.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(6).
           03 FILLER                       PIC X(12)
              VALUE 'ORDER TOTAL'.
           03 PTL-LINES                    PIC ZZZZZZ9.
           03 FILLER                       PIC X(7)
              VALUE ' LINES'.
           03 FILLER       VALUE SPACES    PIC X(53).
           03 PTL-VALUE                    PIC ZZZZZZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC X(33).

      * PO-SIGN-LINE CLOSES OFF EACH PURCHASE ORDER.
       01  PO-SIGN-LINE.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(6).
           03 FILLER                       PIC X(13)
              VALUE 'AUTHORIZED BY'.
           03 FILLER       VALUE SPACES    PIC X.
           03 FILLER       VALUE '______________________________'
                                           PIC X(30).
           03 FILLER       VALUE SPACES    PIC X(82).

      * COLUMN HEADING FOR THE SUGGESTIONS NOT ORDERED
       01  NOT-ORDERED-COLHDG.
           03 CC                           PIC X.
           03 FILLER       VALUE 'WHSE'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'PART'    PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(20)
              VALUE 'DESCRIPTION'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'SUGGEST' PIC X(7).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'REASON'  PIC X(20).
           03 FILLER       VALUE SPACES    PIC X(68).

      * NOT-ORDERED-LINE IS ONE SUGGESTION LEFT FOR THE BUYER.
       01  NOT-ORDERED-LINE.
           03 CC                           PIC X.
           03 NOL-WHSE                     PIC XX.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 NOL-PART                     PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 NOL-DESC                     PIC X(20).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 NOL-SUGGEST                  PIC ZZZZZ9.
           03 FILLER       VALUE SPACES    PIC XX.
           03 NOL-REASON                   PIC X(20).
           03 FILLER       VALUE SPACES    PIC X(68).

      * PO-COUNT-LINE PRINTS ONE RUN TOTAL AT THE FOOT OF THE
      *   REPORT.
       01  PO-COUNT-LINE.
           03 CC                           PIC X.
           03 PCL-CTR-LABEL                PIC X(30).
           03 PCL-CTR-VALUE                PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(95).

      * PO-VALUE-LINE PRINTS ONE DOLLAR TOTAL AT THE FOOT OF THE
      *   REPORT.
       01  PO-VALUE-LINE.
           03 CC                           PIC X.
           03 PVV-VAL-LABEL                PIC X(30).
           03 PVV-VAL-VALUE                PIC ZZZZZZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC X(88).

      * RUN-CTL-REC IS ONE STAMP ON THE SHARED RUN-CONTROL FILE.
      *   THE LAYOUT IS KEPT IN COPYBOOK INVRCREC.
           COPY INVRCREC.
      /
      ***************************************************************
       PROCEDURE DIVISION.
      ***************************************************************

      *--------------------------------------------------------------
       A000-MAIN                           SECTION.
      *
      *   THIS SECTION IS THE MAIN DRIVER FOR THE PROGRAM.  THE
      *     SUGGESTIONS ARE PRICED AND ROUNDED AS THE SORT'S INPUT
      *     PROCEDURE, AND PRINTED AS ORDERS BY VENDOR AS ITS OUTPUT
      *     PROCEDURE.
      *--------------------------------------------------------------

           PERFORM         B000-INIT.

           SORT            PO-SORT-FILE
                            ON ASCENDING KEY PSRT-VENDOR
                                             PSRT-WHSE
                                             PSRT-PART
                            INPUT PROCEDURE  P000-PRICE-SUGGESTIONS
                            OUTPUT PROCEDURE Q000-PRINT-ORDERS.

           PERFORM         Z000-FINISH.

           GOBACK.
      /
      *--------------------------------------------------------------
       B000-INIT                           SECTION.
      *
      *  B000-INIT CONTAINS THE INITIALIZATION STATEMENTS TO BE
      *    PERFORMED AT THE BEGINNING OF THE PROGRAM.
      *--------------------------------------------------------------

      *  REFUSE TO BUILD ORDERS FROM A FEED WHOSE RUN DID NOT END
      *    CLEAN.
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
           MOVE            SYS-MONTH       TO RUN-MO-X.
           MOVE            SYS-DAY         TO RUN-DAY-X.

      *  TABLE THE VENDOR MASTER AND THE CROSS-REFERENCE.
           PERFORM         B200-LOAD-VENDORS.
           PERFORM         B300-LOAD-XREF.

           OPEN            OUTPUT          PO-PRINT-FILE
                           OUTPUT          PO-LINE-OUT-FILE
                           OUTPUT          ORDERED-FEED-OUT-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B200-LOAD-VENDORS                   SECTION.
      *
      *  B200-LOAD-VENDORS TABLES THE VENDOR REFERENCE MASTER.
      *--------------------------------------------------------------

           OPEN            INPUT           VEND-REF-FILE.

           MOVE            'N'             TO VEND-EOF-SW.
           PERFORM         B210-READ-VEND-REF
                           UNTIL VEND-EOF.

           CLOSE           VEND-REF-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B210-READ-VEND-REF                  SECTION.
      *
      *  B210-READ-VEND-REF READS ONE VENDOR ENTRY AND FILES IT IN
      *    THE TABLE.  ENTRIES PAST THE TABLE LIMIT ARE DROPPED WITH
      *    A CONSOLE NOTE - THEIR PARTS THEN LIST AS NOT ORDERED.
      *--------------------------------------------------------------

           READ    VEND-REF-FILE           INTO VND-REC
                   AT END  MOVE 'Y'        TO VEND-EOF-SW
           END-READ.

           IF      NOT VEND-EOF
                   IF      VEND-CNT < 500
                           ADD     1       TO VEND-CNT
                           MOVE    VND-CODE
                                           TO VNT-CODE (VEND-CNT)
                           MOVE    VND-NAME
                                           TO VNT-NAME (VEND-CNT)
                           MOVE    VND-ADDRESS
                                           TO VNT-ADDRESS (VEND-CNT)
                           MOVE    VND-CITY-ST
                                           TO VNT-CITY-ST (VEND-CNT)
                           MOVE    VND-ACTIVE
                                           TO VNT-ACTIVE (VEND-CNT)
                   ELSE
                           DISPLAY 'VENDOR TABLE FULL - ENTRY '
                                   'DROPPED: ' VND-CODE
                   END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B300-LOAD-XREF                      SECTION.
      *
      *  B300-LOAD-XREF TABLES THE PART-VENDOR CROSS-REFERENCE.
      *--------------------------------------------------------------

           OPEN            INPUT           XREF-FILE.

           MOVE            'N'             TO XREF-EOF-SW.
           PERFORM         B310-READ-XREF
                           UNTIL XREF-EOF.

           CLOSE           XREF-FILE.

           IF      XREF-OVERFLOW-CTR > ZERO
                   DISPLAY 'CROSS-REFERENCE TABLE FULL - ENTRIES '
                           'DROPPED: ' XREF-OVERFLOW-CTR
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B310-READ-XREF                      SECTION.
      *
      *  B310-READ-XREF READS ONE CROSS-REFERENCE ENTRY AND FILES IT
      *    IN THE TABLE, COUNTING ANY PAST THE TABLE LIMIT.
      *--------------------------------------------------------------

           READ    XREF-FILE               INTO PVX-REC
                   AT END  MOVE 'Y'        TO XREF-EOF-SW
           END-READ.

           IF      NOT XREF-EOF
                   IF      XREF-CNT < 2000
                           ADD     1       TO XREF-CNT
                           MOVE    PVX-PART
                                           TO XRT-PART (XREF-CNT)
                           MOVE    PVX-VENDOR
                                           TO XRT-VENDOR (XREF-CNT)
                           MOVE    PVX-VEND-PART
                                           TO XRT-VEND-PART (XREF-CNT)
                           MOVE    PVX-LEAD-DAYS
                                           TO XRT-LEAD-DAYS (XREF-CNT)
                           MOVE    PVX-MIN-QTY
                                           TO XRT-MIN-QTY (XREF-CNT)
                           MOVE    PVX-PACK-QTY
                                           TO XRT-PACK-QTY (XREF-CNT)
                           MOVE    PVX-UNIT-COST
                                           TO XRT-UNIT-COST (XREF-CNT)
                   ELSE
                           ADD     1       TO XREF-OVERFLOW-CTR
                   END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B900-CHECK-RUN-CONTROL              SECTION.
      *
      *  B900-CHECK-RUN-CONTROL SCANS THE SHARED RUN-CONTROL FILE
      *    FOR THE LATEST PROGRAM1 STAMP AND REFUSES TO START -
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
                   DISPLAY 'PROGRAM28 - PREREQUISITE NOT MET'
                   DISPLAY 'LATEST PROGRAM1 RUN MISSING OR NOT CLEAN'
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
                   IF      RCT-PROGRAM = 'PROGRAM1'
                           MOVE    'Y'     TO PREREQ1-SEEN-SW
                           MOVE    RCT-RETURN-CODE TO PREREQ1-RC
                   END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P000-PRICE-SUGGESTIONS              SECTION.
      *
      *  P000-PRICE-SUGGESTIONS IS THE SORT'S INPUT PROCEDURE.  IT
      *    READS THE PURCHASING FEED AND RELEASES EVERY SUGGESTION,
      *    SOURCED, ROUNDED AND PRICED.
      *--------------------------------------------------------------

           OPEN            INPUT           PURCHASE-SUGGEST-IN-FILE
                                           INVENTORY-MASTER.

           PERFORM         N000-READ-SUGGESTION
                           UNTIL PSG-EOF.

           CLOSE           PURCHASE-SUGGEST-IN-FILE
                           INVENTORY-MASTER.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       N000-READ-SUGGESTION                SECTION.
      *
      *  N000-READ-SUGGESTION READS ONE SUGGESTION, FINDS ITS VENDOR
      *    AND TERMS, AND RELEASES IT - ROUNDED AND PRICED WHEN IT
      *    CAN BE ORDERED, OTHERWISE UNDER HIGH-VALUES WITH THE
      *    REASON.  EITHER WAY IT IS COPIED TO THE ORDERED FEED.
      *--------------------------------------------------------------

           READ    PURCHASE-SUGGEST-IN-FILE INTO PSG-OUT-REC
                   AT END  MOVE 'Y'        TO PSG-EOF-SW
           END-READ.

           IF      PSG-EOF
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO FEED-READ-CTR.

           MOVE    SPACES                  TO PSORT-REC.
           MOVE    PSG-WHSE                TO PSRT-WHSE.
           MOVE    PSG-PART                TO PSRT-PART.
           MOVE    PSG-SUGGEST-QTY         TO PSRT-SUGGEST-QTY
                                              PSRT-ORDER-QTY.
           MOVE    ZERO                    TO PSRT-UNIT-COST
                                              PSRT-LEAD-DAYS.

      *  THE MASTER GIVES THE DESCRIPTION AND THE FALL-BACK PRICE.
           PERFORM R200-READ-MASTER-BY-KEY.
           IF      MSTR-FOUND
                   MOVE    PART-DESC-IN    TO PSRT-DESC
           ELSE
                   ADD     1               TO NOT-ON-MASTER-CTR
           END-IF.

           PERFORM N100-SOURCE-SUGGESTION.

           IF      PSRT-REASON NOT = SPACES
                   MOVE    HIGH-VALUES     TO PSRT-VENDOR
                   ADD     1               TO NOT-ORDERED-CTR
                   MOVE    4               TO RETURN-CODE
           ELSE
                   ADD     1               TO ORDERED-CTR
           END-IF.

           RELEASE PSORT-REC.
           PERFORM M100-WRITE-ORDERED-FEED.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       N100-SOURCE-SUGGESTION              SECTION.
      *
      *  N100-SOURCE-SUGGESTION FINDS THE VENDOR AND TERMS FOR THE
      *    SUGGESTION IN HAND AND ROUNDS AND PRICES IT.  WHEN IT
      *    CANNOT BE ORDERED THE REASON IS LEFT IN PSRT-REASON.
      *--------------------------------------------------------------

           PERFORM U100-LOOKUP-XREF.

           IF      NOT XREF-FOUND
                   MOVE    'NO VENDOR FOR PART'
                                           TO PSRT-REASON
                   GO TO   DEPART
           END-IF.

           MOVE    XRT-VENDOR (XREF-HIT-IX) TO LOOKUP-VEND-CODE.
           PERFORM U000-LOOKUP-VENDOR.

           IF      NOT VEND-FOUND
                   MOVE    'VENDOR NOT ON FILE'
                                           TO PSRT-REASON
                   GO TO   DEPART
           END-IF.

           IF      VNT-ACTIVE (VEND-HIT-IX) NOT = 'A'
                   MOVE    'VENDOR INACTIVE'
                                           TO PSRT-REASON
                   GO TO   DEPART
           END-IF.

           MOVE    XRT-VENDOR (XREF-HIT-IX) TO PSRT-VENDOR.
           MOVE    XRT-VEND-PART (XREF-HIT-IX) TO PSRT-VEND-PART.
           MOVE    XRT-LEAD-DAYS (XREF-HIT-IX) TO PSRT-LEAD-DAYS.

           PERFORM E000-ROUND-QUANTITY.

           IF      XRT-UNIT-COST (XREF-HIT-IX) > ZERO
                   MOVE    XRT-UNIT-COST (XREF-HIT-IX)
                                           TO PSRT-UNIT-COST
           ELSE
           IF      MSTR-FOUND
                   MOVE    UNIT-PRICE-IN   TO PSRT-UNIT-COST
           END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       E000-ROUND-QUANTITY                 SECTION.
      *
      *  E000-ROUND-QUANTITY RAISES THE SUGGESTED QUANTITY TO THE
      *    VENDOR'S MINIMUM ORDER, THEN UP TO A WHOLE NUMBER OF CASE
      *    PACKS.  A QUANTITY THAT WILL NOT FIT THE ORDER FIELD IS
      *    PEGGED AT ITS LIMIT AND NAMED ON THE CONSOLE.
      *--------------------------------------------------------------

           MOVE    PSG-SUGGEST-QTY         TO ORDER-QTY-WORK.

           IF      ORDER-QTY-WORK < XRT-MIN-QTY (XREF-HIT-IX)
                   MOVE    XRT-MIN-QTY (XREF-HIT-IX)
                                           TO ORDER-QTY-WORK
           END-IF.

           IF      XRT-PACK-QTY (XREF-HIT-IX) > 1
                   DIVIDE  ORDER-QTY-WORK  BY XRT-PACK-QTY (XREF-HIT-IX)
                           GIVING PACK-COUNT-WORK
                           REMAINDER PACK-REM-WORK
                   IF      PACK-REM-WORK > ZERO
                           ADD     1       TO PACK-COUNT-WORK
                           COMPUTE ORDER-QTY-WORK = PACK-COUNT-WORK
                                   * XRT-PACK-QTY (XREF-HIT-IX)
                                   ON SIZE ERROR
                                       MOVE 9999999
                                           TO ORDER-QTY-WORK
                           END-COMPUTE
                   END-IF
           END-IF.

           IF      ORDER-QTY-WORK > 999999
                   DISPLAY 'ORDER QUANTITY TOO LARGE - PEGGED AT '
                           '999999: ' PSG-WHSE ' ' PSG-PART
                   MOVE    999999          TO ORDER-QTY-WORK
           END-IF.

           MOVE    ORDER-QTY-WORK          TO PSRT-ORDER-QTY.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       M100-WRITE-ORDERED-FEED             SECTION.
      *
      *  M100-WRITE-ORDERED-FEED COPIES THE SUGGESTION IN HAND TO
      *    THE ORDERED FEED WITH THE QUANTITY ORDERED - THE
      *    SUGGESTED QUANTITY WHEN IT WAS NOT ORDERED HERE.
      *--------------------------------------------------------------

           MOVE    PSRT-ORDER-QTY          TO PSG-SUGGEST-QTY.
           WRITE   ORDERED-FEED-OUT-REC    FROM PSG-OUT-REC.
           ADD     1                       TO FEED-OUT-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R200-READ-MASTER-BY-KEY             SECTION.
      *
      *  R200-READ-MASTER-BY-KEY READS THE MASTER RECORD FOR THE
      *    CURRENT SUGGESTION INTO INV-IN-REC AND SETS
      *    MSTR-FOUND-SW.
      *---------------------------------------------------------------

           MOVE    PSG-WHSE                TO MK-WHSE.
           MOVE    PSG-PART                TO MK-PART.
           MOVE    MATCH-KEY               TO IMR-KEY.

           MOVE    'Y'                     TO MSTR-FOUND-SW.
           READ    INVENTORY-MASTER        INTO INV-IN-REC
                   INVALID KEY MOVE 'N'    TO MSTR-FOUND-SW
           END-READ.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Q000-PRINT-ORDERS                   SECTION.
      *
      *  Q000-PRINT-ORDERS IS THE SORT'S OUTPUT PROCEDURE.  IT
      *    TAKES THE SORTED LINES ONE AT A TIME.
      *--------------------------------------------------------------

           PERFORM         R000-RETURN-LINE.

           IF              SORT-EOF
                           DISPLAY ' '
                           DISPLAY 'NO SUGGESTIONS ON THE FEED.'
           ELSE
                           MOVE    'Y'     TO ANY-DATA-SW
                           PERFORM C000-PROCESS-ONE-LINE
                                   UNTIL SORT-EOF
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       C000-PROCESS-ONE-LINE               SECTION.
      *
      *   THIS SECTION IS THE MAIN PROCESSING LOOP - ONE PASS PER
      *     SORTED LINE.  THE VENDOR AND WAREHOUSE CONTROL BREAKS
      *     RUN FIRST, THEN THE LINE IS PRINTED AND WRITTEN.
      *--------------------------------------------------------------

      * VENDOR CONTROL BREAK - CLOSE OFF THE ORDER JUST FINISHED AND
      *   START THE NEXT ON A NEW PAGE.  A WAREHOUSE CHANGE WITHIN
      *   THE ORDER PRINTS THE SHIP-TO SUBTOTAL.  THE FIRST LINE OF
      *   THE RUN IS NOT TREATED AS A BREAK.
           IF      FIRST-REC
                   MOVE    'N'             TO FIRST-REC-SW
                   PERFORM H000-START-ORDER
           ELSE
           IF      PSRT-VENDOR NOT = PREV-VENDOR
                   PERFORM S000-CLOSE-ORDER
                   PERFORM H000-START-ORDER
           ELSE
           IF      PSRT-WHSE NOT = PREV-WAREHOUSE-NO
                   PERFORM S100-WRITE-WH-SUBTOTAL
                   MOVE    PSRT-WHSE       TO PREV-WAREHOUSE-NO
           END-IF
           END-IF
           END-IF.

           IF      PRINTING-NOT-ORDERED
                   PERFORM D100-PRINT-NOT-ORDERED
           ELSE
                   PERFORM E100-EXTEND-LINE
                   PERFORM D000-PRINT-ORDER-LINE
                   PERFORM M000-WRITE-PO-LINE
           END-IF.

      * RETURN NEXT SORTED LINE
           PERFORM R000-RETURN-LINE.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R000-RETURN-LINE                    SECTION.
      *
      *  R000-RETURN-LINE RETURNS THE NEXT SORTED LINE.
      *---------------------------------------------------------------

           RETURN  PO-SORT-FILE
                   AT END  MOVE 'Y'        TO SORT-EOF-SW
           END-RETURN.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       H000-START-ORDER                    SECTION.
      *
      *  H000-START-ORDER OPENS A NEW PURCHASE ORDER FOR THE VENDOR
      *    OF THE LINE IN HAND - OR, WHEN THE LINES LEFT ARE THE
      *    ONES NOT ORDERED, STARTS THAT LISTING - ON A NEW PAGE.
      *---------------------------------------------------------------

           MOVE    PSRT-VENDOR             TO PREV-VENDOR.
           MOVE    PSRT-WHSE               TO PREV-WAREHOUSE-NO.

           IF      PSRT-VENDOR = HIGH-VALUES
                   MOVE    'N'             TO PRINT-PART-SW
                   MOVE    'SUGGESTIONS NOT ORDERED - NO VENDOR'
                                           TO PHD-TITLE
                   MOVE    SPACES          TO PHD-PO-LABEL
                                              PHD-PO-NO
           ELSE
                   MOVE    'P'             TO PRINT-PART-SW
                   ADD     1               TO PO-SEQ
                                              RAISED-CTR
                   MOVE    RUN-YYMMDD      TO POL-PO-DATE
                   MOVE    PO-SEQ          TO POL-PO-SEQ
                   MOVE    'PURCHASE ORDER'
                                           TO PHD-TITLE
                   MOVE    'PO NUMBER: '   TO PHD-PO-LABEL
                   MOVE    POL-PO-NO       TO PHD-PO-NO
                   MOVE    PSRT-VENDOR     TO LOOKUP-VEND-CODE
                   PERFORM U000-LOOKUP-VENDOR
           END-IF.

           PERFORM W000-WRITE-HEADING.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E100-EXTEND-LINE                    SECTION.
      *
      *  E100-EXTEND-LINE PRICES THE LINE IN HAND AND ADDS IT TO THE
      *    SHIP-TO, ORDER AND RUN TOTALS.  A FIGURE TOO LARGE FOR
      *    ITS FIELD IS PEGGED AT THE FIELD'S LIMIT.
      *---------------------------------------------------------------

           COMPUTE LINE-EXT-WORK = PSRT-ORDER-QTY * PSRT-UNIT-COST
                   ON SIZE ERROR
                       MOVE 999999999.99   TO LINE-EXT-WORK
           END-COMPUTE.

           ADD     LINE-EXT-WORK           TO WH-ORDER-TOTAL
                   ON SIZE ERROR
                       MOVE 99999999999.99 TO WH-ORDER-TOTAL
           END-ADD.
           ADD     LINE-EXT-WORK           TO PO-ORDER-TOTAL
                   ON SIZE ERROR
                       MOVE 99999999999.99 TO PO-ORDER-TOTAL
           END-ADD.
           ADD     LINE-EXT-WORK           TO GR-ORDER-TOTAL
                   ON SIZE ERROR
                       MOVE 99999999999.99 TO GR-ORDER-TOTAL
           END-ADD.

           ADD     1                       TO PO-LINE-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       D000-PRINT-ORDER-LINE               SECTION.
      *
      *  D000-PRINT-ORDER-LINE PRINTS ONE LINE OF THE ORDER.
      *---------------------------------------------------------------

           MOVE    PSRT-WHSE               TO POD-WHSE.
           MOVE    PSRT-PART               TO POD-PART.
           MOVE    PSRT-VEND-PART          TO POD-VEND-PART.
           MOVE    PSRT-DESC               TO POD-DESC.
           MOVE    PSRT-LEAD-DAYS          TO POD-LEAD.
           MOVE    PSRT-SUGGEST-QTY        TO POD-SUGGEST.
           MOVE    PSRT-ORDER-QTY          TO POD-ORDERED.
           MOVE    PSRT-UNIT-COST          TO POD-UNIT-COST.
           MOVE    LINE-EXT-WORK           TO POD-EXTENDED.

           IF      LINE-CTR > 56
                   PERFORM W000-WRITE-HEADING
           END-IF.

           WRITE   PO-PRINT-REC            FROM PO-DETAIL-LINE
                   AFTER ADVANCING 1 LINE.
           ADD     1                       TO LINE-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       D100-PRINT-NOT-ORDERED              SECTION.
      *
      *  D100-PRINT-NOT-ORDERED LISTS ONE SUGGESTION THAT COULD NOT
      *    BE ORDERED, WITH THE REASON.
      *---------------------------------------------------------------

           MOVE    PSRT-WHSE               TO NOL-WHSE.
           MOVE    PSRT-PART               TO NOL-PART.
           MOVE    PSRT-DESC               TO NOL-DESC.
           MOVE    PSRT-SUGGEST-QTY        TO NOL-SUGGEST.
           MOVE    PSRT-REASON             TO NOL-REASON.

           IF      LINE-CTR > 56
                   PERFORM W000-WRITE-HEADING
           END-IF.

           WRITE   PO-PRINT-REC            FROM NOT-ORDERED-LINE
                   AFTER ADVANCING 1 LINE.
           ADD     1                       TO LINE-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       M000-WRITE-PO-LINE                  SECTION.
      *
      *  M000-WRITE-PO-LINE WRITES THE LINE IN HAND TO THE
      *    PURCHASE-ORDER LINE FILE UNDER THE CURRENT ORDER NUMBER.
      *---------------------------------------------------------------

           MOVE    PSRT-VENDOR             TO POL-VENDOR.
           MOVE    PSRT-WHSE               TO POL-WHSE.
           MOVE    PSRT-PART               TO POL-PART.
           MOVE    PSRT-VEND-PART          TO POL-VEND-PART.
           MOVE    PSRT-SUGGEST-QTY        TO POL-SUGGEST-QTY.
           MOVE    PSRT-ORDER-QTY          TO POL-ORDER-QTY.
           MOVE    PSRT-UNIT-COST          TO POL-UNIT-COST.
           MOVE    LINE-EXT-WORK           TO POL-EXTENDED.
           MOVE    PSRT-LEAD-DAYS          TO POL-LEAD-DAYS.
           MOVE    RUN-DATE-YMD            TO POL-ORDER-DATE.

           WRITE   PO-LINE-OUT-REC         FROM POL-REC.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       S000-CLOSE-ORDER                    SECTION.
      *
      *  S000-CLOSE-ORDER CLOSES OFF THE ORDER JUST FINISHED
      *    (PREV-VENDOR) - THE LAST SHIP-TO SUBTOTAL, THE ORDER
      *    TOTAL AND THE SIGNATURE LINE - AND RESETS THE ORDER
      *    TOTALS.  NOTHING IS CLOSED AFTER THE LISTING OF THE
      *    SUGGESTIONS NOT ORDERED.
      *---------------------------------------------------------------

           IF      PRINTING-NOT-ORDERED
                   GO TO   DEPART
           END-IF.

           PERFORM S100-WRITE-WH-SUBTOTAL.

           MOVE    PO-LINE-CTR             TO PTL-LINES.
           MOVE    PO-ORDER-TOTAL          TO PTL-VALUE.

           IF      LINE-CTR > 52
                   PERFORM W000-WRITE-HEADING
           END-IF.

           WRITE   PO-PRINT-REC            FROM PO-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE   PO-PRINT-REC            FROM PO-SIGN-LINE
                   AFTER ADVANCING 3 LINES.
           ADD     5                       TO LINE-CTR.

           MOVE    ZERO                    TO PO-ORDER-TOTAL
                                              PO-LINE-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       S100-WRITE-WH-SUBTOTAL              SECTION.
      *
      *  S100-WRITE-WH-SUBTOTAL PRINTS THE ORDER'S SUBTOTAL FOR THE
      *    SHIP-TO WAREHOUSE JUST COMPLETED (PREV-WAREHOUSE-NO) AND
      *    RESETS IT.
      *---------------------------------------------------------------

           IF      PRINTING-NOT-ORDERED
                   GO TO   DEPART
           END-IF.

           MOVE    PREV-WAREHOUSE-NO       TO WOT-WHSE.
           MOVE    WH-ORDER-TOTAL          TO WOT-VALUE.

           IF      LINE-CTR > 56
                   PERFORM W000-WRITE-HEADING
           END-IF.

           WRITE   PO-PRINT-REC            FROM WH-ORDER-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE    SPACES                  TO PO-PRINT-REC.
           WRITE   PO-PRINT-REC
                   AFTER ADVANCING 1 LINE.
           ADD     3                       TO LINE-CTR.

           MOVE    ZERO                    TO WH-ORDER-TOTAL.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       U000-LOOKUP-VENDOR                  SECTION.
      *
      *  U000-LOOKUP-VENDOR LOOKS LOOKUP-VEND-CODE UP IN THE VENDOR
      *    TABLE AND SETS VEND-FOUND-SW AND VEND-HIT-IX.
      *--------------------------------------------------------------

           MOVE    'N'                     TO VEND-FOUND-SW.
           MOVE    ZERO                    TO VEND-HIT-IX.
           IF      VEND-CNT > ZERO
                   PERFORM U010-MATCH-ONE-VENDOR
                           VARYING VEND-IX FROM 1 BY 1
                           UNTIL VEND-IX > VEND-CNT
                              OR VEND-FOUND
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       U010-MATCH-ONE-VENDOR               SECTION.
      *
      *  U010-MATCH-ONE-VENDOR COMPARES LOOKUP-VEND-CODE TO ONE
      *    TABLE ENTRY.
      *--------------------------------------------------------------

           IF      LOOKUP-VEND-CODE = VNT-CODE (VEND-IX)
                   MOVE    'Y'             TO VEND-FOUND-SW
                   MOVE    VEND-IX         TO VEND-HIT-IX
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       U100-LOOKUP-XREF                    SECTION.
      *
      *  U100-LOOKUP-XREF LOOKS THE SUGGESTED PART UP IN THE
      *    CROSS-REFERENCE TABLE AND SETS XREF-FOUND-SW AND
      *    XREF-HIT-IX.  THE TABLE IS IN PART ORDER, SO THE SEARCH
      *    STOPS ONCE IT PASSES THE PART.
      *--------------------------------------------------------------

           MOVE    'N'                     TO XREF-FOUND-SW
                                              XREF-PAST-SW.
           MOVE    ZERO                    TO XREF-HIT-IX.
           IF      XREF-CNT > ZERO
                   PERFORM U110-MATCH-ONE-XREF
                           VARYING XREF-IX FROM 1 BY 1
                           UNTIL XREF-IX > XREF-CNT
                              OR XREF-FOUND
                              OR XREF-PAST
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       U110-MATCH-ONE-XREF                 SECTION.
      *
      *  U110-MATCH-ONE-XREF COMPARES THE SUGGESTED PART TO ONE
      *    TABLE ENTRY.
      *--------------------------------------------------------------

           IF      PSG-PART = XRT-PART (XREF-IX)
                   MOVE    'Y'             TO XREF-FOUND-SW
                   MOVE    XREF-IX         TO XREF-HIT-IX
           ELSE
           IF      XRT-PART (XREF-IX) > PSG-PART
                   MOVE    'Y'             TO XREF-PAST-SW
           END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       W000-WRITE-HEADING                  SECTION.
      *
      *  W000-WRITE-HEADING STARTS A PAGE FOR THE PART OF THE PRINT
      *    UNDER WAY - FOR AN ORDER, THE ORDER NUMBER, THE VENDOR'S
      *    NAME AND ADDRESS AND THE ORDER COLUMN HEADING; FOR THE
      *    SUGGESTIONS NOT ORDERED, THEIR COLUMN HEADING; FOR THE
      *    RUN TOTALS, THE HEADING ALONE.
      *--------------------------------------------------------------

      *  REPORT HEADING
           WRITE   PO-PRINT-REC            FROM PO-HEADING
                   AFTER ADVANCING TOP-OF-PAGE.
           MOVE    1                       TO LINE-CTR.

           IF      PRINTING-ORDERS
                   MOVE    'VENDOR: '      TO PVL-LABEL
                   MOVE    PREV-VENDOR     TO PVL-TEXT
                   WRITE   PO-PRINT-REC    FROM PO-VENDOR-LINE
                           AFTER ADVANCING 2 LINES
                   MOVE    SPACES          TO PVL-LABEL
                   MOVE    SPACES          TO PVL-TEXT
                   IF      VEND-FOUND
                           MOVE    VNT-NAME (VEND-HIT-IX)
                                           TO PVL-TEXT
                   END-IF
                   WRITE   PO-PRINT-REC    FROM PO-VENDOR-LINE
                           AFTER ADVANCING 1 LINE
                   IF      VEND-FOUND
                           MOVE    VNT-ADDRESS (VEND-HIT-IX)
                                           TO PVL-TEXT
                   END-IF
                   WRITE   PO-PRINT-REC    FROM PO-VENDOR-LINE
                           AFTER ADVANCING 1 LINE
                   IF      VEND-FOUND
                           MOVE    VNT-CITY-ST (VEND-HIT-IX)
                                           TO PVL-TEXT
                   END-IF
                   WRITE   PO-PRINT-REC    FROM PO-VENDOR-LINE
                           AFTER ADVANCING 1 LINE
                   WRITE   PO-PRINT-REC    FROM PO-COLHDG
                           AFTER ADVANCING 2 LINES
                   MOVE    8               TO LINE-CTR
           END-IF.

           IF      PRINTING-NOT-ORDERED
                   WRITE   PO-PRINT-REC    FROM NOT-ORDERED-COLHDG
                           AFTER ADVANCING 2 LINES
                   MOVE    3               TO LINE-CTR
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Z000-FINISH                         SECTION.
      *
      *  Z000-FINISH CLOSES OFF THE LAST ORDER, PRINTS THE RUN
      *    TOTALS ON A PAGE OF THEIR OWN, AND CLOSES THE FILES.
      *--------------------------------------------------------------

           IF      ANY-DATA
                   PERFORM S000-CLOSE-ORDER
           END-IF.

      *  THE RUN TOTALS START A PAGE OF THEIR OWN, SO A RUN WITH NO
      *    SUGGESTIONS STILL GETS A HEADED PAGE.
           MOVE    'T'                     TO PRINT-PART-SW.
           MOVE    'PURCHASE-ORDER BUILD - RUN TOTALS'
                                           TO PHD-TITLE.
           MOVE    SPACES                  TO PHD-PO-LABEL
                                              PHD-PO-NO.
           PERFORM W000-WRITE-HEADING.

           MOVE    'SUGGESTIONS READ'      TO PCL-CTR-LABEL.
           MOVE    FEED-READ-CTR           TO PCL-CTR-VALUE.
           WRITE   PO-PRINT-REC            FROM PO-COUNT-LINE
                   AFTER ADVANCING 3 LINES.

           MOVE    'SUGGESTIONS ORDERED'   TO PCL-CTR-LABEL.
           MOVE    ORDERED-CTR             TO PCL-CTR-VALUE.
           WRITE   PO-PRINT-REC            FROM PO-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'SUGGESTIONS NOT ORDERED'
                                           TO PCL-CTR-LABEL.
           MOVE    NOT-ORDERED-CTR         TO PCL-CTR-VALUE.
           WRITE   PO-PRINT-REC            FROM PO-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'PARTS NOT ON MASTER'   TO PCL-CTR-LABEL.
           MOVE    NOT-ON-MASTER-CTR       TO PCL-CTR-VALUE.
           WRITE   PO-PRINT-REC            FROM PO-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'PURCHASE ORDERS RAISED' TO PCL-CTR-LABEL.
           MOVE    RAISED-CTR              TO PCL-CTR-VALUE.
           WRITE   PO-PRINT-REC            FROM PO-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'ORDERED FEED RECORDS WRITTEN'
                                           TO PCL-CTR-LABEL.
           MOVE    FEED-OUT-CTR            TO PCL-CTR-VALUE.
           WRITE   PO-PRINT-REC            FROM PO-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'VALUE OF ALL ORDERS'   TO PVV-VAL-LABEL.
           MOVE    GR-ORDER-TOTAL          TO PVV-VAL-VALUE.
           WRITE   PO-PRINT-REC            FROM PO-VALUE-LINE
                   AFTER ADVANCING 2 LINES.

           CLOSE   PO-PRINT-FILE
                   PO-LINE-OUT-FILE
                   ORDERED-FEED-OUT-FILE.

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
           MOVE    'PROGRAM28'             TO RCT-PROGRAM.
           MOVE    SYS-DATE                TO RCT-RUN-DATE.
           MOVE    'PURSUG+PARTVEND+VENDREF (0)'
                                           TO RCT-GENS-USED.
           MOVE    RETURN-CODE             TO RCT-RETURN-CODE.
           WRITE   RUN-CONTROL-REC         FROM RUN-CTL-REC.

           CLOSE   RUN-CONTROL-FILE.

       DEPART.
           EXIT.
      *
      *
