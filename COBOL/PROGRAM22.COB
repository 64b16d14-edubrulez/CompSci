      *
       IDENTIFICATION DIVISION.

       PROGRAM-ID.         PROGRAM22.
       AUTHOR.             ERICK NAVE.
       INSTALLATION.       PROGRAMMING APPLICATIONS WITH COBOL.
       DATE-WRITTEN.       9/02/26.
       DATE-COMPILED.
      *
      ****************************************************************
      *
      *REMARKS.
      *
      *  PROGRAM 22 IS THE BACKORDER FILL AND AGING RUN.  PROGRAM11
      *    HOLDS A REGISTER SALE THE SHELF COULD NOT COVER ON THE
      *    BACKORDER FILE, AND FILLS WHAT IT CAN AT THE END OF EACH
      *    POSTING RUN.  STOCK ALSO ARRIVES BETWEEN POSTING RUNS -
      *    VENDOR RECEIPTS THROUGH PROGRAM21 AND TRANSFERS IN
      *    THROUGH PROGRAM14 - AND THIS RUN PUTS THAT STOCK AGAINST
      *    THE CUSTOMERS ALREADY WAITING.  IT READS THE LATEST
      *    BACKORDER GENERATION (WAREHOUSE, PART, SALE DATE ORDER)
      *    AND FILLS EACH BACKORDER, OLDEST FIRST WITHIN EACH PART,
      *    FROM THE KEYED VSAM INVENTORY MASTER:
      *      - THE QUANTITY FILLED IS SUBTRACTED FROM ON-HAND
      *      - IT IS ADDED INTO THE MONTH BUCKET OF QUANTITY-SOLD-IN
      *        NAMED BY THE ORIGINAL SALE DATE (A BACKORDER CARRIED
      *        OVER FROM AN EARLIER YEAR BOOKS TO THE CURRENT MONTH,
      *        SINCE THE BUCKETS ONLY HOLD THE CURRENT YEAR)
      *      - LAST-SALE-DATE-IN IS ADVANCED WHEN THE SALE IS NEWER
      *    EXACTLY AS PROGRAM11 WOULD HAVE POSTED THE SALE HAD THE
      *    STOCK BEEN THERE.  WHAT IS STILL OWED CARRIES TO THE NEW
      *    BACKORDER GENERATION.
      *
      *  THE AGING REPORT LISTS EVERY BACKORDER BY WAREHOUSE - WHAT
      *    WAS ORDERED, WHAT WAS FILLED THIS RUN, WHAT IS STILL
      *    OWED IN UNITS AND IN DOLLARS AT THE MASTER UNIT PRICE,
      *    AND HOW MANY DAYS THE CUSTOMER HAS BEEN WAITING SINCE THE
      *    SALE (365 DAYS PER YEAR AND 30 PER MONTH, AS PROGRAM13
      *    AGES THE OPEN SUGGESTIONS).  EACH WAREHOUSE CLOSES WITH
      *    ITS UNITS AND DOLLARS OWED AND ITS OLDEST WAIT, AND THE
      *    REPORT WITH THE SAME FIGURES FOR THE WHOLE RUN.  A
      *    BACKORDER WHOSE KEY IS NO LONGER ON THE MASTER IS
      *    CARRIED AND FLAGGED RATHER THAN DROPPED.
      *
      *  EVERY FILL THAT REACHES THE MASTER IS ALSO WRITTEN TO THE
      *    VALUE-MOVEMENT FILE AS A SALE, PRICED AT UNIT-PRICE-IN,
      *    FOR THE GENERAL-LEDGER INTERFACE - THE SAME RECORD
      *    PROGRAM11 WRITES FOR A FILL OF ITS OWN.  THE FILE CLOSES
      *    WITH A TRAILER CARRYING THIS RUN'S COUNT AND VALUE.
      *
      *  RUN AFTER PROGRAM21, AND AFTER THE PROGRAM3 RUN THAT
      *    APPLIES PROGRAM14'S TRANSFER ADJUSTMENTS - NEVER BETWEEN
      *    PROGRAM14 AND THAT PROGRAM3 RUN.  PROGRAM14'S ADJUSTMENTS
      *    SET ON-HAND OUTRIGHT, SO A FILL POSTED IN BETWEEN WOULD
      *    BE WIPED OUT BY THEM.
      *
      *  FILES:
      *    BACKORDER-IN-FILE
      *    INVENTORY-MASTER
      *    BACKORDER-OUT-FILE
      *    AGING-REPORT-FILE
      *    VALUE-MOVE-FILE
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
           SELECT BACKORDER-IN-FILE        ASSIGN TO UT-S-BKOIN.
      *    THE MASTER IS A KEYED VSAM FILE.  THE RECORD KEY RUNS FROM
      *    THE WAREHOUSE NUMBER THROUGH THE PART NUMBER AND TAKES IN
      *    THE TWO ALWAYS-BLANK FILLER BYTES BETWEEN THEM, SO THE KEY
      *    IS ONE CONTIGUOUS FIELD AND STILL ORDERS BY WAREHOUSE THEN
      *    PART.
           SELECT INVENTORY-MASTER        ASSIGN TO MASTER
                                           ORGANIZATION IS INDEXED
                                           ACCESS IS RANDOM
                                           RECORD KEY IS IMR-KEY.
           SELECT BACKORDER-OUT-FILE       ASSIGN TO UT-S-BKOOUT.
           SELECT AGING-REPORT-FILE        ASSIGN TO UT-S-AGING.
           SELECT VALUE-MOVE-FILE          ASSIGN TO UT-S-VALOUT.
           SELECT RUN-CONTROL-FILE         ASSIGN TO UT-S-RUNCTL.

      /
      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      *---------------------------------------------------------------
       FILE SECTION.
      *---------------------------------------------------------------

      * BACKORDER-IN-FILE         ------->     INPUT
      *   THE OPEN BACKORDERS AS LEFT BY THE LAST POSTING OR FILL
      *   RUN, IN WAREHOUSE/PART/SALE DATE ORDER.  THE DATASET MAY
      *   LEGITIMATELY BE EMPTY.
       FD  BACKORDER-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BACKORDER-IN-REC.

       01  BACKORDER-IN-REC                PIC X(40).

      * INVENTORY-MASTER          ------->     I-O
      *   THE KEYED VSAM MASTER, READ AND UPDATED IN PLACE BY KEY.
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

      * BACKORDER-OUT-FILE        ------->     OUTPUT
      *   THE NEW BACKORDER GENERATION - EVERY BACKORDER STILL OWED
      *   AFTER THIS RUN'S FILLS, IN THE SAME ORDER.
       FD  BACKORDER-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BACKORDER-OUT-REC.

       01  BACKORDER-OUT-REC               PIC X(40).

      * AGING-REPORT-FILE         ------->     OUTPUT
      *   ONE LINE PER BACKORDER WITH ITS FILL AND AGE, WAREHOUSE
      *   SUBTOTALS, THE GRAND TOTAL, AND THE RUN TOTALS.
       FD  AGING-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AGING-REPORT-REC.

       01  AGING-REPORT-REC                PIC X(133).

      * VALUE-MOVE-FILE           ------->     OUTPUT
      *   ONE RECORD PER FILL POSTED, AT ITS VALUE, PLUS A CLOSING
      *   TRAILER - THIS RUN'S SHARE OF THE PERIOD'S MOVEMENTS FOR
      *   THE GENERAL-LEDGER INTERFACE.
       FD  VALUE-MOVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VALUE-MOVE-REC.

       01  VALUE-MOVE-REC                  PIC X(60).

      * RUN-CONTROL-FILE          ------->     EXTEND
      *   THE SHARED SUITE-WIDE RUN LOG - ONE STAMP APPENDED PER
      *   RUN.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-CONTROL-REC.

       01  RUN-CONTROL-REC                PIC X(80).

      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------

       77  LINE-CTR        VALUE ZEROS     PIC S99.

       77  BKO-EOF-SW                      PIC X           VALUE 'N'.
           88 BKO-EOF                       VALUE 'Y'.

       77  PREV-WAREHOUSE-NO               PIC XX          VALUE SPACES.

      * FIRST-REC-SW SUPPRESSES THE WAREHOUSE BREAK ON THE FIRST
      *   BACKORDER READ.
       77  FIRST-REC-SW                    PIC X           VALUE 'Y'.
           88 FIRST-REC                     VALUE 'Y'.

      * MSTR-FOUND-SW SAYS WHETHER THE RANDOM READ FOR THE CURRENT
      *   BACKORDER'S KEY FOUND A MASTER RECORD.
       77  MSTR-FOUND-SW                   PIC X           VALUE 'N'.
           88 MSTR-FOUND                    VALUE 'Y'.

      * POST-OK-SW TURNS OFF WHEN A FILL CANNOT BE APPLIED TO THE
      *   MASTER RECORD IN HAND, SO THE REWRITE IS SKIPPED AND THE
      *   BACKORDER HELD.
       77  POST-OK-SW                      PIC X           VALUE 'Y'.
           88 POST-OK                       VALUE 'Y'.

       77  HOLD-REASON                     PIC X(30)       VALUE SPACES.

      * RUN TOTALS FOR THE FOOT OF THE REPORT.
       77  BKO-READ-CTR                    PIC 9(7)        VALUE ZERO.
       77  BKO-FILLED-CTR                  PIC 9(7)        VALUE ZERO.
       77  BKO-PART-FILL-CTR               PIC 9(7)        VALUE ZERO.
       77  BKO-HELD-CTR                    PIC 9(7)        VALUE ZERO.
       77  BKO-NO-MASTER-CTR               PIC 9(7)        VALUE ZERO.
       77  BKO-CARRIED-CTR                 PIC 9(7)        VALUE ZERO.
       77  QTY-FILLED-TOTAL                PIC 9(9)        VALUE ZERO.

      * VALUE-MOVED-TOTAL IS THE VALUE OF THE FILLS WRITTEN TO THE
      *   VALUE FILE, AND VALUE-MOVE-CTR HOW MANY, FOR ITS TRAILER.
       77  VALUE-MOVED-TOTAL               PIC 9(11)V99    VALUE ZERO.
       77  VALUE-MOVE-CTR                  PIC 9(7)        VALUE ZERO.

      * FILL-QTY-WORK IS WHAT THIS BACKORDER CAN BE FILLED WITH -
      *   THE QUANTITY OWED OR WHAT IS ON THE SHELF, WHICHEVER IS
      *   LESS.
       77  FILL-QTY-WORK                   PIC 9(5)        VALUE ZERO.

      * FILL-MONTH-WORK IS THE BUCKET A FILL BOOKS TO - THE SALE
      *   MONTH, OR THE CURRENT MONTH FOR A SALE FROM AN EARLIER
      *   YEAR.
       77  FILL-MONTH-WORK                 PIC 99          VALUE ZERO.

      * THE AGING FIGURES FOR THE BACKORDER IN HAND.  THE DOLLARS
      *   PEG AT THEIR DISPLAYABLE MAXIMUM ON SIZE ERROR RATHER THAN
      *   TRUNCATE.
       77  DAYS-OUT-WORK                   PIC S9(5)       VALUE ZERO.
       77  DOLLARS-OWED-WORK               PIC 9(9)V99     VALUE ZERO.

      * AGING ACCUMULATORS - UNITS AND DOLLARS STILL OWED, AND THE
      *   LONGEST WAIT, BY WAREHOUSE AND ACROSS THE RUN.
       77  WH-UNITS-TOTAL                  PIC 9(7)        VALUE ZERO.
       77  WH-DOLLARS-TOTAL                PIC 9(11)V99    VALUE ZERO.
       77  WH-OLDEST-DAYS                  PIC 9(5)        VALUE ZERO.
       77  GR-UNITS-TOTAL                  PIC 9(7)        VALUE ZERO.
       77  GR-DOLLARS-TOTAL                PIC 9(11)V99    VALUE ZERO.
       77  GR-OLDEST-DAYS                  PIC 9(5)        VALUE ZERO.

      * RUN-DATE-YMD IS TODAY IN YYYYMMDD, THE DATE THE WAITS ARE
      *   AGED TO.  ACCEPT FROM DATE ONLY GIVES THE TWO-DIGIT YEAR;
      *   THE CENTURY IS FIXED AT 20.
       01  RUN-DATE-YMD.
           03 RUN-CC                       PIC XX    VALUE '20'.
           03 RUN-YY                       PIC XX.
           03 RUN-MO-X                     PIC XX.
           03 RUN-DAY-X                    PIC XX.
       01  RUN-DATE-NUM REDEFINES RUN-DATE-YMD.
           03 RUN-YR                       PIC 9(4).
           03 RUN-MO                       PIC 99.
           03 RUN-DAY                      PIC 99.

      * FILL-DATE-WORK BREAKS THE BACKORDER'S ORIGINAL SALE DATE
      *   INTO ITS PIECES FOR THE BUCKET, THE AGE, AND THE PRINTED
      *   DATE.
       01  FILL-DATE-WORK.
           03 FIL-YR-X                     PIC X(4).
           03 FIL-YR  REDEFINES FIL-YR-X   PIC 9(4).
           03 FIL-MO-X                     PIC XX.
           03 FIL-MO  REDEFINES FIL-MO-X   PIC 99.
           03 FIL-DAY-X                    PIC XX.
           03 FIL-DAY REDEFINES FIL-DAY-X  PIC 99.

      * MATCH-KEY BUILDS THE FULL 9-BYTE RECORD KEY FOR THE CURRENT
      *   BACKORDER - WAREHOUSE, THE TWO ALWAYS-BLANK BYTES, PART -
      *   READY TO MOVE INTO IMR-KEY FOR THE RANDOM READ.
       01  MATCH-KEY.
           03 MK-WHSE                      PIC XX.
           03 FILLER                       PIC XX  VALUE SPACES.
           03 MK-PART                      PIC X(5).

      * BKO-REC IS ONE BACKORDER AS READ FROM, OR WRITTEN TO, A
      *   GENERATION.  THE LAYOUT IS KEPT IN COPYBOOK INVBOREC.
           COPY INVBOREC.

      * INV-IN-REC IS THE FIELD BREAKDOWN FOR THE MASTER RECORD
      *    BEING FILLED FROM.  THE LAYOUT IS KEPT IN COPYBOOK
      *    INVINREC.
           COPY INVINREC.

      * VMV-REC IS ONE VALUE MOVEMENT AS WRITTEN TO THE VALUE-MOVEMENT
      *   FILE.  THE LAYOUT IS KEPT IN COPYBOOK INVVMREC.
           COPY INVVMREC.

      * HEADING FOR THE REPORT WITH DATE IN UPPER RIGHT CORNER
       01  REPORT-HEADING.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(15).
           03 FILLER                       PIC X(36)
              VALUE 'BACKORDER FILL AND AGING REPORT'.
           03 FILLER       VALUE SPACES    PIC X(16).
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

      * COLUMN HEADING LINE
       01  COLHDG.
           03 CC                           PIC X.
           03 FILLER       VALUE 'WHSE'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'PART'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER                       PIC X(9)
              VALUE 'SALE DATE'.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER       VALUE 'ORIG'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC X.
           03 FILLER       VALUE 'FILLED'  PIC X(6).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER       VALUE 'OPEN'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(10)
              VALUE 'UNIT PRICE'.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 FILLER                       PIC X(12)
              VALUE 'DOLLARS OWED'.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 FILLER       VALUE 'DAYS'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER       VALUE 'STATUS'  PIC X(6).
           03 FILLER       VALUE SPACES    PIC X(4).
           03 FILLER       VALUE 'REASON'  PIC X(6).
           03 FILLER       VALUE SPACES    PIC X(34).

      * AGING-LINE IS ONE DETAIL LINE ON THE REPORT - THE
      *   BACKORDER'S KEY AND SALE DATE, WHAT WAS ORDERED, FILLED
      *   THIS RUN AND STILL OWED, THE DOLLARS OWED, THE WAIT IN
      *   DAYS, AND WHAT BECAME OF IT.
       01  AGING-LINE.
           03 CC                           PIC X.
           03 AGE-WHSE                     PIC XX.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 AGE-PART                     PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 AGE-DATE                     PIC X(10).
           03 FILLER       VALUE SPACES    PIC XX.
           03 AGE-ORIG-QTY                 PIC ZZZ9.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 AGE-FILL-QTY                 PIC ZZZ9
                                           BLANK WHEN ZERO.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 AGE-OPEN-QTY                 PIC ZZZ9.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 AGE-PRICE                    PIC ZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 AGE-DOLLARS                  PIC ZZZZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 AGE-DAYS                     PIC ZZZZ9.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 AGE-DISP                     PIC X(8).
           03 FILLER       VALUE SPACES    PIC XX.
           03 AGE-REASON                   PIC X(26).
           03 FILLER       VALUE SPACES    PIC X(14).

      * WH-TOTAL-LINE IS THE WAREHOUSE SUBTOTAL - UNITS AND
      *   DOLLARS STILL OWED, AND THE LONGEST WAIT.
       01  WH-TOTAL-LINE.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(3).
           03 FILLER                       PIC X(10)
              VALUE 'WAREHOUSE '.
           03 WHT-WHSE                     PIC XX.
           03 FILLER                       PIC X(21)
              VALUE ' TOTAL STILL OWED'.
           03 WHT-UNITS                    PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(14).
           03 WHT-DOLLARS                  PIC ZZZZZZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 WHT-DAYS                     PIC ZZZZ9.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER       VALUE 'OLDEST'  PIC X(6).
           03 FILLER       VALUE SPACES    PIC X(44).

      * GRAND-TOTAL-LINE IS THE SAME FIGURES ACROSS ALL
      *   WAREHOUSES.
       01  GRAND-TOTAL-LINE.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(3).
           03 FILLER                       PIC X(33)
              VALUE 'TOTAL STILL OWED - ALL WAREHOUSES'.
           03 GRT-UNITS                    PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(14).
           03 GRT-DOLLARS                  PIC ZZZZZZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 GRT-DAYS                     PIC ZZZZ9.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER       VALUE 'OLDEST'  PIC X(6).
           03 FILLER       VALUE SPACES    PIC X(44).

      * AGING-COUNT-LINE PRINTS ONE RUN TOTAL AT THE FOOT OF THE
      *   REPORT - THE LABEL IS RE-MOVED FOR EACH COUNT.
       01  AGING-COUNT-LINE.
           03 CC                           PIC X.
           03 AGE-CTR-LABEL                PIC X(30).
           03 AGE-CTR-VALUE                PIC ZZZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(93).

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
      *     BACKORDERS ARE TAKEN IN FILE ORDER, FILLED AS FAR AS THE
      *     SHELF ALLOWS, AND AGED.
      *--------------------------------------------------------------

           PERFORM         B000-INIT.

           PERFORM         R100-READ-BACKORDER.

           PERFORM         C000-FILL-ONE-BACKORDER
                           UNTIL BKO-EOF.

           PERFORM         Z000-FINISH.

           GOBACK.
      /
      *--------------------------------------------------------------
       B000-INIT                           SECTION.
      *
      *  B000-INIT CONTAINS THE INITIALIZATION STATEMENTS TO BE
      *    PERFORMED AT THE BEGINNING OF THE PROGRAM.
      *--------------------------------------------------------------

      *  ACCEPT THE SYSTEM DATE AND MOVE IT TO THE HEADING'S DATE
           ACCEPT          SYS-DATE        FROM DATE.
           MOVE            SYS-DAY         TO REPORT-DAY.
           MOVE            SYS-MONTH       TO REPORT-MONTH.
           MOVE            SYS-YEAR        TO REPORT-YEAR.
           MOVE            SYS-YEAR        TO RUN-YY.
           MOVE            SYS-MONTH       TO RUN-MO-X.
           MOVE            SYS-DAY         TO RUN-DAY-X.

           OPEN            INPUT           BACKORDER-IN-FILE
                           I-O             INVENTORY-MASTER
                           OUTPUT          BACKORDER-OUT-FILE
                           OUTPUT          AGING-REPORT-FILE
                           OUTPUT          VALUE-MOVE-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       C000-FILL-ONE-BACKORDER             SECTION.
      *
      *   THIS SECTION IS THE MAIN PROCESSING LOOP - ONE PASS PER
      *     BACKORDER.  A NEW WAREHOUSE CLOSES THE LAST ONE'S
      *     SUBTOTAL AND STARTS A NEW PAGE.  THE BACKORDER IS FILLED
      *     FROM THE MASTER WHERE THERE IS STOCK, AGED, LISTED, AND
      *     CARRIED TO THE NEW GENERATION IF ANYTHING IS STILL OWED.
      *--------------------------------------------------------------

           IF      FIRST-REC
                   MOVE    'N'             TO FIRST-REC-SW
                   MOVE    BKO-WHSE        TO PREV-WAREHOUSE-NO
                   PERFORM W000-WRITE-HEADING
           ELSE
           IF      BKO-WHSE NOT = PREV-WAREHOUSE-NO
                   PERFORM S000-WRITE-WH-SUBTOTAL
                   MOVE    BKO-WHSE        TO PREV-WAREHOUSE-NO
                   PERFORM W000-WRITE-HEADING
           END-IF
           END-IF.

           MOVE    BKO-SALE-DATE           TO FILL-DATE-WORK.
           MOVE    ZERO                    TO FILL-QTY-WORK
                                              UNIT-PRICE-IN.
           MOVE    SPACES                  TO HOLD-REASON.

           PERFORM R200-READ-MASTER-BY-KEY.

           IF      NOT MSTR-FOUND
                   MOVE    'NOMASTER'      TO AGE-DISP
                   MOVE    'KEY NOT ON MASTER'
                                           TO HOLD-REASON
                   ADD     1               TO BKO-NO-MASTER-CTR
                   MOVE    ZERO            TO UNIT-PRICE-IN
           ELSE
                   PERFORM E100-FILL-BACKORDER
           END-IF.

           IF      UNIT-PRICE-IN NOT NUMERIC
                   MOVE    ZERO            TO UNIT-PRICE-IN
           END-IF.

           PERFORM E200-COMPUTE-AGE.

           COMPUTE DOLLARS-OWED-WORK = BKO-OPEN-QTY * UNIT-PRICE-IN
                   ON SIZE ERROR
                   MOVE 999999999.99       TO DOLLARS-OWED-WORK
           END-COMPUTE.

           PERFORM F000-WRITE-AGING-LINE.

           IF      BKO-OPEN-QTY > ZERO
                   WRITE   BACKORDER-OUT-REC FROM BKO-REC
                   ADD     1               TO BKO-CARRIED-CTR
                   ADD     BKO-OPEN-QTY    TO WH-UNITS-TOTAL
                                              GR-UNITS-TOTAL
                   ADD     DOLLARS-OWED-WORK
                                           TO WH-DOLLARS-TOTAL
                                              GR-DOLLARS-TOTAL
                   IF      DAYS-OUT-WORK > WH-OLDEST-DAYS
                           MOVE DAYS-OUT-WORK
                                           TO WH-OLDEST-DAYS
                   END-IF
                   IF      DAYS-OUT-WORK > GR-OLDEST-DAYS
                           MOVE DAYS-OUT-WORK
                                           TO GR-OLDEST-DAYS
                   END-IF
           END-IF.

           PERFORM R100-READ-BACKORDER.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R100-READ-BACKORDER                 SECTION.
      *
      *  R100-READ-BACKORDER READS THE NEXT OPEN BACKORDER INTO
      *    BKO-REC AND COUNTS IT.
      *---------------------------------------------------------------

           READ    BACKORDER-IN-FILE       INTO BKO-REC
                   AT END  MOVE 'Y'        TO BKO-EOF-SW
           END-READ.

           IF      NOT BKO-EOF
                   ADD     1               TO BKO-READ-CTR
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R200-READ-MASTER-BY-KEY             SECTION.
      *
      *  R200-READ-MASTER-BY-KEY READS THE MASTER RECORD FOR THE
      *    CURRENT BACKORDER'S KEY INTO INV-IN-REC AND SETS
      *    MSTR-FOUND-SW.
      *---------------------------------------------------------------

           MOVE    BKO-WHSE                TO MK-WHSE.
           MOVE    BKO-PART                TO MK-PART.
           MOVE    MATCH-KEY               TO IMR-KEY.

           MOVE    'Y'                     TO MSTR-FOUND-SW.
           READ    INVENTORY-MASTER        INTO INV-IN-REC
                   INVALID KEY MOVE 'N'    TO MSTR-FOUND-SW
           END-READ.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E100-FILL-BACKORDER                 SECTION.
      *
      *  E100-FILL-BACKORDER FILLS THE BACKORDER AS FAR AS THE
      *    ON-HAND GOES AND SETS THE DISPOSITION.  THE CHANGES ARE
      *    MADE TO THE IN-STORAGE COPY OF THE MASTER AND REWRITTEN
      *    ONLY WHEN ALL OF THEM APPLIED CLEANLY; OTHERWISE THE
      *    BACKORDER IS HELD, STILL OWED IN FULL.  A FILL THAT IS
      *    REWRITTEN IS WRITTEN TO THE VALUE FILE AS A SALE.
      *---------------------------------------------------------------

           MOVE    'OPEN'                  TO AGE-DISP.

           IF      ON-HAND-QTY-IN NOT NUMERIC
                   MOVE    'MASTER ON HAND NOT NUMERIC'
                                           TO HOLD-REASON
                   PERFORM E300-HOLD-BACKORDER
                   GO TO   DEPART
           END-IF.

           IF      ON-HAND-QTY-IN = ZERO
                   GO TO   DEPART
           END-IF.

      *  FILL THE QUANTITY OWED, OR WHAT IS ON THE SHELF IF THAT IS
      *    LESS.
           IF      BKO-OPEN-QTY > ON-HAND-QTY-IN
                   MOVE    ON-HAND-QTY-IN  TO FILL-QTY-WORK
           ELSE
                   MOVE    BKO-OPEN-QTY    TO FILL-QTY-WORK
           END-IF.

           MOVE    'Y'                     TO POST-OK-SW.
           SUBTRACT FILL-QTY-WORK          FROM ON-HAND-QTY-IN.

           IF      FIL-YR = RUN-YR
                   MOVE    FIL-MO          TO FILL-MONTH-WORK
           ELSE
                   MOVE    RUN-MO          TO FILL-MONTH-WORK
           END-IF.
           PERFORM G000-ADD-MONTH-BUCKET.

           IF      NOT POST-OK
                   PERFORM E300-HOLD-BACKORDER
                   GO TO   DEPART
           END-IF.

           IF      BKO-SALE-DATE > LAST-SALE-DATE-IN
                   MOVE    BKO-SALE-DATE   TO LAST-SALE-DATE-IN
           END-IF.

           REWRITE INVENTORY-MASTER-REC    FROM INV-IN-REC
                   INVALID KEY
                   MOVE 'N'                TO POST-OK-SW
                   MOVE 'MASTER REWRITE FAILED'
                                           TO HOLD-REASON
           END-REWRITE.

           IF      NOT POST-OK
                   PERFORM E300-HOLD-BACKORDER
                   GO TO   DEPART
           END-IF.

           SUBTRACT FILL-QTY-WORK          FROM BKO-OPEN-QTY.
           ADD     FILL-QTY-WORK           TO QTY-FILLED-TOTAL.

           MOVE    'SL'                    TO VMV-TYPE.
           PERFORM K000-WRITE-VALUE-MOVE.

           IF      BKO-OPEN-QTY = ZERO
                   MOVE    'FILLED'        TO AGE-DISP
                   ADD     1               TO BKO-FILLED-CTR
           ELSE
                   MOVE    'PARTFILL'      TO AGE-DISP
                   MOVE    'BALANCE STILL OWED'
                                           TO HOLD-REASON
                   ADD     1               TO BKO-PART-FILL-CTR
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E200-COMPUTE-AGE                    SECTION.
      *
      *  E200-COMPUTE-AGE FIGURES HOW LONG THE CUSTOMER HAS BEEN
      *    WAITING, IN DAYS SINCE THE SALE - 365 PER YEAR, 30 PER
      *    MONTH.  A SALE DATE THAT IS NOT NUMERIC IS GIVEN THE
      *    MAXIMUM AGE SO IT SURFACES AT THE TOP OF THE WAIT
      *    INSTEAD OF HIDING.
      *---------------------------------------------------------------

           IF      FIL-YR-X NOT NUMERIC OR FIL-MO-X NOT NUMERIC
                   OR FIL-DAY-X NOT NUMERIC
                   MOVE    99999           TO DAYS-OUT-WORK
                   GO TO   DEPART
           END-IF.

           COMPUTE DAYS-OUT-WORK = ((RUN-YR - FIL-YR) * 365)
                                 + ((RUN-MO - FIL-MO) * 30)
                                 + (RUN-DAY - FIL-DAY)
                   ON SIZE ERROR MOVE 99999 TO DAYS-OUT-WORK
           END-COMPUTE.

           IF      DAYS-OUT-WORK < ZERO
                   MOVE    ZERO            TO DAYS-OUT-WORK
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E300-HOLD-BACKORDER                 SECTION.
      *
      *  E300-HOLD-BACKORDER MARKS THE BACKORDER HELD - IT COULD NOT
      *    BE FILLED FOR THE REASON SET BY THE CALLER, NOTHING IS
      *    TAKEN OFF WHAT IS OWED, AND IT CARRIES FORWARD.
      *---------------------------------------------------------------

           MOVE    'HELD'                  TO AGE-DISP.
           MOVE    ZERO                    TO FILL-QTY-WORK.
           ADD     1                       TO BKO-HELD-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       G000-ADD-MONTH-BUCKET               SECTION.
      *
      *  G000-ADD-MONTH-BUCKET ADDS THE FILL QUANTITY INTO THE MONTH
      *    BUCKET NAMED BY FILL-MONTH-WORK.  ON SIZE ERROR LEAVES
      *    THE BUCKET UNCHANGED AND TURNS POST-OK-SW OFF, SO A
      *    FOUR-DIGIT BUCKET THAT WOULD ROLL OVER HOLDS THE
      *    BACKORDER INSTEAD OF QUIETLY LOSING TEN THOUSAND UNITS.
      *---------------------------------------------------------------

           IF      QUANTITY-SOLD-IN NOT NUMERIC
                   MOVE    'N'             TO POST-OK-SW
                   MOVE    'MASTER QTY SOLD NOT NUMERIC'
                                           TO HOLD-REASON
                   GO TO   DEPART
           END-IF.

           IF      FILL-MONTH-WORK = 01
                   ADD     FILL-QTY-WORK   TO QS-JAN-IN
                           ON SIZE ERROR PERFORM G100-BUCKET-OVERFLOW
                   END-ADD
           END-IF.
           IF      FILL-MONTH-WORK = 02
                   ADD     FILL-QTY-WORK   TO QS-FEB-IN
                           ON SIZE ERROR PERFORM G100-BUCKET-OVERFLOW
                   END-ADD
           END-IF.
           IF      FILL-MONTH-WORK = 03
                   ADD     FILL-QTY-WORK   TO QS-MAR-IN
                           ON SIZE ERROR PERFORM G100-BUCKET-OVERFLOW
                   END-ADD
           END-IF.
           IF      FILL-MONTH-WORK = 04
                   ADD     FILL-QTY-WORK   TO QS-APR-IN
                           ON SIZE ERROR PERFORM G100-BUCKET-OVERFLOW
                   END-ADD
           END-IF.
           IF      FILL-MONTH-WORK = 05
                   ADD     FILL-QTY-WORK   TO QS-MAY-IN
                           ON SIZE ERROR PERFORM G100-BUCKET-OVERFLOW
                   END-ADD
           END-IF.
           IF      FILL-MONTH-WORK = 06
                   ADD     FILL-QTY-WORK   TO QS-JUN-IN
                           ON SIZE ERROR PERFORM G100-BUCKET-OVERFLOW
                   END-ADD
           END-IF.
           IF      FILL-MONTH-WORK = 07
                   ADD     FILL-QTY-WORK   TO QS-JUL-IN
                           ON SIZE ERROR PERFORM G100-BUCKET-OVERFLOW
                   END-ADD
           END-IF.
           IF      FILL-MONTH-WORK = 08
                   ADD     FILL-QTY-WORK   TO QS-AUG-IN
                           ON SIZE ERROR PERFORM G100-BUCKET-OVERFLOW
                   END-ADD
           END-IF.
           IF      FILL-MONTH-WORK = 09
                   ADD     FILL-QTY-WORK   TO QS-SEP-IN
                           ON SIZE ERROR PERFORM G100-BUCKET-OVERFLOW
                   END-ADD
           END-IF.
           IF      FILL-MONTH-WORK = 10
                   ADD     FILL-QTY-WORK   TO QS-OCT-IN
                           ON SIZE ERROR PERFORM G100-BUCKET-OVERFLOW
                   END-ADD
           END-IF.
           IF      FILL-MONTH-WORK = 11
                   ADD     FILL-QTY-WORK   TO QS-NOV-IN
                           ON SIZE ERROR PERFORM G100-BUCKET-OVERFLOW
                   END-ADD
           END-IF.
           IF      FILL-MONTH-WORK = 12
                   ADD     FILL-QTY-WORK   TO QS-DEC-IN
                           ON SIZE ERROR PERFORM G100-BUCKET-OVERFLOW
                   END-ADD
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       G100-BUCKET-OVERFLOW                SECTION.
      *
      *  G100-BUCKET-OVERFLOW MARKS THE FILL UNPOSTABLE WHEN THE
      *    MONTH BUCKET WOULD OVERFLOW.
      *---------------------------------------------------------------

           MOVE    'N'                     TO POST-OK-SW.
           MOVE    'MONTH BUCKET OVERFLOW' TO HOLD-REASON.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       K000-WRITE-VALUE-MOVE               SECTION.
      *
      *  K000-WRITE-VALUE-MOVE WRITES THE VALUE MOVEMENT FOR THE
      *    QUANTITY JUST FILLED FROM THE MASTER RECORD IN HAND, AS
      *    THE TYPE SET BY THE CALLER.  IT IS PRICED AT
      *    UNIT-PRICE-IN; A PRICE THAT IS NOT NUMERIC VALUES IT AT
      *    ZERO, AND A VALUE TOO LARGE FOR THE FIELD IS PEGGED AT
      *    ITS LIMIT.
      *---------------------------------------------------------------

           MOVE    'PROGRAM22'             TO VMV-SOURCE.
           MOVE    SPACES                  TO VMV-DETAIL.
           MOVE    BKO-WHSE                TO VMV-WHSE.
           MOVE    BKO-PART                TO VMV-PART.
           MOVE    RUN-DATE-YMD            TO VMV-DATE.
           MOVE    FILL-QTY-WORK           TO VMV-QTY.

           IF      UNIT-PRICE-IN NUMERIC
                   MOVE    UNIT-PRICE-IN   TO VMV-PRICE
           ELSE
                   MOVE    ZERO            TO VMV-PRICE
           END-IF.

           COMPUTE VMV-VALUE = VMV-QTY * VMV-PRICE
                   ON SIZE ERROR
                   MOVE    999999999.99    TO VMV-VALUE
           END-COMPUTE.

           WRITE   VALUE-MOVE-REC          FROM VMV-REC.
           ADD     1                       TO VALUE-MOVE-CTR.
           ADD     VMV-VALUE               TO VALUE-MOVED-TOTAL.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       K100-WRITE-VALUE-TRAILER            SECTION.
      *
      *  K100-WRITE-VALUE-TRAILER CLOSES OFF THE VALUE-MOVEMENT FILE
      *    WITH THIS RUN'S OWN COUNT AND VALUE OF THE MOVEMENTS ON
      *    IT.  A RUN THAT FILLED NOTHING STILL WRITES ONE.
      *---------------------------------------------------------------

           MOVE    'PROGRAM22'             TO VMV-SOURCE.
           MOVE    'ZZ'                    TO VMV-TYPE.
           MOVE    SPACES                  TO VMV-TRAILER-DATA.
           MOVE    RUN-DATE-YMD            TO VMV-TRL-DATE.
           MOVE    VALUE-MOVE-CTR          TO VMV-TRL-CNT.
           MOVE    VALUE-MOVED-TOTAL       TO VMV-TRL-VALUE.
           WRITE   VALUE-MOVE-REC          FROM VMV-REC.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       F000-WRITE-AGING-LINE               SECTION.
      *
      *  F000-WRITE-AGING-LINE LISTS THE CURRENT BACKORDER WITH ITS
      *    FILL, WHAT IS STILL OWED, ITS AGE AND DISPOSITION.
      *---------------------------------------------------------------

           MOVE    BKO-WHSE                TO AGE-WHSE.
           MOVE    BKO-PART                TO AGE-PART.
           MOVE    SPACES                  TO AGE-DATE.
           STRING  FIL-MO-X                DELIMITED BY SIZE
                   '-'                     DELIMITED BY SIZE
                   FIL-DAY-X               DELIMITED BY SIZE
                   '-'                     DELIMITED BY SIZE
                   FIL-YR-X                DELIMITED BY SIZE
                   INTO AGE-DATE.
           MOVE    BKO-ORIG-QTY            TO AGE-ORIG-QTY.
           MOVE    FILL-QTY-WORK           TO AGE-FILL-QTY.
           MOVE    BKO-OPEN-QTY            TO AGE-OPEN-QTY.
           MOVE    UNIT-PRICE-IN           TO AGE-PRICE.
           MOVE    DOLLARS-OWED-WORK       TO AGE-DOLLARS.
           MOVE    DAYS-OUT-WORK           TO AGE-DAYS.
           MOVE    HOLD-REASON             TO AGE-REASON.

      * CHECK TO SEE IF NEED TO ADVANCE TO TOP OF PAGE
           IF      LINE-CTR > 56
                   PERFORM W000-WRITE-HEADING
           END-IF.

           WRITE   AGING-REPORT-REC        FROM AGING-LINE
                   AFTER ADVANCING 1 LINE.
           ADD     1                       TO LINE-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       S000-WRITE-WH-SUBTOTAL              SECTION.
      *
      *  S000-WRITE-WH-SUBTOTAL PRINTS WHAT THE WAREHOUSE JUST
      *    COMPLETED STILL OWES, AND ITS LONGEST WAIT, AND RESETS
      *    ITS ACCUMULATORS.
      *---------------------------------------------------------------

           MOVE    PREV-WAREHOUSE-NO       TO WHT-WHSE.
           MOVE    WH-UNITS-TOTAL          TO WHT-UNITS.
           MOVE    WH-DOLLARS-TOTAL        TO WHT-DOLLARS.
           MOVE    WH-OLDEST-DAYS          TO WHT-DAYS.

           IF      LINE-CTR > 56
                   PERFORM W000-WRITE-HEADING.

           WRITE   AGING-REPORT-REC        FROM WH-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
           ADD     2                       TO LINE-CTR.

           MOVE    ZEROS                   TO WH-UNITS-TOTAL
                                              WH-DOLLARS-TOTAL
                                              WH-OLDEST-DAYS.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       V000-WRITE-GRAND-TOTAL              SECTION.
      *
      *  V000-WRITE-GRAND-TOTAL PRINTS WHAT IS STILL OWED ACROSS ALL
      *    WAREHOUSES, AND THE LONGEST WAIT ON THE FILE.
      *---------------------------------------------------------------

           MOVE    GR-UNITS-TOTAL          TO GRT-UNITS.
           MOVE    GR-DOLLARS-TOTAL        TO GRT-DOLLARS.
           MOVE    GR-OLDEST-DAYS          TO GRT-DAYS.

           IF      LINE-CTR > 56
                   PERFORM W000-WRITE-HEADING.

           WRITE   AGING-REPORT-REC        FROM GRAND-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       W000-WRITE-HEADING                  SECTION.
      *
      *  W000-WRITE-HEADING PRINTS THE REPORT AND COLUMN HEADINGS
      *    OCCUPYING THE FIRST 3 LINES OF THE REPORT.  THE LINE
      *    COUNTER WILL THEN BE INITIALIZED TO THAT VALUE OF 3.
      *--------------------------------------------------------------

      *  REPORT HEADING
           WRITE   AGING-REPORT-REC        FROM REPORT-HEADING
                   AFTER ADVANCING TOP-OF-PAGE.

      *  COLUMN HEADING
           WRITE   AGING-REPORT-REC        FROM COLHDG
                   AFTER ADVANCING 2 LINES.

      *  INIT LINE-CTR
           MOVE    3                       TO LINE-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Z000-FINISH                         SECTION.
      *
      *  Z000-FINISH PRINTS THE LAST WAREHOUSE SUBTOTAL, THE GRAND
      *    TOTAL, AND THE RUN TOTALS, THEN CLOSES THE FILES.
      *    BACKORDERS READ = FILLED + CARRIED FORWARD IS THE CONTROL
      *    FIGURE THAT PROVES EVERY BACKORDER LANDED SOMEWHERE.
      *--------------------------------------------------------------

           IF      NOT FIRST-REC
                   PERFORM S000-WRITE-WH-SUBTOTAL
                   PERFORM V000-WRITE-GRAND-TOTAL
           ELSE
      *  A RUN WITH NO BACKORDERS AT ALL STILL GETS A HEADED PAGE SO
      *    THE TOTALS NEVER PRINT INTO A BLANK SYSOUT.
                   PERFORM W000-WRITE-HEADING
           END-IF.

           MOVE    'BACKORDERS READ'       TO AGE-CTR-LABEL.
           MOVE    BKO-READ-CTR            TO AGE-CTR-VALUE.
           WRITE   AGING-REPORT-REC        FROM AGING-COUNT-LINE
                   AFTER ADVANCING 3 LINES.

           MOVE    'BACKORDERS FILLED'     TO AGE-CTR-LABEL.
           MOVE    BKO-FILLED-CTR          TO AGE-CTR-VALUE.
           WRITE   AGING-REPORT-REC        FROM AGING-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'BACKORDERS PART FILLED'
                                           TO AGE-CTR-LABEL.
           MOVE    BKO-PART-FILL-CTR       TO AGE-CTR-VALUE.
           WRITE   AGING-REPORT-REC        FROM AGING-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'BACKORDERS HELD'       TO AGE-CTR-LABEL.
           MOVE    BKO-HELD-CTR            TO AGE-CTR-VALUE.
           WRITE   AGING-REPORT-REC        FROM AGING-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'KEYS NOT ON MASTER'    TO AGE-CTR-LABEL.
           MOVE    BKO-NO-MASTER-CTR       TO AGE-CTR-VALUE.
           WRITE   AGING-REPORT-REC        FROM AGING-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'BACKORDERS CARRIED FORWARD'
                                           TO AGE-CTR-LABEL.
           MOVE    BKO-CARRIED-CTR         TO AGE-CTR-VALUE.
           WRITE   AGING-REPORT-REC        FROM AGING-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'QUANTITY FILLED'       TO AGE-CTR-LABEL.
           MOVE    QTY-FILLED-TOTAL        TO AGE-CTR-VALUE.
           WRITE   AGING-REPORT-REC        FROM AGING-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'VALUE MOVEMENTS WRITTEN'
                                           TO AGE-CTR-LABEL.
           MOVE    VALUE-MOVE-CTR          TO AGE-CTR-VALUE.
           WRITE   AGING-REPORT-REC        FROM AGING-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           PERFORM K100-WRITE-VALUE-TRAILER.

           CLOSE   BACKORDER-IN-FILE
                   INVENTORY-MASTER
                   BACKORDER-OUT-FILE
                   AGING-REPORT-FILE
                   VALUE-MOVE-FILE.

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
           MOVE    'PROGRAM22'             TO RCT-PROGRAM.
           MOVE    SYS-DATE                TO RCT-RUN-DATE.
           MOVE    'BACKORD(0) + VSAM'     TO RCT-GENS-USED.
           MOVE    RETURN-CODE             TO RCT-RETURN-CODE.
           WRITE   RUN-CONTROL-REC         FROM RUN-CTL-REC.

           CLOSE   RUN-CONTROL-FILE.

       DEPART.
           EXIT.
      *
      *
