      *    AUDIT REPORT WITH ITS DISPOSITION, AND THE RUN TOTALS AT
      *    THE FOOT (CARDS READ = POSTED + REJECTED, PLUS THE
      *    QUANTITY HASH TOTALS) PROVE EVERY SALE LANDED SOMEWHERE.
      *    A SALE WITH NO MASTER RECORD, A BAD DATE OR QUANTITY, OR
      *    A MONTH BUCKET THAT WOULD OVERFLOW IS REJECTED TO THE
      *    AUDIT REPORT AND CARRIED, CARD PLUS REASON, ON THE REJECT
      *    FILE SO IT CAN BE REPAIRED AND RE-FED INSTEAD OF
      *    VANISHING.  THE MASTER IS NEVER REWRITTEN FOR A REJECTED
      *    SALE.
      *
      *  A SALE LARGER THAN WHAT IS ON THE SHELF IS NOT AN EDIT
      *    ERROR - IT IS A CUSTOMER WAITING ON STOCK.  IT GOES TO
      *    THE BACKORDER FILE WITH ITS ORIGINAL SALE DATE AND
      *    QUANTITY, AND SO DOES ANY LATER SALE OF A PART THAT
      *    ALREADY HAS CUSTOMERS WAITING, SO NOBODY JUMPS THE QUEUE.
      *    ONCE EVERY CARD IS POSTED THE OPEN BACKORDERS ARE FILLED,
      *    OLDEST FIRST WITHIN EACH WAREHOUSE/PART, FROM WHATEVER IS
      *    ON THE SHELF - A FILL POSTS EXACTLY AS THE SALE WOULD
      *    HAVE, INTO THE ORIGINAL SALE MONTH'S BUCKET.  WHAT CANNOT
      *    BE FILLED CARRIES TO THE NEW BACKORDER GENERATION.  THE
      *    FILLS PRINT IN THEIR OWN SECTION OF THE AUDIT REPORT.
      *    PROGRAM22 FILLS THE SAME FILE AFTER RECEIPTS AND
      *    TRANSFERS BRING STOCK IN, AND PRINTS THE AGING.
      *
      *  THE SAME FEED CARRIES CUSTOMER RETURNS - A CARD WITH 'R' IN
      *    THE CARD-TYPE COLUMN, THE ORIGINAL SALE DATE, AND A
      *    REASON CODE.  A RETURN REVERSES THE SALE:
      *      - THE QUANTITY IS TAKEN BACK OUT OF THE MONTH BUCKET
      *        NAMED BY THE ORIGINAL SALE DATE
      *      - A RESALEABLE RETURN (REASON 'R') GOES BACK INTO
      *        ON-HAND-QTY-IN; A DAMAGED RETURN (REASON 'D') DOES
      *        NOT - IT NEVER REACHES THE SHELF
      *    A RETURN THAT WOULD DRIVE THE MONTH BUCKET BELOW ZERO, OR
      *    WHOSE SALE WAS NOT IN THE YEAR THE BUCKETS NOW HOLD, IS
      *    REJECTED LIKE ANY OTHER BAD CARD.  THE RETURNS ARE
      *    SORTED BEHIND THE SALES, SO A SALE AND ITS RETURN ON THE
      *    SAME FEED NET OUT, AND PRINT IN THEIR OWN SECTION OF THE
      *    AUDIT REPORT WITH THEIR OWN CARD COUNTS AND QUANTITY
      *    HASH TOTALS.
      *
      *  THE FEED ARRIVES AS REGISTER BATCHES - A HEADER CARD (THE
      *    REGISTER OR STORE ID, ITS BATCH NUMBER AND THE BUSINESS
      *    DATE), THE SALES AND RETURNS, AND A TRAILER CARD CARRYING
      *    THE BATCH'S CARD COUNT AND QUANTITY TOTAL.  BEFORE ANYTHING
      *    TOUCHES THE MASTER THE WHOLE FEED IS READ ONCE AND EVERY
      *    BATCH BALANCED:
      *      - A BATCH ALREADY ON THE BATCH-HISTORY FILE, OR ALREADY
      *        ACCEPTED EARLIER IN TONIGHT'S FEED, HAS BEEN POSTED AND
      *        IS REFUSED.  A RESEND OF A BATCH HELD EARLIER IN THE
      *        FEED IS BALANCED ON ITS OWN
      *      - A BATCH WHOSE TRAILER DISAGREES WITH THE CARDS READ,
      *        THAT HAS NO TRAILER, OR WHOSE HEADER IS UNUSABLE IS
      *        HELD OUT, EVERY CARD OF IT, ON THE BATCH HOLD FILE -
      *        AS ARE CARDS FOUND OUTSIDE ANY BATCH
      *    ONLY THE ACCEPTED BATCHES ARE POSTED.  THEY ARE ADDED TO
      *    THE NEW BATCH-HISTORY GENERATION, AND EVERY BATCH IS
      *    LISTED WITH ITS DISPOSITION ON THE BATCH BALANCING REPORT.
      *    A RUN THAT REFUSED OR HELD ANYTHING ENDS WITH RETURN CODE
      *    4 - THE GOOD BATCHES ARE POSTED, BUT SOMEONE MUST LOOK.
      *
      *  EVERY SALE, BACKORDER FILL AND RETURN THAT REACHES THE
      *    MASTER IS ALSO WRITTEN TO THE VALUE-MOVEMENT FILE, PRICED
      *    AT UNIT-PRICE-IN, FOR THE GENERAL-LEDGER INTERFACE.  THE
      *    FILE ENDS WITH A TRAILER CARRYING THIS RUN'S OWN COUNT
      *    AND VALUE, AND THE SAME FIGURES PRINT AT THE FOOT OF THE
      *    AUDIT REPORT.
      *
      *  FILES:
      *    SALES-DETAIL-FILE
      *    INVENTORY-MASTER
      *    POST-AUDIT-FILE
      *    SALES-REJECT-FILE
      *    BACKORDER-IN-FILE
      *    BACKORDER-OUT-FILE
      *    BATCH-HIST-IN-FILE
      *    BATCH-HIST-OUT-FILE
      *    BATCH-HOLD-FILE
      *    BATCH-REPORT-FILE
      *    VALUE-MOVE-FILE
      *
      ****************************************************************

                                           RECORD KEY IS IMR-KEY.
           SELECT POST-AUDIT-FILE          ASSIGN TO UT-S-AUDIT.
           SELECT SALES-REJECT-FILE        ASSIGN TO UT-S-REJECT.
           SELECT BACKORDER-IN-FILE        ASSIGN TO UT-S-BKOIN.
           SELECT BACKORDER-OUT-FILE       ASSIGN TO UT-S-BKOOUT.
           SELECT BATCH-HIST-IN-FILE       ASSIGN TO UT-S-BCHIN.
           SELECT BATCH-HIST-OUT-FILE      ASSIGN TO UT-S-BCHOUT.
           SELECT BATCH-HOLD-FILE          ASSIGN TO UT-S-HOLD.
           SELECT BATCH-REPORT-FILE        ASSIGN TO UT-S-BATCHRPT.
           SELECT VALUE-MOVE-FILE          ASSIGN TO UT-S-VALOUT.
           SELECT RUN-CONTROL-FILE         ASSIGN TO UT-S-RUNCTL.
           SELECT SALES-SORT-FILE          ASSIGN TO UT-S-SORTWK.


      * SALES-DETAIL-FILE         ------->     INPUT
      *   ONE 80-BYTE CARD PER SALE - WAREHOUSE IN COLUMNS 1-2, PART
      *   IN 3-7, SALE DATE (YYYYMMDD) IN 8-15, QUANTITY IN 16-19,
      *   CARD TYPE IN 20 (BLANK OR 'S' A SALE, 'R' A RETURN), AND
      *   FOR A RETURN THE REASON CODE IN 21 ('R' RESALEABLE, 'D'
      *   DAMAGED).  THE CARDS ARRIVE IN REGISTER ORDER AND ARE
      *   SORTED INTO KEY AND DATE ORDER BEFORE BEING APPLIED.  EACH
      *   REGISTER BATCH OPENS WITH A HEADER CARD AND CLOSES WITH A
      *   TRAILER CARD - 'H' OR 'T' IN COLUMN 20, THE REGISTER ID IN
      *   1-6 AND BATCH NUMBER IN 7-12 ON BOTH; THE BUSINESS DATE
      *   (YYYYMMDD) IN 21-28 ON THE HEADER; THE CARD COUNT IN 29-34
      *   AND QUANTITY TOTAL IN 35-43 ON THE TRAILER.  THE FILE IS
      *   READ TWICE - ONCE TO BALANCE THE BATCHES, ONCE TO POST.
       FD  SALES-DETAIL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD

       01  SALES-REJECT-REC                PIC X(110).

      * BACKORDER-IN-FILE         ------->     INPUT
      *   THE OPEN BACKORDERS AS LEFT BY THE LAST POSTING OR FILL
      *   RUN.  THE DATASET MAY LEGITIMATELY BE EMPTY.
       FD  BACKORDER-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BACKORDER-IN-REC.

       01  BACKORDER-IN-REC                PIC X(40).

      * BACKORDER-OUT-FILE        ------->     OUTPUT
      *   THE NEW BACKORDER GENERATION - EVERY BACKORDER STILL OWED
      *   AFTER TONIGHT'S FILLS, IN WAREHOUSE/PART/SALE DATE ORDER.
       FD  BACKORDER-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BACKORDER-OUT-REC.

       01  BACKORDER-OUT-REC               PIC X(40).

      * BATCH-HIST-IN-FILE        ------->     INPUT
      *   EVERY REGISTER BATCH ACCEPTED AND POSTED BY AN EARLIER RUN.
      *   THE DATASET MAY LEGITIMATELY BE EMPTY.
       FD  BATCH-HIST-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BATCH-HIST-IN-REC.

       01  BATCH-HIST-IN-REC               PIC X(50).

      * BATCH-HIST-OUT-FILE       ------->     OUTPUT
      *   THE NEW BATCH-HISTORY GENERATION - THE OLD ONE COPIED
      *   ACROSS WITH TONIGHT'S ACCEPTED BATCHES ADDED BEHIND IT.
       FD  BATCH-HIST-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BATCH-HIST-OUT-REC.

       01  BATCH-HIST-OUT-REC              PIC X(50).

      * BATCH-HOLD-FILE           ------->     OUTPUT
      *   EVERY CARD OF EVERY BATCH HELD OUT OF TONIGHT'S POSTING -
      *   HEADER, DETAIL AND TRAILER, UNCHANGED - PLUS ANY CARD FOUND
      *   OUTSIDE A BATCH, SO THE FEED CAN BE CORRECTED AND RE-FED.
       FD  BATCH-HOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BATCH-HOLD-REC.

       01  BATCH-HOLD-REC                  PIC X(80).

      * BATCH-REPORT-FILE         ------->     OUTPUT
      *   THE BATCH BALANCING REPORT - ONE LINE PER BATCH ON THE
      *   FEED WITH THE TRAILER FIGURES, THE FIGURES READ, AND WHAT
      *   BECAME OF IT, PLUS THE FEED TOTALS.
       FD  BATCH-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BATCH-REPORT-REC.

       01  BATCH-REPORT-REC                PIC X(133).

      * VALUE-MOVE-FILE           ------->     OUTPUT
      *   ONE RECORD PER SALE, FILL OR RETURN POSTED, AT ITS VALUE,
      *   PLUS A CLOSING TRAILER - THIS RUN'S SHARE OF THE PERIOD'S
      *   MOVEMENTS FOR THE GENERAL-LEDGER INTERFACE.
       FD  VALUE-MOVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VALUE-MOVE-REC.

       01  VALUE-MOVE-REC                  PIC X(60).

      * RUN-CONTROL-FILE          ------->     EXTEND
      *   THE SHARED SUITE-WIDE RUN LOG - ONE STAMP APPENDED PER
      *   RUN.  THE REPORT AND TRANSFER STEPS CHECK FOR A CLEAN

       01  RUN-CONTROL-REC                PIC X(80).

      * SALES-SORT-FILE ORDERS THE CARDS BY SECTION (SALES AHEAD OF
      *   RETURNS) THEN WAREHOUSE THEN PART THEN SALE DATE, SO THE
      *   AUDIT REPORT READS IN KEY SEQUENCE WITHIN EACH SECTION AND
      *   A PART'S SALES APPLY IN DATE ORDER.  SSRT-SECTION IS SET
      *   FROM THE CARD TYPE AS EACH CARD IS RELEASED.
       SD  SALES-SORT-FILE
           DATA RECORD IS SSORT-REC.

       01  SSORT-REC.
           03 SSRT-SECTION                 PIC X.
           03 SSRT-CARD.
              05 SSRT-WHSE                 PIC XX.
              05 SSRT-PART                 PIC X(5).
              05 SSRT-DATE                 PIC X(8).
              05 FILLER                    PIC X(65).

      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77  SALES-EOF-SW                    PIC X           VALUE 'N'.
           88 SALES-EOF                     VALUE 'Y'.

      * CARDS-EOF-SW DRIVES THE READ OF THE RAW REGISTER FEED IN THE
      *   SORT'S INPUT PROCEDURE.
       77  CARDS-EOF-SW                    PIC X           VALUE 'N'.
           88 CARDS-EOF                     VALUE 'Y'.

      * AUDIT-SECTION-SW SAYS WHICH SECTION OF THE AUDIT REPORT THE
      *   LINES AND COUNTS BELONG TO - THE SALES, THEN THE RETURNS
      *   ONCE THE FIRST RETURN COMES BACK FROM THE SORT, THEN THE
      *   BACKORDER FILLS.
       77  AUDIT-SECTION-SW                PIC X           VALUE '1'.
           88 IN-SALES-SECTION              VALUE '1'.
           88 IN-RETURN-SECTION             VALUE '2'.
           88 IN-FILL-SECTION               VALUE '3'.

       77  BKO-EOF-SW                      PIC X           VALUE 'N'.
           88 BKO-EOF                       VALUE 'Y'.

       77  HIST-EOF-SW                     PIC X           VALUE 'N'.
           88 HIST-EOF                      VALUE 'Y'.

      * IN-BATCH-SW IS ON BETWEEN A BATCH HEADER AND ITS TRAILER
      *   WHILE THE FEED IS BEING READ - A DETAIL CARD READ WITH IT
      *   OFF BELONGS TO NO BATCH.
       77  IN-BATCH-SW                     PIC X           VALUE 'N'.
           88 IN-BATCH                      VALUE 'Y'.

      * BATCH-LINE-CTR IS THE PAGE LINE COUNTER FOR THE BATCH
      *   BALANCING REPORT.
       77  BATCH-LINE-CTR                  VALUE ZEROS     PIC S99.

      * BKO-QUEUED-SW SAYS WHETHER THE SALE IN HAND'S KEY ALREADY
      *   HAS CUSTOMERS WAITING ON THE BACKORDER TABLE.
       77  BKO-QUEUED-SW                   PIC X           VALUE 'N'.
           88 BKO-QUEUED                    VALUE 'Y'.

      * SLOT-FOUND-SW IS SET WHEN THE SEARCH FOR WHERE A NEW
      *   BACKORDER BELONGS IN THE TABLE FINDS AN ENTRY THAT SORTS
      *   AFTER IT.
       77  SLOT-FOUND-SW                   PIC X           VALUE 'N'.
           88 SLOT-FOUND                    VALUE 'Y'.

      * BKO-ADDED-SW SAYS WHETHER THE LAST INSERT INTO THE BACKORDER
      *   TABLE TOOK - IT FAILS ONLY WHEN THE TABLE IS FULL.
       77  BKO-ADDED-SW                    PIC X           VALUE 'N'.
           88 BKO-ADDED                     VALUE 'Y'.

      * MSTR-FOUND-SW SAYS WHETHER THE RANDOM READ FOR THE CURRENT
      *   SALE'S KEY FOUND A MASTER RECORD.
       77  MSTR-FOUND-SW                   PIC X           VALUE 'N'.
           88 INVALID-SALE                 VALUE 'N'.

      * POST-OK-SW TURNS OFF WHEN THE SALE CANNOT BE APPLIED TO THE
      *   MASTER RECORD IN HAND - A BAD ON-HAND OR A BUCKET
      *   OVERFLOW - SO THE REWRITE IS SKIPPED AND THE SALE
      *   REJECTED.
       77  POST-OK-SW                      PIC X           VALUE 'Y'.
           88 POST-OK                       VALUE 'Y'.

       77  QTY-POSTED-TOTAL                PIC 9(9)        VALUE ZERO.
       77  QTY-REJECT-TOTAL                PIC 9(9)        VALUE ZERO.

      * THE RETURNS SECTION KEEPS ITS OWN CARD COUNTS AND HASH
      *   TOTALS, SPLIT BY WHAT BECAME OF THE STOCK - BACK ON THE
      *   SHELF OR WRITTEN OFF AS DAMAGED.
       77  RETURNS-READ-CTR                PIC 9(7)        VALUE ZERO.
       77  RETURNS-POSTED-CTR              PIC 9(7)        VALUE ZERO.
       77  RETURNS-REJECT-CTR              PIC 9(7)        VALUE ZERO.
       77  QTY-RESTOCKED-TOTAL             PIC 9(9)        VALUE ZERO.
       77  QTY-DAMAGED-TOTAL               PIC 9(9)        VALUE ZERO.
       77  QTY-RTN-REJECT-TOTAL            PIC 9(9)        VALUE ZERO.

      * BACKORDER TOTALS - SALES HELD TONIGHT, AND WHAT THE FILL
      *   PASS SHIPPED AND LEFT OWING.
       77  SALES-BACKORD-CTR               PIC 9(7)        VALUE ZERO.
       77  QTY-BACKORD-TOTAL               PIC 9(9)        VALUE ZERO.
       77  BKO-READ-CTR                    PIC 9(7)        VALUE ZERO.
       77  BKO-FILLED-CTR                  PIC 9(7)        VALUE ZERO.
       77  BKO-PART-FILL-CTR               PIC 9(7)        VALUE ZERO.
       77  BKO-HELD-CTR                    PIC 9(7)        VALUE ZERO.
       77  QTY-FILLED-TOTAL                PIC 9(9)        VALUE ZERO.
       77  BKO-CARRIED-CTR                 PIC 9(7)        VALUE ZERO.
       77  QTY-OWED-TOTAL                  PIC 9(9)        VALUE ZERO.

      * VALUE TOTALS - WHAT THE POSTINGS WERE WORTH AT UNIT PRICE, BY
      *   MOVEMENT, AND HOW MANY MOVEMENTS WENT TO THE VALUE FILE.
      *   VALUE-MOVED-TOTAL IS ALL OF THEM, FOR THE FILE'S TRAILER.
       77  VALUE-SOLD-TOTAL                PIC 9(11)V99    VALUE ZERO.
       77  VALUE-RESTOCKED-TOTAL           PIC 9(11)V99    VALUE ZERO.
       77  VALUE-DAMAGED-TOTAL             PIC 9(11)V99    VALUE ZERO.
       77  VALUE-MOVED-TOTAL               PIC 9(11)V99    VALUE ZERO.
       77  VALUE-MOVE-CTR                  PIC 9(7)        VALUE ZERO.

      * FILL-QTY-WORK IS WHAT ONE BACKORDER CAN BE FILLED WITH - THE
      *   QUANTITY OWED OR WHAT IS ON THE SHELF, WHICHEVER IS LESS.
       77  FILL-QTY-WORK                   PIC 9(5)        VALUE ZERO.

      * FILL-MONTH-SAVE HOLDS A BACKORDER'S OWN SALE MONTH WHILE A
      *   FILL CARRIED OVER FROM AN EARLIER YEAR IS BOOKED TO THE
      *   CURRENT MONTH'S BUCKET.
       77  FILL-MONTH-SAVE                 PIC XX          VALUE SPACES.

      * THE OPEN BACKORDERS ARE TABLED IN WAREHOUSE/PART/SALE DATE
      *   ORDER - A NEW ONE IS SLOTTED INTO PLACE - SO THE FILL PASS
      *   MEETS EACH PART'S OLDEST CUSTOMER FIRST.  FIVE HUNDRED
      *   ENTRIES MATCHES THE OTHER TABLES IN THE SUITE.  ONCE THE
      *   TABLE IS FULL THE REST OF THE INCOMING GENERATION IS LEFT
      *   UNREAD AND COPIED, IN ORDER, BEHIND THE TABLE ONTO THE NEW
      *   ONE, SO IT IS NEVER LOST; A SALE THAT CANNOT BE TABLED IS
      *   REJECTED AND RE-FED.
       01  BKO-TBL.
           03 BKO-ENTRY                    OCCURS 500 TIMES.
              05 BKT-SORT-KEY.
                 07 BKT-WHSE               PIC XX.
                 07 BKT-PART               PIC X(5).
                 07 BKT-SALE-DATE          PIC X(8).
              05 BKT-ORIG-QTY              PIC 9(4).
              05 BKT-OPEN-QTY              PIC 9(4).
              05 BKT-HELD-DATE             PIC X(8).

       77  BKO-CNT                         PIC 9(3)        VALUE ZERO.
       77  BKO-IX                          PIC 9(3)        VALUE ZERO.
       77  BKO-POS                         PIC 9(3)        VALUE ZERO.
       77  BKO-OVERFLOW-CTR                PIC 9(7)        VALUE ZERO.

      * THE REGISTER BATCHES ON TONIGHT'S FEED, TABLED IN FEED ORDER
      *   AS THE FIRST READ BALANCES THEM.  BAT-STATUS IS WHAT THE
      *   BALANCING DECIDED - THE POSTING READ RELEASES ONLY THE
      *   CARDS OF AN ACCEPTED BATCH.  A BATCH PAST THE END OF THE
      *   TABLE CANNOT BE BALANCED AND IS HELD.
       01  BATCH-TBL.
           03 BATCH-ENTRY                  OCCURS 500 TIMES.
              05 BAT-REG-ID                PIC X(6).
              05 BAT-BATCH-NO              PIC X(6).
              05 BAT-BUS-DATE              PIC X(8).
              05 BAT-TRL-CARDS             PIC 9(6).
              05 BAT-TRL-QTY               PIC 9(9).
              05 BAT-READ-CARDS            PIC 9(6).
              05 BAT-READ-QTY              PIC 9(9).
              05 BAT-STATUS                PIC X.
                 88 BAT-UNDECIDED           VALUE ' '.
                 88 BAT-ACCEPTED            VALUE 'A'.
                 88 BAT-DUPLICATE           VALUE 'D'.
                 88 BAT-OUT-OF-BALANCE      VALUE 'O'.
                 88 BAT-NO-TRAILER          VALUE 'T'.
                 88 BAT-WRONG-TRAILER       VALUE 'M'.
                 88 BAT-BAD-HEADER          VALUE 'E'.

      * BAT-CUR IS THE TABLE ENTRY OF THE BATCH BEING READ - ZERO
      *   FOR A BATCH PAST THE END OF THE TABLE.  BAT-SEQ COUNTS THE
      *   HEADERS ON THE POSTING READ SO IT MEETS THE BATCHES IN THE
      *   SAME ORDER THE BALANCING READ TABLED THEM.
       77  BAT-CNT                         PIC 9(3)        VALUE ZERO.
       77  BAT-IX                          PIC 9(3)        VALUE ZERO.
       77  BAT-CUR                         PIC 9(3)        VALUE ZERO.
       77  BAT-SEQ                         PIC 9(7)        VALUE ZERO.
       77  BAT-OVERFLOW-CTR                PIC 9(7)        VALUE ZERO.

      * BATCH TOTALS FOR THE FOOT OF THE BATCH BALANCING REPORT.
      *   CARDS RELEASED TO POSTING MUST EQUAL THE SALES AND RETURN
      *   CARDS READ ON THE AUDIT REPORT.
       77  BATCH-ACCEPT-CTR                PIC 9(7)        VALUE ZERO.
       77  BATCH-REFUSE-CTR                PIC 9(7)        VALUE ZERO.
       77  BATCH-HELD-CTR                  PIC 9(7)        VALUE ZERO.
       77  CARDS-RELEASED-CTR              PIC 9(7)        VALUE ZERO.
       77  QTY-RELEASED-TOTAL              PIC 9(9)        VALUE ZERO.
       77  CARDS-HELD-CTR                  PIC 9(7)        VALUE ZERO.
       77  CARDS-REFUSED-CTR               PIC 9(7)        VALUE ZERO.
       77  CARDS-ORPHAN-CTR                PIC 9(7)        VALUE ZERO.
       77  HIST-READ-CTR                   PIC 9(7)        VALUE ZERO.
       77  HIST-WRITTEN-CTR                PIC 9(7)        VALUE ZERO.

      * RUN-DATE-YMD IS TODAY IN YYYYMMDD - THE DATE A BACKORDER IS
      *   HELD.  RUN-YEAR IS THE YEAR THE MONTH BUCKETS HOLD SINCE
      *   THE LAST YEAR-END ROLLOVER.  ACCEPT FROM DATE ONLY GIVES
      *   THE TWO-DIGIT YEAR; THE CENTURY IS FIXED AT 20.
       01  RUN-DATE-YMD.
           03 RUN-YEAR-X.
              05 RUN-CC                    PIC XX    VALUE '20'.
              05 RUN-YY                    PIC XX.
           03 RUN-YEAR REDEFINES RUN-YEAR-X
                                           PIC 9(4).
           03 RUN-MO-X                     PIC XX.
           03 RUN-DAY-X                    PIC XX.

      * BUS-DATE-WORK BREAKS A BATCH'S BUSINESS DATE INTO ITS PARTS
      *   FOR PRINTING.
       01  BUS-DATE-WORK.
           03 BDW-YR                       PIC X(4).
           03 BDW-MO                       PIC XX.
           03 BDW-DAY                      PIC XX.

      * MATCH-KEY BUILDS THE FULL 9-BYTE RECORD KEY FOR THE CURRENT
      *   SALE - WAREHOUSE, THE TWO ALWAYS-BLANK BYTES, PART - READY
      *   TO MOVE INTO IMR-KEY FOR THE RANDOM READ.
                                           PIC 99.
           03 SLS-QTY-X                    PIC X(4).
           03 SLS-QTY REDEFINES SLS-QTY-X  PIC 9(4).
           03 SLS-TYPE                     PIC X.
              88 SLS-IS-SALE                VALUE ' ' 'S'.
              88 SLS-IS-RETURN              VALUE 'R'.
              88 SLS-IS-HEADER              VALUE 'H'.
              88 SLS-IS-TRAILER             VALUE 'T'.
           03 SLS-RTN-REASON               PIC X.
              88 RTN-RESALEABLE             VALUE 'R'.
              88 RTN-DAMAGED                VALUE 'D'.
           03 FILLER                       PIC X(59).

      * BATCH-CARD IS THE SAME CARD SEEN AS A BATCH HEADER OR
      *   TRAILER.  THE TRAILER FIGURES ARE CARRIED AS PIC X WITH
      *   NUMERIC REDEFINITIONS SO THEY CAN BE EDITED BEFORE USE.
       01  BATCH-CARD REDEFINES SALE-REC.
           03 BTC-REG-ID                   PIC X(6).
           03 BTC-BATCH-NO                 PIC X(6).
           03 FILLER                       PIC X(7).
           03 BTC-TYPE                     PIC X.
           03 BTC-BUS-DATE                 PIC X(8).
           03 BTC-CARD-CNT-X               PIC X(6).
           03 BTC-CARD-CNT REDEFINES BTC-CARD-CNT-X
                                           PIC 9(6).
           03 BTC-QTY-TOTAL-X              PIC X(9).
           03 BTC-QTY-TOTAL REDEFINES BTC-QTY-TOTAL-X
                                           PIC 9(9).
           03 FILLER                       PIC X(37).

      * INV-IN-REC IS THE FIELD BREAKDOWN FOR THE MASTER RECORD
      *    BEING POSTED TO.  THE LAYOUT IS KEPT IN COPYBOOK INVINREC
      *    ONE DEFINITION.
           COPY INVINREC.

      * BKO-REC IS ONE BACKORDER AS READ FROM, OR WRITTEN TO, A
      *   GENERATION.  THE LAYOUT IS KEPT IN COPYBOOK INVBOREC.
           COPY INVBOREC.

      * BHR-REC IS ONE ACCEPTED BATCH AS READ FROM, OR WRITTEN TO, A
      *   BATCH-HISTORY GENERATION.  THE LAYOUT IS KEPT IN COPYBOOK
      *   INVBHREC.
           COPY INVBHREC.

      * VMV-REC IS ONE VALUE MOVEMENT AS WRITTEN TO THE VALUE-MOVEMENT
      *   FILE.  THE LAYOUT IS KEPT IN COPYBOOK INVVMREC.
           COPY INVVMREC.

      * REJECT-OUT-REC IS THE NAMED LAYOUT BEHIND SALES-REJECT-REC -
      *   THE FULL CARD IMAGE PLUS THE REASON IT WAS REJECTED.
       01  REJECT-OUT-REC.
           03 AUD-REASON                   PIC X(30).
           03 FILLER       VALUE SPACES    PIC X(56).

      * SECTION-TITLE-LINE OPENS THE RETURNS AND THE BACKORDER
      *   FILL SECTIONS OF THE AUDIT REPORT, AND IS REPEATED UNDER
      *   THE PAGE HEADING ON EVERY PAGE OF THE SECTION.
       01  SECTION-TITLE-LINE.
           03 CC                           PIC X.
           03 STL-TITLE                    PIC X(40).
           03 FILLER       VALUE SPACES    PIC X(92).

      * AUDIT-COUNT-LINE PRINTS ONE RUN TOTAL AT THE FOOT OF THE
      *   AUDIT REPORT - THE LABEL IS RE-MOVED FOR EACH COUNT.
       01  AUDIT-COUNT-LINE.
           03 AUD-CTR-VALUE                PIC ZZZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(93).

      * AUDIT-VALUE-LINE PRINTS ONE DOLLAR TOTAL AT THE FOOT OF THE
      *   AUDIT REPORT - THE LABEL IS RE-MOVED FOR EACH TOTAL.
       01  AUDIT-VALUE-LINE.
           03 CC                           PIC X.
           03 AUD-VAL-LABEL                PIC X(30).
           03 AUD-VAL-VALUE                PIC ZZZZZZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC X(88).

      * HEADING FOR THE BATCH BALANCING REPORT, DATED AS THE AUDIT
      *   REPORT IS.
       01  BATCH-HEADING.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(15).
           03 FILLER                       PIC X(36)
              VALUE 'REGISTER BATCH BALANCING REPORT'.
           03 FILLER       VALUE SPACES    PIC X(16).
           03 FILLER                       PIC X(13)
              VALUE 'REPORT DATE: '.
           03 BH-REPORT-DATE               PIC X(8).
           03 FILLER       VALUE SPACES    PIC X(44).

      * COLUMN HEADING LINE FOR THE BATCH BALANCING REPORT
       01  BATCH-COLHDG.
           03 CC                           PIC X.
           03 FILLER       VALUE 'REGISTER'
                                           PIC X(8).
           03 FILLER       VALUE SPACES    PIC X(4).
           03 FILLER       VALUE 'BATCH'   PIC X(5).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER       VALUE 'BUS DATE'
                                           PIC X(8).
           03 FILLER       VALUE SPACES    PIC X(4).
           03 FILLER       VALUE 'TRL CARDS'
                                           PIC X(9).
           03 FILLER       VALUE SPACES    PIC X.
           03 FILLER       VALUE 'CARDS READ'
                                           PIC X(10).
           03 FILLER       VALUE SPACES    PIC X(6).
           03 FILLER       VALUE 'TRL QTY' PIC X(7).
           03 FILLER       VALUE SPACES    PIC X(5).
           03 FILLER       VALUE 'QTY READ'
                                           PIC X(8).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER                       PIC X(11)
              VALUE 'DISPOSITION'.
           03 FILLER       VALUE SPACES    PIC X(40).

      * BATCH-LINE IS ONE BATCH ON THE BATCH BALANCING REPORT - THE
      *   TRAILER'S FIGURES BESIDE THE FIGURES ACTUALLY READ.
       01  BATCH-LINE.
           03 CC                           PIC X.
           03 BL-REG-ID                    PIC X(6).
           03 FILLER       VALUE SPACES    PIC X(5).
           03 BL-BATCH-NO                  PIC X(6).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 BL-BUS-DATE                  PIC X(10).
           03 FILLER       VALUE SPACES    PIC X(5).
           03 BL-TRL-CARDS                 PIC ZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(5).
           03 BL-READ-CARDS                PIC ZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 BL-TRL-QTY                   PIC ZZZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 BL-READ-QTY                  PIC ZZZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 BL-DISP                      PIC X(30).
           03 FILLER       VALUE SPACES    PIC X(21).

      * RUN-CTL-REC IS THE STAMP THIS RUN APPENDS TO THE SHARED
      *   RUN-CONTROL FILE.  THE LAYOUT IS KEPT IN COPYBOOK
      *   INVRCREC SO THE WHOLE SUITE STAYS IN SYNC ON ONE
       A000-MAIN                           SECTION.
      *
      *   THIS SECTION IS THE MAIN DRIVER FOR THE PROGRAM.  THE
      *     CARDS ARE SORTED INTO SECTION, KEY AND DATE ORDER AND
      *     APPLIED TO THE MASTER AS THE SORT'S OUTPUT PROCEDURE.
      *--------------------------------------------------------------

           PERFORM         B000-INIT.

           SORT            SALES-SORT-FILE
                            ON ASCENDING KEY SSRT-SECTION
                                             SSRT-WHSE
                                             SSRT-PART
                                             SSRT-DATE
                            INPUT PROCEDURE  P000-RELEASE-CARDS
                            OUTPUT PROCEDURE Q000-POST-SALES.

           PERFORM         Z000-FINISH.
           MOVE            SYS-DAY         TO REPORT-DAY.
           MOVE            SYS-MONTH       TO REPORT-MONTH.
           MOVE            SYS-YEAR        TO REPORT-YEAR.
           MOVE            SYS-YEAR        TO RUN-YY.
           MOVE            SYS-MONTH       TO RUN-MO-X.
           MOVE            SYS-DAY         TO RUN-DAY-X.

      *  OPEN THE AUDIT REPORT AND THE REJECT FILE.  THE MASTER AND
      *    SALES FILES ARE HANDLED BY THE SORT AND BY
      *    Q000-POST-SALES.
           OPEN            OUTPUT          POST-AUDIT-FILE
                           OUTPUT          SALES-REJECT-FILE
                           INPUT           BACKORDER-IN-FILE
                           OUTPUT          BACKORDER-OUT-FILE
                           OUTPUT          VALUE-MOVE-FILE.

      *  TABLE THE OPEN BACKORDERS - TONIGHT'S SALES QUEUE BEHIND
      *    THEM AND THE FILL PASS WORKS THROUGH THEM.  THE FILE
      *    STAYS OPEN FOR Z000-FINISH TO COPY ANY OVERFLOW.
           MOVE            'N'             TO BKO-EOF-SW.
           PERFORM         B100-LOAD-ONE-BACKORDER
                           UNTIL BKO-EOF OR BKO-CNT NOT < 500.

      *  BALANCE EVERY REGISTER BATCH ON THE FEED AND REFUSE ANY
      *    ALREADY POSTED, BEFORE THE SORT RELEASES A SINGLE CARD.
           OPEN            OUTPUT          BATCH-HOLD-FILE
                           OUTPUT          BATCH-REPORT-FILE.
           MOVE            REPORT-DATE     TO BH-REPORT-DATE.

           PERFORM         B200-EDIT-BATCHES.
           PERFORM         B300-CHECK-HISTORY.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B100-LOAD-ONE-BACKORDER             SECTION.
      *
      *  B100-LOAD-ONE-BACKORDER READS ONE OPEN BACKORDER AND SLOTS
      *    IT INTO THE TABLE.  THE CALLER STOPS BEFORE THE TABLE
      *    OVERFLOWS.
      *--------------------------------------------------------------

           READ    BACKORDER-IN-FILE       INTO BKO-REC
                   AT END  MOVE 'Y'        TO BKO-EOF-SW
           END-READ.

           IF      BKO-EOF
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO BKO-READ-CTR.

           PERFORM H200-INSERT-BACKORDER.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B200-EDIT-BATCHES                   SECTION.
      *
      *  B200-EDIT-BATCHES IS THE BALANCING READ OF THE REGISTER
      *    FEED.  EVERY BATCH IS TABLED WITH ITS HEADER, ITS TRAILER
      *    FIGURES AND THE CARDS AND QUANTITY ACTUALLY READ, AND IS
      *    ACCEPTED ONLY WHEN THE TWO AGREE.  NOTHING IS RELEASED OR
      *    POSTED HERE.
      *--------------------------------------------------------------

           OPEN            INPUT           SALES-DETAIL-FILE.

           MOVE            'N'             TO CARDS-EOF-SW.
           MOVE            'N'             TO IN-BATCH-SW.
           MOVE            ZERO            TO BAT-CUR.
           PERFORM         B210-EDIT-ONE-CARD
                           UNTIL CARDS-EOF.

      *  A BATCH STILL OPEN AT THE END OF THE FEED NEVER GOT ITS
      *    TRAILER.
           IF      IN-BATCH
                   PERFORM B240-CLOSE-NO-TRAILER
           END-IF.

           CLOSE           SALES-DETAIL-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B210-EDIT-ONE-CARD                  SECTION.
      *
      *  B210-EDIT-ONE-CARD READS ONE CARD OF THE FEED.  A HEADER
      *    OPENS A BATCH - CLOSING ANY BATCH STILL OPEN AS HAVING NO
      *    TRAILER - A TRAILER CLOSES ONE, AND A SALE OR RETURN IS
      *    COUNTED TO THE BATCH IT IS IN.
      *--------------------------------------------------------------

           READ    SALES-DETAIL-FILE       INTO SALE-REC
                   AT END  MOVE 'Y'        TO CARDS-EOF-SW
           END-READ.

           IF      CARDS-EOF
                   GO TO   DEPART
           END-IF.

           IF      SLS-IS-HEADER
                   IF      IN-BATCH
                           PERFORM B240-CLOSE-NO-TRAILER
                   END-IF
                   PERFORM B220-OPEN-BATCH
                   GO TO   DEPART
           END-IF.

           IF      SLS-IS-TRAILER
                   IF      IN-BATCH
                           PERFORM B250-CLOSE-BATCH
                   END-IF
                   GO TO   DEPART
           END-IF.

           IF      IN-BATCH AND BAT-CUR > ZERO
                   ADD     1               TO BAT-READ-CARDS (BAT-CUR)
                   IF      SLS-QTY-X NUMERIC
                           ADD SLS-QTY     TO BAT-READ-QTY (BAT-CUR)
                   END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B220-OPEN-BATCH                     SECTION.
      *
      *  B220-OPEN-BATCH TABLES THE BATCH WHOSE HEADER IS IN HAND.
      *    A HEADER WITH NO REGISTER ID, NO BATCH NUMBER OR A BAD
      *    BUSINESS DATE MARKS THE BATCH UNUSABLE; ONE THAT REPEATS
      *    A BATCH ALREADY ACCEPTED ON TONIGHT'S FEED IS A DUPLICATE.
      *    A REPEAT OF A BATCH THAT WAS HELD IS A RESEND AND IS
      *    BALANCED ON ITS OWN.
      *--------------------------------------------------------------

           MOVE    'Y'                     TO IN-BATCH-SW.

           IF      BAT-CNT NOT < 500
                   ADD     1               TO BAT-OVERFLOW-CTR
                   MOVE    ZERO            TO BAT-CUR
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO BAT-CNT.
           MOVE    BAT-CNT                 TO BAT-CUR.
           MOVE    BTC-REG-ID              TO BAT-REG-ID (BAT-CUR).
           MOVE    BTC-BATCH-NO            TO BAT-BATCH-NO (BAT-CUR).
           MOVE    BTC-BUS-DATE            TO BAT-BUS-DATE (BAT-CUR).
           MOVE    ZERO                    TO BAT-TRL-CARDS (BAT-CUR)
                                              BAT-TRL-QTY (BAT-CUR)
                                              BAT-READ-CARDS (BAT-CUR)
                                              BAT-READ-QTY (BAT-CUR).
           MOVE    SPACE                   TO BAT-STATUS (BAT-CUR).

           IF      BTC-REG-ID = SPACES OR BTC-BATCH-NO = SPACES
                   OR BTC-BUS-DATE NOT NUMERIC
                   MOVE    'E'             TO BAT-STATUS (BAT-CUR)
                   GO TO   DEPART
           END-IF.

           PERFORM B230-MATCH-EARLIER-BATCH
                   VARYING BAT-IX FROM 1 BY 1
                   UNTIL BAT-IX NOT < BAT-CUR
                      OR BAT-DUPLICATE (BAT-CUR).

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B230-MATCH-EARLIER-BATCH            SECTION.
      *
      *  B230-MATCH-EARLIER-BATCH MARKS THE NEW BATCH A DUPLICATE
      *    WHEN THE TABLE ENTRY AT BAT-IX IS THE SAME REGISTER AND
      *    BATCH NUMBER AND WAS ACCEPTED.  AN EARLIER COPY THAT WAS
      *    HELD WILL NOT BE POSTED, SO THE NEW ONE MAY BE.
      *--------------------------------------------------------------

           IF      BAT-REG-ID (BAT-IX) = BAT-REG-ID (BAT-CUR)
                   AND BAT-BATCH-NO (BAT-IX) = BAT-BATCH-NO (BAT-CUR)
                   AND BAT-ACCEPTED (BAT-IX)
                   MOVE    'D'             TO BAT-STATUS (BAT-CUR)
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B240-CLOSE-NO-TRAILER               SECTION.
      *
      *  B240-CLOSE-NO-TRAILER ENDS A BATCH THAT RAN INTO THE NEXT
      *    HEADER, OR THE END OF THE FEED, WITHOUT A TRAILER.  IT
      *    CANNOT BE BALANCED, SO IT IS HELD.
      *--------------------------------------------------------------

           MOVE    'N'                     TO IN-BATCH-SW.

           IF      BAT-CUR > ZERO
                   IF      BAT-UNDECIDED (BAT-CUR)
                           MOVE    'T'     TO BAT-STATUS (BAT-CUR)
                   END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B250-CLOSE-BATCH                    SECTION.
      *
      *  B250-CLOSE-BATCH ENDS THE BATCH ON ITS TRAILER CARD.  THE
      *    TRAILER MUST NAME THE SAME REGISTER AND BATCH AS THE
      *    HEADER, AND ITS CARD COUNT AND QUANTITY TOTAL MUST EQUAL
      *    WHAT WAS READ, FOR THE BATCH TO BE ACCEPTED.  A BATCH
      *    ALREADY MARKED UNUSABLE OR A DUPLICATE KEEPS THAT STATUS.
      *--------------------------------------------------------------

           MOVE    'N'                     TO IN-BATCH-SW.

           IF      BAT-CUR = ZERO
                   GO TO   DEPART
           END-IF.

           IF      BTC-CARD-CNT-X NUMERIC
                   MOVE    BTC-CARD-CNT    TO BAT-TRL-CARDS (BAT-CUR)
           END-IF.
           IF      BTC-QTY-TOTAL-X NUMERIC
                   MOVE    BTC-QTY-TOTAL   TO BAT-TRL-QTY (BAT-CUR)
           END-IF.

           IF      NOT BAT-UNDECIDED (BAT-CUR)
                   GO TO   DEPART
           END-IF.

           IF      BTC-REG-ID NOT = BAT-REG-ID (BAT-CUR)
                   OR BTC-BATCH-NO NOT = BAT-BATCH-NO (BAT-CUR)
                   MOVE    'M'             TO BAT-STATUS (BAT-CUR)
                   GO TO   DEPART
           END-IF.

           IF      BTC-CARD-CNT-X NOT NUMERIC
                   OR BTC-QTY-TOTAL-X NOT NUMERIC
                   MOVE    'O'             TO BAT-STATUS (BAT-CUR)
                   GO TO   DEPART
           END-IF.

           IF      BAT-TRL-CARDS (BAT-CUR) = BAT-READ-CARDS (BAT-CUR)
                   AND BAT-TRL-QTY (BAT-CUR) = BAT-READ-QTY (BAT-CUR)
                   MOVE    'A'             TO BAT-STATUS (BAT-CUR)
           ELSE
                   MOVE    'O'             TO BAT-STATUS (BAT-CUR)
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B300-CHECK-HISTORY                  SECTION.
      *
      *  B300-CHECK-HISTORY READS THE BATCH-HISTORY GENERATION,
      *    REFUSES ANY BATCH ON TONIGHT'S FEED THAT IS ALREADY ON
      *    IT, AND COPIES IT ACROSS TO THE NEW GENERATION.  THE NEW
      *    GENERATION STAYS OPEN FOR Z000-FINISH TO ADD TONIGHT'S
      *    ACCEPTED BATCHES.
      *--------------------------------------------------------------

           OPEN            INPUT           BATCH-HIST-IN-FILE
                           OUTPUT          BATCH-HIST-OUT-FILE.

           MOVE            'N'             TO HIST-EOF-SW.
           PERFORM         B310-CHECK-ONE-HISTORY
                           UNTIL HIST-EOF.

           CLOSE           BATCH-HIST-IN-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B310-CHECK-ONE-HISTORY              SECTION.
      *
      *  B310-CHECK-ONE-HISTORY READS ONE POSTED BATCH, MARKS ANY
      *    TABLE ENTRY FOR THE SAME REGISTER AND BATCH A DUPLICATE,
      *    AND CARRIES THE RECORD TO THE NEW GENERATION.
      *--------------------------------------------------------------

           READ    BATCH-HIST-IN-FILE      INTO BHR-REC
                   AT END  MOVE 'Y'        TO HIST-EOF-SW
           END-READ.

           IF      HIST-EOF
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO HIST-READ-CTR.

           PERFORM B320-MATCH-HISTORY
                   VARYING BAT-IX FROM 1 BY 1
                   UNTIL BAT-IX > BAT-CNT.

           WRITE   BATCH-HIST-OUT-REC      FROM BHR-REC.
           ADD     1                       TO HIST-WRITTEN-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B320-MATCH-HISTORY                  SECTION.
      *
      *  B320-MATCH-HISTORY MARKS THE TABLE ENTRY AT BAT-IX A
      *    DUPLICATE WHEN IT IS THE POSTED BATCH IN HAND.
      *--------------------------------------------------------------

           IF      BAT-REG-ID (BAT-IX) = BHR-REG-ID
                   AND BAT-BATCH-NO (BAT-IX) = BHR-BATCH-NO
                   MOVE    'D'             TO BAT-STATUS (BAT-IX)
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P000-RELEASE-CARDS                  SECTION.
      *
      *  P000-RELEASE-CARDS IS THE SALES SORT'S INPUT PROCEDURE.  IT
      *    READS THE REGISTER FEED AGAIN AND RELEASES THE CARDS OF
      *    EVERY ACCEPTED BATCH TO THE SORT TAGGED WITH THEIR
      *    SECTION.  EVERYTHING ELSE IS SET ASIDE.
      *--------------------------------------------------------------

           OPEN            INPUT           SALES-DETAIL-FILE.

           MOVE            'N'             TO CARDS-EOF-SW.
           MOVE            'N'             TO IN-BATCH-SW.
           MOVE            ZERO            TO BAT-SEQ
                                              BAT-CUR.
           PERFORM         N000-RELEASE-ONE-CARD
                           UNTIL CARDS-EOF.

           CLOSE           SALES-DETAIL-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       N000-RELEASE-ONE-CARD               SECTION.
      *
      *  N000-RELEASE-ONE-CARD READS ONE CARD AND RELEASES IT IF IT
      *    IS A SALE OR RETURN IN AN ACCEPTED BATCH.  THE HEADERS
      *    AND TRAILERS FOLLOW THE BATCHES EXACTLY AS THE BALANCING
      *    READ DID, SO BAT-CUR NAMES THE SAME TABLE ENTRY FOR THE
      *    SAME CARDS.  A RETURN GOES TO SECTION 2, BEHIND EVERY
      *    SALE; ANYTHING ELSE - A SALE, OR A CARD WITH A TYPE NOBODY
      *    RECOGNISES, WHICH THE EDITS WILL REJECT - GOES TO SECTION
      *    1.
      *--------------------------------------------------------------

           READ    SALES-DETAIL-FILE       INTO SALE-REC
                   AT END  MOVE 'Y'        TO CARDS-EOF-SW
           END-READ.

           IF      CARDS-EOF
                   GO TO   DEPART
           END-IF.

           IF      SLS-IS-HEADER
                   ADD     1               TO BAT-SEQ
                   MOVE    'Y'             TO IN-BATCH-SW
                   IF      BAT-SEQ > BAT-CNT
                           MOVE ZERO       TO BAT-CUR
                   ELSE
                           MOVE BAT-SEQ    TO BAT-CUR
                   END-IF
                   PERFORM N100-SET-ASIDE-CARD
                   GO TO   DEPART
           END-IF.

           IF      NOT IN-BATCH
                   PERFORM N200-HOLD-ORPHAN
                   GO TO   DEPART
           END-IF.

           IF      SLS-IS-TRAILER
                   PERFORM N100-SET-ASIDE-CARD
                   MOVE    'N'             TO IN-BATCH-SW
                   GO TO   DEPART
           END-IF.

           IF      BAT-CUR = ZERO
                   PERFORM N100-SET-ASIDE-CARD
                   GO TO   DEPART
           END-IF.

           IF      NOT BAT-ACCEPTED (BAT-CUR)
                   PERFORM N100-SET-ASIDE-CARD
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO CARDS-RELEASED-CTR.
           IF      SLS-QTY-X NUMERIC
                   ADD     SLS-QTY         TO QTY-RELEASED-TOTAL
           END-IF.

           IF      SLS-IS-RETURN
                   MOVE    '2'             TO SSRT-SECTION
           ELSE
                   MOVE    '1'             TO SSRT-SECTION
           END-IF.
           MOVE    SALE-REC                TO SSRT-CARD.

           RELEASE SSORT-REC.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       N100-SET-ASIDE-CARD                 SECTION.
      *
      *  N100-SET-ASIDE-CARD DEALS WITH A CARD THAT IS NOT TO BE
      *    POSTED.  THE HEADER AND TRAILER OF AN ACCEPTED BATCH HAVE
      *    DONE THEIR WORK AND DROP.  EVERY CARD OF A REFUSED
      *    DUPLICATE IS COUNTED AND DROPPED - THE SAME BATCH HAS
      *    ALREADY BEEN POSTED, TONIGHT OR ON AN EARLIER NIGHT.
      *    EVERY CARD OF A HELD BATCH GOES TO THE HOLD FILE
      *    UNCHANGED, SO THE CORRECTED BATCH CAN BE RE-FED WHOLE.
      *--------------------------------------------------------------

           IF      BAT-CUR > ZERO
                   IF      BAT-ACCEPTED (BAT-CUR)
                           GO TO   DEPART
                   END-IF
                   IF      BAT-DUPLICATE (BAT-CUR)
                           ADD     1       TO CARDS-REFUSED-CTR
                           GO TO   DEPART
                   END-IF
           END-IF.

           WRITE   BATCH-HOLD-REC          FROM SALE-REC.
           ADD     1                       TO CARDS-HELD-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       N200-HOLD-ORPHAN                    SECTION.
      *
      *  N200-HOLD-ORPHAN SETS ASIDE A CARD FOUND OUTSIDE ANY BATCH
      *    - NO HEADER AHEAD OF IT - ON THE HOLD FILE.  WITH NO
      *    BATCH TO BALANCE IT AGAINST IT CANNOT BE POSTED.
      *--------------------------------------------------------------

           WRITE   BATCH-HOLD-REC          FROM SALE-REC.
           ADD     1                       TO CARDS-HELD-CTR.
           ADD     1                       TO CARDS-ORPHAN-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Q000-POST-SALES                     SECTION.
      *
      *  Q000-POST-SALES IS THE SALES SORT'S OUTPUT PROCEDURE.  IT
      *    TAKES THE SORTED SALES ONE AT A TIME AND APPLIES EACH
      *    DIRECTLY TO THE MASTER BY KEY.
      *--------------------------------------------------------------

           OPEN            I-O             INVENTORY-MASTER.

           PERFORM         R100-RETURN-SALE.

           PERFORM         C000-POST-ONE-SALE
                           UNTIL SALES-EOF.

      *  WITH EVERY SALE AND RETURN POSTED, FILL WHAT BACKORDERS
      *    THE SHELF WILL NOW COVER.
           PERFORM         H000-FILL-BACKORDERS.

           CLOSE           INVENTORY-MASTER.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       C000-POST-ONE-SALE                  SECTION.
      *
      *   THIS SECTION IS THE MAIN PROCESSING LOOP - ONE PASS PER
      *     CARD.  THE CARD IS EDITED, THE MASTER IS READ BY THE
      *     CARD'S KEY, THE SALE OR RETURN IS APPLIED OR REJECTED,
      *     AND THE NEXT CARD IS RETURNED.
      *--------------------------------------------------------------

           PERFORM E000-VALIDATE-SALE.

           IF      INVALID-SALE
                   PERFORM F100-AUDIT-REJECT
                   GO TO   DEPART-READ
           END-IF.

           PERFORM R200-READ-MASTER-BY-KEY.

           IF      NOT MSTR-FOUND
                   MOVE    'KEY NOT ON MASTER'
                                           TO REJECT-REASON
                   PERFORM F100-AUDIT-REJECT
                   GO TO   DEPART-READ
           END-IF.

           IF      IN-RETURN-SECTION
                   PERFORM E200-APPLY-RETURN
           ELSE
                   PERFORM E100-APPLY-SALE
           END-IF.

       DEPART-READ.
           PERFORM R100-RETURN-SALE.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R100-RETURN-SALE                    SECTION.
      *
      *  R100-RETURN-SALE RETURNS THE NEXT SORTED CARD INTO
      *    SALE-REC AND COUNTS IT TO ITS SECTION.  THE FIRST CARD OF
      *    SECTION 2 OPENS THE RETURNS SECTION OF THE AUDIT REPORT.
      *---------------------------------------------------------------

           RETURN  SALES-SORT-FILE
                   AT END  MOVE 'Y'        TO SALES-EOF-SW
           END-RETURN.

           IF      SALES-EOF
                   GO TO   DEPART
           END-IF.

           MOVE    SSRT-CARD               TO SALE-REC.

           IF      SSRT-SECTION = '2'
                   IF      NOT IN-RETURN-SECTION
                           MOVE    '2'     TO AUDIT-SECTION-SW
                           MOVE    'CUSTOMER RETURNS AND CREDITS'
                                           TO STL-TITLE
                           PERFORM D000-START-SECTION
                   END-IF
                   ADD     1               TO RETURNS-READ-CTR
           ELSE
                   ADD     1               TO SALES-READ-CTR
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R200-READ-MASTER-BY-KEY             SECTION.
      *
      *  R200-READ-MASTER-BY-KEY READS THE MASTER RECORD FOR THE
      *    CURRENT SALE'S KEY INTO INV-IN-REC AND SETS
      *    MSTR-FOUND-SW.
      *---------------------------------------------------------------

           MOVE    SLS-WHSE                TO MK-WHSE.
           MOVE    SLS-PART                TO MK-PART.
           MOVE    MATCH-KEY               TO IMR-KEY.

           MOVE    'Y'                     TO MSTR-FOUND-SW.
           READ    INVENTORY-MASTER        INTO INV-IN-REC
                   INVALID KEY MOVE 'N'    TO MSTR-FOUND-SW
           END-READ.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E000-VALIDATE-SALE                  SECTION.
      *
      *  E000-VALIDATE-SALE EDITS THE SALE CARD.  THE KEY MUST BE
      *    NON-BLANK, THE QUANTITY NUMERIC AND NON-ZERO, AND THE
      *    SALE DATE A VALID CALENDAR DATE - THE SAME DATE EDITS THE
      *    REPORT PROGRAMS APPLY TO THE MASTER'S OWN DATES.  ANY
      *    EDIT FAILURE SETS INVALID-SALE AND THE REASON.
      *---------------------------------------------------------------

           MOVE    'Y'                     TO VALID-SALE-SW.
           MOVE    SPACES                  TO REJECT-REASON.

           IF      NOT SLS-IS-SALE AND NOT SLS-IS-RETURN
                   MOVE    'N'             TO VALID-SALE-SW
                   MOVE    'CARD TYPE INVALID'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-SALE AND SLS-IS-RETURN
                   AND NOT RTN-RESALEABLE AND NOT RTN-DAMAGED
                   MOVE    'N'             TO VALID-SALE-SW
                   MOVE    'RETURN REASON INVALID'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-SALE
                   AND (SLS-WHSE = SPACES OR SLS-PART = SPACES)
                   MOVE    'N'             TO VALID-SALE-SW
                   MOVE    'SALE KEY BLANK'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-SALE AND SLS-QTY-X NOT NUMERIC
                   MOVE    'N'             TO VALID-SALE-SW
                   MOVE    'QUANTITY NOT NUMERIC'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-SALE AND SLS-QTY = ZERO
                   MOVE    'N'             TO VALID-SALE-SW
                   MOVE    'QUANTITY ZERO'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-SALE AND SLS-YR-X NOT NUMERIC
                   MOVE    'N'             TO VALID-SALE-SW
                   MOVE    'SALE YEAR NOT NUMERIC'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-SALE
                   IF      SLS-YR < 1900 OR SLS-YR > 2099
                           MOVE    'N'     TO VALID-SALE-SW
                           MOVE    'SALE YEAR INVALID'
                                           TO REJECT-REASON
                   END-IF
           END-IF.

           IF      VALID-SALE AND SLS-MO-X NOT NUMERIC
                   MOVE    'N'             TO VALID-SALE-SW
                   MOVE    'SALE MONTH NOT NUMERIC'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-SALE AND SLS-DAY-X NOT NUMERIC
                   MOVE    'N'             TO VALID-SALE-SW
                   MOVE    'SALE DAY NOT NUMERIC'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-SALE
                   IF      SLS-MO < 1 OR SLS-MO > 12
                           MOVE    'N'     TO VALID-SALE-SW
                           MOVE    'SALE MONTH INVALID'
                                           TO REJECT-REASON
                   ELSE
                           IF      SLS-DAY < 1 OR
                                   SLS-DAY >
                                   DAYS-IN-MONTH-TBL (SLS-MO)
                                   MOVE    'N' TO VALID-SALE-SW
                                   MOVE    'SALE DAY INVALID'
                                           TO REJECT-REASON
                           END-IF
                   END-IF
           END-IF.

      *  THE MONTH BUCKETS ONLY HOLD THE CURRENT YEAR - A RETURN
      *    AGAINST AN EARLIER YEAR'S SALE HAS NO BUCKET LEFT TO COME
      *    OUT OF AND IS CREDITED BY HAND.
           IF      VALID-SALE AND SLS-IS-RETURN
                   AND SLS-YR NOT = RUN-YEAR
                   MOVE    'N'             TO VALID-SALE-SW
                   MOVE    'SALE NOT IN CURRENT YEAR'
                                           TO REJECT-REASON
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E100-APPLY-SALE                     SECTION.
      *
      *  E100-APPLY-SALE APPLIES THE SALE TO THE MASTER RECORD READ
      *    FOR ITS KEY - SUBTRACTS THE QUANTITY FROM ON-HAND, ADDS
      *    IT INTO THE SALE MONTH'S BUCKET, AND ADVANCES THE LAST
      *    SALE DATE WHEN THE SALE IS NEWER.  A SALE THE SHELF
      *    CANNOT COVER, OR OF A PART WITH CUSTOMERS ALREADY
      *    WAITING, IS BACKORDERED INSTEAD.  THE CHANGES ARE MADE
      *    TO THE IN-STORAGE COPY ONLY; THE REWRITE HAPPENS ONLY
      *    WHEN EVERY PIECE APPLIED CLEANLY, SO A REJECTED SALE
      *    LEAVES THE MASTER RECORD EXACTLY AS IT WAS.
      *---------------------------------------------------------------

           MOVE    'Y'                     TO POST-OK-SW.

      *  A PART WITH CUSTOMERS ALREADY WAITING TAKES THIS SALE ONTO
      *    THE BACK OF THE QUEUE - THE FILL PASS SERVES THEM IN
      *    SALE DATE ORDER.
           PERFORM U000-CHECK-BACKORDERED.

           IF      BKO-QUEUED
                   MOVE    'QUEUED BEHIND BACKORDERS'
                                           TO REJECT-REASON
                   PERFORM E300-BACKORDER-SALE
                   GO TO   DEPART
           END-IF.

      *  A SALE LARGER THAN WHAT IS ON THE SHELF WOULD DRIVE THE
      *    UNSIGNED ON-HAND FIELD NEGATIVE - HOLD IT ON THE
      *    BACKORDER FILE UNTIL STOCK COMES IN.
           IF      ON-HAND-QTY-IN NOT NUMERIC
                   MOVE    'N'             TO POST-OK-SW
                   MOVE    'MASTER ON HAND NOT NUMERIC'
                                           TO REJECT-REASON
           ELSE
           IF      SLS-QTY > ON-HAND-QTY-IN
                   MOVE    'QTY EXCEEDS ON HAND'
                                           TO REJECT-REASON
                   PERFORM E300-BACKORDER-SALE
                   GO TO   DEPART
           ELSE
                   SUBTRACT SLS-QTY        FROM ON-HAND-QTY-IN
           END-IF
           END-IF.

           IF      POST-OK
                   PERFORM G000-ADD-MONTH-BUCKET
           END-IF.

           IF      POST-OK
                   IF      SLS-DATE > LAST-SALE-DATE-IN
                           MOVE    SLS-DATE TO LAST-SALE-DATE-IN
                   END-IF
                   REWRITE INVENTORY-MASTER-REC FROM INV-IN-REC
                           INVALID KEY
                           MOVE 'MASTER REWRITE FAILED'
                                           TO REJECT-REASON
                           PERFORM F100-AUDIT-REJECT
                           NOT INVALID KEY
                           PERFORM F200-AUDIT-POSTED
                           ADD  SLS-QTY    TO QTY-POSTED-TOTAL
                   END-REWRITE
           ELSE
                   PERFORM F100-AUDIT-REJECT
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E300-BACKORDER-SALE                 SECTION.
      *
      *  E300-BACKORDER-SALE HOLDS THE SALE IN HAND ON THE BACKORDER
      *    TABLE WITH ITS ORIGINAL SALE DATE AND QUANTITY, AND LISTS
      *    IT WITH THE REASON SET BY THE CALLER.  THE MASTER IS NOT
      *    TOUCHED.  ONLY A FULL TABLE SENDS THE SALE TO THE REJECT
      *    FILE INSTEAD.
      *---------------------------------------------------------------

           MOVE    SPACES                  TO BKO-REC.
           MOVE    SLS-WHSE                TO BKO-WHSE.
           MOVE    SLS-PART                TO BKO-PART.
           MOVE    SLS-DATE                TO BKO-SALE-DATE.
           MOVE    SLS-QTY                 TO BKO-ORIG-QTY
                                              BKO-OPEN-QTY.
           MOVE    RUN-DATE-YMD            TO BKO-HELD-DATE.

           PERFORM H200-INSERT-BACKORDER.

           IF      NOT BKO-ADDED
                   MOVE    'BACKORDER TABLE FULL'
                                           TO REJECT-REASON
                   PERFORM F100-AUDIT-REJECT
                   GO TO   DEPART
           END-IF.

           MOVE    'BACKORD'               TO AUD-DISP.
           MOVE    REJECT-REASON           TO AUD-REASON.
           PERFORM F000-WRITE-AUDIT.
           ADD     1                       TO SALES-BACKORD-CTR.
           ADD     SLS-QTY                 TO QTY-BACKORD-TOTAL.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E200-APPLY-RETURN                   SECTION.
      *
      *  E200-APPLY-RETURN APPLIES A CUSTOMER RETURN TO THE MASTER
      *    RECORD READ FOR ITS KEY - TAKES THE QUANTITY BACK OUT OF
      *    THE ORIGINAL SALE MONTH'S BUCKET AND, FOR RESALEABLE
      *    STOCK, PUTS IT BACK INTO ON-HAND.  THE LAST SALE DATE IS
      *    LEFT ALONE.  AS FOR A SALE, THE CHANGES ARE MADE TO THE
      *    IN-STORAGE COPY AND REWRITTEN ONLY WHEN ALL OF THEM
      *    APPLIED CLEANLY.
      *---------------------------------------------------------------

           MOVE    'Y'                     TO POST-OK-SW.

           PERFORM G200-SUB-MONTH-BUCKET.

           IF      POST-OK AND RTN-RESALEABLE
                   IF      ON-HAND-QTY-IN NOT NUMERIC
                           MOVE    'N'     TO POST-OK-SW
                           MOVE    'MASTER ON HAND NOT NUMERIC'
                                           TO REJECT-REASON
                   ELSE
                           ADD     SLS-QTY TO ON-HAND-QTY-IN
                                   ON SIZE ERROR
                                   MOVE 'N' TO POST-OK-SW
                                   MOVE 'ON HAND WOULD OVERFLOW'
                                           TO REJECT-REASON
                           END-ADD
                   END-IF
           END-IF.

           IF      POST-OK
                   REWRITE INVENTORY-MASTER-REC FROM INV-IN-REC
                           INVALID KEY
                           MOVE 'MASTER REWRITE FAILED'
                                           TO REJECT-REASON
                           PERFORM F100-AUDIT-REJECT
                           NOT INVALID KEY
                           PERFORM F300-AUDIT-RETURNED
                   END-REWRITE
           ELSE
                   PERFORM F100-AUDIT-REJECT
       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       H000-FILL-BACKORDERS                SECTION.
      *
      *  H000-FILL-BACKORDERS WORKS THROUGH THE OPEN BACKORDERS IN
      *    TABLE ORDER - OLDEST SALE FIRST WITHIN EACH WAREHOUSE AND
      *    PART - FILLING EACH FROM WHAT IS NOW ON THE SHELF.
      *---------------------------------------------------------------

           PERFORM H100-FILL-ONE-BACKORDER
                   VARYING BKO-IX FROM 1 BY 1
                   UNTIL BKO-IX > BKO-CNT.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       H100-FILL-ONE-BACKORDER             SECTION.
      *
      *  H100-FILL-ONE-BACKORDER FILLS ONE BACKORDER AS FAR AS THE
      *    ON-HAND GOES.  THE FILL POSTS LIKE THE SALE ITSELF - OFF
      *    ON-HAND, INTO THE SALE MONTH'S BUCKET, LAST SALE DATE
      *    ADVANCED - EXCEPT THAT A BACKORDER CARRIED OVER FROM AN
      *    EARLIER YEAR BOOKS TO THE CURRENT MONTH, SINCE THE
      *    BUCKETS ONLY HOLD THE CURRENT YEAR.  A BACKORDER THAT
      *    CANNOT BE POSTED IS LISTED AS HELD AND STAYS OWED.  ONE
      *    WITH NOTHING ON THE SHELF IS PASSED OVER QUIETLY.
      *---------------------------------------------------------------

           IF      BKT-OPEN-QTY (BKO-IX) = ZERO
                   GO TO   DEPART
           END-IF.

           MOVE    SPACES                  TO SALE-REC.
           MOVE    BKT-WHSE (BKO-IX)       TO SLS-WHSE.
           MOVE    BKT-PART (BKO-IX)       TO SLS-PART.
           MOVE    BKT-SALE-DATE (BKO-IX)  TO SLS-DATE.
           MOVE    BKT-OPEN-QTY (BKO-IX)   TO SLS-QTY.

           PERFORM R200-READ-MASTER-BY-KEY.

           IF      NOT MSTR-FOUND
                   MOVE    'KEY NOT ON MASTER'
                                           TO REJECT-REASON
                   PERFORM H300-AUDIT-HELD
                   GO TO   DEPART
           END-IF.

           IF      ON-HAND-QTY-IN NOT NUMERIC
                   MOVE    'MASTER ON HAND NOT NUMERIC'
                                           TO REJECT-REASON
                   PERFORM H300-AUDIT-HELD
                   GO TO   DEPART
           END-IF.

           IF      ON-HAND-QTY-IN = ZERO
                   GO TO   DEPART
           END-IF.

      *  FILL THE QUANTITY OWED, OR WHAT IS ON THE SHELF IF THAT IS
      *    LESS.
           IF      BKT-OPEN-QTY (BKO-IX) > ON-HAND-QTY-IN
                   MOVE    ON-HAND-QTY-IN  TO FILL-QTY-WORK
           ELSE
                   MOVE    BKT-OPEN-QTY (BKO-IX)
                                           TO FILL-QTY-WORK
           END-IF.
           MOVE    FILL-QTY-WORK           TO SLS-QTY.

           MOVE    'Y'                     TO POST-OK-SW.
           SUBTRACT SLS-QTY                FROM ON-HAND-QTY-IN.

           MOVE    SLS-MO-X                TO FILL-MONTH-SAVE.
           IF      SLS-YR NOT = RUN-YEAR
                   MOVE    RUN-MO-X        TO SLS-MO-X
           END-IF.
           PERFORM G000-ADD-MONTH-BUCKET.
           MOVE    FILL-MONTH-SAVE         TO SLS-MO-X.

           IF      POST-OK
                   IF      SLS-DATE > LAST-SALE-DATE-IN
                           MOVE    SLS-DATE TO LAST-SALE-DATE-IN
                   END-IF
                   REWRITE INVENTORY-MASTER-REC FROM INV-IN-REC
                           INVALID KEY
                           MOVE 'MASTER REWRITE FAILED'
                                           TO REJECT-REASON
                           MOVE BKT-OPEN-QTY (BKO-IX)
                                           TO SLS-QTY
                           PERFORM H300-AUDIT-HELD
                           NOT INVALID KEY
                           SUBTRACT SLS-QTY
                                   FROM BKT-OPEN-QTY (BKO-IX)
                           PERFORM H400-AUDIT-FILLED
                   END-REWRITE
           ELSE
                   MOVE    BKT-OPEN-QTY (BKO-IX)
                                           TO SLS-QTY
                   PERFORM H300-AUDIT-HELD
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       H200-INSERT-BACKORDER               SECTION.
      *
      *  H200-INSERT-BACKORDER SLOTS THE BACKORDER IN BKO-REC INTO
      *    THE TABLE AHEAD OF THE FIRST ENTRY THAT SORTS AFTER IT -
      *    BEHIND ANY WITH THE SAME KEY AND DATE, SO THE ORDER THEY
      *    ARRIVED IN IS KEPT - SHIFTING THE REST UP ONE.  SETS
      *    BKO-ADDED-SW.
      *---------------------------------------------------------------

           IF      BKO-CNT NOT < 500
                   MOVE    'N'             TO BKO-ADDED-SW
                   GO TO   DEPART
           END-IF.

           MOVE    'Y'                     TO BKO-ADDED-SW.

           MOVE    'N'                     TO SLOT-FOUND-SW.
           PERFORM H210-MATCH-SLOT
                   VARYING BKO-POS FROM 1 BY 1
                   UNTIL BKO-POS > BKO-CNT OR SLOT-FOUND.

      *  THE VARYING LEAVES BKO-POS ONE PAST THE ENTRY THAT SORTS
      *    AFTER THE NEW ONE - THAT ENTRY'S SLOT IS WHERE IT GOES.
      *    WITH NO SUCH ENTRY BKO-POS IS ALREADY ONE PAST THE END.
           IF      SLOT-FOUND
                   SUBTRACT 1              FROM BKO-POS
           END-IF.

           PERFORM H220-SHIFT-ENTRY-UP
                   VARYING BKO-IX FROM BKO-CNT BY -1
                   UNTIL BKO-IX < BKO-POS.

           MOVE    BKO-SORT-KEY            TO BKT-SORT-KEY (BKO-POS).
           MOVE    BKO-ORIG-QTY            TO BKT-ORIG-QTY (BKO-POS).
           MOVE    BKO-OPEN-QTY            TO BKT-OPEN-QTY (BKO-POS).
           MOVE    BKO-HELD-DATE           TO BKT-HELD-DATE (BKO-POS).
           ADD     1                       TO BKO-CNT.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       H210-MATCH-SLOT                     SECTION.
      *
      *  H210-MATCH-SLOT SETS SLOT-FOUND-SW WHEN THE TABLE ENTRY AT
      *    BKO-POS SORTS AFTER THE BACKORDER BEING SLOTTED IN.
      *---------------------------------------------------------------

           IF      BKT-SORT-KEY (BKO-POS) > BKO-SORT-KEY
                   MOVE    'Y'             TO SLOT-FOUND-SW
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       H220-SHIFT-ENTRY-UP                 SECTION.
      *
      *  H220-SHIFT-ENTRY-UP MOVES THE TABLE ENTRY AT BKO-IX UP ONE
      *    SLOT TO MAKE ROOM FOR AN INSERT BELOW IT.
      *---------------------------------------------------------------

           MOVE    BKO-ENTRY (BKO-IX)      TO BKO-ENTRY (BKO-IX + 1).

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       H300-AUDIT-HELD                     SECTION.
      *
      *  H300-AUDIT-HELD LISTS A BACKORDER THE FILL PASS COULD NOT
      *    POST, WITH THE REASON SET BY THE CALLER.  IT STAYS OWED
      *    AND CARRIES TO THE NEW GENERATION - IT IS NOT A REJECT.
      *---------------------------------------------------------------

           PERFORM H500-CHECK-FILL-SECTION.

           MOVE    'HELD'                  TO AUD-DISP.
           MOVE    REJECT-REASON           TO AUD-REASON.
           PERFORM F000-WRITE-AUDIT.
           ADD     1                       TO BKO-HELD-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       H400-AUDIT-FILLED                   SECTION.
      *
      *  H400-AUDIT-FILLED LISTS A BACKORDER FILL - IN FULL, OR IN
      *    PART WITH A BALANCE STILL OWED - COUNTS IT, AND WRITES ITS
      *    VALUE MOVEMENT AS A SALE.
      *---------------------------------------------------------------

           PERFORM H500-CHECK-FILL-SECTION.

           IF      BKT-OPEN-QTY (BKO-IX) = ZERO
                   MOVE    'FILLED'        TO AUD-DISP
                   MOVE    SPACES          TO AUD-REASON
                   ADD     1               TO BKO-FILLED-CTR
           ELSE
                   MOVE    'PARTFILL'      TO AUD-DISP
                   MOVE    'BALANCE STILL OWED'
                                           TO AUD-REASON
                   ADD     1               TO BKO-PART-FILL-CTR
           END-IF.
           PERFORM F000-WRITE-AUDIT.
           ADD     SLS-QTY                 TO QTY-FILLED-TOTAL.

           MOVE    'SL'                    TO VMV-TYPE.
           PERFORM K000-WRITE-VALUE-MOVE.
           ADD     VMV-VALUE               TO VALUE-SOLD-TOTAL.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       H500-CHECK-FILL-SECTION             SECTION.
      *
      *  H500-CHECK-FILL-SECTION OPENS THE BACKORDER FILL SECTION OF
      *    THE AUDIT REPORT AHEAD OF ITS FIRST LINE, SO A NIGHT WITH
      *    NOTHING FILLED OR HELD PRINTS NO EMPTY SECTION.
      *---------------------------------------------------------------

           IF      NOT IN-FILL-SECTION
                   MOVE    '3'             TO AUDIT-SECTION-SW
                   MOVE    'BACKORDERS FILLED'
                                           TO STL-TITLE
                   PERFORM D000-START-SECTION
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       U000-CHECK-BACKORDERED              SECTION.
      *
      *  U000-CHECK-BACKORDERED SETS BKO-QUEUED-SW WHEN THE CURRENT
      *    SALE'S WAREHOUSE AND PART STILL HAVE A QUANTITY OWED ON
      *    THE BACKORDER TABLE.
      *---------------------------------------------------------------

           MOVE    'N'                     TO BKO-QUEUED-SW.
           PERFORM U100-MATCH-BACKORDER
                   VARYING BKO-IX FROM 1 BY 1
                   UNTIL BKO-IX > BKO-CNT OR BKO-QUEUED.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       U100-MATCH-BACKORDER                SECTION.
      *
      *  U100-MATCH-BACKORDER TESTS ONE TABLE ENTRY AGAINST THE
      *    CURRENT SALE'S KEY.
      *---------------------------------------------------------------

           IF      BKT-WHSE (BKO-IX) = SLS-WHSE
                   AND BKT-PART (BKO-IX) = SLS-PART
                   AND BKT-OPEN-QTY (BKO-IX) > ZERO
                   MOVE    'Y'             TO BKO-QUEUED-SW
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       G000-ADD-MONTH-BUCKET               SECTION.
      *
                   END-ADD
           END-IF.
           IF      SLS-MO = 11
                   ADD     SLS-QTY         TO QS-NOV-IN
                           ON SIZE ERROR PERFORM G100-BUCKET-OVERFLOW
                   END-ADD
           END-IF.
           IF      SLS-MO = 12
                   ADD     SLS-QTY         TO QS-DEC-IN
                           ON SIZE ERROR PERFORM G100-BUCKET-OVERFLOW
                   END-ADD
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       G100-BUCKET-OVERFLOW                SECTION.
      *
      *  G100-BUCKET-OVERFLOW MARKS THE SALE UNPOSTABLE WHEN THE
      *    MONTH BUCKET WOULD OVERFLOW.
      *---------------------------------------------------------------

           MOVE    'N'                     TO POST-OK-SW.
           MOVE    'MONTH BUCKET OVERFLOW'
                                           TO REJECT-REASON.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       G200-SUB-MONTH-BUCKET               SECTION.
      *
      *  G200-SUB-MONTH-BUCKET TAKES THE RETURN QUANTITY BACK OUT OF
      *    THE MONTH BUCKET NAMED BY THE ORIGINAL SALE DATE.  A
      *    RETURN LARGER THAN WHAT THE BUCKET HOLDS WOULD DRIVE IT
      *    BELOW ZERO - THE BUCKET IS LEFT UNCHANGED AND
      *    POST-OK-SW TURNED OFF, SO THE RETURN IS REJECTED.
      *---------------------------------------------------------------

           IF      QUANTITY-SOLD-IN NOT NUMERIC
                   MOVE    'N'             TO POST-OK-SW
                   MOVE    'MASTER QTY SOLD NOT NUMERIC'
                                           TO REJECT-REASON
                   GO TO   DEPART
           END-IF.

           IF      SLS-MO = 01
                   IF      SLS-QTY > QS-JAN-IN
                           PERFORM G300-BUCKET-SHORT
                   ELSE
                           SUBTRACT SLS-QTY FROM QS-JAN-IN
                   END-IF
           END-IF.
           IF      SLS-MO = 02
                   IF      SLS-QTY > QS-FEB-IN
                           PERFORM G300-BUCKET-SHORT
                   ELSE
                           SUBTRACT SLS-QTY FROM QS-FEB-IN
                   END-IF
           END-IF.
           IF      SLS-MO = 03
                   IF      SLS-QTY > QS-MAR-IN
                           PERFORM G300-BUCKET-SHORT
                   ELSE
                           SUBTRACT SLS-QTY FROM QS-MAR-IN
                   END-IF
           END-IF.
           IF      SLS-MO = 04
                   IF      SLS-QTY > QS-APR-IN
                           PERFORM G300-BUCKET-SHORT
                   ELSE
                           SUBTRACT SLS-QTY FROM QS-APR-IN
                   END-IF
           END-IF.
           IF      SLS-MO = 05
                   IF      SLS-QTY > QS-MAY-IN
                           PERFORM G300-BUCKET-SHORT
                   ELSE
                           SUBTRACT SLS-QTY FROM QS-MAY-IN
                   END-IF
           END-IF.
           IF      SLS-MO = 06
                   IF      SLS-QTY > QS-JUN-IN
                           PERFORM G300-BUCKET-SHORT
                   ELSE
                           SUBTRACT SLS-QTY FROM QS-JUN-IN
                   END-IF
           END-IF.
           IF      SLS-MO = 07
                   IF      SLS-QTY > QS-JUL-IN
                           PERFORM G300-BUCKET-SHORT
                   ELSE
                           SUBTRACT SLS-QTY FROM QS-JUL-IN
                   END-IF
           END-IF.
           IF      SLS-MO = 08
                   IF      SLS-QTY > QS-AUG-IN
                           PERFORM G300-BUCKET-SHORT
                   ELSE
                           SUBTRACT SLS-QTY FROM QS-AUG-IN
                   END-IF
           END-IF.
           IF      SLS-MO = 09
                   IF      SLS-QTY > QS-SEP-IN
                           PERFORM G300-BUCKET-SHORT
                   ELSE
                           SUBTRACT SLS-QTY FROM QS-SEP-IN
                   END-IF
           END-IF.
           IF      SLS-MO = 10
                   IF      SLS-QTY > QS-OCT-IN
                           PERFORM G300-BUCKET-SHORT
                   ELSE
                           SUBTRACT SLS-QTY FROM QS-OCT-IN
                   END-IF
           END-IF.
           IF      SLS-MO = 11
                   IF      SLS-QTY > QS-NOV-IN
                           PERFORM G300-BUCKET-SHORT
                   ELSE
                           SUBTRACT SLS-QTY FROM QS-NOV-IN
                   END-IF
           END-IF.
           IF      SLS-MO = 12
                   IF      SLS-QTY > QS-DEC-IN
                           PERFORM G300-BUCKET-SHORT
                   ELSE
                           SUBTRACT SLS-QTY FROM QS-DEC-IN
                   END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       G300-BUCKET-SHORT                   SECTION.
      *
      *  G300-BUCKET-SHORT MARKS THE RETURN UNPOSTABLE WHEN THE
      *    MONTH BUCKET HOLDS LESS THAN THE QUANTITY COMING BACK.
      *---------------------------------------------------------------

           MOVE    'N'                     TO POST-OK-SW.
           MOVE    'RETURN EXCEEDS MONTH SALES'
                                           TO REJECT-REASON.

       DEPART.
      *---------------------------------------------------------------
       F100-AUDIT-REJECT                   SECTION.
      *
      *  F100-AUDIT-REJECT LISTS THE CURRENT CARD AS REJECTED WITH
      *    THE REASON SET BY THE CALLER, COUNTS IT TO ITS SECTION,
      *    AND CARRIES THE FULL CARD WITH ITS REASON TO THE REJECT
      *    FILE FOR REPAIR AND RE-FEEDING.
      *---------------------------------------------------------------

           MOVE    'REJECTED'              TO AUD-DISP.
           MOVE    REJECT-REASON           TO AUD-REASON.
           PERFORM F000-WRITE-AUDIT.

           IF      IN-RETURN-SECTION
                   ADD     1               TO RETURNS-REJECT-CTR
                   IF      SLS-QTY-X NUMERIC
                           ADD SLS-QTY     TO QTY-RTN-REJECT-TOTAL
                   END-IF
           ELSE
                   ADD     1               TO SALES-REJECT-CTR
                   IF      SLS-QTY-X NUMERIC
                           ADD SLS-QTY     TO QTY-REJECT-TOTAL
                   END-IF
           END-IF.

           MOVE    SALE-REC                TO REJ-SALE-REC.
      *---------------------------------------------------------------
       F200-AUDIT-POSTED                   SECTION.
      *
      *  F200-AUDIT-POSTED LISTS THE CURRENT SALE AS POSTED, COUNTS
      *    IT, AND WRITES ITS VALUE MOVEMENT.
      *---------------------------------------------------------------

           MOVE    'POSTED'                TO AUD-DISP.
           PERFORM F000-WRITE-AUDIT.
           ADD     1                       TO SALES-POSTED-CTR.

           MOVE    'SL'                    TO VMV-TYPE.
           PERFORM K000-WRITE-VALUE-MOVE.
           ADD     VMV-VALUE               TO VALUE-SOLD-TOTAL.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       F300-AUDIT-RETURNED                 SECTION.
      *
      *  F300-AUDIT-RETURNED LISTS THE CURRENT RETURN AS POSTED -
      *    RESTOCKED OR DAMAGED - COUNTS IT, ADDS IT TO THE MATCHING
      *    RETURNS HASH TOTAL, AND WRITES ITS VALUE MOVEMENT.
      *---------------------------------------------------------------

           IF      RTN-RESALEABLE
                   MOVE    'RESTOCK'       TO AUD-DISP
                   MOVE    'RESALEABLE - BACK ON HAND'
                                           TO AUD-REASON
                   ADD     SLS-QTY         TO QTY-RESTOCKED-TOTAL
                   MOVE    'RR'            TO VMV-TYPE
           ELSE
                   MOVE    'DAMAGED'       TO AUD-DISP
                   MOVE    'DAMAGED - NOT BACK ON HAND'
                                           TO AUD-REASON
                   ADD     SLS-QTY         TO QTY-DAMAGED-TOTAL
                   MOVE    'RD'            TO VMV-TYPE
           END-IF.
           PERFORM F000-WRITE-AUDIT.
           ADD     1                       TO RETURNS-POSTED-CTR.

           PERFORM K000-WRITE-VALUE-MOVE.
           IF      RTN-RESALEABLE
                   ADD     VMV-VALUE       TO VALUE-RESTOCKED-TOTAL
           ELSE
                   ADD     VMV-VALUE       TO VALUE-DAMAGED-TOTAL
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       D000-START-SECTION                  SECTION.
      *
      *  D000-START-SECTION OPENS THE RETURNS OR THE BACKORDER FILL
      *    SECTION OF THE AUDIT REPORT - THE SECTION TITLE SET BY
      *    THE CALLER AND A FRESH COLUMN HEADING UNDER THE LAST LINE
      *    OF THE SECTION BEFORE, OR A NEW PAGE WHEN THERE IS NO
      *    ROOM LEFT.
      *---------------------------------------------------------------

           IF      FIRST-AUDIT OR AUDIT-LINE-CTR > 50
                   MOVE    'N'             TO FIRST-AUDIT-SW
                   PERFORM W000-WRITE-HEADING
           ELSE
                   WRITE   POST-AUDIT-REC  FROM SECTION-TITLE-LINE
                           AFTER ADVANCING 3 LINES
                   WRITE   POST-AUDIT-REC  FROM AUDIT-COLHDG
                           AFTER ADVANCING 2 LINES
                   ADD     5               TO AUDIT-LINE-CTR
           END-IF.

       DEPART.
           EXIT.
      /
           WRITE   POST-AUDIT-REC          FROM AUDIT-HEADING
                   AFTER ADVANCING TOP-OF-PAGE.

      *  SECTION TITLE - RETURNS AND FILL SECTION PAGES ONLY
           IF      NOT IN-SALES-SECTION
                   WRITE   POST-AUDIT-REC  FROM SECTION-TITLE-LINE
                           AFTER ADVANCING 2 LINES
           END-IF.

      *  COLUMN HEADING
           WRITE   POST-AUDIT-REC          FROM AUDIT-COLHDG
                   AFTER ADVANCING 2 LINES.

      *  INIT LINE-CTR
           MOVE    3                       TO AUDIT-LINE-CTR.
           IF      NOT IN-SALES-SECTION
                   ADD     2               TO AUDIT-LINE-CTR
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Y000-PRINT-BATCH-REPORT             SECTION.
      *
      *  Y000-PRINT-BATCH-REPORT LISTS EVERY BATCH ON THE FEED WITH
      *    ITS DISPOSITION, THEN THE FEED TOTALS.  CARDS RELEASED TO
      *    POSTING AGREES WITH THE SALES AND RETURN CARDS READ ON THE
      *    AUDIT REPORT; EVERY OTHER DETAIL CARD WAS REFUSED OR IS ON
      *    THE HOLD FILE.
      *--------------------------------------------------------------

           PERFORM Y200-WRITE-BATCH-HEADING.

           PERFORM Y100-PRINT-ONE-BATCH
                   VARYING BAT-IX FROM 1 BY 1
                   UNTIL BAT-IX > BAT-CNT.

      *  A BATCH PAST THE END OF THE TABLE WAS NEVER BALANCED AND IS
      *    ON THE HOLD FILE WITH THE OTHERS.
           ADD     BAT-OVERFLOW-CTR        TO BATCH-HELD-CTR.

           MOVE    'BATCHES ON FEED'       TO AUD-CTR-LABEL.
           COMPUTE AUD-CTR-VALUE = BAT-CNT + BAT-OVERFLOW-CTR.
           WRITE   BATCH-REPORT-REC        FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 3 LINES.

           MOVE    'BATCHES ACCEPTED'      TO AUD-CTR-LABEL.
           MOVE    BATCH-ACCEPT-CTR        TO AUD-CTR-VALUE.
           WRITE   BATCH-REPORT-REC        FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'BATCHES REFUSED AS DUPLICATES'
                                           TO AUD-CTR-LABEL.
           MOVE    BATCH-REFUSE-CTR        TO AUD-CTR-VALUE.
           WRITE   BATCH-REPORT-REC        FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'BATCHES HELD OUT'      TO AUD-CTR-LABEL.
           MOVE    BATCH-HELD-CTR          TO AUD-CTR-VALUE.
           WRITE   BATCH-REPORT-REC        FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           IF      BAT-OVERFLOW-CTR > ZERO
                   MOVE    'HELD PAST FULL TABLE'
                                           TO AUD-CTR-LABEL
                   MOVE    BAT-OVERFLOW-CTR
                                           TO AUD-CTR-VALUE
                   WRITE   BATCH-REPORT-REC
                                           FROM AUDIT-COUNT-LINE
                           AFTER ADVANCING 1 LINE
           END-IF.

           MOVE    'CARDS RELEASED TO POSTING'
                                           TO AUD-CTR-LABEL.
           MOVE    CARDS-RELEASED-CTR      TO AUD-CTR-VALUE.
           WRITE   BATCH-REPORT-REC        FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE    'QUANTITY RELEASED TO POSTING'
                                           TO AUD-CTR-LABEL.
           MOVE    QTY-RELEASED-TOTAL      TO AUD-CTR-VALUE.
           WRITE   BATCH-REPORT-REC        FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'CARDS REFUSED AS DUPLICATES'
                                           TO AUD-CTR-LABEL.
           MOVE    CARDS-REFUSED-CTR       TO AUD-CTR-VALUE.
           WRITE   BATCH-REPORT-REC        FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'CARDS SET ASIDE ON HOLD FILE'
                                           TO AUD-CTR-LABEL.
           MOVE    CARDS-HELD-CTR          TO AUD-CTR-VALUE.
           WRITE   BATCH-REPORT-REC        FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'CARDS OUTSIDE ANY BATCH'
                                           TO AUD-CTR-LABEL.
           MOVE    CARDS-ORPHAN-CTR        TO AUD-CTR-VALUE.
           WRITE   BATCH-REPORT-REC        FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'BATCH HISTORY BROUGHT FORWARD'
                                           TO AUD-CTR-LABEL.
           MOVE    HIST-READ-CTR           TO AUD-CTR-VALUE.
           WRITE   BATCH-REPORT-REC        FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE    'BATCH HISTORY WRITTEN' TO AUD-CTR-LABEL.
           MOVE    HIST-WRITTEN-CTR        TO AUD-CTR-VALUE.
           WRITE   BATCH-REPORT-REC        FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Y100-PRINT-ONE-BATCH                SECTION.
      *
      *  Y100-PRINT-ONE-BATCH LISTS ONE TABLED BATCH - THE TRAILER'S
      *    FIGURES BESIDE WHAT WAS READ, AND WHAT BECAME OF IT - AND
      *    COUNTS IT.
      *--------------------------------------------------------------

           IF      BATCH-LINE-CTR > 56
                   PERFORM Y200-WRITE-BATCH-HEADING
           END-IF.

           MOVE    BAT-REG-ID (BAT-IX)     TO BL-REG-ID.
           MOVE    BAT-BATCH-NO (BAT-IX)   TO BL-BATCH-NO.
           MOVE    SPACES                  TO BL-BUS-DATE.
           MOVE    BAT-BUS-DATE (BAT-IX)   TO BUS-DATE-WORK.
           STRING  BDW-MO                  DELIMITED BY SIZE
                   '-'                     DELIMITED BY SIZE
                   BDW-DAY                 DELIMITED BY SIZE
                   '-'                     DELIMITED BY SIZE
                   BDW-YR                  DELIMITED BY SIZE
                   INTO BL-BUS-DATE.
           MOVE    BAT-TRL-CARDS (BAT-IX)  TO BL-TRL-CARDS.
           MOVE    BAT-READ-CARDS (BAT-IX) TO BL-READ-CARDS.
           MOVE    BAT-TRL-QTY (BAT-IX)    TO BL-TRL-QTY.
           MOVE    BAT-READ-QTY (BAT-IX)   TO BL-READ-QTY.

           IF      BAT-ACCEPTED (BAT-IX)
                   MOVE    'ACCEPTED - POSTED'
                                           TO BL-DISP
                   ADD     1               TO BATCH-ACCEPT-CTR
           END-IF.
           IF      BAT-DUPLICATE (BAT-IX)
                   MOVE    'REFUSED - ALREADY POSTED'
                                           TO BL-DISP
                   ADD     1               TO BATCH-REFUSE-CTR
           END-IF.
           IF      BAT-OUT-OF-BALANCE (BAT-IX)
                   MOVE    'HELD - OUT OF BALANCE'
                                           TO BL-DISP
                   ADD     1               TO BATCH-HELD-CTR
           END-IF.
           IF      BAT-NO-TRAILER (BAT-IX)
                   MOVE    'HELD - NO TRAILER'
                                           TO BL-DISP
                   ADD     1               TO BATCH-HELD-CTR
           END-IF.
           IF      BAT-WRONG-TRAILER (BAT-IX)
                   MOVE    'HELD - TRAILER NOT THIS BATCH'
                                           TO BL-DISP
                   ADD     1               TO BATCH-HELD-CTR
           END-IF.
           IF      BAT-BAD-HEADER (BAT-IX)
                   MOVE    'HELD - HEADER INVALID'
                                           TO BL-DISP
                   ADD     1               TO BATCH-HELD-CTR
           END-IF.

           WRITE   BATCH-REPORT-REC        FROM BATCH-LINE
                   AFTER ADVANCING 1 LINE.
           ADD     1                       TO BATCH-LINE-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Y200-WRITE-BATCH-HEADING            SECTION.
      *
      *  Y200-WRITE-BATCH-HEADING PRINTS THE BATCH BALANCING REPORT
      *    AND COLUMN HEADINGS AND SETS THE LINE COUNTER TO 3.
      *--------------------------------------------------------------

           WRITE   BATCH-REPORT-REC        FROM BATCH-HEADING
                   AFTER ADVANCING TOP-OF-PAGE.

           WRITE   BATCH-REPORT-REC        FROM BATCH-COLHDG
                   AFTER ADVANCING 2 LINES.

           MOVE    3                       TO BATCH-LINE-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       K000-WRITE-VALUE-MOVE               SECTION.
      *
      *  K000-WRITE-VALUE-MOVE WRITES THE VALUE MOVEMENT FOR THE
      *    QUANTITY JUST POSTED TO THE MASTER RECORD IN HAND, AS THE
      *    TYPE SET BY THE CALLER.  IT IS PRICED AT UNIT-PRICE-IN; A
      *    PRICE THAT IS NOT NUMERIC VALUES IT AT ZERO, AND A VALUE
      *    TOO LARGE FOR THE FIELD IS PEGGED AT ITS LIMIT.
      *---------------------------------------------------------------

           MOVE    'PROGRAM11'             TO VMV-SOURCE.
           MOVE    SPACES                  TO VMV-DETAIL.
           MOVE    SLS-WHSE                TO VMV-WHSE.
           MOVE    SLS-PART                TO VMV-PART.
           MOVE    RUN-DATE-YMD            TO VMV-DATE.
           MOVE    SLS-QTY                 TO VMV-QTY.

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
      *    IT.  A RUN THAT POSTED NOTHING STILL WRITES ONE.
      *---------------------------------------------------------------

           MOVE    'PROGRAM11'             TO VMV-SOURCE.
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
       Z000-FINISH                         SECTION.
      *
      *  Z000-FINISH WRITES THE NEW BACKORDER GENERATION, PRINTS
      *    THE RUN TOTALS AT THE FOOT OF THE AUDIT REPORT AND CLOSES
      *    THE FILES.  CARDS READ = POSTED + BACKORDERED + REJECTED,
      *    AND THE QUANTITY HASH TOTALS, ARE THE CONTROL FIGURES THAT
      *    PROVE EVERY SALE LANDED SOMEWHERE.
      *--------------------------------------------------------------

      *  EVERY BACKORDER STILL OWED GOES TO THE NEW GENERATION, THEN
      *    WHATEVER OF THE OLD ONE THE TABLE HAD NO ROOM FOR.
           PERFORM Z200-WRITE-ONE-BACKORDER
                   VARYING BKO-IX FROM 1 BY 1
                   UNTIL BKO-IX > BKO-CNT.

           PERFORM Z300-COPY-OVERFLOW
                   UNTIL BKO-EOF.

           CLOSE   BACKORDER-IN-FILE
                   BACKORDER-OUT-FILE.

      *  TONIGHT'S ACCEPTED BATCHES GO ON THE END OF THE NEW BATCH-
      *    HISTORY GENERATION SO A SECOND FEED OF THEM IS REFUSED,
      *    THEN THE BATCH BALANCING REPORT IS PRINTED.
           PERFORM Z400-WRITE-ONE-HISTORY
                   VARYING BAT-IX FROM 1 BY 1
                   UNTIL BAT-IX > BAT-CNT.

           CLOSE   BATCH-HIST-OUT-FILE
                   BATCH-HOLD-FILE.

           PERFORM Y000-PRINT-BATCH-REPORT.

           CLOSE   BATCH-REPORT-FILE.

      *  ANYTHING REFUSED OR HELD OUT OF THE POSTING NEEDS LOOKING
      *    AT BEFORE THE FEED IS FORGOTTEN - END WITH A WARNING.
           IF      BATCH-REFUSE-CTR > ZERO
                   OR BATCH-HELD-CTR > ZERO
                   OR CARDS-ORPHAN-CTR > ZERO
                   DISPLAY 'PROGRAM11 - REGISTER BATCHES REFUSED OR '
                           'HELD - SEE BATCH BALANCING REPORT'
                   MOVE    4               TO RETURN-CODE
           END-IF.

      *  A RUN WITH NO SALES AT ALL STILL GETS A HEADED PAGE SO THE
      *    TOTALS NEVER PRINT INTO A BLANK SYSOUT.
           IF      FIRST-AUDIT
           WRITE   POST-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'SALES BACKORDERED'     TO AUD-CTR-LABEL.
           MOVE    SALES-BACKORD-CTR       TO AUD-CTR-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'SALES REJECTED'        TO AUD-CTR-LABEL.
           MOVE    SALES-REJECT-CTR        TO AUD-CTR-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-COUNT-LINE
           WRITE   POST-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'QUANTITY BACKORDERED'  TO AUD-CTR-LABEL.
           MOVE    QTY-BACKORD-TOTAL       TO AUD-CTR-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'QUANTITY REJECTED (NUMERIC)'
                                           TO AUD-CTR-LABEL.
           MOVE    QTY-REJECT-TOTAL        TO AUD-CTR-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

      *  THE RETURNS SECTION'S OWN CONTROL FIGURES - RETURN CARDS
      *    READ = POSTED + REJECTED, AND POSTED QUANTITY SPLIT INTO
      *    RESTOCKED AND DAMAGED.
           MOVE    'RETURN CARDS READ'     TO AUD-CTR-LABEL.
           MOVE    RETURNS-READ-CTR        TO AUD-CTR-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE    'RETURNS POSTED'        TO AUD-CTR-LABEL.
           MOVE    RETURNS-POSTED-CTR      TO AUD-CTR-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'RETURNS REJECTED'      TO AUD-CTR-LABEL.
           MOVE    RETURNS-REJECT-CTR      TO AUD-CTR-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'QUANTITY RESTOCKED'    TO AUD-CTR-LABEL.
           MOVE    QTY-RESTOCKED-TOTAL     TO AUD-CTR-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'QUANTITY RETURNED DAMAGED'
                                           TO AUD-CTR-LABEL.
           MOVE    QTY-DAMAGED-TOTAL       TO AUD-CTR-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'RETURN QTY REJECTED (NUMERIC)'
                                           TO AUD-CTR-LABEL.
           MOVE    QTY-RTN-REJECT-TOTAL    TO AUD-CTR-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

      *  THE BACKORDER FIGURES - WHAT CAME IN ON THE OLD GENERATION,
      *    WHAT THE FILL PASS SHIPPED, AND WHAT IS STILL OWED ON THE
      *    NEW ONE.
           MOVE    'BACKORDERS BROUGHT FORWARD'
                                           TO AUD-CTR-LABEL.
           MOVE    BKO-READ-CTR            TO AUD-CTR-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE    'BACKORDERS FILLED'     TO AUD-CTR-LABEL.
           MOVE    BKO-FILLED-CTR          TO AUD-CTR-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'BACKORDERS PART FILLED'
                                           TO AUD-CTR-LABEL.
           MOVE    BKO-PART-FILL-CTR       TO AUD-CTR-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'BACKORDERS HELD'       TO AUD-CTR-LABEL.
           MOVE    BKO-HELD-CTR            TO AUD-CTR-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'QUANTITY FILLED'       TO AUD-CTR-LABEL.
           MOVE    QTY-FILLED-TOTAL        TO AUD-CTR-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'BACKORDERS CARRIED FORWARD'
                                           TO AUD-CTR-LABEL.
           MOVE    BKO-CARRIED-CTR         TO AUD-CTR-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'QUANTITY STILL OWED'   TO AUD-CTR-LABEL.
           MOVE    QTY-OWED-TOTAL          TO AUD-CTR-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           IF      BKO-OVERFLOW-CTR > ZERO
                   MOVE    'CARRIED PAST FULL TABLE'
                                           TO AUD-CTR-LABEL
                   MOVE    BKO-OVERFLOW-CTR
                                           TO AUD-CTR-VALUE
                   WRITE   POST-AUDIT-REC  FROM AUDIT-COUNT-LINE
                           AFTER ADVANCING 1 LINE
           END-IF.

      *  THE VALUE OF WHAT WAS POSTED - THE FIGURES THE GENERAL-
      *    LEDGER INTERFACE AGREES ITS JOURNAL TO.  THE VALUE FILE
      *    IS CLOSED OFF WITH ITS TRAILER CARRYING THE SAME COUNT
      *    AND TOTAL.
           MOVE    'VALUE SOLD AND FILLED' TO AUD-VAL-LABEL.
           MOVE    VALUE-SOLD-TOTAL        TO AUD-VAL-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-VALUE-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE    'VALUE RESTOCKED'       TO AUD-VAL-LABEL.
           MOVE    VALUE-RESTOCKED-TOTAL   TO AUD-VAL-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-VALUE-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'VALUE RETURNED DAMAGED'
                                           TO AUD-VAL-LABEL.
           MOVE    VALUE-DAMAGED-TOTAL     TO AUD-VAL-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-VALUE-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'VALUE MOVEMENTS WRITTEN'
                                           TO AUD-CTR-LABEL.
           MOVE    VALUE-MOVE-CTR          TO AUD-CTR-VALUE.
           WRITE   POST-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           PERFORM K100-WRITE-VALUE-TRAILER.

           CLOSE   POST-AUDIT-FILE
                   SALES-REJECT-FILE
                   VALUE-MOVE-FILE.

      *  STAMP THE SHARED RUN-CONTROL FILE SO THE DOWNSTREAM STEPS
      *    CAN SEE THIS RUN COMPLETED AND HOW IT ENDED.
           MOVE    SPACES                  TO RUN-CTL-REC.
           MOVE    'PROGRAM11'             TO RCT-PROGRAM.
           MOVE    SYS-DATE                TO RCT-RUN-DATE.
           MOVE    'SALES/BACKORD/BCHHIST(0)+VSAM'
                                           TO RCT-GENS-USED.
           MOVE    RETURN-CODE             TO RCT-RETURN-CODE.
           WRITE   RUN-CONTROL-REC         FROM RUN-CTL-REC.

           CLOSE   RUN-CONTROL-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Z200-WRITE-ONE-BACKORDER            SECTION.
      *
      *  Z200-WRITE-ONE-BACKORDER CARRIES ONE TABLE ENTRY THAT IS
      *    STILL OWED TO THE NEW GENERATION.  A FILLED ONE DROPS.
      *--------------------------------------------------------------

           IF      BKT-OPEN-QTY (BKO-IX) = ZERO
                   GO TO   DEPART
           END-IF.

           MOVE    SPACES                  TO BKO-REC.
           MOVE    BKT-SORT-KEY (BKO-IX)   TO BKO-SORT-KEY.
           MOVE    BKT-ORIG-QTY (BKO-IX)   TO BKO-ORIG-QTY.
           MOVE    BKT-OPEN-QTY (BKO-IX)   TO BKO-OPEN-QTY.
           MOVE    BKT-HELD-DATE (BKO-IX)  TO BKO-HELD-DATE.
           WRITE   BACKORDER-OUT-REC       FROM BKO-REC.

           ADD     1                       TO BKO-CARRIED-CTR.
           ADD     BKO-OPEN-QTY            TO QTY-OWED-TOTAL.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Z300-COPY-OVERFLOW                  SECTION.
      *
      *  Z300-COPY-OVERFLOW COPIES ONE BACKORDER THE TABLE HAD NO
      *    ROOM FOR STRAIGHT ACROSS TO THE NEW GENERATION.
      *--------------------------------------------------------------

           READ    BACKORDER-IN-FILE       INTO BKO-REC
                   AT END  MOVE 'Y'        TO BKO-EOF-SW
           END-READ.

           IF      BKO-EOF
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO BKO-READ-CTR.
           ADD     1                       TO BKO-OVERFLOW-CTR.
           ADD     1                       TO BKO-CARRIED-CTR.
           ADD     BKO-OPEN-QTY            TO QTY-OWED-TOTAL.
           WRITE   BACKORDER-OUT-REC       FROM BKO-REC.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Z400-WRITE-ONE-HISTORY              SECTION.
      *
      *  Z400-WRITE-ONE-HISTORY ADDS ONE ACCEPTED BATCH, WITH THE
      *    TRAILER FIGURES IT BALANCED TO AND TONIGHT'S DATE, TO THE
      *    NEW BATCH-HISTORY GENERATION.
      *--------------------------------------------------------------

           IF      NOT BAT-ACCEPTED (BAT-IX)
                   GO TO   DEPART
           END-IF.

           MOVE    SPACES                  TO BHR-REC.
           MOVE    BAT-REG-ID (BAT-IX)     TO BHR-REG-ID.
           MOVE    BAT-BATCH-NO (BAT-IX)   TO BHR-BATCH-NO.
           MOVE    BAT-BUS-DATE (BAT-IX)   TO BHR-BUS-DATE.
           MOVE    BAT-TRL-CARDS (BAT-IX)  TO BHR-CARD-CNT.
           MOVE    BAT-TRL-QTY (BAT-IX)    TO BHR-QTY-TOTAL.
           MOVE    RUN-DATE-YMD            TO BHR-POST-DATE.
           WRITE   BATCH-HIST-OUT-REC      FROM BHR-REC.

           ADD     1                       TO HIST-WRITTEN-CTR.

       DEPART.
           EXIT.
      *
