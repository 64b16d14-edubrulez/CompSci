      *    SAYS SO ON THE AUDIT REPORT; AN ACTION CARD MATCHING NO
      *    ORDER IS LISTED THE SAME WAY.
      *
      *  EVERY SHIPMENT AND EVERY RECEIPT IS ALSO WRITTEN TO THE
      *    VALUE-MOVEMENT FILE FOR THE GENERAL-LEDGER INTERFACE -
      *    THE SHIPPED SIDE AGAINST THE FROM-WAREHOUSE, THE RECEIVED
      *    SIDE AGAINST THE TO-WAREHOUSE.  BOTH SIDES ARE VALUED AT
      *    THE FROM-WAREHOUSE'S UNIT-PRICE-IN SO THE STOCK IN
      *    TRANSIT CLEARS AT THE VALUE IT LEFT AT.  THE FILE ENDS
      *    WITH A TRAILER CARRYING THIS RUN'S OWN COUNT AND VALUE,
      *    AND THE SAME FIGURES PRINT AT THE FOOT OF THE AUDIT
      *    REPORT.
      *
      *  FILES:
      *    TRANSFER-IN-FILE
      *    ACTION-CARD-FILE
      *    TRANSFER-OUT-FILE
      *    XFER-TRANS-FILE
      *    EXEC-AUDIT-FILE
      *    VALUE-MOVE-FILE
      *
      ****************************************************************

           SELECT TRANSFER-OUT-FILE        ASSIGN TO UT-S-XFROUT.
           SELECT XFER-TRANS-FILE          ASSIGN TO UT-S-XFRADJ.
           SELECT EXEC-AUDIT-FILE          ASSIGN TO UT-S-AUDIT.
           SELECT VALUE-MOVE-FILE          ASSIGN TO UT-S-VALOUT.
           SELECT RUN-CONTROL-FILE         ASSIGN TO UT-S-RUNCTL.

      /

       01  EXEC-AUDIT-REC                  PIC X(133).

      * VALUE-MOVE-FILE           ------->     OUTPUT
      *   ONE RECORD PER SHIPMENT AND PER RECEIPT, AT ITS VALUE, PLUS
      *   A CLOSING TRAILER - THIS RUN'S SHARE OF THE PERIOD'S
      *   MOVEMENTS FOR THE GENERAL-LEDGER INTERFACE.
       FD  VALUE-MOVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VALUE-MOVE-REC.

       01  VALUE-MOVE-REC                  PIC X(60).

      * RUN-CONTROL-FILE          ------->     INPUT, THEN EXTEND
      *   THE SHARED SUITE-WIDE RUN LOG.  SCANNED AT START-UP FOR
      *   THE LATEST PROGRAM10 STAMP - THE ORDERS THIS JOB WORKS
       77  ACTIONS-UNMATCHED-CTR           PIC 9(7)        VALUE ZERO.
       77  TRANS-WRITTEN-CTR               PIC 9(7)        VALUE ZERO.

      * VALUE TOTALS - WHAT WAS SHIPPED AND RECEIVED, AT THE FROM-
      *   WAREHOUSE PRICE, AND HOW MANY MOVEMENTS WENT TO THE VALUE
      *   FILE.  VALUE-MOVED-TOTAL IS BOTH, FOR THE FILE'S TRAILER.
       77  VALUE-SHIPPED-TOTAL             PIC 9(11)V99    VALUE ZERO.
       77  VALUE-RECEIVED-TOTAL            PIC 9(11)V99    VALUE ZERO.
       77  VALUE-MOVED-TOTAL               PIC 9(11)V99    VALUE ZERO.
       77  VALUE-MOVE-CTR                  PIC 9(7)        VALUE ZERO.

      * RUN-DATE-YMD IS TODAY IN YYYYMMDD - THE DATE A MOVEMENT IS
      *   MADE.  ACCEPT FROM DATE ONLY GIVES THE TWO-DIGIT YEAR; THE
      *   CENTURY IS FIXED AT 20.
       01  RUN-DATE-YMD.
           03 RUN-CC                       PIC XX    VALUE '20'.
           03 RUN-YY                       PIC XX.
           03 RUN-MO                       PIC XX.
           03 RUN-DAY                      PIC XX.

      * THE ACTION CARDS ARE TABLED AT START-UP AND MARKED OFF AS
      *   ORDERS CLAIM THEM.  TWO HUNDRED IS GENEROUS ROOM FOR ONE
      *   DAY'S DECISIONS; OVERFLOW IS COUNTED AND THE EXTRA CARDS
      *    AUDIT TRAIL.  THE LAYOUT IS KEPT IN COPYBOOK INVTRREC.
           COPY INVTRREC.

      * VMV-REC IS ONE VALUE MOVEMENT AS WRITTEN TO THE VALUE-MOVEMENT
      *    FILE.  THE LAYOUT IS KEPT IN COPYBOOK INVVMREC.
           COPY INVVMREC.

      * HEADING FOR THE AUDIT REPORT WITH DATE IN UPPER RIGHT CORNER
       01  AUDIT-HEADING.
           03 CC                           PIC X.
           03 AUD-CTR-VALUE                PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(95).

      * AUDIT-VALUE-LINE PRINTS ONE DOLLAR TOTAL AT THE FOOT OF THE
      *   AUDIT REPORT.
       01  AUDIT-VALUE-LINE.
           03 CC                           PIC X.
           03 AUD-VAL-LABEL                PIC X(30).
           03 AUD-VAL-VALUE                PIC ZZZZZZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC X(88).

      * RUN-CTL-REC IS ONE STAMP ON THE SHARED RUN-CONTROL FILE.
      *   THE LAYOUT IS KEPT IN COPYBOOK INVRCREC.
           COPY INVRCREC.
           MOVE            SYS-DAY         TO REPORT-DAY.
           MOVE            SYS-MONTH       TO REPORT-MONTH.
           MOVE            SYS-YEAR        TO REPORT-YEAR.
           MOVE            SYS-YEAR        TO RUN-YY.
           MOVE            SYS-MONTH       TO RUN-MO.
           MOVE            SYS-DAY         TO RUN-DAY.

           OPEN            INPUT           TRANSFER-IN-FILE
                           INPUT           ACTION-CARD-FILE
                           INPUT           INVENTORY-MASTER
                           OUTPUT          TRANSFER-OUT-FILE
                           OUTPUT          XFER-TRANS-FILE
                           OUTPUT          EXEC-AUDIT-FILE
                           OUTPUT          VALUE-MOVE-FILE.

           PERFORM         B100-LOAD-ONE-ACTION
                           UNTIL ACT-EOF.
       E100-SHIP-ORDER                     SECTION.
      *
      *  E100-SHIP-ORDER HONORS AN APPROVAL - WRITES THE FROM-SIDE
      *    ON-HAND ADJUSTMENT AND ITS VALUE MOVEMENT AND CARRIES THE
      *    ORDER FORWARD AS SHIPPED (IN TRANSIT).  AN APPROVAL THE
      *    STOCK CANNOT COVER HOLDS THE ORDER AT REQUESTED INSTEAD.
      *---------------------------------------------------------------

           MOVE    XFO-FROM-WHSE           TO GET-WHSE.
           MOVE    NEW-ONHAND-WORK         TO ADJ-ONHAND (ADJ-HIT-IX).
           MOVE    XFO-FROM-WHSE           TO TRANS-WHSE-WORK.
           PERFORM M000-WRITE-CHANGE-TRANS.
           MOVE    'XS'                    TO VMV-TYPE.
           PERFORM K000-WRITE-VALUE-MOVE.

      *  A SHIPPED ORDER IS RE-DATED TO THE DAY IT SHIPPED, SO ITS
      *    TIME IN TRANSIT IS MEASURED FROM THE SHIPMENT AND NOT FROM
      *    THE SUGGESTION.
           MOVE    'S'                     TO XFO-STATUS.
           MOVE    RUN-DATE-YMD            TO XFO-DATE.
           WRITE   TRANSFER-OUT-REC        FROM XFO-REC.

           MOVE    'SHIPPED'               TO AUD-DISP.
       E200-RECEIVE-ORDER                  SECTION.
      *
      *  E200-RECEIVE-ORDER HONORS A COMPLETION - WRITES THE
      *    TO-SIDE ON-HAND ADJUSTMENT AND ITS VALUE MOVEMENT AND
      *    CLOSES THE ORDER.  A TO-SIDE THAT CANNOT TAKE THE STOCK
      *    (MISSING RECORD, ON-HAND WOULD OVERFLOW) HOLDS THE ORDER IN
      *    TRANSIT.
      *---------------------------------------------------------------

           MOVE    XFO-TO-WHSE             TO GET-WHSE.
                                           TO ADJ-ONHAND (ADJ-HIT-IX)
                   MOVE    XFO-TO-WHSE     TO TRANS-WHSE-WORK
                   PERFORM M000-WRITE-CHANGE-TRANS
                   MOVE    'XR'            TO VMV-TYPE
                   PERFORM K000-WRITE-VALUE-MOVE
                   MOVE    'RECEIVED'      TO AUD-DISP
                   MOVE    SPACES          TO AUD-REASON
                   PERFORM F000-WRITE-AUDIT
       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       K000-WRITE-VALUE-MOVE               SECTION.
      *
      *  K000-WRITE-VALUE-MOVE WRITES THE VALUE MOVEMENT FOR THE SIDE
      *    OF THE ORDER JUST ADJUSTED - THE TYPE SET BY THE CALLER,
      *    THE WAREHOUSE NAMED IN TRANS-WHSE-WORK.  IT IS PRICED AT
      *    THE FROM-WAREHOUSE'S UNIT-PRICE-IN, READ FRESH FROM THE
      *    MASTER.  A MISSING RECORD OR A PRICE THAT IS NOT NUMERIC
      *    VALUES IT AT ZERO, AND A VALUE TOO LARGE FOR THE FIELD IS
      *    PEGGED AT ITS LIMIT.
      *---------------------------------------------------------------

           MOVE    XFO-FROM-WHSE           TO GET-WHSE.
           MOVE    XFO-PART                TO GET-PART.
           PERFORM R200-READ-MASTER-BY-KEY.

           MOVE    'PROGRAM14'             TO VMV-SOURCE.
           MOVE    SPACES                  TO VMV-DETAIL.
           MOVE    TRANS-WHSE-WORK         TO VMV-WHSE.
           MOVE    XFO-PART                TO VMV-PART.
           MOVE    RUN-DATE-YMD            TO VMV-DATE.
           MOVE    XFO-QTY                 TO VMV-QTY.

           IF      MSTR-FOUND AND UNIT-PRICE-IN NUMERIC
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

           IF      VMV-XFER-SHIPPED
                   ADD     VMV-VALUE       TO VALUE-SHIPPED-TOTAL
           ELSE
                   ADD     VMV-VALUE       TO VALUE-RECEIVED-TOTAL
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       K100-WRITE-VALUE-TRAILER            SECTION.
      *
      *  K100-WRITE-VALUE-TRAILER CLOSES OFF THE VALUE-MOVEMENT FILE
      *    WITH THIS RUN'S OWN COUNT AND VALUE OF THE MOVEMENTS ON
      *    IT.  A RUN THAT MOVED NOTHING STILL WRITES ONE.
      *---------------------------------------------------------------

           MOVE    'PROGRAM14'             TO VMV-SOURCE.
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
       D100-CARRY-ORDER                    SECTION.
      *
           WRITE   EXEC-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

      *  THE VALUE OF WHAT WAS SHIPPED AND RECEIVED - THE FIGURES
      *    THE GENERAL-LEDGER INTERFACE AGREES ITS JOURNAL TO.  THE
      *    VALUE FILE IS CLOSED OFF WITH ITS TRAILER CARRYING THE
      *    SAME COUNT AND TOTAL.
           MOVE    'VALUE SHIPPED'         TO AUD-VAL-LABEL.
           MOVE    VALUE-SHIPPED-TOTAL     TO AUD-VAL-VALUE.
           WRITE   EXEC-AUDIT-REC          FROM AUDIT-VALUE-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE    'VALUE RECEIVED'        TO AUD-VAL-LABEL.
           MOVE    VALUE-RECEIVED-TOTAL    TO AUD-VAL-VALUE.
           WRITE   EXEC-AUDIT-REC          FROM AUDIT-VALUE-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'VALUE MOVEMENTS WRITTEN'
                                           TO AUD-CTR-LABEL.
           MOVE    VALUE-MOVE-CTR          TO AUD-CTR-VALUE.
           WRITE   EXEC-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           PERFORM K100-WRITE-VALUE-TRAILER.

           CLOSE   TRANSFER-IN-FILE
                   INVENTORY-MASTER
                   TRANSFER-OUT-FILE
                   XFER-TRANS-FILE
                   EXEC-AUDIT-FILE
                   VALUE-MOVE-FILE.

      *  STAMP THE SHARED RUN-CONTROL FILE SO OPERATIONS CAN SEE
      *    THIS RUN COMPLETED AND HOW IT ENDED.
