      *
       IDENTIFICATION DIVISION.

       PROGRAM-ID.         PROGRAM21.
       AUTHOR.             ERICK NAVE.
       INSTALLATION.       PROGRAMMING APPLICATIONS WITH COBOL.
       DATE-WRITTEN.       9/02/26.
       DATE-COMPILED.
      *
      ****************************************************************
      *
      *REMARKS.
      *
      *  PROGRAM 21 IS THE NIGHTLY VENDOR RECEIPT POSTING RUN - THE
      *    RECEIVING DOCK'S COUNTERPART TO PROGRAM11'S SALES
      *    POSTING.  IT READS THE RECEIPT CARDS (ONE PER PACKING
      *    SLIP LINE - WAREHOUSE, PART, RECEIPT DATE, QUANTITY,
      *    PACKING-SLIP NUMBER), SORTS THEM INTO KEY AND DATE ORDER,
      *    AND APPLIES EACH RECEIPT DIRECTLY TO THE KEYED VSAM
      *    INVENTORY MASTER:
      *      - THE QUANTITY IS ADDED TO ON-HAND-QTY-IN
      *      - DATE-RECEIPT-IN IS ADVANCED WHEN THE RECEIPT IS NEWER
      *    SO NOBODY HAS TO HAND-KEY ON-HAND AND RECEIPT-DATE
      *    CHANGES THROUGH PROGRAM3 ANY MORE.
      *
      *  EVERY RECEIPT IS MATCHED TO ITS OPEN-SUGGESTION ENTRY AND
      *    THE QUANTITY RECEIVED IS ACCUMULATED ON THE ENTRY, SO THE
      *    SUGGESTION IS SETTLED BY WHAT ACTUALLY CAME IN RATHER
      *    THAN GUESSED FROM DATES AND ON-HAND LEVELS:
      *      PARTIAL - RECEIVED SO FAR IS STILL SHORT OF THE
      *                SUGGESTED QUANTITY.  THE ENTRY CARRIES TO THE
      *                NEW GENERATION WITH ITS RECEIVED QUANTITY.
      *      FULL    - RECEIVED SO FAR EQUALS THE SUGGESTED
      *                QUANTITY.  THE ENTRY IS CLOSED.
      *      OVER    - RECEIVED SO FAR PASSES THE SUGGESTED
      *                QUANTITY.  THE ENTRY IS CLOSED AND THE
      *                RECEIPT FLAGGED FOR THE BUYER.
      *
      *  EVERY RECEIPT, POSTED OR REJECTED, IS LISTED ON THE
      *    RECEIVING AUDIT REPORT WITH ITS DISPOSITION, AND THE RUN
      *    TOTALS AT THE FOOT (CARDS READ = POSTED + REJECTED, PLUS
      *    THE QUANTITY HASH TOTALS) PROVE EVERY RECEIPT LANDED
      *    SOMEWHERE.  A RECEIPT WITH NO MASTER RECORD, NO OPEN
      *    SUGGESTION, A BAD DATE OR QUANTITY, OR A QUANTITY THAT
      *    WOULD OVERFLOW ON-HAND IS REJECTED AND CARRIED, CARD
      *    PLUS REASON, ON THE REJECT FILE SO IT CAN BE REPAIRED
      *    AND RE-FED.  THE MASTER IS NEVER REWRITTEN FOR A
      *    REJECTED RECEIPT.
      *
      *  RUN BEFORE PROGRAM1 AND PROGRAM13.  THIS JOB READS THE
      *    LATEST OPEN-SUGGESTION GENERATION AND CATALOGS THE NEXT
      *    ONE, WHICH PROGRAM13 THEN PICKS UP AS ITS INPUT.  RUN
      *    PROGRAM22 AFTER IT SO THE STOCK RECEIVED GOES AGAINST
      *    THE OPEN BACKORDERS.
      *
      *  FILES:
      *    RECEIPT-DETAIL-FILE
      *    INVENTORY-MASTER
      *    OPEN-SUGGEST-IN-FILE
      *    OPEN-SUGGEST-OUT-FILE
      *    RECEIVING-AUDIT-FILE
      *    RECEIPT-REJECT-FILE
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
           SELECT RECEIPT-DETAIL-FILE      ASSIGN TO UT-S-RCPTIN.
      *    THE MASTER IS A KEYED VSAM FILE.  THE RECORD KEY RUNS FROM
      *    THE WAREHOUSE NUMBER THROUGH THE PART NUMBER AND TAKES IN
      *    THE TWO ALWAYS-BLANK FILLER BYTES BETWEEN THEM, SO THE KEY
      *    IS ONE CONTIGUOUS FIELD AND STILL ORDERS BY WAREHOUSE THEN
      *    PART.
           SELECT INVENTORY-MASTER        ASSIGN TO MASTER
                                           ORGANIZATION IS INDEXED
                                           ACCESS IS RANDOM
                                           RECORD KEY IS IMR-KEY.
           SELECT OPEN-SUGGEST-IN-FILE     ASSIGN TO UT-S-OSGIN.
           SELECT OPEN-SUGGEST-OUT-FILE    ASSIGN TO UT-S-OSGOUT.
           SELECT RECEIVING-AUDIT-FILE     ASSIGN TO UT-S-AUDIT.
           SELECT RECEIPT-REJECT-FILE      ASSIGN TO UT-S-REJECT.
           SELECT RUN-CONTROL-FILE         ASSIGN TO UT-S-RUNCTL.
           SELECT RECEIPT-SORT-FILE        ASSIGN TO UT-S-SORTWK.

      /
      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      *---------------------------------------------------------------
       FILE SECTION.
      *---------------------------------------------------------------

      * RECEIPT-DETAIL-FILE       ------->     INPUT
      *   ONE 80-BYTE CARD PER PACKING-SLIP LINE - WAREHOUSE IN
      *   COLUMNS 1-2, PART IN 3-7, RECEIPT DATE (YYYYMMDD) IN 8-15,
      *   QUANTITY IN 16-20, PACKING-SLIP NUMBER IN 21-30.  THE
      *   CARDS ARRIVE IN DOCK ORDER AND ARE SORTED INTO KEY AND
      *   DATE ORDER BEFORE BEING APPLIED.
       FD  RECEIPT-DETAIL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIPT-DETAIL-REC.

       01  RECEIPT-DETAIL-REC              PIC X(80).

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

      * OPEN-SUGGEST-IN-FILE      ------->     INPUT
      *   THE LATEST OPEN-SUGGESTION GENERATION - THE SUGGESTIONS
      *   THE RECEIPTS ARE MATCHED AGAINST.  THE DATASET MAY
      *   LEGITIMATELY BE EMPTY.
       FD  OPEN-SUGGEST-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPEN-SUGGEST-IN-REC.

       01  OPEN-SUGGEST-IN-REC             PIC X(30).

      * OPEN-SUGGEST-OUT-FILE     ------->     OUTPUT
      *   THE NEW OPEN-SUGGESTION GENERATION - EVERY ENTRY NOT
      *   CLOSED BY A FULL OR OVER RECEIPT, WITH ITS RECEIVED
      *   QUANTITY BROUGHT UP TO DATE.
       FD  OPEN-SUGGEST-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPEN-SUGGEST-OUT-REC.

       01  OPEN-SUGGEST-OUT-REC            PIC X(30).

      * RECEIVING-AUDIT-FILE      ------->     OUTPUT
      *   ONE LINE PER RECEIPT - POSTED OR REJECTED, WITH THE
      *   REASON - PLUS THE RUN TOTALS.
       FD  RECEIVING-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIVING-AUDIT-REC.

       01  RECEIVING-AUDIT-REC             PIC X(133).

      * RECEIPT-REJECT-FILE       ------->     OUTPUT
      *   EVERY REJECTED RECEIPT, FULL CARD IMAGE PLUS THE REASON -
      *   MACHINE-READABLE SO A REPAIRED CARD CAN BE RE-FED THROUGH
      *   THE NEXT RECEIVING RUN (THE FIRST 80 BYTES ARE THE CARD).
       FD  RECEIPT-REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIPT-REJECT-REC.

       01  RECEIPT-REJECT-REC              PIC X(110).

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

      * RECEIPT-SORT-FILE ORDERS THE RECEIPTS BY WAREHOUSE THEN PART
      *   THEN RECEIPT DATE, SO THE AUDIT REPORT READS IN KEY
      *   SEQUENCE AND A PART'S RECEIPTS APPLY IN DATE ORDER.
       SD  RECEIPT-SORT-FILE
           DATA RECORD IS RSORT-REC.

       01  RSORT-REC.
           03 RSRT-WHSE                    PIC XX.
           03 RSRT-PART                    PIC X(5).
           03 RSRT-DATE                    PIC X(8).
           03 FILLER                       PIC X(65).

      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------

       77  RCPT-EOF-SW                     PIC X           VALUE 'N'.
           88 RCPT-EOF                      VALUE 'Y'.
       77  OSG-EOF-SW                      PIC X           VALUE 'N'.
           88 OSG-EOF                       VALUE 'Y'.

      * MSTR-FOUND-SW SAYS WHETHER THE RANDOM READ FOR THE CURRENT
      *   RECEIPT'S KEY FOUND A MASTER RECORD.
       77  MSTR-FOUND-SW                   PIC X           VALUE 'N'.
           88 MSTR-FOUND                    VALUE 'Y'.

      * SUG-FOUND-SW SAYS WHETHER THE CURRENT RECEIPT'S KEY IS ON
      *   THE OPEN-SUGGESTION TABLE; SUG-IX IS LEFT POINTING AT THE
      *   ENTRY WHEN IT IS.
       77  SUG-FOUND-SW                    PIC X           VALUE 'N'.
           88 SUG-FOUND                     VALUE 'Y'.

      * VALID-RCPT-SW INDICATES WHETHER THE CURRENT RECEIPT CARD
      *   PASSED E000-VALIDATE-RECEIPT'S EDITS.
       77  VALID-RCPT-SW                   PIC X.
           88 VALID-RCPT                   VALUE 'Y'.
           88 INVALID-RCPT                 VALUE 'N'.

      * POST-OK-SW TURNS OFF WHEN THE RECEIPT CANNOT BE APPLIED TO
      *   THE MASTER RECORD IN HAND, SO THE REWRITE IS SKIPPED AND
      *   THE RECEIPT REJECTED.
       77  POST-OK-SW                      PIC X           VALUE 'Y'.
           88 POST-OK                       VALUE 'Y'.

      * FIRST-AUDIT-SW CONTROLS WHEN THE AUDIT REPORT HEADING IS
      *   WRITTEN - ONLY ONCE, AHEAD OF THE FIRST LINE.
       77  FIRST-AUDIT-SW                  PIC X           VALUE 'Y'.
           88 FIRST-AUDIT                   VALUE 'Y'.

      * AUDIT-LINE-CTR IS THE PAGE LINE COUNTER FOR THE AUDIT
      *   REPORT - THE SAME 56-LINE PAGE-OVERFLOW PATTERN THE OTHER
      *   PROGRAMS USE FOR THEIR LISTINGS.
       77  AUDIT-LINE-CTR                  VALUE ZEROS     PIC S99.

       77  REJECT-REASON                   PIC X(30)       VALUE SPACES.

      * RUN TOTALS FOR THE FOOT OF THE AUDIT REPORT.  THE QUANTITY
      *   HASH TOTALS ONLY TAKE IN CARDS WHOSE QUANTITY IS NUMERIC -
      *   A CARD REJECTED FOR A NON-NUMERIC QUANTITY IS IN THE CARD
      *   COUNTS ONLY.
       77  RCPT-READ-CTR                   PIC 9(7)        VALUE ZERO.
       77  RCPT-POSTED-CTR                 PIC 9(7)        VALUE ZERO.
       77  RCPT-PARTIAL-CTR                PIC 9(7)        VALUE ZERO.
       77  RCPT-FULL-CTR                   PIC 9(7)        VALUE ZERO.
       77  RCPT-OVER-CTR                   PIC 9(7)        VALUE ZERO.
       77  RCPT-REJECT-CTR                 PIC 9(7)        VALUE ZERO.
       77  QTY-POSTED-TOTAL                PIC 9(9)        VALUE ZERO.
       77  QTY-REJECT-TOTAL                PIC 9(9)        VALUE ZERO.

      * OPEN-SUGGESTION TOTALS - ENTRIES READ, CLOSED BY A FULL OR
      *   OVER RECEIPT, AND WRITTEN TO THE NEW GENERATION.
       77  SUG-READ-CTR                    PIC 9(7)        VALUE ZERO.
       77  SUG-CLOSED-CTR                  PIC 9(7)        VALUE ZERO.
       77  SUG-CARRIED-CTR                 PIC 9(7)        VALUE ZERO.

      * THE OPEN-SUGGESTION GENERATION IS TABLED SO EACH RECEIPT
      *   CAN BE MATCHED BY KEY AND ITS RECEIVED QUANTITY BUILT UP
      *   ACROSS SEVERAL PACKING SLIPS.  FIVE HUNDRED ENTRIES
      *   MATCHES THE TABLE PROGRAM1 AND PROGRAM13 CARRY.  AN ENTRY
      *   PAST THE LIMIT IS COPIED STRAIGHT TO THE NEW GENERATION,
      *   UNCHANGED, AND COUNTED - A RECEIPT FOR IT REJECTS AS
      *   UNMATCHED AND IS RE-FED ONCE THE TABLE IS RAISED, SO NO
      *   SUGGESTION IS EVER LOST.
      *   OST-CLOSED-SW IS SET WHEN A FULL OR OVER RECEIPT CLOSES
      *   THE ENTRY; A CLOSED ENTRY IS LEFT OFF THE NEW GENERATION.
       01  OPEN-SUG-TBL.
           03 OPEN-SUG-ENTRY               OCCURS 500 TIMES.
              05 OST-WHSE                  PIC XX.
              05 OST-PART                  PIC X(5).
              05 OST-DATE                  PIC X(8).
              05 OST-QTY                   PIC 9(6).
              05 OST-RCV-QTY               PIC 9(6).
              05 OST-CLOSED-SW             PIC X.
                 88 OST-CLOSED              VALUE 'Y'.

       77  SUG-CNT                         PIC 9(3)        VALUE ZERO.
       77  SUG-IX                          PIC 9(3)        VALUE ZERO.
       77  SUG-OVERFLOW-CTR                PIC 9(7)        VALUE ZERO.

      * MATCH-KEY BUILDS THE FULL 9-BYTE RECORD KEY FOR THE CURRENT
      *   RECEIPT - WAREHOUSE, THE TWO ALWAYS-BLANK BYTES, PART -
      *   READY TO MOVE INTO IMR-KEY FOR THE RANDOM READ.
       01  MATCH-KEY.
           03 MK-WHSE                      PIC XX.
           03 FILLER                       PIC XX  VALUE SPACES.
           03 MK-PART                      PIC X(5).

      * DR-DATE-WORK REARRANGES THE MASTER'S DATE OF LAST RECEIPT
      *   (MMDDYYYY) INTO YYYYMMDD SO IT COMPARES DIRECTLY AGAINST
      *   THE RECEIPT CARD'S DATE.
       01  DR-DATE-WORK.
           03 DRW-YR                       PIC X(4).
           03 DRW-MO                       PIC XX.
           03 DRW-DAY                      PIC XX.

      * DAYS-IN-MONTH-TBL IS USED TO EDIT THE RECEIPT DAY AGAINST
      *   THE NUMBER OF DAYS IN THE MONTH BEING CHECKED.  (FEBRUARY
      *   IS CARRIED AS 28 - LEAP YEAR IS NOT CONSIDERED.)
       01  DAYS-IN-MONTH-VALUES.
           05 FILLER                    PIC 9(2)        VALUE 31.
           05 FILLER                    PIC 9(2)        VALUE 28.
           05 FILLER                    PIC 9(2)        VALUE 31.
           05 FILLER                    PIC 9(2)        VALUE 30.
           05 FILLER                    PIC 9(2)        VALUE 31.
           05 FILLER                    PIC 9(2)        VALUE 30.
           05 FILLER                    PIC 9(2)        VALUE 31.
           05 FILLER                    PIC 9(2)        VALUE 31.
           05 FILLER                    PIC 9(2)        VALUE 30.
           05 FILLER                    PIC 9(2)        VALUE 31.
           05 FILLER                    PIC 9(2)        VALUE 30.
           05 FILLER                    PIC 9(2)        VALUE 31.
       01  DAYS-IN-MONTH REDEFINES DAYS-IN-MONTH-VALUES.
           05 DAYS-IN-MONTH-TBL         PIC 9(2)        OCCURS 12 TIMES.

      * RECEIPT-REC IS THE FIELD BREAKDOWN FOR ONE RECEIPT CARD.
      *   THE QUANTITY AND DATE PIECES ARE CARRIED AS PIC X WITH
      *   NUMERIC REDEFINITIONS SO THE EDITS AND THE ARITHMETIC CAN
      *   EACH USE THE VIEW THEY NEED.
       01  RECEIPT-REC.
           03 RCP-WHSE                     PIC XX.
           03 RCP-PART                     PIC X(5).
           03 RCP-DATE.
              05 RCP-YR-X                  PIC X(4).
              05 RCP-YR  REDEFINES RCP-YR-X
                                           PIC 9(4).
              05 RCP-MO-X                  PIC XX.
              05 RCP-MO  REDEFINES RCP-MO-X
                                           PIC 99.
              05 RCP-DAY-X                 PIC XX.
              05 RCP-DAY REDEFINES RCP-DAY-X
                                           PIC 99.
           03 RCP-QTY-X                    PIC X(5).
           03 RCP-QTY REDEFINES RCP-QTY-X  PIC 9(5).
           03 RCP-SLIP                     PIC X(10).
           03 FILLER                       PIC X(50).

      * OSG-REC IS ONE OPEN-SUGGESTION ENTRY AS READ FROM, OR
      *   WRITTEN TO, A GENERATION.  THE LAYOUT IS KEPT IN COPYBOOK
      *   INVOSREC.
           COPY INVOSREC.

      * INV-IN-REC IS THE FIELD BREAKDOWN FOR THE MASTER RECORD
      *    BEING POSTED TO.  THE LAYOUT IS KEPT IN COPYBOOK INVINREC.
           COPY INVINREC.

      * REJECT-OUT-REC IS THE NAMED LAYOUT BEHIND RECEIPT-REJECT-REC
      *   - THE FULL CARD IMAGE PLUS THE REASON IT WAS REJECTED.
       01  REJECT-OUT-REC.
           03 REJ-RCPT-REC                 PIC X(80).
           03 REJ-REASON                   PIC X(30).

      * HEADING FOR THE AUDIT REPORT WITH DATE IN UPPER RIGHT CORNER
       01  AUDIT-HEADING.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(15).
           03 FILLER                       PIC X(36)
              VALUE 'VENDOR RECEIPT POSTING - AUDIT'.
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
       01  AUDIT-COLHDG.
           03 CC                           PIC X.
           03 FILLER       VALUE 'WHSE'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER       VALUE 'PART'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER                       PIC X(9)
              VALUE 'RCPT DATE'.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER       VALUE 'QTY'     PIC XXX.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 FILLER                       PIC X(12)
              VALUE 'PACKING SLIP'.
           03 FILLER                       PIC X(9)
              VALUE 'SUGG QTY'.
           03 FILLER                       PIC X(9)
              VALUE 'RCVD QTY'.
           03 FILLER                       PIC X(11)
              VALUE 'DISPOSITION'.
           03 FILLER       VALUE 'REASON'  PIC X(6).
           03 FILLER       VALUE SPACES    PIC X(52).

      * AUDIT-LINE IS ONE DETAIL LINE ON THE AUDIT REPORT - THE
      *   RECEIPT'S KEY, DATE, QUANTITY AND SLIP, THE SUGGESTION IT
      *   WAS MATCHED TO WITH THE QUANTITY RECEIVED AGAINST IT SO
      *   FAR, AND THE DISPOSITION.
       01  AUDIT-LINE.
           03 CC                           PIC X.
           03 AUD-WHSE                     PIC XX.
           03 FILLER       VALUE SPACES    PIC X(5).
           03 AUD-PART                     PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 AUD-DATE                     PIC X(10).
           03 FILLER       VALUE SPACES    PIC XX.
           03 AUD-QTY                      PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 AUD-SLIP                     PIC X(10).
           03 FILLER       VALUE SPACES    PIC XX.
           03 AUD-SUG-QTY                  PIC ZZZZZ9
                                           BLANK WHEN ZERO.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 AUD-RCV-QTY                  PIC ZZZZZ9
                                           BLANK WHEN ZERO.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 AUD-DISP                     PIC X(8).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 AUD-REASON                   PIC X(30).
           03 FILLER       VALUE SPACES    PIC X(28).

      * AUDIT-COUNT-LINE PRINTS ONE RUN TOTAL AT THE FOOT OF THE
      *   AUDIT REPORT - THE LABEL IS RE-MOVED FOR EACH COUNT.
       01  AUDIT-COUNT-LINE.
           03 CC                           PIC X.
           03 AUD-CTR-LABEL                PIC X(30).
           03 AUD-CTR-VALUE                PIC ZZZZZZZZ9.
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
      *     RECEIPTS ARE SORTED INTO KEY AND DATE ORDER AND APPLIED
      *     TO THE MASTER AS THE SORT'S OUTPUT PROCEDURE.
      *--------------------------------------------------------------

           PERFORM         B000-INIT.

           SORT            RECEIPT-SORT-FILE
                            ON ASCENDING KEY RSRT-WHSE
                                             RSRT-PART
                                             RSRT-DATE
                            USING  RECEIPT-DETAIL-FILE
                            OUTPUT PROCEDURE Q000-POST-RECEIPTS.

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

      *  OPEN THE AUDIT REPORT, THE REJECT FILE, AND BOTH OPEN-
      *    SUGGESTION GENERATIONS.  THE MASTER AND RECEIPT FILES
      *    ARE HANDLED BY THE SORT AND BY Q000-POST-RECEIPTS.
           OPEN            OUTPUT          RECEIVING-AUDIT-FILE
                           OUTPUT          RECEIPT-REJECT-FILE
                           INPUT           OPEN-SUGGEST-IN-FILE
                           OUTPUT          OPEN-SUGGEST-OUT-FILE.

      *  TABLE THE OPEN SUGGESTIONS THE RECEIPTS ARE MATCHED TO.
           PERFORM         B100-LOAD-OPEN-SUGGEST.

           CLOSE           OPEN-SUGGEST-IN-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B100-LOAD-OPEN-SUGGEST              SECTION.
      *
      *  B100-LOAD-OPEN-SUGGEST READS THE LATEST OPEN-SUGGESTION
      *    GENERATION INTO OPEN-SUG-TBL.
      *--------------------------------------------------------------

           MOVE            'N'             TO OSG-EOF-SW.
           PERFORM         B110-LOAD-ONE-ENTRY
                           UNTIL OSG-EOF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B110-LOAD-ONE-ENTRY                 SECTION.
      *
      *  B110-LOAD-ONE-ENTRY TABLES ONE OPEN-SUGGESTION ENTRY.  AN
      *    ENTRY WRITTEN BEFORE THE RECEIVED QUANTITY WAS KEPT
      *    CARRIES SPACES THERE, AND IS TABLED AS NOTHING RECEIVED.
      *    AN ENTRY PAST THE TABLE LIMIT IS COPIED STRAIGHT TO THE
      *    NEW GENERATION SO IT IS NEVER LOST.
      *--------------------------------------------------------------

           READ    OPEN-SUGGEST-IN-FILE    INTO OSG-REC
                   AT END  MOVE 'Y'        TO OSG-EOF-SW
           END-READ.

           IF      OSG-EOF
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO SUG-READ-CTR.

           IF      SUG-CNT < 500
                   ADD     1               TO SUG-CNT
                   MOVE    OSG-WHSE        TO OST-WHSE (SUG-CNT)
                   MOVE    OSG-PART        TO OST-PART (SUG-CNT)
                   MOVE    OSG-DATE        TO OST-DATE (SUG-CNT)
                   MOVE    OSG-QTY         TO OST-QTY (SUG-CNT)
                   MOVE    'N'             TO OST-CLOSED-SW (SUG-CNT)
                   IF      OSG-RCV-QTY NUMERIC
                           MOVE OSG-RCV-QTY
                                           TO OST-RCV-QTY (SUG-CNT)
                   ELSE
                           MOVE ZERO       TO OST-RCV-QTY (SUG-CNT)
                   END-IF
           ELSE
                   ADD     1               TO SUG-OVERFLOW-CTR
                   ADD     1               TO SUG-CARRIED-CTR
                   WRITE   OPEN-SUGGEST-OUT-REC FROM OSG-REC
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Q000-POST-RECEIPTS                  SECTION.
      *
      *  Q000-POST-RECEIPTS IS THE RECEIPT SORT'S OUTPUT PROCEDURE.
      *    IT TAKES THE SORTED RECEIPTS ONE AT A TIME AND APPLIES
      *    EACH DIRECTLY TO THE MASTER BY KEY.
      *--------------------------------------------------------------

           OPEN            I-O             INVENTORY-MASTER.

           PERFORM         R100-RETURN-RECEIPT.

           PERFORM         C000-POST-ONE-RECEIPT
                           UNTIL RCPT-EOF.

           CLOSE           INVENTORY-MASTER.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       C000-POST-ONE-RECEIPT               SECTION.
      *
      *   THIS SECTION IS THE MAIN PROCESSING LOOP - ONE PASS PER
      *     RECEIPT.  THE CARD IS EDITED, THE MASTER IS READ BY THE
      *     RECEIPT'S KEY, THE OPEN SUGGESTION IS FOUND, THE RECEIPT
      *     IS APPLIED OR REJECTED, AND THE NEXT RECEIPT IS
      *     RETURNED.
      *--------------------------------------------------------------

           MOVE    ZERO                    TO AUD-SUG-QTY
                                              AUD-RCV-QTY.

           PERFORM E000-VALIDATE-RECEIPT.

           IF      INVALID-RCPT
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

           PERFORM U000-LOOKUP-OPEN-SUGGEST.

           IF      NOT SUG-FOUND
                   MOVE    'NO OPEN SUGGESTION FOR KEY'
                                           TO REJECT-REASON
                   PERFORM F100-AUDIT-REJECT
                   GO TO   DEPART-READ
           END-IF.

           PERFORM E100-APPLY-RECEIPT.

       DEPART-READ.
           PERFORM R100-RETURN-RECEIPT.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R100-RETURN-RECEIPT                 SECTION.
      *
      *  R100-RETURN-RECEIPT RETURNS THE NEXT SORTED RECEIPT INTO
      *    RECEIPT-REC.
      *---------------------------------------------------------------

           RETURN  RECEIPT-SORT-FILE       INTO RECEIPT-REC
                   AT END  MOVE 'Y'        TO RCPT-EOF-SW
           END-RETURN.

           IF      NOT RCPT-EOF
                   ADD     1               TO RCPT-READ-CTR
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R200-READ-MASTER-BY-KEY             SECTION.
      *
      *  R200-READ-MASTER-BY-KEY READS THE MASTER RECORD FOR THE
      *    CURRENT RECEIPT'S KEY INTO INV-IN-REC AND SETS
      *    MSTR-FOUND-SW.
      *---------------------------------------------------------------

           MOVE    RCP-WHSE                TO MK-WHSE.
           MOVE    RCP-PART                TO MK-PART.
           MOVE    MATCH-KEY               TO IMR-KEY.

           MOVE    'Y'                     TO MSTR-FOUND-SW.
           READ    INVENTORY-MASTER        INTO INV-IN-REC
                   INVALID KEY MOVE 'N'    TO MSTR-FOUND-SW
           END-READ.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E000-VALIDATE-RECEIPT               SECTION.
      *
      *  E000-VALIDATE-RECEIPT EDITS THE RECEIPT CARD.  THE KEY AND
      *    THE PACKING-SLIP NUMBER MUST BE NON-BLANK, THE QUANTITY
      *    NUMERIC AND NON-ZERO, AND THE RECEIPT DATE A VALID
      *    CALENDAR DATE - THE SAME DATE EDITS THE SALES POSTING
      *    APPLIES.  ANY EDIT FAILURE SETS INVALID-RCPT AND THE
      *    REASON.
      *---------------------------------------------------------------

           MOVE    'Y'                     TO VALID-RCPT-SW.
           MOVE    SPACES                  TO REJECT-REASON.

           IF      RCP-WHSE = SPACES OR RCP-PART = SPACES
                   MOVE    'N'             TO VALID-RCPT-SW
                   MOVE    'RECEIPT KEY BLANK'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-RCPT AND RCP-SLIP = SPACES
                   MOVE    'N'             TO VALID-RCPT-SW
                   MOVE    'PACKING SLIP BLANK'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-RCPT AND RCP-QTY-X NOT NUMERIC
                   MOVE    'N'             TO VALID-RCPT-SW
                   MOVE    'QUANTITY NOT NUMERIC'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-RCPT AND RCP-QTY = ZERO
                   MOVE    'N'             TO VALID-RCPT-SW
                   MOVE    'QUANTITY ZERO'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-RCPT AND RCP-YR-X NOT NUMERIC
                   MOVE    'N'             TO VALID-RCPT-SW
                   MOVE    'RECEIPT YEAR NOT NUMERIC'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-RCPT
                   IF      RCP-YR < 1900 OR RCP-YR > 2099
                           MOVE    'N'     TO VALID-RCPT-SW
                           MOVE    'RECEIPT YEAR INVALID'
                                           TO REJECT-REASON
                   END-IF
           END-IF.

           IF      VALID-RCPT AND RCP-MO-X NOT NUMERIC
                   MOVE    'N'             TO VALID-RCPT-SW
                   MOVE    'RECEIPT MONTH NOT NUMERIC'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-RCPT AND RCP-DAY-X NOT NUMERIC
                   MOVE    'N'             TO VALID-RCPT-SW
                   MOVE    'RECEIPT DAY NOT NUMERIC'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-RCPT
                   IF      RCP-MO < 1 OR RCP-MO > 12
                           MOVE    'N'     TO VALID-RCPT-SW
                           MOVE    'RECEIPT MONTH INVALID'
                                           TO REJECT-REASON
                   ELSE
                           IF      RCP-DAY < 1 OR
                                   RCP-DAY >
                                   DAYS-IN-MONTH-TBL (RCP-MO)
                                   MOVE    'N' TO VALID-RCPT-SW
                                   MOVE    'RECEIPT DAY INVALID'
                                           TO REJECT-REASON
                           END-IF
                   END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E100-APPLY-RECEIPT                  SECTION.
      *
      *  E100-APPLY-RECEIPT APPLIES THE RECEIPT TO THE MASTER
      *    RECORD READ FOR ITS KEY - ADDS THE QUANTITY TO ON-HAND
      *    AND ADVANCES THE DATE OF LAST RECEIPT WHEN THE RECEIPT
      *    IS NEWER.  THE CHANGES ARE MADE TO THE IN-STORAGE COPY
      *    ONLY; THE REWRITE HAPPENS ONLY WHEN EVERY PIECE APPLIED
      *    CLEANLY, AND THE OPEN SUGGESTION IS SETTLED ONLY ONCE
      *    THE REWRITE HAS TAKEN.
      *---------------------------------------------------------------

           MOVE    'Y'                     TO POST-OK-SW.

      *  THE FIVE-DIGIT ON-HAND FIELD WOULD ROLL OVER ON A RECEIPT
      *    THAT TAKES IT PAST 99999 - REJECT THE RECEIPT INSTEAD OF
      *    QUIETLY LOSING A HUNDRED THOUSAND UNITS.
           IF      ON-HAND-QTY-IN NOT NUMERIC
                   MOVE    'N'             TO POST-OK-SW
                   MOVE    'MASTER ON HAND NOT NUMERIC'
                                           TO REJECT-REASON
           ELSE
                   ADD     RCP-QTY         TO ON-HAND-QTY-IN
                           ON SIZE ERROR
                           MOVE 'N'        TO POST-OK-SW
                           MOVE 'ON HAND WOULD OVERFLOW'
                                           TO REJECT-REASON
                   END-ADD
           END-IF.

           IF      NOT POST-OK
                   PERFORM F100-AUDIT-REJECT
                   GO TO   DEPART
           END-IF.

      *  ADVANCE THE DATE OF LAST RECEIPT.  THE MASTER CARRIES IT
      *    MMDDYYYY, SO IT IS REARRANGED FOR THE COMPARE; A DATE
      *    THAT IS NOT NUMERIC IS SIMPLY REPLACED.
           MOVE    DR-YR-IN                TO DRW-YR.
           MOVE    DR-MO-IN                TO DRW-MO.
           MOVE    DR-DAY-IN               TO DRW-DAY.
           IF      DATE-RECEIPT-IN NOT NUMERIC
                   OR RCP-DATE > DR-DATE-WORK
                   MOVE    RCP-MO-X        TO DR-MO-IN
                   MOVE    RCP-DAY-X       TO DR-DAY-IN
                   MOVE    RCP-YR-X        TO DR-YR-IN
           END-IF.

           REWRITE INVENTORY-MASTER-REC    FROM INV-IN-REC
                   INVALID KEY
                   MOVE 'N'                TO POST-OK-SW
                   MOVE 'MASTER REWRITE FAILED'
                                           TO REJECT-REASON
           END-REWRITE.

           IF      POST-OK
                   PERFORM E200-SETTLE-SUGGESTION
                   ADD     RCP-QTY         TO QTY-POSTED-TOTAL
           ELSE
                   PERFORM F100-AUDIT-REJECT
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E200-SETTLE-SUGGESTION              SECTION.
      *
      *  E200-SETTLE-SUGGESTION ADDS THE RECEIPT INTO THE MATCHED
      *    ENTRY'S RECEIVED QUANTITY AND DECIDES WHAT IT WAS - A
      *    PARTIAL, FULL, OR OVER RECEIPT.  FULL AND OVER CLOSE THE
      *    ENTRY.  A FURTHER SLIP FOR A KEY ALREADY CLOSED EARLIER
      *    IN THE RUN CAN ONLY BE AN OVER RECEIPT.
      *---------------------------------------------------------------

           ADD     RCP-QTY                 TO OST-RCV-QTY (SUG-IX)
                   ON SIZE ERROR
                   MOVE 999999             TO OST-RCV-QTY (SUG-IX)
           END-ADD.

           MOVE    SPACES                  TO REJECT-REASON.

           IF      OST-RCV-QTY (SUG-IX) < OST-QTY (SUG-IX)
                   MOVE    'PARTIAL'       TO AUD-DISP
                   MOVE    'BALANCE STILL DUE'
                                           TO REJECT-REASON
                   ADD     1               TO RCPT-PARTIAL-CTR
           ELSE
           IF      OST-RCV-QTY (SUG-IX) = OST-QTY (SUG-IX)
                   AND NOT OST-CLOSED (SUG-IX)
                   MOVE    'FULL'          TO AUD-DISP
                   MOVE    'SUGGESTION CLOSED'
                                           TO REJECT-REASON
                   ADD     1               TO RCPT-FULL-CTR
           ELSE
                   MOVE    'OVER'          TO AUD-DISP
                   MOVE    'RECEIVED OVER SUGGESTION'
                                           TO REJECT-REASON
                   ADD     1               TO RCPT-OVER-CTR
           END-IF
           END-IF.

           IF      OST-RCV-QTY (SUG-IX) NOT < OST-QTY (SUG-IX)
                   AND NOT OST-CLOSED (SUG-IX)
                   MOVE    'Y'             TO OST-CLOSED-SW (SUG-IX)
                   ADD     1               TO SUG-CLOSED-CTR
           END-IF.

           MOVE    OST-QTY (SUG-IX)        TO AUD-SUG-QTY.
           MOVE    OST-RCV-QTY (SUG-IX)    TO AUD-RCV-QTY.
           PERFORM F200-AUDIT-POSTED.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       U000-LOOKUP-OPEN-SUGGEST            SECTION.
      *
      *  U000-LOOKUP-OPEN-SUGGEST FINDS THE RECEIPT'S KEY ON THE
      *    OPEN-SUGGESTION TABLE, SETTING SUG-FOUND-SW AND LEAVING
      *    SUG-IX ON THE ENTRY.  AN ENTRY CLOSED EARLIER IN THE RUN
      *    STILL MATCHES, SO A LATE SLIP POSTS AS AN OVER RECEIPT.
      *---------------------------------------------------------------

           MOVE    'N'                     TO SUG-FOUND-SW.
           IF      SUG-CNT > ZERO
                   PERFORM U100-MATCH-ONE-SUGGEST
                           VARYING SUG-IX FROM 1 BY 1
                           UNTIL SUG-IX > SUG-CNT
                              OR SUG-FOUND
           END-IF.

      *  THE VARYING LEAVES SUG-IX ONE PAST THE MATCH.
           IF      SUG-FOUND
                   SUBTRACT 1              FROM SUG-IX
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       U100-MATCH-ONE-SUGGEST              SECTION.
      *
      *  U100-MATCH-ONE-SUGGEST COMPARES THE RECEIPT'S KEY TO ONE
      *    TABLED OPEN SUGGESTION.
      *---------------------------------------------------------------

           IF      RCP-WHSE = OST-WHSE (SUG-IX)
                   AND RCP-PART = OST-PART (SUG-IX)
                   MOVE    'Y'             TO SUG-FOUND-SW
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       F000-WRITE-AUDIT                    SECTION.
      *
      *  F000-WRITE-AUDIT LISTS THE CURRENT RECEIPT ON THE AUDIT
      *    REPORT WITH THE DISPOSITION AND REASON ALREADY SET IN
      *    AUDIT-LINE.  THE HEADING IS WRITTEN ONCE, AHEAD OF THE
      *    FIRST LINE, AND AGAIN ON EACH PAGE OVERFLOW.
      *---------------------------------------------------------------

           IF      FIRST-AUDIT
                   PERFORM W000-WRITE-HEADING
                   MOVE    'N'             TO FIRST-AUDIT-SW
           ELSE
                   IF      AUDIT-LINE-CTR > 56
                           PERFORM W000-WRITE-HEADING
                   END-IF
           END-IF.

           MOVE    RCP-WHSE                TO AUD-WHSE.
           MOVE    RCP-PART                TO AUD-PART.
           MOVE    SPACES                  TO AUD-DATE.
           STRING  RCP-MO-X                DELIMITED BY SIZE
                   '-'                     DELIMITED BY SIZE
                   RCP-DAY-X               DELIMITED BY SIZE
                   '-'                     DELIMITED BY SIZE
                   RCP-YR-X                DELIMITED BY SIZE
                   INTO AUD-DATE.
           MOVE    RCP-QTY-X               TO AUD-QTY.
           MOVE    RCP-SLIP                TO AUD-SLIP.

           WRITE   RECEIVING-AUDIT-REC     FROM AUDIT-LINE
                   AFTER ADVANCING 1 LINE.
           ADD     1                       TO AUDIT-LINE-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       F100-AUDIT-REJECT                   SECTION.
      *
      *  F100-AUDIT-REJECT LISTS THE CURRENT RECEIPT AS REJECTED
      *    WITH THE REASON SET BY THE CALLER, COUNTS IT, AND CARRIES
      *    THE FULL CARD WITH ITS REASON TO THE REJECT FILE FOR
      *    REPAIR AND RE-FEEDING.
      *---------------------------------------------------------------

           MOVE    'REJECTED'              TO AUD-DISP.
           MOVE    REJECT-REASON           TO AUD-REASON.
           PERFORM F000-WRITE-AUDIT.
           ADD     1                       TO RCPT-REJECT-CTR.

           IF      RCP-QTY-X NUMERIC
                   ADD     RCP-QTY         TO QTY-REJECT-TOTAL
           END-IF.

           MOVE    RECEIPT-REC             TO REJ-RCPT-REC.
           MOVE    REJECT-REASON           TO REJ-REASON.
           WRITE   RECEIPT-REJECT-REC      FROM REJECT-OUT-REC.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       F200-AUDIT-POSTED                   SECTION.
      *
      *  F200-AUDIT-POSTED LISTS THE CURRENT RECEIPT AS POSTED,
      *    WITH THE PARTIAL/FULL/OVER DISPOSITION ALREADY SET, AND
      *    COUNTS IT.
      *---------------------------------------------------------------

           MOVE    REJECT-REASON           TO AUD-REASON.
           PERFORM F000-WRITE-AUDIT.
           ADD     1                       TO RCPT-POSTED-CTR.

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
           WRITE   RECEIVING-AUDIT-REC     FROM AUDIT-HEADING
                   AFTER ADVANCING TOP-OF-PAGE.

      *  COLUMN HEADING
           WRITE   RECEIVING-AUDIT-REC     FROM AUDIT-COLHDG
                   AFTER ADVANCING 2 LINES.

      *  INIT LINE-CTR
           MOVE    3                       TO AUDIT-LINE-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Z000-FINISH                         SECTION.
      *
      *  Z000-FINISH WRITES THE NEW OPEN-SUGGESTION GENERATION,
      *    PRINTS THE RUN TOTALS AT THE FOOT OF THE AUDIT REPORT,
      *    AND CLOSES THE FILES.  CARDS READ = POSTED + REJECTED,
      *    AND POSTED = PARTIAL + FULL + OVER, ARE THE CONTROL
      *    FIGURES THAT PROVE EVERY RECEIPT LANDED SOMEWHERE.
      *--------------------------------------------------------------

           IF      SUG-CNT > ZERO
                   PERFORM Z200-WRITE-ONE-SUGGEST
                           VARYING SUG-IX FROM 1 BY 1
                           UNTIL SUG-IX > SUG-CNT
           END-IF.

      *  A RUN WITH NO RECEIPTS AT ALL STILL GETS A HEADED PAGE SO
      *    THE TOTALS NEVER PRINT INTO A BLANK SYSOUT.
           IF      FIRST-AUDIT
                   PERFORM W000-WRITE-HEADING
                   MOVE    'N'             TO FIRST-AUDIT-SW
           END-IF.

           MOVE    'RECEIPT CARDS READ'    TO AUD-CTR-LABEL.
           MOVE    RCPT-READ-CTR           TO AUD-CTR-VALUE.
           WRITE   RECEIVING-AUDIT-REC     FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 3 LINES.

           MOVE    'RECEIPTS POSTED'       TO AUD-CTR-LABEL.
           MOVE    RCPT-POSTED-CTR         TO AUD-CTR-VALUE.
           WRITE   RECEIVING-AUDIT-REC     FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    '  PARTIAL RECEIPTS'    TO AUD-CTR-LABEL.
           MOVE    RCPT-PARTIAL-CTR        TO AUD-CTR-VALUE.
           WRITE   RECEIVING-AUDIT-REC     FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    '  FULL RECEIPTS'       TO AUD-CTR-LABEL.
           MOVE    RCPT-FULL-CTR           TO AUD-CTR-VALUE.
           WRITE   RECEIVING-AUDIT-REC     FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    '  OVER-RECEIPTS'       TO AUD-CTR-LABEL.
           MOVE    RCPT-OVER-CTR           TO AUD-CTR-VALUE.
           WRITE   RECEIVING-AUDIT-REC     FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'RECEIPTS REJECTED'     TO AUD-CTR-LABEL.
           MOVE    RCPT-REJECT-CTR         TO AUD-CTR-VALUE.
           WRITE   RECEIVING-AUDIT-REC     FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'QUANTITY POSTED'       TO AUD-CTR-LABEL.
           MOVE    QTY-POSTED-TOTAL        TO AUD-CTR-VALUE.
           WRITE   RECEIVING-AUDIT-REC     FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'QUANTITY REJECTED (NUMERIC)'
                                           TO AUD-CTR-LABEL.
           MOVE    QTY-REJECT-TOTAL        TO AUD-CTR-VALUE.
           WRITE   RECEIVING-AUDIT-REC     FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'OPEN SUGGESTIONS READ' TO AUD-CTR-LABEL.
           MOVE    SUG-READ-CTR            TO AUD-CTR-VALUE.
           WRITE   RECEIVING-AUDIT-REC     FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE    'SUGGESTIONS CLOSED'    TO AUD-CTR-LABEL.
           MOVE    SUG-CLOSED-CTR          TO AUD-CTR-VALUE.
           WRITE   RECEIVING-AUDIT-REC     FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'SUGGESTIONS CARRIED FORWARD'
                                           TO AUD-CTR-LABEL.
           MOVE    SUG-CARRIED-CTR         TO AUD-CTR-VALUE.
           WRITE   RECEIVING-AUDIT-REC     FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'ENTRIES PAST TABLE LIMIT'
                                           TO AUD-CTR-LABEL.
           MOVE    SUG-OVERFLOW-CTR        TO AUD-CTR-VALUE.
           WRITE   RECEIVING-AUDIT-REC     FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           CLOSE   RECEIVING-AUDIT-FILE
                   RECEIPT-REJECT-FILE
                   OPEN-SUGGEST-OUT-FILE.

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
           MOVE    'PROGRAM21'             TO RCT-PROGRAM.
           MOVE    SYS-DATE                TO RCT-RUN-DATE.
           MOVE    'RECEIPTS(0) OPENSUG(0) + VSAM'
                                           TO RCT-GENS-USED.
           MOVE    RETURN-CODE             TO RCT-RETURN-CODE.
           WRITE   RUN-CONTROL-REC         FROM RUN-CTL-REC.

           CLOSE   RUN-CONTROL-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Z200-WRITE-ONE-SUGGEST              SECTION.
      *
      *  Z200-WRITE-ONE-SUGGEST WRITES ONE TABLED ENTRY TO THE NEW
      *    OPEN-SUGGESTION GENERATION WITH ITS RECEIVED QUANTITY,
      *    UNLESS A FULL OR OVER RECEIPT CLOSED IT THIS RUN.
      *--------------------------------------------------------------

           IF      OST-CLOSED (SUG-IX)
                   GO TO   DEPART
           END-IF.

           MOVE    SPACES                  TO OSG-REC.
           MOVE    OST-WHSE (SUG-IX)       TO OSG-WHSE.
           MOVE    OST-PART (SUG-IX)       TO OSG-PART.
           MOVE    OST-DATE (SUG-IX)       TO OSG-DATE.
           MOVE    OST-QTY (SUG-IX)        TO OSG-QTY.
           MOVE    OST-RCV-QTY (SUG-IX)    TO OSG-RCV-QTY.
           WRITE   OPEN-SUGGEST-OUT-REC    FROM OSG-REC.
           ADD     1                       TO SUG-CARRIED-CTR.

       DEPART.
           EXIT.
      *
      *
