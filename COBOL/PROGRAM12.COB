      *    THROUGH PROGRAM3, SO THE MAINTENANCE AUDIT REPORT STAYS
      *    THE ONE RECORD OF WHAT CHANGED THE CLUSTER.
      *
      *  EVERY POSTED ADJUSTMENT IS ALSO WRITTEN TO THE VALUE-MOVEMENT
      *    FILE AS A COUNT GAIN OR LOSS AT UNIT-PRICE-IN, FOR THE
      *    GENERAL-LEDGER INTERFACE.  THE FILE ENDS WITH A TRAILER
      *    CARRYING THIS RUN'S OWN COUNT AND VALUE, AND THE SAME
      *    FIGURES PRINT AT THE FOOT OF THE REPORT.  A COUNT HELD FOR
      *    REVIEW IS NOT VALUED UNTIL IT IS POSTED.
      *
      *  EVERY COUNT HELD FOR REVIEW OR SENT FOR INVESTIGATION IS ALSO
      *    WRITTEN TO THE COUNT-EXCEPTION FILE (COPYBOOK INVCXREC)
      *    FOR THE MORNING EXCEPTIONS DIGEST.
      *
      *  THE LAST-COUNTED FILE (COPYBOOK INVLCREC) IS CARRIED FORWARD
      *    A GENERATION WITH THE DATE OF EVERY POSTED COUNT MERGED
      *    IN, SO THE COUNT SCHEDULER KNOWS WHAT HAS BEEN COUNTED.  A
      *    COUNT HELD FOR REVIEW DOES NOT RESET THE PART'S DATE - IT
      *    STAYS DUE UNTIL A COUNT IS ACCEPTED.
      *
      *  FILES:
      *    COUNT-CARD-FILE
      *    INVENTORY-MASTER
      *    VARIANCE-REPORT-FILE
      *    ADJUST-TRANS-FILE
      *    VALUE-MOVE-FILE
      *    LAST-COUNTED-IN-FILE
      *    LAST-COUNTED-OUT-FILE
      *    COUNT-EXCEPTION-FILE
      *
      ****************************************************************

                                           RECORD KEY IS IMR-KEY.
           SELECT VARIANCE-REPORT-FILE     ASSIGN TO UT-S-PRINTER.
           SELECT ADJUST-TRANS-FILE        ASSIGN TO UT-S-ADJOUT.
           SELECT VALUE-MOVE-FILE          ASSIGN TO UT-S-VALOUT.
           SELECT LAST-COUNTED-IN-FILE     ASSIGN TO UT-S-LCNTIN.
           SELECT LAST-COUNTED-OUT-FILE    ASSIGN TO UT-S-LCNTOUT.
           SELECT COUNT-EXCEPTION-FILE     ASSIGN TO UT-S-CNTEXC.
           SELECT RUN-CONTROL-FILE         ASSIGN TO UT-S-RUNCTL.
           SELECT COUNT-SORT-FILE          ASSIGN TO UT-S-SORTWK.


       01  ADJUST-TRANS-REC                PIC X(110).

      * VALUE-MOVE-FILE           ------->     OUTPUT
      *   ONE RECORD PER ADJUSTMENT WRITTEN, AT ITS VALUE, PLUS A
      *   CLOSING TRAILER - THIS RUN'S SHARE OF THE PERIOD'S
      *   MOVEMENTS FOR THE GENERAL-LEDGER INTERFACE.
       FD  VALUE-MOVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VALUE-MOVE-REC.

       01  VALUE-MOVE-REC                  PIC X(60).

      * LAST-COUNTED-IN-FILE      ------->     INPUT
      *   EACH PART'S LAST-COUNTED DATE AS THE LAST COUNT RUN LEFT
      *   IT, IN WAREHOUSE/PART ORDER.
       FD  LAST-COUNTED-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LAST-COUNTED-IN-REC.

       01  LAST-COUNTED-IN-REC             PIC X(20).

      * LAST-COUNTED-OUT-FILE     ------->     OUTPUT
      *   THE NEW GENERATION - THE OLD ONE WITH THIS RUN'S POSTED
      *   COUNTS MERGED IN.
       FD  LAST-COUNTED-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LAST-COUNTED-OUT-REC.

       01  LAST-COUNTED-OUT-REC            PIC X(20).

      * COUNT-EXCEPTION-FILE      ------->     OUTPUT
      *   ONE RECORD PER COUNT HELD FOR REVIEW OR SENT FOR
      *   INVESTIGATION, FOR THE MORNING EXCEPTIONS DIGEST.
       FD  COUNT-EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COUNT-EXCEPTION-REC.

       01  COUNT-EXCEPTION-REC             PIC X(40).

      * RUN-CONTROL-FILE          ------->     EXTEND
      *   THE SHARED SUITE-WIDE RUN LOG - ONE STAMP APPENDED PER
      *   RUN SO OPERATIONS HAS ONE PLACE TO ANSWER WHAT RAN LAST
       77  MSTR-FOUND-SW                   PIC X           VALUE 'N'.
           88 MSTR-FOUND                    VALUE 'Y'.

      * LCT-EOF-SW IS SET AT END OF THE OLD LAST-COUNTED FILE;
      *   LCT-HOLD-SW SAYS A RECORD IS HELD IN LAST-COUNTED-HOLD
      *   WAITING TO BE WRITTEN TO THE NEW ONE.
       77  LCT-EOF-SW                      PIC X           VALUE 'N'.
           88 LCT-EOF                       VALUE 'Y'.
       77  LCT-HOLD-SW                     PIC X           VALUE 'N'.
           88 LCT-HOLDING                   VALUE 'Y'.

      * VALID-CARD-SW INDICATES WHETHER THE CURRENT COUNT CARD
      *   PASSED E000-VALIDATE-COUNT'S EDITS.
       77  VALID-CARD-SW                   PIC X.
       77  COUNTS-INVEST-CTR               PIC 9(7)        VALUE ZERO.
       77  COUNTS-REJECT-CTR               PIC 9(7)        VALUE ZERO.
       77  ADJUSTMENTS-CTR                 PIC 9(7)        VALUE ZERO.
       77  LAST-COUNTED-CTR                PIC 9(7)        VALUE ZERO.

      * VALUE TOTALS - WHAT THE POSTED ADJUSTMENTS WERE WORTH AT UNIT
      *   PRICE, GAINS AND LOSSES APART, AND HOW MANY WENT TO THE
      *   VALUE FILE.  VALUE-MOVED-TOTAL IS BOTH, FOR THE TRAILER.
       77  VALUE-GAIN-TOTAL                PIC 9(11)V99    VALUE ZERO.
       77  VALUE-LOSS-TOTAL                PIC 9(11)V99    VALUE ZERO.
       77  VALUE-MOVED-TOTAL               PIC 9(11)V99    VALUE ZERO.
       77  VALUE-MOVE-CTR                  PIC 9(7)        VALUE ZERO.

      * RUN-DATE-YMD IS TODAY IN YYYYMMDD FOR THE VALUE FILE'S
      *   TRAILER.  ACCEPT FROM DATE ONLY GIVES THE TWO-DIGIT YEAR;
      *   THE CENTURY IS FIXED AT 20.
       01  RUN-DATE-YMD.
           03 RUN-CC                       PIC XX    VALUE '20'.
           03 RUN-YY                       PIC XX.
           03 RUN-MO                       PIC XX.
           03 RUN-DAY                      PIC XX.

      * MATCH-KEY BUILDS THE FULL 9-BYTE RECORD KEY FOR THE CURRENT
      *   COUNT - WAREHOUSE, THE TWO ALWAYS-BLANK BYTES, PART -
           03 CNT-QTY REDEFINES CNT-QTY-X  PIC 9(5).
           03 FILLER                       PIC X(60).

      * COUNTED-KEY IS THE WAREHOUSE/PART OF THE COUNT BEING POSTED,
      *   IN THE SHAPE OF LCT-KEY FOR THE LAST-COUNTED MERGE.
       01  COUNTED-KEY.
           03 CK-WHSE                      PIC XX.
           03 CK-PART                      PIC X(5).

      * LCT-REC IS THE OLD LAST-COUNTED RECORD IN HAND.  THE LAYOUT
      *    IS KEPT IN COPYBOOK INVLCREC.
           COPY INVLCREC.

      * LAST-COUNTED-PUT IS THE NEXT RECORD FOR THE NEW LAST-COUNTED
      *   FILE, AND LAST-COUNTED-HOLD THE ONE BEFORE IT, NOT YET
      *   WRITTEN IN CASE A SECOND COUNT OF THE SAME PART FOLLOWS.
      *   BOTH ARE THE SHAPE OF LCT-REC.
       01  LAST-COUNTED-PUT.
           03 LCP-KEY                      PIC X(7).
           03 LCP-DATE                     PIC X(8).
           03 FILLER                       PIC X(5).
       01  LAST-COUNTED-HOLD.
           03 LCH-KEY                      PIC X(7).
           03 LCH-DATE                     PIC X(8).
           03 FILLER                       PIC X(5).

      * INV-IN-REC IS THE FIELD BREAKDOWN FOR THE MASTER RECORD
      *    JUST READ.  THE LAYOUT IS KEPT IN COPYBOOK INVINREC.
           COPY INVINREC.

      * CXR-REC IS ONE COUNT EXCEPTION AS WRITTEN FOR THE DIGEST.
      *    THE LAYOUT IS KEPT IN COPYBOOK INVCXREC.
           COPY INVCXREC.

      * TRANS-REC IS THE FIELD BREAKDOWN FOR ONE MAINTENANCE
      *    TRANSACTION - THE ADJUSTMENTS ARE WRITTEN IN THIS LAYOUT
      *    SO PROGRAM3 APPLIES THEM THROUGH ITS NORMAL EDITS AND
      *    AUDIT TRAIL.  THE LAYOUT IS KEPT IN COPYBOOK INVTRREC.
           COPY INVTRREC.

      * VMV-REC IS ONE VALUE MOVEMENT AS WRITTEN TO THE VALUE-MOVEMENT
      *    FILE.  THE LAYOUT IS KEPT IN COPYBOOK INVVMREC.
           COPY INVVMREC.

      * HEADING FOR THE REPORT WITH DATE IN UPPER RIGHT CORNER
       01  REPORT-HEADING.
           03 CC                           PIC X.
           03 CNT-CTR-VALUE                PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(95).

      * COUNT-VALUE-LINE PRINTS ONE DOLLAR TOTAL AT THE FOOT OF THE
      *   REPORT.
       01  COUNT-VALUE-LINE.
           03 CC                           PIC X.
           03 CNV-VAL-LABEL                PIC X(30).
           03 CNV-VAL-VALUE                PIC ZZZZZZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC X(88).

      * RUN-CTL-REC IS THE STAMP THIS RUN APPENDS TO THE SHARED
      *   RUN-CONTROL FILE.  THE LAYOUT IS KEPT IN COPYBOOK
      *   INVRCREC SO THE WHOLE SUITE STAYS IN SYNC ON ONE
           MOVE            SYS-DAY         TO REPORT-DAY.
           MOVE            SYS-MONTH       TO REPORT-MONTH.
           MOVE            SYS-YEAR        TO REPORT-YEAR.
           MOVE            SYS-YEAR        TO RUN-YY.
           MOVE            SYS-MONTH       TO RUN-MO.
           MOVE            SYS-DAY         TO RUN-DAY.

      *  ACCEPT THE UNITS TOLERANCE FROM SYSIN.  A BAD OR MISSING
      *    CARD FALLS BACK TO ZERO - EVERY VARIANCE THEN PRINTS FOR
           END-IF.

           OPEN            OUTPUT          VARIANCE-REPORT-FILE
                           OUTPUT          ADJUST-TRANS-FILE
                           OUTPUT          VALUE-MOVE-FILE
                           INPUT           LAST-COUNTED-IN-FILE
                           OUTPUT          LAST-COUNTED-OUT-FILE
                           OUTPUT          COUNT-EXCEPTION-FILE.

      *  PRIME THE LAST-COUNTED MERGE WITH THE FIRST OLD RECORD.
           PERFORM         L300-READ-LAST-COUNTED.

       DEPART.
           EXIT.
                   PERFORM D200-PRINT-REVIEW
           ELSE
                   PERFORM D100-PRINT-POSTED
                   PERFORM L000-NOTE-COUNTED
                   IF      UNIT-VAR-WORK NOT = ZERO
                           PERFORM M000-WRITE-ADJUSTMENT
                   END-IF
           PERFORM D000-PRINT-VARIANCE.
           ADD     1                       TO COUNTS-REVIEW-CTR.

           MOVE    'R'                     TO CXR-DISP.
           IF      DOLLAR-VAR-WORK < ZERO
                   COMPUTE CXR-DOLLAR-VAR = ZERO - DOLLAR-VAR-WORK
           ELSE
                   MOVE    DOLLAR-VAR-WORK TO CXR-DOLLAR-VAR
           END-IF.
           PERFORM M200-WRITE-COUNT-EXCEPTION.

       DEPART.
           EXIT.
      /
           PERFORM D000-PRINT-VARIANCE.
           ADD     1                       TO COUNTS-INVEST-CTR.

           MOVE    'I'                     TO CXR-DISP.
           MOVE    ZERO                    TO CXR-DOLLAR-VAR.
           PERFORM M200-WRITE-COUNT-EXCEPTION.

       DEPART.
           EXIT.
      /
      *    CHANGE TRANSACTION IN THE INVTRREC LAYOUT - ONLY THE
      *    ON-HAND FIELD FILLED, EVERY OTHER DATA FIELD LEFT AS
      *    SPACES SO PROGRAM3 LEAVES THE REST OF THE MASTER RECORD
      *    ALONE - AND WRITES ITS VALUE MOVEMENT.
      *---------------------------------------------------------------

           MOVE    SPACES                  TO TRANS-REC.
           WRITE   ADJUST-TRANS-REC        FROM TRANS-REC.
           ADD     1                       TO ADJUSTMENTS-CTR.

           PERFORM K000-WRITE-VALUE-MOVE.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       M200-WRITE-COUNT-EXCEPTION          SECTION.
      *
      *  M200-WRITE-COUNT-EXCEPTION WRITES THE COUNT JUST LISTED FOR
      *    REVIEW OR INVESTIGATION TO THE COUNT-EXCEPTION FILE.  THE
      *    CALLER HAS SET THE DISPOSITION AND THE DOLLAR VARIANCE.
      *---------------------------------------------------------------

           MOVE    CNT-WHSE                TO CXR-WHSE.
           MOVE    CNT-PART                TO CXR-PART.
           MOVE    CNT-DATE                TO CXR-COUNT-DATE.
           MOVE    CNT-QTY-X               TO CXR-COUNTED-QTY.
           WRITE   COUNT-EXCEPTION-REC     FROM CXR-REC.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       K000-WRITE-VALUE-MOVE               SECTION.
      *
      *  K000-WRITE-VALUE-MOVE WRITES THE VALUE MOVEMENT FOR THE
      *    ADJUSTMENT JUST WRITTEN - A GAIN WHEN MORE WAS COUNTED
      *    THAN THE BOOK SHOWED, A LOSS WHEN LESS - FOR THE SIZE OF
      *    THE VARIANCE AT UNIT-PRICE-IN, DATED THE DAY OF THE COUNT.
      *    A PRICE THAT IS NOT NUMERIC VALUES IT AT ZERO, AS IT DOES
      *    ON THE REPORT, AND A VALUE TOO LARGE FOR THE FIELD IS
      *    PEGGED AT ITS LIMIT.
      *---------------------------------------------------------------

           MOVE    'PROGRAM12'             TO VMV-SOURCE.
           IF      UNIT-VAR-WORK > ZERO
                   MOVE    'CG'            TO VMV-TYPE
           ELSE
                   MOVE    'CL'            TO VMV-TYPE
           END-IF.
           MOVE    SPACES                  TO VMV-DETAIL.
           MOVE    CNT-WHSE                TO VMV-WHSE.
           MOVE    CNT-PART                TO VMV-PART.
           MOVE    CNT-DATE                TO VMV-DATE.
           MOVE    ABS-VAR-WORK            TO VMV-QTY.

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

           IF      VMV-COUNT-GAIN
                   ADD     VMV-VALUE       TO VALUE-GAIN-TOTAL
           ELSE
                   ADD     VMV-VALUE       TO VALUE-LOSS-TOTAL
           END-IF.

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

           MOVE    'PROGRAM12'             TO VMV-SOURCE.
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
       L000-NOTE-COUNTED                   SECTION.
      *
      *  L000-NOTE-COUNTED MERGES THE POSTED COUNT IN HAND INTO THE
      *    NEW LAST-COUNTED FILE.  OLD RECORDS AHEAD OF ITS KEY ARE
      *    PASSED THROUGH FIRST; A PART ALREADY ON THE FILE TAKES
      *    THE COUNT DATE IF IT IS LATER, AND A PART COUNTED FOR THE
      *    FIRST TIME IS ADDED.  THE COUNTS ARRIVE IN KEY ORDER, THE
      *    SAME ORDER AS THE FILE.
      *---------------------------------------------------------------

           MOVE    CNT-WHSE                TO CK-WHSE.
           MOVE    CNT-PART                TO CK-PART.

           PERFORM L100-PASS-LAST-COUNTED
                   UNTIL LCT-EOF
                      OR LCT-KEY NOT < COUNTED-KEY.

           IF      NOT LCT-EOF AND LCT-KEY = COUNTED-KEY
                   IF      CNT-DATE > LCT-DATE
                           MOVE    CNT-DATE
                                           TO LCT-DATE
                   END-IF
           ELSE
                   MOVE    SPACES          TO LAST-COUNTED-PUT
                   MOVE    COUNTED-KEY     TO LCP-KEY
                   MOVE    CNT-DATE        TO LCP-DATE
                   PERFORM L200-PUT-LAST-COUNTED
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       L100-PASS-LAST-COUNTED              SECTION.
      *
      *  L100-PASS-LAST-COUNTED PASSES THE OLD LAST-COUNTED RECORD
      *    IN HAND TO THE NEW FILE AND READS THE NEXT.
      *---------------------------------------------------------------

           MOVE    LCT-REC                 TO LAST-COUNTED-PUT.
           PERFORM L200-PUT-LAST-COUNTED.
           PERFORM L300-READ-LAST-COUNTED.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       L200-PUT-LAST-COUNTED               SECTION.
      *
      *  L200-PUT-LAST-COUNTED PUTS LAST-COUNTED-PUT ON THE NEW FILE
      *    BY WAY OF THE HOLD AREA.  A SECOND RECORD FOR THE HELD
      *    PART ONLY KEEPS THE LATER DATE, SO THE NEW FILE CARRIES
      *    ONE RECORD PER PART; OTHERWISE THE HELD RECORD IS WRITTEN
      *    AND THE NEW ONE TAKES ITS PLACE.
      *---------------------------------------------------------------

           IF      LCT-HOLDING AND LCP-KEY = LCH-KEY
                   IF      LCP-DATE > LCH-DATE
                           MOVE    LCP-DATE
                                           TO LCH-DATE
                   END-IF
                   GO TO   DEPART
           END-IF.

           IF      LCT-HOLDING
                   WRITE   LAST-COUNTED-OUT-REC
                           FROM LAST-COUNTED-HOLD
                   ADD     1               TO LAST-COUNTED-CTR
           END-IF.

           MOVE    LAST-COUNTED-PUT        TO LAST-COUNTED-HOLD.
           MOVE    'Y'                     TO LCT-HOLD-SW.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       L300-READ-LAST-COUNTED              SECTION.
      *
      *  L300-READ-LAST-COUNTED READS THE NEXT OLD LAST-COUNTED
      *    RECORD INTO LCT-REC.
      *---------------------------------------------------------------

           READ    LAST-COUNTED-IN-FILE    INTO LCT-REC
                   AT END  MOVE 'Y'        TO LCT-EOF-SW
           END-READ.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       L400-FINISH-LAST-COUNTED            SECTION.
      *
      *  L400-FINISH-LAST-COUNTED PASSES THE REST OF THE OLD FILE
      *    THROUGH AND WRITES THE LAST HELD RECORD.
      *---------------------------------------------------------------

           PERFORM L100-PASS-LAST-COUNTED
                   UNTIL LCT-EOF.

           IF      LCT-HOLDING
                   WRITE   LAST-COUNTED-OUT-REC
                           FROM LAST-COUNTED-HOLD
                   ADD     1               TO LAST-COUNTED-CTR
                   MOVE    'N'             TO LCT-HOLD-SW
           END-IF.

       DEPART.
           EXIT.
      /
           WRITE   VARIANCE-REPORT-REC     FROM COUNT-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.

      *  THE VALUE OF THE POSTED ADJUSTMENTS - THE FIGURES THE
      *    GENERAL-LEDGER INTERFACE AGREES ITS JOURNAL TO.  THE
      *    VALUE FILE IS CLOSED OFF WITH ITS TRAILER CARRYING THE
      *    SAME COUNT AND TOTAL.
           MOVE    'VALUE OF COUNT GAINS'  TO CNV-VAL-LABEL.
           MOVE    VALUE-GAIN-TOTAL        TO CNV-VAL-VALUE.
           WRITE   VARIANCE-REPORT-REC     FROM COUNT-VALUE-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE    'VALUE OF COUNT LOSSES' TO CNV-VAL-LABEL.
           MOVE    VALUE-LOSS-TOTAL        TO CNV-VAL-VALUE.
           WRITE   VARIANCE-REPORT-REC     FROM COUNT-VALUE-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'VALUE MOVEMENTS WRITTEN'
                                           TO CNT-CTR-LABEL.
           MOVE    VALUE-MOVE-CTR          TO CNT-CTR-VALUE.
           WRITE   VARIANCE-REPORT-REC     FROM COUNT-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.

           PERFORM K100-WRITE-VALUE-TRAILER.

      *  FINISH CARRYING THE LAST-COUNTED FILE FORWARD.
           PERFORM L400-FINISH-LAST-COUNTED.

           MOVE    'LAST-COUNTED RECORDS WRITTEN'
                                           TO CNT-CTR-LABEL.
           MOVE    LAST-COUNTED-CTR        TO CNT-CTR-VALUE.
           WRITE   VARIANCE-REPORT-REC     FROM COUNT-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

           CLOSE   VARIANCE-REPORT-FILE
                   ADJUST-TRANS-FILE
                   VALUE-MOVE-FILE
                   LAST-COUNTED-IN-FILE
                   LAST-COUNTED-OUT-FILE
                   COUNT-EXCEPTION-FILE.

      *  STAMP THE SHARED RUN-CONTROL FILE SO THE DOWNSTREAM STEPS
      *    CAN SEE THIS RUN COMPLETED AND HOW IT ENDED.
           MOVE    SPACES                  TO RUN-CTL-REC.
           MOVE    'PROGRAM12'             TO RCT-PROGRAM.
           MOVE    SYS-DATE                TO RCT-RUN-DATE.
           MOVE    'COUNTS + VSAM + LASTCNT(0)'
                                           TO RCT-GENS-USED.
           MOVE    RETURN-CODE             TO RCT-RETURN-CODE.
           WRITE   RUN-CONTROL-REC         FROM RUN-CTL-REC.

