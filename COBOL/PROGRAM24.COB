      *
       IDENTIFICATION DIVISION.

       PROGRAM-ID.         PROGRAM24.
       AUTHOR.             ERICK NAVE.
       INSTALLATION.       PROGRAMMING APPLICATIONS WITH COBOL.
       DATE-WRITTEN.       9/02/26.
       DATE-COMPILED.
      *
      ****************************************************************
      *
      *REMARKS.
      *
      *  PROGRAM 24 IS THE PRICE-CHANGE REVALUATION RUN.  IT READS A
      *    GENERATION OF THE BEFORE/AFTER JOURNAL PROGRAM3 WRITES
      *    AND PICKS OUT EVERY APPLIED CHANGE THAT MOVED
      *    UNIT-PRICE-IN.  EACH IS VALUED ON THE STOCK THAT WAS ON
      *    THE SHELF WHEN THE PRICE MOVED (THE BEFORE IMAGE'S
      *    ON-HAND - A QUANTITY CHANGED ON THE SAME TRANSACTION IS
      *    A MOVEMENT OF STOCK, NOT A REVALUATION OF IT):
      *        REVALUATION = (NEW PRICE - OLD PRICE) X ON-HAND
      *    A RISE IS A GAIN, A CUT A LOSS.  ADDS AND DELETES ARE NOT
      *    REVALUATIONS - THE STOCK ARRIVES OR LEAVES AT ONE PRICE.
      *
      *  THE REVALUATION REPORT LISTS EACH CHANGE - OLD AND NEW
      *    PRICE, ON-HAND, THE SWING AS A PERCENT OF THE OLD PRICE,
      *    AND THE GAIN OR LOSS - IN WAREHOUSE/PART ORDER WITH A NET
      *    SUBTOTAL PER WAREHOUSE AND A NET GRAND TOTAL, THE SAME
      *    CONTROL-BREAK SHAPE AS THE COUNT VARIANCE REPORT.  A
      *    SWING PAST THE PERCENT ON SYSIN (ANY CHANGE FROM A ZERO
      *    PRICE) IS FLAGGED FOR SIGN-OFF.  EVERY CHANGE IS ALSO
      *    WRITTEN TO THE REVALUATION EXTRACT (COPYBOOK INVRVREC)
      *    FOR FINANCE TO BOOK.
      *
      *  A JOURNAL CHANGE WHOSE PRICE OR ON-HAND IS NOT NUMERIC IS
      *    NAMED ON THE CONSOLE AND SKIPPED, AND THE RUN ENDS WITH
      *    RETURN CODE 4.
      *
      *  FILES:
      *    JOURNAL-IN-FILE
      *    REVAL-REPORT-FILE
      *    REVAL-EXTRACT-FILE
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
           SELECT JOURNAL-IN-FILE          ASSIGN TO UT-S-JRNLIN.
           SELECT REVAL-REPORT-FILE        ASSIGN TO UT-S-PRINTER.
           SELECT REVAL-EXTRACT-FILE       ASSIGN TO UT-S-REVALEX.
           SELECT RUN-CONTROL-FILE         ASSIGN TO UT-S-RUNCTL.
           SELECT REVAL-SORT-FILE          ASSIGN TO UT-S-SORTWK.

      /
      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      *---------------------------------------------------------------
       FILE SECTION.
      *---------------------------------------------------------------

      * JOURNAL-IN-FILE           ------->     INPUT
      *   THE PROGRAM3 MAINTENANCE JOURNAL - BEFORE AND AFTER IMAGES
      *   OF EVERY MASTER RECORD A RUN TOUCHED.
       FD  JOURNAL-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 280 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS JOURNAL-IN-REC.

       01  JOURNAL-IN-REC                  PIC X(280).

      * REVAL-REPORT-FILE         ------->     OUTPUT
      *   THE REVALUATION REPORT.
       FD  REVAL-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REVAL-REPORT-REC.

       01  REVAL-REPORT-REC                PIC X(133).

      * REVAL-EXTRACT-FILE        ------->     OUTPUT
      *   ONE RECORD PER PRICE CHANGE, IN THE INVRVREC LAYOUT, FOR
      *   FINANCE TO BOOK.
       FD  REVAL-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REVAL-EXTRACT-REC.

       01  REVAL-EXTRACT-REC               PIC X(80).

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

      * REVAL-SORT-FILE ORDERS THE PRICE CHANGES BY WAREHOUSE AND
      *   PART, THEN BY RUN AND JOURNAL SEQUENCE SO TWO CHANGES TO
      *   ONE PART LIST IN THE ORDER THEY WERE MADE.
       SD  REVAL-SORT-FILE
           DATA RECORD IS RSORT-REC.

       01  RSORT-REC.
           03 RSRT-WHSE                    PIC XX.
           03 RSRT-PART                    PIC X(5).
           03 RSRT-RUN-ID                  PIC X(8).
           03 RSRT-SEQ                     PIC 9(7).
           03 RSRT-DESC                    PIC X(20).
           03 RSRT-OLD-PRICE               PIC 9(6)V99.
           03 RSRT-NEW-PRICE               PIC 9(6)V99.
           03 RSRT-ON-HAND                 PIC 9(5).

      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------

       77  LINE-CTR        VALUE ZEROS     PIC S99.

       77  JRNL-EOF-SW                     PIC X           VALUE 'N'.
           88 JRNL-EOF                      VALUE 'Y'.
       77  SORT-EOF-SW                     PIC X           VALUE 'N'.
           88 SORT-EOF                      VALUE 'Y'.

       77  PREV-WAREHOUSE-NO               PIC XX          VALUE SPACES.

      * FIRST-REC-SW SUPPRESSES THE WAREHOUSE CONTROL BREAK ON THE
      *   FIRST CHANGE RETURNED FROM REVAL-SORT-FILE.
       77  FIRST-REC-SW                    PIC X           VALUE 'Y'.
           88 FIRST-REC                     VALUE 'Y'.

      * ANY-DATA-SW IS SET WHEN AT LEAST ONE CHANGE COMES BACK FROM
      *   THE SORT, SO Z000-FINISH KNOWS WHETHER THERE IS A FINAL
      *   SUBTOTAL/GRAND TOTAL TO PRINT.
       77  ANY-DATA-SW                     PIC X           VALUE 'N'.
           88 ANY-DATA                      VALUE 'Y'.

      * SIGNOFF-PCT IS THE SWING, AS A WHOLE PERCENT OF THE OLD
      *   PRICE, ACCEPTED FROM SYSIN.  A CHANGE PAST IT IS FLAGGED
      *   FOR SIGN-OFF.
       01  SIGNOFF-PCT-X                   PIC X(3)  VALUE SPACES.
       01  SIGNOFF-PCT REDEFINES SIGNOFF-PCT-X
                                           PIC 9(3).

      * REVALUATION WORK FIELDS - THE OLD PRICE AND ON-HAND SAVED
      *   FROM THE BEFORE IMAGE, THE SIZE OF THE PRICE MOVE, AND THE
      *   SIGNED REVALUATION.
       77  OLD-PRICE-WORK                  PIC 9(6)V99     VALUE ZERO.
       77  OLD-ON-HAND-WORK                PIC 9(5)        VALUE ZERO.
       77  PRICE-MOVE-WORK                 PIC 9(6)V99     VALUE ZERO.
       77  REVAL-WORK                      PIC S9(11)V99   VALUE ZERO.

      * WAREHOUSE AND GRAND NET REVALUATION ACCUMULATORS, SIGNED -
      *   GAINS AND LOSSES NET AGAINST EACH OTHER.
       77  WH-REVAL-TOTAL                  PIC S9(11)V99   VALUE ZERO.
       77  GR-REVAL-TOTAL                  PIC S9(11)V99   VALUE ZERO.

      * RUN TOTALS FOR THE FOOT OF THE REPORT.
       77  JRNL-READ-CTR                   PIC 9(7)        VALUE ZERO.
       77  PRICE-CHANGE-CTR                PIC 9(7)        VALUE ZERO.
       77  SIGNOFF-CTR                     PIC 9(7)        VALUE ZERO.
       77  UNUSABLE-CTR                    PIC 9(7)        VALUE ZERO.
       77  EXTRACT-CTR                     PIC 9(7)        VALUE ZERO.
       77  GAIN-TOTAL                      PIC 9(11)V99    VALUE ZERO.
       77  LOSS-TOTAL                      PIC 9(11)V99    VALUE ZERO.

      * JRNL-REC IS ONE JOURNAL RECORD AS READ.  THE LAYOUT IS KEPT
      *    IN COPYBOOK INVJNREC.
           COPY INVJNREC.

      * INV-IN-REC IS THE FIELD BREAKDOWN FOR ONE MASTER IMAGE OFF
      *    THE JOURNAL.  THE LAYOUT IS KEPT IN COPYBOOK INVINREC.
           COPY INVINREC.

      * RVL-REC IS ONE REVALUATION AS WRITTEN TO THE EXTRACT.  THE
      *    LAYOUT IS KEPT IN COPYBOOK INVRVREC.
           COPY INVRVREC.

      * HEADING FOR THE REPORT WITH DATE IN UPPER RIGHT CORNER
       01  REPORT-HEADING.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(15).
           03 FILLER                       PIC X(38)
              VALUE 'PRICE-CHANGE REVALUATION REPORT'.
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

      * COLUMN HEADING LINE
       01  COLHDG.
           03 CC                           PIC X.
           03 FILLER       VALUE 'WHSE'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC X.
           03 FILLER       VALUE 'PART'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER                       PIC X(20)
              VALUE 'PART DESCRIPTION'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(9)
              VALUE 'OLD PRICE'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(9)
              VALUE 'NEW PRICE'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'ON HD'   PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'SWG %'   PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(14)
              VALUE '   REVALUATION'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'FLAG'    PIC X(8).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'RUN ID'  PIC X(8).
           03 FILLER       VALUE SPACES    PIC X(28).

      * REVAL-LINE IS ONE DETAIL LINE ON THE REVALUATION REPORT.
       01  REVAL-LINE.
           03 CC                           PIC X.
           03 RVD-WHSE                     PIC XX.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 RVD-PART                     PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 RVD-DESC                     PIC X(20).
           03 FILLER       VALUE SPACES    PIC XX.
           03 RVD-OLD-PRICE                PIC ZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC XX.
           03 RVD-NEW-PRICE                PIC ZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC XX.
           03 RVD-ON-HAND                  PIC ZZZZ9.
           03 FILLER       VALUE SPACES    PIC XX.
           03 RVD-SWING-PCT                PIC ZZZZ9.
           03 FILLER       VALUE SPACES    PIC XX.
           03 RVD-REVAL                    PIC ----------9.99.
           03 FILLER       VALUE SPACES    PIC XX.
           03 RVD-FLAG                     PIC X(8).
           03 FILLER       VALUE SPACES    PIC XX.
           03 RVD-RUN-ID                   PIC X(8).
           03 FILLER       VALUE SPACES    PIC X(28).

      * WH-REVAL-TOTAL-LINE IS THE WAREHOUSE SUBTOTAL LINE PRINTED
      *   ON A WAREHOUSE CONTROL BREAK - THE NET REVALUATION FOR THE
      *   WAREHOUSE JUST LISTED.
       01  WH-REVAL-TOTAL-LINE.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(3).
           03 WHT-REVAL-WHSE               PIC XX.
           03 FILLER       VALUE SPACES    PIC X(3).
           03 FILLER                       PIC X(31)
              VALUE 'WAREHOUSE NET REVALUATION'.
           03 FILLER       VALUE SPACES    PIC X(31).
           03 WHT-REVAL-VALUE              PIC ----------9.99.
           03 FILLER       VALUE SPACES    PIC X(48).

      * GRAND-REVAL-TOTAL-LINE IS THE FINAL TOTAL LINE PRINTED BY
      *   Z000-FINISH - THE NET REVALUATION ACROSS ALL WAREHOUSES.
       01  GRAND-REVAL-TOTAL-LINE.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(8).
           03 FILLER                       PIC X(40)
              VALUE 'NET REVALUATION - ALL WAREHOUSES'.
           03 FILLER       VALUE SPACES    PIC X(22).
           03 GRT-REVAL-VALUE              PIC ----------9.99.
           03 FILLER       VALUE SPACES    PIC X(48).

      * REVAL-COUNT-LINE PRINTS ONE RUN TOTAL AT THE FOOT OF THE
      *   REPORT.
       01  REVAL-COUNT-LINE.
           03 CC                           PIC X.
           03 RVC-CTR-LABEL                PIC X(30).
           03 RVC-CTR-VALUE                PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(95).

      * REVAL-VALUE-LINE PRINTS ONE DOLLAR TOTAL AT THE FOOT OF THE
      *   REPORT.
       01  REVAL-VALUE-LINE.
           03 CC                           PIC X.
           03 RVV-VAL-LABEL                PIC X(30).
           03 RVV-VAL-VALUE                PIC ZZZZZZZZZZ9.99.
           03 FILLER       VALUE SPACES    PIC X(88).

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
      *     PRICE CHANGES ARE PICKED OFF THE JOURNAL, SORTED INTO
      *     WAREHOUSE/PART ORDER, AND REPORTED AS THE SORT'S OUTPUT
      *     PROCEDURE.
      *--------------------------------------------------------------

           PERFORM         B000-INIT.

           SORT            REVAL-SORT-FILE
                            ON ASCENDING KEY RSRT-WHSE
                                             RSRT-PART
                                             RSRT-RUN-ID
                                             RSRT-SEQ
                            INPUT PROCEDURE  P000-SELECT-CHANGES
                            OUTPUT PROCEDURE Q000-REPORT-CHANGES.

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

      *  ACCEPT THE SIGN-OFF PERCENT FROM SYSIN.  A BAD OR MISSING
      *    CARD FALLS BACK TO ZERO - EVERY PRICE CHANGE THEN IS
      *    FLAGGED FOR SIGN-OFF, THE SAFE DIRECTION.
           ACCEPT          SIGNOFF-PCT-X   FROM CONSOLE.
           IF      SIGNOFF-PCT-X NOT NUMERIC
                   DISPLAY ' '
                   DISPLAY 'SIGN-OFF PERCENT NOT NUMERIC - USING ZERO'
                   MOVE    ZEROS           TO SIGNOFF-PCT-X
           END-IF.

           OPEN            OUTPUT          REVAL-REPORT-FILE
                           OUTPUT          REVAL-EXTRACT-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       P000-SELECT-CHANGES                 SECTION.
      *
      *  P000-SELECT-CHANGES IS THE SORT'S INPUT PROCEDURE.  IT
      *    READS THE JOURNAL AND RELEASES EVERY PRICE CHANGE.
      *--------------------------------------------------------------

           OPEN            INPUT           JOURNAL-IN-FILE.

           PERFORM         N000-READ-JOURNAL
                           UNTIL JRNL-EOF.

           CLOSE           JOURNAL-IN-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       N000-READ-JOURNAL                   SECTION.
      *
      *  N000-READ-JOURNAL READS ONE JOURNAL RECORD.  ONLY A CHANGE
      *    WHOSE BEFORE AND AFTER PRICES DIFFER IS RELEASED, WITH THE
      *    OLD PRICE AND ON-HAND FROM THE BEFORE IMAGE AND THE NEW
      *    PRICE AND DESCRIPTION FROM THE AFTER IMAGE.
      *--------------------------------------------------------------

           READ    JOURNAL-IN-FILE         INTO JRNL-REC
                   AT END  MOVE 'Y'        TO JRNL-EOF-SW
           END-READ.

           IF      JRNL-EOF
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO JRNL-READ-CTR.

           IF      NOT JRN-CHANGE
                   GO TO   DEPART
           END-IF.

      *  THE BEFORE IMAGE - THE PRICE AND STOCK AS THEY STOOD.
           MOVE    JRN-BEFORE              TO INV-IN-REC.
           IF      UNIT-PRICE-IN NOT NUMERIC
                   OR ON-HAND-QTY-IN NOT NUMERIC
                   PERFORM N100-UNUSABLE-CHANGE
                   GO TO   DEPART
           END-IF.
           MOVE    UNIT-PRICE-IN           TO OLD-PRICE-WORK.
           MOVE    ON-HAND-QTY-IN          TO OLD-ON-HAND-WORK.

      *  THE AFTER IMAGE - THE PRICE THE CHANGE LEFT.
           MOVE    JRN-AFTER               TO INV-IN-REC.
           IF      UNIT-PRICE-IN NOT NUMERIC
                   PERFORM N100-UNUSABLE-CHANGE
                   GO TO   DEPART
           END-IF.

           IF      UNIT-PRICE-IN = OLD-PRICE-WORK
                   GO TO   DEPART
           END-IF.

           MOVE    JRN-WHSE                TO RSRT-WHSE.
           MOVE    JRN-PART                TO RSRT-PART.
           MOVE    JRN-RUN-ID              TO RSRT-RUN-ID.
           MOVE    JRN-SEQ                 TO RSRT-SEQ.
           MOVE    PART-DESC-IN            TO RSRT-DESC.
           MOVE    OLD-PRICE-WORK          TO RSRT-OLD-PRICE.
           MOVE    UNIT-PRICE-IN           TO RSRT-NEW-PRICE.
           MOVE    OLD-ON-HAND-WORK        TO RSRT-ON-HAND.
           RELEASE RSORT-REC.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       N100-UNUSABLE-CHANGE                SECTION.
      *
      *  N100-UNUSABLE-CHANGE NAMES A JOURNAL CHANGE WHOSE PRICE OR
      *    ON-HAND CANNOT BE READ, SO SOMEONE LOOKS AT IT BY HAND.
      *--------------------------------------------------------------

           DISPLAY 'JOURNAL CHANGE NOT VALUED - PRICE OR ON-HAND '
                   'NOT NUMERIC: ' JRN-RUN-ID ' ' JRN-SEQ ' '
                   JRN-WHSE ' ' JRN-PART.
           ADD     1                       TO UNUSABLE-CTR.
           MOVE    4                       TO RETURN-CODE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Q000-REPORT-CHANGES                 SECTION.
      *
      *  Q000-REPORT-CHANGES IS THE SORT'S OUTPUT PROCEDURE.  IT
      *    TAKES THE SORTED PRICE CHANGES ONE AT A TIME.
      *--------------------------------------------------------------

           PERFORM         R000-RETURN-CHANGE.

           IF              SORT-EOF
                           DISPLAY ' '
                           DISPLAY 'NO PRICE CHANGES ON THE JOURNAL.'
           ELSE
                           MOVE    'Y'     TO ANY-DATA-SW
                           PERFORM C000-PROCESS-ONE-CHANGE
                                   UNTIL SORT-EOF
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       C000-PROCESS-ONE-CHANGE             SECTION.
      *
      *   THIS SECTION IS THE MAIN PROCESSING LOOP - ONE PASS PER
      *     PRICE CHANGE.  THE WAREHOUSE CONTROL BREAK RUNS FIRST,
      *     THEN THE CHANGE IS VALUED, PRINTED AND EXTRACTED.
      *--------------------------------------------------------------

      * WAREHOUSE CONTROL BREAK - PRINT THE SUBTOTAL LINE AND RESET
      *   THE ACCUMULATOR WHEN THE WAREHOUSE NUMBER CHANGES.  THE
      *   FIRST CHANGE OF THE RUN IS NOT TREATED AS A BREAK.
           IF      FIRST-REC
                   MOVE    'N'             TO FIRST-REC-SW
                   MOVE    RSRT-WHSE       TO PREV-WAREHOUSE-NO
           ELSE
           IF      RSRT-WHSE NOT = PREV-WAREHOUSE-NO
                   PERFORM S000-WRITE-WH-SUBTOTAL
                   PERFORM T000-RESET-WH-TOTALS
                   MOVE    RSRT-WHSE       TO PREV-WAREHOUSE-NO
           END-IF
           END-IF.

           PERFORM E000-VALUE-CHANGE.
           PERFORM D000-PRINT-CHANGE.
           PERFORM M000-WRITE-EXTRACT.

      * RETURN NEXT SORTED PRICE CHANGE
           PERFORM R000-RETURN-CHANGE.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R000-RETURN-CHANGE                  SECTION.
      *
      *  R000-RETURN-CHANGE RETURNS THE NEXT SORTED PRICE CHANGE.
      *---------------------------------------------------------------

           RETURN  REVAL-SORT-FILE
                   AT END  MOVE 'Y'        TO SORT-EOF-SW
           END-RETURN.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E000-VALUE-CHANGE                   SECTION.
      *
      *  E000-VALUE-CHANGE WORKS OUT THE REVALUATION AND THE SWING
      *    FOR THE CHANGE IN HAND, BUILDS ITS EXTRACT RECORD, AND
      *    ADDS IT TO THE TOTALS.  THE SWING IS THE PRICE MOVE AS A
      *    WHOLE PERCENT OF THE OLD PRICE; A MOVE FROM A ZERO PRICE
      *    IS CARRIED AS 99999 AND ALWAYS FLAGGED.
      *---------------------------------------------------------------

           ADD     1                       TO PRICE-CHANGE-CTR.

           MOVE    SPACES                  TO RVL-REC.
           MOVE    RSRT-RUN-ID             TO RVL-RUN-ID.
           MOVE    RSRT-SEQ                TO RVL-SEQ.
           MOVE    RSRT-WHSE               TO RVL-WHSE.
           MOVE    RSRT-PART               TO RVL-PART.
           MOVE    RSRT-OLD-PRICE          TO RVL-OLD-PRICE.
           MOVE    RSRT-NEW-PRICE          TO RVL-NEW-PRICE.
           MOVE    RSRT-ON-HAND            TO RVL-ON-HAND.

           COMPUTE REVAL-WORK = (RSRT-NEW-PRICE - RSRT-OLD-PRICE)
                                * RSRT-ON-HAND
                   ON SIZE ERROR
                       MOVE 99999999999.99 TO REVAL-WORK
                       IF   RSRT-NEW-PRICE < RSRT-OLD-PRICE
                            COMPUTE REVAL-WORK = ZERO - REVAL-WORK
                       END-IF
           END-COMPUTE.

           IF      RSRT-NEW-PRICE > RSRT-OLD-PRICE
                   MOVE    'G'             TO RVL-GAIN-LOSS
                   COMPUTE PRICE-MOVE-WORK =
                           RSRT-NEW-PRICE - RSRT-OLD-PRICE
                   MOVE    REVAL-WORK      TO RVL-AMOUNT
                   ADD     RVL-AMOUNT      TO GAIN-TOTAL
           ELSE
                   MOVE    'L'             TO RVL-GAIN-LOSS
                   COMPUTE PRICE-MOVE-WORK =
                           RSRT-OLD-PRICE - RSRT-NEW-PRICE
                   COMPUTE RVL-AMOUNT = ZERO - REVAL-WORK
                   ADD     RVL-AMOUNT      TO LOSS-TOTAL
           END-IF.

           IF      RSRT-OLD-PRICE = ZERO
                   MOVE    99999           TO RVL-SWING-PCT
           ELSE
                   COMPUTE RVL-SWING-PCT ROUNDED =
                           PRICE-MOVE-WORK * 100 / RSRT-OLD-PRICE
                           ON SIZE ERROR
                               MOVE 99999  TO RVL-SWING-PCT
                   END-COMPUTE
           END-IF.

           IF      RVL-SWING-PCT > SIGNOFF-PCT
                   MOVE    'Y'             TO RVL-SIGNOFF
                   ADD     1               TO SIGNOFF-CTR
           ELSE
                   MOVE    'N'             TO RVL-SIGNOFF
           END-IF.

           ADD     REVAL-WORK              TO WH-REVAL-TOTAL
                                              GR-REVAL-TOTAL.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       D000-PRINT-CHANGE                   SECTION.
      *
      *  D000-PRINT-CHANGE PRINTS ONE PRICE CHANGE ON THE REPORT.
      *---------------------------------------------------------------

           MOVE    RSRT-WHSE               TO RVD-WHSE.
           MOVE    RSRT-PART               TO RVD-PART.
           MOVE    RSRT-DESC               TO RVD-DESC.
           MOVE    RSRT-OLD-PRICE          TO RVD-OLD-PRICE.
           MOVE    RSRT-NEW-PRICE          TO RVD-NEW-PRICE.
           MOVE    RSRT-ON-HAND            TO RVD-ON-HAND.
           MOVE    RVL-SWING-PCT           TO RVD-SWING-PCT.
           MOVE    REVAL-WORK              TO RVD-REVAL.
           MOVE    RSRT-RUN-ID             TO RVD-RUN-ID.

           IF      RVL-NEEDS-SIGNOFF
                   MOVE    'SIGN-OFF'      TO RVD-FLAG
           ELSE
                   MOVE    SPACES          TO RVD-FLAG
           END-IF.

           IF      LINE-CTR > 56
                   PERFORM W000-WRITE-HEADING
           END-IF.

           WRITE   REVAL-REPORT-REC        FROM REVAL-LINE
                   AFTER ADVANCING 1 LINE.
           ADD     1                       TO LINE-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       M000-WRITE-EXTRACT                  SECTION.
      *
      *  M000-WRITE-EXTRACT WRITES THE CHANGE IN HAND TO THE
      *    REVALUATION EXTRACT.
      *---------------------------------------------------------------

           WRITE   REVAL-EXTRACT-REC       FROM RVL-REC.
           ADD     1                       TO EXTRACT-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       S000-WRITE-WH-SUBTOTAL              SECTION.
      *
      *  S000-WRITE-WH-SUBTOTAL PRINTS THE NET REVALUATION FOR THE
      *    WAREHOUSE JUST COMPLETED (PREV-WAREHOUSE-NO).
      *---------------------------------------------------------------

           MOVE    PREV-WAREHOUSE-NO       TO WHT-REVAL-WHSE.
           MOVE    WH-REVAL-TOTAL          TO WHT-REVAL-VALUE.

           IF      LINE-CTR > 56
                   PERFORM W000-WRITE-HEADING.

           WRITE   REVAL-REPORT-REC        FROM WH-REVAL-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

           ADD     2                       TO LINE-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       T000-RESET-WH-TOTALS                SECTION.
      *
      *  T000-RESET-WH-TOTALS ZEROES THE WAREHOUSE REVALUATION
      *    ACCUMULATOR AFTER IT HAS BEEN PRINTED.
      *---------------------------------------------------------------

           MOVE    ZEROS                   TO WH-REVAL-TOTAL.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       V000-WRITE-GRAND-TOTAL              SECTION.
      *
      *  V000-WRITE-GRAND-TOTAL PRINTS THE NET REVALUATION ACROSS
      *    ALL WAREHOUSES ON THE JOURNAL.
      *---------------------------------------------------------------

           MOVE    GR-REVAL-TOTAL          TO GRT-REVAL-VALUE.

           IF      LINE-CTR > 56
                   PERFORM W000-WRITE-HEADING.

           WRITE   REVAL-REPORT-REC        FROM GRAND-REVAL-TOTAL-LINE
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
           WRITE   REVAL-REPORT-REC        FROM REPORT-HEADING
                   AFTER ADVANCING TOP-OF-PAGE.

      *  COLUMN HEADING
           WRITE   REVAL-REPORT-REC        FROM COLHDG
                   AFTER ADVANCING 2 LINES.

      *  INIT LINE-CTR
           MOVE    3                       TO LINE-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Z000-FINISH                         SECTION.
      *
      *  Z000-FINISH PRINTS THE FINAL WAREHOUSE SUBTOTAL, THE GRAND
      *    NET REVALUATION, AND THE RUN TOTALS, THEN CLOSES THE
      *    FILES.
      *--------------------------------------------------------------

           IF      ANY-DATA
                   PERFORM S000-WRITE-WH-SUBTOTAL
                   PERFORM V000-WRITE-GRAND-TOTAL
           ELSE
      *  A RUN WITH NO PRICE CHANGES STILL GETS A HEADED PAGE SO THE
      *    TOTALS NEVER PRINT INTO A BLANK SYSOUT.
                   PERFORM W000-WRITE-HEADING
           END-IF.

           MOVE    'JOURNAL RECORDS READ'  TO RVC-CTR-LABEL.
           MOVE    JRNL-READ-CTR           TO RVC-CTR-VALUE.
           WRITE   REVAL-REPORT-REC        FROM REVAL-COUNT-LINE
                   AFTER ADVANCING 3 LINES.

           MOVE    'PRICE CHANGES REVALUED' TO RVC-CTR-LABEL.
           MOVE    PRICE-CHANGE-CTR        TO RVC-CTR-VALUE.
           WRITE   REVAL-REPORT-REC        FROM REVAL-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'CHANGES NOT VALUED'    TO RVC-CTR-LABEL.
           MOVE    UNUSABLE-CTR            TO RVC-CTR-VALUE.
           WRITE   REVAL-REPORT-REC        FROM REVAL-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'SIGN-OFF PERCENT'      TO RVC-CTR-LABEL.
           MOVE    SIGNOFF-PCT             TO RVC-CTR-VALUE.
           WRITE   REVAL-REPORT-REC        FROM REVAL-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'CHANGES FLAGGED FOR SIGN-OFF'
                                           TO RVC-CTR-LABEL.
           MOVE    SIGNOFF-CTR             TO RVC-CTR-VALUE.
           WRITE   REVAL-REPORT-REC        FROM REVAL-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'EXTRACT RECORDS WRITTEN'
                                           TO RVC-CTR-LABEL.
           MOVE    EXTRACT-CTR             TO RVC-CTR-VALUE.
           WRITE   REVAL-REPORT-REC        FROM REVAL-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

      *  GAINS AND LOSSES APART - THE FIGURES FINANCE BOOKS FROM THE
      *    EXTRACT.
           MOVE    'REVALUATION GAINS'     TO RVV-VAL-LABEL.
           MOVE    GAIN-TOTAL              TO RVV-VAL-VALUE.
           WRITE   REVAL-REPORT-REC        FROM REVAL-VALUE-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE    'REVALUATION LOSSES'    TO RVV-VAL-LABEL.
           MOVE    LOSS-TOTAL              TO RVV-VAL-VALUE.
           WRITE   REVAL-REPORT-REC        FROM REVAL-VALUE-LINE
                   AFTER ADVANCING 1 LINE.

           CLOSE   REVAL-REPORT-FILE
                   REVAL-EXTRACT-FILE.

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
           MOVE    'PROGRAM24'             TO RCT-PROGRAM.
           MOVE    SYS-DATE                TO RCT-RUN-DATE.
           MOVE    'MNTJRNL(0)'            TO RCT-GENS-USED.
           MOVE    RETURN-CODE             TO RCT-RETURN-CODE.
           WRITE   RUN-CONTROL-REC         FROM RUN-CTL-REC.

           CLOSE   RUN-CONTROL-FILE.

       DEPART.
           EXIT.
      *
      *
