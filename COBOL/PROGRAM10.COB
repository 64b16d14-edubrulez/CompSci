      *    AND A SURPLUS TABLE (ON HAND ABOVE THE REORDER POINT),
      *    AND SUGGESTS SHIPPING THE SHORTFALL FROM THE WAREHOUSES
      *    WITH SURPLUS BEFORE ANYONE BUYS MORE.  A SURPLUS IS ONLY
      *    DRAWN DOWN TO THE REORDER POINT, NEVER BELOW IT.  A
      *    WAREHOUSE THAT IS NOT ACTIVE IS NEVER TREATED AS NEEDING
      *    STOCK - IT IS BEING EMPTIED BY THE CLOSURE RUN, NOT
      *    REFILLED.
      *
      *  FILES:
      *    INVENTORY-DATA-FILE
      * RUN TOTALS FOR THE FOOT OF THE REPORT.
       77  SUGGESTIONS-CTR                 PIC 9(7)        VALUE ZERO.
       77  RECORDS-SKIPPED-CTR             PIC 9(7)        VALUE ZERO.
       77  CLOSED-NEED-CTR                 PIC 9(7)        VALUE ZERO.

      * THE NEED AND SURPLUS TABLES FOR THE PART GROUP IN HAND.
      *   FIFTY ENTRIES EACH IS ROOM FOR EVERY WAREHOUSE THE
       77  WHSE-EOF-SW                     PIC X           VALUE 'N'.
           88 WHSE-EOF                      VALUE 'Y'.

      * WHSE-FOUND-SW, WHSE-NAME-WORK AND WHSE-ACTIVE-WORK ARE THE
      *   RESULT OF U000-LOOKUP-WHSE FOR THE CODE IN
      *   LOOKUP-WHSE-CODE.
       77  WHSE-FOUND-SW                   PIC X           VALUE 'N'.
           88 WHSE-FOUND                    VALUE 'Y'.
       77  LOOKUP-WHSE-CODE                PIC XX          VALUE SPACES.
       77  WHSE-NAME-WORK                  PIC X(20)       VALUE SPACES.
       77  WHSE-ACTIVE-WORK                PIC X           VALUE SPACE.

      * HEADING FOR THE REPORT WITH DATE IN UPPER RIGHT CORNER
       01  REPORT-HEADING.
       U000-LOOKUP-WHSE                    SECTION.
      *
      *  U000-LOOKUP-WHSE LOOKS LOOKUP-WHSE-CODE UP IN THE
      *    WAREHOUSE TABLE AND SETS WHSE-FOUND-SW, WHSE-NAME-WORK
      *    AND WHSE-ACTIVE-WORK.
      *--------------------------------------------------------------

           MOVE    'N'                     TO WHSE-FOUND-SW.
           MOVE    SPACES                  TO WHSE-NAME-WORK.
           MOVE    SPACE                   TO WHSE-ACTIVE-WORK.
           IF      WHSE-CNT > ZERO
                   PERFORM U100-MATCH-ONE-WHSE
                           VARYING WHSE-IX FROM 1 BY 1
           IF      LOOKUP-WHSE-CODE = WHT-CODE (WHSE-IX)
                   MOVE    'Y'             TO WHSE-FOUND-SW
                   MOVE    WHT-NAME (WHSE-IX) TO WHSE-NAME-WORK
                   MOVE    WHT-ACTIVE (WHSE-IX)
                                           TO WHSE-ACTIVE-WORK
           END-IF.

       DEPART.

      * FILE THE RECORD IN THE NEED OR SURPLUS TABLE.  A WAREHOUSE
      *   SITTING EXACTLY ON ITS REORDER POINT IS IN NEITHER - IT
      *   HAS NOTHING TO SPARE AND NOTHING MISSING.  NEITHER IS A
      *   CLOSED WAREHOUSE BELOW ITS REORDER POINT - IT IS COUNTED
      *   AND LEFT OUT.
           MOVE    PART-NO-IN              TO CURR-PART.
           MOVE    PART-DESC-IN            TO CURR-DESC.

           IF      ON-HAND-QTY-IN < REORDER-POINT-IN
                   MOVE    WAREHOUSE-NO-IN TO LOOKUP-WHSE-CODE
                   PERFORM U000-LOOKUP-WHSE
           END-IF.

           IF      ON-HAND-QTY-IN < REORDER-POINT-IN
               AND WHSE-ACTIVE-WORK = 'I'
                   ADD     1               TO CLOSED-NEED-CTR
           ELSE
           IF      ON-HAND-QTY-IN < REORDER-POINT-IN
                   IF      NEED-CNT < 50
                           ADD     1       TO NEED-CNT
                           ADD     1       TO TBL-OVERFLOW-CTR
                   END-IF
           END-IF
           END-IF
           END-IF.

      * RETURN NEXT SORTED RECORD
           WRITE   TRANSFER-REPORT-REC     FROM XFER-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'NEEDS IN CLOSED WAREHOUSES'
                                           TO XFR-CTR-LABEL.
           MOVE    CLOSED-NEED-CTR         TO XFR-CTR-VALUE.
           WRITE   TRANSFER-REPORT-REC     FROM XFER-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'WAREHOUSES PAST TABLE LIMIT'
                                           TO XFR-CTR-LABEL.
           MOVE    TBL-OVERFLOW-CTR        TO XFR-CTR-VALUE.
