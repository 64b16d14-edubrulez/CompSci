      *    CLUSTER BEFORE A MAINTENANCE RUN THAT MIGHT NEED BACKING
      *    OUT.
      *
      *  A WAREHOUSE THAT IS NOT ACTIVE TAKES NO MAINTENANCE.  THE
      *    ONE EXCEPTION IS THE RUN THAT APPLIES THE TRANSFER RUN'S
      *    ADJUSTMENTS - RUN TYPE 'X' ON THE SYSIN CARD - WHERE A
      *    CHANGE TO ON-HAND ALONE STILL POSTS, SO STOCK SHIPPED OUT
      *    OF A CLOSING SITE COMES OFF ITS BOOKS.  AN ON-HAND CHANGE
      *    KEYED INTO ANY OTHER RUN IS REJECTED LIKE THE REST.
      *
      *  EVERY APPLIED TRANSACTION ALSO WRITES ONE JOURNAL RECORD -
      *    THE BEFORE AND AFTER IMAGES OF THE MASTER RECORD TOUCHED,
      *    STAMPED WITH THE RUN IDENTIFIER FROM SYSIN - SO A BAD
      *   RECORD - OPERATIONS ASSIGNS IT ON SYSIN, AND QUOTES IT TO
      *   THE RECOVERY PROGRAM TO BACK THIS RUN (AND ONLY THIS RUN)
      *   OUT.  A BLANK CARD FALLS BACK TO THE RUN DATE PLUS '01'.
      *   RUN-TYPE, IN COLUMN 9 OF THE SAME CARD, IS BLANK FOR
      *   ORDINARY MAINTENANCE AND 'X' FOR THE RUN THAT APPLIES THE
      *   TRANSFER RUN'S ON-HAND ADJUSTMENTS.
       01  RUN-CARD.
           03 RUN-ID.
              05 RID-DATE                  PIC X(6)  VALUE SPACES.
              05 RID-SUFFIX                PIC XX    VALUE SPACES.
           03 RUN-TYPE                     PIC X     VALUE SPACE.
              88 ORDINARY-RUN               VALUE SPACE.
              88 XFRADJ-RUN                 VALUE 'X'.
           03 FILLER                       PIC X(71) VALUE SPACES.

      * JRN-SEQ-CTR NUMBERS THE JOURNAL RECORDS IN THE ORDER THE
      *   MASTER WAS TOUCHED, SO THE RECOVERY PROGRAM CAN TELL THE
       77  LOOKUP-WHSE-CODE                PIC XX          VALUE SPACES.
       77  WHSE-NAME-WORK                  PIC X(20)       VALUE SPACES.

      * ONHAND-ONLY-SW SAYS WHETHER THE TRANSACTION IN HAND IS A
      *   CHANGE CARRYING NOTHING BUT AN ON-HAND FIGURE - THE SHAPE
      *   OF A TRANSFER ADJUSTMENT.  ON AN XFRADJ-RUN IT IS THE ONE
      *   TRANSACTION A CLOSED WAREHOUSE STILL TAKES, SO ITS STOCK
      *   CAN BE SHIPPED OUT WHILE THE SITE IS WOUND DOWN.
       77  ONHAND-ONLY-SW                  PIC X           VALUE 'N'.
           88 ONHAND-ONLY                   VALUE 'Y'.

      * HEADING FOR THE AUDIT REPORT WITH DATE IN UPPER RIGHT CORNER
       01  AUDIT-HEADING.
           03 CC                           PIC X.
      *  ACCEPT THE RUN IDENTIFIER FOR THE JOURNAL.  A BLANK CARD
      *    FALLS BACK TO THE RUN DATE PLUS '01' - STILL UNIQUE FOR
      *    THE USUAL ONE MAINTENANCE RUN A DAY.
           ACCEPT          RUN-CARD        FROM CONSOLE.
           IF      RUN-ID = SPACES
                   MOVE    SYS-DATE        TO RID-DATE
                   MOVE    '01'            TO RID-SUFFIX
           END-IF.

      *  A RUN TYPE OTHER THAN BLANK OR 'X' IS TREATED AS ORDINARY
      *    MAINTENANCE, SO A MISPUNCHED CARD CANNOT OPEN A CLOSED
      *    WAREHOUSE TO ON-HAND CHANGES.
           IF      NOT ORDINARY-RUN AND NOT XFRADJ-RUN
                   DISPLAY ' '
                   DISPLAY 'RUN TYPE NOT BLANK OR X - RUNNING AS '
                           'ORDINARY MAINTENANCE'
                   MOVE    SPACE           TO RUN-TYPE
           END-IF.

      *  TABLE THE WAREHOUSE REFERENCE ENTRIES FOR THE EDITS.
           PERFORM         B100-LOAD-WHSE-REF.


      *  THE WAREHOUSE CODE MUST BE ON THE REFERENCE MASTER AND
      *    ACTIVE - AN UNKNOWN OR CLOSED WAREHOUSE REJECTS THE
      *    TRANSACTION BEFORE IT GOES NEAR THE MASTER.  THE ONE
      *    EXCEPTION, ON THE RUN THAT APPLIES THE TRANSFER
      *    ADJUSTMENTS ONLY, IS AN ON-HAND-ONLY CHANGE TO A CLOSED
      *    WAREHOUSE, SO TRANSFERS OUT OF A SITE BEING WOUND DOWN
      *    STILL POST.
           MOVE    TR-WAREHOUSE-NO         TO LOOKUP-WHSE-CODE.
           PERFORM U000-LOOKUP-WHSE.

           MOVE    'N'                     TO ONHAND-ONLY-SW.
           IF      XFRADJ-RUN
               AND TR-CHANGE
               AND TR-PART-DESC = SPACES
               AND TR-UNIT-PRICE-X = SPACES
               AND TR-QUANTITY-SOLD = SPACES
               AND TR-LAST-SALE-DATE = SPACES
               AND TR-DATE-RECEIPT = SPACES
               AND TR-REORDER-POINT-X = SPACES
               AND TR-ON-HAND-QTY-X NOT = SPACES
                   MOVE    'Y'             TO ONHAND-ONLY-SW
           END-IF.

           IF      TR-WAREHOUSE-NO = SPACES OR TR-PART-NO = SPACES
                   MOVE    'TRANSACTION KEY BLANK'
                                           TO REJECT-REASON
                                           TO REJECT-REASON
                   PERFORM F100-AUDIT-REJECT
           ELSE
           IF      NOT WHSE-IS-ACTIVE-TBL AND NOT ONHAND-ONLY
                   MOVE    'WAREHOUSE CODE INACTIVE'
                                           TO REJECT-REASON
                   PERFORM F100-AUDIT-REJECT
