           03 CW-ONHAND-VALUE              PIC 9(9)V99.
           03 CW-ANNUAL-SALES              PIC 9(9)V99.

      * ABC-OUT-REC IS THE NAMED LAYOUT BEHIND ABC-EXTRACT-REC.  THE
      *    LAYOUT IS KEPT IN COPYBOOK INVABREC.
           COPY INVABREC.

      * INV-IN-REC IS THE FIELD BREAKDOWN FOR THE MASTER RECORD.
      *    THE LAYOUT IS KEPT IN COPYBOOK INVINREC.
