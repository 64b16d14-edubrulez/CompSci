      * POL-REC IS ONE LINE OF A PURCHASE ORDER RAISED BY THE
      *    PURCHASE-ORDER BUILD - ONE PER SUGGESTION ORDERED, IN
      *    VENDOR, WAREHOUSE, PART ORDER.  KEPT IN A COPYBOOK SO THE
      *    WRITER AND THE READERS STAY IN SYNC ON ONE DEFINITION.
       01  POL-REC.
      * POL-PO-NO IS THE ORDER NUMBER - THE RUN DATE (YYMMDD) AND
      *    THE ORDER'S SEQUENCE WITHIN THE RUN.
           03 POL-PO-NO.
              05 POL-PO-DATE              PIC X(6).
              05 POL-PO-SEQ               PIC 9(3).
           03 POL-VENDOR                  PIC X(6).
           03 POL-WHSE                    PIC XX.
           03 POL-PART                    PIC X(5).
           03 POL-VEND-PART               PIC X(15).
      * POL-SUGGEST-QTY IS WHAT PROGRAM1 SUGGESTED; POL-ORDER-QTY IS
      *    WHAT WAS ORDERED AFTER THE MINIMUM AND PACK ROUNDING.
           03 POL-SUGGEST-QTY             PIC 9(6).
           03 POL-ORDER-QTY               PIC 9(6).
           03 POL-UNIT-COST               PIC 9(6)V99.
           03 POL-EXTENDED                PIC 9(9)V99.
           03 POL-LEAD-DAYS               PIC 9(3).
      * POL-ORDER-DATE IS THE DATE THE ORDER WAS RAISED, YYYYMMDD.
           03 POL-ORDER-DATE              PIC X(8).
           03 FILLER                      PIC X.
