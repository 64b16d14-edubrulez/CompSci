      * PVX-REC IS ONE ENTRY ON THE PART-VENDOR CROSS-REFERENCE -
      *    WHO SUPPLIES A PART AND ON WHAT TERMS.  ONE ENTRY PER
      *    PART NUMBER, IN PART ORDER; A PART NUMBER MEANS THE SAME
      *    ITEM IN EVERY WAREHOUSE, SO THE ONE ENTRY COVERS THEM
      *    ALL.  MAINTAINED BY ITS OWN PROGRAM AND READ BY THE
      *    PURCHASE-ORDER BUILD.  KEPT IN A COPYBOOK SO THE WRITER
      *    AND THE READERS STAY IN SYNC ON ONE DEFINITION.
       01  PVX-REC.
           03 PVX-PART                    PIC X(5).
           03 PVX-VENDOR                  PIC X(6).
      * PVX-VEND-PART IS THE VENDOR'S OWN NUMBER FOR THE PART, AS IT
      *    MUST APPEAR ON THE PURCHASE ORDER.
           03 PVX-VEND-PART               PIC X(15).
      * PVX-LEAD-DAYS IS THE VENDOR'S LEAD TIME IN CALENDAR DAYS.
           03 PVX-LEAD-DAYS               PIC 9(3).
      * PVX-MIN-QTY IS THE SMALLEST QUANTITY THE VENDOR WILL TAKE AN
      *    ORDER FOR, AND PVX-PACK-QTY THE CASE PACK IT SHIPS IN -
      *    AN ORDER IS RAISED TO THE MINIMUM, THEN TO A WHOLE NUMBER
      *    OF PACKS.  ZERO MEANS NO MINIMUM OR NO PACK.
           03 PVX-MIN-QTY                 PIC 9(6).
           03 PVX-PACK-QTY                PIC 9(5).
      * PVX-UNIT-COST IS THE VENDOR'S PRICE PER UNIT.  ZERO MEANS
      *    NOT YET QUOTED; THE ORDER IS THEN PRICED AT THE MASTER'S
      *    UNIT PRICE.
           03 PVX-UNIT-COST               PIC 9(6)V99.
           03 FILLER                      PIC X(12).
