      * DGR-REC IS ONE LINE OF THE MORNING EXCEPTIONS SUMMARY - ONE
      *    EXCEPTION CATEGORY FOR ONE WAREHOUSE, AS THE DIGEST FOUND
      *    IT AT THE END OF THE NIGHTLY CYCLE.  WAREHOUSE '**' HOLDS
      *    THE SUITE-WIDE CATEGORIES.  THE FILE IS IN WAREHOUSE THEN
      *    PRIORITY ORDER; THE HELP DESK PICKS IT UP EACH MORNING AND
      *    THE NEXT DIGEST READS IT BACK TO SAY WHAT HAS CHANGED.  A
      *    CATEGORY THAT CLEARED OVERNIGHT IS WRITTEN ONCE WITH ZERO
      *    ITEMS SO THE HELP DESK SEES IT GO.  KEPT IN A COPYBOOK SO
      *    THE WRITER AND THE READERS STAY IN SYNC ON ONE DEFINITION.
       01  DGR-REC.
           03 DGR-WHSE                    PIC XX.
      * DGR-CATEGORY IS THE CATEGORY CODE, '1' THROUGH '7' IN ORDER
      *    OF PRIORITY - '1' IS WORKED FIRST.
           03 DGR-CATEGORY                PIC X.
           03 DGR-PRIORITY                PIC X(6).
           03 DGR-CAT-NAME                PIC X(24).
      * DGR-RUN-DATE IS THE DATE OF THE DIGEST, YYYYMMDD.
           03 DGR-RUN-DATE                PIC X(8).
           03 DGR-ITEMS                   PIC 9(7).
           03 DGR-DOLLARS                 PIC 9(11)V99.
      * DGR-OLDEST-DAYS IS THE AGE OF THE OLDEST ITEM IN DAYS.
      *    DGR-NIGHTS IS HOW MANY DIGESTS IN A ROW HAVE FOUND THE
      *    CATEGORY OPEN FOR THE WAREHOUSE.
           03 DGR-OLDEST-DAYS             PIC 9(5).
           03 DGR-NIGHTS                  PIC 9(5).
      * DGR-CHANGE IS NEW, WORSE, BETTER, SAME OR CLEARED AGAINST
      *    THE ITEM COUNT ON THE PREVIOUS DIGEST.
           03 DGR-CHANGE                  PIC X(7).
           03 FILLER                      PIC XX.
