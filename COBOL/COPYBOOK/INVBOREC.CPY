      * BKO-REC IS ONE OPEN BACKORDER - A REGISTER SALE THAT COULD
      *    NOT BE FILLED FROM THE SHELF WHEN IT WAS POSTED.  THE
      *    SALES POSTING WRITES THEM AND FILLS THEM, OLDEST FIRST,
      *    AS STOCK COMES BACK; THE BACKORDER FILL RUN DOES THE SAME
      *    AFTER RECEIPTS AND TRANSFERS LAND, AND PRINTS THE AGING.
      *    THE FILE IS KEPT IN WAREHOUSE, PART, SALE DATE ORDER.
      *    KEPT IN A COPYBOOK SO THE WRITERS AND THE READERS STAY IN
      *    SYNC ON ONE DEFINITION.
       01  BKO-REC.
           03 BKO-SORT-KEY.
              05 BKO-WHSE                 PIC XX.
              05 BKO-PART                 PIC X(5).
      * BKO-SALE-DATE IS THE ORIGINAL SALE DATE OFF THE REGISTER
      *    CARD, YYYYMMDD - THE DATE THE CUSTOMER HAS BEEN WAITING
      *    SINCE, AND THE MONTH THE SALE POSTS TO WHEN FILLED.
              05 BKO-SALE-DATE            PIC X(8).
           03 BKO-ORIG-QTY                PIC 9(4).
      * BKO-OPEN-QTY IS WHAT IS STILL OWED - THE ORIGINAL QUANTITY
      *    LESS ANY PART FILLS.  THE ENTRY LEAVES THE FILE WHEN IT
      *    REACHES ZERO.
           03 BKO-OPEN-QTY                PIC 9(4).
      * BKO-HELD-DATE IS THE DATE THE POSTING RUN BACKORDERED THE
      *    SALE, YYYYMMDD.
           03 BKO-HELD-DATE               PIC X(8).
           03 FILLER                      PIC X(9).
