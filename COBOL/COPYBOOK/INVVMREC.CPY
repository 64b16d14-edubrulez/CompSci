      * VMV-REC IS ONE INVENTORY VALUE MOVEMENT - A QUANTITY THAT
      *    CHANGED THE BOOK VALUE OF THE STOCK, PRICED AT
      *    UNIT-PRICE-IN WHEN IT HAPPENED.  THE POSTING, COUNT AND
      *    TRANSFER RUNS EACH WRITE ONE PER MOVEMENT THEY MAKE, AND
      *    THE GENERAL-LEDGER INTERFACE SUMMARIZES THEM INTO JOURNAL
      *    ENTRIES.  THE VALUE IS ALWAYS POSITIVE - THE MOVEMENT
      *    TYPE SAYS WHICH WAY IT WENT.  KEPT IN A COPYBOOK SO THE
      *    WRITERS AND THE READER STAY IN SYNC ON ONE DEFINITION.
       01  VMV-REC.
      * VMV-SOURCE IS THE PROGRAM THAT MADE THE MOVEMENT.
           03 VMV-SOURCE                  PIC X(9).
           03 VMV-TYPE                    PIC XX.
              88 VMV-SALE                  VALUE 'SL'.
              88 VMV-RETURN-RESTOCK        VALUE 'RR'.
              88 VMV-RETURN-DAMAGED        VALUE 'RD'.
              88 VMV-COUNT-GAIN            VALUE 'CG'.
              88 VMV-COUNT-LOSS            VALUE 'CL'.
              88 VMV-XFER-SHIPPED          VALUE 'XS'.
              88 VMV-XFER-RECEIVED         VALUE 'XR'.
              88 VMV-WRITE-DOWN            VALUE 'WD'.
              88 VMV-TRAILER               VALUE 'ZZ'.
           03 VMV-DETAIL.
      * VMV-WHSE IS THE WAREHOUSE WHOSE STOCK MOVED - FOR A TRANSFER
      *    THE SHIPPING SIDE ON 'XS' AND THE RECEIVING SIDE ON 'XR'.
              05 VMV-WHSE                 PIC XX.
              05 VMV-PART                 PIC X(5).
      * VMV-DATE IS THE DATE THE MOVEMENT WAS MADE, YYYYMMDD.
              05 VMV-DATE                 PIC X(8).
              05 VMV-QTY                  PIC 9(5).
              05 VMV-PRICE                PIC 9(6)V99.
              05 VMV-VALUE                PIC 9(9)V99.
              05 FILLER                   PIC X(10).
      * THE LAST RECORD EVERY WRITER PUTS ON ITS FILE IS A TRAILER
      *    (VMV-TYPE 'ZZ') CARRYING THE WRITER'S OWN COUNT OF THE
      *    MOVEMENTS IT WROTE AND THEIR TOTAL VALUE, SO THE READER
      *    CAN PROVE IT GOT THE WHOLE FILE.
           03 VMV-TRAILER-DATA REDEFINES VMV-DETAIL.
              05 VMV-TRL-DATE             PIC X(8).
              05 VMV-TRL-CNT              PIC 9(7).
              05 VMV-TRL-VALUE            PIC 9(11)V99.
              05 FILLER                   PIC X(21).
