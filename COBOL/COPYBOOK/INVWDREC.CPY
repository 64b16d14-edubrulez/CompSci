      * WD-OUT-REC IS ONE DEAD-STOCK WRITE-DOWN CANDIDATE - THE PART,
      *    ITS PRICE AND ON-HAND, AND THE CARRYING VALUE TIED UP IN
      *    IT.  WRITTEN BY THE DEAD-STOCK REPORT AND READ BY THE
      *    GENERAL-LEDGER INTERFACE TO BOOK THE INVENTORY RESERVE.
      *    KEPT IN A COPYBOOK SO THE WRITER AND THE READERS STAY IN
      *    SYNC ON ONE DEFINITION.
       01  WD-OUT-REC.
           03 WD-WHSE                      PIC XX.
           03 WD-PART                      PIC X(5).
           03 WD-DESC                      PIC X(20).
           03 WD-PRICE                     PIC 9(6)V99.
           03 WD-ON-HAND                   PIC 9(5).
           03 WD-CARRY-VALUE               PIC 9(9)V99.
           03 WD-LAST-SALE                 PIC X(8).
