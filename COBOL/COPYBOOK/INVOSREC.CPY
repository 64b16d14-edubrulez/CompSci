      *    ONCE THAT IS REARRANGED INTO THE SAME BYTE ORDER.
           03 OSG-DATE                    PIC X(8).
           03 OSG-QTY                     PIC 9(6).
      * OSG-RCV-QTY IS THE QUANTITY THE RECEIVING RUN HAS POSTED
      *    AGAINST THE SUGGESTION SO FAR.  AN ENTRY STAYS OPEN WHILE
      *    IT IS SHORT OF OSG-QTY AND CLOSES WHEN THE RECEIPTS REACH
      *    OR PASS IT.  SPACES ON AN ENTRY WRITTEN BEFORE THE FIELD
      *    EXISTED READ AS NOTHING RECEIVED.
           03 OSG-RCV-QTY                 PIC 9(6).
           03 FILLER                      PIC X(3).
