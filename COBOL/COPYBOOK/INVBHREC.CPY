      * BHR-REC IS ONE REGISTER BATCH THE SALES POSTING HAS ACCEPTED
      *    AND POSTED - THE BATCH HEADER'S IDENTITY PLUS THE TRAILER
      *    FIGURES IT BALANCED TO.  THE BATCH-HISTORY FILE IS THE
      *    LIST THE POSTING RUN CHECKS EACH NEW BATCH AGAINST, SO A
      *    RE-SUBMITTED REGISTER FILE IS REFUSED INSTEAD OF BEING
      *    POSTED TWICE.  KEPT IN A COPYBOOK SO THE WRITERS AND THE
      *    READERS STAY IN SYNC ON ONE DEFINITION.
       01  BHR-REC.
      * BHR-REG-ID AND BHR-BATCH-NO TOGETHER IDENTIFY THE BATCH -
      *    THE REGISTER (OR STORE) IT CAME FROM AND THAT REGISTER'S
      *    BATCH NUMBER.
           03 BHR-REG-ID                  PIC X(6).
           03 BHR-BATCH-NO                PIC X(6).
      * BHR-BUS-DATE IS THE BUSINESS DATE OFF THE BATCH HEADER,
      *    YYYYMMDD.
           03 BHR-BUS-DATE                PIC X(8).
           03 BHR-CARD-CNT                PIC 9(6).
           03 BHR-QTY-TOTAL               PIC 9(9).
      * BHR-POST-DATE IS THE DATE THE POSTING RUN ACCEPTED THE
      *    BATCH, YYYYMMDD.
           03 BHR-POST-DATE               PIC X(8).
           03 FILLER                      PIC X(7).
