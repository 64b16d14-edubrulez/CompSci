      * LCT-REC IS ONE PART'S LAST-COUNTED DATE - THE LATEST DAY A
      *    CYCLE COUNT OF THE PART WAS POSTED.  THE FILE IS IN
      *    WAREHOUSE/PART ORDER, ONE RECORD PER PART EVER COUNTED.
      *    EACH COUNT RUN CARRIES IT FORWARD A GENERATION WITH ITS
      *    POSTED COUNTS MERGED IN, AND THE COUNT SCHEDULER READS IT
      *    TO DECIDE WHAT IS DUE.  KEPT IN A COPYBOOK SO THE WRITER
      *    AND THE READER STAY IN SYNC ON ONE DEFINITION.
       01  LCT-REC.
           03 LCT-KEY.
              05 LCT-WHSE                 PIC XX.
              05 LCT-PART                 PIC X(5).
      * LCT-DATE IS THE COUNT DATE, YYYYMMDD.
           03 LCT-DATE                    PIC X(8).
           03 FILLER                      PIC X(5).
