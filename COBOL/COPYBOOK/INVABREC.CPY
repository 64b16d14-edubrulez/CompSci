      * ABC-OUT-REC IS ONE PART'S ABC CLASS AS WRITTEN TO THE ABC
      *    EXTRACT BY THE CLASSIFICATION RUN - WITH ITS ON-HAND VALUE
      *    AND ANNUAL SALES DOLLARS - AND READ BY THE CYCLE-COUNT
      *    SCHEDULER TO SET EACH PART'S COUNT FREQUENCY.  KEPT IN A
      *    COPYBOOK SO THE WRITER AND THE READERS STAY IN SYNC ON ONE
      *    DEFINITION.
       01  ABC-OUT-REC.
           03 ABC-WHSE                     PIC XX.
           03 ABC-PART                     PIC X(5).
           03 ABC-CLASS                    PIC X.
           03 ABC-ONHAND-VALUE             PIC 9(9)V99.
           03 ABC-ANNUAL-SALES             PIC 9(9)V99.
