      * RVL-REC IS ONE PRICE-CHANGE REVALUATION - A MAINTENANCE
      *    CHANGE THAT MOVED UNIT-PRICE-IN, WITH THE STOCK ON THE
      *    SHELF AT THE TIME AND WHAT THE CHANGE MADE IT GAIN OR
      *    LOSE IN VALUE.  WRITTEN BY THE REVALUATION RUN FOR FINANCE
      *    TO BOOK.  THE AMOUNT IS ALWAYS POSITIVE - RVL-GAIN-LOSS
      *    SAYS WHICH WAY IT WENT.  KEPT IN A COPYBOOK SO THE WRITER
      *    AND ITS READERS STAY IN SYNC ON ONE DEFINITION.
       01  RVL-REC.
      * RVL-RUN-ID AND RVL-SEQ POINT BACK TO THE JOURNAL RECORD THE
      *    CHANGE CAME FROM - THE PROGRAM3 RUN AND ITS SEQUENCE.
           03 RVL-RUN-ID                  PIC X(8).
           03 RVL-SEQ                     PIC 9(7).
           03 RVL-WHSE                    PIC XX.
           03 RVL-PART                    PIC X(5).
           03 RVL-OLD-PRICE               PIC 9(6)V99.
           03 RVL-NEW-PRICE               PIC 9(6)V99.
           03 RVL-ON-HAND                 PIC 9(5).
           03 RVL-AMOUNT                  PIC 9(11)V99.
           03 RVL-GAIN-LOSS               PIC X.
              88 RVL-GAIN                  VALUE 'G'.
              88 RVL-LOSS                  VALUE 'L'.
      * RVL-SWING-PCT IS THE PRICE CHANGE AS A WHOLE PERCENT OF THE
      *    OLD PRICE (99999 WHEN THE OLD PRICE WAS ZERO); RVL-SIGNOFF
      *    IS 'Y' WHEN IT PASSED THE RUN'S SIGN-OFF THRESHOLD.
           03 RVL-SWING-PCT               PIC 9(5).
           03 RVL-SIGNOFF                 PIC X.
              88 RVL-NEEDS-SIGNOFF         VALUE 'Y'.
           03 FILLER                      PIC X(17).
