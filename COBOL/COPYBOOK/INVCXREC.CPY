      * CXR-REC IS ONE COUNT THE CYCLE-COUNT RUN COULD NOT POST -
      *    HELD FOR SUPERVISOR REVIEW, OR SENT FOR INVESTIGATION
      *    BECAUSE NO USABLE MASTER RECORD STANDS BEHIND IT.  THE
      *    COUNT RUN WRITES ONE PER SUCH COUNT; THE MORNING
      *    EXCEPTIONS DIGEST READS THEM.  KEPT IN A COPYBOOK SO THE
      *    WRITER AND THE READER STAY IN SYNC ON ONE DEFINITION.
       01  CXR-REC.
           03 CXR-WHSE                    PIC XX.
           03 CXR-PART                    PIC X(5).
           03 CXR-DISP                    PIC X.
              88 CXR-REVIEW                VALUE 'R'.
              88 CXR-INVESTIGATE           VALUE 'I'.
      * CXR-COUNT-DATE IS THE DATE OF THE COUNT, YYYYMMDD, AS KEYED.
           03 CXR-COUNT-DATE              PIC X(8).
           03 CXR-COUNTED-QTY             PIC X(5).
      * CXR-DOLLAR-VAR IS THE SIZE OF THE DOLLAR VARIANCE AT
      *    UNIT-PRICE-IN, WITHOUT SIGN - ZERO ON AN INVESTIGATION,
      *    WHERE THERE IS NO BOOK FIGURE TO VARY FROM.
           03 CXR-DOLLAR-VAR              PIC 9(9)V99.
           03 FILLER                      PIC X(8).
