      * ARC-REC IS ONE RECORD ON THE INACTIVE-PART ARCHIVE.  THE
      *    ARCHIVE RUN WRITES A MASTER IMAGE FOR EACH PART IT PURGES,
      *    FOLLOWED BY ONE RECORD PER YEAR OF THAT PART'S SALES
      *    HISTORY; THE REINSTATEMENT RUN READS THEM BACK WHEN A PART
      *    RETURNS.  EACH GENERATION CARRIES THE WHOLE ARCHIVE
      *    FORWARD.  KEPT IN A COPYBOOK SO THE WRITER AND THE READER
      *    STAY IN SYNC ON ONE DEFINITION.
       01  ARC-REC.
           03 ARC-KEY.
              05 ARC-WHSE                 PIC XX.
              05 ARC-PART                 PIC X(5).
              05 ARC-TYPE                 PIC X.
                 88 ARC-MASTER-IMAGE       VALUE '1'.
                 88 ARC-HISTORY-YEAR       VALUE '2'.
      * ARC-DATE IS THE DATE THE PART WAS ARCHIVED, YYYYMMDD.
           03 ARC-DATE                    PIC X(8).
      * ARC-DATA IS THE FULL 124-BYTE MASTER RECORD ON A MASTER
      *    IMAGE, OR THE 70-BYTE SALES-HISTORY RECORD (LEFT-JUSTIFIED)
      *    ON A HISTORY YEAR.
           03 ARC-DATA                    PIC X(124).
           03 FILLER                      PIC X(10).
