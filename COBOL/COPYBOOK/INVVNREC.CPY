      * VND-REC IS ONE ENTRY ON THE VENDOR REFERENCE MASTER - THE
      *    ONE PLACE A VENDOR CODE IS DECLARED TO EXIST, WITH ITS
      *    NAME AND ADDRESS FOR THE PURCHASE ORDERS AND AN ACTIVE
      *    FLAG SO A VENDOR NO LONGER USED STOPS RECEIVING ORDERS
      *    WITHOUT LOSING ITS CROSS-REFERENCES.  MAINTAINED BY ITS
      *    OWN PROGRAM AND TABLED BY THE PROGRAMS THAT EDIT OR PRINT
      *    VENDOR CODES.  KEPT IN A COPYBOOK SO THE WRITER AND THE
      *    READERS STAY IN SYNC ON ONE DEFINITION.
       01  VND-REC.
           03 VND-CODE                    PIC X(6).
           03 VND-NAME                    PIC X(25).
           03 VND-ADDRESS                 PIC X(25).
           03 VND-CITY-ST                 PIC X(20).
           03 VND-ACTIVE                  PIC X.
              88 VND-IS-ACTIVE             VALUE 'A'.
              88 VND-IS-INACTIVE           VALUE 'I'.
           03 FILLER                      PIC X(3).
