      * GLJ-REC IS ONE LINE OF THE INVENTORY JOURNAL ENTRY HANDED TO
      *    THE GENERAL LEDGER - ONE DEBIT OR ONE CREDIT TO ONE
      *    ACCOUNT FOR ONE WAREHOUSE (THE LEDGER'S COST CENTER).
      *    EVERY SUMMARIZED MOVEMENT IS WRITTEN AS A DEBIT LINE AND A
      *    CREDIT LINE FOR THE SAME AMOUNT, SO THE FILE ALWAYS
      *    BALANCES.  THE LAYOUT IS FIXED FOR THE LEDGER'S LOADER;
      *    KEPT IN A COPYBOOK SO IT IS DEFINED ONCE.
       01  GLJ-REC.
      * GLJ-JRNL-DATE IS THE PERIOD-ENDING DATE THE ENTRY IS BOOKED
      *    TO, YYYYMMDD.
           03 GLJ-JRNL-DATE               PIC X(8).
           03 GLJ-LINE-NO                 PIC 9(5).
           03 GLJ-ACCOUNT                 PIC X(8).
           03 GLJ-WHSE                    PIC XX.
           03 GLJ-DR-CR                   PIC X.
              88 GLJ-DEBIT                 VALUE 'D'.
              88 GLJ-CREDIT                VALUE 'C'.
           03 GLJ-AMOUNT                  PIC 9(11)V99.
      * GLJ-MOVE-TYPE AND GLJ-ITEM-CNT SAY WHAT WAS SUMMARIZED INTO
      *    THE LINE - THE VMV-TYPE AND HOW MANY MOVEMENTS.
           03 GLJ-MOVE-TYPE               PIC XX.
           03 GLJ-ITEM-CNT                PIC 9(7).
           03 GLJ-DESC                    PIC X(30).
           03 FILLER                      PIC X(4).
