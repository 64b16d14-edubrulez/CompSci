           03 XFO-FROM-WHSE               PIC XX.
           03 XFO-TO-WHSE                 PIC XX.
           03 XFO-QTY                     PIC 9(5).
      * XFO-DATE IS A YYYYMMDD DATE - THE DATE THE TRANSFER WAS
      *    SUGGESTED WHILE IT IS REQUESTED, THE DATE IT SHIPPED ONCE
      *    IT IS SHIPPED.
           03 XFO-DATE                    PIC X(8).
           03 XFO-STATUS                  PIC X.
              88 XFO-REQUESTED             VALUE 'R'.
