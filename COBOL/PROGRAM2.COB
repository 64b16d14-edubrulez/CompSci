           COPY INVSPREC.                                                       

      * WD-OUT-REC IS THE NAMED LAYOUT BEHIND WRITEDOWN-REC, BUILT              
      *   BY K000-WRITE-WRITEDOWN FOR EVERY CANDIDATE PRINTED.  THE             
      *   LAYOUT IS KEPT IN COPYBOOK INVWDREC SO THE GENERAL-LEDGER             
      *   INTERFACE READS IT THE SAME WAY.                                      
           COPY INVWDREC.                                                       

      * HEADING FOR THE REPORT WITH DATE IN UPPER RIGHT CORNER                  
       01  REPORT-HEADING.                                                      
