      *
      *  PROGRAM 13 IS THE OPEN-SUGGESTION FOLLOW-UP.  IT MAINTAINS
      *    THE OPEN-SUGGESTION MASTER - ONE ENTRY PER PURCHASE
      *    SUGGESTION THAT HAS GONE OUT ON THE PURCHASING FEED
      *    AND NOT YET BEEN FILLED - SO A PART BELOW ITS
      *    REORDER POINT IS SUGGESTED ONCE, NOT EVERY NIGHT UNTIL
      *    STOCK PHYSICALLY ARRIVES.
      *
      *  RUN RIGHT AFTER PROGRAM1 AND THE PROGRAM28 PURCHASE-ORDER
      *    BUILD, AND REFUSES TO START UNLESS BOTH HAVE STAMPED THE
      *    RUN-CONTROL FILE CLEANLY.  EACH ENTRY ON THE PRIOR
      *    GENERATION IS CHECKED AGAINST THE KEYED MASTER:
      *      FILLED  - ON-HAND IS BACK AT OR ABOVE THE REORDER
      *                POINT, OR THE DATE OF LAST RECEIPT IS NEWER
      *                THAN THE SUGGESTION.  THE ENTRY IS CLOSED.
      *                AN ENTRY THE RECEIVING RUN HAS ALREADY POSTED
      *                A PART RECEIPT AGAINST IS NOT CLOSED ON
      *                EITHER TEST - THE RECEIVING RUN CLOSES IT
      *                WHEN THE QUANTITY IS IN.
      *      DROPPED - THE KEY IS NO LONGER ON THE MASTER.
      *      CARRIED - STILL AWAITING STOCK; WRITTEN TO THE NEW
      *                GENERATION.  AN ENTRY OLDER THAN THE AGE
       01  OPEN-SUGGEST-IN-REC             PIC X(30).

      * PURCHASE-SUGGEST-IN-FILE  ------->     INPUT
      *   THE PURCHASING FEED AS THE PROGRAM28 PURCHASE-ORDER BUILD
      *   WROTE IT - THE SUGGESTIONS THAT WENT OUT TONIGHT, AS
      *   ORDERED, WITH THE QUANTITY ACTUALLY ORDERED.
       FD  PURCHASE-SUGGEST-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD

      * RUN-CONTROL-FILE          ------->     INPUT, THEN EXTEND
      *   THE SHARED SUITE-WIDE RUN LOG.  SCANNED AT START-UP FOR
      *   THE LATEST PROGRAM1 AND PROGRAM28 STAMPS - THE PURCHASING
      *   FEED THIS JOB READS COMES OUT OF THOSE TWO RUNS - AND
      *   STAMPED AT END OF RUN.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
      *   LAYOUT IS KEPT IN COPYBOOK INVOSREC.
           COPY INVOSREC.

      * PSG-OUT-REC IS ONE RECORD OF THE PURCHASING FEED.
      *   THE LAYOUT IS KEPT IN COPYBOOK INVPSREC.
           COPY INVPSREC.


      * RUNCTL-EOF-SW DRIVES THE START-UP SCAN OF THE RUN-CONTROL
      *   FILE; PREREQ1-SEEN-SW AND PREREQ1-RC CARRY THE LATEST
      *   PROGRAM1 STAMP FOUND, PREREQ28-SEEN-SW AND PREREQ28-RC THE
      *   LATEST PROGRAM28 STAMP.
       77  RUNCTL-EOF-SW                   PIC X           VALUE 'N'.
           88 RUNCTL-EOF                    VALUE 'Y'.
       77  PREREQ1-SEEN-SW                 PIC X           VALUE 'N'.
           88 PREREQ1-SEEN                  VALUE 'Y'.
       77  PREREQ1-RC                      PIC 9(4)        VALUE 9999.
       77  PREREQ28-SEEN-SW                PIC X           VALUE 'N'.
           88 PREREQ28-SEEN                 VALUE 'Y'.
       77  PREREQ28-RC                     PIC 9(4)        VALUE 9999.
      /
      ***************************************************************
       PROCEDURE DIVISION.
      *    PERFORMED AT THE BEGINNING OF THE PROGRAM.
      *--------------------------------------------------------------

      *  REFUSE TO START UNTIL TONIGHT'S PROGRAM1 RUN AND THE
      *    PROGRAM28 PURCHASE-ORDER BUILD - THE RUN THAT WROTE THE
      *    PURCHASING FEED - HAVE BOTH COMPLETED CLEANLY.
           PERFORM         B900-CHECK-RUN-CONTROL.

      *  LINE COUNTER IS INITIALIZED TO 99 TO FORCE A HEADER
       B900-CHECK-RUN-CONTROL              SECTION.
      *
      *  B900-CHECK-RUN-CONTROL SCANS THE SHARED RUN-CONTROL FILE
      *    FOR THE LATEST PROGRAM1 AND PROGRAM28 STAMPS AND REFUSES
      *    TO START - CONSOLE MESSAGE, RETURN CODE 16 - WHEN EITHER
      *    IS MISSING OR ENDED WITH A RETURN CODE ABOVE 4.  PROGRAM28
      *    ENDS 4 WHEN SOME ITEMS HAD NO VENDOR; THAT STILL PASSES.
      *--------------------------------------------------------------

           OPEN    INPUT                   RUN-CONTROL-FILE.
                   GOBACK
           END-IF.

           IF      NOT PREREQ28-SEEN OR PREREQ28-RC > 4
                   DISPLAY ' '
                   DISPLAY 'PROGRAM13 - PREREQUISITE NOT MET'
                   DISPLAY 'LATEST PROGRAM28 RUN MISSING OR NOT CLEAN'
                   MOVE    16              TO RETURN-CODE
                   GOBACK
           END-IF.

       DEPART.
           EXIT.
      /
       B910-SCAN-ONE-STAMP                 SECTION.
      *
      *  B910-SCAN-ONE-STAMP READS ONE RUN-CONTROL STAMP AND KEEPS
      *    THE LATEST ONE FOR EACH PREREQUISITE PROGRAM.
      *--------------------------------------------------------------

           READ    RUN-CONTROL-FILE        INTO RUN-CTL-REC
                           MOVE    'Y'     TO PREREQ1-SEEN-SW
                           MOVE    RCT-RETURN-CODE TO PREREQ1-RC
                   END-IF
                   IF      RCT-PROGRAM = 'PROGRAM28'
                           MOVE    'Y'     TO PREREQ28-SEEN-SW
                           MOVE    RCT-RETURN-CODE TO PREREQ28-RC
                   END-IF
           END-IF.

       DEPART.

      *  STOCK BACK AT OR ABOVE THE REORDER POINT MEANS THE ORDER
      *    ARRIVED (OR THE SHORTAGE OTHERWISE CLEARED) - CLOSE IT.
      *    NOT SO FOR AN ENTRY THE RECEIVING RUN HAS POSTED A PART
      *    RECEIPT AGAINST - THAT PARTIAL DELIVERY MAY BE WHAT LIFTED
      *    THE SHELF, AND THE BALANCE IS STILL DUE.  THE RECEIVING
      *    RUN CLOSES THE ENTRY ITSELF WHEN THE LAST OF IT ARRIVES.
           IF      ON-HAND-QTY-IN NUMERIC
                   AND REORDER-POINT-IN NUMERIC
                   AND ON-HAND-QTY-IN NOT < REORDER-POINT-IN
                   AND (OSG-RCV-QTY NOT NUMERIC
                        OR OSG-RCV-QTY = ZERO)
                   MOVE    'FILLED'        TO FUP-DISP
                   MOVE    'STOCK AT/ABOVE REORDER PT'
                                           TO FUP-REASON

      *  A RECEIPT DATED AFTER THE SUGGESTION ALSO CLOSES IT - THE
      *    ORDER LANDED EVEN IF HEAVY SELLING ALREADY PULLED THE
      *    SHELF BACK DOWN.  NOT SO FOR AN ENTRY THE RECEIVING RUN
      *    HAS POSTED A PART RECEIPT AGAINST - THAT RECEIPT DATE IS
      *    THE PARTIAL DELIVERY ITSELF, AND THE BALANCE IS STILL DUE.
           MOVE    DR-YR-IN                TO DRW-YR.
           MOVE    DR-MO-IN                TO DRW-MO.
           MOVE    DR-DAY-IN               TO DRW-DAY.
           IF      DR-DATE-WORK > OSG-DATE
                   AND (OSG-RCV-QTY NOT NUMERIC
                        OR OSG-RCV-QTY = ZERO)
                   MOVE    'FILLED'        TO FUP-DISP
                   MOVE    'RECEIPT AFTER SUGGESTION'
                                           TO FUP-REASON
           ELSE
                   MOVE    'CARRIED'       TO FUP-DISP
                   MOVE    SPACES          TO FUP-REASON
                   IF      OSG-RCV-QTY NUMERIC
                           AND OSG-RCV-QTY > ZERO
                           MOVE 'PART RECEIVED - BALANCE DUE'
                                           TO FUP-REASON
                   END-IF
           END-IF.
           ADD     1                       TO CARRIED-CTR.
           PERFORM D000-PRINT-ENTRY.
                   MOVE    PSG-PART        TO OSG-PART
                   MOVE    RUN-DATE-YMD    TO OSG-DATE
                   MOVE    PSG-SUGGEST-QTY TO OSG-QTY
                   MOVE    ZERO            TO OSG-RCV-QTY
                   WRITE   OPEN-SUGGEST-OUT-REC FROM OSG-REC
                   PERFORM E000-TABLE-OPEN-KEY
                   MOVE    'OPENED'        TO FUP-DISP
           MOVE    SPACES                  TO RUN-CTL-REC.
           MOVE    'PROGRAM13'             TO RCT-PROGRAM.
           MOVE    SYS-DATE                TO RCT-RUN-DATE.
           MOVE    'OPENSUG(0) POFEED(0)'  TO RCT-GENS-USED.
           MOVE    RETURN-CODE             TO RCT-RETURN-CODE.
           WRITE   RUN-CONTROL-REC         FROM RUN-CTL-REC.

