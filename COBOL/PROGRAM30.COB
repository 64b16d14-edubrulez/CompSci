      *
       IDENTIFICATION DIVISION.

       PROGRAM-ID.         PROGRAM30.
       AUTHOR.             ERICK NAVE.
       INSTALLATION.       PROGRAMMING APPLICATIONS WITH COBOL.
       DATE-WRITTEN.       9/02/26.
       DATE-COMPILED.
      *
      ****************************************************************
      *
      *REMARKS.
      *
      *  PROGRAM 30 IS THE ARCHIVE REINSTATEMENT RUN.  IT RESTORES
      *    PARTS THE ARCHIVE AND PURGE (PROGRAM29) TOOK OFF THE
      *    MASTER, WHEN THEY COME BACK INTO USE.  EACH REQUEST CARD
      *    NAMES ONE WAREHOUSE/PART.  A REQUEST IS TURNED AWAY WHEN
      *    THE CARD IS BLANK OR REPEATS AN EARLIER ONE, WHEN THE
      *    WAREHOUSE IS NOT AN ACTIVE ONE, OR WHEN THE PART IS
      *    ALREADY BACK ON THE MASTER.
      *
      *  THE ARCHIVE IS READ END TO END.  THE MASTER IMAGE OF A
      *    REQUESTED PART IS TURNED INTO A MAINTENANCE ADD
      *    TRANSACTION CARRYING EVERY FIELD AS IT WAS ARCHIVED, SO
      *    THE PART GOES BACK THROUGH THE NORMAL MAINTENANCE RUN
      *    (PROGRAM3) - EDITED, AUDITED AND JOURNALED.  THE PART'S
      *    ARCHIVE RECORDS ARE THEN DROPPED FROM THE NEW ARCHIVE
      *    GENERATION; ITS SALES HISTORY WAS NEVER TAKEN OFF THE
      *    SALES-HISTORY FILE, SO NOTHING MORE IS NEEDED TO RESTORE
      *    IT.  EVERY OTHER ARCHIVE RECORD IS CARRIED FORWARD.
      *
      *  THE REPORT LISTS EVERY REQUEST WITH WHAT BECAME OF IT.  THE
      *    RUN ENDS WITH RETURN CODE 4 WHEN ANY REQUEST COULD NOT BE
      *    REINSTATED.
      *
      *  FILES:
      *    REQUEST-CARD-FILE
      *    WHSE-REF-FILE
      *    INVENTORY-MASTER
      *    ARCHIVE-IN-FILE
      *    ARCHIVE-OUT-FILE
      *    REINSTATE-TRANS-OUT-FILE
      *    REINSTATE-REPORT-FILE
      *
      ****************************************************************

      /
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************

       CONFIGURATION SECTION.
      *SOURCE-COMPUTER.    IBM-370.
      *OBJECT-COMPUTER.    IBM-370.

       SPECIAL-NAMES.
                C01 IS TOP-OF-PAGE.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT REQUEST-CARD-FILE        ASSIGN TO UT-S-CARDS.
           SELECT WHSE-REF-FILE            ASSIGN TO UT-S-WHSEREF.
      *    THE MASTER IS A KEYED VSAM FILE.  THE RECORD KEY RUNS FROM
      *    THE WAREHOUSE NUMBER THROUGH THE PART NUMBER AND TAKES IN
      *    THE TWO ALWAYS-BLANK FILLER BYTES BETWEEN THEM, SO THE KEY
      *    IS ONE CONTIGUOUS FIELD AND STILL ORDERS BY WAREHOUSE THEN
      *    PART.
           SELECT INVENTORY-MASTER        ASSIGN TO MASTER
                                           ORGANIZATION IS INDEXED
                                           ACCESS IS RANDOM
                                           RECORD KEY IS IMR-KEY.
           SELECT ARCHIVE-IN-FILE          ASSIGN TO UT-S-ARCHIN.
           SELECT ARCHIVE-OUT-FILE         ASSIGN TO UT-S-ARCHOUT.
           SELECT REINSTATE-TRANS-OUT-FILE ASSIGN TO UT-S-TRANSOUT.
           SELECT REINSTATE-REPORT-FILE    ASSIGN TO UT-S-PRINTER.
           SELECT RUN-CONTROL-FILE         ASSIGN TO UT-S-RUNCTL.

      /
      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      *---------------------------------------------------------------
       FILE SECTION.
      *---------------------------------------------------------------

      * REQUEST-CARD-FILE         ------->     INPUT
      *   ONE CARD PER PART TO BE REINSTATED - WAREHOUSE IN
      *   COLUMNS 1-2, PART IN 3-7.
       FD  REQUEST-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REQUEST-CARD-REC.

       01  REQUEST-CARD-REC                PIC X(80).

      * WHSE-REF-FILE             ------->     INPUT
      *   THE WAREHOUSE REFERENCE MASTER, TABLED AT START-UP SO A
      *   PART IS ONLY RESTORED TO AN ACTIVE WAREHOUSE.
       FD  WHSE-REF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WHSE-REF-IO-REC.

       01  WHSE-REF-IO-REC                PIC X(50).

      * INVENTORY-MASTER          ------->     INPUT
      *   THE KEYED VSAM MASTER, READ BY KEY ONLY TO TURN AWAY A
      *   REQUEST FOR A PART THAT IS ALREADY BACK.  NEVER UPDATED
      *   HERE.
       FD  INVENTORY-MASTER
           RECORD CONTAINS 124 CHARACTERS
           DATA RECORD IS INVENTORY-MASTER-REC.

       01  INVENTORY-MASTER-REC.
           03 FILLER                       PIC X.
           03 IMR-KEY.
              05 IMR-WHSE                  PIC XX.
              05 FILLER                    PIC XX.
              05 IMR-PART                  PIC X(5).
           03 FILLER                       PIC X(114).

      * ARCHIVE-IN-FILE           ------->     INPUT
      *   THE ARCHIVE AS LEFT BY THE LAST ARCHIVE OR REINSTATEMENT
      *   RUN.
       FD  ARCHIVE-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARCHIVE-IN-REC.

       01  ARCHIVE-IN-REC                  PIC X(150).

      * ARCHIVE-OUT-FILE          ------->     OUTPUT
      *   THE NEW ARCHIVE GENERATION - EVERYTHING BUT THE PARTS
      *   REINSTATED THIS RUN.
       FD  ARCHIVE-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ARCHIVE-OUT-REC.

       01  ARCHIVE-OUT-REC                 PIC X(150).

      * REINSTATE-TRANS-OUT-FILE  ------->     OUTPUT
      *   ONE MAINTENANCE ADD TRANSACTION PER PART REINSTATED, FOR
      *   THE NEXT PROGRAM3 RUN.
       FD  REINSTATE-TRANS-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REINSTATE-TRANS-OUT-REC.

       01  REINSTATE-TRANS-OUT-REC         PIC X(110).

      * REINSTATE-REPORT-FILE     ------->     OUTPUT
      *   EVERY REQUEST AND WHAT BECAME OF IT, AND THE RUN TOTALS.
       FD  REINSTATE-REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REINSTATE-REPORT-REC.

       01  REINSTATE-REPORT-REC            PIC X(133).

      * RUN-CONTROL-FILE          ------->     EXTEND
      *   THE SHARED SUITE-WIDE RUN LOG - ONE STAMP APPENDED PER
      *   RUN SO OPERATIONS HAS ONE PLACE TO ANSWER WHAT RAN LAST
      *   NIGHT AND IN WHAT ORDER.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-CONTROL-REC.

       01  RUN-CONTROL-REC                PIC X(80).

      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------

       77  LINE-CTR        VALUE ZEROS     PIC S99.

       77  CARD-EOF-SW                     PIC X           VALUE 'N'.
           88 CARD-EOF                      VALUE 'Y'.
       77  ARCH-EOF-SW                     PIC X           VALUE 'N'.
           88 ARCH-EOF                      VALUE 'Y'.

      * REQ-CARD IS ONE REINSTATEMENT REQUEST AS READ.
       01  REQ-CARD.
           03 RQC-WHSE                     PIC XX.
           03 RQC-PART                     PIC X(5).
           03 FILLER                       PIC X(73).

      * THE REQUESTS ARE TABLED AS READ SO THE ARCHIVE CAN BE
      *   MATCHED AGAINST ALL OF THEM IN ONE PASS.  RQT-STATUS IS
      *   WHAT BECAME OF THE REQUEST - SPACE WHILE IT IS STILL BEING
      *   LOOKED FOR ON THE ARCHIVE.
       01  REQ-TBL.
           03 REQ-TBL-ENTRY                OCCURS 200 TIMES.
              05 RQT-WHSE                  PIC XX.
              05 RQT-PART                  PIC X(5).
              05 RQT-STATUS                PIC X.
                 88 RQT-PENDING             VALUE SPACE.
                 88 RQT-REINSTATED          VALUE 'R'.
                 88 RQT-NOT-ARCHIVED        VALUE 'N'.
                 88 RQT-WHSE-INACTIVE       VALUE 'W'.
                 88 RQT-ON-MASTER           VALUE 'M'.
                 88 RQT-BLANK               VALUE 'B'.
                 88 RQT-DUPLICATE           VALUE 'D'.
              05 RQT-DESC                  PIC X(20).
              05 RQT-ARC-DATE.
                 07 RQT-ARC-YR             PIC X(4).
                 07 RQT-ARC-MO             PIC XX.
                 07 RQT-ARC-DAY            PIC XX.

       77  REQ-CNT                         PIC 9(3)        VALUE ZERO.
       77  REQ-IX                          PIC 9(3)        VALUE ZERO.
       77  REQ-HIT-IX                      PIC 9(3)        VALUE ZERO.

      * REQ-FOUND-SW IS THE RESULT OF U200-LOOKUP-REQUEST FOR THE
      *   KEY IN LOOKUP-REQ-KEY.  ONLY A REQUEST STILL BEING LOOKED
      *   FOR, OR ONE ALREADY REINSTATED, IS MATCHED.
       77  REQ-FOUND-SW                    PIC X           VALUE 'N'.
           88 REQ-FOUND                     VALUE 'Y'.
       01  LOOKUP-REQ-KEY.
           03 LRK-WHSE                     PIC XX.
           03 LRK-PART                     PIC X(5).

      * MATCH-KEY BUILDS THE FULL 9-BYTE RECORD KEY FOR THE MASTER
      *   READ - WAREHOUSE, THE TWO BLANK FILLER BYTES, PART.
       01  MATCH-KEY.
           03 MK-WHSE                      PIC XX.
           03 FILLER       VALUE SPACES    PIC XX.
           03 MK-PART                      PIC X(5).

      * MSTR-FOUND-SW IS SET BY R200-READ-MASTER-BY-KEY.
       77  MSTR-FOUND-SW                   PIC X           VALUE 'N'.
           88 MSTR-FOUND                    VALUE 'Y'.

      * ARC-REC IS ONE ARCHIVE RECORD.  THE LAYOUT IS KEPT IN
      *   COPYBOOK INVARREC.
           COPY INVARREC.

      * TRANS-REC IS THE ADD TRANSACTION BEING BUILT.  THE LAYOUT
      *   IS KEPT IN COPYBOOK INVTRREC.
           COPY INVTRREC.

      * INV-IN-REC IS THE FIELD BREAKDOWN FOR THE ARCHIVED MASTER
      *    IMAGE.  THE LAYOUT IS KEPT IN COPYBOOK INVINREC.
           COPY INVINREC.

      * WHSE-REF-REC IS ONE WAREHOUSE REFERENCE ENTRY AS READ FROM
      *   WHSE-REF-FILE.  THE LAYOUT IS KEPT IN COPYBOOK INVWHREC.
           COPY INVWHREC.

      * THE WAREHOUSE REFERENCE ENTRIES ARE TABLED AT START-UP.
      *   ONE HUNDRED ENTRIES IS ROOM FOR EVERY CODE THE
      *   TWO-CHARACTER WAREHOUSE NUMBER NAMES IN PRACTICE.
       01  WHSE-TBL.
           03 WHSE-TBL-ENTRY               OCCURS 100 TIMES.
              05 WHT-CODE                  PIC XX.
              05 WHT-ACTIVE                PIC X.

       77  WHSE-CNT                        PIC 9(3)        VALUE ZERO.
       77  WHSE-IX                         PIC 9(3)        VALUE ZERO.

      * WHSE-EOF-SW DRIVES THE START-UP LOAD OF WHSE-REF-FILE.
       77  WHSE-EOF-SW                     PIC X           VALUE 'N'.
           88 WHSE-EOF                      VALUE 'Y'.

      * WHSE-FOUND-SW / WHSE-ACTIVE-SW ARE THE RESULT OF
      *   U000-LOOKUP-WHSE FOR THE CODE IN LOOKUP-WHSE-CODE.
       77  WHSE-FOUND-SW                   PIC X           VALUE 'N'.
           88 WHSE-FOUND                    VALUE 'Y'.
       77  WHSE-ACTIVE-SW                  PIC X           VALUE 'N'.
           88 WHSE-IS-ACTIVE-TBL            VALUE 'Y'.
       77  LOOKUP-WHSE-CODE                PIC XX          VALUE SPACES.

      * RUN TOTALS FOR THE FOOT OF THE REPORT.
       77  CARDS-READ-CTR                  PIC 9(7)        VALUE ZERO.
       77  REINSTATED-CTR                  PIC 9(7)        VALUE ZERO.
       77  NOT-REINSTATED-CTR              PIC 9(7)        VALUE ZERO.
       77  ARCH-READ-CTR                   PIC 9(7)        VALUE ZERO.
       77  ARCH-WRITTEN-CTR                PIC 9(7)        VALUE ZERO.
       77  ARCH-DROPPED-CTR                PIC 9(7)        VALUE ZERO.
       77  TRANS-WRITTEN-CTR               PIC 9(7)        VALUE ZERO.

      * HEADING FOR THE REPORT WITH DATE IN UPPER RIGHT CORNER
       01  REIN-HEADING.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(15).
           03 FILLER                       PIC X(42)
              VALUE 'PARTS REINSTATED FROM THE ARCHIVE'.
           03 FILLER       VALUE SPACES    PIC X(10).
           03 FILLER                       PIC X(13)
              VALUE 'REPORT DATE: '.
           03 REPORT-DATE.
              05 REPORT-MONTH              PIC XX.
              05 FILLER    VALUE '-'       PIC X.
              05 REPORT-DAY                PIC XX.
              05 FILLER    VALUE '-'       PIC X.
              05 REPORT-YEAR               PIC XX.
           03 FILLER       VALUE SPACES    PIC X(44).

      * SYS-DATE IS THE SYSTEM DATE OBTAINED THROUGH ACCEPT
      *   IT WILL BE USED FOR THE REPORT DATE
       01  SYS-DATE.
           03 SYS-YEAR                     PIC XX.
           03 SYS-MONTH                    PIC XX.
           03 SYS-DAY                      PIC XX.

      * COLUMN HEADING LINE
       01  REIN-COLHDG.
           03 CC                           PIC X.
           03 FILLER       VALUE 'WHSE'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'PART'    PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(20)
              VALUE 'DESCRIPTION'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'ARCHIVED' PIC X(10).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'RESULT'  PIC X(30).
           03 FILLER       VALUE SPACES    PIC X(55).

      * REIN-DETAIL-LINE IS ONE REQUEST AND WHAT BECAME OF IT.
       01  REIN-DETAIL-LINE.
           03 CC                           PIC X.
           03 RDL-WHSE                     PIC XX.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 RDL-PART                     PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 RDL-DESC                     PIC X(20).
           03 FILLER       VALUE SPACES    PIC XX.
           03 RDL-ARC-DATE.
              05 RDL-ARC-MO                PIC XX.
              05 RDL-SLASH-1               PIC X.
              05 RDL-ARC-DAY               PIC XX.
              05 RDL-SLASH-2               PIC X.
              05 RDL-ARC-YR                PIC X(4).
           03 FILLER       VALUE SPACES    PIC XX.
           03 RDL-RESULT                   PIC X(30).
           03 FILLER       VALUE SPACES    PIC X(55).

      * REIN-COUNT-LINE PRINTS ONE RUN TOTAL AT THE FOOT OF THE
      *   REPORT - THE LABEL IS RE-MOVED FOR EACH COUNT.
       01  REIN-COUNT-LINE.
           03 CC                           PIC X.
           03 RCL-CTR-LABEL                PIC X(40).
           03 RCL-CTR-VALUE                PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(85).

      * RUN-CTL-REC IS THE STAMP THIS RUN APPENDS TO THE SHARED
      *   RUN-CONTROL FILE.  THE LAYOUT IS KEPT IN COPYBOOK
      *   INVRCREC.
           COPY INVRCREC.
      /
      ***************************************************************
       PROCEDURE DIVISION.
      ***************************************************************

      *--------------------------------------------------------------
       A000-MAIN                           SECTION.
      *
      *   THIS SECTION IS THE MAIN DRIVER FOR THE PROGRAM.  THE
      *     REQUESTS ARE TABLED AND CHECKED, THE ARCHIVE IS PASSED
      *     ONCE AGAINST THEM, AND THE REPORT IS PRINTED FROM THE
      *     TABLE.
      *--------------------------------------------------------------

           PERFORM         B000-INIT.

           PERFORM         C000-PROCESS-ONE-ARCHIVE
                           UNTIL ARCH-EOF.

           PERFORM         D000-REPORT-REQUESTS.

           PERFORM         Z000-FINISH.

           GOBACK.
      /
      *--------------------------------------------------------------
       B000-INIT                           SECTION.
      *
      *  B000-INIT CONTAINS THE INITIALIZATION STATEMENTS TO BE
      *    PERFORMED AT THE BEGINNING OF THE PROGRAM.
      *--------------------------------------------------------------

      *  LINE COUNTER IS INITIALIZED TO 99 TO FORCE A HEADER
      *      TO BE PRINTED AT THE BEGINNING OF THE REPORT.
           MOVE            99              TO LINE-CTR.

      *  ACCEPT THE SYSTEM DATE AND MOVE IT TO THE HEADING'S DATE
           ACCEPT          SYS-DATE        FROM DATE.
           MOVE            SYS-DAY         TO REPORT-DAY.
           MOVE            SYS-MONTH       TO REPORT-MONTH.
           MOVE            SYS-YEAR        TO REPORT-YEAR.

      *  TABLE THE WAREHOUSE REFERENCE ENTRIES.
           PERFORM         B100-LOAD-WHSE-REF.

      *  TABLE AND CHECK THE REQUESTS.  THE MASTER IS ONLY NEEDED
      *    FOR THE ALREADY-ON-MASTER CHECK.
           OPEN            INPUT           REQUEST-CARD-FILE
                           INPUT           INVENTORY-MASTER.
           PERFORM         B200-LOAD-REQUEST
                           UNTIL CARD-EOF.
           CLOSE           REQUEST-CARD-FILE
                           INVENTORY-MASTER.

           OPEN            INPUT           ARCHIVE-IN-FILE
                           OUTPUT          ARCHIVE-OUT-FILE
                           OUTPUT          REINSTATE-TRANS-OUT-FILE
                           OUTPUT          REINSTATE-REPORT-FILE.

      * READ THE FIRST ARCHIVE RECORD
           PERFORM         R100-READ-ARCHIVE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B100-LOAD-WHSE-REF                  SECTION.
      *
      *  B100-LOAD-WHSE-REF READS WHSE-REF-FILE AND TABLES EVERY
      *    ENTRY.
      *--------------------------------------------------------------

           OPEN            INPUT           WHSE-REF-FILE.

           MOVE            'N'             TO WHSE-EOF-SW.
           PERFORM         B110-READ-WHSE-REF
                           UNTIL WHSE-EOF.

           CLOSE           WHSE-REF-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B110-READ-WHSE-REF                  SECTION.
      *
      *  B110-READ-WHSE-REF READS ONE REFERENCE ENTRY AND FILES IT
      *    IN THE TABLE.  ENTRIES PAST THE TABLE LIMIT ARE DROPPED
      *    WITH A CONSOLE NOTE.
      *--------------------------------------------------------------

           READ    WHSE-REF-FILE           INTO WHSE-REF-REC
                   AT END  MOVE 'Y'        TO WHSE-EOF-SW
           END-READ.

           IF      NOT WHSE-EOF
                   IF      WHSE-CNT < 100
                           ADD     1       TO WHSE-CNT
                           MOVE    WHR-CODE
                                           TO WHT-CODE (WHSE-CNT)
                           MOVE    WHR-ACTIVE
                                           TO WHT-ACTIVE (WHSE-CNT)
                   ELSE
                           DISPLAY 'WAREHOUSE TABLE FULL - ENTRY '
                                   'DROPPED: ' WHR-CODE
                   END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B200-LOAD-REQUEST                   SECTION.
      *
      *  B200-LOAD-REQUEST READS ONE REQUEST CARD, TABLES IT, AND
      *    SETTLES AT ONCE ANY REQUEST THAT CANNOT BE MET - A BLANK
      *    OR REPEATED CARD, A WAREHOUSE THAT IS NOT ACTIVE, OR A
      *    PART ALREADY ON THE MASTER.  CARDS PAST THE TABLE LIMIT
      *    ARE DROPPED WITH A CONSOLE NOTE.
      *--------------------------------------------------------------

           READ    REQUEST-CARD-FILE       INTO REQ-CARD
                   AT END  MOVE 'Y'        TO CARD-EOF-SW
           END-READ.

           IF      CARD-EOF
                   GO TO   DEPART
           END-IF.

           ADD     1                       TO CARDS-READ-CTR.

           IF      REQ-CNT NOT < 200
                   DISPLAY 'REQUEST TABLE FULL - CARD DROPPED: '
                           RQC-WHSE ' ' RQC-PART
                   GO TO   DEPART
           END-IF.

      *  A REPEAT IS LOOKED FOR BEFORE THE NEW ENTRY IS ADDED.
           MOVE    RQC-WHSE                TO LRK-WHSE.
           MOVE    RQC-PART                TO LRK-PART.
           PERFORM U200-LOOKUP-REQUEST.

           ADD     1                       TO REQ-CNT.
           MOVE    RQC-WHSE                TO RQT-WHSE (REQ-CNT).
           MOVE    RQC-PART                TO RQT-PART (REQ-CNT).
           MOVE    SPACE                   TO RQT-STATUS (REQ-CNT).
           MOVE    SPACES                  TO RQT-DESC (REQ-CNT)
                                              RQT-ARC-DATE (REQ-CNT).

           IF      RQC-WHSE = SPACES OR RQC-PART = SPACES
                   MOVE    'B'             TO RQT-STATUS (REQ-CNT)
                   GO TO   DEPART
           END-IF.

           IF      REQ-FOUND
                   MOVE    'D'             TO RQT-STATUS (REQ-CNT)
                   GO TO   DEPART
           END-IF.

           MOVE    RQC-WHSE                TO LOOKUP-WHSE-CODE.
           PERFORM U000-LOOKUP-WHSE.
           IF      NOT WHSE-IS-ACTIVE-TBL
                   MOVE    'W'             TO RQT-STATUS (REQ-CNT)
                   GO TO   DEPART
           END-IF.

           PERFORM R200-READ-MASTER-BY-KEY.
           IF      MSTR-FOUND
                   MOVE    'M'             TO RQT-STATUS (REQ-CNT)
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       C000-PROCESS-ONE-ARCHIVE            SECTION.
      *
      *   THIS SECTION IS THE MAIN PROCESSING LOOP - ONE PASS PER
      *     ARCHIVE RECORD.  THE MASTER IMAGE OF A PART STILL BEING
      *     LOOKED FOR BECOMES AN ADD TRANSACTION; ANY RECORD OF A
      *     PART REINSTATED IS DROPPED; EVERYTHING ELSE IS CARRIED
      *     FORWARD.
      *--------------------------------------------------------------

           MOVE    ARC-WHSE                TO LRK-WHSE.
           MOVE    ARC-PART                TO LRK-PART.
           PERFORM U200-LOOKUP-REQUEST.

           IF      NOT REQ-FOUND
                   WRITE   ARCHIVE-OUT-REC FROM ARC-REC
                   ADD     1               TO ARCH-WRITTEN-CTR
                   PERFORM R100-READ-ARCHIVE
                   GO TO   DEPART
           END-IF.

           IF      ARC-MASTER-IMAGE
               AND RQT-PENDING (REQ-HIT-IX)
                   PERFORM E000-BUILD-ADD
           END-IF.

           ADD     1                       TO ARCH-DROPPED-CTR.

      * READ NEXT ARCHIVE RECORD
           PERFORM R100-READ-ARCHIVE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       E000-BUILD-ADD                      SECTION.
      *
      *  E000-BUILD-ADD TURNS THE ARCHIVED MASTER IMAGE INTO A
      *    MAINTENANCE ADD CARRYING EVERY FIELD AS IT WAS, WRITES
      *    IT, AND MARKS THE REQUEST REINSTATED.
      *--------------------------------------------------------------

           MOVE    ARC-DATA                TO INV-IN-REC.

           MOVE    SPACES                  TO TRANS-REC.
           MOVE    'A'                     TO TR-ACTION.
           MOVE    WAREHOUSE-NO-IN         TO TR-WAREHOUSE-NO.
           MOVE    PART-NO-IN              TO TR-PART-NO.
           MOVE    PART-DESC-IN            TO TR-PART-DESC.
           MOVE    UNIT-PRICE-IN           TO TR-UNIT-PRICE.
           MOVE    QS-JAN-IN               TO TR-QS-JAN.
           MOVE    QS-FEB-IN               TO TR-QS-FEB.
           MOVE    QS-MAR-IN               TO TR-QS-MAR.
           MOVE    QS-APR-IN               TO TR-QS-APR.
           MOVE    QS-MAY-IN               TO TR-QS-MAY.
           MOVE    QS-JUN-IN               TO TR-QS-JUN.
           MOVE    QS-JUL-IN               TO TR-QS-JUL.
           MOVE    QS-AUG-IN               TO TR-QS-AUG.
           MOVE    QS-SEP-IN               TO TR-QS-SEP.
           MOVE    QS-OCT-IN               TO TR-QS-OCT.
           MOVE    QS-NOV-IN               TO TR-QS-NOV.
           MOVE    QS-DEC-IN               TO TR-QS-DEC.
           MOVE    LAST-SALE-DATE-IN       TO TR-LAST-SALE-DATE.
           MOVE    DATE-RECEIPT-IN         TO TR-DATE-RECEIPT.
           MOVE    ON-HAND-QTY-IN          TO TR-ON-HAND-QTY-X.
           MOVE    REORDER-POINT-IN        TO TR-REORDER-POINT-X.
           WRITE   REINSTATE-TRANS-OUT-REC FROM TRANS-REC.
           ADD     1                       TO TRANS-WRITTEN-CTR.

           MOVE    'R'                     TO RQT-STATUS (REQ-HIT-IX).
           MOVE    PART-DESC-IN            TO RQT-DESC (REQ-HIT-IX).
           MOVE    ARC-DATE                TO RQT-ARC-DATE (REQ-HIT-IX).

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       D000-REPORT-REQUESTS                SECTION.
      *
      *  D000-REPORT-REQUESTS SETTLES ANY REQUEST NOT FOUND ON THE
      *    ARCHIVE AND PRINTS EVERY REQUEST IN CARD ORDER.
      *--------------------------------------------------------------

           IF      REQ-CNT > ZERO
                   PERFORM D100-REPORT-ONE-REQUEST
                           VARYING REQ-IX FROM 1 BY 1
                           UNTIL REQ-IX > REQ-CNT
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       D100-REPORT-ONE-REQUEST             SECTION.
      *
      *  D100-REPORT-ONE-REQUEST PRINTS ONE REQUEST AND COUNTS IT.
      *--------------------------------------------------------------

           IF      RQT-PENDING (REQ-IX)
                   MOVE    'N'             TO RQT-STATUS (REQ-IX)
           END-IF.

           MOVE    RQT-WHSE (REQ-IX)       TO RDL-WHSE.
           MOVE    RQT-PART (REQ-IX)       TO RDL-PART.
           MOVE    RQT-DESC (REQ-IX)       TO RDL-DESC.

           IF      RQT-REINSTATED (REQ-IX)
                   MOVE    RQT-ARC-MO (REQ-IX)
                                           TO RDL-ARC-MO
                   MOVE    RQT-ARC-DAY (REQ-IX)
                                           TO RDL-ARC-DAY
                   MOVE    RQT-ARC-YR (REQ-IX)
                                           TO RDL-ARC-YR
                   MOVE    '/'             TO RDL-SLASH-1
                                              RDL-SLASH-2
                   ADD     1               TO REINSTATED-CTR
           ELSE
                   MOVE    SPACES          TO RDL-ARC-DATE
                   ADD     1               TO NOT-REINSTATED-CTR
           END-IF.

           IF      RQT-REINSTATED (REQ-IX)
                   MOVE    'REINSTATED - ADD WRITTEN'
                                           TO RDL-RESULT
           ELSE
           IF      RQT-NOT-ARCHIVED (REQ-IX)
                   MOVE    'NOT ON THE ARCHIVE'
                                           TO RDL-RESULT
           ELSE
           IF      RQT-WHSE-INACTIVE (REQ-IX)
                   MOVE    'WAREHOUSE NOT ACTIVE'
                                           TO RDL-RESULT
           ELSE
           IF      RQT-ON-MASTER (REQ-IX)
                   MOVE    'ALREADY ON THE MASTER'
                                           TO RDL-RESULT
           ELSE
           IF      RQT-BLANK (REQ-IX)
                   MOVE    'NO WAREHOUSE/PART GIVEN'
                                           TO RDL-RESULT
           ELSE
                   MOVE    'DUPLICATE REQUEST'
                                           TO RDL-RESULT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           IF      LINE-CTR > 56
                   PERFORM W000-WRITE-HEADING
           END-IF.

           WRITE   REINSTATE-REPORT-REC    FROM REIN-DETAIL-LINE
                   AFTER ADVANCING 1 LINE.
           ADD     1                       TO LINE-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R100-READ-ARCHIVE                   SECTION.
      *
      *  R100-READ-ARCHIVE READS THE NEXT ARCHIVE RECORD INTO
      *    ARC-REC.
      *---------------------------------------------------------------

           READ    ARCHIVE-IN-FILE         INTO ARC-REC
                   AT END  MOVE 'Y'        TO ARCH-EOF-SW
           END-READ.

           IF      NOT ARCH-EOF
                   ADD     1               TO ARCH-READ-CTR
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R200-READ-MASTER-BY-KEY             SECTION.
      *
      *  R200-READ-MASTER-BY-KEY READS THE MASTER FOR THE KEY OF THE
      *    REQUEST CARD IN HAND AND SETS MSTR-FOUND-SW.
      *---------------------------------------------------------------

           MOVE    RQC-WHSE                TO MK-WHSE.
           MOVE    RQC-PART                TO MK-PART.
           MOVE    MATCH-KEY               TO IMR-KEY.

           MOVE    'Y'                     TO MSTR-FOUND-SW.
           READ    INVENTORY-MASTER
                   INVALID KEY MOVE 'N'    TO MSTR-FOUND-SW
           END-READ.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       U000-LOOKUP-WHSE                    SECTION.
      *
      *  U000-LOOKUP-WHSE LOOKS LOOKUP-WHSE-CODE UP IN THE
      *    WAREHOUSE TABLE AND SETS WHSE-FOUND-SW AND
      *    WHSE-ACTIVE-SW.
      *--------------------------------------------------------------

           MOVE    'N'                     TO WHSE-FOUND-SW.
           MOVE    'N'                     TO WHSE-ACTIVE-SW.
           IF      WHSE-CNT > ZERO
                   PERFORM U100-MATCH-ONE-WHSE
                           VARYING WHSE-IX FROM 1 BY 1
                           UNTIL WHSE-IX > WHSE-CNT
                              OR WHSE-FOUND
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       U100-MATCH-ONE-WHSE                 SECTION.
      *
      *  U100-MATCH-ONE-WHSE COMPARES LOOKUP-WHSE-CODE TO ONE
      *    TABLE ENTRY.
      *--------------------------------------------------------------

           IF      LOOKUP-WHSE-CODE = WHT-CODE (WHSE-IX)
                   MOVE    'Y'             TO WHSE-FOUND-SW
                   IF      WHT-ACTIVE (WHSE-IX) = 'A'
                           MOVE    'Y'     TO WHSE-ACTIVE-SW
                   END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       U200-LOOKUP-REQUEST                 SECTION.
      *
      *  U200-LOOKUP-REQUEST LOOKS LOOKUP-REQ-KEY UP AMONG THE
      *    REQUESTS STILL BEING LOOKED FOR OR ALREADY REINSTATED,
      *    SETTING REQ-FOUND-SW AND, ON A HIT, REQ-HIT-IX.
      *--------------------------------------------------------------

           MOVE    'N'                     TO REQ-FOUND-SW.
           IF      REQ-CNT > ZERO
                   PERFORM U210-MATCH-ONE-REQUEST
                           VARYING REQ-IX FROM 1 BY 1
                           UNTIL REQ-IX > REQ-CNT
                              OR REQ-FOUND
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       U210-MATCH-ONE-REQUEST              SECTION.
      *
      *  U210-MATCH-ONE-REQUEST COMPARES LOOKUP-REQ-KEY TO ONE
      *    TABLE ENTRY.
      *--------------------------------------------------------------

           IF      LRK-WHSE = RQT-WHSE (REQ-IX)
               AND LRK-PART = RQT-PART (REQ-IX)
               AND (RQT-PENDING (REQ-IX) OR RQT-REINSTATED (REQ-IX))
                   MOVE    'Y'             TO REQ-FOUND-SW
                   MOVE    REQ-IX          TO REQ-HIT-IX
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       W000-WRITE-HEADING                  SECTION.
      *
      *  W000-WRITE-HEADING PRINTS THE REPORT HEADING AND THE
      *    COLUMN HEADING OCCUPYING THE FIRST 3 LINES OF THE PAGE.
      *    THE LINE COUNTER WILL THEN BE INITIALIZED TO THAT VALUE
      *    OF 3.
      *--------------------------------------------------------------

      *  REPORT HEADING
           WRITE   REINSTATE-REPORT-REC    FROM REIN-HEADING
                   AFTER ADVANCING TOP-OF-PAGE.

      *  COLUMN HEADING
           WRITE   REINSTATE-REPORT-REC    FROM REIN-COLHDG
                   AFTER ADVANCING 2 LINES.

      *  INIT LINE-CTR
           MOVE    3                       TO LINE-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Z000-FINISH                         SECTION.
      *
      *  Z000-FINISH PRINTS THE RUN TOTALS, SETS THE RETURN CODE AND
      *    CLOSES THE FILES.
      *--------------------------------------------------------------

      *  A RUN WITH NO REQUESTS STILL GETS A HEADED PAGE SO THE
      *    TOTALS NEVER PRINT INTO A BLANK SYSOUT.
           IF      REQ-CNT = ZERO
                   PERFORM W000-WRITE-HEADING
           END-IF.

           MOVE    'REQUEST CARDS READ'    TO RCL-CTR-LABEL.
           MOVE    CARDS-READ-CTR          TO RCL-CTR-VALUE.
           WRITE   REINSTATE-REPORT-REC    FROM REIN-COUNT-LINE
                   AFTER ADVANCING 3 LINES.

           MOVE    'PARTS REINSTATED'      TO RCL-CTR-LABEL.
           MOVE    REINSTATED-CTR          TO RCL-CTR-VALUE.
           WRITE   REINSTATE-REPORT-REC    FROM REIN-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'REQUESTS NOT REINSTATED'
                                           TO RCL-CTR-LABEL.
           MOVE    NOT-REINSTATED-CTR      TO RCL-CTR-VALUE.
           WRITE   REINSTATE-REPORT-REC    FROM REIN-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'ADD TRANSACTIONS WRITTEN'
                                           TO RCL-CTR-LABEL.
           MOVE    TRANS-WRITTEN-CTR       TO RCL-CTR-VALUE.
           WRITE   REINSTATE-REPORT-REC    FROM REIN-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'ARCHIVE RECORDS READ'  TO RCL-CTR-LABEL.
           MOVE    ARCH-READ-CTR           TO RCL-CTR-VALUE.
           WRITE   REINSTATE-REPORT-REC    FROM REIN-COUNT-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE    'ARCHIVE RECORDS DROPPED'
                                           TO RCL-CTR-LABEL.
           MOVE    ARCH-DROPPED-CTR        TO RCL-CTR-VALUE.
           WRITE   REINSTATE-REPORT-REC    FROM REIN-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'ARCHIVE RECORDS WRITTEN'
                                           TO RCL-CTR-LABEL.
           MOVE    ARCH-WRITTEN-CTR        TO RCL-CTR-VALUE.
           WRITE   REINSTATE-REPORT-REC    FROM REIN-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

      *  ANY REQUEST NOT MET IS A WARNING FOR THE OPERATOR.
           IF      NOT-REINSTATED-CTR > ZERO
                   MOVE    4               TO RETURN-CODE
           END-IF.

           CLOSE   ARCHIVE-IN-FILE
                   ARCHIVE-OUT-FILE
                   REINSTATE-TRANS-OUT-FILE
                   REINSTATE-REPORT-FILE.

      *  STAMP THE SHARED RUN-CONTROL FILE SO OPERATIONS CAN SEE
      *    THIS RUN COMPLETED AND HOW IT ENDED.
           PERFORM Z100-STAMP-RUN-CONTROL.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Z100-STAMP-RUN-CONTROL              SECTION.
      *
      *  Z100-STAMP-RUN-CONTROL APPENDS THIS RUN'S STAMP - PROGRAM,
      *    DATE, INPUT GENERATIONS, AND THE RETURN CODE THE RUN IS
      *    ENDING WITH - TO THE SHARED RUN-CONTROL FILE.
      *--------------------------------------------------------------

           OPEN    EXTEND                  RUN-CONTROL-FILE.

           MOVE    SPACES                  TO RUN-CTL-REC.
           MOVE    'PROGRAM30'             TO RCT-PROGRAM.
           MOVE    SYS-DATE                TO RCT-RUN-DATE.
           MOVE    'CARDS + ARCHIVE(0)'    TO RCT-GENS-USED.
           MOVE    RETURN-CODE             TO RCT-RETURN-CODE.
           WRITE   RUN-CONTROL-REC         FROM RUN-CTL-REC.

           CLOSE   RUN-CONTROL-FILE.

       DEPART.
           EXIT.
      *
      *
