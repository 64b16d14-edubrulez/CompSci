      *
       IDENTIFICATION DIVISION.

       PROGRAM-ID.         PROGRAM26.
       AUTHOR.             ERICK NAVE.
       INSTALLATION.       PROGRAMMING APPLICATIONS WITH COBOL.
       DATE-WRITTEN.       9/02/26.
       DATE-COMPILED.
      *
      ****************************************************************
      *
      *REMARKS.
      *
      *  PROGRAM 26 MAINTAINS THE VENDOR REFERENCE MASTER - THE
      *    FILE THAT DECLARES WHICH SIX-CHARACTER VENDOR CODES
      *    EXIST, THEIR NAMES AND ADDRESSES, AND WHETHER EACH IS
      *    STILL ACTIVE.  THE PART-VENDOR CROSS-REFERENCE IS EDITED
      *    AGAINST THIS FILE, AND THE PURCHASE-ORDER BUILD PRINTS
      *    THE NAME AND ADDRESS FROM IT AND ORDERS NOTHING FROM AN
      *    INACTIVE VENDOR.
      *
      *  MAINTENANCE IS BY CARD - ADD, CHANGE, OR DELETE, MATCHED
      *    AGAINST THE OLD GENERATION IN CODE ORDER AND WRITTEN TO
      *    THE NEW GENERATION.  ON A CHANGE, A FIELD LEFT AS SPACES
      *    MEANS LEAVE IT ALONE, THE SAME CONVENTION AS THE
      *    INVENTORY MAINTENANCE TRANSACTIONS.  EVERY CARD, APPLIED
      *    OR REJECTED, IS LISTED ON THE AUDIT REPORT.
      *
      *  FILES:
      *    VEND-REF-IN-FILE
      *    VEND-CARD-FILE
      *    VEND-REF-OUT-FILE
      *    VEND-AUDIT-FILE
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
           SELECT VEND-REF-IN-FILE         ASSIGN TO UT-S-VENDIN.
           SELECT VEND-CARD-FILE           ASSIGN TO UT-S-CARDS.
           SELECT VEND-REF-OUT-FILE        ASSIGN TO UT-S-VENDOUT.
           SELECT VEND-AUDIT-FILE          ASSIGN TO UT-S-AUDIT.
           SELECT RUN-CONTROL-FILE         ASSIGN TO UT-S-RUNCTL.
           SELECT CARD-SORT-FILE           ASSIGN TO UT-S-SORTWK.

      /
      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      *---------------------------------------------------------------
       FILE SECTION.
      *---------------------------------------------------------------

      * VEND-REF-IN-FILE          ------->     INPUT
      *   THE OLD GENERATION, IN CODE ORDER.  MAY BE EMPTY ON THE
      *   VERY FIRST LOAD.
       FD  VEND-REF-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VEND-REF-IN-REC.

       01  VEND-REF-IN-REC                 PIC X(80).

      * VEND-CARD-FILE            ------->     INPUT
      *   ONE 80-BYTE CARD PER ACTION - ACTION IN COLUMN 1 (A/C/D),
      *   CODE IN 2-7, NAME IN 8-32, ADDRESS IN 33-57, CITY AND
      *   STATE IN 58-77, ACTIVE FLAG IN 78 ('A' OR 'I').  SORTED
      *   INTO CODE ORDER BEFORE MATCHING.
       FD  VEND-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VEND-CARD-REC.

       01  VEND-CARD-REC                   PIC X(80).

      * VEND-REF-OUT-FILE         ------->     OUTPUT
      *   THE NEW GENERATION, STILL IN CODE ORDER.
       FD  VEND-REF-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VEND-REF-OUT-REC.

       01  VEND-REF-OUT-REC                PIC X(80).

      * VEND-AUDIT-FILE           ------->     OUTPUT
      *   ONE LINE PER CARD - APPLIED OR REJECTED, WITH THE REASON -
      *   PLUS THE RUN TOTALS.
       FD  VEND-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VEND-AUDIT-REC.

       01  VEND-AUDIT-REC                  PIC X(133).

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

      * CARD-SORT-FILE ORDERS THE CARDS BY CODE, THEN ACTION, SO
      *   THE MATCH READS IN STEP WITH THE OLD GENERATION AND TWO
      *   CARDS FOR ONE CODE APPLY ADD FIRST, THEN CHANGE, THEN
      *   DELETE ('A' < 'C' < 'D').
       SD  CARD-SORT-FILE
           DATA RECORD IS VSORT-REC.

       01  VSORT-REC.
           03 VSRT-ACTION                  PIC X.
           03 VSRT-CODE                    PIC X(6).
           03 FILLER                       PIC X(73).

      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------

       77  OLD-EOF-SW                      PIC X           VALUE 'N'.
           88 OLD-EOF                       VALUE 'Y'.
       77  CARD-EOF-SW                     PIC X           VALUE 'N'.
           88 CARD-EOF                      VALUE 'Y'.

      * HAVE-REC-SW SAYS WHETHER AN OLD-GENERATION RECORD FOR THE
      *   CODE IN HAND IS SITTING IN VND-REC AWAITING CARDS OR
      *   ITS WRITE TO THE NEW GENERATION.
       77  HAVE-REC-SW                     PIC X           VALUE 'N'.
           88 HAVE-REC                      VALUE 'Y'.

      * VALID-CARD-SW INDICATES WHETHER THE CARD IN HAND PASSED THE
      *   EDITS AND MATCHED SENSIBLY.
       77  VALID-CARD-SW                   PIC X.
           88 VALID-CARD                   VALUE 'Y'.
           88 INVALID-CARD                 VALUE 'N'.

       77  REJECT-REASON                   PIC X(30)       VALUE SPACES.

      * FIRST-AUDIT-SW CONTROLS WHEN THE AUDIT REPORT HEADING IS
      *   WRITTEN - ONLY ONCE, AHEAD OF THE FIRST LINE.
       77  FIRST-AUDIT-SW                  PIC X           VALUE 'Y'.
           88 FIRST-AUDIT                   VALUE 'Y'.

       77  AUDIT-LINE-CTR                  VALUE ZEROS     PIC S99.

      * RUN TOTALS FOR THE FOOT OF THE AUDIT REPORT.
       77  OLD-READ-CTR                    PIC 9(7)        VALUE ZERO.
       77  CARDS-READ-CTR                  PIC 9(7)        VALUE ZERO.
       77  CARDS-APPLIED-CTR               PIC 9(7)        VALUE ZERO.
       77  CARDS-REJECT-CTR                PIC 9(7)        VALUE ZERO.
       77  RECORDS-OUT-CTR                 PIC 9(7)        VALUE ZERO.

      * VCD-REC IS THE FIELD BREAKDOWN FOR ONE MAINTENANCE CARD.
       01  VCD-REC.
           03 VCD-ACTION                   PIC X.
              88 VCD-ADD                    VALUE 'A'.
              88 VCD-CHANGE                 VALUE 'C'.
              88 VCD-DELETE                 VALUE 'D'.
           03 VCD-CODE                     PIC X(6).
           03 VCD-NAME                     PIC X(25).
           03 VCD-ADDRESS                  PIC X(25).
           03 VCD-CITY-ST                  PIC X(20).
           03 VCD-ACTIVE                   PIC X.
           03 FILLER                       PIC XX.

      * VND-REC IS THE REFERENCE RECORD IN HAND.  THE LAYOUT IS
      *    KEPT IN COPYBOOK INVVNREC.
           COPY INVVNREC.

      * NEW-REF-REC IS THE BUILD AREA FOR AN ADD - SEPARATE FROM
      *   VND-REC, WHICH MAY STILL BE HOLDING AN OLD RECORD AWAITING
      *   ITS TURN.  KEEP IT IN STEP WITH COPYBOOK INVVNREC FIELD
      *   FOR FIELD.
       01  NEW-REF-REC.
           03 NEW-CODE                     PIC X(6).
           03 NEW-NAME                     PIC X(25).
           03 NEW-ADDRESS                  PIC X(25).
           03 NEW-CITY-ST                  PIC X(20).
           03 NEW-ACTIVE                   PIC X.
           03 FILLER                       PIC X(3).

      * PENDING-OLD-REC STACKS THE OLD-GENERATION RECORD AN ADD
      *   DISPLACES AS THE RECORD IN HAND.  THE ADDED RECORD
      *   BECOMES THE RECORD IN HAND SO A CHANGE OR DELETE CARD
      *   FOLLOWING THE ADD FOR THE SAME CODE COMPOSES WITHIN THE
      *   RUN; THE DISPLACED RECORD COMES BACK ON THE NEXT READ.
       01  PENDING-OLD-REC                 PIC X(80)       VALUE SPACES.
       77  PENDING-HELD-SW                 PIC X           VALUE 'N'.
           88 PENDING-HELD                  VALUE 'Y'.

      * HEADING FOR THE AUDIT REPORT WITH DATE IN UPPER RIGHT CORNER
       01  AUDIT-HEADING.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(15).
           03 FILLER                       PIC X(42)
              VALUE 'VENDOR REFERENCE MAINTENANCE - AUDIT'.
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
       01  AUDIT-COLHDG.
           03 CC                           PIC X.
           03 FILLER       VALUE 'ACT'     PIC XXX.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'VENDOR'  PIC X(6).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'NAME'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC X(23).
           03 FILLER                       PIC X(11)
              VALUE 'DISPOSITION'.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER       VALUE 'REASON'  PIC X(6).
           03 FILLER       VALUE SPACES    PIC X(72).

      * AUDIT-LINE IS ONE DETAIL LINE ON THE AUDIT REPORT.
       01  AUDIT-LINE.
           03 CC                           PIC X.
           03 AUD-ACTION                   PIC X.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 AUD-CODE                     PIC X(6).
           03 FILLER       VALUE SPACES    PIC XX.
           03 AUD-NAME                     PIC X(25).
           03 FILLER       VALUE SPACES    PIC XX.
           03 AUD-DISP                     PIC X(8).
           03 FILLER       VALUE SPACES    PIC X(6).
           03 AUD-REASON                   PIC X(30).
           03 FILLER       VALUE SPACES    PIC X(48).

      * AUDIT-COUNT-LINE PRINTS ONE RUN TOTAL AT THE FOOT OF THE
      *   AUDIT REPORT.
       01  AUDIT-COUNT-LINE.
           03 CC                           PIC X.
           03 AUD-CTR-LABEL                PIC X(30).
           03 AUD-CTR-VALUE                PIC ZZZZZZ9.
           03 FILLER       VALUE SPACES    PIC X(95).

      * RUN-CTL-REC IS THE STAMP THIS RUN APPENDS TO THE SHARED
      *   RUN-CONTROL FILE.  THE LAYOUT IS KEPT IN COPYBOOK
      *   INVRCREC SO THE WHOLE SUITE STAYS IN SYNC ON ONE
      *   DEFINITION.
           COPY INVRCREC.
      /
      ***************************************************************
       PROCEDURE DIVISION.
      ***************************************************************

      *--------------------------------------------------------------
       A000-MAIN                           SECTION.
      *
      *   THIS SECTION IS THE MAIN DRIVER FOR THE PROGRAM.  THE
      *     CARDS ARE SORTED INTO CODE ORDER AND MATCHED AGAINST
      *     THE OLD GENERATION AS THE SORT'S OUTPUT PROCEDURE.
      *--------------------------------------------------------------

           PERFORM         B000-INIT.

           SORT            CARD-SORT-FILE
                            ON ASCENDING KEY VSRT-CODE
                                             VSRT-ACTION
                            USING  VEND-CARD-FILE
                            OUTPUT PROCEDURE Q000-MATCH-AND-APPLY.

           PERFORM         Z000-FINISH.

           GOBACK.
      /
      *--------------------------------------------------------------
       B000-INIT                           SECTION.
      *
      *  B000-INIT CONTAINS THE INITIALIZATION STATEMENTS TO BE
      *    PERFORMED AT THE BEGINNING OF THE PROGRAM.
      *--------------------------------------------------------------

      *  ACCEPT THE SYSTEM DATE AND MOVE IT TO THE HEADING'S DATE
           ACCEPT          SYS-DATE        FROM DATE.
           MOVE            SYS-DAY         TO REPORT-DAY.
           MOVE            SYS-MONTH       TO REPORT-MONTH.
           MOVE            SYS-YEAR        TO REPORT-YEAR.

           OPEN            OUTPUT          VEND-AUDIT-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Q000-MATCH-AND-APPLY                SECTION.
      *
      *  Q000-MATCH-AND-APPLY IS THE CARD SORT'S OUTPUT PROCEDURE -
      *    A MATCHED MERGE OF THE OLD GENERATION AND THE SORTED
      *    CARDS, BOTH IN CODE ORDER.  OLD RECORDS AHEAD OF THE
      *    CARD IN HAND PASS STRAIGHT TO THE NEW GENERATION; THE
      *    CARD THEN APPLIES TO ITS MATCHING RECORD (OR OPENS A NEW
      *    ONE).  WHAT IS LEFT OF THE OLD FILE DRAINS AT THE END.
      *--------------------------------------------------------------

           OPEN            INPUT           VEND-REF-IN-FILE
                           OUTPUT          VEND-REF-OUT-FILE.

           PERFORM         R000-READ-OLD-REF.
           PERFORM         R100-RETURN-CARD.

           PERFORM         C000-APPLY-ONE-CARD
                           UNTIL CARD-EOF.

      *  DRAIN THE REST OF THE OLD GENERATION.
           PERFORM         D200-PASS-OLD-RECORD
                           UNTIL NOT HAVE-REC.

           CLOSE           VEND-REF-IN-FILE
                           VEND-REF-OUT-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       C000-APPLY-ONE-CARD                 SECTION.
      *
      *   THIS SECTION IS THE MAIN PROCESSING LOOP - ONE PASS PER
      *     SORTED CARD.  OLD RECORDS WITH CODES AHEAD OF THE CARD
      *     PASS THROUGH FIRST, THEN THE CARD IS EDITED AND
      *     APPLIED.
      *--------------------------------------------------------------

           PERFORM D200-PASS-OLD-RECORD
                   UNTIL NOT HAVE-REC
                      OR VND-CODE NOT < VCD-CODE.

           PERFORM E000-VALIDATE-CARD.

           IF      INVALID-CARD
                   PERFORM F100-AUDIT-REJECT
                   GO TO   DEPART-READ
           END-IF.

           IF      VCD-ADD
                   PERFORM E100-APPLY-ADD
           ELSE
           IF      VCD-CHANGE
                   PERFORM E200-APPLY-CHANGE
           ELSE
                   PERFORM E300-APPLY-DELETE
           END-IF
           END-IF.

       DEPART-READ.
           PERFORM R100-RETURN-CARD.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R000-READ-OLD-REF                   SECTION.
      *
      *  R000-READ-OLD-REF PUTS THE NEXT RECORD IN HAND - THE ONE
      *    AN ADD DISPLACED AND STACKED, WHEN THERE IS ONE,
      *    OTHERWISE THE NEXT OLD-GENERATION RECORD OFF THE FILE -
      *    AND SETS HAVE-REC-SW.
      *---------------------------------------------------------------

           IF      PENDING-HELD
                   MOVE    PENDING-OLD-REC TO VND-REC
                   MOVE    'N'             TO PENDING-HELD-SW
                   MOVE    'Y'             TO HAVE-REC-SW
                   GO TO   DEPART
           END-IF.

      *  ONCE THE OLD GENERATION HAS RUN OUT THERE IS NOTHING MORE
      *    TO READ - AN ADD PAST ITS END MUST NOT READ AGAIN.
           IF      OLD-EOF
                   MOVE    'N'             TO HAVE-REC-SW
                   GO TO   DEPART
           END-IF.

           READ    VEND-REF-IN-FILE        INTO VND-REC
                   AT END  MOVE 'Y'        TO OLD-EOF-SW
           END-READ.

           IF      OLD-EOF
                   MOVE    'N'             TO HAVE-REC-SW
           ELSE
                   MOVE    'Y'             TO HAVE-REC-SW
                   ADD     1               TO OLD-READ-CTR
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       R100-RETURN-CARD                    SECTION.
      *
      *  R100-RETURN-CARD RETURNS THE NEXT SORTED CARD INTO
      *    VCD-REC.
      *---------------------------------------------------------------

           RETURN  CARD-SORT-FILE          INTO VCD-REC
                   AT END  MOVE 'Y'        TO CARD-EOF-SW
           END-RETURN.

           IF      NOT CARD-EOF
                   ADD     1               TO CARDS-READ-CTR
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       D200-PASS-OLD-RECORD                SECTION.
      *
      *  D200-PASS-OLD-RECORD WRITES THE OLD RECORD IN HAND TO THE
      *    NEW GENERATION UNCHANGED AND READS THE NEXT ONE.
      *---------------------------------------------------------------

           WRITE   VEND-REF-OUT-REC        FROM VND-REC.
           ADD     1                       TO RECORDS-OUT-CTR.
           PERFORM R000-READ-OLD-REF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E000-VALIDATE-CARD                  SECTION.
      *
      *  E000-VALIDATE-CARD EDITS THE CARD IN HAND - THE ACTION
      *    MUST BE A, C, OR D; THE CODE NON-BLANK; AN ADD MUST
      *    CARRY A NAME AND A VALID ACTIVE FLAG; A CHANGE'S ACTIVE
      *    FLAG, WHEN GIVEN, MUST BE VALID.
      *---------------------------------------------------------------

           MOVE    'Y'                     TO VALID-CARD-SW.
           MOVE    SPACES                  TO REJECT-REASON.

           IF      NOT VCD-ADD AND NOT VCD-CHANGE AND NOT VCD-DELETE
                   MOVE    'N'             TO VALID-CARD-SW
                   MOVE    'ACTION CODE INVALID'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-CARD AND VCD-CODE = SPACES
                   MOVE    'N'             TO VALID-CARD-SW
                   MOVE    'VENDOR CODE BLANK'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-CARD AND VCD-ADD AND VCD-NAME = SPACES
                   MOVE    'N'             TO VALID-CARD-SW
                   MOVE    'NAME REQUIRED ON ADD'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-CARD AND VCD-ADD
                   AND VCD-ACTIVE NOT = 'A' AND VCD-ACTIVE NOT = 'I'
                   MOVE    'N'             TO VALID-CARD-SW
                   MOVE    'ACTIVE FLAG INVALID'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-CARD AND VCD-CHANGE
                   AND VCD-ACTIVE NOT = SPACE
                   AND VCD-ACTIVE NOT = 'A' AND VCD-ACTIVE NOT = 'I'
                   MOVE    'N'             TO VALID-CARD-SW
                   MOVE    'ACTIVE FLAG INVALID'
                                           TO REJECT-REASON
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E100-APPLY-ADD                      SECTION.
      *
      *  E100-APPLY-ADD BUILDS A BRAND NEW REFERENCE RECORD - AS
      *    LONG AS THE CODE IS NOT ALREADY ON THE FILE - AND MAKES
      *    IT THE RECORD IN HAND, STACKING WHATEVER OLD RECORD WAS
      *    THERE.  A CHANGE OR DELETE CARD FOLLOWING THE ADD FOR
      *    THE SAME CODE THEREFORE SEES IT, AND IT REACHES THE NEW
      *    GENERATION THROUGH THE NORMAL PASS-THROUGH.
      *---------------------------------------------------------------

           IF      HAVE-REC AND VND-CODE = VCD-CODE
                   MOVE    'CODE ALREADY ON FILE'
                                           TO REJECT-REASON
                   PERFORM F100-AUDIT-REJECT
                   GO TO   DEPART
           END-IF.

           MOVE    SPACES                  TO NEW-REF-REC.
           MOVE    VCD-CODE                TO NEW-CODE.
           MOVE    VCD-NAME                TO NEW-NAME.
           MOVE    VCD-ADDRESS             TO NEW-ADDRESS.
           MOVE    VCD-CITY-ST             TO NEW-CITY-ST.
           MOVE    VCD-ACTIVE              TO NEW-ACTIVE.

           IF      HAVE-REC
                   MOVE    VND-REC         TO PENDING-OLD-REC
                   MOVE    'Y'             TO PENDING-HELD-SW
           END-IF.
           MOVE    NEW-REF-REC             TO VND-REC.
           MOVE    'Y'                     TO HAVE-REC-SW.

           PERFORM F200-AUDIT-APPLIED.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E200-APPLY-CHANGE                   SECTION.
      *
      *  E200-APPLY-CHANGE APPLIES THE NON-BLANK CARD FIELDS TO THE
      *    MATCHING RECORD IN HAND.  THE CHANGED RECORD STAYS IN
      *    HAND SO A FOLLOWING DELETE FOR THE SAME CODE STILL SEES
      *    IT; IT REACHES THE NEW GENERATION THROUGH THE NORMAL
      *    PASS-THROUGH.
      *---------------------------------------------------------------

           IF      NOT HAVE-REC OR VND-CODE NOT = VCD-CODE
                   MOVE    'CODE NOT ON FILE'
                                           TO REJECT-REASON
                   PERFORM F100-AUDIT-REJECT
                   GO TO   DEPART
           END-IF.

           IF      VCD-NAME NOT = SPACES
                   MOVE    VCD-NAME        TO VND-NAME
           END-IF.
           IF      VCD-ADDRESS NOT = SPACES
                   MOVE    VCD-ADDRESS     TO VND-ADDRESS
           END-IF.
           IF      VCD-CITY-ST NOT = SPACES
                   MOVE    VCD-CITY-ST     TO VND-CITY-ST
           END-IF.
           IF      VCD-ACTIVE NOT = SPACE
                   MOVE    VCD-ACTIVE      TO VND-ACTIVE
           END-IF.

           PERFORM F200-AUDIT-APPLIED.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E300-APPLY-DELETE                   SECTION.
      *
      *  E300-APPLY-DELETE DROPS THE MATCHING RECORD - IT IS
      *    SIMPLY NOT WRITTEN TO THE NEW GENERATION.
      *---------------------------------------------------------------

           IF      NOT HAVE-REC OR VND-CODE NOT = VCD-CODE
                   MOVE    'CODE NOT ON FILE'
                                           TO REJECT-REASON
                   PERFORM F100-AUDIT-REJECT
                   GO TO   DEPART
           END-IF.

           PERFORM R000-READ-OLD-REF.
           PERFORM F200-AUDIT-APPLIED.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       F000-WRITE-AUDIT                    SECTION.
      *
      *  F000-WRITE-AUDIT LISTS THE CARD IN HAND ON THE AUDIT
      *    REPORT WITH THE DISPOSITION AND REASON ALREADY SET.
      *---------------------------------------------------------------

           IF      FIRST-AUDIT
                   PERFORM W000-WRITE-HEADING
                   MOVE    'N'             TO FIRST-AUDIT-SW
           ELSE
                   IF      AUDIT-LINE-CTR > 56
                           PERFORM W000-WRITE-HEADING
                   END-IF
           END-IF.

           MOVE    VCD-ACTION              TO AUD-ACTION.
           MOVE    VCD-CODE                TO AUD-CODE.
           MOVE    VCD-NAME                TO AUD-NAME.

           WRITE   VEND-AUDIT-REC          FROM AUDIT-LINE
                   AFTER ADVANCING 1 LINE.
           ADD     1                       TO AUDIT-LINE-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       F100-AUDIT-REJECT                   SECTION.
      *
      *  F100-AUDIT-REJECT LISTS THE CARD AS REJECTED WITH THE
      *    REASON SET BY THE CALLER, AND COUNTS IT.
      *---------------------------------------------------------------

           MOVE    'REJECTED'              TO AUD-DISP.
           MOVE    REJECT-REASON           TO AUD-REASON.
           PERFORM F000-WRITE-AUDIT.
           ADD     1                       TO CARDS-REJECT-CTR.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       F200-AUDIT-APPLIED                  SECTION.
      *
      *  F200-AUDIT-APPLIED LISTS THE CARD AS APPLIED, AND COUNTS
      *    IT.
      *---------------------------------------------------------------

           MOVE    'APPLIED'               TO AUD-DISP.
           MOVE    SPACES                  TO AUD-REASON.
           PERFORM F000-WRITE-AUDIT.
           ADD     1                       TO CARDS-APPLIED-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       W000-WRITE-HEADING                  SECTION.
      *
      *  W000-WRITE-HEADING PRINTS THE REPORT AND COLUMN HEADINGS
      *    OCCUPYING THE FIRST 3 LINES OF THE REPORT.  THE LINE
      *    COUNTER WILL THEN BE INITIALIZED TO THAT VALUE OF 3.
      *--------------------------------------------------------------

      *  REPORT HEADING
           WRITE   VEND-AUDIT-REC          FROM AUDIT-HEADING
                   AFTER ADVANCING TOP-OF-PAGE.

      *  COLUMN HEADING
           WRITE   VEND-AUDIT-REC          FROM AUDIT-COLHDG
                   AFTER ADVANCING 2 LINES.

      *  INIT LINE-CTR
           MOVE    3                       TO AUDIT-LINE-CTR.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Z000-FINISH                         SECTION.
      *
      *  Z000-FINISH PRINTS THE RUN TOTALS AT THE FOOT OF THE AUDIT
      *    REPORT AND CLOSES THE FILE.
      *--------------------------------------------------------------

      *  A RUN WITH NO CARDS AT ALL STILL GETS A HEADED PAGE SO THE
      *    TOTALS NEVER PRINT INTO A BLANK SYSOUT.
           IF      FIRST-AUDIT
                   PERFORM W000-WRITE-HEADING
                   MOVE    'N'             TO FIRST-AUDIT-SW
           END-IF.

           MOVE    'OLD RECORDS READ'      TO AUD-CTR-LABEL.
           MOVE    OLD-READ-CTR            TO AUD-CTR-VALUE.
           WRITE   VEND-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 3 LINES.

           MOVE    'CARDS READ'            TO AUD-CTR-LABEL.
           MOVE    CARDS-READ-CTR          TO AUD-CTR-VALUE.
           WRITE   VEND-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'CARDS APPLIED'         TO AUD-CTR-LABEL.
           MOVE    CARDS-APPLIED-CTR       TO AUD-CTR-VALUE.
           WRITE   VEND-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'CARDS REJECTED'        TO AUD-CTR-LABEL.
           MOVE    CARDS-REJECT-CTR        TO AUD-CTR-VALUE.
           WRITE   VEND-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'RECORDS WRITTEN'       TO AUD-CTR-LABEL.
           MOVE    RECORDS-OUT-CTR         TO AUD-CTR-VALUE.
           WRITE   VEND-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           CLOSE   VEND-AUDIT-FILE.

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
           MOVE    'PROGRAM26'             TO RCT-PROGRAM.
           MOVE    SYS-DATE                TO RCT-RUN-DATE.
           MOVE    'VENDREF(0)'            TO RCT-GENS-USED.
           MOVE    RETURN-CODE             TO RCT-RETURN-CODE.
           WRITE   RUN-CONTROL-REC         FROM RUN-CTL-REC.

           CLOSE   RUN-CONTROL-FILE.

       DEPART.
           EXIT.
      *
      *
