      *
       IDENTIFICATION DIVISION.

       PROGRAM-ID.         PROGRAM27.
       AUTHOR.             ERICK NAVE.
       INSTALLATION.       PROGRAMMING APPLICATIONS WITH COBOL.
       DATE-WRITTEN.       9/02/26.
       DATE-COMPILED.
      *
      ****************************************************************
      *
      *REMARKS.
      *
      *  PROGRAM 27 MAINTAINS THE PART-VENDOR CROSS-REFERENCE - FOR
      *    EACH PART NUMBER, THE VENDOR THAT SUPPLIES IT, THE
      *    VENDOR'S OWN PART NUMBER, THE LEAD TIME IN DAYS, THE
      *    MINIMUM ORDER QUANTITY, THE CASE PACK, AND THE UNIT COST.
      *    THE PURCHASE-ORDER BUILD READS IT TO TURN THE DAY'S
      *    PURCHASE SUGGESTIONS INTO ORDERS.
      *
      *  MAINTENANCE IS BY CARD - ADD, CHANGE, OR DELETE, MATCHED
      *    AGAINST THE OLD GENERATION IN PART ORDER AND WRITTEN TO
      *    THE NEW GENERATION.  ON A CHANGE, A FIELD LEFT AS SPACES
      *    MEANS LEAVE IT ALONE, THE SAME CONVENTION AS THE
      *    INVENTORY MAINTENANCE TRANSACTIONS.  THE VENDOR CODE IS
      *    EDITED AGAINST THE VENDOR REFERENCE MASTER, TABLED AT
      *    START-UP - IT MUST BE ON FILE AND ACTIVE.  EVERY CARD,
      *    APPLIED OR REJECTED, IS LISTED ON THE AUDIT REPORT.
      *
      *  FILES:
      *    VEND-REF-FILE
      *    XREF-IN-FILE
      *    XREF-CARD-FILE
      *    XREF-OUT-FILE
      *    XREF-AUDIT-FILE
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
           SELECT VEND-REF-FILE            ASSIGN TO UT-S-VENDREF.
           SELECT XREF-IN-FILE             ASSIGN TO UT-S-XREFIN.
           SELECT XREF-CARD-FILE           ASSIGN TO UT-S-CARDS.
           SELECT XREF-OUT-FILE            ASSIGN TO UT-S-XREFOUT.
           SELECT XREF-AUDIT-FILE          ASSIGN TO UT-S-AUDIT.
           SELECT RUN-CONTROL-FILE         ASSIGN TO UT-S-RUNCTL.
           SELECT CARD-SORT-FILE           ASSIGN TO UT-S-SORTWK.

      /
      ****************************************************************
       DATA DIVISION.
      ****************************************************************

      *---------------------------------------------------------------
       FILE SECTION.
      *---------------------------------------------------------------

      * VEND-REF-FILE             ------->     INPUT
      *   THE VENDOR REFERENCE MASTER, TABLED AT START-UP FOR THE
      *   VENDOR-CODE EDIT.
       FD  VEND-REF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VEND-REF-IN-REC.

       01  VEND-REF-IN-REC                 PIC X(80).

      * XREF-IN-FILE              ------->     INPUT
      *   THE OLD GENERATION, IN PART ORDER.  MAY BE EMPTY ON THE
      *   VERY FIRST LOAD.
       FD  XREF-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XREF-IN-REC.

       01  XREF-IN-REC                     PIC X(60).

      * XREF-CARD-FILE            ------->     INPUT
      *   ONE 80-BYTE CARD PER ACTION - ACTION IN COLUMN 1 (A/C/D),
      *   PART IN 2-6, VENDOR IN 7-12, VENDOR PART NUMBER IN 13-27,
      *   LEAD DAYS IN 28-30, MINIMUM ORDER IN 31-36, CASE PACK IN
      *   37-41, UNIT COST IN 42-49 (TWO DECIMALS IMPLIED).  SORTED
      *   INTO PART ORDER BEFORE MATCHING.
       FD  XREF-CARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XREF-CARD-REC.

       01  XREF-CARD-REC                   PIC X(80).

      * XREF-OUT-FILE             ------->     OUTPUT
      *   THE NEW GENERATION, STILL IN PART ORDER.
       FD  XREF-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XREF-OUT-REC.

       01  XREF-OUT-REC                    PIC X(60).

      * XREF-AUDIT-FILE           ------->     OUTPUT
      *   ONE LINE PER CARD - APPLIED OR REJECTED, WITH THE REASON -
      *   PLUS THE RUN TOTALS.
       FD  XREF-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE OMITTED
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XREF-AUDIT-REC.

       01  XREF-AUDIT-REC                  PIC X(133).

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

      * CARD-SORT-FILE ORDERS THE CARDS BY PART, THEN ACTION, SO
      *   THE MATCH READS IN STEP WITH THE OLD GENERATION AND TWO
      *   CARDS FOR ONE PART APPLY ADD FIRST, THEN CHANGE, THEN
      *   DELETE ('A' < 'C' < 'D').
       SD  CARD-SORT-FILE
           DATA RECORD IS XSORT-REC.

       01  XSORT-REC.
           03 XSRT-ACTION                  PIC X.
           03 XSRT-PART                    PIC X(5).
           03 FILLER                       PIC X(74).

      *---------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------

       77  OLD-EOF-SW                      PIC X           VALUE 'N'.
           88 OLD-EOF                       VALUE 'Y'.
       77  CARD-EOF-SW                     PIC X           VALUE 'N'.
           88 CARD-EOF                      VALUE 'Y'.

      * HAVE-REC-SW SAYS WHETHER AN OLD-GENERATION RECORD FOR THE
      *   PART IN HAND IS SITTING IN PVX-REC AWAITING CARDS OR ITS
      *   WRITE TO THE NEW GENERATION.
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

      * XCD-REC IS THE FIELD BREAKDOWN FOR ONE MAINTENANCE CARD.
      *   THE NUMERIC FIELDS ARE CARRIED AS PIC X WITH NUMERIC
      *   REDEFINES SO A BLANK OR MISKEYED FIELD CAN BE TESTED
      *   BEFORE IT IS USED.
       01  XCD-REC.
           03 XCD-ACTION                   PIC X.
              88 XCD-ADD                    VALUE 'A'.
              88 XCD-CHANGE                 VALUE 'C'.
              88 XCD-DELETE                 VALUE 'D'.
           03 XCD-PART                     PIC X(5).
           03 XCD-VENDOR                   PIC X(6).
           03 XCD-VEND-PART                PIC X(15).
           03 XCD-LEAD-X                   PIC X(3).
           03 XCD-LEAD REDEFINES XCD-LEAD-X
                                           PIC 9(3).
           03 XCD-MIN-X                    PIC X(6).
           03 XCD-MIN REDEFINES XCD-MIN-X  PIC 9(6).
           03 XCD-PACK-X                   PIC X(5).
           03 XCD-PACK REDEFINES XCD-PACK-X
                                           PIC 9(5).
           03 XCD-COST-X                   PIC X(8).
           03 XCD-COST REDEFINES XCD-COST-X
                                           PIC 9(6)V99.
           03 FILLER                       PIC X(31).

      * PVX-REC IS THE CROSS-REFERENCE RECORD IN HAND.  THE LAYOUT
      *    IS KEPT IN COPYBOOK INVPXREC.
           COPY INVPXREC.

      * NEW-XREF-REC IS THE BUILD AREA FOR AN ADD - SEPARATE FROM
      *   PVX-REC, WHICH MAY STILL BE HOLDING AN OLD RECORD AWAITING
      *   ITS TURN.  KEEP IT IN STEP WITH COPYBOOK INVPXREC FIELD
      *   FOR FIELD.
       01  NEW-XREF-REC.
           03 NEW-PART                     PIC X(5).
           03 NEW-VENDOR                   PIC X(6).
           03 NEW-VEND-PART                PIC X(15).
           03 NEW-LEAD-DAYS                PIC 9(3).
           03 NEW-MIN-QTY                  PIC 9(6).
           03 NEW-PACK-QTY                 PIC 9(5).
           03 NEW-UNIT-COST                PIC 9(6)V99.
           03 FILLER                       PIC X(12).

      * PENDING-OLD-REC STACKS THE OLD-GENERATION RECORD AN ADD
      *   DISPLACES AS THE RECORD IN HAND.  THE ADDED RECORD
      *   BECOMES THE RECORD IN HAND SO A CHANGE OR DELETE CARD
      *   FOLLOWING THE ADD FOR THE SAME PART COMPOSES WITHIN THE
      *   RUN; THE DISPLACED RECORD COMES BACK ON THE NEXT READ.
       01  PENDING-OLD-REC                 PIC X(60)       VALUE SPACES.
       77  PENDING-HELD-SW                 PIC X           VALUE 'N'.
           88 PENDING-HELD                  VALUE 'Y'.

      * VND-REC IS ONE VENDOR REFERENCE ENTRY AS READ FROM
      *   VEND-REF-FILE.  THE LAYOUT IS KEPT IN COPYBOOK INVVNREC.
           COPY INVVNREC.

      * THE VENDOR REFERENCE ENTRIES ARE TABLED AT START-UP FOR THE
      *   VENDOR-CODE EDIT.  FIVE HUNDRED ENTRIES IS WELL PAST THE
      *   NUMBER OF VENDORS THE BUYERS DEAL WITH.
       01  VEND-TBL.
           03 VEND-TBL-ENTRY               OCCURS 500 TIMES.
              05 VNT-CODE                  PIC X(6).
              05 VNT-ACTIVE                PIC X.

       77  VEND-CNT                        PIC 9(3)        VALUE ZERO.
       77  VEND-IX                         PIC 9(3)        VALUE ZERO.

      * VEND-EOF-SW DRIVES THE START-UP LOAD OF VEND-REF-FILE.
       77  VEND-EOF-SW                     PIC X           VALUE 'N'.
           88 VEND-EOF                      VALUE 'Y'.

      * VEND-FOUND-SW AND VEND-ACTIVE-SW ARE THE RESULT OF
      *   U000-LOOKUP-VENDOR FOR THE CODE IN LOOKUP-VEND-CODE.
       77  VEND-FOUND-SW                   PIC X           VALUE 'N'.
           88 VEND-FOUND                    VALUE 'Y'.
       77  VEND-ACTIVE-SW                  PIC X           VALUE 'N'.
           88 VEND-ACTIVE                   VALUE 'Y'.
       77  LOOKUP-VEND-CODE                PIC X(6)        VALUE SPACES.

      * HEADING FOR THE AUDIT REPORT WITH DATE IN UPPER RIGHT CORNER
       01  AUDIT-HEADING.
           03 CC                           PIC X.
           03 FILLER       VALUE SPACES    PIC X(15).
           03 FILLER                       PIC X(42)
              VALUE 'PART-VENDOR CROSS-REFERENCE - AUDIT'.
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
           03 FILLER       VALUE 'PART'    PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'VENDOR'  PIC X(6).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(15)
              VALUE 'VENDOR PART'.
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE 'LEAD'    PIC X(4).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE ' MIN QTY' PIC X(8).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE ' PACK'   PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER       VALUE ' UNIT COST' PIC X(10).
           03 FILLER       VALUE SPACES    PIC XX.
           03 FILLER                       PIC X(11)
              VALUE 'DISPOSITION'.
           03 FILLER       VALUE SPACES    PIC XXX.
           03 FILLER       VALUE 'REASON'  PIC X(6).
           03 FILLER       VALUE SPACES    PIC X(40).

      * AUDIT-LINE IS ONE DETAIL LINE ON THE AUDIT REPORT.  THE
      *   TERMS PRINT AS PUNCHED SO A MISKEYED FIELD SHOWS AS IT
      *   CAME IN.
       01  AUDIT-LINE.
           03 CC                           PIC X.
           03 AUD-ACTION                   PIC X.
           03 FILLER       VALUE SPACES    PIC X(4).
           03 AUD-PART                     PIC X(5).
           03 FILLER       VALUE SPACES    PIC XX.
           03 AUD-VENDOR                   PIC X(6).
           03 FILLER       VALUE SPACES    PIC XX.
           03 AUD-VEND-PART                PIC X(15).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 AUD-LEAD                     PIC X(3).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 AUD-MIN                      PIC X(6).
           03 FILLER       VALUE SPACES    PIC XXX.
           03 AUD-PACK                     PIC X(5).
           03 FILLER       VALUE SPACES    PIC X(4).
           03 AUD-COST                     PIC X(8).
           03 FILLER       VALUE SPACES    PIC XX.
           03 AUD-DISP                     PIC X(8).
           03 FILLER       VALUE SPACES    PIC X(6).
           03 AUD-REASON                   PIC X(30).
           03 FILLER       VALUE SPACES    PIC X(16).

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
      *     CARDS ARE SORTED INTO PART ORDER AND MATCHED AGAINST
      *     THE OLD GENERATION AS THE SORT'S OUTPUT PROCEDURE.
      *--------------------------------------------------------------

           PERFORM         B000-INIT.

           SORT            CARD-SORT-FILE
                            ON ASCENDING KEY XSRT-PART
                                             XSRT-ACTION
                            USING  XREF-CARD-FILE
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

      *  TABLE THE VENDOR REFERENCE MASTER FOR THE VENDOR-CODE EDIT.
           PERFORM         B200-LOAD-VENDORS.

           OPEN            OUTPUT          XREF-AUDIT-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B200-LOAD-VENDORS                   SECTION.
      *
      *  B200-LOAD-VENDORS TABLES THE VENDOR REFERENCE MASTER.
      *--------------------------------------------------------------

           OPEN            INPUT           VEND-REF-FILE.

           MOVE            'N'             TO VEND-EOF-SW.
           PERFORM         B210-READ-VEND-REF
                           UNTIL VEND-EOF.

           CLOSE           VEND-REF-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       B210-READ-VEND-REF                  SECTION.
      *
      *  B210-READ-VEND-REF READS ONE VENDOR ENTRY AND FILES IT IN
      *    THE TABLE.  ENTRIES PAST THE TABLE LIMIT ARE DROPPED WITH
      *    A CONSOLE NOTE - CARDS NAMING THEM THEN REJECT AS NOT ON
      *    FILE, THE SAFE DIRECTION.
      *--------------------------------------------------------------

           READ    VEND-REF-FILE           INTO VND-REC
                   AT END  MOVE 'Y'        TO VEND-EOF-SW
           END-READ.

           IF      NOT VEND-EOF
                   IF      VEND-CNT < 500
                           ADD     1       TO VEND-CNT
                           MOVE    VND-CODE
                                           TO VNT-CODE (VEND-CNT)
                           MOVE    VND-ACTIVE
                                           TO VNT-ACTIVE (VEND-CNT)
                   ELSE
                           DISPLAY 'VENDOR TABLE FULL - ENTRY '
                                   'DROPPED: ' VND-CODE
                   END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       Q000-MATCH-AND-APPLY                SECTION.
      *
      *  Q000-MATCH-AND-APPLY IS THE CARD SORT'S OUTPUT PROCEDURE -
      *    A MATCHED MERGE OF THE OLD GENERATION AND THE SORTED
      *    CARDS, BOTH IN PART ORDER.  OLD RECORDS AHEAD OF THE
      *    CARD IN HAND PASS STRAIGHT TO THE NEW GENERATION; THE
      *    CARD THEN APPLIES TO ITS MATCHING RECORD (OR OPENS A NEW
      *    ONE).  WHAT IS LEFT OF THE OLD FILE DRAINS AT THE END.
      *--------------------------------------------------------------

           OPEN            INPUT           XREF-IN-FILE
                           OUTPUT          XREF-OUT-FILE.

           PERFORM         R000-READ-OLD-XREF.
           PERFORM         R100-RETURN-CARD.

           PERFORM         C000-APPLY-ONE-CARD
                           UNTIL CARD-EOF.

      *  DRAIN THE REST OF THE OLD GENERATION.
           PERFORM         D200-PASS-OLD-RECORD
                           UNTIL NOT HAVE-REC.

           CLOSE           XREF-IN-FILE
                           XREF-OUT-FILE.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       C000-APPLY-ONE-CARD                 SECTION.
      *
      *   THIS SECTION IS THE MAIN PROCESSING LOOP - ONE PASS PER
      *     SORTED CARD.  OLD RECORDS WITH PARTS AHEAD OF THE CARD
      *     PASS THROUGH FIRST, THEN THE CARD IS EDITED AND
      *     APPLIED.
      *--------------------------------------------------------------

           PERFORM D200-PASS-OLD-RECORD
                   UNTIL NOT HAVE-REC
                      OR PVX-PART NOT < XCD-PART.

           PERFORM E000-VALIDATE-CARD.

           IF      INVALID-CARD
                   PERFORM F100-AUDIT-REJECT
                   GO TO   DEPART-READ
           END-IF.

           IF      XCD-ADD
                   PERFORM E100-APPLY-ADD
           ELSE
           IF      XCD-CHANGE
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
       R000-READ-OLD-XREF                  SECTION.
      *
      *  R000-READ-OLD-XREF PUTS THE NEXT RECORD IN HAND - THE ONE
      *    AN ADD DISPLACED AND STACKED, WHEN THERE IS ONE,
      *    OTHERWISE THE NEXT OLD-GENERATION RECORD OFF THE FILE -
      *    AND SETS HAVE-REC-SW.
      *---------------------------------------------------------------

           IF      PENDING-HELD
                   MOVE    PENDING-OLD-REC TO PVX-REC
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

           READ    XREF-IN-FILE            INTO PVX-REC
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
      *    XCD-REC.
      *---------------------------------------------------------------

           RETURN  CARD-SORT-FILE          INTO XCD-REC
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

           WRITE   XREF-OUT-REC            FROM PVX-REC.
           ADD     1                       TO RECORDS-OUT-CTR.
           PERFORM R000-READ-OLD-XREF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E000-VALIDATE-CARD                  SECTION.
      *
      *  E000-VALIDATE-CARD EDITS THE CARD IN HAND - THE ACTION
      *    MUST BE A, C, OR D; THE PART NON-BLANK.  AN ADD MUST
      *    CARRY A VENDOR AND ALL FOUR TERMS NUMERIC; A CHANGE'S
      *    TERMS, WHEN GIVEN, MUST BE NUMERIC.  A VENDOR, WHENEVER
      *    GIVEN, MUST BE ON THE VENDOR MASTER AND ACTIVE.
      *---------------------------------------------------------------

           MOVE    'Y'                     TO VALID-CARD-SW.
           MOVE    SPACES                  TO REJECT-REASON.

           IF      NOT XCD-ADD AND NOT XCD-CHANGE AND NOT XCD-DELETE
                   MOVE    'N'             TO VALID-CARD-SW
                   MOVE    'ACTION CODE INVALID'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-CARD AND XCD-PART = SPACES
                   MOVE    'N'             TO VALID-CARD-SW
                   MOVE    'PART NUMBER BLANK'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-CARD AND XCD-DELETE
                   GO TO   DEPART
           END-IF.

           IF      VALID-CARD AND XCD-ADD AND XCD-VENDOR = SPACES
                   MOVE    'N'             TO VALID-CARD-SW
                   MOVE    'VENDOR REQUIRED ON ADD'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-CARD AND XCD-ADD
                   AND (XCD-LEAD-X NOT NUMERIC
                     OR XCD-MIN-X NOT NUMERIC
                     OR XCD-PACK-X NOT NUMERIC
                     OR XCD-COST-X NOT NUMERIC)
                   MOVE    'N'             TO VALID-CARD-SW
                   MOVE    'TERMS NOT NUMERIC'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-CARD AND XCD-CHANGE
                   AND ((XCD-LEAD-X NOT = SPACES
                         AND XCD-LEAD-X NOT NUMERIC)
                     OR (XCD-MIN-X NOT = SPACES
                         AND XCD-MIN-X NOT NUMERIC)
                     OR (XCD-PACK-X NOT = SPACES
                         AND XCD-PACK-X NOT NUMERIC)
                     OR (XCD-COST-X NOT = SPACES
                         AND XCD-COST-X NOT NUMERIC))
                   MOVE    'N'             TO VALID-CARD-SW
                   MOVE    'TERMS NOT NUMERIC'
                                           TO REJECT-REASON
           END-IF.

           IF      VALID-CARD AND XCD-VENDOR NOT = SPACES
                   MOVE    XCD-VENDOR      TO LOOKUP-VEND-CODE
                   PERFORM U000-LOOKUP-VENDOR
                   IF      NOT VEND-FOUND
                           MOVE    'N'     TO VALID-CARD-SW
                           MOVE    'VENDOR NOT ON FILE'
                                           TO REJECT-REASON
                   ELSE
                   IF      NOT VEND-ACTIVE
                           MOVE    'N'     TO VALID-CARD-SW
                           MOVE    'VENDOR INACTIVE'
                                           TO REJECT-REASON
                   END-IF
                   END-IF
           END-IF.

       DEPART.
           EXIT.
      /
      *---------------------------------------------------------------
       E100-APPLY-ADD                      SECTION.
      *
      *  E100-APPLY-ADD BUILDS A BRAND NEW CROSS-REFERENCE RECORD -
      *    AS LONG AS THE PART IS NOT ALREADY ON THE FILE - AND
      *    MAKES IT THE RECORD IN HAND, STACKING WHATEVER OLD RECORD
      *    WAS THERE.  A CHANGE OR DELETE CARD FOLLOWING THE ADD FOR
      *    THE SAME PART THEREFORE SEES IT, AND IT REACHES THE NEW
      *    GENERATION THROUGH THE NORMAL PASS-THROUGH.
      *---------------------------------------------------------------

           IF      HAVE-REC AND PVX-PART = XCD-PART
                   MOVE    'PART ALREADY ON FILE'
                                           TO REJECT-REASON
                   PERFORM F100-AUDIT-REJECT
                   GO TO   DEPART
           END-IF.

           MOVE    SPACES                  TO NEW-XREF-REC.
           MOVE    XCD-PART                TO NEW-PART.
           MOVE    XCD-VENDOR              TO NEW-VENDOR.
           MOVE    XCD-VEND-PART           TO NEW-VEND-PART.
           MOVE    XCD-LEAD                TO NEW-LEAD-DAYS.
           MOVE    XCD-MIN                 TO NEW-MIN-QTY.
           MOVE    XCD-PACK                TO NEW-PACK-QTY.
           MOVE    XCD-COST                TO NEW-UNIT-COST.

           IF      HAVE-REC
                   MOVE    PVX-REC         TO PENDING-OLD-REC
                   MOVE    'Y'             TO PENDING-HELD-SW
           END-IF.
           MOVE    NEW-XREF-REC            TO PVX-REC.
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
      *    HAND SO A FOLLOWING DELETE FOR THE SAME PART STILL SEES
      *    IT; IT REACHES THE NEW GENERATION THROUGH THE NORMAL
      *    PASS-THROUGH.
      *---------------------------------------------------------------

           IF      NOT HAVE-REC OR PVX-PART NOT = XCD-PART
                   MOVE    'PART NOT ON FILE'
                                           TO REJECT-REASON
                   PERFORM F100-AUDIT-REJECT
                   GO TO   DEPART
           END-IF.

           IF      XCD-VENDOR NOT = SPACES
                   MOVE    XCD-VENDOR      TO PVX-VENDOR
           END-IF.
           IF      XCD-VEND-PART NOT = SPACES
                   MOVE    XCD-VEND-PART   TO PVX-VEND-PART
           END-IF.
           IF      XCD-LEAD-X NOT = SPACES
                   MOVE    XCD-LEAD        TO PVX-LEAD-DAYS
           END-IF.
           IF      XCD-MIN-X NOT = SPACES
                   MOVE    XCD-MIN         TO PVX-MIN-QTY
           END-IF.
           IF      XCD-PACK-X NOT = SPACES
                   MOVE    XCD-PACK        TO PVX-PACK-QTY
           END-IF.
           IF      XCD-COST-X NOT = SPACES
                   MOVE    XCD-COST        TO PVX-UNIT-COST
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

           IF      NOT HAVE-REC OR PVX-PART NOT = XCD-PART
                   MOVE    'PART NOT ON FILE'
                                           TO REJECT-REASON
                   PERFORM F100-AUDIT-REJECT
                   GO TO   DEPART
           END-IF.

           PERFORM R000-READ-OLD-XREF.
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

           MOVE    XCD-ACTION              TO AUD-ACTION.
           MOVE    XCD-PART                TO AUD-PART.
           MOVE    XCD-VENDOR              TO AUD-VENDOR.
           MOVE    XCD-VEND-PART           TO AUD-VEND-PART.
           MOVE    XCD-LEAD-X              TO AUD-LEAD.
           MOVE    XCD-MIN-X               TO AUD-MIN.
           MOVE    XCD-PACK-X              TO AUD-PACK.
           MOVE    XCD-COST-X              TO AUD-COST.

           WRITE   XREF-AUDIT-REC          FROM AUDIT-LINE
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
       U000-LOOKUP-VENDOR                  SECTION.
      *
      *  U000-LOOKUP-VENDOR LOOKS LOOKUP-VEND-CODE UP IN THE VENDOR
      *    TABLE AND SETS VEND-FOUND-SW AND VEND-ACTIVE-SW.
      *--------------------------------------------------------------

           MOVE    'N'                     TO VEND-FOUND-SW.
           MOVE    'N'                     TO VEND-ACTIVE-SW.
           IF      VEND-CNT > ZERO
                   PERFORM U100-MATCH-ONE-VENDOR
                           VARYING VEND-IX FROM 1 BY 1
                           UNTIL VEND-IX > VEND-CNT
                              OR VEND-FOUND
           END-IF.

       DEPART.
           EXIT.
      /
      *--------------------------------------------------------------
       U100-MATCH-ONE-VENDOR               SECTION.
      *
      *  U100-MATCH-ONE-VENDOR COMPARES LOOKUP-VEND-CODE TO ONE
      *    TABLE ENTRY.
      *--------------------------------------------------------------

           IF      LOOKUP-VEND-CODE = VNT-CODE (VEND-IX)
                   MOVE    'Y'             TO VEND-FOUND-SW
                   IF      VNT-ACTIVE (VEND-IX) = 'A'
                           MOVE    'Y'     TO VEND-ACTIVE-SW
                   END-IF
           END-IF.

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
           WRITE   XREF-AUDIT-REC          FROM AUDIT-HEADING
                   AFTER ADVANCING TOP-OF-PAGE.

      *  COLUMN HEADING
           WRITE   XREF-AUDIT-REC          FROM AUDIT-COLHDG
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
           WRITE   XREF-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 3 LINES.

           MOVE    'CARDS READ'            TO AUD-CTR-LABEL.
           MOVE    CARDS-READ-CTR          TO AUD-CTR-VALUE.
           WRITE   XREF-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'CARDS APPLIED'         TO AUD-CTR-LABEL.
           MOVE    CARDS-APPLIED-CTR       TO AUD-CTR-VALUE.
           WRITE   XREF-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'CARDS REJECTED'        TO AUD-CTR-LABEL.
           MOVE    CARDS-REJECT-CTR        TO AUD-CTR-VALUE.
           WRITE   XREF-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE    'RECORDS WRITTEN'       TO AUD-CTR-LABEL.
           MOVE    RECORDS-OUT-CTR         TO AUD-CTR-VALUE.
           WRITE   XREF-AUDIT-REC          FROM AUDIT-COUNT-LINE
                   AFTER ADVANCING 1 LINE.

           CLOSE   XREF-AUDIT-FILE.

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
           MOVE    'PROGRAM27'             TO RCT-PROGRAM.
           MOVE    SYS-DATE                TO RCT-RUN-DATE.
           MOVE    'PARTVEND(0) + VENDREF(0)'
                                           TO RCT-GENS-USED.
           MOVE    RETURN-CODE             TO RCT-RETURN-CODE.
           WRITE   RUN-CONTROL-REC         FROM RUN-CTL-REC.

           CLOSE   RUN-CONTROL-FILE.

       DEPART.
           EXIT.
      *
      *
