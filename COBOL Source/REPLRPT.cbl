      *    SEQUENCE), AND FLAGS EVERY PART WHOSE COVERAGE (ON-HAND PLUS
      *    OPEN ORDER QUANTITY) IS BELOW ITS LEAD-TIME DEMAND. THE
      *    LEAD-TIME DEMAND IS DRIVEN FROM THE PER-PART PLANNING
      *    PARAMETER FILE (PLANPARM, AN INDEXED FILE READ DIRECTLY BY
      *    PART-NUMBER FOR EACH PART) -- WEEKS-LEAD-TIME TIMES THE
      *    PART'S OWN WEEKLY DEMAND, PLUS ITS SAFETY STOCK. A
      *    SUGGESTED REORDER QUANTITY OF THE DEMAND LESS THE COVERAGE
      *    IS RAISED TO THE PART'S MINIMUM ORDER QUANTITY AND ROUNDED
      *    UP TO ITS ORDER MULTIPLE. A PART WITH NO PLANNING PARAMETER
      *    RECORD FALLS BACK TO THE SINGLE WEEKLY DEMAND PLANNING
      *    FACTOR ACCEPTED FROM SYSIN (UNITS PER WEEK) AND IS FLAGGED
      *    ON THE REPORT, SO FAST MOVERS ARE NO LONGER UNDERSTATED AND
      *    SLOW MOVERS NO LONGER DRAW ORDERS NOBODY NEEDS. EACH
      *    FLAGGED PART IS REPORTED, REPLACING THE THREE MANUAL
      *    MORNING REVIEWS THE BUYERS DO TODAY.
      *
      *    A KIT ON THE KIT BILL-OF-MATERIALS MASTER (KITBOM) IS NOT
      *    BOUGHT OR STOCKED AS A KIT -- INVISSUE.CBL ISSUES ITS
      *    COMPONENTS -- SO A KIT PART IS NOT A SUGGESTION CANDIDATE.
      *    ITS DEMAND IS EXPLODED INTO ITS COMPONENTS INSTEAD: EACH
      *    COMPONENT'S LEAD-TIME DEMAND PICKS UP ITS OWN
      *    WEEKS-LEAD-TIME TIMES THE KIT'S WEEKLY DEMAND, PLUS THE
      *    KIT'S CUSTOMER BACK-ORDERS, BOTH TIMES THE QUANTITY PER
      *    KIT, AND THE KIT-DRIVEN SHARE IS PRINTED UNDER THE
      *    COMPONENT'S SUGGESTION LINE.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *      JCL DD NAME:                PARTFILE
      *
      *
      *      RTPOT44.HOLDPOST.INVMAST.NEW - ON-HAND INVENTORY MASTER
      *                                     WRITTEN BY PORECV.CBL,
      *                                     WITH THE RUN'S QUALITY
      *                                     HOLDS APPLIED BY
      *                                     HOLDPOST.CBL
      *      INTERNAL FILE NAME:            INVMAST
      *      JCL DD NAME:                   INVMAST
      *
      *
      *      RTPOT44.PORECV.BACKLOG.NEW - OPEN PURCHASE ORDER BACKLOG
      *
      *
      *      RTPOT44.REPLRPT.PLANPARM - PER-PART PLANNING PARAMETER
      *                                 FILE INDEXED BY PART-NUMBER
      *                                 AND READ BY KEY
      *                                 (SAFETY STOCK, MINIMUM ORDER
      *                                 QUANTITY, ORDER MULTIPLE AND
      *                                 WEEKLY DEMAND). WEEKLY
      *                                 DEMAND AND SAFETY STOCK ARE
      *                                 SET BY FCSTPLAN.CBL FROM
      *                                 APPROVED FORECAST PROPOSALS
      *      INTERNAL FILE NAME:        PLANPARM
      *      JCL DD NAME:               PLANPARM
      *
      *
      *      RTPOT44.CUSTORD.BACKORD - CUSTOMER BACK-ORDER FEED, ONE
      *                                RECORD PER BACK-ORDERED ORDER
      *                                LINE, WRITTEN BY CUSTORD.CBL
      *      INTERNAL FILE NAME:       BACKORD
      *      JCL DD NAME:              BACKORD
      *
      *
      *      RTPOT44.KITMAINT.KITBOM.NEW - KIT BILL-OF-MATERIALS
      *                                    MASTER WRITTEN BY
      *                                    KITMAINT.CBL
      *      INTERNAL FILE NAME:           KITBOM
      *      JCL DD NAME:                  KITBOM
      *
      *
      *      SYSIN - WEEKLY DEMAND PLANNING FACTOR, POSITIONS 1-5
      *              (UNITS PER WEEK), USED ONLY FOR PARTS MISSING
      *              FROM THE PLANNING PARAMETER FILE. ZERO OR A
      *    WORK FILES:
      *      PORSRT - SORT WORK FILE HOLDING THE OPEN PURCHASE ORDER
      *               BACKLOG SORTED ASCENDING BY PART-NUMBER
      *      BOSRT  - SORT WORK FILE HOLDING THE CUSTOMER BACK-ORDER
      *               FEED SORTED ASCENDING BY PART-NUMBER
      *
      *
      *    JCL JOB:
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE PLANNING PARAMETER FILE IS NOW AN INDEXED
      *                   FILE READ BY PART-NUMBER FOR EACH PART AND
      *                   EACH KIT INSTEAD OF BEING LOADED INTO A
      *                   2000-ROW TABLE THAT SILENTLY DROPPED THE
      *                   OVERFLOW. A FULL SUPERSESSION OR CARRIED
      *                   COVERAGE TABLE NOW ENDS THE STEP WITH
      *                   RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  KIT PARTS ON THE KIT BILL-OF-MATERIALS MASTER
      *                   (KITBOM) ARE NO LONGER SUGGESTION CANDIDATES.
      *                   EACH KIT'S LEAD-TIME DEMAND AND BACK-ORDERS
      *                   ARE EXPLODED INTO ITS COMPONENTS, NOTED UNDER
      *                   THE COMPONENT LINE. SUPERSEDED KIT COMPONENTS
      *                   ARE WARNED ON THE JOB LOG.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  PLANPARM WEEKLY DEMAND AND SAFETY STOCK NOW
      *                   MAINTAINED BY FCSTPLAN
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE INVENTORY MASTER GREW 44 TO 48 BYTES WITH
      *                   THE QUANTITY ON QUALITY HOLD (POSTED BY
      *                   HOLDPOST.CBL). HELD STOCK CANNOT BE ISSUED,
      *                   SO IT IS LEFT OUT OF COVERAGE: 0280-ACCUM-
      *                   INV-ONHAND AND 0197-SEED-CARRY-COVERAGE NOW
      *                   COUNT ON-HAND LESS THE HELD QUANTITY. THE
      *                   INVMAST DD NOW READS HOLDPOST'S NEW MASTER
      *                   SO THE RUN'S OWN HOLDS ARE SEEN.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE BACKLOG MASTER (PORHIST) GREW 76 TO 80
      *                   BYTES WITH THE REVISION NUMBER PORECV.CBL NOW
      *                   STAMPS ON A CHANGED OR CANCELLED ORDER.
      *                   WIDENED THE PORHIST/PORSRT FDS, THE SORT
      *                   RECORD AND THE BACKLOG RECORD LAYOUT TO MATCH.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  OPEN CUSTOMER BACK-ORDERS NOW COUNT AS
      *                   DEMAND. THE BACK-ORDER FEED WRITTEN BY
      *                   CUSTORD.CBL IS SORTED INTO PART-NUMBER
      *                   SEQUENCE AND SUMMED PER PART (HONORING THE
      *                   SYSIN LOCATION FILTER), AND THE PART'S
      *                   BACK-ORDERED QUANTITY IS ADDED TO ITS
      *                   LEAD-TIME DEMAND, SO THE BUYERS SEE CUSTOMER
      *                   SHORTAGES AND NOT JUST THE SHELF LEVEL. NEW
      *                   BACKORDER COLUMN ON THE REPORT.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  09/02/2026
      *     DESCRIPTION:  THE PART SUPERSESSION CROSS-REFERENCE
      *                   (SUPERSED) IS NOW LOADED AT START-UP. A
      *
           SELECT PORSRT ASSIGN TO PORSRT
              FILE STATUS IS PSCODE.
      *
           SELECT BACKORD ASSIGN TO BACKORD
              FILE STATUS IS BOCODE.
      *
           SELECT BO-SORT-FILE ASSIGN TO BOWORK.
      *
           SELECT BOSRT ASSIGN TO BOSRT
              FILE STATUS IS BSCODE.
      *
           SELECT PLANPARM ASSIGN TO PLANPARM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PLANPARM-FILE-KEY
              FILE STATUS IS PLCODE.
      *
           SELECT SUPERSED ASSIGN TO SUPERSED
              FILE STATUS IS SDCODE.
      *
           SELECT KITBOM ASSIGN TO KITBOM
              FILE STATUS IS KBCODE.
      *
           SELECT REPLRPT ASSIGN TO REPLRPT
              FILE STATUS IS RPCODE.
       FD  INVMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVMAST-REC.
      *
       01 INVMAST-REC PIC X(48).
      *
       FD  PORHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PORHIST-REC.
      *
       01 PORHIST-REC PIC X(80).
      *
       SD  PO-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PO-SORT-REC.
      *
       01 PO-SORT-REC.
          05 FILLER                  PIC X(45).
          05 PS-PART-NUMBER          PIC X(23).
          05 FILLER                  PIC X(12).
      *
       FD  PORSRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PORSRT-REC.
      *
       01 PORSRT-REC PIC X(80).
      *
       FD  BACKORD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BACKORD-REC.
      *
       01 BACKORD-REC PIC X(52).
      *
       SD  BO-SORT-FILE
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS BO-SORT-REC.
      *
       01 BO-SORT-REC.
          05 BS-PART-NUMBER          PIC X(23).
          05 FILLER                  PIC X(29).
      *
       FD  BOSRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BOSRT-REC.
      *
       01 BOSRT-REC PIC X(52).
      *
       FD  PLANPARM
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLANPARM-REC.
      *
       01 PLANPARM-REC.
          05 PLANPARM-FILE-KEY       PIC X(23).
          05 FILLER                  PIC X(26).
      *
       FD  SUPERSED
           RECORDING MODE IS F
           DATA RECORD IS SUPERSED-REC.
      *
       01 SUPERSED-REC PIC X(56).
      *
       FD  KITBOM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KITBOM-REC.
      *
       01 KITBOM-REC PIC X(60).
      *
       FD  REPLRPT
           RECORDING MODE IS F
          05 OI-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 OI-QTY-ON-HAND          PIC S9(7) VALUE 0.
          05 OI-LAST-RECEIPT-DATE    PIC X(08) VALUE SPACES.
          05 OI-QTY-HELD             PIC S9(7) VALUE 0.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
      *****************************************************************
      *  WS-INV-GROUP-AREA HOLDS THE PART-NUMBER AND ACCUMULATED
          05 OP-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 OP-RECEIVED-QTY         PIC S9(7) VALUE 0.
          05 OP-PO-TYPE              PIC X(01) VALUE SPACES.
          05 OP-REVISION-NUMBER      PIC 9(02) VALUE 0.
          05 FILLER                  PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WS-BACKLOG-GROUP-AREA HOLDS THE PART-NUMBER AND ACCUMULATED
          05 GB-OPEN-QUANTITY        PIC S9(9) VALUE 0.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE CUSTOMER BACK-ORDER RECORD READ FROM
      *  THE SORTED BACK-ORDER FEED. SAME LAYOUT AS THE BACK-ORDER
      *  RECORD WRITTEN BY CUSTORD.CBL.
      *****************************************************************
      *
       01 WS-BACKORDER-REC.
          05 BO-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 BO-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 BO-BACKORDER-QTY        PIC 9(07) VALUE 0.
          05 BO-ORDER-NUMBER         PIC X(08) VALUE SPACES.
          05 BO-LINE-NUMBER          PIC X(03) VALUE SPACES.
          05 BO-ORDER-DATE           PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
      *****************************************************************
      *  WS-BACKORDER-GROUP-AREA HOLDS THE PART-NUMBER AND ACCUMULATED
      *  BACK-ORDERED QUANTITY OF THE CURRENT GROUP OF SORTED
      *  BACK-ORDER RECORDS -- ONE PART CAN BE SHORT ON SEVERAL
      *  CUSTOMER ORDER LINES.
      *****************************************************************
      *
       01 WS-BACKORDER-GROUP-AREA.
          05 GK-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 GK-BACKORDER-QTY        PIC S9(9) VALUE 0.
      *
      *****************************************************************
      *  RUN OPTION CARD ACCEPTED FROM SYSIN AT START-UP. POSITIONS 1-5
      *  GIVE THE WEEKLY DEMAND PLANNING FACTOR (UNITS PER WEEK)
      *  APPLIED TO EVERY PART. A ZERO, NON-NUMERIC OR MISSING CARD
          05 WS-MULTIPLE-REMAINDER   PIC 9(9) VALUE 0.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE PLANNING PARAMETER RECORD READ BY
      *  KEY FROM PLANPARM. EACH RECORD CARRIES ONE PART'S SAFETY
      *  STOCK, MINIMUM ORDER QUANTITY, ORDER MULTIPLE AND WEEKLY
      *  DEMAND.
      *****************************************************************
      *
       01 PLANPARM-REC-WS. *>USED TO HOLD READ PLANNING PARM RECORD
          05 PP-MIN-ORDER-QTY        PIC 9(07) VALUE 0.
          05 PP-ORDER-MULTIPLE       PIC 9(07) VALUE 0.
          05 PP-WEEKLY-DEMAND        PIC 9(05) VALUE 0.
      *
       01 SUPERSED-REC-WS. *>USED TO HOLD READ SUPERSESSION RECORD
          05 SD-OLD-PART-NUMBER      PIC X(23) VALUE SPACES.
             88 SPRS-FOUND           VALUE 'Y'.
          05 CCOV-FOUND-SW           PIC X(01) VALUE 'N'.
             88 CCOV-FOUND           VALUE 'Y'.
          05 SPRS-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
             88 SPRS-TABLE-FULL      VALUE 'Y'.
          05 CCOV-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
             88 CCOV-TABLE-FULL      VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE KIT BILL-OF-MATERIALS RECORD AND THE
      *  TABLE THE MASTER IS LOADED INTO. EACH BILL LINE ALSO CARRIES
      *  ITS KIT'S WEEKLY DEMAND (FROM THE PLANNING PARAMETER TABLE)
      *  AND ITS KIT'S BACK-ORDERED QUANTITY (FROM A PRE-SCAN OF THE
      *  SORTED BACK-ORDER FEED), SO A COMPONENT CAN BE CHARGED WITH
      *  ITS KITS' DEMAND NO MATTER HOW THE PART NUMBERS SORT.
      *****************************************************************
      *
       01 KITBOM-REC-WS. *>USED TO HOLD READ KIT BOM RECORD
          05 KB-KIT-PART             PIC X(23) VALUE SPACES.
          05 KB-COMPONENT-PART       PIC X(23) VALUE SPACES.
          05 KB-QTY-PER              PIC 9(05) VALUE 0.
          05 FILLER                  PIC X(09) VALUE SPACES.
      *
       01  KIT-BOM-TBL. *>TABLE TO HOLD KIT BOM LINES
           05 KIT-BOM-ENTRY-TBL
             OCCURS 1000 TIMES INDEXED BY KBOM-IDX.
             10 KBOM-KIT-PART-TBL    PIC X(23) VALUE SPACES.
             10 KBOM-COMP-PART-TBL   PIC X(23) VALUE SPACES.
             10 KBOM-QTY-PER-TBL     PIC 9(05) VALUE 0.
             10 KBOM-KIT-WKLY-DMD-TBL PIC 9(05) VALUE 0.
             10 KBOM-KIT-BKORD-TBL   PIC S9(9) VALUE 0.
      *
       01 WS-KIT-VARS.
          05 WS-MAX-KBOM-IDX         PIC 9(04) VALUE 1000.
          05 WS-KBOM-LOADED-CTR      PIC 9(04) VALUE 0.
          05 WS-KIT-DRIVEN-DEMAND    PIC S9(9) VALUE 0.
          05 KIT-FOUND-SW            PIC X(01) VALUE 'N'.
             88 KIT-FOUND            VALUE 'Y'.
          05 KIT-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
             88 KIT-TABLE-FULL       VALUE 'Y'.
      *
       01 WS-PLAN-PARM-VARS.
          05 WS-PARM-LOOKUP-PART     PIC X(23) VALUE SPACES.
          05 WS-PARM-SAFETY-STOCK    PIC 9(07) VALUE 0.
          05 WS-PARM-MIN-ORDER-QTY   PIC 9(07) VALUE 0.
          05 WS-PARM-ORDER-MULTIPLE  PIC 9(07) VALUE 0.
          05 IMCODE                  PIC X(02) VALUE SPACES.
          05 PHCODE                  PIC X(02) VALUE SPACES.
          05 PSCODE                  PIC X(02) VALUE SPACES.
          05 BOCODE                  PIC X(02) VALUE SPACES.
          05 BSCODE                  PIC X(02) VALUE SPACES.
          05 PLCODE                  PIC X(02) VALUE SPACES.
          05 SDCODE                  PIC X(02) VALUE SPACES.
          05 RPCODE                  PIC X(02) VALUE SPACES.
          05 SGCODE                  PIC X(02) VALUE SPACES.
          05 KBCODE                  PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 PARTS-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-INV-MASTER-FILE VALUE 'Y'.
          05 BACKLOG-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-BACKLOG-FILE  VALUE 'Y'.
          05 BACKORDER-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-BACKORDER-FILE VALUE 'Y'.
          05 SUPERSED-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-SUPERSED-FILE VALUE 'Y'.
          05 KIT-BOM-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-KIT-BOM-FILE  VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-PARTS-READ-CTR       PIC 9(07) VALUE 0.
          05 WS-INV-RECS-READ-CTR    PIC 9(07) VALUE 0.
          05 WS-BACKLOG-RECS-READ-CTR PIC 9(07) VALUE 0.
          05 WS-BACKORDER-RECS-READ-CTR PIC 9(07) VALUE 0.
          05 WS-BACKORDER-PARTS-CTR  PIC 9(07) VALUE 0.
          05 WS-SHORT-PARTS-CTR      PIC 9(07) VALUE 0.
          05 WS-PLAN-PARMS-READ-CTR  PIC 9(05) VALUE 0.
          05 WS-PARM-DEFAULT-CTR     PIC 9(07) VALUE 0.
          05 WS-SUPERSEDED-CTR       PIC 9(05) VALUE 0.
          05 WS-LATE-CARRY-CTR       PIC 9(05) VALUE 0.
          05 WS-UNCLAIMED-CARRY-CTR  PIC 9(05) VALUE 0.
          05 WS-KIT-PARTS-CTR        PIC 9(05) VALUE 0.
          05 WS-KIT-DRIVEN-PARTS-CTR PIC 9(05) VALUE 0.
      *
      *****************************************************************
      *  COLUMN HEADINGS FOR THE REPLENISHMENT SUGGESTION REPORT
          05 FILLER                  PIC X(09) VALUE 'SUGGESTED'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE 'PLAN '.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(09) VALUE 'BACKORDER'.
      *
       01 REPL-RPT-HEADER-2. *>HEADER FOR REPLENISHMENT REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(09) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(09) VALUE ALL '='.
      *
       01 REPL-RPT-DETAIL. *>DETAIL LINE FOR REPLENISHMENT REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-SUGGESTED-REORDER   PIC ZZZZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-PLAN-FLAG           PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-BACKORDER-QTY       PIC ZZZZZZZZ9.
      *
       01 REPL-RPT-KIT-LINE. *>KIT-DRIVEN DEMAND NOTE UNDER DETAIL
          05 FILLER                  PIC X(07) VALUE SPACES.
          05 FILLER                  PIC X(37) VALUE
             'INCLUDES KIT-DRIVEN LEAD-TIME DEMAND '.
          05 RPT-KIT-DRIVEN-DEMAND   PIC ZZZZZZZZ9.
          05 FILLER                  PIC X(47) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    - 0050-SORT-BACKLOG-FILE
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0182-READ-KIT-BOM-FILE
      *    - 0184-LOAD-KIT-BOM-TABLE
      *    - 0186-SCAN-KIT-BACKORDERS
      *    - 0200-READ-PART-FILE
      *    - 0250-READ-INV-MASTER
      *    - 0300-READ-BACKLOG-RECORD
      *    - 0350-READ-BACKLOG-GROUP
      *    - 0060-SORT-BACKORDER-FILE
      *    - 0400-READ-BACKORDER-RECORD
      *    - 0420-READ-BACKORDER-GROUP
      *    - 0500-MAIN-PROCESS
      *    - 2600-CLOSE-FILES
      ****************************************************************
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0050-SORT-BACKLOG-FILE.
           PERFORM 0060-SORT-BACKORDER-FILE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-RPT-HEADERS.
           PERFORM 0182-READ-KIT-BOM-FILE.
           PERFORM 0184-LOAD-KIT-BOM-TABLE
               UNTIL END-OF-KIT-BOM-FILE.
           PERFORM 0186-SCAN-KIT-BACKORDERS.
           PERFORM 0190-READ-SUPERSED-FILE.
           PERFORM 0195-LOAD-SUPERSED-TABLE
               UNTIL END-OF-SUPERSED-FILE.
           PERFORM 0260-READ-INV-GROUP.
           PERFORM 0300-READ-BACKLOG-RECORD.
           PERFORM 0350-READ-BACKLOG-GROUP.
           PERFORM 0400-READ-BACKORDER-RECORD.
           PERFORM 0420-READ-BACKORDER-GROUP.
           PERFORM 0500-MAIN-PROCESS
               UNTIL END-OF-PARTS-FILE.
           PERFORM 2550-SWEEP-CARRY-TABLE.
           PERFORM 2600-CLOSE-FILES.
           IF KIT-TABLE-FULL OR SPRS-TABLE-FULL OR CCOV-TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
           INITIALIZE WS-PARTS-REC,
                      WS-INV-REC,
                      WS-PO-BACKLOG-REC,
                      WS-BACKLOG-GROUP-AREA,
                      WS-BACKORDER-REC,
                      WS-BACKORDER-GROUP-AREA.
      *
           ACCEPT WS-RUN-OPTION-CARD FROM SYSIN.
      *
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0060-SORT-BACKORDER-FILE PARAGRAPH SORTS THE CUSTOMER
      *    BACK-ORDER FEED INTO ASCENDING PART-NUMBER SEQUENCE, GIVING
      *    THE SORTED RECORDS TO BOSRT SO BACK-ORDERED QUANTITIES CAN
      *    BE ACCUMULATED PER PART.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0060-SORT-BACKORDER-FILE.
           SORT BO-SORT-FILE
               ON ASCENDING KEY BS-PART-NUMBER
               USING BACKORD
               GIVING BOSRT.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0100-OPEN-FILES PARAGRAPH OPENS FILES FOR INPUT AND
      *    OUTPUT AND CHECKS THE FILE STATUS FOR A SUCCESSFUL OPEN
      *    OPERATION. IF THE OPEN OPERATION FAILS, AN ERROR MESSAGE IS
           ELSE
              DISPLAY 'ERROR OPENING SORTED BACKLOG FILE'
           END-IF.
      *
           OPEN INPUT BOSRT.
           IF BSCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SORTED BACK-ORDER FILE'
           END-IF.
      *
           OPEN INPUT PLANPARM.
           IF PLCODE = '00'
           ELSE
              DISPLAY 'ERROR OPENING SUPERSESSION FILE'
           END-IF.
      *
           OPEN INPUT KITBOM.
           IF KBCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING KIT BOM MASTER FILE'
              MOVE 'Y' TO KIT-BOM-FILE-SW
           END-IF.
      *
           OPEN OUTPUT REPLRPT.
           IF RPCODE = '00'
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0182-READ-KIT-BOM-FILE PARAGRAPH READS ONE RECORD FROM
      *    THE KIT BILL-OF-MATERIALS MASTER. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0184-LOAD-KIT-BOM-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0182-READ-KIT-BOM-FILE.
           IF NOT END-OF-KIT-BOM-FILE
              READ KITBOM INTO KITBOM-REC-WS
                 AT END MOVE 'Y' TO KIT-BOM-FILE-SW
              END-READ
              IF KBCODE = '00' OR '10'
                 NEXT SENTENCE
              ELSE
                 DISPLAY 'ERROR READING KIT BOM MASTER FILE.'
                 MOVE 'Y' TO KIT-BOM-FILE-SW
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0184-LOAD-KIT-BOM-TABLE PARAGRAPH LOADS ONE KIT
      *    BILL-OF-MATERIALS LINE INTO THE KIT TABLE, STAMPED WITH THE
      *    KIT'S WEEKLY DEMAND READ BY KEY FROM THE PLANNING PARAMETER
      *    FILE (A KIT WITH NO PARAMETER RECORD TAKES THE SYSIN
      *    PLANNING FACTOR, AS ANY OTHER PART WOULD). A BILL LARGER
      *    THAN THE TABLE WOULD UNDERSTATE COMPONENT DEMAND, SO THE RUN
      *    ENDS WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0540-LOOKUP-PLAN-PARMS
      *    -  0182-READ-KIT-BOM-FILE
      *****************************************************************
      *
       0184-LOAD-KIT-BOM-TABLE.
           IF WS-KBOM-LOADED-CTR < WS-MAX-KBOM-IDX
              ADD 1 TO WS-KBOM-LOADED-CTR
              SET KBOM-IDX TO WS-KBOM-LOADED-CTR
              MOVE KB-KIT-PART       TO KBOM-KIT-PART-TBL (KBOM-IDX)
              MOVE KB-COMPONENT-PART TO KBOM-COMP-PART-TBL (KBOM-IDX)
              MOVE KB-QTY-PER        TO KBOM-QTY-PER-TBL (KBOM-IDX)
              MOVE WS-WEEKLY-DEMAND
                 TO KBOM-KIT-WKLY-DMD-TBL (KBOM-IDX)
              MOVE 0                 TO KBOM-KIT-BKORD-TBL (KBOM-IDX)
              MOVE KB-KIT-PART TO WS-PARM-LOOKUP-PART
              PERFORM 0540-LOOKUP-PLAN-PARMS
              IF PPRM-FOUND
                 MOVE WS-PARM-WEEKLY-DEMAND
                    TO KBOM-KIT-WKLY-DMD-TBL (KBOM-IDX)
              END-IF
           ELSE
              DISPLAY 'KIT BOM TABLE FULL -- RUN ENDS WITH RETURN '
                      'CODE 16'
              SET KIT-TABLE-FULL TO TRUE
              MOVE 'Y' TO KIT-BOM-FILE-SW
           END-IF.
      *
           PERFORM 0182-READ-KIT-BOM-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0186-SCAN-KIT-BACKORDERS PARAGRAPH MAKES A PRELIMINARY
      *    PASS OVER THE SORTED BACK-ORDER FEED, POSTING EACH KIT'S
      *    BACK-ORDERED QUANTITY (HONORING THE LOCATION FILTER) TO
      *    ITS BILL LINES, THEN CLOSES AND REOPENS THE FEED AND
      *    RESETS ITS SWITCH AND READ COUNTER SO THE MAIN PASS READS
      *    IT FROM THE TOP AND COUNTS IT ONCE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0400-READ-BACKORDER-RECORD
      *    -  0187-POST-KIT-BACKORDER
      *****************************************************************
      *
       0186-SCAN-KIT-BACKORDERS.
           PERFORM 0400-READ-BACKORDER-RECORD.
           PERFORM 0187-POST-KIT-BACKORDER
               UNTIL END-OF-BACKORDER-FILE.
      *
           CLOSE BOSRT.
           OPEN INPUT BOSRT.
           IF BSCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR REOPENING SORTED BACK-ORDER FILE'
           END-IF.
           MOVE 'N' TO BACKORDER-FILE-SW.
           MOVE 0   TO WS-BACKORDER-RECS-READ-CTR.
           INITIALIZE WS-BACKORDER-REC.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0187-POST-KIT-BACKORDER PARAGRAPH ADDS THE CURRENT
      *    BACK-ORDER RECORD'S QUANTITY TO EVERY BILL LINE OF ITS
      *    PART WHEN THE PART IS A KIT, AND READS THE NEXT BACK-ORDER
      *    RECORD.
      *
      *  CALLED BY:
      *    -  0186-SCAN-KIT-BACKORDERS
      *
      *  CALLS:
      *    -  0400-READ-BACKORDER-RECORD
      *****************************************************************
      *
       0187-POST-KIT-BACKORDER.
           IF ALL-LOCATIONS
              OR BO-LOCATION-CODE = WS-LOCATION-FILTER
              PERFORM VARYING KBOM-IDX FROM 1 BY 1
                 UNTIL KBOM-IDX > WS-KBOM-LOADED-CTR
                 IF BO-PART-NUMBER = KBOM-KIT-PART-TBL (KBOM-IDX)
                    ADD BO-BACKORDER-QTY
                       TO KBOM-KIT-BKORD-TBL (KBOM-IDX)
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM 0400-READ-BACKORDER-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:
      *  DESCRIPTION:
      *    THE 0195-LOAD-SUPERSED-TABLE PARAGRAPH LOADS PART
      *    SUPERSESSION RECORDS INTO A TABLE (ARRAY) IN WORKING
      *    STORAGE. A FILE LARGER THAN THE TABLE WOULD LEAVE DEAD
      *    PART NUMBERS DRAWING ORDERS, SO THE RUN ENDS WITH
      *    RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
              MOVE SD-NEW-PART-NUMBER
                 TO SPRS-NEW-PART-TBL (SPRS-IDX)
           ELSE
              DISPLAY 'SUPERSESSION TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET SPRS-TABLE-FULL TO TRUE
              MOVE 'Y' TO SUPERSED-FILE-SW
           END-IF.
      *
      *    COVERAGE NO MATTER HOW THE TWO PART NUMBERS SORT. THE
      *    GENERATION HEADER (SPACES PART-NUMBER) NEVER MATCHES AN
      *    OLD NUMBER AND FALLS THROUGH. THE LOCATION FILTER APPLIES
      *    HERE EXACTLY AS IN THE MAIN PASS, AS DOES THE EXCLUSION OF
      *    STOCK ON QUALITY HOLD.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
              END-IF
           END-PERFORM.
      *
           IF SPRS-FOUND AND OI-QTY-ON-HAND - OI-QTY-HELD > 0
              AND (ALL-LOCATIONS
                   OR OI-LOCATION-CODE = WS-LOCATION-FILTER)
              COMPUTE WS-COVERAGE-QTY = OI-QTY-ON-HAND - OI-QTY-HELD
              PERFORM 0565-CARRY-COVERAGE-FORWARD
           END-IF.
      *
      *    THE 0280-ACCUM-INV-ONHAND PARAGRAPH ADDS THE CURRENT
      *    INVENTORY RECORD'S ON-HAND QUANTITY TO THE GROUP
      *    ACCUMULATOR WHEN THE RECORD PASSES THE LOCATION FILTER, AND
      *    READS THE NEXT INVENTORY RECORD. STOCK ON QUALITY HOLD
      *    CANNOT BE ISSUED, SO IT IS NO COVERAGE -- THE HELD QUANTITY
      *    IS LEFT OUT OF THE ON-HAND FIGURE.
      *
      *  CALLED BY:
      *    -  0260-READ-INV-GROUP
           IF ALL-LOCATIONS
              OR OI-LOCATION-CODE = WS-LOCATION-FILTER
              ADD OI-QTY-ON-HAND TO GV-QTY-ON-HAND
              SUBTRACT OI-QTY-HELD FROM GV-QTY-ON-HAND
           END-IF
           END-IF.
           PERFORM 0250-READ-INV-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0400-READ-BACKORDER-RECORD PARAGRAPH READS ONE RECORD
      *    FROM THE SORTED BACK-ORDER FILE AND CHECKS THE FILE STATUS
      *    FOR A SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS AND HIGH-
      *    VALUES IS MOVED TO THE BACK-ORDER KEY SO THE ALIGNMENT
      *    LOOPS TREAT THE EXHAUSTED FILE AS SORTING HIGH.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0186-SCAN-KIT-BACKORDERS
      *    -  0187-POST-KIT-BACKORDER
      *    -  0440-ACCUM-BACKORDER-QUANTITY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0400-READ-BACKORDER-RECORD.
           READ BOSRT INTO WS-BACKORDER-REC
              AT END
                 MOVE 'Y' TO BACKORDER-FILE-SW
                 MOVE HIGH-VALUES TO BO-PART-NUMBER
           END-READ.
      *
           IF BSCODE = '00' OR '10'
              IF NOT END-OF-BACKORDER-FILE
                 ADD 1 TO WS-BACKORDER-RECS-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING SORTED BACK-ORDER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0420-READ-BACKORDER-GROUP PARAGRAPH READS THE NEXT
      *    GROUP OF SORTED BACK-ORDER RECORDS, SUMMING THE BACK-ORDERED
      *    QUANTITIES OF ADJACENT RECORDS WITH THE SAME PART-NUMBER
      *    INTO WS-BACKORDER-GROUP-AREA. THE FIRST RECORD OF THE GROUP
      *    IS ALREADY IN WS-BACKORDER-REC, LEFT THERE BY THE PRIMING
      *    READ IN THE MAIN PROCEDURE AREA OR BY THE PRIOR GROUP'S
      *    LAST READ.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0660-ALIGN-BACKORDER
      *
      *  CALLS:
      *    -  0440-ACCUM-BACKORDER-QUANTITY
      *****************************************************************
      *
       0420-READ-BACKORDER-GROUP.
           MOVE BO-PART-NUMBER TO GK-PART-NUMBER.
           MOVE 0              TO GK-BACKORDER-QTY.
      *
           PERFORM 0440-ACCUM-BACKORDER-QUANTITY
               UNTIL END-OF-BACKORDER-FILE
               OR BO-PART-NUMBER NOT = GK-PART-NUMBER.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0440-ACCUM-BACKORDER-QUANTITY PARAGRAPH ADDS THE CURRENT
      *    BACK-ORDER RECORD'S QUANTITY TO THE GROUP ACCUMULATOR WHEN
      *    THE REPORT IS RUN CONSOLIDATED OR THE ORDER LINE SHIPS FROM
      *    THE SELECTED LOCATION, AND READS THE NEXT BACK-ORDER RECORD.
      *
      *  CALLED BY:
      *    -  0420-READ-BACKORDER-GROUP
      *
      *  CALLS:
      *    -  0400-READ-BACKORDER-RECORD
      *****************************************************************
      *
       0440-ACCUM-BACKORDER-QUANTITY.
           IF ALL-LOCATIONS
              OR BO-LOCATION-CODE = WS-LOCATION-FILTER
              ADD BO-BACKORDER-QTY TO GK-BACKORDER-QTY
           END-IF.
           PERFORM 0400-READ-BACKORDER-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-MAIN-PROCESS PARAGRAPH PROCESSES ONE PARTS MASTER
      *    RECORD. THE INVENTORY MASTER AND THE SORTED BACKLOG GROUPS
      *    ARE ALIGNED TO THE CURRENT PART-NUMBER, THE COVERAGE
      *  CALLS:
      *    -  0600-ALIGN-INVENTORY
      *    -  0650-ALIGN-BACKLOG
      *    -  0660-ALIGN-BACKORDER
      *    -  0530-LOOKUP-KIT-PART
      *    -  0520-EVALUATE-PART-COVERAGE
      *    -  0200-READ-PART-FILE
      *****************************************************************
      *
       0500-MAIN-PROCESS.
           PERFORM 0600-ALIGN-INVENTORY.
           PERFORM 0650-ALIGN-BACKLOG.
           PERFORM 0660-ALIGN-BACKORDER.
      *
      *****************************************************************
      *  A PART DEACTIVATED ON THE CUMULATIVE PARTS MASTER IS NOT A
      *  REPLENISHMENT CANDIDATE. NEITHER IS A KIT -- ITS DEMAND IS
      *  CHARGED TO ITS COMPONENTS BY 0550-CALC-KIT-DEMAND.
      *****************************************************************
           IF PM-PART-INACTIVE
              PERFORM 0200-READ-PART-FILE
           ELSE
              PERFORM 0530-LOOKUP-KIT-PART
              IF KIT-FOUND
                 ADD 1 TO WS-KIT-PARTS-CTR
                 PERFORM 0200-READ-PART-FILE
              ELSE
                 PERFORM 0520-EVALUATE-PART-COVERAGE
              END-IF
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0530-LOOKUP-KIT-PART PARAGRAPH SEARCHES THE KIT
      *    BILL-OF-MATERIALS TABLE FOR THE CURRENT PART AS A KIT.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0530-LOOKUP-KIT-PART.
           MOVE 'N' TO KIT-FOUND-SW.
      *
           PERFORM VARYING KBOM-IDX FROM 1 BY 1
              UNTIL KBOM-IDX > WS-KBOM-LOADED-CTR OR KIT-FOUND
              IF PM-PART-NUMBER = KBOM-KIT-PART-TBL (KBOM-IDX)
                 MOVE 'Y' TO KIT-FOUND-SW
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0545-ADD-CARRIED-COVERAGE PARAGRAPH ADDS ANY COVERAGE
      *    CARRIED FORWARD FROM PARTS THE CURRENT PART SUPERSEDED TO
      *    THE COVERAGE QUANTITY.
      *
      *  CALLS:
      *    -  0565-CARRY-COVERAGE-FORWARD
      *    -  0550-CALC-KIT-DEMAND
      *****************************************************************
      *
       0548-CHECK-SUPERSEDED.
                    PERFORM 0565-CARRY-COVERAGE-FORWARD
                 END-IF
              END-IF
              IF GK-PART-NUMBER = PM-PART-NUMBER
                 AND GK-BACKORDER-QTY > 0
                 DISPLAY 'PART ' PM-PART-NUMBER ' SUPERSEDED BY '
                         WS-SUPS-NEW-PART ' HAS CUSTOMER BACK-ORDERS '
                         '-- RE-ENTER THEM AGAINST THE REPLACEMENT'
              END-IF
              PERFORM 0550-CALC-KIT-DEMAND
              IF WS-KIT-DRIVEN-DEMAND > 0
                 DISPLAY 'PART ' PM-PART-NUMBER ' SUPERSEDED BY '
                         WS-SUPS-NEW-PART ' IS STILL A KIT COMPONENT '
                         '-- KIT DEMAND NOT PLANNED, UPDATE THE KIT BOM'
              END-IF
           END-IF.
      *
      *****************************************************************
              ELSE
                 DISPLAY 'CARRIED COVERAGE TABLE FULL -- '
                         'COVERAGE FOR REPLACEMENT '
                         WS-SUPS-NEW-PART ' NOT COMBINED -- RUN '
                         'ENDS WITH RETURN CODE 16'
                 SET CCOV-TABLE-FULL TO TRUE
              END-IF
           END-IF.
      *
      *
      *  CALLS:
      *    -  0540-LOOKUP-PLAN-PARMS
      *    -  0550-CALC-KIT-DEMAND
      *    -  0560-APPLY-ORDER-POLICY
      *    -  0700-WRITE-RPT-DETAIL
      *    -  0200-READ-PART-FILE
      *****************************************************************
      *
       0549-EVALUATE-DEMAND.
           MOVE PM-PART-NUMBER TO WS-PARM-LOOKUP-PART.
           PERFORM 0540-LOOKUP-PLAN-PARMS.
      *
           IF PPRM-FOUND
              COMPUTE WS-LEAD-TIME-DEMAND =
                      PM-WEEKS-LEAD-TIME * WS-WEEKLY-DEMAND
           END-IF.
      *
      *****************************************************************
      *  CUSTOMER ORDERS ALREADY ON BACK-ORDER ARE DEMAND THE SHELF
      *  CANNOT MEET TODAY -- THEY ARE ADDED ON TOP OF THE PLANNED
      *  LEAD-TIME DEMAND.
      *****************************************************************
           IF GK-PART-NUMBER = PM-PART-NUMBER
              AND GK-BACKORDER-QTY > 0
              ADD GK-BACKORDER-QTY TO WS-LEAD-TIME-DEMAND
              ADD 1 TO WS-BACKORDER-PARTS-CTR
           END-IF.
      *
      *****************************************************************
      *  A COMPONENT OF ONE OR MORE KITS CARRIES ITS SHARE OF THOSE
      *  KITS' DEMAND ON TOP OF ITS OWN.
      *****************************************************************
           PERFORM 0550-CALC-KIT-DEMAND.
           IF WS-KIT-DRIVEN-DEMAND > 0
              ADD WS-KIT-DRIVEN-DEMAND TO WS-LEAD-TIME-DEMAND
              ADD 1 TO WS-KIT-DRIVEN-PARTS-CTR
           END-IF.
      *
           IF WS-COVERAGE-QTY < WS-LEAD-TIME-DEMAND
              COMPUTE WS-SUGGESTED-REORDER =
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0540-LOOKUP-PLAN-PARMS PARAGRAPH READS THE PLANNING
      *    PARAMETER FILE BY KEY FOR THE PART-NUMBER IN
      *    WS-PARM-LOOKUP-PART AND RETURNS ITS SAFETY STOCK, MINIMUM
      *    ORDER QUANTITY, ORDER MULTIPLE AND WEEKLY DEMAND. A PART
      *    WITH NO RECORD LEAVES THE PPRM-FOUND SWITCH OFF SO THE
      *    CALLER FALLS BACK TO THE SYSIN PLANNING FACTOR.
      *
      *  CALLED BY:
      *    -  0184-LOAD-KIT-BOM-TABLE
      *    -  0549-EVALUATE-DEMAND
      *
      *  CALLS:
      *    -  NONE
           MOVE 0   TO WS-PARM-ORDER-MULTIPLE.
           MOVE 0   TO WS-PARM-WEEKLY-DEMAND.
      *
           MOVE WS-PARM-LOOKUP-PART TO PLANPARM-FILE-KEY.
           READ PLANPARM INTO PLANPARM-REC-WS
              INVALID KEY
                 MOVE 'N' TO PPRM-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO PPRM-FOUND-SW
           END-READ.
      *
           IF PLCODE = '00' OR '23'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING PLANNING PARAMETER FILE.'
           END-IF.
      *
           IF PPRM-FOUND
              ADD 1 TO WS-PLAN-PARMS-READ-CTR
              MOVE PP-SAFETY-STOCK   TO WS-PARM-SAFETY-STOCK
              MOVE PP-MIN-ORDER-QTY  TO WS-PARM-MIN-ORDER-QTY
              MOVE PP-ORDER-MULTIPLE TO WS-PARM-ORDER-MULTIPLE
              MOVE PP-WEEKLY-DEMAND  TO WS-PARM-WEEKLY-DEMAND
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0550-CALC-KIT-DEMAND PARAGRAPH TOTALS THE DEMAND THE
      *    CURRENT PART INHERITS AS A KIT COMPONENT -- FOR EVERY BILL
      *    LINE NAMING IT, THE PART'S WEEKS-LEAD-TIME TIMES THE KIT'S
      *    WEEKLY DEMAND, PLUS THE KIT'S BACK-ORDERED QUANTITY, BOTH
      *    TIMES THE QUANTITY PER KIT.
      *
      *  CALLED BY:
      *    -  0548-CHECK-SUPERSEDED
      *    -  0549-EVALUATE-DEMAND
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0550-CALC-KIT-DEMAND.
           MOVE 0 TO WS-KIT-DRIVEN-DEMAND.
      *
           PERFORM VARYING KBOM-IDX FROM 1 BY 1
              UNTIL KBOM-IDX > WS-KBOM-LOADED-CTR
              IF PM-PART-NUMBER = KBOM-COMP-PART-TBL (KBOM-IDX)
                 COMPUTE WS-KIT-DRIVEN-DEMAND = WS-KIT-DRIVEN-DEMAND
                       + ((PM-WEEKS-LEAD-TIME
                           * KBOM-KIT-WKLY-DMD-TBL (KBOM-IDX))
                          + KBOM-KIT-BKORD-TBL (KBOM-IDX))
                       * KBOM-QTY-PER-TBL (KBOM-IDX)
              END-IF
           END-PERFORM.
      *
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0660-ALIGN-BACKORDER PARAGRAPH READS FORWARD THROUGH THE
      *    SORTED BACK-ORDER GROUPS UNTIL THE GROUP PART-NUMBER IS NOT
      *    LESS THAN THE CURRENT PARTS MASTER PART-NUMBER.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0420-READ-BACKORDER-GROUP
      *****************************************************************
      *
       0660-ALIGN-BACKORDER.
           PERFORM 0420-READ-BACKORDER-GROUP
               UNTIL GK-PART-NUMBER NOT < PM-PART-NUMBER.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-WRITE-RPT-DETAIL PARAGRAPH WRITES A REPLENISHMENT
      *    SUGGESTION LINE FOR ONE SHORT PART AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL WRITE OPERATION.
           ELSE
              MOVE 0                  TO RPT-OPEN-QUANTITY
           END-IF.
           IF GK-PART-NUMBER = PM-PART-NUMBER
              MOVE GK-BACKORDER-QTY   TO RPT-BACKORDER-QTY
           ELSE
              MOVE 0                  TO RPT-BACKORDER-QTY
           END-IF.
           MOVE WS-LEAD-TIME-DEMAND   TO RPT-LEAD-TIME-DEMAND.
           MOVE WS-SUGGESTED-REORDER  TO RPT-SUGGESTED-REORDER.
      *
           ELSE
              DISPLAY 'ERROR WRITING TO REPLENISHMENT REPORT'
           END-IF.
      *
           IF WS-KIT-DRIVEN-DEMAND > 0
              MOVE WS-KIT-DRIVEN-DEMAND TO RPT-KIT-DRIVEN-DEMAND
              WRITE REPLRPT-REC FROM REPL-RPT-KIT-LINE
              IF RPCODE NOT = '00'
                 DISPLAY 'ERROR WRITING TO REPLENISHMENT REPORT'
              END-IF
           END-IF.
      *
           PERFORM 0750-WRITE-SUGGEST-EXTRACT.
      *
           CLOSE PARTFILE
                 INVMAST
                 PORSRT
                 BOSRT
                 PLANPARM
                 SUPERSED
                 KITBOM
                 REPLRPT
                 SUGGOUT.
      *
           DISPLAY 'INVENTORY RECORDS READ:      ' WS-INV-RECS-READ-CTR.
           DISPLAY 'BACKLOG RECORDS READ:        '
                   WS-BACKLOG-RECS-READ-CTR.
           DISPLAY 'BACK-ORDER RECORDS READ:     '
                   WS-BACKORDER-RECS-READ-CTR.
           DISPLAY 'PARTS WITH BACK-ORDERS:      '
                   WS-BACKORDER-PARTS-CTR.
           DISPLAY 'PLANNING PARAMETERS READ:    '
                   WS-PLAN-PARMS-READ-CTR.
           DISPLAY 'PARTS BELOW LEAD-TIME COVER: ' WS-SHORT-PARTS-CTR.
           DISPLAY 'COVERAGE NOT COMBINED:       ' WS-LATE-CARRY-CTR.
           DISPLAY 'CARRIED COVERAGE UNCLAIMED:  '
                   WS-UNCLAIMED-CARRY-CTR.
           DISPLAY 'KIT BOM LINES LOADED:        ' WS-KBOM-LOADED-CTR.
           DISPLAY 'KIT PARTS EXPLODED:          ' WS-KIT-PARTS-CTR.
           DISPLAY 'PARTS WITH KIT DEMAND:       '
                   WS-KIT-DRIVEN-PARTS-CTR.
