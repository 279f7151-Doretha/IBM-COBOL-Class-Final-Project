       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCSTRAT.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM STRATIFIES THE STOCKROOM BY ANNUAL USAGE VALUE
      *    AND BUILDS THE WEEK'S CYCLE COUNT SCHEDULE. UNTIL NOW
      *    CYCLCNT.CBL PROCESSED WHATEVER COUNTS THE STOCKROOM CHOSE
      *    TO KEY, SO HIGH-VALUE FAST MOVERS WENT MONTHS UNCOUNTED
      *    WHILE BINS OF WASHERS WERE COUNTED EVERY WEEK.
      *
      *    EACH PART'S ANNUAL USAGE IS TAKEN FROM THE DEMAND HISTORY
      *    MASTER (TOTAL ISSUED QUANTITY SPREAD OVER THE DAYS SINCE
      *    ITS FIRST ISSUE AND SCALED TO 365 DAYS) AND PRICED AT THE
      *    CONTRACT/LAST-PAID PRICE OF THE PART'S OWNING SUPPLIER.
      *    EVERY PART/LOCATION ON THE ON-HAND INVENTORY MASTER TAKES
      *    ITS SHARE OF THE PART'S USAGE VALUE IN PROPORTION TO THE
      *    STOCK IT HOLDS (EQUAL SHARES WHEN NO LOCATION HOLDS STOCK).
      *    THE PART/LOCATIONS ARE RANKED BY USAGE VALUE, HIGHEST
      *    FIRST, AND CLASSED AGAINST THE CUMULATIVE PERCENTAGE
      *    CUT-OFFS ON THE SYSIN CARD -- CLASS A UNTIL THE A CUT-OFF
      *    IS REACHED, CLASS B UNTIL THE B CUT-OFF, CLASS C AFTER.
      *
      *    EACH CLASS HAS ITS OWN COUNT FREQUENCY IN WEEKS. THE ITEMS
      *    OF A CLASS ARE SPREAD EVENLY ACROSS THAT MANY WEEKS BY
      *    THEIR RANK WITHIN THE CLASS, SO EVERY ITEM COMES DUE ONCE
      *    PER CYCLE AND THE WEEKLY COUNT LOAD STAYS LEVEL. THE ITEMS
      *    DUE THIS WEEK ARE PRINTED ON BLIND COUNT SHEETS GROUPED BY
      *    WAREHOUSE LOCATION -- NO BOOK QUANTITY IS SHOWN -- AND
      *    WRITTEN TO THE COUNT SCHEDULE FILE, WHICH CYCLCNT.CBL
      *    CHECKS THE INCOMING COUNTS AGAINST SO UNSCHEDULED COUNTS
      *    AND MISSED COUNTS ARE BOTH REPORTED.
      *
      *    AN INVALID CUT-OFF CARD ENDS THE RUN WITH RETURN-CODE 16
      *    AND NO FILE TOUCHED.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      SYSIN - CLASS CUT-OFF AND COUNT FREQUENCY CARD
      *                POS  1- 3  CLASS A CUMULATIVE VALUE CUT-OFF %
      *                           (DEFAULT 080)
      *                POS  4- 6  CLASS B CUMULATIVE VALUE CUT-OFF %
      *                           (DEFAULT 095)
      *                POS  7- 8  CLASS A COUNT FREQUENCY IN WEEKS
      *                           (DEFAULT 04)
      *                POS  9-10  CLASS B COUNT FREQUENCY IN WEEKS
      *                           (DEFAULT 13)
      *                POS 11-12  CLASS C COUNT FREQUENCY IN WEEKS
      *                           (DEFAULT 26)
      *              A BLANK FIELD TAKES ITS DEFAULT. THE A CUT-OFF
      *              MUST BE BELOW THE B CUT-OFF, THE B CUT-OFF MAY NOT
      *              EXCEED 100 AND NO FREQUENCY MAY BE ZERO.
      *
      *
      *      RTPOT44.CYCLCNT.INVMAST.NEW - ON-HAND INVENTORY MASTER
      *      INTERNAL FILE NAME:           INVMAST
      *      JCL DD NAME:                  INVMAST
      *
      *
      *      RTPOT44.INVISSUE.DEMHIST.NEW - DEMAND HISTORY MASTER
      *      INTERNAL FILE NAME:            DEMHIST
      *      JCL DD NAME:                   DEMHIST
      *
      *
      *      RTPOT44.AUTOPART.PARTFILE - PARTS MASTER (INDEXED BY
      *                                  PART-NUMBER, READ BY KEY FOR
      *                                  EACH PART/SUPPLIER LOOKUP)
      *      INTERNAL FILE NAME:         PARTFILE
      *      JCL DD NAME:                PARTFILE
      *
      *
      *      RTPOT44.AUTOPART.CONTRACT.FILE - CONTRACT/LAST-PAID PRICE
      *                                       REFERENCE FILE (INDEXED
      *                                       BY PART-NUMBER AND
      *                                       SUPPLIER-CODE, READ BY
      *                                       KEY)
      *      INTERNAL FILE NAME:              CONTRACT
      *      JCL DD NAME:                     CONTRACT
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.ABCSTRAT.RANKING.RPT - ABC RANKING REPORT WITH
      *                                     CLASS SUMMARY
      *      INTERNAL FILE NAME:            ABCRPT
      *      JCL DD NAME:                   ABCRPT
      *
      *
      *      RTPOT44.ABCSTRAT.COUNT.SHEETS - BLIND COUNT SHEETS FOR THE
      *                                      WEEK, BY LOCATION
      *      INTERNAL FILE NAME:             CNTSHEET
      *      JCL DD NAME:                    CNTSHEET
      *
      *
      *      RTPOT44.ABCSTRAT.CNTSCHED - CYCLE COUNT SCHEDULE FOR THE
      *                                  WEEK, READ BY CYCLCNT.CBL
      *      INTERNAL FILE NAME:         CNTSCHED
      *      JCL DD NAME:                CNTSCHED
      *
      *
      *    WORK FILES:
      *      ABCWORK - SORT WORK FILE RANKING THE PART/LOCATIONS BY
      *                DESCENDING USAGE VALUE
      *      SHTWORK - SORT WORK FILE ORDERING THE ITEMS DUE THIS WEEK
      *                BY LOCATION AND PART-NUMBER FOR THE COUNT SHEETS
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(ABCSTRAT)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE PART/SUPPLIER AND CONTRACT PRICE TABLES
      *                   ARE GONE. EACH PART IS NOW PRICED BY READING
      *                   PARTFILE BY PART-NUMBER FOR THE OWNING
      *                   SUPPLIER AND READING CONTRACT (NOW INDEXED BY
      *                   PART-NUMBER AND SUPPLIER-CODE) BY KEY. A FULL
      *                   DEMAND OR ABC ITEM TABLE NOW ENDS THE RUN
      *                   WITH RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  WIDENED DEMAND HISTORY RECORD FOR MONTHLY
      *                   USAGE BUCKETS
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE ON-HAND INVENTORY MASTER GREW 44 TO 48
      *                   BYTES -- THE FORMER 4-BYTE FILLER BECAME THE
      *                   QUANTITY ON QUALITY HOLD POSTED BY
      *                   HOLDPOST.CBL, PLUS A 1-BYTE FILLER. HELD
      *                   STOCK IS STILL OWNED STOCK AND IS TREATED
      *                   HERE EXACTLY AS BEFORE, SO ONLY THE RECORD
      *                   LENGTH CHANGED.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  10/15/2026
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVMAST ASSIGN TO INVMAST
              FILE STATUS IS IMCODE.
      *
           SELECT DEMHIST ASSIGN TO DEMHIST
              FILE STATUS IS DHCODE.
      *
           SELECT PARTFILE ASSIGN TO PARTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PARTFILE-KEY
              FILE STATUS IS PACODE.
      *
           SELECT CONTRACT ASSIGN TO CONTRACT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CONTRACT-FILE-KEY
              FILE STATUS IS CTCODE.
      *
           SELECT ABC-SORT-FILE ASSIGN TO ABCWORK.
      *
           SELECT SHT-SORT-FILE ASSIGN TO SHTWORK.
      *
           SELECT ABCRPT ASSIGN TO ABCRPT
              FILE STATUS IS ARCODE.
      *
           SELECT CNTSHEET ASSIGN TO CNTSHEET
              FILE STATUS IS CHCODE.
      *
           SELECT CNTSCHED ASSIGN TO CNTSCHED
              FILE STATUS IS SDCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  INVMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVMAST-REC.
      *
       01 INVMAST-REC PIC X(48).
      *
       FD  DEMHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEMHIST-REC.
      *
       01 DEMHIST-REC PIC X(240).
      *
       FD  PARTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTS-REC.
      *
       01 PARTS-REC.
          05 PARTFILE-KEY            PIC X(23).
          05 FILLER                  PIC X(69).
      *
       FD  CONTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 42 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTRACT-REC.
      *
       01 CONTRACT-REC.
          05 CONTRACT-FILE-KEY       PIC X(33).
          05 FILLER                  PIC X(09).
      *
       SD  ABC-SORT-FILE
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS ABC-SORT-REC.
      *
       01 ABC-SORT-REC.
          05 AS-USAGE-VALUE          PIC 9(11)V99.
          05 AS-LOCATION-CODE        PIC X(02).
          05 AS-PART-NUMBER          PIC X(23).
          05 AS-TABLE-SLOT           PIC 9(04).
      *
       SD  SHT-SORT-FILE
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS SHT-SORT-REC.
      *
       01 SHT-SORT-REC.
          05 SH-LOCATION-CODE        PIC X(02).
          05 SH-PART-NUMBER          PIC X(23).
          05 SH-TABLE-SLOT           PIC 9(04).
      *
       FD  ABCRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ABCRPT-REC.
      *
       01 ABCRPT-REC PIC X(100).
      *
       FD  CNTSHEET
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNTSHEET-REC.
      *
       01 CNTSHEET-REC PIC X(100).
      *
       FD  CNTSCHED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNTSCHED-REC.
      *
       01 CNTSCHED-REC PIC X(40).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  CLASS CUT-OFF AND COUNT FREQUENCY CARD ACCEPTED FROM SYSIN.
      *****************************************************************
      *
       01 WS-CUTOFF-CARD.
          05 WS-A-CUTOFF-CARD        PIC X(03) VALUE SPACES.
          05 WS-B-CUTOFF-CARD        PIC X(03) VALUE SPACES.
          05 WS-A-FREQ-CARD          PIC X(02) VALUE SPACES.
          05 WS-B-FREQ-CARD          PIC X(02) VALUE SPACES.
          05 WS-C-FREQ-CARD          PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(68) VALUE SPACES.
      *
      *****************************************************************
      *  ONE ENTRY PER CLASS -- THE CUMULATIVE CUT-OFF THAT CLOSES THE
      *  CLASS, ITS COUNT FREQUENCY, THIS WEEK'S PHASE IN ITS COUNT
      *  CYCLE, AND THE ITEMS, VALUE AND COUNTS DUE ACCUMULATED FOR
      *  THE CLASS SUMMARY. ENTRY 1 IS CLASS A, 2 IS B, 3 IS C.
      *****************************************************************
      *
       01 ABC-CLASS-TBL.
          05 ABC-CLASS-ENTRY-TBL
            OCCURS 3 TIMES INDEXED BY CLS-IDX.
            10 CLS-LETTER-TBL       PIC X(01) VALUE SPACES.
            10 CLS-CUTOFF-TBL       PIC 9(03) VALUE 0.
            10 CLS-FREQ-TBL         PIC 9(02) VALUE 0.
            10 CLS-WEEK-PHASE-TBL   PIC 9(02) VALUE 0.
            10 CLS-ITEMS-TBL        PIC 9(05) VALUE 0.
            10 CLS-VALUE-TBL        PIC 9(11)V99 VALUE 0.
            10 CLS-DUE-TBL          PIC 9(05) VALUE 0.
      *
       01 WS-CLASS-DEFAULTS.
          05 WS-DEFAULT-A-CUTOFF     PIC 9(03) VALUE 080.
          05 WS-DEFAULT-B-CUTOFF     PIC 9(03) VALUE 095.
          05 WS-DEFAULT-A-FREQ       PIC 9(02) VALUE 04.
          05 WS-DEFAULT-B-FREQ       PIC 9(02) VALUE 13.
          05 WS-DEFAULT-C-FREQ       PIC 9(02) VALUE 26.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE ON-HAND INVENTORY MASTER RECORD. SAME
      *  LAYOUT AS THE RECORD WRITTEN BY CYCLCNT.CBL.
      *****************************************************************
      *
       01 WS-INV-OLD-REC.
          05 OI-INV-KEY.
             10 OI-PART-NUMBER       PIC X(23) VALUE SPACES.
             10 OI-LOCATION-CODE     PIC X(02) VALUE SPACES.
          05 OI-QTY-ON-HAND          PIC S9(7) VALUE 0.
          05 OI-LAST-RECEIPT-DATE    PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  ONE ENTRY PER PART/LOCATION ON THE INVENTORY MASTER, WITH THE
      *  PART'S ANNUAL USAGE AND PRICE, THE LOCATION'S SHARE OF THE
      *  USAGE VALUE, AND THE CLASS AND DUE FLAG SET WHEN RANKED.
      *****************************************************************
      *
       01 ABC-ITEM-TBL.
          05 ABC-ITEM-ENTRY-TBL
            OCCURS 3000 TIMES INDEXED BY ITEM-IDX.
            10 ITEM-PART-NUMBER-TBL PIC X(23) VALUE SPACES.
            10 ITEM-LOCATION-TBL    PIC X(02) VALUE SPACES.
            10 ITEM-ON-HAND-TBL     PIC S9(7) VALUE 0.
            10 ITEM-ANNUAL-QTY-TBL  PIC 9(09) VALUE 0.
            10 ITEM-PRICE-TBL       PIC 9(7)V99 VALUE 0.
            10 ITEM-VALUE-TBL       PIC 9(11)V99 VALUE 0.
            10 ITEM-CLASS-TBL       PIC X(01) VALUE SPACES.
            10 ITEM-DUE-TBL         PIC X(01) VALUE 'N'.
               88 ITEM-DUE          VALUE 'Y'.
      *
       01 WS-ABC-ITEM-VARS.
          05 WS-MAX-ITEM-IDX        PIC 9(04) VALUE 3000.
          05 WS-ITEM-LOADED-CTR     PIC 9(04) VALUE 0.
          05 WS-GROUP-START-SLOT    PIC 9(04) VALUE 0.
          05 WS-GROUP-END-SLOT      PIC 9(04) VALUE 0.
          05 WS-GROUP-LOC-CTR       PIC 9(04) VALUE 0.
          05 WS-GROUP-ON-HAND       PIC S9(9) VALUE 0.
          05 WS-GROUP-VALUE         PIC 9(11)V99 VALUE 0.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE DEMAND HISTORY MASTER RECORD. SAME
      *  LAYOUT AS THE RECORD WRITTEN BY INVISSUE.CBL.
      *****************************************************************
      *
       01 WS-DEM-OLD-REC.
          05 OD-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 OD-TOTAL-ISSUED-QTY     PIC S9(9) VALUE 0.
          05 OD-ISSUE-COUNT          PIC 9(05) VALUE 0.
          05 OD-FIRST-ISSUE-DATE     PIC X(08) VALUE SPACES.
          05 OD-LAST-ISSUE-DATE      PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 FILLER                  PIC X(183) VALUE SPACES.
      *
       01 DEMAND-TBL.
          05 DEMAND-ENTRY-TBL
            OCCURS 2000 TIMES INDEXED BY DEM-IDX.
            10 DEM-PART-NUMBER-TBL  PIC X(23) VALUE SPACES.
            10 DEM-ANNUAL-QTY-TBL   PIC 9(09) VALUE 0.
      *
       01 WS-DEMAND-VARS.
          05 WS-MAX-DEM-IDX         PIC 9(04) VALUE 2000.
          05 WS-DEM-LOADED-CTR      PIC 9(04) VALUE 0.
          05 WS-HISTORY-DAYS        PIC 9(07) VALUE 0.
          05 WS-MIN-HISTORY-DAYS    PIC 9(03) VALUE 30.
          05 WS-ANNUAL-QTY          PIC 9(09) VALUE 0.
          05 WS-LOOKUP-ANNUAL-QTY   PIC 9(09) VALUE 0.
          05 DEM-FOUND-SW           PIC X(01) VALUE 'N'.
             88 DEM-FOUND           VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE PARTS MASTER RECORD READ FROM
      *  PARTFILE BY PART-NUMBER. THE OWNING SUPPLIER KEYS THE
      *  CONTRACT PRICE LOOKUP.
      *****************************************************************
      *
       01 WS-PARTS-REC.
          05 PM-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(55) VALUE SPACES.
          05 PM-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE SPACES.
      *
       01 WS-PART-SUPP-VARS.
          05 WS-LOOKUP-SUPPLIER     PIC X(10) VALUE SPACES.
          05 PSUP-FOUND-SW          PIC X(01) VALUE 'N'.
             88 PSUP-FOUND          VALUE 'Y'.
      *
       01 CONTRACT-REC-WS. *>USED TO HOLD READ CONTRACT PRICE RECORD
          05 CT-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 CT-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 CT-CONTRACT-PRICE      PIC 9(7)V99 VALUE 0.
      *
       01 WS-CONTRACT-KEY.
          05 CK-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 CK-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
      *
       01 WS-CONTRACT-VARS.
          05 WS-LOOKUP-PRICE        PIC 9(7)V99 VALUE 0.
          05 CNTR-FOUND-SW          PIC X(01) VALUE 'N'.
             88 CNTR-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE CYCLE COUNT SCHEDULE RECORD WRITTEN
      *  TO CNTSCHED FOR EACH PART/LOCATION DUE THIS WEEK.
      *****************************************************************
      *
       01 WS-SCHEDULE-REC.
          05 SD-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 SD-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 SD-ABC-CLASS            PIC X(01) VALUE SPACES.
          05 SD-WEEK-DATE            PIC X(08) VALUE SPACES.
          05 SD-FREQ-WEEKS           PIC 9(02) VALUE 0.
          05 FILLER                  PIC X(04) VALUE SPACES.
      *
       01 WS-RANKING-VARS.
          05 WS-GRAND-VALUE          PIC 9(11)V99 VALUE 0.
          05 WS-CUM-VALUE            PIC 9(11)V99 VALUE 0.
          05 WS-CUM-PCT-BEFORE       PIC 9(03)V9 VALUE 0.
          05 WS-CUM-PCT-AFTER        PIC 9(03)V9 VALUE 0.
          05 WS-CLASS-PCT            PIC 9(03)V9 VALUE 0.
          05 WS-RANK-CTR             PIC 9(05) VALUE 0.
          05 WS-CLASS-SEQ            PIC 9(05) VALUE 0.
          05 WS-ITEM-PHASE           PIC 9(02) VALUE 0.
          05 WS-QUOTIENT             PIC 9(08) VALUE 0.
          05 WS-WEEK-NUMBER          PIC 9(08) VALUE 0.
          05 WS-CLASS-SUB            PIC 9(01) VALUE 0.
      *
       01 WS-SHEET-VARS.
          05 WS-PREV-LOCATION        PIC X(02) VALUE SPACES.
          05 WS-SHEET-ITEM-CTR       PIC 9(05) VALUE 0.
          05 WS-SHEET-CTR            PIC 9(05) VALUE 0.
      *
       01 WS-DATE-VARS.
          05 WS-TODAY-8              PIC X(08) VALUE SPACES.
          05 WS-TODAY-INT            PIC 9(08) VALUE 0.
          05 WS-DATE-INT             PIC 9(08) VALUE 0.
          05 WS-EDIT-DATE-9          PIC 9(08) VALUE 0.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 IMCODE                  PIC X(02) VALUE SPACES.
          05 DHCODE                  PIC X(02) VALUE SPACES.
          05 PACODE                  PIC X(02) VALUE SPACES.
          05 CTCODE                  PIC X(02) VALUE SPACES.
          05 ARCODE                  PIC X(02) VALUE SPACES.
          05 CHCODE                  PIC X(02) VALUE SPACES.
          05 SDCODE                  PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 INV-MASTER-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-INV-MASTER-FILE VALUE 'Y'.
          05 DEM-MASTER-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-DEM-MASTER-FILE VALUE 'Y'.
          05 RANK-SORT-SW            PIC X(01) VALUE 'N'.
             88 END-OF-RANK-SORT     VALUE 'Y'.
          05 SHEET-SORT-SW           PIC X(01) VALUE 'N'.
             88 END-OF-SHEET-SORT    VALUE 'Y'.
          05 RUN-ERROR-SW            PIC X(01) VALUE 'N'.
             88 RUN-ERROR           VALUE 'Y'.
          05 REF-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
             88 REF-TABLE-FULL      VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-INV-MASTER-READ      PIC 9(07) VALUE 0.
          05 WS-DEM-MASTER-READ      PIC 9(07) VALUE 0.
          05 WS-NO-DEMAND-CTR        PIC 9(07) VALUE 0.
          05 WS-UNPRICED-CTR         PIC 9(07) VALUE 0.
          05 WS-SCHED-WRITTEN-CTR    PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  ABC RANKING REPORT LINES
      *****************************************************************
      *
       01 ABC-RPT-TITLE.
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(37) VALUE
                  'ABC STRATIFICATION BY USAGE VALUE --'.
          05 FILLER                  PIC X(08) VALUE 'WEEK OF '.
          05 RPT-TITLE-DATE          PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(42) VALUE SPACES.
      *
       01 ABC-RPT-HEADER-1.
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE ' RANK'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE 'LC'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(09) VALUE 'ANNL QTY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE '     PRICE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(14) VALUE
                                     '  ANNUAL VALUE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE 'CUM %'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE 'CL'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'DUE'.
          05 FILLER                  PIC X(06) VALUE SPACES.
      *
       01 ABC-RPT-DETAIL.
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-RANK                PIC ZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-LOCATION-CODE       PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-ANNUAL-QTY          PIC ZZZZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-PRICE               PIC ZZZZZZ9.99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-USAGE-VALUE         PIC ZZZZZZZZZZ9.99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-CUM-PCT             PIC ZZ9.9.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 RPT-CLASS               PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-DUE                 PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE SPACES.
      *
       01 ABC-RPT-CLASS-LINE.
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE 'CLASS '.
          05 RPT-CLS-LETTER          PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE '  ITEMS '.
          05 RPT-CLS-ITEMS           PIC ZZZZ9.
          05 FILLER                  PIC X(08) VALUE '  VALUE '.
          05 RPT-CLS-VALUE           PIC ZZZZZZZZZZ9.99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-CLS-PCT             PIC ZZ9.9.
          05 FILLER                  PIC X(14) VALUE
                                     '%  COUNT EVERY'.
          05 RPT-CLS-FREQ            PIC ZZ9.
          05 FILLER                  PIC X(15) VALUE
                                     ' WEEKS  DUE NOW'.
          05 RPT-CLS-DUE             PIC ZZZZ9.
          05 FILLER                  PIC X(09) VALUE SPACES.
      *
      *****************************************************************
      *  BLIND COUNT SHEET LINES -- NO BOOK QUANTITY IS PRINTED.
      *****************************************************************
      *
       01 SHT-TITLE.
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(30) VALUE
                                     'CYCLE COUNT SHEET -- LOCATION '.
          05 SHT-TITLE-LOCATION      PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'WEEK OF '.
          05 SHT-TITLE-DATE          PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(43) VALUE SPACES.
      *
       01 SHT-HEADER-1.
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE 'CL'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(11) VALUE 'COUNTED QTY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'CTR'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'COUNT DATE'.
          05 FILLER                  PIC X(38) VALUE SPACES.
      *
       01 SHT-DETAIL.
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 SHT-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 SHT-CLASS               PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(11) VALUE ALL '_'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE ALL '_'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE ALL '_'.
          05 FILLER                  PIC X(38) VALUE SPACES.
      *
       01 SHT-FOOTER.
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE
                                     'ITEMS ON SHEET: '.
          05 SHT-FOOTER-ITEMS        PIC ZZZZ9.
          05 FILLER                  PIC X(16) VALUE
                                     '    COUNTED BY: '.
          05 FILLER                  PIC X(10) VALUE ALL '_'.
          05 FILLER                  PIC X(16) VALUE
                                     '    CHECKED BY: '.
          05 FILLER                  PIC X(10) VALUE ALL '_'.
          05 FILLER                  PIC X(22) VALUE SPACES.
      *
       01 WS-100-CHAR-BLANK-LINE     PIC X(100) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION EDITS THE CUT-OFF CARD, LOADS THE
      *    DEMAND AND INVENTORY TABLES, VALUES EACH PART/LOCATION,
      *    RANKS AND CLASSES THEM THROUGH THE FIRST SORT, PRINTS THE
      *    COUNT SHEETS AND WRITES THE SCHEDULE THROUGH THE SECOND
      *    SORT, AND CLOSES FILES. AN INVALID CARD ENDS THE RUN WITH
      *    RETURN-CODE 16 AND NO FILE TOUCHED. A DEMAND OR INVENTORY
      *    MASTER LARGER THAN ITS TABLE ALSO ENDS THE RUN WITH
      *    RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0100-OPEN-FILES
      *    - 0190-READ-DEM-MASTER-FILE
      *    - 0192-LOAD-DEMAND-TABLE
      *    - 0200-READ-INV-MASTER-FILE
      *    - 0210-LOAD-ITEM-TABLE
      *    - 0300-VALUE-ONE-PART
      *    - 0400-RELEASE-RANK-ITEMS (SORT INPUT PROCEDURE)
      *    - 0500-CLASS-RANKED-ITEMS (SORT OUTPUT PROCEDURE)
      *    - 1000-RELEASE-DUE-ITEMS (SORT INPUT PROCEDURE)
      *    - 1100-WRITE-COUNT-SHEETS (SORT OUTPUT PROCEDURE)
      *    - 2000-WRITE-CLASS-SUMMARY
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           IF RUN-ERROR
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 0100-OPEN-FILES
              PERFORM 0190-READ-DEM-MASTER-FILE
              PERFORM 0192-LOAD-DEMAND-TABLE
                  UNTIL END-OF-DEM-MASTER-FILE
              PERFORM 0200-READ-INV-MASTER-FILE
              PERFORM 0210-LOAD-ITEM-TABLE
                  UNTIL END-OF-INV-MASTER-FILE
              MOVE 1 TO WS-GROUP-START-SLOT
              PERFORM 0300-VALUE-ONE-PART
                  UNTIL WS-GROUP-START-SLOT > WS-ITEM-LOADED-CTR
              SORT ABC-SORT-FILE
                  ON DESCENDING KEY AS-USAGE-VALUE
                  ON ASCENDING KEY AS-LOCATION-CODE
                                   AS-PART-NUMBER
                  INPUT PROCEDURE IS 0400-RELEASE-RANK-ITEMS
                  OUTPUT PROCEDURE IS 0500-CLASS-RANKED-ITEMS
              SORT SHT-SORT-FILE
                  ON ASCENDING KEY SH-LOCATION-CODE
                                   SH-PART-NUMBER
                  INPUT PROCEDURE IS 1000-RELEASE-DUE-ITEMS
                  OUTPUT PROCEDURE IS 1100-WRITE-COUNT-SHEETS
              PERFORM 2000-WRITE-CLASS-SUMMARY
              PERFORM 2600-CLOSE-FILES
              IF REF-TABLE-FULL
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH OBTAINS TODAY'S DATE AND
      *    THIS WEEK'S NUMBER, ACCEPTS THE CUT-OFF CARD FROM SYSIN,
      *    DEFAULTS ITS BLANK FIELDS AND EDITS IT. EACH CLASS'S PHASE
      *    IN ITS COUNT CYCLE IS THE WEEK NUMBER MODULO ITS FREQUENCY.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8.
           MOVE WS-TODAY-8 TO WS-EDIT-DATE-9.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9).
           DIVIDE WS-TODAY-INT BY 7 GIVING WS-WEEK-NUMBER.
      *
           ACCEPT WS-CUTOFF-CARD FROM SYSIN.
      *
           MOVE 'A' TO CLS-LETTER-TBL (1).
           MOVE 'B' TO CLS-LETTER-TBL (2).
           MOVE 'C' TO CLS-LETTER-TBL (3).
           MOVE 100 TO CLS-CUTOFF-TBL (3).
      *
           IF WS-A-CUTOFF-CARD = SPACES
              MOVE WS-DEFAULT-A-CUTOFF TO CLS-CUTOFF-TBL (1)
           ELSE
              IF WS-A-CUTOFF-CARD NUMERIC
                 MOVE WS-A-CUTOFF-CARD TO CLS-CUTOFF-TBL (1)
              ELSE
                 DISPLAY 'ABCSTRAT: CLASS A CUT-OFF NOT NUMERIC '
                         '-- RUN ENDED'
                 SET RUN-ERROR TO TRUE
              END-IF
           END-IF.
      *
           IF WS-B-CUTOFF-CARD = SPACES
              MOVE WS-DEFAULT-B-CUTOFF TO CLS-CUTOFF-TBL (2)
           ELSE
              IF WS-B-CUTOFF-CARD NUMERIC
                 MOVE WS-B-CUTOFF-CARD TO CLS-CUTOFF-TBL (2)
              ELSE
                 DISPLAY 'ABCSTRAT: CLASS B CUT-OFF NOT NUMERIC '
                         '-- RUN ENDED'
                 SET RUN-ERROR TO TRUE
              END-IF
           END-IF.
      *
           IF WS-A-FREQ-CARD = SPACES
              MOVE WS-DEFAULT-A-FREQ TO CLS-FREQ-TBL (1)
           ELSE
              IF WS-A-FREQ-CARD NUMERIC
                 MOVE WS-A-FREQ-CARD TO CLS-FREQ-TBL (1)
              ELSE
                 MOVE 0 TO CLS-FREQ-TBL (1)
              END-IF
           END-IF.
      *
           IF WS-B-FREQ-CARD = SPACES
              MOVE WS-DEFAULT-B-FREQ TO CLS-FREQ-TBL (2)
           ELSE
              IF WS-B-FREQ-CARD NUMERIC
                 MOVE WS-B-FREQ-CARD TO CLS-FREQ-TBL (2)
              ELSE
                 MOVE 0 TO CLS-FREQ-TBL (2)
              END-IF
           END-IF.
      *
           IF WS-C-FREQ-CARD = SPACES
              MOVE WS-DEFAULT-C-FREQ TO CLS-FREQ-TBL (3)
           ELSE
              IF WS-C-FREQ-CARD NUMERIC
                 MOVE WS-C-FREQ-CARD TO CLS-FREQ-TBL (3)
              ELSE
                 MOVE 0 TO CLS-FREQ-TBL (3)
              END-IF
           END-IF.
      *
           IF NOT RUN-ERROR
              IF CLS-CUTOFF-TBL (1) NOT < CLS-CUTOFF-TBL (2)
                 OR CLS-CUTOFF-TBL (2) > 100
                 DISPLAY 'ABCSTRAT: CLASS A CUT-OFF MUST BE BELOW '
                         'CLASS B, CLASS B NOT OVER 100 -- RUN ENDED'
                 SET RUN-ERROR TO TRUE
              END-IF
           END-IF.
      *
           IF CLS-FREQ-TBL (1) = 0 OR CLS-FREQ-TBL (2) = 0
              OR CLS-FREQ-TBL (3) = 0
              DISPLAY 'ABCSTRAT: COUNT FREQUENCIES MUST BE 01-99 '
                      'WEEKS -- RUN ENDED'
              SET RUN-ERROR TO TRUE
           END-IF.
      *
           IF NOT RUN-ERROR
              PERFORM VARYING CLS-IDX FROM 1 BY 1 UNTIL CLS-IDX > 3
                 DIVIDE WS-WEEK-NUMBER BY CLS-FREQ-TBL (CLS-IDX)
                    GIVING WS-QUOTIENT
                    REMAINDER CLS-WEEK-PHASE-TBL (CLS-IDX)
              END-PERFORM
              DISPLAY 'ABCSTRAT CUT-OFFS A ' CLS-CUTOFF-TBL (1)
                      '% B ' CLS-CUTOFF-TBL (2)
                      '%  FREQUENCY A ' CLS-FREQ-TBL (1)
                      ' B ' CLS-FREQ-TBL (2)
                      ' C ' CLS-FREQ-TBL (3) ' WEEKS'
           END-IF.
      *
           MOVE WS-TODAY-8 TO RPT-TITLE-DATE.
           MOVE WS-TODAY-8 TO SHT-TITLE-DATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0100-OPEN-FILES PARAGRAPH OPENS FILES FOR INPUT AND
      *    OUTPUT AND CHECKS THE FILE STATUS FOR A SUCCESSFUL OPEN
      *    OPERATION. IF THE OPEN OPERATION FAILS, AN ERROR MESSAGE IS
      *    DISPLAYED. THE RANKING REPORT HEADINGS ARE THEN WRITTEN.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0100-OPEN-FILES.
           OPEN INPUT INVMAST.
           IF IMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING INVENTORY MASTER FILE'
           END-IF.
      *
           OPEN INPUT DEMHIST.
           IF DHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING DEMAND HISTORY MASTER FILE'
           END-IF.
      *
           OPEN INPUT PARTFILE.
           IF PACODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PARTS FILE'
           END-IF.
      *
           OPEN INPUT CONTRACT.
           IF CTCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING CONTRACT PRICE FILE'
           END-IF.
      *
           OPEN OUTPUT ABCRPT.
           IF ARCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING ABC RANKING REPORT FILE'
           END-IF.
      *
           OPEN OUTPUT CNTSHEET.
           IF CHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING COUNT SHEET FILE'
           END-IF.
      *
           OPEN OUTPUT CNTSCHED.
           IF SDCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING COUNT SCHEDULE FILE'
           END-IF.
      *
           WRITE ABCRPT-REC FROM ABC-RPT-TITLE.
           WRITE ABCRPT-REC FROM WS-100-CHAR-BLANK-LINE.
           WRITE ABCRPT-REC FROM ABC-RPT-HEADER-1.
           IF ARCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO ABC RANKING REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0190-READ-DEM-MASTER-FILE PARAGRAPH READS ONE DEMAND
      *    HISTORY MASTER RECORD. WHEN THE END OF FILE IS REACHED, A
      *    FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0192-LOAD-DEMAND-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0190-READ-DEM-MASTER-FILE.
           READ DEMHIST INTO WS-DEM-OLD-REC
              AT END MOVE 'Y' TO DEM-MASTER-FILE-SW
           END-READ.
      *
           IF DHCODE = '00' OR '10'
              IF NOT END-OF-DEM-MASTER-FILE
                 ADD 1 TO WS-DEM-MASTER-READ
              END-IF
           ELSE
              DISPLAY 'ERROR READING DEMAND HISTORY MASTER FILE.'
              MOVE 'Y' TO DEM-MASTER-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0192-LOAD-DEMAND-TABLE PARAGRAPH ANNUALIZES ONE PART'S
      *    ISSUED QUANTITY AND LOADS IT INTO THE DEMAND TABLE. THE
      *    HISTORY RUNS FROM THE FIRST ISSUE DATE TO TODAY, WITH A
      *    30-DAY FLOOR SO A PART FIRST ISSUED YESTERDAY IS NOT
      *    SCALED UP A HUNDREDFOLD. A PART WITH NO USABLE FIRST ISSUE
      *    DATE TAKES ITS TOTAL ISSUED QUANTITY AS A YEAR'S USAGE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0190-READ-DEM-MASTER-FILE
      *****************************************************************
      *
       0192-LOAD-DEMAND-TABLE.
           MOVE 0 TO WS-ANNUAL-QTY.
      *
           IF OD-TOTAL-ISSUED-QTY > 0
              IF OD-FIRST-ISSUE-DATE NUMERIC
                 AND OD-FIRST-ISSUE-DATE NOT > WS-TODAY-8
                 MOVE OD-FIRST-ISSUE-DATE TO WS-EDIT-DATE-9
                 COMPUTE WS-DATE-INT =
                         FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9)
                 COMPUTE WS-HISTORY-DAYS =
                         WS-TODAY-INT - WS-DATE-INT + 1
                 IF WS-HISTORY-DAYS < WS-MIN-HISTORY-DAYS
                    MOVE WS-MIN-HISTORY-DAYS TO WS-HISTORY-DAYS
                 END-IF
                 COMPUTE WS-ANNUAL-QTY ROUNDED =
                         OD-TOTAL-ISSUED-QTY * 365 / WS-HISTORY-DAYS
              ELSE
                 MOVE OD-TOTAL-ISSUED-QTY TO WS-ANNUAL-QTY
              END-IF
           END-IF.
      *
           IF WS-DEM-LOADED-CTR < WS-MAX-DEM-IDX
              ADD 1 TO WS-DEM-LOADED-CTR
              SET DEM-IDX TO WS-DEM-LOADED-CTR
              MOVE OD-PART-NUMBER TO DEM-PART-NUMBER-TBL (DEM-IDX)
              MOVE WS-ANNUAL-QTY  TO DEM-ANNUAL-QTY-TBL (DEM-IDX)
           ELSE
              DISPLAY 'DEMAND TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET REF-TABLE-FULL TO TRUE
              MOVE 'Y' TO DEM-MASTER-FILE-SW
           END-IF.
      *
           IF NOT END-OF-DEM-MASTER-FILE
              PERFORM 0190-READ-DEM-MASTER-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-INV-MASTER-FILE PARAGRAPH READS ONE ON-HAND
      *    INVENTORY MASTER RECORD, READING PAST THE GENERATION HEADER
      *    (SPACES KEY, 'GEN') THAT LEADS THE MASTER. WHEN THE END OF
      *    FILE IS REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0210-LOAD-ITEM-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0200-READ-INV-MASTER-FILE.
           READ INVMAST INTO WS-INV-OLD-REC
              AT END MOVE 'Y' TO INV-MASTER-FILE-SW
           END-READ.
      *
           IF NOT END-OF-INV-MASTER-FILE
              AND OI-INV-KEY = SPACES
              AND WS-INV-OLD-REC (26:3) = 'GEN'
              READ INVMAST INTO WS-INV-OLD-REC
                 AT END MOVE 'Y' TO INV-MASTER-FILE-SW
              END-READ
           END-IF.
      *
           IF IMCODE = '00' OR '10'
              IF NOT END-OF-INV-MASTER-FILE
                 ADD 1 TO WS-INV-MASTER-READ
              END-IF
           ELSE
              DISPLAY 'ERROR READING INVENTORY MASTER FILE.'
              MOVE 'Y' TO INV-MASTER-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0210-LOAD-ITEM-TABLE PARAGRAPH LOADS ONE PART/LOCATION
      *    FROM THE INVENTORY MASTER INTO THE ITEM TABLE. THE MASTER
      *    IS IN PART-NUMBER WITHIN LOCATION SEQUENCE, SO ALL THE
      *    LOCATIONS OF A PART LAND IN ADJACENT ENTRIES.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0200-READ-INV-MASTER-FILE
      *****************************************************************
      *
       0210-LOAD-ITEM-TABLE.
           IF WS-ITEM-LOADED-CTR < WS-MAX-ITEM-IDX
              ADD 1 TO WS-ITEM-LOADED-CTR
              SET ITEM-IDX TO WS-ITEM-LOADED-CTR
              MOVE OI-PART-NUMBER   TO ITEM-PART-NUMBER-TBL (ITEM-IDX)
              MOVE OI-LOCATION-CODE TO ITEM-LOCATION-TBL (ITEM-IDX)
              MOVE OI-QTY-ON-HAND   TO ITEM-ON-HAND-TBL (ITEM-IDX)
           ELSE
              DISPLAY 'ABC ITEM TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET REF-TABLE-FULL TO TRUE
              MOVE 'Y' TO INV-MASTER-FILE-SW
           END-IF.
      *
           IF NOT END-OF-INV-MASTER-FILE
              PERFORM 0200-READ-INV-MASTER-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-VALUE-ONE-PART PARAGRAPH VALUES THE GROUP OF ITEM
      *    TABLE ENTRIES FOR ONE PART, STARTING AT WS-GROUP-START-SLOT.
      *    THE PART'S ANNUAL USAGE IS LOOKED UP ON THE DEMAND TABLE
      *    AND PRICED AT THE OWNING SUPPLIER'S CONTRACT PRICE; EACH OF
      *    ITS LOCATIONS TAKES A SHARE OF THAT VALUE IN PROPORTION TO
      *    ITS ON-HAND STOCK (NEGATIVE BOOK STOCK COUNTS AS NONE), OR
      *    AN EQUAL SHARE WHEN NO LOCATION HOLDS STOCK. THE START SLOT
      *    IS THEN ADVANCED PAST THE GROUP.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0700-LOOKUP-ANNUAL-USAGE
      *    -  0720-LOOKUP-CONTRACT-PRICE
      *****************************************************************
      *
       0300-VALUE-ONE-PART.
           SET ITEM-IDX TO WS-GROUP-START-SLOT.
           MOVE WS-GROUP-START-SLOT TO WS-GROUP-END-SLOT.
           MOVE 0 TO WS-GROUP-LOC-CTR
                     WS-GROUP-ON-HAND.
      *
           PERFORM VARYING ITEM-IDX FROM WS-GROUP-START-SLOT BY 1
              UNTIL ITEM-IDX > WS-ITEM-LOADED-CTR
                 OR ITEM-PART-NUMBER-TBL (ITEM-IDX) NOT =
                    ITEM-PART-NUMBER-TBL (WS-GROUP-START-SLOT)
              SET WS-GROUP-END-SLOT TO ITEM-IDX
              ADD 1 TO WS-GROUP-LOC-CTR
              IF ITEM-ON-HAND-TBL (ITEM-IDX) > 0
                 ADD ITEM-ON-HAND-TBL (ITEM-IDX) TO WS-GROUP-ON-HAND
              END-IF
           END-PERFORM.
      *
           PERFORM 0700-LOOKUP-ANNUAL-USAGE.
           PERFORM 0720-LOOKUP-CONTRACT-PRICE.
           COMPUTE WS-GROUP-VALUE ROUNDED =
                   WS-LOOKUP-ANNUAL-QTY * WS-LOOKUP-PRICE.
      *
           PERFORM VARYING ITEM-IDX FROM WS-GROUP-START-SLOT BY 1
              UNTIL ITEM-IDX > WS-GROUP-END-SLOT
              MOVE WS-LOOKUP-ANNUAL-QTY
                 TO ITEM-ANNUAL-QTY-TBL (ITEM-IDX)
              MOVE WS-LOOKUP-PRICE      TO ITEM-PRICE-TBL (ITEM-IDX)
              IF WS-GROUP-ON-HAND > 0
                 IF ITEM-ON-HAND-TBL (ITEM-IDX) > 0
                    COMPUTE ITEM-VALUE-TBL (ITEM-IDX) ROUNDED =
                            WS-GROUP-VALUE *
                            ITEM-ON-HAND-TBL (ITEM-IDX) /
                            WS-GROUP-ON-HAND
                 ELSE
                    MOVE 0 TO ITEM-VALUE-TBL (ITEM-IDX)
                 END-IF
              ELSE
                 COMPUTE ITEM-VALUE-TBL (ITEM-IDX) ROUNDED =
                         WS-GROUP-VALUE / WS-GROUP-LOC-CTR
              END-IF
              ADD ITEM-VALUE-TBL (ITEM-IDX) TO WS-GRAND-VALUE
           END-PERFORM.
      *
           COMPUTE WS-GROUP-START-SLOT = WS-GROUP-END-SLOT + 1.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0400-RELEASE-RANK-ITEMS PARAGRAPH IS THE INPUT
      *    PROCEDURE OF THE RANKING SORT. IT RELEASES ONE SORT RECORD
      *    PER ITEM TABLE ENTRY CARRYING THE USAGE VALUE, THE KEY AND
      *    THE TABLE SLOT SO THE CLASS CAN BE POSTED BACK.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA (SORT INPUT PROCEDURE)
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0400-RELEASE-RANK-ITEMS.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
              UNTIL ITEM-IDX > WS-ITEM-LOADED-CTR
              MOVE ITEM-VALUE-TBL (ITEM-IDX)    TO AS-USAGE-VALUE
              MOVE ITEM-LOCATION-TBL (ITEM-IDX) TO AS-LOCATION-CODE
              MOVE ITEM-PART-NUMBER-TBL (ITEM-IDX)
                 TO AS-PART-NUMBER
              SET AS-TABLE-SLOT TO ITEM-IDX
              RELEASE ABC-SORT-REC
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-CLASS-RANKED-ITEMS PARAGRAPH IS THE OUTPUT
      *    PROCEDURE OF THE RANKING SORT. IT RETURNS THE ITEMS IN
      *    DESCENDING USAGE VALUE ORDER AND CLASSES EACH ONE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA (SORT OUTPUT PROCEDURE)
      *
      *  CALLS:
      *    -  0510-RETURN-RANKED-ITEM
      *    -  0520-CLASS-ONE-ITEM
      *****************************************************************
      *
       0500-CLASS-RANKED-ITEMS.
           PERFORM 0510-RETURN-RANKED-ITEM.
           PERFORM 0520-CLASS-ONE-ITEM
               UNTIL END-OF-RANK-SORT.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0510-RETURN-RANKED-ITEM PARAGRAPH RETURNS THE NEXT
      *    RECORD FROM THE RANKING SORT.
      *
      *  CALLED BY:
      *    -  0500-CLASS-RANKED-ITEMS
      *    -  0520-CLASS-ONE-ITEM
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0510-RETURN-RANKED-ITEM.
           RETURN ABC-SORT-FILE
              AT END MOVE 'Y' TO RANK-SORT-SW
           END-RETURN.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0520-CLASS-ONE-ITEM PARAGRAPH CLASSES ONE RANKED ITEM.
      *    AN ITEM IS CLASS A WHILE THE CUMULATIVE VALUE OF THE ITEMS
      *    RANKED ABOVE IT IS BELOW THE A CUT-OFF, CLASS B WHILE IT IS
      *    BELOW THE B CUT-OFF, AND CLASS C AFTER THAT; WITH NO USAGE
      *    VALUE ON FILE AT ALL EVERY ITEM IS CLASS C. THE ITEM'S RANK
      *    WITHIN ITS CLASS, TAKEN MODULO THE CLASS FREQUENCY, GIVES
      *    THE WEEK OF THE CYCLE IT FALLS DUE IN; IT IS DUE THIS WEEK
      *    WHEN THAT MATCHES THE CLASS'S PHASE. THE CLASS AND DUE FLAG
      *    ARE POSTED BACK TO THE ITEM TABLE AND THE RANKING LINE IS
      *    WRITTEN.
      *
      *  CALLED BY:
      *    -  0500-CLASS-RANKED-ITEMS
      *
      *  CALLS:
      *    -  0900-WRITE-RPT-LINE
      *    -  0510-RETURN-RANKED-ITEM
      *****************************************************************
      *
       0520-CLASS-ONE-ITEM.
           ADD 1 TO WS-RANK-CTR.
           SET ITEM-IDX TO AS-TABLE-SLOT.
      *
           IF WS-GRAND-VALUE > 0
              COMPUTE WS-CUM-PCT-BEFORE =
                      WS-CUM-VALUE * 100 / WS-GRAND-VALUE
              ADD AS-USAGE-VALUE TO WS-CUM-VALUE
              COMPUTE WS-CUM-PCT-AFTER ROUNDED =
                      WS-CUM-VALUE * 100 / WS-GRAND-VALUE
           ELSE
              MOVE 100 TO WS-CUM-PCT-BEFORE
              MOVE 100 TO WS-CUM-PCT-AFTER
           END-IF.
      *
           EVALUATE TRUE
              WHEN WS-CUM-PCT-BEFORE < CLS-CUTOFF-TBL (1)
                 MOVE 1 TO WS-CLASS-SUB
              WHEN WS-CUM-PCT-BEFORE < CLS-CUTOFF-TBL (2)
                 MOVE 2 TO WS-CLASS-SUB
              WHEN OTHER
                 MOVE 3 TO WS-CLASS-SUB
           END-EVALUATE.
      *
           SET CLS-IDX TO WS-CLASS-SUB.
           ADD 1 TO CLS-ITEMS-TBL (CLS-IDX).
           ADD AS-USAGE-VALUE TO CLS-VALUE-TBL (CLS-IDX).
           COMPUTE WS-CLASS-SEQ = CLS-ITEMS-TBL (CLS-IDX) - 1.
           DIVIDE WS-CLASS-SEQ BY CLS-FREQ-TBL (CLS-IDX)
              GIVING WS-QUOTIENT
              REMAINDER WS-ITEM-PHASE.
      *
           MOVE CLS-LETTER-TBL (CLS-IDX) TO ITEM-CLASS-TBL (ITEM-IDX).
           IF WS-ITEM-PHASE = CLS-WEEK-PHASE-TBL (CLS-IDX)
              MOVE 'Y' TO ITEM-DUE-TBL (ITEM-IDX)
              ADD 1 TO CLS-DUE-TBL (CLS-IDX)
              MOVE 'YES' TO RPT-DUE
           ELSE
              MOVE 'N' TO ITEM-DUE-TBL (ITEM-IDX)
              MOVE SPACES TO RPT-DUE
           END-IF.
      *
           MOVE WS-RANK-CTR                   TO RPT-RANK.
           MOVE AS-PART-NUMBER                TO RPT-PART-NUMBER.
           MOVE AS-LOCATION-CODE              TO RPT-LOCATION-CODE.
           MOVE ITEM-ANNUAL-QTY-TBL (ITEM-IDX) TO RPT-ANNUAL-QTY.
           MOVE ITEM-PRICE-TBL (ITEM-IDX)     TO RPT-PRICE.
           MOVE AS-USAGE-VALUE                TO RPT-USAGE-VALUE.
           MOVE WS-CUM-PCT-AFTER              TO RPT-CUM-PCT.
           MOVE CLS-LETTER-TBL (CLS-IDX)      TO RPT-CLASS.
           MOVE ABC-RPT-DETAIL TO ABCRPT-REC.
           PERFORM 0900-WRITE-RPT-LINE.
      *
           PERFORM 0510-RETURN-RANKED-ITEM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-LOOKUP-ANNUAL-USAGE PARAGRAPH SEARCHES THE DEMAND
      *    TABLE FOR THE PART AT WS-GROUP-START-SLOT AND RETURNS ITS
      *    ANNUAL USAGE. A PART NEVER ISSUED HAS NO USAGE.
      *
      *  CALLED BY:
      *    -  0300-VALUE-ONE-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0700-LOOKUP-ANNUAL-USAGE.
           MOVE 'N' TO DEM-FOUND-SW.
           MOVE 0   TO WS-LOOKUP-ANNUAL-QTY.
      *
           PERFORM VARYING DEM-IDX FROM 1 BY 1
              UNTIL DEM-IDX > WS-DEM-LOADED-CTR OR DEM-FOUND
              IF ITEM-PART-NUMBER-TBL (WS-GROUP-START-SLOT) =
                 DEM-PART-NUMBER-TBL (DEM-IDX)
                 MOVE 'Y' TO DEM-FOUND-SW
                 MOVE DEM-ANNUAL-QTY-TBL (DEM-IDX)
                    TO WS-LOOKUP-ANNUAL-QTY
              END-IF
           END-PERFORM.
      *
           IF NOT DEM-FOUND
              ADD 1 TO WS-NO-DEMAND-CTR
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0720-LOOKUP-CONTRACT-PRICE PARAGRAPH READS THE PART'S
      *    OWNING SUPPLIER FROM THE PARTS MASTER AND READS THE
      *    CONTRACT PRICE FILE BY KEY ON PART-NUMBER PLUS
      *    SUPPLIER-CODE, AS CYCLCNT.CBL PRICES ITS VARIANCES. A USED
      *    PART WITH NO CONTRACT ROW IS VALUED AT ZERO AND REPORTED TO
      *    THE JOB LOG.
      *
      *  CALLED BY:
      *    -  0300-VALUE-ONE-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0720-LOOKUP-CONTRACT-PRICE.
           MOVE 'N'    TO PSUP-FOUND-SW.
           MOVE SPACES TO WS-LOOKUP-SUPPLIER.
      *
           MOVE ITEM-PART-NUMBER-TBL (WS-GROUP-START-SLOT)
              TO PARTFILE-KEY.
           READ PARTFILE INTO WS-PARTS-REC
              INVALID KEY
                 MOVE 'N' TO PSUP-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO PSUP-FOUND-SW
                 MOVE PM-SUPPLIER-CODE TO WS-LOOKUP-SUPPLIER
           END-READ.
      *
           IF PACODE = '00' OR '23'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING PARTS FILE.'
           END-IF.
      *
           MOVE 'N' TO CNTR-FOUND-SW.
           MOVE 0   TO WS-LOOKUP-PRICE.
      *
           MOVE ITEM-PART-NUMBER-TBL (WS-GROUP-START-SLOT)
              TO CK-PART-NUMBER.
           MOVE WS-LOOKUP-SUPPLIER TO CK-SUPPLIER-CODE.
           MOVE WS-CONTRACT-KEY    TO CONTRACT-FILE-KEY.
           READ CONTRACT INTO CONTRACT-REC-WS
              INVALID KEY
                 MOVE 'N' TO CNTR-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO CNTR-FOUND-SW
                 MOVE CT-CONTRACT-PRICE TO WS-LOOKUP-PRICE
           END-READ.
      *
           IF CTCODE = '00' OR '23'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING CONTRACT PRICE FILE.'
           END-IF.
      *
           IF NOT CNTR-FOUND AND WS-LOOKUP-ANNUAL-QTY > 0
              ADD 1 TO WS-UNPRICED-CTR
              DISPLAY 'NO CONTRACT PRICE FOR PART '
                      ITEM-PART-NUMBER-TBL (WS-GROUP-START-SLOT)
                      ' -- USAGE VALUED AT ZERO'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0900-WRITE-RPT-LINE PARAGRAPH WRITES THE LINE ALREADY
      *    MOVED TO ABCRPT-REC AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0520-CLASS-ONE-ITEM
      *    -  2000-WRITE-CLASS-SUMMARY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0900-WRITE-RPT-LINE.
           WRITE ABCRPT-REC.
           IF ARCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO ABC RANKING REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1000-RELEASE-DUE-ITEMS PARAGRAPH IS THE INPUT PROCEDURE
      *    OF THE COUNT SHEET SORT. IT RELEASES EVERY ITEM DUE THIS
      *    WEEK KEYED BY LOCATION AND PART-NUMBER.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA (SORT INPUT PROCEDURE)
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1000-RELEASE-DUE-ITEMS.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
              UNTIL ITEM-IDX > WS-ITEM-LOADED-CTR
              IF ITEM-DUE (ITEM-IDX)
                 MOVE ITEM-LOCATION-TBL (ITEM-IDX) TO SH-LOCATION-CODE
                 MOVE ITEM-PART-NUMBER-TBL (ITEM-IDX)
                    TO SH-PART-NUMBER
                 SET SH-TABLE-SLOT TO ITEM-IDX
                 RELEASE SHT-SORT-REC
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1100-WRITE-COUNT-SHEETS PARAGRAPH IS THE OUTPUT
      *    PROCEDURE OF THE COUNT SHEET SORT. IT RETURNS THE ITEMS DUE
      *    IN LOCATION ORDER, STARTS A NEW SHEET AT EACH CHANGE OF
      *    LOCATION, AND CLOSES THE LAST SHEET.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA (SORT OUTPUT PROCEDURE)
      *
      *  CALLS:
      *    -  1110-RETURN-DUE-ITEM
      *    -  1120-WRITE-ONE-DUE-ITEM
      *    -  1150-WRITE-SHEET-FOOTER
      *****************************************************************
      *
       1100-WRITE-COUNT-SHEETS.
           MOVE HIGH-VALUES TO WS-PREV-LOCATION.
           PERFORM 1110-RETURN-DUE-ITEM.
           PERFORM 1120-WRITE-ONE-DUE-ITEM
               UNTIL END-OF-SHEET-SORT.
      *
           IF WS-SHEET-CTR > 0
              PERFORM 1150-WRITE-SHEET-FOOTER
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1110-RETURN-DUE-ITEM PARAGRAPH RETURNS THE NEXT RECORD
      *    FROM THE COUNT SHEET SORT.
      *
      *  CALLED BY:
      *    -  1100-WRITE-COUNT-SHEETS
      *    -  1120-WRITE-ONE-DUE-ITEM
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1110-RETURN-DUE-ITEM.
           RETURN SHT-SORT-FILE
              AT END MOVE 'Y' TO SHEET-SORT-SW
           END-RETURN.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1120-WRITE-ONE-DUE-ITEM PARAGRAPH PRINTS ONE BLIND
      *    COUNT SHEET LINE -- PART, CLASS AND BLANKS FOR THE COUNTED
      *    QUANTITY, COUNTER AND DATE, NEVER THE BOOK QUANTITY -- AND
      *    WRITES THE MATCHING SCHEDULE RECORD. A CHANGE OF LOCATION
      *    CLOSES THE PREVIOUS SHEET AND HEADS A NEW ONE.
      *
      *  CALLED BY:
      *    -  1100-WRITE-COUNT-SHEETS
      *
      *  CALLS:
      *    -  1150-WRITE-SHEET-FOOTER
      *    -  1160-WRITE-SHEET-HEADING
      *    -  1170-WRITE-SHEET-LINE
      *    -  1110-RETURN-DUE-ITEM
      *****************************************************************
      *
       1120-WRITE-ONE-DUE-ITEM.
           SET ITEM-IDX TO SH-TABLE-SLOT.
      *
           IF SH-LOCATION-CODE NOT = WS-PREV-LOCATION
              IF WS-SHEET-CTR > 0
                 PERFORM 1150-WRITE-SHEET-FOOTER
              END-IF
              MOVE SH-LOCATION-CODE TO WS-PREV-LOCATION
              PERFORM 1160-WRITE-SHEET-HEADING
           END-IF.
      *
           MOVE SH-PART-NUMBER           TO SHT-PART-NUMBER.
           MOVE ITEM-CLASS-TBL (ITEM-IDX) TO SHT-CLASS.
           MOVE SHT-DETAIL TO CNTSHEET-REC.
           PERFORM 1170-WRITE-SHEET-LINE.
           ADD 1 TO WS-SHEET-ITEM-CTR.
      *
           INITIALIZE WS-SCHEDULE-REC.
           MOVE SH-PART-NUMBER           TO SD-PART-NUMBER.
           MOVE SH-LOCATION-CODE         TO SD-LOCATION-CODE.
           MOVE ITEM-CLASS-TBL (ITEM-IDX) TO SD-ABC-CLASS.
           MOVE WS-TODAY-8               TO SD-WEEK-DATE.
           EVALUATE ITEM-CLASS-TBL (ITEM-IDX)
              WHEN 'A'
                 MOVE CLS-FREQ-TBL (1) TO SD-FREQ-WEEKS
              WHEN 'B'
                 MOVE CLS-FREQ-TBL (2) TO SD-FREQ-WEEKS
              WHEN OTHER
                 MOVE CLS-FREQ-TBL (3) TO SD-FREQ-WEEKS
           END-EVALUATE.
           WRITE CNTSCHED-REC FROM WS-SCHEDULE-REC.
           IF SDCODE = '00'
              ADD 1 TO WS-SCHED-WRITTEN-CTR
           ELSE
              DISPLAY 'ERROR WRITING COUNT SCHEDULE FILE'
           END-IF.
      *
           PERFORM 1110-RETURN-DUE-ITEM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1150-WRITE-SHEET-FOOTER PARAGRAPH CLOSES A COUNT SHEET
      *    WITH ITS ITEM COUNT AND SIGN-OFF LINES.
      *
      *  CALLED BY:
      *    -  1100-WRITE-COUNT-SHEETS
      *    -  1120-WRITE-ONE-DUE-ITEM
      *
      *  CALLS:
      *    -  1170-WRITE-SHEET-LINE
      *****************************************************************
      *
       1150-WRITE-SHEET-FOOTER.
           MOVE WS-100-CHAR-BLANK-LINE TO CNTSHEET-REC.
           PERFORM 1170-WRITE-SHEET-LINE.
           MOVE WS-SHEET-ITEM-CTR TO SHT-FOOTER-ITEMS.
           MOVE SHT-FOOTER TO CNTSHEET-REC.
           PERFORM 1170-WRITE-SHEET-LINE.
           MOVE WS-100-CHAR-BLANK-LINE TO CNTSHEET-REC.
           PERFORM 1170-WRITE-SHEET-LINE.
           PERFORM 1170-WRITE-SHEET-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1160-WRITE-SHEET-HEADING PARAGRAPH HEADS A NEW COUNT
      *    SHEET FOR THE LOCATION IN WS-PREV-LOCATION.
      *
      *  CALLED BY:
      *    -  1120-WRITE-ONE-DUE-ITEM
      *
      *  CALLS:
      *    -  1170-WRITE-SHEET-LINE
      *****************************************************************
      *
       1160-WRITE-SHEET-HEADING.
           ADD 1 TO WS-SHEET-CTR.
           MOVE 0 TO WS-SHEET-ITEM-CTR.
           MOVE WS-PREV-LOCATION TO SHT-TITLE-LOCATION.
           MOVE SHT-TITLE TO CNTSHEET-REC.
           PERFORM 1170-WRITE-SHEET-LINE.
           MOVE WS-100-CHAR-BLANK-LINE TO CNTSHEET-REC.
           PERFORM 1170-WRITE-SHEET-LINE.
           MOVE SHT-HEADER-1 TO CNTSHEET-REC.
           PERFORM 1170-WRITE-SHEET-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1170-WRITE-SHEET-LINE PARAGRAPH WRITES THE LINE ALREADY
      *    MOVED TO CNTSHEET-REC AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  1120-WRITE-ONE-DUE-ITEM
      *    -  1150-WRITE-SHEET-FOOTER
      *    -  1160-WRITE-SHEET-HEADING
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1170-WRITE-SHEET-LINE.
           WRITE CNTSHEET-REC.
           IF CHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO COUNT SHEET FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2000-WRITE-CLASS-SUMMARY PARAGRAPH CLOSES THE RANKING
      *    REPORT WITH ONE LINE PER CLASS -- ITEMS, USAGE VALUE AND
      *    SHARE OF THE TOTAL, COUNT FREQUENCY AND COUNTS DUE THIS
      *    WEEK.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0900-WRITE-RPT-LINE
      *****************************************************************
      *
       2000-WRITE-CLASS-SUMMARY.
           MOVE WS-100-CHAR-BLANK-LINE TO ABCRPT-REC.
           PERFORM 0900-WRITE-RPT-LINE.
      *
           PERFORM VARYING CLS-IDX FROM 1 BY 1 UNTIL CLS-IDX > 3
              IF WS-GRAND-VALUE > 0
                 COMPUTE WS-CLASS-PCT ROUNDED =
                         CLS-VALUE-TBL (CLS-IDX) * 100 / WS-GRAND-VALUE
              ELSE
                 MOVE 0 TO WS-CLASS-PCT
              END-IF
              MOVE CLS-LETTER-TBL (CLS-IDX) TO RPT-CLS-LETTER
              MOVE CLS-ITEMS-TBL (CLS-IDX)  TO RPT-CLS-ITEMS
              MOVE CLS-VALUE-TBL (CLS-IDX)  TO RPT-CLS-VALUE
              MOVE WS-CLASS-PCT             TO RPT-CLS-PCT
              MOVE CLS-FREQ-TBL (CLS-IDX)   TO RPT-CLS-FREQ
              MOVE CLS-DUE-TBL (CLS-IDX)    TO RPT-CLS-DUE
              MOVE ABC-RPT-CLASS-LINE TO ABCRPT-REC
              PERFORM 0900-WRITE-RPT-LINE
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2600-CLOSE-FILES PARAGRAPH CLOSES ALL FILES AND
      *    DISPLAYS RUN CONTROL TOTALS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2600-CLOSE-FILES.
           CLOSE INVMAST
                 DEMHIST
                 PARTFILE
                 CONTRACT
                 ABCRPT
                 CNTSHEET
                 CNTSCHED.
      *
           DISPLAY 'INVENTORY RECORDS READ:      ' WS-INV-MASTER-READ.
           DISPLAY 'DEMAND HISTORY RECORDS READ: ' WS-DEM-MASTER-READ.
           DISPLAY 'PART/LOCATIONS RANKED:       ' WS-RANK-CTR.
           DISPLAY 'PARTS WITH NO DEMAND:        ' WS-NO-DEMAND-CTR.
           DISPLAY 'USED PARTS WITHOUT A PRICE:  ' WS-UNPRICED-CTR.
           DISPLAY 'COUNT SHEETS PRINTED:        ' WS-SHEET-CTR.
           DISPLAY 'COUNTS SCHEDULED THIS WEEK:  '
                   WS-SCHED-WRITTEN-CTR.
