       IDENTIFICATION DIVISION.
       PROGRAM-ID. EORPT.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM PRODUCES THE EXCESS AND OBSOLETE (E&O)
      *    INVENTORY REPORT AND THE RESERVE FOR THE MONTH-END CLOSE --
      *    WHAT IS SITTING DEAD ON THE SHELF AND WHAT IT SHOULD BE
      *    WRITTEN DOWN BY.
      *
      *    EVERY PART/LOCATION ON THE ON-HAND INVENTORY MASTER THAT
      *    HOLDS STOCK IS JUDGED AGAINST THE DEMAND HISTORY MASTER
      *    (DAYS SINCE THE PART'S LAST ISSUE, AND MONTHS OF SUPPLY AT
      *    THE PART'S CURRENT ANNUALIZED USAGE), THE PART SUPERSESSION
      *    CROSS-REFERENCE AND THE PART STATUS ON THE PARTS MASTER.
      *    A PART/LOCATION IS FLAGGED, IN THIS ORDER OF PRECEDENCE --
      *      INACTIVE   - THE PART IS DEACTIVATED ON PARTFILE BUT
      *                   STILL CARRIES STOCK. THE WHOLE ON-HAND IS
      *                   RESERVED IN THE TOP AGING BAND.
      *      SUPERSEDED - THE PART IS AN OLD PART-NUMBER ON THE
      *                   SUPERSESSION FILE WHOSE EFFECTIVE DATE HAS
      *                   PASSED. THE WHOLE ON-HAND IS RESERVED IN
      *                   THE TOP AGING BAND.
      *      NO USAGE   - THE PART HAS NO ISSUES ON THE DEMAND
      *                   HISTORY MASTER. THE WHOLE ON-HAND IS
      *                   RESERVED AT ITS AGING BAND.
      *      SLOW MOVER - THE PART HAS NOT BEEN ISSUED WITHIN THE
      *                   FIRST AGING BAND. THE WHOLE ON-HAND IS
      *                   RESERVED AT ITS AGING BAND.
      *      EXCESS     - THE PART IS MOVING BUT HOLDS MORE THAN THE
      *                   EXCESS THRESHOLD MONTHS OF SUPPLY. ONLY THE
      *                   QUANTITY ABOVE THE THRESHOLD IS RESERVED,
      *                   SHARED ACROSS THE PART'S LOCATIONS BY STOCK.
      *
      *    THE AGE OF A PART/LOCATION IS THE DAYS SINCE THE PART'S
      *    LAST ISSUE, OR SINCE THE LOCATION'S LAST RECEIPT WHEN THE
      *    PART HAS NEVER BEEN ISSUED. THE AGE SELECTS ONE OF FOUR
      *    AGING BANDS, EACH WITH ITS OWN RESERVE PERCENTAGE.
      *
      *    EACH FLAGGED QUANTITY IS VALUED IN USD THE SAME WAY
      *    INVVALRP.CBL VALUES STOCK -- AT THE LANDED UNIT COST WHEN
      *    ONE IS ON FILE, OTHERWISE AT THE CONTRACT PRICE OF THE
      *    PART'S OWNING SUPPLIER, CONVERTED THROUGH THE EXCHANGE RATE
      *    TABLE. THE FLAGGED VALUE AND THE RESERVE ARE TOTALED BY
      *    COMMODITY (PARTS WITH NO COMMODITY-CODE UNDER 'UNC') FOR
      *    THE MONTH-END CLOSE. DEACTIVATED PARTS THAT STILL CARRY
      *    STOCK ARE CALLED OUT IN A SEPARATE SECTION.
      *
      *    AN INVALID THRESHOLD CARD ENDS THE RUN WITH RETURN-CODE 16
      *    AND NO FILE TOUCHED.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      SYSIN - EXCESS THRESHOLD AND RESERVE PERCENTAGE CARD
      *                POS  1- 3  EXCESS THRESHOLD, MONTHS OF SUPPLY
      *                           (DEFAULT 012)
      *                POS  4- 6  BAND 1 RESERVE %, AGE 0-180 DAYS
      *                           (DEFAULT 010)
      *                POS  7- 9  BAND 2 RESERVE %, AGE 181-365 DAYS
      *                           (DEFAULT 025)
      *                POS 10-12  BAND 3 RESERVE %, AGE 366-730 DAYS
      *                           (DEFAULT 050)
      *                POS 13-15  BAND 4 RESERVE %, AGE OVER 730 DAYS
      *                           (DEFAULT 100)
      *              A BLANK FIELD TAKES ITS DEFAULT. THE THRESHOLD
      *              MAY NOT BE ZERO AND NO PERCENTAGE MAY EXCEED 100.
      *
      *
      *      RTPOT44.PORECV.INVMAST.NEW - ON-HAND INVENTORY MASTER
      *      INTERNAL FILE NAME:          INVMAST
      *      JCL DD NAME:                 INVMAST
      *
      *
      *      RTPOT44.INVISSUE.DEMHIST.NEW - DEMAND HISTORY MASTER
      *      INTERNAL FILE NAME:            DEMHIST
      *      JCL DD NAME:                   DEMHIST
      *
      *
      *      RTPOT44.AUTOPART.SUPERSED.FILE - PART SUPERSESSION
      *                                       CROSS-REFERENCE FILE
      *      INTERNAL FILE NAME:              SUPERSED
      *      JCL DD NAME:                     SUPERSED
      *
      *
      *      RTPOT44.AUTOPART.PARTFILE - PARTS MASTER (INDEXED BY
      *                                  PART-NUMBER, READ BY KEY FOR
      *                                  EACH PART'S SUPPLIER,
      *                                  COMMODITY AND STATUS)
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
      *      RTPOT44.AUTOPART.SUPPLIER - SUPPLIER GROUP FIELDS WRITTEN
      *                                  BY AUTOPART.CBL (INDEXED BY
      *                                  SUPPLIER-CODE, READ BY KEY
      *                                  FOR EACH SUPPLIER CURRENCY)
      *      INTERNAL FILE NAME:         SUPPLIER
      *      JCL DD NAME:                SUPPLIER
      *
      *
      *      RTPOT44.AUTOPART.EXCHRATE.FILE - CURRENCY EXCHANGE RATE
      *                                       REFERENCE FILE
      *      INTERNAL FILE NAME:              EXCHRATE
      *      JCL DD NAME:                     EXCHRATE
      *
      *
      *      RTPOT44.PORECV.LANDCOST - LANDED COST EXTRACT WRITTEN BY
      *                                PORECV.CBL (LATEST RECORD PER
      *                                PART WINS)
      *      INTERNAL FILE NAME:       LANDCOST
      *      JCL DD NAME:              LANDCOST
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.EORPT.RESERVE.RPT - EXCESS AND OBSOLETE INVENTORY
      *                                  REPORT WITH COMMODITY RESERVE
      *                                  TOTALS
      *      INTERNAL FILE NAME:         EORPT
      *      JCL DD NAME:                EORPT
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(EORPT)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE SUPPLIER FILE IS NOW READ BY KEY FOR EACH
      *                   SUPPLIER'S CURRENCY IN PLACE OF THE 250-ROW
      *                   SUPPLIER/CURRENCY TABLE, SO A LARGE SUPPLIER
      *                   FILE NO LONGER ENDS THE RUN WITH RETURN-CODE
      *                   16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE PART INFORMATION AND CONTRACT PRICE
      *                   TABLES ARE GONE. EACH PART NOW READS PARTFILE
      *                   BY PART-NUMBER FOR ITS SUPPLIER, STATUS AND
      *                   COMMODITY AND READS CONTRACT (NOW INDEXED BY
      *                   PART-NUMBER AND SUPPLIER-CODE) BY KEY FOR ITS
      *                   PRICE. A FULL REFERENCE, DEMAND,
      *                   SUPERSESSION, ITEM, COMMODITY TOTALS OR
      *                   DEACTIVATED PARTS TABLE NOW ENDS THE RUN WITH
      *                   RETURN-CODE 16.
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
           SELECT SUPERSED ASSIGN TO SUPERSED
              FILE STATUS IS SSCODE.
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
           SELECT SUPPLIER ASSIGN TO SUPPLIER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SUPPLIER-FILE-KEY
              FILE STATUS IS SUCODE.
      *
           SELECT EXCHRATE ASSIGN TO EXCHRATE
              FILE STATUS IS EXCODE.
      *
           SELECT LANDCOST ASSIGN TO LANDCOST
              FILE STATUS IS LCCODE.
      *
           SELECT EORPT ASSIGN TO EORPT
              FILE STATUS IS EOCODE.
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
       FD  SUPERSED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 56 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPERSED-REC.
      *
       01 SUPERSED-REC PIC X(56).
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
       FD  SUPPLIER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 43 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLIER-REC.
      *
       01 SUPPLIER-REC.
          05 SUPPLIER-FILE-KEY       PIC X(10).
          05 FILLER                  PIC X(33).
      *
       FD  EXCHRATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 12 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXCHRATE-REC.
      *
       01 EXCHRATE-REC PIC X(12).
      *
       FD  LANDCOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LANDCOST-REC.
      *
       01 LANDCOST-REC PIC X(50).
      *
       FD  EORPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EORPT-REC.
      *
       01 EORPT-REC PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  EXCESS THRESHOLD AND RESERVE PERCENTAGE CARD ACCEPTED FROM
      *  SYSIN.
      *****************************************************************
      *
       01 WS-EO-OPTION-CARD.
          05 WS-EXCESS-MONTHS-CARD   PIC X(03) VALUE SPACES.
          05 WS-BAND-PCT-CARD        PIC X(03) VALUE SPACES
                                     OCCURS 4 TIMES.
          05 FILLER                  PIC X(65) VALUE SPACES.
      *
       01 WS-EO-OPTION-VARS.
          05 WS-EXCESS-MONTHS        PIC 9(03) VALUE 0.
          05 WS-DEFAULT-EXCESS-MOS   PIC 9(03) VALUE 012.
          05 WS-BAND-SUB             PIC 9(01) VALUE 0.
      *
      *****************************************************************
      *  ONE ENTRY PER AGING BAND -- THE OLDEST AGE IN DAYS THE BAND
      *  HOLDS, ITS RESERVE PERCENTAGE AND ITS DEFAULT PERCENTAGE.
      *  BAND 4 TAKES EVERYTHING OLDER THAN BAND 3.
      *****************************************************************
      *
       01 AGING-BAND-TBL.
          05 AGING-BAND-ENTRY-TBL
            OCCURS 4 TIMES INDEXED BY BAND-IDX.
            10 BAND-MAX-DAYS-TBL    PIC 9(05) VALUE 0.
            10 BAND-PCT-TBL         PIC 9(03) VALUE 0.
            10 BAND-DEFAULT-PCT-TBL PIC 9(03) VALUE 0.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE ON-HAND INVENTORY MASTER RECORD. SAME
      *  LAYOUT AS THE RECORD WRITTEN BY PORECV.CBL.
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
      *  ONE ENTRY PER PART/LOCATION ON THE INVENTORY MASTER. THE
      *  MASTER IS IN PART-NUMBER WITHIN LOCATION KEY ORDER, SO A
      *  PART'S LOCATIONS LIE TOGETHER AND ARE JUDGED AS A GROUP.
      *****************************************************************
      *
       01 EO-ITEM-TBL.
          05 EO-ITEM-ENTRY-TBL
            OCCURS 3000 TIMES INDEXED BY ITEM-IDX.
            10 ITEM-PART-NUMBER-TBL PIC X(23) VALUE SPACES.
            10 ITEM-LOCATION-TBL    PIC X(02) VALUE SPACES.
            10 ITEM-ON-HAND-TBL     PIC S9(7) VALUE 0.
            10 ITEM-RECEIPT-DATE-TBL PIC X(08) VALUE SPACES.
      *
       01 WS-EO-ITEM-VARS.
          05 WS-MAX-ITEM-IDX        PIC 9(04) VALUE 3000.
          05 WS-ITEM-LOADED-CTR     PIC 9(04) VALUE 0.
          05 WS-GROUP-START-SLOT    PIC 9(04) VALUE 0.
          05 WS-GROUP-END-SLOT      PIC 9(04) VALUE 0.
          05 WS-GROUP-ON-HAND       PIC S9(9) VALUE 0.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE DEMAND HISTORY MASTER RECORD, AND THE
      *  PER-PART ANNUALIZED USAGE AND LAST ISSUE DATE TABLE LOADED
      *  FROM IT.
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
            10 DEM-LAST-ISSUE-TBL   PIC X(08) VALUE SPACES.
      *
       01 WS-DEMAND-VARS.
          05 WS-MAX-DEM-IDX         PIC 9(04) VALUE 2000.
          05 WS-DEM-LOADED-CTR      PIC 9(04) VALUE 0.
          05 WS-HISTORY-DAYS        PIC 9(07) VALUE 0.
          05 WS-MIN-HISTORY-DAYS    PIC 9(03) VALUE 30.
          05 WS-ANNUAL-QTY          PIC 9(09) VALUE 0.
          05 WS-LOOKUP-ANNUAL-QTY   PIC 9(09) VALUE 0.
          05 WS-LOOKUP-LAST-ISSUE   PIC X(08) VALUE SPACES.
          05 DEM-FOUND-SW           PIC X(01) VALUE 'N'.
             88 DEM-FOUND           VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE PART SUPERSESSION RECORD AND THE
      *  SUPERSESSION TABLE LOADED FROM IT. SAME LAYOUT AS THE FILE
      *  AUTOPART.CBL AND REPLRPT.CBL READ.
      *****************************************************************
      *
       01 SUPERSED-REC-WS. *>USED TO HOLD READ SUPERSESSION RECORD
          05 SD-OLD-PART-NUMBER      PIC X(23) VALUE SPACES.
          05 SD-NEW-PART-NUMBER      PIC X(23) VALUE SPACES.
          05 SD-EFFECTIVE-DATE       PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
      *
       01  SUPERSED-TBL. *>TABLE TO HOLD SUPERSESSION ENTRIES
           05 SUPERSED-ENTRY-TBL
             OCCURS 200 TIMES INDEXED BY SPRS-IDX.
             10 SPRS-OLD-PART-TBL    PIC X(23) VALUE SPACES.
             10 SPRS-EFFECTIVE-TBL   PIC X(08) VALUE SPACES.
      *
       01 WS-SUPERSED-VARS.
          05 WS-MAX-SPRS-IDX         PIC 9(03) VALUE 200.
          05 WS-SPRS-LOADED-CTR      PIC 9(03) VALUE 0.
          05 SPRS-FOUND-SW           PIC X(01) VALUE 'N'.
             88 SPRS-FOUND           VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE PARTS MASTER RECORD, READ BY KEY
      *  FOR THE PART'S SUPPLIER, COMMODITY AND STATUS.
      *  THE STATUS BYTE IS POSITION 89 OF THE 92-BYTE MASTER RECORD
      *  AND THE COMMODITY-CODE THE LAST 3 BYTES.
      *****************************************************************
      *
       01 WS-PARTS-REC.
          05 PM-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(55) VALUE SPACES.
          05 PM-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 PM-PART-STATUS          PIC X(01) VALUE SPACES.
          05 PM-COMMODITY-CODE       PIC X(03) VALUE SPACES.
      *
       01 WS-PART-INFO-VARS.
          05 WS-LOOKUP-SUPPLIER     PIC X(10) VALUE SPACES.
          05 WS-LOOKUP-COMMODITY    PIC X(03) VALUE SPACES.
          05 WS-LOOKUP-STATUS       PIC X(01) VALUE SPACES.
             88 LOOKUP-PART-INACTIVE VALUE 'I'.
          05 PINF-FOUND-SW          PIC X(01) VALUE 'N'.
             88 PINF-FOUND          VALUE 'Y'.
      *
       01 CONTRACT-REC-WS. *>USED TO HOLD READ CONTRACT PRICE RECORD
          05 CT-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 CT-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 CT-CONTRACT-PRICE      PIC 9(7)V99 VALUE 0.
      *
       01 WS-CONTRACT-KEY. *>KEY USED TO READ THE CONTRACT PRICE FILE
          05 CK-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 CK-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
      *
       01 WS-CONTRACT-VARS.
          05 WS-LOOKUP-PRICE        PIC 9(7)V99 VALUE 0.
          05 CNTR-FOUND-SW          PIC X(01) VALUE 'N'.
             88 CNTR-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE LANDED COST EXTRACT RECORD AND THE
      *  PER-PART LANDED COST TABLE LOADED FROM IT -- THE LATEST
      *  RECORD SEEN FOR A PART WINS. A PART WITH A LANDED COST IS
      *  VALUED AT IT INSTEAD OF THE BARE CONTRACT PRICE.
      *****************************************************************
      *
       01 WS-LANDED-COST-REC.
          05 LC-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 LC-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 LC-LANDED-UNIT-COST    PIC 9(7)V99 VALUE 0.
          05 LC-CURRENCY-CODE       PIC X(03) VALUE SPACES.
          05 LC-MATCH-DATE          PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(01) VALUE SPACES.
      *
       01 LANDED-COST-TBL.
          05 LANDED-COST-ENTRY-TBL
            OCCURS 500 TIMES INDEXED BY LAND-IDX.
            10 LAND-PART-TBL        PIC X(23) VALUE SPACES.
            10 LAND-COST-TBL        PIC 9(7)V99 VALUE 0.
            10 LAND-CURRENCY-TBL    PIC X(03) VALUE SPACES.
      *
       01 WS-LANDED-VARS.
          05 WS-MAX-LAND-IDX        PIC 9(03) VALUE 500.
          05 WS-LAND-LOADED-CTR     PIC 9(03) VALUE 0.
          05 WS-LANDED-CURRENCY     PIC X(03) VALUE SPACES.
          05 LAND-FOUND-SW          PIC X(01) VALUE 'N'.
             88 LAND-FOUND          VALUE 'Y'.
          05 LANDED-USED-SW         PIC X(01) VALUE 'N'.
             88 LANDED-USED         VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE SUPPLIER OUTPUT RECORD READ FROM THE
      *  SUPPLIER FILE BY SUPPLIER-CODE.
      *****************************************************************
      *
       01 WS-SUPPLIER-REC.
          05 SU-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(29) VALUE SPACES.
          05 SU-CURRENCY-CODE        PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
       01 WS-SUPP-CCY-VARS.
          05 WS-LOOKUP-CURRENCY     PIC X(03) VALUE 'USD'.
          05 SUPP-FOUND-SW          PIC X(01) VALUE 'N'.
             88 SUPP-FOUND          VALUE 'Y'.
      *
       01 EXCHRATE-REC-WS. *>USED TO HOLD READ EXCHANGE RATE RECORD
          05 EXCH-CCY-IN            PIC X(03) VALUE SPACES.
          05 EXCH-RATE-IN           PIC 9(03)V9(06) VALUE 0.
      *
       01  EXCH-RATE-TBL. *>TABLE TO HOLD EXCHANGE RATE FILE ENTRIES
           05 EXCH-RATE-ENTRY-TBL
             OCCURS 10 TIMES INDEXED BY EXCH-IDX.
             10 EXCH-CCY-TBL        PIC X(03) VALUE SPACES.
             10 EXCH-RATE-TBL-AMT   PIC 9(03)V9(06) VALUE 0.
      *
       01 WS-EXCH-LOOKUP-VARS.
          05 WS-MAX-EXCH-IDX        PIC 9(02) VALUE 10.
          05 WS-EXCH-LOOKUP-CCY     PIC X(03) VALUE SPACES.
          05 WS-EXCH-LOOKUP-RATE    PIC 9(03)V9(06) VALUE 0.
          05 EXCH-RATE-FOUND-SW     PIC X(01) VALUE 'N'.
             88 EXCH-RATE-FOUND     VALUE 'Y'.
      *
      *****************************************************************
      *  PER-COMMODITY FLAGGED VALUE AND RESERVE TOTALS ACCUMULATED
      *  WHILE THE PARTS ARE JUDGED, PRINTED FOR THE MONTH-END CLOSE
      *  AFTER THE DETAIL LINES.
      *****************************************************************
      *
       01 COMM-TOTAL-TBL.
          05 COMM-TOTAL-ENTRY-TBL
            OCCURS 100 TIMES INDEXED BY CTOT-IDX.
            10 CTOT-COMMODITY-TBL   PIC X(03) VALUE SPACES.
            10 CTOT-ITEM-CTR-TBL    PIC 9(05) VALUE 0.
            10 CTOT-VALUE-TBL       PIC S9(11)V99 VALUE 0.
            10 CTOT-RESERVE-TBL     PIC S9(11)V99 VALUE 0.
      *
       01 WS-COMM-TOTAL-VARS.
          05 WS-MAX-CTOT-IDX        PIC 9(03) VALUE 100.
          05 WS-CTOT-USED-CTR       PIC 9(03) VALUE 0.
          05 CTOT-FOUND-SW          PIC X(01) VALUE 'N'.
             88 CTOT-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  DEACTIVATED PARTS STILL CARRYING STOCK ARE HELD HERE AS
      *  FINISHED DETAIL LINES WHILE THE MASTER IS WALKED, AND PRINTED
      *  AS A SEPARATE SECTION AFTER THE COMMODITY TOTALS.
      *****************************************************************
      *
       01 INACTIVE-LINE-TBL.
          05 INACTIVE-LINE-ENTRY-TBL
            OCCURS 500 TIMES INDEXED BY INAC-IDX.
            10 INAC-LINE-TBL        PIC X(132) VALUE SPACES.
      *
       01 WS-INACTIVE-VARS.
          05 WS-MAX-INAC-IDX        PIC 9(03) VALUE 500.
          05 WS-INAC-USED-CTR       PIC 9(03) VALUE 0.
          05 WS-INAC-VALUE          PIC S9(11)V99 VALUE 0.
          05 WS-INAC-RESERVE        PIC S9(11)V99 VALUE 0.
      *
      *****************************************************************
      *  WORK FIELDS FOR JUDGING ONE PART AND ONE PART/LOCATION.
      *****************************************************************
      *
       01 WS-JUDGE-VARS.
          05 WS-MONTHLY-USAGE       PIC 9(09)V99 VALUE 0.
          05 WS-MONTHS-SUPPLY       PIC 9(04)V9 VALUE 0.
          05 WS-MAX-MONTHS-SUPPLY   PIC 9(04)V9 VALUE 9999.9.
          05 WS-PART-EXCESS-QTY     PIC S9(9) VALUE 0.
          05 WS-RESERVE-QTY         PIC S9(9) VALUE 0.
          05 WS-AGE-DAYS            PIC 9(05) VALUE 0.
          05 WS-MAX-AGE-DAYS        PIC 9(05) VALUE 99999.
          05 WS-AGE-DATE            PIC X(08) VALUE SPACES.
          05 WS-BAND-NUMBER         PIC 9(01) VALUE 0.
          05 WS-RESERVE-PCT         PIC 9(03) VALUE 0.
          05 WS-FLAG-REASON         PIC X(10) VALUE SPACES.
          05 WS-FLAGGED-VALUE       PIC S9(11)V99 VALUE 0.
          05 WS-RESERVE-AMOUNT      PIC S9(11)V99 VALUE 0.
          05 WS-RUN-VALUE           PIC S9(13)V99 VALUE 0.
          05 WS-RUN-RESERVE         PIC S9(13)V99 VALUE 0.
          05 PART-SUPERSEDED-SW     PIC X(01) VALUE 'N'.
             88 PART-SUPERSEDED     VALUE 'Y'.
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
          05 SSCODE                  PIC X(02) VALUE SPACES.
          05 PACODE                  PIC X(02) VALUE SPACES.
          05 CTCODE                  PIC X(02) VALUE SPACES.
          05 SUCODE                  PIC X(02) VALUE SPACES.
          05 EXCODE                  PIC X(02) VALUE SPACES.
          05 LCCODE                  PIC X(02) VALUE SPACES.
          05 EOCODE                  PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 INV-MASTER-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-INV-MASTER-FILE VALUE 'Y'.
          05 DEM-MASTER-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-DEM-MASTER-FILE VALUE 'Y'.
          05 SUPERSED-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-SUPERSED-FILE VALUE 'Y'.
          05 EXCH-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-EXCH-FILE     VALUE 'Y'.
          05 LANDED-FILE-SW          PIC X(01) VALUE 'N'.
             88 END-OF-LANDED-FILE   VALUE 'Y'.
          05 RUN-ERROR-SW            PIC X(01) VALUE 'N'.
             88 RUN-ERROR           VALUE 'Y'.
          05 REF-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
             88 REF-TABLE-FULL      VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-INV-MASTER-READ      PIC 9(07) VALUE 0.
          05 WS-DEM-MASTER-READ      PIC 9(07) VALUE 0.
          05 WS-FLAGGED-CTR          PIC 9(07) VALUE 0.
          05 WS-EXCESS-CTR           PIC 9(07) VALUE 0.
          05 WS-SLOW-CTR             PIC 9(07) VALUE 0.
          05 WS-NO-USAGE-CTR         PIC 9(07) VALUE 0.
          05 WS-SUPERSEDED-CTR       PIC 9(07) VALUE 0.
          05 WS-INACTIVE-CTR         PIC 9(07) VALUE 0.
          05 WS-UNPRICED-CTR         PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  EXCESS AND OBSOLETE REPORT LINES
      *****************************************************************
      *
       01 EO-RPT-TITLE.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(43) VALUE
                  'EXCESS AND OBSOLETE INVENTORY RESERVE -- AS'.
          05 FILLER                  PIC X(04) VALUE ' OF '.
          05 RPT-TITLE-DATE          PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(21) VALUE
                                     '   EXCESS OVER MONTHS'.
          05 RPT-TITLE-MONTHS        PIC ZZ9.
          05 FILLER                  PIC X(51) VALUE SPACES.
      *
       01 EO-RPT-HEADER-1.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE 'LC'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'COM'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE ' ON HAND'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'LAST ISS'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE '  AGE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE '   MOS'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE ' RSV QTY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(14) VALUE
                                     '     USD VALUE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE 'B'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE 'RSV%'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(14) VALUE
                                     '   USD RESERVE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'REASON'.
      *
       01 EO-RPT-DETAIL.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-LOCATION-CODE       PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-COMMODITY           PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-QTY-ON-HAND         PIC ZZZZZZ9-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-LAST-ISSUE          PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-AGE-DAYS            PIC ZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-MONTHS-SUPPLY       PIC ZZZ9.9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-RESERVE-QTY         PIC ZZZZZZ9-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-USD-VALUE           PIC ZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-BAND                PIC 9(01).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-RESERVE-PCT         PIC ZZ9.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 RPT-RESERVE-AMOUNT      PIC ZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-REASON              PIC X(10) VALUE SPACES.
      *
       01 EO-RPT-SECTION-LINE.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-SECTION-TEXT        PIC X(60) VALUE SPACES.
          05 FILLER                  PIC X(70) VALUE SPACES.
      *
       01 EO-RPT-COMM-TOTAL.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TOT-LABEL           PIC X(12) VALUE SPACES.
          05 RPT-TOT-COMMODITY       PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TOT-ITEM-CTR        PIC ZZZZ9.
          05 FILLER                  PIC X(07) VALUE ' ITEMS '.
          05 FILLER                  PIC X(16) VALUE
                                     '  FLAGGED VALUE '.
          05 RPT-TOT-VALUE           PIC ZZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(12) VALUE
                                     '    RESERVE '.
          05 RPT-TOT-RESERVE         PIC ZZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(39) VALUE SPACES.
      *
       01 WS-132-CHAR-BLANK-LINE     PIC X(132) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION VALIDATES THE OPTION CARD, LOADS
      *    THE REFERENCE TABLES AND THE INVENTORY MASTER, JUDGES EACH
      *    PART'S LOCATIONS IN TURN, PRINTS THE COMMODITY RESERVE
      *    TOTALS AND THE DEACTIVATED PARTS SECTION, AND CLOSES
      *    FILES. AN INVALID OPTION CARD ENDS THE RUN WITH
      *    RETURN-CODE 16 BEFORE ANY FILE IS OPENED. A REFERENCE FILE
      *    OR RESULT LARGER THAN ITS TABLE ALSO ENDS THE RUN WITH
      *    RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0100-OPEN-FILES
      *    - 0194-READ-EXCH-RATE-FILE
      *    - 0196-LOAD-EXCH-RATE-TABLE
      *    - 0197-READ-LANDED-COST-FILE
      *    - 0198-LOAD-LANDED-COST-TABLE
      *    - 0200-READ-DEM-MASTER-FILE
      *    - 0202-LOAD-DEMAND-TABLE
      *    - 0204-READ-SUPERSED-FILE
      *    - 0206-LOAD-SUPERSED-TABLE
      *    - 0210-READ-INV-MASTER-FILE
      *    - 0215-LOAD-ITEM-TABLE
      *    - 0300-JUDGE-ONE-PART
      *    - 2000-WRITE-COMMODITY-TOTALS
      *    - 2200-WRITE-INACTIVE-SECTION
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           IF RUN-ERROR
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 0100-OPEN-FILES
              PERFORM 0194-READ-EXCH-RATE-FILE
              PERFORM 0196-LOAD-EXCH-RATE-TABLE
                  UNTIL END-OF-EXCH-FILE
              PERFORM 0197-READ-LANDED-COST-FILE
              PERFORM 0198-LOAD-LANDED-COST-TABLE
                  UNTIL END-OF-LANDED-FILE
              PERFORM 0200-READ-DEM-MASTER-FILE
              PERFORM 0202-LOAD-DEMAND-TABLE
                  UNTIL END-OF-DEM-MASTER-FILE
              PERFORM 0204-READ-SUPERSED-FILE
              PERFORM 0206-LOAD-SUPERSED-TABLE
                  UNTIL END-OF-SUPERSED-FILE
              PERFORM 0210-READ-INV-MASTER-FILE
              PERFORM 0215-LOAD-ITEM-TABLE
                  UNTIL END-OF-INV-MASTER-FILE
              MOVE 1 TO WS-GROUP-START-SLOT
              PERFORM 0300-JUDGE-ONE-PART
                  UNTIL WS-GROUP-START-SLOT > WS-ITEM-LOADED-CTR
              PERFORM 2000-WRITE-COMMODITY-TOTALS
              PERFORM 2200-WRITE-INACTIVE-SECTION
              PERFORM 2600-CLOSE-FILES
              IF REF-TABLE-FULL
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH SETS TODAY'S DATE, SEEDS
      *    THE AGING BAND TABLE AND ACCEPTS THE OPTION CARD FROM
      *    SYSIN. A BLANK FIELD TAKES ITS DEFAULT. A NON-NUMERIC
      *    FIELD, A ZERO EXCESS THRESHOLD OR A RESERVE PERCENTAGE
      *    OVER 100 SETS THE RUN ERROR SWITCH.
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
      *
           MOVE 00180 TO BAND-MAX-DAYS-TBL (1).
           MOVE 00365 TO BAND-MAX-DAYS-TBL (2).
           MOVE 00730 TO BAND-MAX-DAYS-TBL (3).
           MOVE 99999 TO BAND-MAX-DAYS-TBL (4).
           MOVE 010   TO BAND-DEFAULT-PCT-TBL (1).
           MOVE 025   TO BAND-DEFAULT-PCT-TBL (2).
           MOVE 050   TO BAND-DEFAULT-PCT-TBL (3).
           MOVE 100   TO BAND-DEFAULT-PCT-TBL (4).
      *
           ACCEPT WS-EO-OPTION-CARD FROM SYSIN.
      *
           IF WS-EXCESS-MONTHS-CARD = SPACES
              MOVE WS-DEFAULT-EXCESS-MOS TO WS-EXCESS-MONTHS
           ELSE
              IF WS-EXCESS-MONTHS-CARD NUMERIC
                 MOVE WS-EXCESS-MONTHS-CARD TO WS-EXCESS-MONTHS
              ELSE
                 MOVE 0 TO WS-EXCESS-MONTHS
              END-IF
           END-IF.
      *
           IF WS-EXCESS-MONTHS = 0
              DISPLAY 'EORPT: EXCESS THRESHOLD MUST BE 001-999 '
                      'MONTHS -- RUN ENDED'
              SET RUN-ERROR TO TRUE
           END-IF.
      *
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
              UNTIL WS-BAND-SUB > 4
              IF WS-BAND-PCT-CARD (WS-BAND-SUB) = SPACES
                 MOVE BAND-DEFAULT-PCT-TBL (WS-BAND-SUB)
                    TO BAND-PCT-TBL (WS-BAND-SUB)
              ELSE
                 IF WS-BAND-PCT-CARD (WS-BAND-SUB) NUMERIC
                    AND WS-BAND-PCT-CARD (WS-BAND-SUB) NOT > '100'
                    MOVE WS-BAND-PCT-CARD (WS-BAND-SUB)
                       TO BAND-PCT-TBL (WS-BAND-SUB)
                 ELSE
                    DISPLAY 'EORPT: BAND ' WS-BAND-SUB
                            ' RESERVE % MUST BE 000-100 -- RUN ENDED'
                    SET RUN-ERROR TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF NOT RUN-ERROR
              DISPLAY 'EORPT EXCESS OVER ' WS-EXCESS-MONTHS
                      ' MONTHS  RESERVE % BY BAND '
                      BAND-PCT-TBL (1) ' ' BAND-PCT-TBL (2) ' '
                      BAND-PCT-TBL (3) ' ' BAND-PCT-TBL (4)
           END-IF.
      *
           MOVE WS-TODAY-8       TO RPT-TITLE-DATE.
           MOVE WS-EXCESS-MONTHS TO RPT-TITLE-MONTHS.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0100-OPEN-FILES PARAGRAPH OPENS FILES FOR INPUT AND
      *    OUTPUT AND CHECKS THE FILE STATUS FOR A SUCCESSFUL OPEN
      *    OPERATION, THEN WRITES THE REPORT TITLE AND HEADINGS.
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
           OPEN INPUT SUPERSED.
           IF SSCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SUPERSESSION FILE'
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
           OPEN INPUT SUPPLIER.
           IF SUCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SUPPLIER FILE'
           END-IF.
      *
           OPEN INPUT EXCHRATE.
           IF EXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING EXCHANGE RATE FILE'
           END-IF.
      *
           OPEN INPUT LANDCOST.
           IF LCCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING LANDED COST FILE'
           END-IF.
      *
           OPEN OUTPUT EORPT.
           IF EOCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING E&O REPORT FILE'
           END-IF.
      *
           WRITE EORPT-REC FROM EO-RPT-TITLE.
           WRITE EORPT-REC FROM WS-132-CHAR-BLANK-LINE.
           WRITE EORPT-REC FROM EO-RPT-HEADER-1.
           IF EOCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO E&O REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0194-READ-EXCH-RATE-FILE PARAGRAPH READS A SINGLE
      *    RECORD FROM THE CURRENCY EXCHANGE RATE REFERENCE FILE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0196-LOAD-EXCH-RATE-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0194-READ-EXCH-RATE-FILE.
           READ EXCHRATE INTO EXCHRATE-REC-WS
              AT END MOVE 'Y' TO EXCH-FILE-SW
           END-READ.
      *
           IF EXCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING EXCHANGE RATE FILE.'
              MOVE 'Y' TO EXCH-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0196-LOAD-EXCH-RATE-TABLE PARAGRAPH LOADS CURRENCY
      *    EXCHANGE RATE RECORDS INTO A TABLE (ARRAY) IN WORKING
      *    STORAGE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0194-READ-EXCH-RATE-FILE
      *****************************************************************
      *
       0196-LOAD-EXCH-RATE-TABLE.
           PERFORM VARYING EXCH-IDX FROM 1 BY 1
             UNTIL END-OF-EXCH-FILE OR
                   EXCH-IDX > WS-MAX-EXCH-IDX
               MOVE EXCH-CCY-IN  TO EXCH-CCY-TBL (EXCH-IDX)
               MOVE EXCH-RATE-IN TO EXCH-RATE-TBL-AMT (EXCH-IDX)
      *
               PERFORM 0194-READ-EXCH-RATE-FILE
           END-PERFORM.
      *
           IF NOT END-OF-EXCH-FILE
              DISPLAY 'EXCHANGE RATE TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET REF-TABLE-FULL TO TRUE
              MOVE 'Y' TO EXCH-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0197-READ-LANDED-COST-FILE PARAGRAPH READS A SINGLE
      *    RECORD FROM THE LANDED COST EXTRACT WRITTEN BY PORECV.CBL.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0198-LOAD-LANDED-COST-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0197-READ-LANDED-COST-FILE.
           READ LANDCOST INTO WS-LANDED-COST-REC
              AT END MOVE 'Y' TO LANDED-FILE-SW
           END-READ.
      *
           IF LCCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING LANDED COST FILE.'
              MOVE 'Y' TO LANDED-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0198-LOAD-LANDED-COST-TABLE PARAGRAPH LOADS THE LANDED
      *    COST EXTRACT INTO THE PER-PART LANDED COST TABLE. A PART
      *    ALREADY ON THE TABLE IS OVERLAID SO THE LATEST LANDED COST
      *    WINS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0197-READ-LANDED-COST-FILE
      *****************************************************************
      *
       0198-LOAD-LANDED-COST-TABLE.
           MOVE 'N' TO LAND-FOUND-SW.
      *
           PERFORM VARYING LAND-IDX FROM 1 BY 1
              UNTIL LAND-IDX > WS-LAND-LOADED-CTR OR LAND-FOUND
              IF LC-PART-NUMBER = LAND-PART-TBL (LAND-IDX)
                 MOVE 'Y' TO LAND-FOUND-SW
                 MOVE LC-LANDED-UNIT-COST TO LAND-COST-TBL (LAND-IDX)
                 MOVE LC-CURRENCY-CODE TO LAND-CURRENCY-TBL (LAND-IDX)
              END-IF
           END-PERFORM.
      *
           IF NOT LAND-FOUND
              IF WS-LAND-LOADED-CTR < WS-MAX-LAND-IDX
                 ADD 1 TO WS-LAND-LOADED-CTR
                 SET LAND-IDX TO WS-LAND-LOADED-CTR
                 MOVE LC-PART-NUMBER TO LAND-PART-TBL (LAND-IDX)
                 MOVE LC-LANDED-UNIT-COST TO LAND-COST-TBL (LAND-IDX)
                 MOVE LC-CURRENCY-CODE TO LAND-CURRENCY-TBL (LAND-IDX)
              ELSE
                 DISPLAY 'LANDED COST TABLE FULL -- RUN ENDS WITH '
                         'RETURN CODE 16'
                 SET REF-TABLE-FULL TO TRUE
                 MOVE 'Y' TO LANDED-FILE-SW
              END-IF
           END-IF.
      *
           IF NOT END-OF-LANDED-FILE
              PERFORM 0197-READ-LANDED-COST-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-DEM-MASTER-FILE PARAGRAPH READS A SINGLE
      *    RECORD FROM THE DEMAND HISTORY MASTER.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0202-LOAD-DEMAND-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0200-READ-DEM-MASTER-FILE.
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
      *    THE 0202-LOAD-DEMAND-TABLE PARAGRAPH ANNUALIZES ONE PART'S
      *    ISSUED QUANTITY -- SPREAD OVER THE DAYS SINCE ITS FIRST
      *    ISSUE (NEVER FEWER THAN 30) AND SCALED TO 365 DAYS, THE
      *    SAME RULE ABCSTRAT.CBL USES -- AND LOADS IT WITH THE PART'S
      *    LAST ISSUE DATE INTO THE DEMAND TABLE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0200-READ-DEM-MASTER-FILE
      *****************************************************************
      *
       0202-LOAD-DEMAND-TABLE.
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
              MOVE OD-LAST-ISSUE-DATE TO DEM-LAST-ISSUE-TBL (DEM-IDX)
           ELSE
              DISPLAY 'DEMAND TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET REF-TABLE-FULL TO TRUE
              MOVE 'Y' TO DEM-MASTER-FILE-SW
           END-IF.
      *
           IF NOT END-OF-DEM-MASTER-FILE
              PERFORM 0200-READ-DEM-MASTER-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0204-READ-SUPERSED-FILE PARAGRAPH READS ONE PART
      *    SUPERSESSION RECORD.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0206-LOAD-SUPERSED-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0204-READ-SUPERSED-FILE.
           READ SUPERSED INTO SUPERSED-REC-WS
              AT END MOVE 'Y' TO SUPERSED-FILE-SW
           END-READ.
      *
           IF SSCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING SUPERSESSION FILE.'
              MOVE 'Y' TO SUPERSED-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0206-LOAD-SUPERSED-TABLE PARAGRAPH LOADS EACH OLD
      *    PART-NUMBER AND ITS EFFECTIVE DATE INTO THE SUPERSESSION
      *    TABLE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0204-READ-SUPERSED-FILE
      *****************************************************************
      *
       0206-LOAD-SUPERSED-TABLE.
           IF WS-SPRS-LOADED-CTR < WS-MAX-SPRS-IDX
              ADD 1 TO WS-SPRS-LOADED-CTR
              SET SPRS-IDX TO WS-SPRS-LOADED-CTR
              MOVE SD-OLD-PART-NUMBER TO SPRS-OLD-PART-TBL (SPRS-IDX)
              MOVE SD-EFFECTIVE-DATE  TO SPRS-EFFECTIVE-TBL (SPRS-IDX)
           ELSE
              DISPLAY 'SUPERSESSION TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET REF-TABLE-FULL TO TRUE
              MOVE 'Y' TO SUPERSED-FILE-SW
           END-IF.
      *
           IF NOT END-OF-SUPERSED-FILE
              PERFORM 0204-READ-SUPERSED-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0210-READ-INV-MASTER-FILE PARAGRAPH READS THE NEXT
      *    INVENTORY MASTER RECORD, READING PAST THE GENERATION HEADER
      *    (SPACES KEY, 'GEN') THAT LEADS THE MASTER. WHEN THE END OF
      *    FILE IS REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0215-LOAD-ITEM-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0210-READ-INV-MASTER-FILE.
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
      *    THE 0215-LOAD-ITEM-TABLE PARAGRAPH LOADS ONE PART/LOCATION
      *    FROM THE INVENTORY MASTER INTO THE E&O ITEM TABLE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0210-READ-INV-MASTER-FILE
      *****************************************************************
      *
       0215-LOAD-ITEM-TABLE.
           IF WS-ITEM-LOADED-CTR < WS-MAX-ITEM-IDX
              ADD 1 TO WS-ITEM-LOADED-CTR
              SET ITEM-IDX TO WS-ITEM-LOADED-CTR
              MOVE OI-PART-NUMBER   TO ITEM-PART-NUMBER-TBL (ITEM-IDX)
              MOVE OI-LOCATION-CODE TO ITEM-LOCATION-TBL (ITEM-IDX)
              MOVE OI-QTY-ON-HAND   TO ITEM-ON-HAND-TBL (ITEM-IDX)
              MOVE OI-LAST-RECEIPT-DATE
                 TO ITEM-RECEIPT-DATE-TBL (ITEM-IDX)
           ELSE
              DISPLAY 'E&O ITEM TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET REF-TABLE-FULL TO TRUE
              MOVE 'Y' TO INV-MASTER-FILE-SW
           END-IF.
      *
           IF NOT END-OF-INV-MASTER-FILE
              PERFORM 0210-READ-INV-MASTER-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-JUDGE-ONE-PART PARAGRAPH JUDGES ONE PART -- THE
      *    RUN OF ITEM TABLE ENTRIES STARTING AT WS-GROUP-START-SLOT
      *    THAT SHARE A PART-NUMBER. THE PART'S TOTAL STOCK, ITS
      *    PARTS MASTER DETAILS, USAGE, SUPERSESSION AND USD UNIT
      *    VALUE ARE RESOLVED ONCE. THE MONTHS OF SUPPLY AND THE
      *    QUANTITY HELD ABOVE THE EXCESS THRESHOLD ARE WORKED AT
      *    PART LEVEL, BECAUSE DEMAND HISTORY IS KEPT BY PART. EACH
      *    LOCATION HOLDING STOCK IS THEN JUDGED IN TURN.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0600-LOOKUP-PART-INFO
      *    -  0620-LOOKUP-DEMAND
      *    -  0640-CHECK-SUPERSESSION
      *    -  0650-LOOKUP-CONTRACT-PRICE
      *    -  0700-RESOLVE-USD-RATE
      *    -  0350-JUDGE-ONE-LOCATION
      *****************************************************************
      *
       0300-JUDGE-ONE-PART.
           MOVE WS-GROUP-START-SLOT TO WS-GROUP-END-SLOT.
           MOVE 0 TO WS-GROUP-ON-HAND.
      *
           PERFORM VARYING ITEM-IDX FROM WS-GROUP-START-SLOT BY 1
              UNTIL ITEM-IDX > WS-ITEM-LOADED-CTR
                 OR ITEM-PART-NUMBER-TBL (ITEM-IDX) NOT =
                    ITEM-PART-NUMBER-TBL (WS-GROUP-START-SLOT)
              SET WS-GROUP-END-SLOT TO ITEM-IDX
              IF ITEM-ON-HAND-TBL (ITEM-IDX) > 0
                 ADD ITEM-ON-HAND-TBL (ITEM-IDX) TO WS-GROUP-ON-HAND
              END-IF
           END-PERFORM.
      *
           IF WS-GROUP-ON-HAND > 0
              SET ITEM-IDX TO WS-GROUP-START-SLOT
              PERFORM 0600-LOOKUP-PART-INFO
              PERFORM 0620-LOOKUP-DEMAND
              PERFORM 0640-CHECK-SUPERSESSION
              PERFORM 0650-LOOKUP-CONTRACT-PRICE
              PERFORM 0700-RESOLVE-USD-RATE
      *
              COMPUTE WS-MONTHLY-USAGE ROUNDED =
                      WS-LOOKUP-ANNUAL-QTY / 12
              IF WS-MONTHLY-USAGE > 0
                 IF WS-GROUP-ON-HAND / WS-MONTHLY-USAGE
                    < WS-MAX-MONTHS-SUPPLY
                    COMPUTE WS-MONTHS-SUPPLY ROUNDED =
                            WS-GROUP-ON-HAND / WS-MONTHLY-USAGE
                 ELSE
                    MOVE WS-MAX-MONTHS-SUPPLY TO WS-MONTHS-SUPPLY
                 END-IF
                 COMPUTE WS-PART-EXCESS-QTY ROUNDED =
                         WS-GROUP-ON-HAND -
                         WS-EXCESS-MONTHS * WS-MONTHLY-USAGE
                 IF WS-PART-EXCESS-QTY < 0
                    MOVE 0 TO WS-PART-EXCESS-QTY
                 END-IF
              ELSE
                 MOVE WS-MAX-MONTHS-SUPPLY TO WS-MONTHS-SUPPLY
                 MOVE WS-GROUP-ON-HAND TO WS-PART-EXCESS-QTY
              END-IF
      *
              PERFORM 0350-JUDGE-ONE-LOCATION
                 VARYING ITEM-IDX FROM WS-GROUP-START-SLOT BY 1
                 UNTIL ITEM-IDX > WS-GROUP-END-SLOT
           END-IF.
      *
           COMPUTE WS-GROUP-START-SLOT = WS-GROUP-END-SLOT + 1.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0350-JUDGE-ONE-LOCATION PARAGRAPH JUDGES ONE
      *    PART/LOCATION HOLDING STOCK. ITS AGE IS THE DAYS SINCE THE
      *    PART'S LAST ISSUE, OR SINCE THE LOCATION'S LAST RECEIPT
      *    WHEN THE PART HAS NEVER BEEN ISSUED, AND SELECTS THE AGING
      *    BAND. THE FLAG REASON IS CHOSEN IN ORDER OF PRECEDENCE --
      *    INACTIVE, SUPERSEDED, NO USAGE, SLOW MOVER, EXCESS -- WITH
      *    THE RESERVED QUANTITY IT CARRIES. A FLAGGED LOCATION IS
      *    VALUED IN USD, RESERVED AT ITS BAND'S PERCENTAGE, ROLLED
      *    INTO ITS COMMODITY TOTAL AND WRITTEN -- TO THE DETAIL, OR
      *    HELD FOR THE DEACTIVATED PARTS SECTION.
      *
      *  CALLED BY:
      *    -  0300-JUDGE-ONE-PART
      *
      *  CALLS:
      *    -  0360-AGE-ONE-LOCATION
      *    -  0730-ACCUM-COMMODITY-TOTAL
      *    -  0800-HOLD-INACTIVE-LINE
      *    -  0850-WRITE-RPT-DETAIL
      *****************************************************************
      *
       0350-JUDGE-ONE-LOCATION.
           IF ITEM-ON-HAND-TBL (ITEM-IDX) > 0
              PERFORM 0360-AGE-ONE-LOCATION
              MOVE SPACES TO WS-FLAG-REASON
              MOVE 0      TO WS-RESERVE-QTY
      *
              EVALUATE TRUE
                 WHEN LOOKUP-PART-INACTIVE
                    MOVE 'INACTIVE'   TO WS-FLAG-REASON
                    MOVE 4 TO WS-BAND-NUMBER
                    MOVE ITEM-ON-HAND-TBL (ITEM-IDX) TO WS-RESERVE-QTY
                    ADD 1 TO WS-INACTIVE-CTR
                 WHEN PART-SUPERSEDED
                    MOVE 'SUPERSEDED' TO WS-FLAG-REASON
                    MOVE 4 TO WS-BAND-NUMBER
                    MOVE ITEM-ON-HAND-TBL (ITEM-IDX) TO WS-RESERVE-QTY
                    ADD 1 TO WS-SUPERSEDED-CTR
                 WHEN WS-LOOKUP-ANNUAL-QTY = 0
                    MOVE 'NO USAGE'   TO WS-FLAG-REASON
                    MOVE ITEM-ON-HAND-TBL (ITEM-IDX) TO WS-RESERVE-QTY
                    ADD 1 TO WS-NO-USAGE-CTR
                 WHEN WS-BAND-NUMBER > 1
                    MOVE 'SLOW MOVER' TO WS-FLAG-REASON
                    MOVE ITEM-ON-HAND-TBL (ITEM-IDX) TO WS-RESERVE-QTY
                    ADD 1 TO WS-SLOW-CTR
                 WHEN WS-PART-EXCESS-QTY > 0
                    MOVE 'EXCESS'     TO WS-FLAG-REASON
                    COMPUTE WS-RESERVE-QTY ROUNDED =
                            WS-PART-EXCESS-QTY *
                            ITEM-ON-HAND-TBL (ITEM-IDX) /
                            WS-GROUP-ON-HAND
                    IF WS-RESERVE-QTY > 0
                       ADD 1 TO WS-EXCESS-CTR
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
      *
              IF WS-FLAG-REASON NOT = SPACES
                 AND WS-RESERVE-QTY > 0
                 ADD 1 TO WS-FLAGGED-CTR
                 SET BAND-IDX TO WS-BAND-NUMBER
                 MOVE BAND-PCT-TBL (BAND-IDX) TO WS-RESERVE-PCT
                 COMPUTE WS-FLAGGED-VALUE ROUNDED =
                         WS-RESERVE-QTY * WS-LOOKUP-PRICE *
                         WS-EXCH-LOOKUP-RATE
                 COMPUTE WS-RESERVE-AMOUNT ROUNDED =
                         WS-FLAGGED-VALUE * WS-RESERVE-PCT / 100
                 ADD WS-FLAGGED-VALUE  TO WS-RUN-VALUE
                 ADD WS-RESERVE-AMOUNT TO WS-RUN-RESERVE
                 IF NOT CNTR-FOUND
                    ADD 1 TO WS-UNPRICED-CTR
                 END-IF
                 PERFORM 0730-ACCUM-COMMODITY-TOTAL
      *
                 MOVE ITEM-PART-NUMBER-TBL (ITEM-IDX)
                    TO RPT-PART-NUMBER
                 MOVE ITEM-LOCATION-TBL (ITEM-IDX)
                    TO RPT-LOCATION-CODE
                 MOVE WS-LOOKUP-COMMODITY TO RPT-COMMODITY
                 MOVE ITEM-ON-HAND-TBL (ITEM-IDX) TO RPT-QTY-ON-HAND
                 MOVE WS-LOOKUP-LAST-ISSUE TO RPT-LAST-ISSUE
                 MOVE WS-AGE-DAYS         TO RPT-AGE-DAYS
                 MOVE WS-MONTHS-SUPPLY    TO RPT-MONTHS-SUPPLY
                 MOVE WS-RESERVE-QTY      TO RPT-RESERVE-QTY
                 MOVE WS-FLAGGED-VALUE    TO RPT-USD-VALUE
                 MOVE WS-BAND-NUMBER      TO RPT-BAND
                 MOVE WS-RESERVE-PCT      TO RPT-RESERVE-PCT
                 MOVE WS-RESERVE-AMOUNT   TO RPT-RESERVE-AMOUNT
                 MOVE WS-FLAG-REASON      TO RPT-REASON
                 IF LOOKUP-PART-INACTIVE
                    PERFORM 0800-HOLD-INACTIVE-LINE
                 ELSE
                    PERFORM 0850-WRITE-RPT-DETAIL
                 END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0360-AGE-ONE-LOCATION PARAGRAPH WORKS OUT THE AGE IN
      *    DAYS OF ONE PART/LOCATION -- FROM THE PART'S LAST ISSUE
      *    DATE, OR FROM THE LOCATION'S LAST RECEIPT DATE WHEN THE
      *    PART HAS NEVER BEEN ISSUED -- AND THE AGING BAND IT FALLS
      *    IN. STOCK WITH NO USABLE DATE AT ALL IS AGED INTO THE TOP
      *    BAND.
      *
      *  CALLED BY:
      *    -  0350-JUDGE-ONE-LOCATION
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0360-AGE-ONE-LOCATION.
           IF WS-LOOKUP-LAST-ISSUE NUMERIC
              MOVE WS-LOOKUP-LAST-ISSUE TO WS-AGE-DATE
           ELSE
              MOVE ITEM-RECEIPT-DATE-TBL (ITEM-IDX) TO WS-AGE-DATE
           END-IF.
      *
           IF WS-AGE-DATE NUMERIC
              AND WS-AGE-DATE NOT = ZEROES
              IF WS-AGE-DATE < WS-TODAY-8
                 MOVE WS-AGE-DATE TO WS-EDIT-DATE-9
                 COMPUTE WS-DATE-INT =
                         FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9)
                 IF WS-TODAY-INT - WS-DATE-INT < WS-MAX-AGE-DAYS
                    COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DATE-INT
                 ELSE
                    MOVE WS-MAX-AGE-DAYS TO WS-AGE-DAYS
                 END-IF
              ELSE
                 MOVE 0 TO WS-AGE-DAYS
              END-IF
           ELSE
              MOVE WS-MAX-AGE-DAYS TO WS-AGE-DAYS
           END-IF.
      *
           MOVE 0 TO WS-BAND-NUMBER.
           PERFORM VARYING BAND-IDX FROM 1 BY 1
              UNTIL BAND-IDX > 4 OR WS-BAND-NUMBER > 0
              IF WS-AGE-DAYS NOT > BAND-MAX-DAYS-TBL (BAND-IDX)
                 SET WS-BAND-NUMBER TO BAND-IDX
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-LOOKUP-PART-INFO PARAGRAPH READS THE PARTS MASTER
      *    BY KEY FOR THE PART BEING JUDGED AND RETURNS ITS
      *    OWNING SUPPLIER, STATUS AND COMMODITY-CODE. A PART NOT ON
      *    THE PARTS MASTER, OR WITH NO COMMODITY-CODE, IS TOTALED
      *    UNDER 'UNC' (UNCLASSIFIED).
      *
      *  CALLED BY:
      *    -  0300-JUDGE-ONE-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0600-LOOKUP-PART-INFO.
           MOVE 'N'    TO PINF-FOUND-SW.
           MOVE SPACES TO WS-LOOKUP-SUPPLIER
                          WS-LOOKUP-STATUS
                          WS-LOOKUP-COMMODITY.
      *
           MOVE ITEM-PART-NUMBER-TBL (ITEM-IDX) TO PARTFILE-KEY.
           READ PARTFILE INTO WS-PARTS-REC
              INVALID KEY
                 MOVE 'N' TO PINF-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO PINF-FOUND-SW
                 MOVE PM-SUPPLIER-CODE  TO WS-LOOKUP-SUPPLIER
                 MOVE PM-PART-STATUS    TO WS-LOOKUP-STATUS
                 MOVE PM-COMMODITY-CODE TO WS-LOOKUP-COMMODITY
           END-READ.
      *
           IF PACODE = '00' OR '23'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING PARTS FILE.'
           END-IF.
      *
           IF WS-LOOKUP-COMMODITY = SPACES
              MOVE 'UNC' TO WS-LOOKUP-COMMODITY
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0620-LOOKUP-DEMAND PARAGRAPH SEARCHES THE DEMAND TABLE
      *    FOR THE PART BEING JUDGED AND RETURNS ITS ANNUALIZED USAGE
      *    AND LAST ISSUE DATE (ZERO AND SPACES WHEN THE PART HAS NO
      *    DEMAND HISTORY).
      *
      *  CALLED BY:
      *    -  0300-JUDGE-ONE-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0620-LOOKUP-DEMAND.
           MOVE 'N'    TO DEM-FOUND-SW.
           MOVE 0      TO WS-LOOKUP-ANNUAL-QTY.
           MOVE SPACES TO WS-LOOKUP-LAST-ISSUE.
      *
           PERFORM VARYING DEM-IDX FROM 1 BY 1
              UNTIL DEM-IDX > WS-DEM-LOADED-CTR OR DEM-FOUND
              IF ITEM-PART-NUMBER-TBL (ITEM-IDX) =
                 DEM-PART-NUMBER-TBL (DEM-IDX)
                 MOVE 'Y' TO DEM-FOUND-SW
                 MOVE DEM-ANNUAL-QTY-TBL (DEM-IDX)
                    TO WS-LOOKUP-ANNUAL-QTY
                 MOVE DEM-LAST-ISSUE-TBL (DEM-IDX)
                    TO WS-LOOKUP-LAST-ISSUE
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0640-CHECK-SUPERSESSION PARAGRAPH SEARCHES THE
      *    SUPERSESSION TABLE FOR THE PART BEING JUDGED AS AN OLD
      *    PART-NUMBER. THE PART IS SUPERSEDED ONCE TODAY IS PAST THE
      *    SUPERSESSION'S EFFECTIVE DATE.
      *
      *  CALLED BY:
      *    -  0300-JUDGE-ONE-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0640-CHECK-SUPERSESSION.
           MOVE 'N' TO SPRS-FOUND-SW.
           MOVE 'N' TO PART-SUPERSEDED-SW.
      *
           PERFORM VARYING SPRS-IDX FROM 1 BY 1
              UNTIL SPRS-IDX > WS-SPRS-LOADED-CTR OR SPRS-FOUND
              IF ITEM-PART-NUMBER-TBL (ITEM-IDX) =
                 SPRS-OLD-PART-TBL (SPRS-IDX)
                 MOVE 'Y' TO SPRS-FOUND-SW
                 IF WS-TODAY-8 > SPRS-EFFECTIVE-TBL (SPRS-IDX)
                    MOVE 'Y' TO PART-SUPERSEDED-SW
                 END-IF
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0650-LOOKUP-CONTRACT-PRICE PARAGRAPH RESOLVES THE UNIT
      *    PRICE FOR THE PART BEING JUDGED INTO WS-LOOKUP-PRICE. THE
      *    LANDED COST TABLE IS SEARCHED FIRST; OTHERWISE THE CONTRACT
      *    PRICE FILE IS READ BY KEY ON THE PART-NUMBER PLUS THE OWNING
      *    SUPPLIER-CODE. A PART WITH NEITHER IS VALUED AT ZERO AND
      *    COUNTED AS UNPRICED.
      *
      *  CALLED BY:
      *    -  0300-JUDGE-ONE-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0650-LOOKUP-CONTRACT-PRICE.
           MOVE 'N' TO CNTR-FOUND-SW.
           MOVE 'N' TO LANDED-USED-SW.
           MOVE 0   TO WS-LOOKUP-PRICE.
      *
           PERFORM VARYING LAND-IDX FROM 1 BY 1
              UNTIL LAND-IDX > WS-LAND-LOADED-CTR OR LANDED-USED
              IF ITEM-PART-NUMBER-TBL (ITEM-IDX) =
                 LAND-PART-TBL (LAND-IDX)
                 MOVE 'Y' TO LANDED-USED-SW
                 MOVE 'Y' TO CNTR-FOUND-SW
                 MOVE LAND-COST-TBL (LAND-IDX) TO WS-LOOKUP-PRICE
                 MOVE LAND-CURRENCY-TBL (LAND-IDX)
                    TO WS-LANDED-CURRENCY
              END-IF
           END-PERFORM.
      *
           IF NOT LANDED-USED
              MOVE ITEM-PART-NUMBER-TBL (ITEM-IDX) TO CK-PART-NUMBER
              MOVE WS-LOOKUP-SUPPLIER TO CK-SUPPLIER-CODE
              MOVE WS-CONTRACT-KEY    TO CONTRACT-FILE-KEY
              READ CONTRACT INTO CONTRACT-REC-WS
                 INVALID KEY
                    MOVE 'N' TO CNTR-FOUND-SW
                 NOT INVALID KEY
                    MOVE 'Y' TO CNTR-FOUND-SW
                    MOVE CT-CONTRACT-PRICE TO WS-LOOKUP-PRICE
              END-READ
              IF CTCODE NOT = '00' AND CTCODE NOT = '23'
                 DISPLAY 'ERROR READING CONTRACT PRICE FILE.'
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-RESOLVE-USD-RATE PARAGRAPH SETS THE CURRENCY THE
      *    PART'S PRICE IS IN -- THE LANDED COST'S CURRENCY, OR THE
      *    OWNING SUPPLIER'S -- AND LOOKS UP ITS USD RATE.
      *
      *  CALLED BY:
      *    -  0300-JUDGE-ONE-PART
      *
      *  CALLS:
      *    -  0710-LOOKUP-SUPP-CURRENCY
      *    -  0720-LOOKUP-EXCH-RATE
      *****************************************************************
      *
       0700-RESOLVE-USD-RATE.
           IF LANDED-USED AND WS-LANDED-CURRENCY NOT = SPACES
              MOVE WS-LANDED-CURRENCY TO WS-LOOKUP-CURRENCY
           ELSE
              PERFORM 0710-LOOKUP-SUPP-CURRENCY
           END-IF.
           MOVE WS-LOOKUP-CURRENCY TO WS-EXCH-LOOKUP-CCY.
           PERFORM 0720-LOOKUP-EXCH-RATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0710-LOOKUP-SUPP-CURRENCY PARAGRAPH READS THE
      *    SUPPLIER FILE BY KEY FOR THE SUPPLIER IN
      *    WS-LOOKUP-SUPPLIER AND RETURNS ITS CURRENCY CODE IN
      *    WS-LOOKUP-CURRENCY, DEFAULTING TO USD WHEN THE SUPPLIER IS
      *    NOT ON FILE OR CARRIES NO CURRENCY CODE.
      *
      *  CALLED BY:
      *    -  0700-RESOLVE-USD-RATE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0710-LOOKUP-SUPP-CURRENCY.
           MOVE 'N'   TO SUPP-FOUND-SW.
           MOVE 'USD' TO WS-LOOKUP-CURRENCY.
      *
           IF WS-LOOKUP-SUPPLIER NOT = SPACES
              MOVE WS-LOOKUP-SUPPLIER TO SUPPLIER-FILE-KEY
              READ SUPPLIER INTO WS-SUPPLIER-REC
                 INVALID KEY
                    MOVE 'N' TO SUPP-FOUND-SW
                 NOT INVALID KEY
                    MOVE 'Y' TO SUPP-FOUND-SW
              END-READ
              IF SUCODE NOT = '00' AND SUCODE NOT = '23'
                 DISPLAY 'ERROR READING SUPPLIER FILE.'
              END-IF
              IF SUPP-FOUND AND SU-CURRENCY-CODE NOT = SPACES
                 MOVE SU-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0720-LOOKUP-EXCH-RATE PARAGRAPH SEARCHES THE CURRENCY
      *    EXCHANGE RATE TABLE FOR THE CURRENCY CODE IN
      *    WS-EXCH-LOOKUP-CCY AND RETURNS THE USD-PER-UNIT RATE IN
      *    WS-EXCH-LOOKUP-RATE. A CURRENCY CODE WITH NO RATE ON THE
      *    TABLE IS REPORTED TO THE JOB LOG AND CONVERTED AT 1.000000.
      *
      *  CALLED BY:
      *    -  0700-RESOLVE-USD-RATE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0720-LOOKUP-EXCH-RATE.
           MOVE 'N' TO EXCH-RATE-FOUND-SW.
           MOVE 1.000000 TO WS-EXCH-LOOKUP-RATE.
      *
           PERFORM VARYING EXCH-IDX FROM 1 BY 1
                UNTIL (EXCH-IDX > WS-MAX-EXCH-IDX) OR
                       EXCH-RATE-FOUND
              IF WS-EXCH-LOOKUP-CCY = EXCH-CCY-TBL (EXCH-IDX)
                 MOVE EXCH-RATE-TBL-AMT (EXCH-IDX)
                    TO WS-EXCH-LOOKUP-RATE
                 MOVE 'Y' TO EXCH-RATE-FOUND-SW
              END-IF
           END-PERFORM.
      *
           IF NOT EXCH-RATE-FOUND
              DISPLAY 'EXCHANGE RATE NOT FOUND FOR CURRENCY '
                      WS-EXCH-LOOKUP-CCY ' - CONVERTED AT 1.000000'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0730-ACCUM-COMMODITY-TOTAL PARAGRAPH ROLLS ONE FLAGGED
      *    PART/LOCATION'S USD VALUE AND RESERVE INTO ITS COMMODITY'S
      *    ENTRY ON THE COMMODITY TOTALS TABLE, ADDING THE COMMODITY
      *    WHEN IT IS NOT YET ON THE TABLE.
      *
      *  CALLED BY:
      *    -  0350-JUDGE-ONE-LOCATION
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0730-ACCUM-COMMODITY-TOTAL.
           MOVE 'N' TO CTOT-FOUND-SW.
      *
           PERFORM VARYING CTOT-IDX FROM 1 BY 1
              UNTIL CTOT-IDX > WS-CTOT-USED-CTR OR CTOT-FOUND
              IF WS-LOOKUP-COMMODITY = CTOT-COMMODITY-TBL (CTOT-IDX)
                 MOVE 'Y' TO CTOT-FOUND-SW
                 ADD 1 TO CTOT-ITEM-CTR-TBL (CTOT-IDX)
                 ADD WS-FLAGGED-VALUE  TO CTOT-VALUE-TBL (CTOT-IDX)
                 ADD WS-RESERVE-AMOUNT TO CTOT-RESERVE-TBL (CTOT-IDX)
              END-IF
           END-PERFORM.
      *
           IF NOT CTOT-FOUND
              IF WS-CTOT-USED-CTR < WS-MAX-CTOT-IDX
                 ADD 1 TO WS-CTOT-USED-CTR
                 SET CTOT-IDX TO WS-CTOT-USED-CTR
                 MOVE WS-LOOKUP-COMMODITY
                    TO CTOT-COMMODITY-TBL (CTOT-IDX)
                 MOVE 1 TO CTOT-ITEM-CTR-TBL (CTOT-IDX)
                 MOVE WS-FLAGGED-VALUE  TO CTOT-VALUE-TBL (CTOT-IDX)
                 MOVE WS-RESERVE-AMOUNT TO CTOT-RESERVE-TBL (CTOT-IDX)
              ELSE
                 DISPLAY 'COMMODITY TOTALS TABLE FULL -- COMMODITY '
                         WS-LOOKUP-COMMODITY ' NOT TOTALED'
                 SET REF-TABLE-FULL TO TRUE
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0800-HOLD-INACTIVE-LINE PARAGRAPH HOLDS THE FINISHED
      *    DETAIL LINE FOR A DEACTIVATED PART STILL CARRYING STOCK, FOR
      *    THE SEPARATE SECTION PRINTED AT THE END. A FULL TABLE IS
      *    REPORTED TO THE OPERATOR AND ENDS THE RUN WITH RETURN-CODE
      *    16 SO NO PART IS SILENTLY DROPPED.
      *
      *  CALLED BY:
      *    -  0350-JUDGE-ONE-LOCATION
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0800-HOLD-INACTIVE-LINE.
           ADD WS-FLAGGED-VALUE  TO WS-INAC-VALUE.
           ADD WS-RESERVE-AMOUNT TO WS-INAC-RESERVE.
      *
           IF WS-INAC-USED-CTR < WS-MAX-INAC-IDX
              ADD 1 TO WS-INAC-USED-CTR
              SET INAC-IDX TO WS-INAC-USED-CTR
              MOVE EO-RPT-DETAIL TO INAC-LINE-TBL (INAC-IDX)
           ELSE
              DISPLAY 'DEACTIVATED PARTS TABLE FULL -- PART '
                      ITEM-PART-NUMBER-TBL (ITEM-IDX) ' NOT LISTED'
              SET REF-TABLE-FULL TO TRUE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0850-WRITE-RPT-DETAIL PARAGRAPH WRITES ONE DETAIL LINE
      *    TO THE E&O REPORT AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0350-JUDGE-ONE-LOCATION
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0850-WRITE-RPT-DETAIL.
           WRITE EORPT-REC FROM EO-RPT-DETAIL.
           IF EOCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO E&O REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2000-WRITE-COMMODITY-TOTALS PARAGRAPH PRINTS THE
      *    FLAGGED VALUE AND RESERVE BY COMMODITY FOR THE MONTH-END
      *    CLOSE, FOLLOWED BY THE RUN TOTAL.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2000-WRITE-COMMODITY-TOTALS.
           WRITE EORPT-REC FROM WS-132-CHAR-BLANK-LINE.
           MOVE 'E&O RESERVE BY COMMODITY FOR MONTH-END CLOSE'
              TO RPT-SECTION-TEXT.
           WRITE EORPT-REC FROM EO-RPT-SECTION-LINE.
      *
           MOVE 'COMMODITY' TO RPT-TOT-LABEL.
           PERFORM VARYING CTOT-IDX FROM 1 BY 1
              UNTIL CTOT-IDX > WS-CTOT-USED-CTR
              MOVE CTOT-COMMODITY-TBL (CTOT-IDX)
                 TO RPT-TOT-COMMODITY
              MOVE CTOT-ITEM-CTR-TBL (CTOT-IDX)
                 TO RPT-TOT-ITEM-CTR
              MOVE CTOT-VALUE-TBL (CTOT-IDX)   TO RPT-TOT-VALUE
              MOVE CTOT-RESERVE-TBL (CTOT-IDX) TO RPT-TOT-RESERVE
              WRITE EORPT-REC FROM EO-RPT-COMM-TOTAL
           END-PERFORM.
      *
           MOVE 'RUN TOTAL'      TO RPT-TOT-LABEL.
           MOVE SPACES           TO RPT-TOT-COMMODITY.
           MOVE WS-FLAGGED-CTR   TO RPT-TOT-ITEM-CTR.
           MOVE WS-RUN-VALUE     TO RPT-TOT-VALUE.
           MOVE WS-RUN-RESERVE   TO RPT-TOT-RESERVE.
           WRITE EORPT-REC FROM EO-RPT-COMM-TOTAL.
           IF EOCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO E&O REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2200-WRITE-INACTIVE-SECTION PARAGRAPH PRINTS THE
      *    DEACTIVATED PARTS STILL CARRYING STOCK AS A SEPARATE
      *    SECTION, WITH THEIR VALUE AND RESERVE. THEIR RESERVE IS
      *    ALREADY INCLUDED IN THE COMMODITY TOTALS ABOVE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2200-WRITE-INACTIVE-SECTION.
           IF WS-INAC-USED-CTR = 0
              NEXT SENTENCE
           ELSE
              WRITE EORPT-REC FROM WS-132-CHAR-BLANK-LINE
              MOVE 'DEACTIVATED PARTS STILL CARRYING STOCK'
                 TO RPT-SECTION-TEXT
              WRITE EORPT-REC FROM EO-RPT-SECTION-LINE
              WRITE EORPT-REC FROM EO-RPT-HEADER-1
              PERFORM VARYING INAC-IDX FROM 1 BY 1
                 UNTIL INAC-IDX > WS-INAC-USED-CTR
                 WRITE EORPT-REC FROM INAC-LINE-TBL (INAC-IDX)
              END-PERFORM
              MOVE 'DEACTIVATED'    TO RPT-TOT-LABEL
              MOVE SPACES           TO RPT-TOT-COMMODITY
              MOVE WS-INACTIVE-CTR  TO RPT-TOT-ITEM-CTR
              MOVE WS-INAC-VALUE    TO RPT-TOT-VALUE
              MOVE WS-INAC-RESERVE  TO RPT-TOT-RESERVE
              WRITE EORPT-REC FROM EO-RPT-COMM-TOTAL
           END-IF.
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
                 SUPERSED
                 PARTFILE
                 CONTRACT
                 SUPPLIER
                 EXCHRATE
                 LANDCOST
                 EORPT.
      *
           DISPLAY 'INVENTORY RECORDS READ:      ' WS-INV-MASTER-READ.
           DISPLAY 'DEMAND HISTORY RECORDS READ: ' WS-DEM-MASTER-READ.
           DISPLAY 'PART/LOCATIONS FLAGGED:      ' WS-FLAGGED-CTR.
           DISPLAY '  DEACTIVATED WITH STOCK:    ' WS-INACTIVE-CTR.
           DISPLAY '  SUPERSEDED WITH STOCK:     ' WS-SUPERSEDED-CTR.
           DISPLAY '  NO USAGE:                  ' WS-NO-USAGE-CTR.
           DISPLAY '  SLOW MOVERS:               ' WS-SLOW-CTR.
           DISPLAY '  EXCESS OVER THRESHOLD:     ' WS-EXCESS-CTR.
           DISPLAY 'FLAGGED ITEMS WITHOUT PRICE: ' WS-UNPRICED-CTR.
           DISPLAY 'TOTAL E&O RESERVE (USD):     ' WS-RUN-RESERVE.
