       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEUPD.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM MAINTAINS THE SELLING PRICE MASTER -- ONE ROW
      *    PER PART-NUMBER CARRYING THE LIST PRICE, THE TRADE PRICE
      *    AND THE DATE THEY TOOK EFFECT -- AND RUNS THE REPRICING
      *    THAT PROPOSES NEW PRICES FROM LANDED COST.
      *
      *    THE PRICE TRANSACTIONS ARE APPLIED FIRST, EACH CARRYING THE
      *    ID OF THE OPERATOR WHO KEYED IT:
      *      'A' - APPROVES THE PRICE PROPOSED FOR THE PART BY AN
      *            EARLIER REPRICING RUN. THE PROPOSED LIST AND TRADE
      *            PRICES BECOME THE PRICES IN EFFECT FROM THE
      *            TRANSACTION'S EFFECTIVE DATE (TODAY WHEN BLANK).
      *      'R' - REJECTS THE PROPOSED PRICE, LEAVING THE PRICES IN
      *            EFFECT UNCHANGED.
      *      'S' - SETS THE LIST AND TRADE PRICE BY HAND (A PART WITH
      *            NO LANDED COST YET, OR A PRICE THE COUNTER MANAGER
      *            WANTS OFF THE MARKUP), ADDING THE PART WHEN IT IS
      *            NOT ON THE MASTER. ANY PROPOSAL PENDING IS DROPPED.
      *    EVERY APPLIED TRANSACTION IS LOGGED TO THE OPERATOR
      *    ACTIVITY LOG.
      *
      *    THE REPRICING THEN TAKES THE LATEST LANDED COST OF EVERY
      *    PART RECEIVED (THE LANDCOST EXTRACT WRITTEN BY PORECV.CBL,
      *    FREIGHT AND DUTY INCLUDED, CONVERTED TO USD THROUGH THE
      *    EXCHANGE RATE TABLE) AND THE MARKUP SET FOR THE PART'S
      *    COMMODITY-CODE ON THE MARKUP TABLE, AND PROPOSES
      *    LIST PRICE  = LANDED COST X (100 + LIST MARKUP %) / 100
      *    TRADE PRICE = LANDED COST X (100 + TRADE MARKUP %) / 100
      *    WHEREVER THAT DIFFERS FROM THE PRICE IN EFFECT. A PART NOT
      *    YET ON THE MASTER IS ADDED WITH ITS PROPOSAL AND NO PRICE
      *    IN EFFECT. A PROPOSAL IS ONLY A PROPOSAL -- IT REACHES THE
      *    PRICE BOOK ONCE AN 'A' TRANSACTION APPROVES IT. THE MARGIN
      *    OF THE TRADE PRICE IN EFFECT AT THE LATEST LANDED COST,
      *    (TRADE - COST) / TRADE, IS CHECKED AGAINST THE COMMODITY'S
      *    MARGIN FLOOR AND EVERY PART BELOW THE FLOOR IS FLAGGED.
      *    PARTS DEACTIVATED ON THE PARTS MASTER ARE NOT REPRICED.
      *
      *    AN OLD PRICE MASTER OUT OF PART-NUMBER SEQUENCE ENDS THE
      *    RUN WITH RETURN-CODE 16 AND NO NEW MASTER WRITTEN; A FULL
      *    TABLE ALSO ENDS THE STEP WITH RETURN-CODE 16.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      RTPOT44.PRICEUPD.MARKUP.FILE - MARKUP AND MARGIN FLOOR
      *                                     PERCENTAGES PER
      *                                     COMMODITY-CODE
      *      INTERNAL FILE NAME:            MARKUP
      *      JCL DD NAME:                   MARKUP
      *
      *
      *      RTPOT44.AUTOPART.EXCHRATE.FILE - CURRENCY EXCHANGE RATE
      *                                       REFERENCE FILE (USD PER
      *                                       UNIT OF EACH CURRENCY)
      *      INTERNAL FILE NAME:              EXCHRATE
      *      JCL DD NAME:                     EXCHRATE
      *
      *
      *      RTPOT44.PORECV.LANDCOST - LANDED COST EXTRACT WRITTEN BY
      *                                PORECV.CBL
      *      INTERNAL FILE NAME:       LANDCOST
      *      JCL DD NAME:              LANDCOST
      *
      *
      *      RTPOT44.AUTOPART.PARTFILE - PARTS MASTER (INDEXED, READ
      *                                  DIRECTLY BY PART-NUMBER)
      *      INTERNAL FILE NAME:         PARTFILE
      *      JCL DD NAME:                PARTFILE
      *
      *
      *      RTPOT44.PRICEUPD.PRICMAST.OLD - PRIOR RUN SELLING PRICE
      *                                      MASTER (OLD MASTER)
      *      INTERNAL FILE NAME:             PRICMAST
      *      JCL DD NAME:                    PRICMAST
      *
      *
      *      RTPOT44.PRICEUPD.TRANS - PRICE TRANSACTIONS, ONE APPROVE,
      *                               REJECT OR SET PER RECORD
      *      INTERNAL FILE NAME:      PRICTRAN
      *      JCL DD NAME:             PRICTRAN
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.PRICEUPD.PRICMAST.NEW - UPDATED SELLING PRICE
      *                                      MASTER (NEW MASTER)
      *      INTERNAL FILE NAME:             PRICNEW
      *      JCL DD NAME:                    PRICNEW
      *
      *
      *      RTPOT44.PRICEUPD.REPRICE.RPT - PRICE TRANSACTION AND
      *                                     REPRICING REPORT
      *      INTERNAL FILE NAME:            PRICRPT
      *      JCL DD NAME:                   PRICRPT
      *
      *
      *      RTPOT44.OPERLOG.ACTIVITY - OPERATOR ACTIVITY LOG, ONE
      *                                 PRCA RECORD PER APPLIED PRICE
      *                                 TRANSACTION (OPENED EXTEND,
      *                                 CUMULATIVE)
      *      INTERNAL FILE NAME:        OPERLOG
      *      JCL DD NAME:               OPERLOG
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(PRICEUPD)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A FULL EXCHANGE RATE TABLE NOW ENDS THE RUN
      *                   WITH RETURN-CODE 16 INSTEAD OF DROPPING THE
      *                   REMAINING RATES.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  10/15/2026
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARKUP ASSIGN TO MARKUP
              FILE STATUS IS MKCODE.
      *
           SELECT EXCHRATE ASSIGN TO EXCHRATE
              FILE STATUS IS EXCODE.
      *
           SELECT LANDCOST ASSIGN TO LANDCOST
              FILE STATUS IS LCCODE.
      *
           SELECT PARTFILE ASSIGN TO PARTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PARTFILE-KEY
              FILE STATUS IS PACODE.
      *
           SELECT PRICMAST ASSIGN TO PRICMAST
              FILE STATUS IS PMCODE.
      *
           SELECT PRICTRAN ASSIGN TO PRICTRAN
              FILE STATUS IS PTCODE.
      *
           SELECT PRICNEW ASSIGN TO PRICNEW
              FILE STATUS IS PNCODE.
      *
           SELECT PRICRPT ASSIGN TO PRICRPT
              FILE STATUS IS RPCODE.
      *
           SELECT OPERLOG ASSIGN TO OPERLOG
              FILE STATUS IS OLCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MARKUP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MARKUP-REC.
      *
       01 MARKUP-REC PIC X(20).
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
       FD  PRICMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRICMAST-REC.
      *
       01 PRICMAST-REC PIC X(100).
      *
       FD  PRICTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRICTRAN-REC.
      *
       01 PRICTRAN-REC PIC X(60).
      *
       FD  PRICNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRICNEW-REC.
      *
       01 PRICNEW-REC PIC X(100).
      *
       FD  PRICRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRICRPT-REC.
      *
       01 PRICRPT-REC PIC X(133).
      *
       FD  OPERLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPERLOG-REC.
      *
       01 OPERLOG-REC PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-DATE-VARS.
          05 WS-TODAY-8             PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  ONE ROW OF THE MARKUP TABLE -- THE LIST AND TRADE MARKUP
      *  OVER LANDED COST AND THE MARGIN FLOOR FOR ONE COMMODITY-CODE,
      *  ALL IN PERCENT.
      *****************************************************************
      *
       01 MARKUP-REC-WS.
          05 MK-COMMODITY-CODE      PIC X(03) VALUE SPACES.
          05 MK-LIST-MARKUP-PCT     PIC 9(03)V99 VALUE 0.
          05 MK-TRADE-MARKUP-PCT    PIC 9(03)V99 VALUE 0.
          05 MK-MARGIN-FLOOR-PCT    PIC 9(03)V99 VALUE 0.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
       01 MARKUP-TBL.
          05 MARKUP-ENTRY-TBL
            OCCURS 100 TIMES INDEXED BY MKUP-IDX.
            10 MKUP-COMMODITY-TBL   PIC X(03) VALUE SPACES.
            10 MKUP-LIST-PCT-TBL    PIC 9(03)V99 VALUE 0.
            10 MKUP-TRADE-PCT-TBL   PIC 9(03)V99 VALUE 0.
            10 MKUP-FLOOR-PCT-TBL   PIC 9(03)V99 VALUE 0.
      *
       01 WS-MARKUP-VARS.
          05 WS-MAX-MKUP-IDX        PIC 9(03) VALUE 100.
          05 WS-MKUP-LOADED-CTR     PIC 9(03) VALUE 0.
          05 MKUP-FOUND-SW          PIC X(01) VALUE 'N'.
             88 MKUP-FOUND          VALUE 'Y'.
          05 WS-LIST-MARKUP-PCT     PIC 9(03)V99 VALUE 0.
          05 WS-TRADE-MARKUP-PCT    PIC 9(03)V99 VALUE 0.
          05 WS-MARGIN-FLOOR-PCT    PIC 9(03)V99 VALUE 0.
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
      *  ONE LANDED COST RECORD, SAME LAYOUT AS PORECV.CBL WRITES, AND
      *  THE PER-PART TABLE OF THE LATEST LANDED COST IN USD.
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
            OCCURS 1000 TIMES INDEXED BY LAND-IDX.
            10 LAND-PART-TBL        PIC X(23) VALUE SPACES.
            10 LAND-USD-COST-TBL    PIC 9(7)V99 VALUE 0.
      *
       01 WS-LANDED-COST-VARS.
          05 WS-MAX-LAND-IDX        PIC 9(04) VALUE 1000.
          05 WS-LAND-LOADED-CTR     PIC 9(04) VALUE 0.
          05 LAND-FOUND-SW          PIC X(01) VALUE 'N'.
             88 LAND-FOUND          VALUE 'Y'.
          05 WS-LANDED-USD-COST     PIC 9(7)V99 VALUE 0.
      *
       01 WS-PARTS-REC. *>PARTS MASTER ROW READ BY PART-NUMBER
          05 PM-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 FILLER                 PIC X(65) VALUE SPACES.
          05 PM-PART-STATUS         PIC X(01) VALUE SPACES.
             88 PM-PART-INACTIVE    VALUE 'I'.
          05 PM-COMMODITY-CODE      PIC X(03) VALUE SPACES.
      *
      *****************************************************************
      *  ONE SELLING PRICE MASTER ROW. THE PROPOSED FIELDS HOLD THE
      *  LATEST REPRICING PROPOSAL WHILE IT WAITS FOR APPROVAL.
      *****************************************************************
      *
       01 WS-PRICE-REC.
          05 PR-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 PR-LIST-PRICE          PIC 9(7)V99 VALUE 0.
          05 PR-TRADE-PRICE         PIC 9(7)V99 VALUE 0.
          05 PR-EFFECTIVE-DATE      PIC X(08) VALUE SPACES.
          05 PR-PROPOSAL-STATUS     PIC X(01) VALUE SPACES.
             88 PR-PROPOSAL-PENDING VALUE 'P'.
          05 PR-PROP-LIST-PRICE     PIC 9(7)V99 VALUE 0.
          05 PR-PROP-TRADE-PRICE    PIC 9(7)V99 VALUE 0.
          05 PR-PROP-DATE           PIC X(08) VALUE SPACES.
          05 PR-PROP-LANDED-COST    PIC 9(7)V99 VALUE 0.
          05 PR-APPROVED-BY         PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(07) VALUE SPACES.
      *
      *****************************************************************
      *  IN-MEMORY COPY OF THE PRICE MASTER IN PART-NUMBER SEQUENCE.
      *  NEW PARTS ARE INSERTED IN SEQUENCE SO THE NEW MASTER IS
      *  WRITTEN STRAIGHT FROM THE TABLE.
      *****************************************************************
      *
       01 PRICE-TBL.
          05 PRICE-ENTRY-TBL
            OCCURS 2000 TIMES INDEXED BY PRC-IDX.
            10 PRC-PART-NUMBER-TBL  PIC X(23) VALUE SPACES.
            10 PRC-LIST-PRICE-TBL   PIC 9(7)V99 VALUE 0.
            10 PRC-TRADE-PRICE-TBL  PIC 9(7)V99 VALUE 0.
            10 PRC-EFF-DATE-TBL     PIC X(08) VALUE SPACES.
            10 PRC-PROP-STATUS-TBL  PIC X(01) VALUE SPACES.
               88 PRC-PROPOSAL-PENDING VALUE 'P'.
            10 PRC-PROP-LIST-TBL    PIC 9(7)V99 VALUE 0.
            10 PRC-PROP-TRADE-TBL   PIC 9(7)V99 VALUE 0.
            10 PRC-PROP-DATE-TBL    PIC X(08) VALUE SPACES.
            10 PRC-PROP-COST-TBL    PIC 9(7)V99 VALUE 0.
            10 PRC-APPROVED-BY-TBL  PIC X(08) VALUE SPACES.
      *
       01 WS-PRICE-VARS.
          05 WS-MAX-PRC-IDX         PIC 9(04) VALUE 2000.
          05 WS-PRC-LOADED-CTR      PIC 9(04) VALUE 0.
          05 WS-PRICE-SLOT          PIC 9(04) VALUE 0.
          05 WS-SHIFT-SUB           PIC 9(04) VALUE 0.
          05 WS-LOOKUP-PART         PIC X(23) VALUE SPACES.
          05 WS-PRIOR-PRICE-PART    PIC X(23) VALUE LOW-VALUES.
          05 PRICE-FOUND-SW         PIC X(01) VALUE 'N'.
             88 PRICE-FOUND         VALUE 'Y'.
          05 SLOT-FOUND-SW          PIC X(01) VALUE 'N'.
             88 SLOT-FOUND          VALUE 'Y'.
          05 PRICE-ADDED-SW         PIC X(01) VALUE 'N'.
             88 PRICE-ADDED         VALUE 'Y'.
      *
      *****************************************************************
      *  ONE PRICE TRANSACTION.
      *****************************************************************
      *
       01 WS-PRICE-TRANS-REC.
          05 PT-ACTION-CODE         PIC X(01) VALUE SPACES.
             88 PT-APPROVE          VALUE 'A'.
             88 PT-REJECT           VALUE 'R'.
             88 PT-SET-PRICE        VALUE 'S'.
          05 PT-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 PT-LIST-PRICE          PIC 9(7)V99 VALUE 0.
          05 PT-TRADE-PRICE         PIC 9(7)V99 VALUE 0.
          05 PT-EFFECTIVE-DATE      PIC X(08) VALUE SPACES.
          05 PT-OPERATOR-ID         PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
       01 WS-TRANS-VARS.
          05 WS-TRANS-RESULT        PIC X(40) VALUE SPACES.
          05 WS-EFFECTIVE-DATE      PIC X(08) VALUE SPACES.
          05 TRANS-APPLIED-SW       PIC X(01) VALUE 'N'.
             88 TRANS-APPLIED       VALUE 'Y'.
      *
      *****************************************************************
      *  REPRICING WORK FIELDS.
      *****************************************************************
      *
       01 WS-REPRICE-VARS.
          05 WS-PROP-LIST-PRICE     PIC 9(7)V99 VALUE 0.
          05 WS-PROP-TRADE-PRICE    PIC 9(7)V99 VALUE 0.
          05 WS-MARGIN-PCT          PIC S9(5)V99 VALUE 0.
          05 WS-PROPOSAL-NOTE       PIC X(10) VALUE SPACES.
          05 WS-MARGIN-FLAG         PIC X(09) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE COPYLIB MEMBER FOR ONE OPERATOR ACTIVITY
      *  RECORD APPENDED TO OPERLOG.
      *****************************************************************
      *
           COPY OPERACT.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 MKCODE                 PIC X(02) VALUE SPACES.
          05 EXCODE                 PIC X(02) VALUE SPACES.
          05 LCCODE                 PIC X(02) VALUE SPACES.
          05 PACODE                 PIC X(02) VALUE SPACES.
          05 PMCODE                 PIC X(02) VALUE SPACES.
          05 PTCODE                 PIC X(02) VALUE SPACES.
          05 PNCODE                 PIC X(02) VALUE SPACES.
          05 RPCODE                 PIC X(02) VALUE SPACES.
          05 OLCODE                 PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 MARKUP-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-MARKUP-FILE  VALUE 'Y'.
          05 EXCH-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-EXCH-FILE    VALUE 'Y'.
          05 LANDED-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-LANDED-FILE  VALUE 'Y'.
          05 PRICE-MAST-FILE-SW     PIC X(01) VALUE 'N'.
             88 END-OF-PRICE-MAST-FILE VALUE 'Y'.
          05 PRICE-TRANS-FILE-SW    PIC X(01) VALUE 'N'.
             88 END-OF-PRICE-TRANS-FILE VALUE 'Y'.
          05 PART-READ-OK-SW        PIC X(01) VALUE 'N'.
             88 PART-READ-OK        VALUE 'Y'.
          05 RUN-ERROR-SW           PIC X(01) VALUE 'N'.
             88 RUN-ERROR           VALUE 'Y'.
          05 TABLE-FULL-SW          PIC X(01) VALUE 'N'.
             88 TABLE-FULL          VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-MASTER-READ-CTR     PIC 9(07) VALUE 0.
          05 WS-LANDED-READ-CTR     PIC 9(07) VALUE 0.
          05 WS-TRANS-READ-CTR      PIC 9(07) VALUE 0.
          05 WS-TRANS-APPLIED-CTR   PIC 9(07) VALUE 0.
          05 WS-TRANS-REJECT-CTR    PIC 9(07) VALUE 0.
          05 WS-PROPOSED-CTR        PIC 9(07) VALUE 0.
          05 WS-NEW-PART-CTR        PIC 9(07) VALUE 0.
          05 WS-LOW-MARGIN-CTR      PIC 9(07) VALUE 0.
          05 WS-NO-MARKUP-CTR       PIC 9(07) VALUE 0.
          05 WS-NOT-REPRICED-CTR    PIC 9(07) VALUE 0.
          05 WS-MASTER-WRTN-CTR     PIC 9(07) VALUE 0.
          05 WS-OPERLOG-WRTN-CTR    PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  PRICE TRANSACTION SECTION OF THE REPORT.
      *****************************************************************
      *
       01 PRC-RPT-TITLE-1. *>HEADER FOR PRICE TRANSACTION SECTION
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(33) VALUE
                                   'SELLING PRICE TRANSACTIONS -- RUN'.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 RPT-TITLE-DATE-1       PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(89) VALUE SPACES.
      *
       01 PRC-RPT-TRANS-HDR. *>COLUMN HEADINGS
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(03) VALUE 'ACT'.
          05 FILLER                 PIC X(23) VALUE 'PART-NUMBER'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(12) VALUE '  LIST PRICE'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(12) VALUE ' TRADE PRICE'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'EFF DATE'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'OPERATOR'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(40) VALUE 'RESULT'.
          05 FILLER                 PIC X(15) VALUE SPACES.
      *
       01 PRC-RPT-TRANS-LINE. *>ONE PRICE TRANSACTION PER LINE
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-ACTION-CODE        PIC X(01) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-TRANS-PART         PIC X(23) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-TRANS-LIST         PIC Z,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-TRANS-TRADE        PIC Z,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-TRANS-EFF-DATE     PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-TRANS-OPERATOR     PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-TRANS-RESULT       PIC X(40) VALUE SPACES.
          05 FILLER                 PIC X(15) VALUE SPACES.
      *
      *****************************************************************
      *  REPRICING SECTION OF THE REPORT -- ONE LINE PER PART GIVEN A
      *  NEW PROPOSAL, BELOW ITS MARGIN FLOOR, OR WITH NO MARKUP ROW.
      *****************************************************************
      *
       01 PRC-RPT-TITLE-2. *>HEADER FOR REPRICING SECTION
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(45) VALUE
                       'REPRICING PROPOSALS AND MARGIN EXCEPTIONS -- '.
          05 FILLER                 PIC X(20) VALUE
                                    'ALL AMOUNTS IN USD  '.
          05 FILLER                 PIC X(66) VALUE SPACES.
      *
       01 PRC-RPT-REPRICE-HDR. *>COLUMN HEADINGS
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(23) VALUE 'PART-NUMBER'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(03) VALUE 'COM'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(12) VALUE ' LANDED COST'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(12) VALUE '    CUR LIST'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(12) VALUE '   CUR TRADE'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(12) VALUE '   PROP LIST'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(12) VALUE '  PROP TRADE'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'MARGIN %'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE 'PROPOSAL'.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 FILLER                 PIC X(09) VALUE 'FLOOR'.
          05 FILLER                 PIC X(01) VALUE SPACES.
      *
       01 PRC-RPT-REPRICE-LINE. *>ONE PART PER LINE
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-PART-NUMBER        PIC X(23) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-COMMODITY-CODE     PIC X(03) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-LANDED-COST        PIC Z,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-CUR-LIST           PIC Z,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-CUR-TRADE          PIC Z,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-PROP-LIST          PIC Z,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-PROP-TRADE         PIC Z,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-MARGIN-PCT         PIC -ZZZ9.99.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-PROPOSAL-NOTE      PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 RPT-MARGIN-FLAG        PIC X(09) VALUE SPACES.
          05 FILLER                 PIC X(01) VALUE SPACES.
      *
       01 PRC-RPT-SUMMARY-LINE. *>GENERIC SUMMARY LINE
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-SUMMARY-LABEL      PIC X(35) VALUE SPACES.
          05 RPT-SUMMARY-VALUE      PIC ZZZZZZ9.
          05 FILLER                 PIC X(89) VALUE SPACES.
      *
       01 WS-BLANK-LINE             PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION LOADS THE MARKUP, EXCHANGE RATE,
      *    LANDED COST AND PRICE MASTER TABLES, APPLIES THE PRICE
      *    TRANSACTIONS, REPRICES EVERY PART WITH A LANDED COST, AND
      *    WRITES THE NEW PRICE MASTER. AN OLD PRICE MASTER OUT OF
      *    SEQUENCE ENDS THE RUN AFTER THE LOAD WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-TRANS-HEADERS
      *    - 0200-READ-MARKUP-FILE
      *    - 0210-LOAD-MARKUP-TABLE
      *    - 0220-READ-EXCH-RATE-FILE
      *    - 0230-LOAD-EXCH-RATE-TABLE
      *    - 0240-READ-LANDED-COST-FILE
      *    - 0250-LOAD-LANDED-COST-TABLE
      *    - 0260-READ-PRICE-MASTER
      *    - 0270-LOAD-PRICE-TABLE
      *    - 0300-READ-PRICE-TRANS
      *    - 0400-APPLY-PRICE-TRANS
      *    - 0500-WRITE-REPRICE-HEADERS
      *    - 0600-REPRICE-ONE-PART
      *    - 0800-WRITE-PRICE-MASTER
      *    - 2500-WRITE-SUMMARY
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-READ-MARKUP-FILE.
           PERFORM 0210-LOAD-MARKUP-TABLE
               UNTIL END-OF-MARKUP-FILE.
           PERFORM 0220-READ-EXCH-RATE-FILE.
           PERFORM 0230-LOAD-EXCH-RATE-TABLE.
           PERFORM 0240-READ-LANDED-COST-FILE.
           PERFORM 0250-LOAD-LANDED-COST-TABLE
               UNTIL END-OF-LANDED-FILE.
           PERFORM 0260-READ-PRICE-MASTER.
           PERFORM 0270-LOAD-PRICE-TABLE
               UNTIL END-OF-PRICE-MAST-FILE.
           IF RUN-ERROR
              DISPLAY 'PRICEUPD: OLD PRICE MASTER OUT OF PART-NUMBER '
                      'SEQUENCE -- NO NEW MASTER WRITTEN'
           ELSE
              PERFORM 0150-WRITE-TRANS-HEADERS
              PERFORM 0300-READ-PRICE-TRANS
              PERFORM 0400-APPLY-PRICE-TRANS
                  UNTIL END-OF-PRICE-TRANS-FILE
              PERFORM 0500-WRITE-REPRICE-HEADERS
              PERFORM 0600-REPRICE-ONE-PART
                  VARYING LAND-IDX FROM 1 BY 1
                  UNTIL LAND-IDX > WS-LAND-LOADED-CTR
              PERFORM 0800-WRITE-PRICE-MASTER
                  VARYING PRC-IDX FROM 1 BY 1
                  UNTIL PRC-IDX > WS-PRC-LOADED-CTR
              PERFORM 2500-WRITE-SUMMARY
           END-IF.
           PERFORM 2600-CLOSE-FILES.
           IF RUN-ERROR OR TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH SETS TODAY'S DATE, USED AS
      *    THE PROPOSAL DATE AND THE DEFAULT EFFECTIVE DATE.
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
           MOVE WS-TODAY-8 TO RPT-TITLE-DATE-1.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0100-OPEN-FILES PARAGRAPH OPENS FILES FOR INPUT AND
      *    OUTPUT AND CHECKS THE FILE STATUS FOR A SUCCESSFUL OPEN
      *    OPERATION. IF THE OPEN OPERATION FAILS, AN ERROR MESSAGE IS
      *    DISPLAYED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0100-OPEN-FILES.
           OPEN INPUT MARKUP.
           IF MKCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING MARKUP FILE'
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
           OPEN INPUT PARTFILE.
           IF PACODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PARTS MASTER FILE'
           END-IF.
      *
           OPEN INPUT PRICMAST.
           IF PMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING OLD PRICE MASTER FILE'
           END-IF.
      *
           OPEN INPUT PRICTRAN.
           IF PTCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PRICE TRANSACTION FILE'
           END-IF.
      *
           OPEN OUTPUT PRICNEW.
           IF PNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW PRICE MASTER FILE'
           END-IF.
      *
           OPEN OUTPUT PRICRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING REPRICING REPORT FILE'
           END-IF.
      *
           OPEN EXTEND OPERLOG.
           IF OLCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING OPERATOR ACTIVITY LOG'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0150-WRITE-TRANS-HEADERS PARAGRAPH WRITES THE TITLE AND
      *    COLUMN HEADINGS OF THE PRICE TRANSACTION SECTION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0150-WRITE-TRANS-HEADERS.
           WRITE PRICRPT-REC FROM PRC-RPT-TITLE-1.
           WRITE PRICRPT-REC FROM WS-BLANK-LINE.
           WRITE PRICRPT-REC FROM PRC-RPT-TRANS-HDR.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO REPRICING REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-MARKUP-FILE PARAGRAPH READS ONE MARKUP TABLE
      *    ROW. WHEN THE END OF FILE IS REACHED, A FLAG IS SET TO
      *    INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0210-LOAD-MARKUP-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0200-READ-MARKUP-FILE.
           READ MARKUP INTO MARKUP-REC-WS
              AT END MOVE 'Y' TO MARKUP-FILE-SW
           END-READ.
      *
           IF MKCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING MARKUP FILE.'
              MOVE 'Y' TO MARKUP-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0210-LOAD-MARKUP-TABLE PARAGRAPH ADDS THE CURRENT
      *    MARKUP ROW TO THE MARKUP TABLE AND READS THE NEXT. A FULL
      *    TABLE IS REPORTED AND ENDS THE STEP WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0200-READ-MARKUP-FILE
      *****************************************************************
      *
       0210-LOAD-MARKUP-TABLE.
           IF WS-MKUP-LOADED-CTR < WS-MAX-MKUP-IDX
              ADD 1 TO WS-MKUP-LOADED-CTR
              SET MKUP-IDX TO WS-MKUP-LOADED-CTR
              MOVE MK-COMMODITY-CODE
                 TO MKUP-COMMODITY-TBL (MKUP-IDX)
              MOVE MK-LIST-MARKUP-PCT
                 TO MKUP-LIST-PCT-TBL (MKUP-IDX)
              MOVE MK-TRADE-MARKUP-PCT
                 TO MKUP-TRADE-PCT-TBL (MKUP-IDX)
              MOVE MK-MARGIN-FLOOR-PCT
                 TO MKUP-FLOOR-PCT-TBL (MKUP-IDX)
              PERFORM 0200-READ-MARKUP-FILE
           ELSE
              DISPLAY 'MARKUP TABLE FULL -- REMAINING '
                      'COMMODITIES NOT LOADED'
              SET TABLE-FULL TO TRUE
              MOVE 'Y' TO MARKUP-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0220-READ-EXCH-RATE-FILE PARAGRAPH READS A SINGLE
      *    RECORD FROM THE CURRENCY EXCHANGE RATE REFERENCE FILE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0230-LOAD-EXCH-RATE-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0220-READ-EXCH-RATE-FILE.
           READ EXCHRATE INTO EXCHRATE-REC-WS
              AT END MOVE 'Y' TO EXCH-FILE-SW
           END-READ.
      *
           IF EXCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING EXCHANGE RATE FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0230-LOAD-EXCH-RATE-TABLE PARAGRAPH LOADS CURRENCY
      *    EXCHANGE RATE RECORDS INTO A TABLE (ARRAY) IN WORKING
      *    STORAGE. A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0220-READ-EXCH-RATE-FILE
      *****************************************************************
      *
       0230-LOAD-EXCH-RATE-TABLE.
           PERFORM VARYING EXCH-IDX FROM 1 BY 1
             UNTIL END-OF-EXCH-FILE OR
                   EXCH-IDX > WS-MAX-EXCH-IDX
               MOVE EXCH-CCY-IN  TO EXCH-CCY-TBL (EXCH-IDX)
               MOVE EXCH-RATE-IN TO EXCH-RATE-TBL-AMT (EXCH-IDX)
      *
               PERFORM 0220-READ-EXCH-RATE-FILE
           END-PERFORM.
      *
           IF NOT END-OF-EXCH-FILE
              DISPLAY 'EXCHANGE RATE TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET TABLE-FULL TO TRUE
              MOVE 'Y' TO EXCH-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0240-READ-LANDED-COST-FILE PARAGRAPH READS A SINGLE
      *    RECORD FROM THE LANDED COST EXTRACT WRITTEN BY PORECV.CBL.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0250-LOAD-LANDED-COST-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0240-READ-LANDED-COST-FILE.
           READ LANDCOST INTO WS-LANDED-COST-REC
              AT END MOVE 'Y' TO LANDED-FILE-SW
           END-READ.
      *
           IF LCCODE = '00' OR '10'
              IF NOT END-OF-LANDED-FILE
                 ADD 1 TO WS-LANDED-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING LANDED COST FILE.'
              MOVE 'Y' TO LANDED-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0250-LOAD-LANDED-COST-TABLE PARAGRAPH CONVERTS THE
      *    CURRENT LANDED COST TO USD AND LOADS IT INTO THE PER-PART
      *    LANDED COST TABLE. THE EXTRACT CAN CARRY SEVERAL RECEIPTS
      *    FOR THE SAME PART -- THE FILE IS IN MATCH SEQUENCE, SO A
      *    PART ALREADY ON THE TABLE IS OVERLAID AND THE LATEST LANDED
      *    COST WINS. A FULL TABLE IS REPORTED AND ENDS THE STEP WITH
      *    RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0720-LOOKUP-EXCH-RATE
      *    -  0240-READ-LANDED-COST-FILE
      *****************************************************************
      *
       0250-LOAD-LANDED-COST-TABLE.
           IF LC-CURRENCY-CODE = 'USD' OR SPACES
              MOVE LC-LANDED-UNIT-COST TO WS-LANDED-USD-COST
           ELSE
              MOVE LC-CURRENCY-CODE TO WS-EXCH-LOOKUP-CCY
              PERFORM 0720-LOOKUP-EXCH-RATE
              COMPUTE WS-LANDED-USD-COST ROUNDED =
                      LC-LANDED-UNIT-COST * WS-EXCH-LOOKUP-RATE
           END-IF.
      *
           MOVE 'N' TO LAND-FOUND-SW.
      *
           PERFORM VARYING LAND-IDX FROM 1 BY 1
              UNTIL LAND-IDX > WS-LAND-LOADED-CTR OR LAND-FOUND
              IF LC-PART-NUMBER = LAND-PART-TBL (LAND-IDX)
                 MOVE 'Y' TO LAND-FOUND-SW
                 MOVE WS-LANDED-USD-COST TO LAND-USD-COST-TBL (LAND-IDX)
              END-IF
           END-PERFORM.
      *
           IF NOT LAND-FOUND
              IF WS-LAND-LOADED-CTR < WS-MAX-LAND-IDX
                 ADD 1 TO WS-LAND-LOADED-CTR
                 SET LAND-IDX TO WS-LAND-LOADED-CTR
                 MOVE LC-PART-NUMBER TO LAND-PART-TBL (LAND-IDX)
                 MOVE WS-LANDED-USD-COST TO LAND-USD-COST-TBL (LAND-IDX)
              ELSE
                 DISPLAY 'LANDED COST TABLE FULL -- PART '
                         LC-PART-NUMBER ' NOT REPRICED'
                 SET TABLE-FULL TO TRUE
              END-IF
           END-IF.
      *
           PERFORM 0240-READ-LANDED-COST-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0260-READ-PRICE-MASTER PARAGRAPH READS ONE OLD PRICE
      *    MASTER ROW. WHEN THE END OF FILE IS REACHED, A FLAG IS SET
      *    TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0270-LOAD-PRICE-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0260-READ-PRICE-MASTER.
           READ PRICMAST INTO WS-PRICE-REC
              AT END MOVE 'Y' TO PRICE-MAST-FILE-SW
           END-READ.
      *
           IF PMCODE = '00' OR '10'
              IF NOT END-OF-PRICE-MAST-FILE
                 ADD 1 TO WS-MASTER-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING OLD PRICE MASTER FILE.'
              MOVE 'Y' TO PRICE-MAST-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0270-LOAD-PRICE-TABLE PARAGRAPH ADDS THE CURRENT OLD
      *    MASTER ROW TO THE PRICE TABLE AND READS THE NEXT. A ROW NOT
      *    HIGHER IN PART-NUMBER THAN THE ONE BEFORE IT IS A RUN
      *    ERROR; A FULL TABLE IS REPORTED AND ENDS THE STEP WITH
      *    RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0260-READ-PRICE-MASTER
      *****************************************************************
      *
       0270-LOAD-PRICE-TABLE.
           IF PR-PART-NUMBER NOT > WS-PRIOR-PRICE-PART
              DISPLAY 'PRICE MASTER OUT OF SEQUENCE AT PART '
                      PR-PART-NUMBER
              SET RUN-ERROR TO TRUE
              MOVE 'Y' TO PRICE-MAST-FILE-SW
           ELSE
              IF WS-PRC-LOADED-CTR < WS-MAX-PRC-IDX
                 ADD 1 TO WS-PRC-LOADED-CTR
                 SET PRC-IDX TO WS-PRC-LOADED-CTR
                 PERFORM 0280-MOVE-REC-TO-TABLE
                 MOVE PR-PART-NUMBER TO WS-PRIOR-PRICE-PART
                 PERFORM 0260-READ-PRICE-MASTER
              ELSE
                 DISPLAY 'PRICE TABLE FULL -- REMAINING PRICE '
                         'MASTER ROWS NOT LOADED'
                 SET RUN-ERROR TO TRUE
                 MOVE 'Y' TO PRICE-MAST-FILE-SW
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0280-MOVE-REC-TO-TABLE PARAGRAPH MOVES THE PRICE MASTER
      *    ROW IN WORKING STORAGE TO THE TABLE ENTRY AT PRC-IDX.
      *
      *  CALLED BY:
      *    -  0270-LOAD-PRICE-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0280-MOVE-REC-TO-TABLE.
           MOVE PR-PART-NUMBER      TO PRC-PART-NUMBER-TBL (PRC-IDX).
           MOVE PR-LIST-PRICE       TO PRC-LIST-PRICE-TBL (PRC-IDX).
           MOVE PR-TRADE-PRICE      TO PRC-TRADE-PRICE-TBL (PRC-IDX).
           MOVE PR-EFFECTIVE-DATE   TO PRC-EFF-DATE-TBL (PRC-IDX).
           MOVE PR-PROPOSAL-STATUS  TO PRC-PROP-STATUS-TBL (PRC-IDX).
           MOVE PR-PROP-LIST-PRICE  TO PRC-PROP-LIST-TBL (PRC-IDX).
           MOVE PR-PROP-TRADE-PRICE TO PRC-PROP-TRADE-TBL (PRC-IDX).
           MOVE PR-PROP-DATE        TO PRC-PROP-DATE-TBL (PRC-IDX).
           MOVE PR-PROP-LANDED-COST TO PRC-PROP-COST-TBL (PRC-IDX).
           MOVE PR-APPROVED-BY      TO PRC-APPROVED-BY-TBL (PRC-IDX).
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-READ-PRICE-TRANS PARAGRAPH READS ONE PRICE
      *    TRANSACTION. WHEN THE END OF FILE IS REACHED, A FLAG IS SET
      *    TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0400-APPLY-PRICE-TRANS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0300-READ-PRICE-TRANS.
           READ PRICTRAN INTO WS-PRICE-TRANS-REC
              AT END MOVE 'Y' TO PRICE-TRANS-FILE-SW
           END-READ.
      *
           IF PTCODE = '00' OR '10'
              IF NOT END-OF-PRICE-TRANS-FILE
                 ADD 1 TO WS-TRANS-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING PRICE TRANSACTION FILE.'
              MOVE 'Y' TO PRICE-TRANS-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0400-APPLY-PRICE-TRANS PARAGRAPH VALIDATES AND APPLIES
      *    ONE PRICE TRANSACTION TO THE PRICE TABLE, PRINTS IT WITH
      *    ITS RESULT, LOGS IT TO THE OPERATOR ACTIVITY LOG WHEN
      *    APPLIED, AND READS THE NEXT TRANSACTION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0410-FIND-PRICE-ROW
      *    -  0420-APPLY-APPROVE
      *    -  0430-APPLY-REJECT
      *    -  0440-APPLY-SET-PRICE
      *    -  0450-WRITE-TRANS-LINE
      *    -  0470-WRITE-OPER-ACTIVITY
      *    -  0300-READ-PRICE-TRANS
      *****************************************************************
      *
       0400-APPLY-PRICE-TRANS.
           MOVE 'N'    TO TRANS-APPLIED-SW.
           MOVE SPACES TO WS-TRANS-RESULT.
      *
           IF PT-EFFECTIVE-DATE = SPACES
              MOVE WS-TODAY-8 TO WS-EFFECTIVE-DATE
           ELSE
              MOVE PT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF.
      *
           IF PT-OPERATOR-ID = SPACES
              MOVE 'REJECTED -- NO OPERATOR ID' TO WS-TRANS-RESULT
           ELSE
              IF PT-PART-NUMBER = SPACES
                 MOVE 'REJECTED -- NO PART-NUMBER' TO WS-TRANS-RESULT
              ELSE
                 MOVE PT-PART-NUMBER TO WS-LOOKUP-PART
                 PERFORM 0410-FIND-PRICE-ROW
                 EVALUATE TRUE
                    WHEN PT-APPROVE
                       PERFORM 0420-APPLY-APPROVE
                    WHEN PT-REJECT
                       PERFORM 0430-APPLY-REJECT
                    WHEN PT-SET-PRICE
                       PERFORM 0440-APPLY-SET-PRICE
                    WHEN OTHER
                       MOVE 'REJECTED -- INVALID ACTION CODE'
                          TO WS-TRANS-RESULT
                 END-EVALUATE
              END-IF
           END-IF.
      *
           IF TRANS-APPLIED
              ADD 1 TO WS-TRANS-APPLIED-CTR
              PERFORM 0470-WRITE-OPER-ACTIVITY
           ELSE
              ADD 1 TO WS-TRANS-REJECT-CTR
           END-IF.
      *
           PERFORM 0450-WRITE-TRANS-LINE.
      *
           PERFORM 0300-READ-PRICE-TRANS.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0410-FIND-PRICE-ROW PARAGRAPH SEARCHES THE PRICE TABLE
      *    FOR WS-LOOKUP-PART. PRICE-FOUND IS SET WHEN THE PART IS ON
      *    THE TABLE, AND WS-PRICE-SLOT IS LEFT AT ITS ENTRY -- OR, WHEN
      *    IT IS NOT, AT THE ENTRY WHERE IT WOULD BE INSERTED TO KEEP
      *    THE TABLE IN PART-NUMBER SEQUENCE.
      *
      *  CALLED BY:
      *    -  0400-APPLY-PRICE-TRANS
      *    -  0600-REPRICE-ONE-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0410-FIND-PRICE-ROW.
           MOVE 'N' TO PRICE-FOUND-SW.
           MOVE 'N' TO SLOT-FOUND-SW.
           COMPUTE WS-PRICE-SLOT = WS-PRC-LOADED-CTR + 1.
      *
           PERFORM VARYING PRC-IDX FROM 1 BY 1
              UNTIL PRC-IDX > WS-PRC-LOADED-CTR OR SLOT-FOUND
              IF PRC-PART-NUMBER-TBL (PRC-IDX) NOT < WS-LOOKUP-PART
                 SET WS-PRICE-SLOT TO PRC-IDX
                 MOVE 'Y' TO SLOT-FOUND-SW
                 IF PRC-PART-NUMBER-TBL (PRC-IDX) = WS-LOOKUP-PART
                    MOVE 'Y' TO PRICE-FOUND-SW
                 END-IF
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0415-INSERT-PRICE-ROW PARAGRAPH OPENS AN EMPTY ENTRY
      *    FOR WS-LOOKUP-PART AT WS-PRICE-SLOT, SHIFTING THE ENTRIES
      *    FROM THAT SLOT ON DOWN ONE. PRICE-ADDED IS SET WHEN THE
      *    ENTRY WAS OPENED; A FULL TABLE IS REPORTED AND ENDS THE
      *    STEP WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  0440-APPLY-SET-PRICE
      *    -  0600-REPRICE-ONE-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0415-INSERT-PRICE-ROW.
           MOVE 'N' TO PRICE-ADDED-SW.
      *
           IF WS-PRC-LOADED-CTR < WS-MAX-PRC-IDX
              PERFORM VARYING WS-SHIFT-SUB FROM WS-PRC-LOADED-CTR
                 BY -1 UNTIL WS-SHIFT-SUB < WS-PRICE-SLOT
                 MOVE PRICE-ENTRY-TBL (WS-SHIFT-SUB)
                    TO PRICE-ENTRY-TBL (WS-SHIFT-SUB + 1)
              END-PERFORM
              ADD 1 TO WS-PRC-LOADED-CTR
              SET PRC-IDX TO WS-PRICE-SLOT
              INITIALIZE PRICE-ENTRY-TBL (PRC-IDX)
              MOVE WS-LOOKUP-PART TO PRC-PART-NUMBER-TBL (PRC-IDX)
              MOVE 'Y' TO PRICE-ADDED-SW
           ELSE
              DISPLAY 'PRICE TABLE FULL -- PART ' WS-LOOKUP-PART
                      ' NOT ADDED'
              SET TABLE-FULL TO TRUE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0420-APPLY-APPROVE PARAGRAPH MAKES THE PROPOSED LIST
      *    AND TRADE PRICE OF THE PART THE PRICES IN EFFECT FROM THE
      *    TRANSACTION'S EFFECTIVE DATE AND CLEARS THE PROPOSAL. THE
      *    PART MUST HAVE A PROPOSAL PENDING.
      *
      *  CALLED BY:
      *    -  0400-APPLY-PRICE-TRANS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0420-APPLY-APPROVE.
           IF NOT PRICE-FOUND
              MOVE 'REJECTED -- PART NOT ON PRICE MASTER'
                 TO WS-TRANS-RESULT
           ELSE
              SET PRC-IDX TO WS-PRICE-SLOT
              IF NOT PRC-PROPOSAL-PENDING (PRC-IDX)
                 MOVE 'REJECTED -- NO PROPOSAL PENDING'
                    TO WS-TRANS-RESULT
              ELSE
                 MOVE PRC-PROP-LIST-TBL (PRC-IDX)
                    TO PRC-LIST-PRICE-TBL (PRC-IDX)
                 MOVE PRC-PROP-TRADE-TBL (PRC-IDX)
                    TO PRC-TRADE-PRICE-TBL (PRC-IDX)
                 MOVE WS-EFFECTIVE-DATE  TO PRC-EFF-DATE-TBL (PRC-IDX)
                 MOVE PT-OPERATOR-ID  TO PRC-APPROVED-BY-TBL (PRC-IDX)
                 PERFORM 0425-CLEAR-PROPOSAL
                 MOVE 'APPLIED -- PROPOSED PRICE APPROVED'
                    TO WS-TRANS-RESULT
                 MOVE 'Y' TO TRANS-APPLIED-SW
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0425-CLEAR-PROPOSAL PARAGRAPH CLEARS THE PROPOSAL HELD
      *    ON THE PRICE TABLE ENTRY AT PRC-IDX.
      *
      *  CALLED BY:
      *    -  0420-APPLY-APPROVE
      *    -  0430-APPLY-REJECT
      *    -  0440-APPLY-SET-PRICE
      *    -  0600-REPRICE-ONE-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0425-CLEAR-PROPOSAL.
           MOVE SPACES TO PRC-PROP-STATUS-TBL (PRC-IDX).
           MOVE 0      TO PRC-PROP-LIST-TBL (PRC-IDX).
           MOVE 0      TO PRC-PROP-TRADE-TBL (PRC-IDX).
           MOVE SPACES TO PRC-PROP-DATE-TBL (PRC-IDX).
           MOVE 0      TO PRC-PROP-COST-TBL (PRC-IDX).
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0430-APPLY-REJECT PARAGRAPH DROPS THE PROPOSAL PENDING
      *    FOR THE PART, LEAVING THE PRICES IN EFFECT UNCHANGED.
      *
      *  CALLED BY:
      *    -  0400-APPLY-PRICE-TRANS
      *
      *  CALLS:
      *    -  0425-CLEAR-PROPOSAL
      *****************************************************************
      *
       0430-APPLY-REJECT.
           IF NOT PRICE-FOUND
              MOVE 'REJECTED -- PART NOT ON PRICE MASTER'
                 TO WS-TRANS-RESULT
           ELSE
              SET PRC-IDX TO WS-PRICE-SLOT
              IF NOT PRC-PROPOSAL-PENDING (PRC-IDX)
                 MOVE 'REJECTED -- NO PROPOSAL PENDING'
                    TO WS-TRANS-RESULT
              ELSE
                 PERFORM 0425-CLEAR-PROPOSAL
                 MOVE 'APPLIED -- PROPOSED PRICE REJECTED'
                    TO WS-TRANS-RESULT
                 MOVE 'Y' TO TRANS-APPLIED-SW
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0440-APPLY-SET-PRICE PARAGRAPH SETS THE LIST AND TRADE
      *    PRICE OF THE PART BY HAND, ADDING THE PART TO THE TABLE
      *    WHEN IT IS NOT ON IT, AND DROPS ANY PROPOSAL PENDING. BOTH
      *    PRICES MUST BE NUMERIC AND ABOVE ZERO, AND THE TRADE PRICE
      *    MAY NOT BE ABOVE THE LIST PRICE.
      *
      *  CALLED BY:
      *    -  0400-APPLY-PRICE-TRANS
      *
      *  CALLS:
      *    -  0415-INSERT-PRICE-ROW
      *    -  0425-CLEAR-PROPOSAL
      *****************************************************************
      *
       0440-APPLY-SET-PRICE.
           IF PT-LIST-PRICE NOT NUMERIC OR PT-TRADE-PRICE NOT NUMERIC
              MOVE 'REJECTED -- PRICE NOT NUMERIC' TO WS-TRANS-RESULT
           ELSE
              IF PT-LIST-PRICE = 0 OR PT-TRADE-PRICE = 0
                 MOVE 'REJECTED -- PRICE MUST BE ABOVE ZERO'
                    TO WS-TRANS-RESULT
              ELSE
                 IF PT-TRADE-PRICE > PT-LIST-PRICE
                    MOVE 'REJECTED -- TRADE PRICE ABOVE LIST PRICE'
                       TO WS-TRANS-RESULT
                 ELSE
                    IF PRICE-FOUND
                       SET PRC-IDX TO WS-PRICE-SLOT
                       MOVE 'Y' TO PRICE-ADDED-SW
                    ELSE
                       PERFORM 0415-INSERT-PRICE-ROW
                    END-IF
                    IF PRICE-ADDED
                       MOVE PT-LIST-PRICE
                          TO PRC-LIST-PRICE-TBL (PRC-IDX)
                       MOVE PT-TRADE-PRICE
                          TO PRC-TRADE-PRICE-TBL (PRC-IDX)
                       MOVE WS-EFFECTIVE-DATE
                          TO PRC-EFF-DATE-TBL (PRC-IDX)
                       MOVE PT-OPERATOR-ID
                          TO PRC-APPROVED-BY-TBL (PRC-IDX)
                       PERFORM 0425-CLEAR-PROPOSAL
                       MOVE 'APPLIED -- PRICE SET' TO WS-TRANS-RESULT
                       MOVE 'Y' TO TRANS-APPLIED-SW
                    ELSE
                       MOVE 'REJECTED -- PRICE TABLE FULL'
                          TO WS-TRANS-RESULT
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0450-WRITE-TRANS-LINE PARAGRAPH PRINTS ONE PRICE
      *    TRANSACTION WITH ITS RESULT AND CHECKS THE FILE STATUS FOR
      *    A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0400-APPLY-PRICE-TRANS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0450-WRITE-TRANS-LINE.
           MOVE PT-ACTION-CODE    TO RPT-ACTION-CODE.
           MOVE PT-PART-NUMBER    TO RPT-TRANS-PART.
           IF PT-SET-PRICE
              AND PT-LIST-PRICE NUMERIC AND PT-TRADE-PRICE NUMERIC
              MOVE PT-LIST-PRICE  TO RPT-TRANS-LIST
              MOVE PT-TRADE-PRICE TO RPT-TRANS-TRADE
           ELSE
              IF TRANS-APPLIED AND PT-APPROVE
                 MOVE PRC-LIST-PRICE-TBL (PRC-IDX)  TO RPT-TRANS-LIST
                 MOVE PRC-TRADE-PRICE-TBL (PRC-IDX) TO RPT-TRANS-TRADE
              ELSE
                 MOVE 0 TO RPT-TRANS-LIST
                 MOVE 0 TO RPT-TRANS-TRADE
              END-IF
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO RPT-TRANS-EFF-DATE.
           MOVE PT-OPERATOR-ID    TO RPT-TRANS-OPERATOR.
           MOVE WS-TRANS-RESULT   TO RPT-TRANS-RESULT.
      *
           WRITE PRICRPT-REC FROM PRC-RPT-TRANS-LINE.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO REPRICING REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0470-WRITE-OPER-ACTIVITY PARAGRAPH APPENDS ONE PRCA
      *    RECORD TO THE OPERATOR ACTIVITY LOG FOR THE PRICE
      *    TRANSACTION JUST APPLIED, AGAINST THE PART PRICED.
      *
      *  CALLED BY:
      *    -  0400-APPLY-PRICE-TRANS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0470-WRITE-OPER-ACTIVITY.
           INITIALIZE OPER-ACT-REC-WS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO OPER-ACT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:8) TO OPER-ACT-TIME.
           MOVE PT-OPERATOR-ID               TO OPER-ID.
           MOVE 'PRCA'                       TO OPER-ROLE-CODE.
           MOVE 'PART'                       TO OPER-OBJECT-TYPE.
           MOVE PT-PART-NUMBER               TO OPER-OBJECT-KEY.
           MOVE 'PRICEUPD'                   TO OPER-SOURCE-PGM.
           EVALUATE TRUE
              WHEN PT-APPROVE
                 MOVE 'PRICE APPROVED' TO OPER-DETAIL
              WHEN PT-REJECT
                 MOVE 'PRICE REJECTED' TO OPER-DETAIL
              WHEN OTHER
                 MOVE 'PRICE SET'      TO OPER-DETAIL
           END-EVALUATE.
           WRITE OPERLOG-REC FROM OPER-ACT-REC-WS.
           IF OLCODE = '00'
              ADD 1 TO WS-OPERLOG-WRTN-CTR
           ELSE
              DISPLAY 'ERROR WRITING OPERATOR ACTIVITY LOG'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-WRITE-REPRICE-HEADERS PARAGRAPH WRITES THE TITLE
      *    AND COLUMN HEADINGS OF THE REPRICING SECTION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0500-WRITE-REPRICE-HEADERS.
           WRITE PRICRPT-REC FROM WS-BLANK-LINE.
           WRITE PRICRPT-REC FROM WS-BLANK-LINE.
           WRITE PRICRPT-REC FROM PRC-RPT-TITLE-2.
           WRITE PRICRPT-REC FROM WS-BLANK-LINE.
           WRITE PRICRPT-REC FROM PRC-RPT-REPRICE-HDR.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO REPRICING REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-REPRICE-ONE-PART PARAGRAPH REPRICES THE PART AT
      *    LAND-IDX ON THE LANDED COST TABLE. THE PART'S COMMODITY
      *    MARKUP GIVES THE PROPOSED LIST AND TRADE PRICE; WHEN THEY
      *    DIFFER FROM THE PRICES IN EFFECT THEY ARE HELD ON THE PRICE
      *    TABLE AS A PROPOSAL (A PART NOT YET PRICED IS ADDED), AND
      *    WHEN THEY AGREE ANY OLDER PROPOSAL IS DROPPED. THE MARGIN OF
      *    THE TRADE PRICE IN EFFECT AT THIS COST IS CHECKED AGAINST
      *    THE COMMODITY'S FLOOR. A PART NOT ON THE PARTS MASTER OR
      *    DEACTIVATED THERE IS NOT REPRICED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0350-READ-PART-MASTER
      *    -  0610-FIND-MARKUP
      *    -  0410-FIND-PRICE-ROW
      *    -  0415-INSERT-PRICE-ROW
      *    -  0425-CLEAR-PROPOSAL
      *    -  0650-WRITE-REPRICE-LINE
      *****************************************************************
      *
       0600-REPRICE-ONE-PART.
           MOVE 'N'    TO PRICE-ADDED-SW.
           MOVE SPACES TO WS-PROPOSAL-NOTE.
           MOVE SPACES TO WS-MARGIN-FLAG.
           MOVE 0      TO WS-MARGIN-PCT.
           MOVE 0      TO WS-PROP-LIST-PRICE.
           MOVE 0      TO WS-PROP-TRADE-PRICE.
      *
           MOVE LAND-PART-TBL (LAND-IDX) TO PARTFILE-KEY.
           PERFORM 0350-READ-PART-MASTER.
      *
           IF NOT PART-READ-OK OR PM-PART-INACTIVE
              ADD 1 TO WS-NOT-REPRICED-CTR
           ELSE
              PERFORM 0610-FIND-MARKUP
              MOVE LAND-PART-TBL (LAND-IDX) TO WS-LOOKUP-PART
              PERFORM 0410-FIND-PRICE-ROW
              IF NOT MKUP-FOUND
                 ADD 1 TO WS-NO-MARKUP-CTR
                 MOVE 'NO MARKUP' TO WS-PROPOSAL-NOTE
                 PERFORM 0650-WRITE-REPRICE-LINE
              ELSE
                 COMPUTE WS-PROP-LIST-PRICE ROUNDED =
                         LAND-USD-COST-TBL (LAND-IDX)
                         * (100 + WS-LIST-MARKUP-PCT) / 100
                 COMPUTE WS-PROP-TRADE-PRICE ROUNDED =
                         LAND-USD-COST-TBL (LAND-IDX)
                         * (100 + WS-TRADE-MARKUP-PCT) / 100
                 PERFORM 0620-SET-PROPOSAL
                 PERFORM 0630-CHECK-MARGIN
                 IF WS-PROPOSAL-NOTE NOT = SPACES
                    OR WS-MARGIN-FLAG NOT = SPACES
                    PERFORM 0650-WRITE-REPRICE-LINE
                 END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0610-FIND-MARKUP PARAGRAPH SEARCHES THE MARKUP TABLE
      *    FOR THE PART'S COMMODITY-CODE AND RETURNS ITS LIST AND
      *    TRADE MARKUP AND MARGIN FLOOR.
      *
      *  CALLED BY:
      *    -  0600-REPRICE-ONE-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0610-FIND-MARKUP.
           MOVE 'N' TO MKUP-FOUND-SW.
           MOVE 0   TO WS-LIST-MARKUP-PCT.
           MOVE 0   TO WS-TRADE-MARKUP-PCT.
           MOVE 0   TO WS-MARGIN-FLOOR-PCT.
      *
           PERFORM VARYING MKUP-IDX FROM 1 BY 1
              UNTIL MKUP-IDX > WS-MKUP-LOADED-CTR OR MKUP-FOUND
              IF PM-COMMODITY-CODE = MKUP-COMMODITY-TBL (MKUP-IDX)
                 MOVE 'Y' TO MKUP-FOUND-SW
                 MOVE MKUP-LIST-PCT-TBL (MKUP-IDX)
                    TO WS-LIST-MARKUP-PCT
                 MOVE MKUP-TRADE-PCT-TBL (MKUP-IDX)
                    TO WS-TRADE-MARKUP-PCT
                 MOVE MKUP-FLOOR-PCT-TBL (MKUP-IDX)
                    TO WS-MARGIN-FLOOR-PCT
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0620-SET-PROPOSAL PARAGRAPH HOLDS THE PROPOSED PRICES ON
      *    THE PRICE TABLE WHEN THEY DIFFER FROM THE PRICES IN EFFECT,
      *    ADDING A PART NOT YET ON THE TABLE, AND DROPS AN OLDER
      *    PROPOSAL WHEN THEY AGREE.
      *
      *  CALLED BY:
      *    -  0600-REPRICE-ONE-PART
      *
      *  CALLS:
      *    -  0415-INSERT-PRICE-ROW
      *    -  0425-CLEAR-PROPOSAL
      *****************************************************************
      *
       0620-SET-PROPOSAL.
           IF PRICE-FOUND
              SET PRC-IDX TO WS-PRICE-SLOT
              MOVE 'Y' TO PRICE-ADDED-SW
           ELSE
              PERFORM 0415-INSERT-PRICE-ROW
              IF PRICE-ADDED
                 ADD 1 TO WS-NEW-PART-CTR
                 MOVE 'NEW PART' TO WS-PROPOSAL-NOTE
              END-IF
           END-IF.
      *
           IF PRICE-ADDED
              IF WS-PROP-LIST-PRICE = PRC-LIST-PRICE-TBL (PRC-IDX)
                 AND WS-PROP-TRADE-PRICE =
                     PRC-TRADE-PRICE-TBL (PRC-IDX)
                 PERFORM 0425-CLEAR-PROPOSAL
              ELSE
                 MOVE 'P' TO PRC-PROP-STATUS-TBL (PRC-IDX)
                 MOVE WS-PROP-LIST-PRICE
                    TO PRC-PROP-LIST-TBL (PRC-IDX)
                 MOVE WS-PROP-TRADE-PRICE
                    TO PRC-PROP-TRADE-TBL (PRC-IDX)
                 MOVE WS-TODAY-8 TO PRC-PROP-DATE-TBL (PRC-IDX)
                 MOVE LAND-USD-COST-TBL (LAND-IDX)
                    TO PRC-PROP-COST-TBL (PRC-IDX)
                 ADD 1 TO WS-PROPOSED-CTR
                 IF WS-PROPOSAL-NOTE = SPACES
                    MOVE 'PROPOSED' TO WS-PROPOSAL-NOTE
                 END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0630-CHECK-MARGIN PARAGRAPH WORKS OUT THE MARGIN OF THE
      *    TRADE PRICE IN EFFECT AT THE LATEST LANDED COST AND FLAGS
      *    IT WHEN IT IS BELOW THE COMMODITY'S MARGIN FLOOR. A PART
      *    WITH NO PRICE IN EFFECT HAS NO MARGIN TO CHECK.
      *
      *  CALLED BY:
      *    -  0600-REPRICE-ONE-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0630-CHECK-MARGIN.
           IF PRICE-ADDED
              IF PRC-TRADE-PRICE-TBL (PRC-IDX) > 0
                 COMPUTE WS-MARGIN-PCT ROUNDED =
                         (PRC-TRADE-PRICE-TBL (PRC-IDX)
                          - LAND-USD-COST-TBL (LAND-IDX)) * 100
                         / PRC-TRADE-PRICE-TBL (PRC-IDX)
                 IF WS-MARGIN-PCT < WS-MARGIN-FLOOR-PCT
                    ADD 1 TO WS-LOW-MARGIN-CTR
                    MOVE 'BELOW FLR' TO WS-MARGIN-FLAG
                 END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0650-WRITE-REPRICE-LINE PARAGRAPH PRINTS ONE PART OF
      *    THE REPRICING SECTION AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0600-REPRICE-ONE-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0650-WRITE-REPRICE-LINE.
           MOVE LAND-PART-TBL (LAND-IDX)     TO RPT-PART-NUMBER.
           MOVE PM-COMMODITY-CODE            TO RPT-COMMODITY-CODE.
           MOVE LAND-USD-COST-TBL (LAND-IDX) TO RPT-LANDED-COST.
           IF PRICE-FOUND OR PRICE-ADDED
              SET PRC-IDX TO WS-PRICE-SLOT
              MOVE PRC-LIST-PRICE-TBL (PRC-IDX)  TO RPT-CUR-LIST
              MOVE PRC-TRADE-PRICE-TBL (PRC-IDX) TO RPT-CUR-TRADE
           ELSE
              MOVE 0 TO RPT-CUR-LIST
              MOVE 0 TO RPT-CUR-TRADE
           END-IF.
           MOVE WS-PROP-LIST-PRICE           TO RPT-PROP-LIST.
           MOVE WS-PROP-TRADE-PRICE          TO RPT-PROP-TRADE.
           MOVE WS-MARGIN-PCT                TO RPT-MARGIN-PCT.
           MOVE WS-PROPOSAL-NOTE             TO RPT-PROPOSAL-NOTE.
           MOVE WS-MARGIN-FLAG               TO RPT-MARGIN-FLAG.
      *
           WRITE PRICRPT-REC FROM PRC-RPT-REPRICE-LINE.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO REPRICING REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0350-READ-PART-MASTER PARAGRAPH READS THE PARTS MASTER
      *    RECORD FOR THE PART IN PARTFILE-KEY DIRECTLY BY
      *    PART-NUMBER AND SETS THE PART-READ-OK SWITCH.
      *
      *  CALLED BY:
      *    -  0600-REPRICE-ONE-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0350-READ-PART-MASTER.
           MOVE 'N' TO PART-READ-OK-SW.
      *
           READ PARTFILE INTO WS-PARTS-REC
              INVALID KEY
                 MOVE 'N' TO PART-READ-OK-SW
              NOT INVALID KEY
                 MOVE 'Y' TO PART-READ-OK-SW
           END-READ.
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
      *    -  0250-LOAD-LANDED-COST-TABLE
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
      *    THE 0800-WRITE-PRICE-MASTER PARAGRAPH WRITES THE PRICE
      *    TABLE ENTRY AT PRC-IDX TO THE NEW PRICE MASTER.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0800-WRITE-PRICE-MASTER.
           INITIALIZE WS-PRICE-REC.
           MOVE PRC-PART-NUMBER-TBL (PRC-IDX) TO PR-PART-NUMBER.
           MOVE PRC-LIST-PRICE-TBL (PRC-IDX)  TO PR-LIST-PRICE.
           MOVE PRC-TRADE-PRICE-TBL (PRC-IDX) TO PR-TRADE-PRICE.
           MOVE PRC-EFF-DATE-TBL (PRC-IDX)    TO PR-EFFECTIVE-DATE.
           MOVE PRC-PROP-STATUS-TBL (PRC-IDX) TO PR-PROPOSAL-STATUS.
           MOVE PRC-PROP-LIST-TBL (PRC-IDX)   TO PR-PROP-LIST-PRICE.
           MOVE PRC-PROP-TRADE-TBL (PRC-IDX)  TO PR-PROP-TRADE-PRICE.
           MOVE PRC-PROP-DATE-TBL (PRC-IDX)   TO PR-PROP-DATE.
           MOVE PRC-PROP-COST-TBL (PRC-IDX)   TO PR-PROP-LANDED-COST.
           MOVE PRC-APPROVED-BY-TBL (PRC-IDX) TO PR-APPROVED-BY.
      *
           WRITE PRICNEW-REC FROM WS-PRICE-REC.
           IF PNCODE = '00'
              ADD 1 TO WS-MASTER-WRTN-CTR
           ELSE
              DISPLAY 'ERROR WRITING NEW PRICE MASTER FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2500-WRITE-SUMMARY PARAGRAPH WRITES THE RUN TOTALS AT
      *    THE FOOT OF THE REPORT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2550-WRITE-SUMMARY-LINE
      *****************************************************************
      *
       2500-WRITE-SUMMARY.
           WRITE PRICRPT-REC FROM WS-BLANK-LINE.
      *
           MOVE 'PRICE TRANSACTIONS APPLIED:' TO RPT-SUMMARY-LABEL.
           MOVE WS-TRANS-APPLIED-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'PRICE TRANSACTIONS REJECTED:' TO RPT-SUMMARY-LABEL.
           MOVE WS-TRANS-REJECT-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'PRICES PROPOSED:' TO RPT-SUMMARY-LABEL.
           MOVE WS-PROPOSED-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE '  OF WHICH NEW PARTS:' TO RPT-SUMMARY-LABEL.
           MOVE WS-NEW-PART-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'PARTS BELOW MARGIN FLOOR:' TO RPT-SUMMARY-LABEL.
           MOVE WS-LOW-MARGIN-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'PARTS WITH NO COMMODITY MARKUP:' TO RPT-SUMMARY-LABEL.
           MOVE WS-NO-MARKUP-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'INACTIVE/UNKNOWN PARTS SKIPPED:' TO RPT-SUMMARY-LABEL.
           MOVE WS-NOT-REPRICED-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2550-WRITE-SUMMARY-LINE PARAGRAPH WRITES ONE SUMMARY
      *    LINE TO THE REPORT AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  2500-WRITE-SUMMARY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2550-WRITE-SUMMARY-LINE.
           WRITE PRICRPT-REC FROM PRC-RPT-SUMMARY-LINE.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO REPRICING REPORT'
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
           CLOSE MARKUP
                 EXCHRATE
                 LANDCOST
                 PARTFILE
                 PRICMAST
                 PRICTRAN
                 PRICNEW
                 PRICRPT
                 OPERLOG.
      *
           DISPLAY 'OLD PRICE MASTER ROWS READ:  ' WS-MASTER-READ-CTR.
           DISPLAY 'LANDED COST RECORDS READ:    ' WS-LANDED-READ-CTR.
           DISPLAY 'PRICE TRANSACTIONS READ:     ' WS-TRANS-READ-CTR.
           DISPLAY 'PRICE TRANSACTIONS APPLIED:  ' WS-TRANS-APPLIED-CTR.
           DISPLAY 'PRICE TRANSACTIONS REJECTED: ' WS-TRANS-REJECT-CTR.
           DISPLAY 'PRICES PROPOSED:             ' WS-PROPOSED-CTR.
           DISPLAY 'PARTS BELOW MARGIN FLOOR:    ' WS-LOW-MARGIN-CTR.
           DISPLAY 'NEW PRICE MASTER ROWS WRITTEN:'
                   WS-MASTER-WRTN-CTR.
           DISPLAY 'OPERATOR ACTIVITY LOGGED:    '
                   WS-OPERLOG-WRTN-CTR.
