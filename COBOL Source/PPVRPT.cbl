       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPVRPT.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM PRODUCES THE PURCHASE PRICE VARIANCE (PPV)
      *    REPORT. EVERYTHING ELSE IN THE STREAM VALUES STOCK AT
      *    CONTRACT OR LAST-PAID PRICE, SO UNTIL NOW NO REPORT SHOWED
      *    WHETHER PURCHASING WAS BEATING OR MISSING PLAN. FINANCE
      *    SETS A STANDARD UNIT COST PER PART ONCE A YEAR ON THE
      *    STANDARD COST MASTER (STDCOST, MAINTAINED THROUGH
      *    TBLMAINT.CBL). EVERY VOUCHER ON THE AP VOUCHER EXTRACT
      *    MATCHED IN THE REPORT PERIOD IS PRICED AT ITS LANDED UNIT
      *    COST (VO-LANDED-UNIT-COST -- INVOICE PRICE PLUS PRORATED
      *    FREIGHT, DUTY AND BROKERAGE -- OR THE INVOICE UNIT PRICE
      *    WHEN NO LANDED COST WAS CARRIED), CONVERTED TO USD THROUGH
      *    THE EXCHANGE RATE TABLE, AND COMPARED TO STANDARD:
      *        PPV = (LANDED UNIT COST USD - STANDARD) * QUANTITY
      *    A POSITIVE VARIANCE IS UNFAVORABLE (WE PAID OVER STANDARD).
      *    EACH VOUCHER LINE IS LISTED, THEN THE VARIANCE IS TOTALED
      *    BY BUYER (FROM THE PURCHASE ORDER ON THE OPEN BACKLOG
      *    MASTER), BY SUPPLIER AND BY COMMODITY-CODE (FROM THE PARTS
      *    MASTER). PARTS VOUCHERED WITH NO STANDARD ON FILE ARE
      *    LISTED SEPARATELY SO FINANCE CAN SET THEM BEFORE THE NEXT
      *    CLOSE -- THEY ARE LEFT OUT OF THE VARIANCE TOTALS.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      SYSIN - REPORT PERIOD YYYYMM, POSITIONS 1-6. A BLANK OR
      *              NON-NUMERIC CARD REPORTS THE CURRENT MONTH.
      *
      *
      *      RTPOT44.PORECV.APVOUCH - AP VOUCHER EXTRACT WRITTEN BY
      *                               PORECV.CBL
      *      INTERNAL FILE NAME:      APVOUCH
      *      JCL DD NAME:             APVOUCH
      *
      *
      *      RTPOT44.PPVRPT.STDCOST.FILE - STANDARD COST MASTER
      *                                    MAINTAINED BY TBLMAINT.CBL
      *      INTERNAL FILE NAME:           STDCOST
      *      JCL DD NAME:                  STDCOST
      *
      *
      *      RTPOT44.PORECV.BACKLOG.NEW - OPEN PURCHASE ORDER BACKLOG
      *                                   MASTER (PO/BUYER LOOKUP)
      *      INTERNAL FILE NAME:          PORHIST
      *      JCL DD NAME:                 PORHIST
      *
      *
      *      RTPOT44.AUTOPART.PARTFILE - PARTS MASTER (INDEXED, READ
      *                                  RANDOMLY BY PART-NUMBER FOR
      *                                  THE PART'S COMMODITY)
      *      INTERNAL FILE NAME:         PARTFILE
      *      JCL DD NAME:                PARTFILE
      *
      *
      *      RTPOT44.AUTOPART.EXCHRATE.FILE - CURRENCY EXCHANGE RATE
      *                                       REFERENCE FILE
      *      INTERNAL FILE NAME:              EXCHRATE
      *      JCL DD NAME:                     EXCHRATE
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.PPVRPT.VARIANCE.RPT - PURCHASE PRICE VARIANCE
      *                                    REPORT
      *      INTERNAL FILE NAME:           PPVRPT
      *      JCL DD NAME:                  PPVRPT
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(PPVRPT)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A VOUCHER PART'S COMMODITY IS NOW READ FROM
      *                   PARTFILE BY KEY -- THE 2000-ENTRY
      *                   PART/COMMODITY TABLE IS GONE. A FULL STANDARD
      *                   COST, PO/BUYER, EXCHANGE RATE, PPV TOTALS OR
      *                   NO-STANDARD TABLE NOW ENDS THE STEP WITH
      *                   RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE BACKLOG MASTER (PORHIST) GREW 76 TO 80
      *                   BYTES WITH THE REVISION NUMBER PORECV.CBL NOW
      *                   STAMPS ON A CHANGED OR CANCELLED ORDER.
      *                   WIDENED THE PORHIST FD AND THE BACKLOG RECORD
      *                   LAYOUT TO MATCH.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  10/15/2026
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APVOUCH ASSIGN TO APVOUCH
              FILE STATUS IS AVCODE.
      *
           SELECT STDCOST ASSIGN TO STDCOST
              FILE STATUS IS SCCODE.
      *
           SELECT PORHIST ASSIGN TO PORHIST
              FILE STATUS IS PHCODE.
      *
           SELECT PARTFILE ASSIGN TO PARTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PARTFILE-KEY
              FILE STATUS IS PACODE.
      *
           SELECT EXCHRATE ASSIGN TO EXCHRATE
              FILE STATUS IS EXCODE.
      *
           SELECT PPVRPT ASSIGN TO PPVRPT
              FILE STATUS IS PVCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  APVOUCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 129 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APVOUCH-REC.
      *
       01 APVOUCH-REC PIC X(129).
      *
       FD  STDCOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STDCOST-REC.
      *
       01 STDCOST-REC PIC X(34).
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
       FD  EXCHRATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 12 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXCHRATE-REC.
      *
       01 EXCHRATE-REC PIC X(12).
      *
       FD  PPVRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PPVRPT-REC.
      *
       01 PPVRPT-REC PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  REPORT PERIOD CARD ACCEPTED FROM SYSIN.
      *****************************************************************
      *
       01 WS-PERIOD-CARD.
          05 WS-PERIOD-CARD-YYYYMM   PIC X(06) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE AP VOUCHER. SAME LAYOUT AS THE RECORD
      *  WRITTEN BY PORECV.CBL.
      *****************************************************************
      *
       01 WS-AP-VOUCHER-REC.
          05 VO-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 VO-INVOICE-NUMBER      PIC X(10) VALUE SPACES.
          05 VO-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 VO-QUANTITY            PIC 9(07) VALUE 0.
          05 VO-UNIT-PRICE          PIC 9(7)V99 VALUE 0.
          05 VO-AMOUNT              PIC 9(9)V99 VALUE 0.
          05 VO-CURRENCY-CODE       PIC X(03) VALUE SPACES.
          05 VO-INVOICE-DATE        PIC X(08) VALUE SPACES.
          05 VO-MATCH-DATE          PIC X(08) VALUE SPACES.
          05 VO-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 VO-DUE-DATE            PIC X(08) VALUE SPACES.
          05 VO-DISCOUNT-DATE       PIC X(08) VALUE SPACES.
          05 VO-DISCOUNT-AMOUNT     PIC 9(7)V99 VALUE 0.
          05 VO-LANDED-UNIT-COST    PIC 9(7)V99 VALUE 0.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE STANDARD COST MASTER RECORD AND THE
      *  STANDARD COST TABLE LOADED FROM IT. THE STANDARD IS HELD IN
      *  USD.
      *****************************************************************
      *
       01 WS-STD-COST-REC.
          05 SC-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 SC-STANDARD-COST       PIC 9(7)V99 VALUE 0.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
       01 STD-COST-TBL.
          05 STD-COST-ENTRY-TBL
            OCCURS 2000 TIMES INDEXED BY STDC-IDX.
            10 STDC-PART-NUMBER-TBL PIC X(23) VALUE SPACES.
            10 STDC-COST-TBL        PIC 9(7)V99 VALUE 0.
      *
       01 WS-STD-COST-VARS.
          05 WS-MAX-STDC-IDX        PIC 9(04) VALUE 2000.
          05 WS-STDC-LOADED-CTR     PIC 9(04) VALUE 0.
          05 WS-LOOKUP-STD-COST     PIC 9(7)V99 VALUE 0.
          05 STDC-FOUND-SW          PIC X(01) VALUE 'N'.
             88 STDC-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE OPEN BACKLOG MASTER RECORD (SAME
      *  LAYOUT AS THE RECORD WRITTEN BY PORECV.CBL) AND THE PO/BUYER
      *  LOOKUP TABLE LOADED FROM IT.
      *****************************************************************
      *
       01 WS-PO-BACKLOG-REC.
          05 OP-PO-NUMBER            PIC X(06) VALUE SPACES.
          05 OP-BUYER-CODE           PIC X(03) VALUE SPACES.
          05 OP-QUANTITY             PIC S9(7) VALUE 0.
          05 OP-UNIT-PRICE           PIC S9(7)V99 VALUE 0.
          05 OP-ORDER-DATE           PIC X(08) VALUE SPACES.
          05 OP-DELIVERY-DATE        PIC X(08) VALUE SPACES.
          05 OP-CURRENCY-CODE        PIC X(03) VALUE SPACES.
          05 OP-RECEIVED-STATUS      PIC X(01) VALUE SPACES.
          05 OP-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 OP-RECEIVED-QTY         PIC S9(7) VALUE 0.
          05 OP-PO-TYPE              PIC X(01) VALUE SPACES.
          05 OP-REVISION-NUMBER      PIC 9(02) VALUE 0.
          05 FILLER                  PIC X(02) VALUE SPACES.
      *
       01 PO-BUYER-TBL.
          05 PO-BUYER-ENTRY-TBL
            OCCURS 2000 TIMES INDEXED BY POBY-IDX.
            10 POBY-PO-NUMBER-TBL   PIC X(06) VALUE SPACES.
            10 POBY-BUYER-TBL       PIC X(03) VALUE SPACES.
      *
       01 WS-PO-BUYER-VARS.
          05 WS-MAX-POBY-IDX        PIC 9(04) VALUE 2000.
          05 WS-POBY-LOADED-CTR     PIC 9(04) VALUE 0.
          05 WS-LOOKUP-BUYER        PIC X(03) VALUE SPACES.
          05 POBY-FOUND-SW          PIC X(01) VALUE 'N'.
             88 POBY-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE PARTS MASTER RECORD, READ BY KEY FOR
      *  THE PART'S COMMODITY. THE COMMODITY-CODE OCCUPIES THE LAST 3
      *  BYTES OF THE 92-BYTE MASTER RECORD.
      *****************************************************************
      *
       01 WS-PARTS-REC.
          05 PM-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(55) VALUE SPACES.
          05 PM-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 PM-COMMODITY-CODE       PIC X(03) VALUE SPACES.
      *
       01 WS-PART-COMM-VARS.
          05 WS-LOOKUP-COMMODITY    PIC X(03) VALUE SPACES.
          05 PCOM-FOUND-SW          PIC X(01) VALUE 'N'.
             88 PCOM-FOUND          VALUE 'Y'.
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
      *  VARIANCE TOTALS TABLE -- ONE ENTRY PER BUYER ('B'), SUPPLIER
      *  ('S') AND COMMODITY ('C') SEEN, EACH CARRYING THE VOUCHER
      *  LINE COUNT AND THE ACTUAL AND STANDARD EXTENDED USD VALUES.
      *  THE VARIANCE IS ACTUAL LESS STANDARD.
      *****************************************************************
      *
       01 PPV-TOTAL-TBL.
          05 PPV-TOTAL-ENTRY-TBL
            OCCURS 600 TIMES INDEXED BY PTOT-IDX.
            10 PTOT-TYPE-TBL        PIC X(01) VALUE SPACES.
            10 PTOT-KEY-TBL         PIC X(10) VALUE SPACES.
            10 PTOT-LINES-TBL       PIC 9(05) VALUE 0.
            10 PTOT-ACTUAL-TBL      PIC S9(11)V99 VALUE 0.
            10 PTOT-STANDARD-TBL    PIC S9(11)V99 VALUE 0.
      *
       01 WS-PPV-TOTAL-VARS.
          05 WS-MAX-PTOT-IDX        PIC 9(03) VALUE 600.
          05 WS-PTOT-USED-CTR       PIC 9(03) VALUE 0.
          05 WS-TOTAL-TYPE          PIC X(01) VALUE SPACES.
          05 WS-TOTAL-KEY           PIC X(10) VALUE SPACES.
          05 WS-TOTAL-TITLE         PIC X(30) VALUE SPACES.
          05 PTOT-FOUND-SW          PIC X(01) VALUE 'N'.
             88 PTOT-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  PARTS VOUCHERED WITH NO STANDARD ON FILE -- ONE ENTRY PER
      *  PART, WITH THE VOUCHER LINE COUNT AND ACTUAL USD VALUE.
      *****************************************************************
      *
       01 NO-STD-TBL.
          05 NO-STD-ENTRY-TBL
            OCCURS 500 TIMES INDEXED BY NSTD-IDX.
            10 NSTD-PART-NUMBER-TBL PIC X(23) VALUE SPACES.
            10 NSTD-SUPPLIER-TBL    PIC X(10) VALUE SPACES.
            10 NSTD-COMMODITY-TBL   PIC X(03) VALUE SPACES.
            10 NSTD-LINES-TBL       PIC 9(05) VALUE 0.
            10 NSTD-ACTUAL-TBL      PIC S9(11)V99 VALUE 0.
      *
       01 WS-NO-STD-VARS.
          05 WS-MAX-NSTD-IDX        PIC 9(03) VALUE 500.
          05 WS-NSTD-USED-CTR       PIC 9(03) VALUE 0.
          05 NSTD-FOUND-SW          PIC X(01) VALUE 'N'.
             88 NSTD-FOUND          VALUE 'Y'.
      *
       01 WS-PRICING-VARS.
          05 WS-LANDED-UNIT-COST    PIC 9(7)V99 VALUE 0.
          05 WS-ACTUAL-UNIT-USD     PIC 9(7)V99 VALUE 0.
          05 WS-ACTUAL-EXT-USD      PIC S9(11)V99 VALUE 0.
          05 WS-STANDARD-EXT-USD    PIC S9(11)V99 VALUE 0.
          05 WS-PPV-AMOUNT          PIC S9(11)V99 VALUE 0.
          05 WS-PPV-PERCENT         PIC S9(05)V9 VALUE 0.
      *
       01 WS-DATE-VARS.
          05 WS-TODAY-8             PIC X(08) VALUE SPACES.
          05 WS-REPORT-PERIOD       PIC X(06) VALUE SPACES.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 AVCODE                 PIC X(02) VALUE SPACES.
          05 SCCODE                 PIC X(02) VALUE SPACES.
          05 PHCODE                 PIC X(02) VALUE SPACES.
          05 PACODE                 PIC X(02) VALUE SPACES.
          05 EXCODE                 PIC X(02) VALUE SPACES.
          05 PVCODE                 PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 VOUCHER-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-VOUCHER-FILE  VALUE 'Y'.
          05 STD-COST-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-STD-COST-FILE VALUE 'Y'.
          05 BACKLOG-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-BACKLOG-FILE  VALUE 'Y'.
          05 EXCH-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-EXCH-FILE     VALUE 'Y'.
          05 TABLE-FULL-SW           PIC X(01) VALUE 'N'.
             88 TABLE-FULL           VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-VOUCHERS-READ-CTR    PIC 9(07) VALUE 0.
          05 WS-OUT-OF-PERIOD-CTR    PIC 9(07) VALUE 0.
          05 WS-PRICED-CTR           PIC 9(07) VALUE 0.
          05 WS-NO-STD-CTR           PIC 9(07) VALUE 0.
          05 WS-GRAND-ACTUAL         PIC S9(11)V99 VALUE 0.
          05 WS-GRAND-STANDARD       PIC S9(11)V99 VALUE 0.
      *
      *****************************************************************
      *  REPORT LINES -- TITLE, VOUCHER DETAIL, TOTALS BY BUYER,
      *  SUPPLIER AND COMMODITY, AND PARTS WITH NO STANDARD.
      *****************************************************************
      *
       01 PPV-RPT-TITLE. *>TITLE LINE FOR THE VARIANCE REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(40) VALUE
                             'PURCHASE PRICE VARIANCE -- PERIOD'.
          05 RPT-TITLE-PERIOD        PIC X(06) VALUE SPACES.
          05 FILLER                  PIC X(81) VALUE SPACES.
      *
       01 PPV-RPT-SECTION. *>SECTION BANNER LINE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-SECTION-TEXT        PIC X(50) VALUE SPACES.
          05 FILLER                  PIC X(77) VALUE SPACES.
      *
       01 PPV-RPT-DTL-HEADER-1. *>HEADER FOR VOUCHER DETAIL
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE 'PO NO'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'BYR'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'SUPPLIER'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE 'COMM'.
          05 FILLER                  PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(07) VALUE '    QTY'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(11) VALUE '   STANDARD'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(11) VALUE ' ACTUAL USD'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE
                                     '    EXTENDED PPV'.
          05 FILLER                  PIC X(29) VALUE SPACES.
      *
       01 PPV-RPT-DETAIL. *>ONE VOUCHER LINE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-BUYER-CODE          PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-COMMODITY-CODE      PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-QUANTITY            PIC ZZZZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-STANDARD-COST       PIC ZZZZZZZ9.99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-ACTUAL-UNIT-USD     PIC ZZZZZZZ9.99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-PPV-AMOUNT          PIC ZZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(29) VALUE SPACES.
      *
       01 PPV-RPT-TOT-HEADER-1. *>HEADER FOR A TOTALS SECTION
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'CODE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE ' LINES'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE
                                     '    ACTUAL (USD)'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE
                                     '  STANDARD (USD)'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE
                                     '        VARIANCE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(07) VALUE '  PPV %'.
          05 FILLER                  PIC X(46) VALUE SPACES.
      *
       01 PPV-RPT-TOTAL. *>ONE BUYER, SUPPLIER OR COMMODITY TOTAL
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-TOTAL-KEY           PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TOTAL-LINES         PIC ZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TOTAL-ACTUAL        PIC ZZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TOTAL-STANDARD      PIC ZZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TOTAL-VARIANCE      PIC ZZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TOTAL-PERCENT       PIC ZZZZ9.9-.
          05 FILLER                  PIC X(45) VALUE SPACES.
      *
       01 PPV-RPT-NSTD-HEADER-1. *>HEADER FOR PARTS WITH NO STANDARD
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'SUPPLIER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE 'COMM'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE ' LINES'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE
                                     '    ACTUAL (USD)'.
          05 FILLER                  PIC X(60) VALUE SPACES.
      *
       01 PPV-RPT-NO-STD. *>ONE PART WITH NO STANDARD
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-NSTD-PART-NUMBER    PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-NSTD-SUPPLIER       PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-NSTD-COMMODITY      PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 RPT-NSTD-LINES          PIC ZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-NSTD-ACTUAL         PIC ZZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(60) VALUE SPACES.
      *
       01 WS-132-CHAR-BLANK-LINE     PIC X(132) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION LOADS THE STANDARD COST,
      *    PO/BUYER AND EXCHANGE RATE TABLES, PRICES EVERY VOUCHER IN
      *    THE REPORT PERIOD AGAINST STANDARD, PRINTS THE TOTALS AND
      *    THE PARTS WITH NO STANDARD, AND CLOSES FILES. A FULL TABLE
      *    ENDS THE STEP WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0186-READ-STD-COST-FILE
      *    - 0188-LOAD-STD-COST-TABLE
      *    - 0190-READ-BACKLOG-FILE
      *    - 0192-LOAD-PO-BUYER-TABLE
      *    - 0194-READ-EXCH-RATE-FILE
      *    - 0196-LOAD-EXCH-RATE-TABLE
      *    - 0300-READ-VOUCHER-FILE
      *    - 0600-PRICE-ONE-VOUCHER
      *    - 2000-WRITE-TOTALS
      *    - 2100-WRITE-NO-STD-PARTS
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-RPT-HEADERS.
           PERFORM 0186-READ-STD-COST-FILE.
           PERFORM 0188-LOAD-STD-COST-TABLE
               UNTIL END-OF-STD-COST-FILE.
           PERFORM 0190-READ-BACKLOG-FILE.
           PERFORM 0192-LOAD-PO-BUYER-TABLE
               UNTIL END-OF-BACKLOG-FILE.
           PERFORM 0194-READ-EXCH-RATE-FILE.
           PERFORM 0196-LOAD-EXCH-RATE-TABLE
               UNTIL END-OF-EXCH-FILE.
           PERFORM 0300-READ-VOUCHER-FILE.
           PERFORM 0600-PRICE-ONE-VOUCHER
               UNTIL END-OF-VOUCHER-FILE.
           PERFORM 2000-WRITE-TOTALS.
           PERFORM 2100-WRITE-NO-STD-PARTS.
           PERFORM 2600-CLOSE-FILES.
           IF TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH ACCEPTS THE REPORT PERIOD
      *    CARD FROM SYSIN. A BLANK OR NON-NUMERIC CARD REPORTS THE
      *    CURRENT CALENDAR MONTH.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           ACCEPT WS-PERIOD-CARD FROM SYSIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8.
      *
           IF WS-PERIOD-CARD-YYYYMM NUMERIC
              MOVE WS-PERIOD-CARD-YYYYMM TO WS-REPORT-PERIOD
           ELSE
              MOVE WS-TODAY-8 (1:6) TO WS-REPORT-PERIOD
           END-IF.
      *
           MOVE WS-REPORT-PERIOD TO RPT-TITLE-PERIOD.
           DISPLAY 'PPVRPT PERIOD ' WS-REPORT-PERIOD.
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
           OPEN INPUT APVOUCH.
           IF AVCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING AP VOUCHER EXTRACT FILE'
           END-IF.
      *
           OPEN INPUT STDCOST.
           IF SCCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING STANDARD COST MASTER'
           END-IF.
      *
           OPEN INPUT PORHIST.
           IF PHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PO BACKLOG MASTER FILE'
           END-IF.
      *
           OPEN INPUT PARTFILE.
           IF PACODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PARTS FILE'
           END-IF.
      *
           OPEN INPUT EXCHRATE.
           IF EXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING EXCHANGE RATE FILE'
           END-IF.
      *
           OPEN OUTPUT PPVRPT.
           IF PVCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PRICE VARIANCE REPORT FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0150-WRITE-RPT-HEADERS PARAGRAPH WRITES THE REPORT
      *    TITLE AND THE VOUCHER DETAIL COLUMN HEADINGS AND CHECKS THE
      *    FILE STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0150-WRITE-RPT-HEADERS.
           WRITE PPVRPT-REC FROM PPV-RPT-TITLE.
           WRITE PPVRPT-REC FROM WS-132-CHAR-BLANK-LINE.
           MOVE 'VOUCHER LINES PRICED AGAINST STANDARD'
              TO RPT-SECTION-TEXT.
           WRITE PPVRPT-REC FROM PPV-RPT-SECTION.
           WRITE PPVRPT-REC FROM PPV-RPT-DTL-HEADER-1.
           IF PVCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO PRICE VARIANCE REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0186-READ-STD-COST-FILE PARAGRAPH READS ONE STANDARD
      *    COST MASTER RECORD. WHEN THE END OF FILE IS REACHED, A FLAG
      *    IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0188-LOAD-STD-COST-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0186-READ-STD-COST-FILE.
           READ STDCOST INTO WS-STD-COST-REC
              AT END MOVE 'Y' TO STD-COST-FILE-SW
           END-READ.
      *
           IF SCCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING STANDARD COST MASTER.'
              MOVE 'Y' TO STD-COST-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0188-LOAD-STD-COST-TABLE PARAGRAPH LOADS EACH PART'S
      *    STANDARD UNIT COST INTO THE STANDARD COST TABLE. A RECORD
      *    WHOSE COST IS NOT NUMERIC IS REPORTED TO THE JOB LOG AND
      *    SKIPPED, SO THE PART LISTS AS HAVING NO STANDARD.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0186-READ-STD-COST-FILE
      *****************************************************************
      *
       0188-LOAD-STD-COST-TABLE.
           IF SC-STANDARD-COST NOT NUMERIC
              DISPLAY 'STANDARD COST NOT NUMERIC FOR PART '
                      SC-PART-NUMBER ' - SKIPPED'
           ELSE
              IF WS-STDC-LOADED-CTR < WS-MAX-STDC-IDX
                 ADD 1 TO WS-STDC-LOADED-CTR
                 SET STDC-IDX TO WS-STDC-LOADED-CTR
                 MOVE SC-PART-NUMBER
                    TO STDC-PART-NUMBER-TBL (STDC-IDX)
                 MOVE SC-STANDARD-COST TO STDC-COST-TBL (STDC-IDX)
              ELSE
                 DISPLAY 'STANDARD COST TABLE FULL -- RUN ENDS '
                         'WITH RETURN CODE 16'
                 SET TABLE-FULL TO TRUE
                 MOVE 'Y' TO STD-COST-FILE-SW
              END-IF
           END-IF.
      *
           IF NOT END-OF-STD-COST-FILE
              PERFORM 0186-READ-STD-COST-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0190-READ-BACKLOG-FILE PARAGRAPH READS ONE OPEN BACKLOG
      *    MASTER RECORD. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0192-LOAD-PO-BUYER-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0190-READ-BACKLOG-FILE.
           READ PORHIST INTO WS-PO-BACKLOG-REC
              AT END MOVE 'Y' TO BACKLOG-FILE-SW
           END-READ.
      *
           IF PHCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING PO BACKLOG MASTER FILE.'
              MOVE 'Y' TO BACKLOG-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0192-LOAD-PO-BUYER-TABLE PARAGRAPH LOADS EACH PURCHASE
      *    ORDER'S BUYER-CODE INTO THE PO/BUYER LOOKUP TABLE. THE
      *    GENERATION HEADER LEADING THE MASTER (SPACES PO-NUMBER) IS
      *    SKIPPED, AS IS A FURTHER LINE OF A PURCHASE ORDER ALREADY
      *    ON THE TABLE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0190-READ-BACKLOG-FILE
      *****************************************************************
      *
       0192-LOAD-PO-BUYER-TABLE.
           MOVE 'N' TO POBY-FOUND-SW.
           IF OP-PO-NUMBER NOT = SPACES
              PERFORM VARYING POBY-IDX FROM 1 BY 1
                 UNTIL POBY-IDX > WS-POBY-LOADED-CTR OR POBY-FOUND
                 IF OP-PO-NUMBER = POBY-PO-NUMBER-TBL (POBY-IDX)
                    MOVE 'Y' TO POBY-FOUND-SW
                 END-IF
              END-PERFORM
              IF NOT POBY-FOUND
                 IF WS-POBY-LOADED-CTR < WS-MAX-POBY-IDX
                    ADD 1 TO WS-POBY-LOADED-CTR
                    SET POBY-IDX TO WS-POBY-LOADED-CTR
                    MOVE OP-PO-NUMBER
                       TO POBY-PO-NUMBER-TBL (POBY-IDX)
                    MOVE OP-BUYER-CODE TO POBY-BUYER-TBL (POBY-IDX)
                 ELSE
                    DISPLAY 'PO/BUYER TABLE FULL -- RUN ENDS WITH '
                            'RETURN CODE 16'
                    SET TABLE-FULL TO TRUE
                    MOVE 'Y' TO BACKLOG-FILE-SW
                 END-IF
              END-IF
           END-IF.
      *
           IF NOT END-OF-BACKLOG-FILE
              PERFORM 0190-READ-BACKLOG-FILE
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
              SET TABLE-FULL TO TRUE
              MOVE 'Y' TO EXCH-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-READ-VOUCHER-FILE PARAGRAPH READS ONE AP VOUCHER.
      *    WHEN THE END OF FILE IS REACHED, A FLAG IS SET TO INDICATE
      *    THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0600-PRICE-ONE-VOUCHER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0300-READ-VOUCHER-FILE.
           READ APVOUCH INTO WS-AP-VOUCHER-REC
              AT END MOVE 'Y' TO VOUCHER-FILE-SW
           END-READ.
      *
           IF AVCODE = '00' OR '10'
              IF NOT END-OF-VOUCHER-FILE
                 ADD 1 TO WS-VOUCHERS-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING AP VOUCHER EXTRACT FILE.'
              MOVE 'Y' TO VOUCHER-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-PRICE-ONE-VOUCHER PARAGRAPH PRICES ONE VOUCHER
      *    MATCHED IN THE REPORT PERIOD. THE LANDED UNIT COST (OR THE
      *    INVOICE UNIT PRICE WHEN NO LANDED COST WAS CARRIED) IS
      *    CONVERTED TO USD AND COMPARED TO STANDARD; THE VOUCHER LINE
      *    IS PRINTED AND ROLLED INTO ITS BUYER, SUPPLIER AND
      *    COMMODITY TOTALS. A PART WITH NO STANDARD IS ROLLED INTO
      *    THE NO-STANDARD LIST INSTEAD. THE NEXT VOUCHER IS THEN
      *    READ.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0700-LOOKUP-PART-COMMODITY
      *    -  0710-LOOKUP-STD-COST
      *    -  0715-LOOKUP-PO-BUYER
      *    -  0720-LOOKUP-EXCH-RATE
      *    -  0750-ACCUM-PPV-TOTAL
      *    -  0760-ACCUM-NO-STD
      *    -  0900-WRITE-RPT-LINE
      *    -  0300-READ-VOUCHER-FILE
      *****************************************************************
      *
       0600-PRICE-ONE-VOUCHER.
           IF VO-MATCH-DATE (1:6) NOT = WS-REPORT-PERIOD
              ADD 1 TO WS-OUT-OF-PERIOD-CTR
           ELSE
              PERFORM 0700-LOOKUP-PART-COMMODITY
              PERFORM 0710-LOOKUP-STD-COST
              PERFORM 0715-LOOKUP-PO-BUYER
      *
              IF VO-LANDED-UNIT-COST > 0
                 MOVE VO-LANDED-UNIT-COST TO WS-LANDED-UNIT-COST
              ELSE
                 MOVE VO-UNIT-PRICE TO WS-LANDED-UNIT-COST
              END-IF
              MOVE VO-CURRENCY-CODE TO WS-EXCH-LOOKUP-CCY
              PERFORM 0720-LOOKUP-EXCH-RATE
              COMPUTE WS-ACTUAL-UNIT-USD ROUNDED =
                      WS-LANDED-UNIT-COST * WS-EXCH-LOOKUP-RATE
              COMPUTE WS-ACTUAL-EXT-USD ROUNDED =
                      WS-LANDED-UNIT-COST * WS-EXCH-LOOKUP-RATE *
                      VO-QUANTITY
      *
              IF STDC-FOUND
                 ADD 1 TO WS-PRICED-CTR
                 COMPUTE WS-STANDARD-EXT-USD =
                         WS-LOOKUP-STD-COST * VO-QUANTITY
                 COMPUTE WS-PPV-AMOUNT =
                         WS-ACTUAL-EXT-USD - WS-STANDARD-EXT-USD
                 ADD WS-ACTUAL-EXT-USD   TO WS-GRAND-ACTUAL
                 ADD WS-STANDARD-EXT-USD TO WS-GRAND-STANDARD
      *
                 MOVE VO-PO-NUMBER        TO RPT-PO-NUMBER
                 MOVE WS-LOOKUP-BUYER     TO RPT-BUYER-CODE
                 MOVE VO-SUPPLIER-CODE    TO RPT-SUPPLIER-CODE
                 MOVE WS-LOOKUP-COMMODITY TO RPT-COMMODITY-CODE
                 MOVE VO-PART-NUMBER      TO RPT-PART-NUMBER
                 MOVE VO-QUANTITY         TO RPT-QUANTITY
                 MOVE WS-LOOKUP-STD-COST  TO RPT-STANDARD-COST
                 MOVE WS-ACTUAL-UNIT-USD  TO RPT-ACTUAL-UNIT-USD
                 MOVE WS-PPV-AMOUNT       TO RPT-PPV-AMOUNT
                 MOVE PPV-RPT-DETAIL      TO PPVRPT-REC
                 PERFORM 0900-WRITE-RPT-LINE
      *
                 MOVE 'B'                 TO WS-TOTAL-TYPE
                 MOVE WS-LOOKUP-BUYER     TO WS-TOTAL-KEY
                 PERFORM 0750-ACCUM-PPV-TOTAL
                 MOVE 'S'                 TO WS-TOTAL-TYPE
                 MOVE VO-SUPPLIER-CODE    TO WS-TOTAL-KEY
                 PERFORM 0750-ACCUM-PPV-TOTAL
                 MOVE 'C'                 TO WS-TOTAL-TYPE
                 MOVE WS-LOOKUP-COMMODITY TO WS-TOTAL-KEY
                 PERFORM 0750-ACCUM-PPV-TOTAL
              ELSE
                 ADD 1 TO WS-NO-STD-CTR
                 PERFORM 0760-ACCUM-NO-STD
              END-IF
           END-IF.
      *
           PERFORM 0300-READ-VOUCHER-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-LOOKUP-PART-COMMODITY PARAGRAPH READS THE PARTS
      *    MASTER BY KEY FOR THE VOUCHER'S PART-NUMBER AND RETURNS
      *    ITS COMMODITY. A PART NOT ON THE MASTER, OR ONE
      *    WITH NO COMMODITY-CODE YET, TOTALS UNDER 'UNC'
      *    (UNCLASSIFIED) AS IN THE SPEND ANALYSIS.
      *
      *  CALLED BY:
      *    -  0600-PRICE-ONE-VOUCHER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0700-LOOKUP-PART-COMMODITY.
           MOVE 'N'            TO PCOM-FOUND-SW.
           MOVE SPACES         TO WS-LOOKUP-COMMODITY.
           MOVE VO-PART-NUMBER TO PARTFILE-KEY.
      *
           READ PARTFILE INTO WS-PARTS-REC
              INVALID KEY
                 MOVE 'N' TO PCOM-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO PCOM-FOUND-SW
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
      *    THE 0710-LOOKUP-STD-COST PARAGRAPH SEARCHES THE STANDARD
      *    COST TABLE FOR THE VOUCHER'S PART-NUMBER AND RETURNS THE
      *    STANDARD UNIT COST IN WS-LOOKUP-STD-COST.
      *
      *  CALLED BY:
      *    -  0600-PRICE-ONE-VOUCHER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0710-LOOKUP-STD-COST.
           MOVE 'N' TO STDC-FOUND-SW.
           MOVE 0   TO WS-LOOKUP-STD-COST.
      *
           PERFORM VARYING STDC-IDX FROM 1 BY 1
              UNTIL STDC-IDX > WS-STDC-LOADED-CTR OR STDC-FOUND
              IF VO-PART-NUMBER = STDC-PART-NUMBER-TBL (STDC-IDX)
                 MOVE 'Y' TO STDC-FOUND-SW
                 MOVE STDC-COST-TBL (STDC-IDX) TO WS-LOOKUP-STD-COST
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0715-LOOKUP-PO-BUYER PARAGRAPH SEARCHES THE PO/BUYER
      *    TABLE FOR THE VOUCHER'S PURCHASE ORDER AND RETURNS THE
      *    BUYER-CODE. AN ORDER NO LONGER ON THE BACKLOG TOTALS UNDER
      *    BUYER '???'.
      *
      *  CALLED BY:
      *    -  0600-PRICE-ONE-VOUCHER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0715-LOOKUP-PO-BUYER.
           MOVE 'N'   TO POBY-FOUND-SW.
           MOVE '???' TO WS-LOOKUP-BUYER.
      *
           PERFORM VARYING POBY-IDX FROM 1 BY 1
              UNTIL POBY-IDX > WS-POBY-LOADED-CTR OR POBY-FOUND
              IF VO-PO-NUMBER = POBY-PO-NUMBER-TBL (POBY-IDX)
                 MOVE 'Y' TO POBY-FOUND-SW
                 MOVE POBY-BUYER-TBL (POBY-IDX) TO WS-LOOKUP-BUYER
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0720-LOOKUP-EXCH-RATE PARAGRAPH SEARCHES THE CURRENCY
      *    EXCHANGE RATE TABLE FOR THE CURRENCY CODE IN
      *    WS-EXCH-LOOKUP-CCY AND RETURNS THE USD-PER-UNIT RATE IN
      *    WS-EXCH-LOOKUP-RATE. A BLANK CURRENCY IS USD. A CURRENCY
      *    CODE WITH NO RATE ON THE TABLE IS REPORTED TO THE JOB LOG
      *    AND CONVERTED AT 1.000000.
      *
      *  CALLED BY:
      *    -  0600-PRICE-ONE-VOUCHER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0720-LOOKUP-EXCH-RATE.
           MOVE 'N' TO EXCH-RATE-FOUND-SW.
           MOVE 1.000000 TO WS-EXCH-LOOKUP-RATE.
      *
           IF WS-EXCH-LOOKUP-CCY = SPACES OR 'USD'
              MOVE 'Y' TO EXCH-RATE-FOUND-SW
           END-IF.
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
      *    THE 0750-ACCUM-PPV-TOTAL PARAGRAPH FINDS (OR ADDS) THE
      *    TOTALS TABLE ENTRY FOR WS-TOTAL-TYPE AND WS-TOTAL-KEY AND
      *    ROLLS THE VOUCHER LINE'S ACTUAL AND STANDARD VALUES INTO
      *    IT. WHEN THE TABLE IS FULL THE LINE IS LEFT OUT OF THAT
      *    TOTAL -- NOT ADDED TO SOMEBODY ELSE'S ENTRY.
      *
      *  CALLED BY:
      *    -  0600-PRICE-ONE-VOUCHER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0750-ACCUM-PPV-TOTAL.
           MOVE 'N' TO PTOT-FOUND-SW.
      *
           PERFORM VARYING PTOT-IDX FROM 1 BY 1
              UNTIL PTOT-IDX > WS-PTOT-USED-CTR OR PTOT-FOUND
              IF WS-TOTAL-TYPE = PTOT-TYPE-TBL (PTOT-IDX)
                 AND WS-TOTAL-KEY = PTOT-KEY-TBL (PTOT-IDX)
                 MOVE 'Y' TO PTOT-FOUND-SW
              END-IF
           END-PERFORM.
      *
           IF PTOT-FOUND
              SET PTOT-IDX DOWN BY 1
           ELSE
              IF WS-PTOT-USED-CTR < WS-MAX-PTOT-IDX
                 ADD 1 TO WS-PTOT-USED-CTR
                 SET PTOT-IDX TO WS-PTOT-USED-CTR
                 MOVE WS-TOTAL-TYPE TO PTOT-TYPE-TBL (PTOT-IDX)
                 MOVE WS-TOTAL-KEY  TO PTOT-KEY-TBL (PTOT-IDX)
                 MOVE 'Y' TO PTOT-FOUND-SW
              ELSE
                 DISPLAY 'PPV TOTALS TABLE FULL -- ' WS-TOTAL-TYPE
                         ' ' WS-TOTAL-KEY ' NOT TOTALED'
                 SET TABLE-FULL TO TRUE
              END-IF
           END-IF.
      *
           IF PTOT-FOUND
              ADD 1 TO PTOT-LINES-TBL (PTOT-IDX)
              ADD WS-ACTUAL-EXT-USD   TO PTOT-ACTUAL-TBL (PTOT-IDX)
              ADD WS-STANDARD-EXT-USD TO PTOT-STANDARD-TBL (PTOT-IDX)
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0760-ACCUM-NO-STD PARAGRAPH FINDS (OR ADDS) THE PART ON
      *    THE NO-STANDARD LIST AND ROLLS THE VOUCHER LINE'S ACTUAL
      *    USD VALUE INTO IT.
      *
      *  CALLED BY:
      *    -  0600-PRICE-ONE-VOUCHER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0760-ACCUM-NO-STD.
           MOVE 'N' TO NSTD-FOUND-SW.
      *
           PERFORM VARYING NSTD-IDX FROM 1 BY 1
              UNTIL NSTD-IDX > WS-NSTD-USED-CTR OR NSTD-FOUND
              IF VO-PART-NUMBER = NSTD-PART-NUMBER-TBL (NSTD-IDX)
                 MOVE 'Y' TO NSTD-FOUND-SW
              END-IF
           END-PERFORM.
      *
           IF NSTD-FOUND
              SET NSTD-IDX DOWN BY 1
           ELSE
              IF WS-NSTD-USED-CTR < WS-MAX-NSTD-IDX
                 ADD 1 TO WS-NSTD-USED-CTR
                 SET NSTD-IDX TO WS-NSTD-USED-CTR
                 MOVE VO-PART-NUMBER
                    TO NSTD-PART-NUMBER-TBL (NSTD-IDX)
                 MOVE VO-SUPPLIER-CODE TO NSTD-SUPPLIER-TBL (NSTD-IDX)
                 MOVE WS-LOOKUP-COMMODITY
                    TO NSTD-COMMODITY-TBL (NSTD-IDX)
                 MOVE 'Y' TO NSTD-FOUND-SW
              ELSE
                 DISPLAY 'NO-STANDARD TABLE FULL -- PART '
                         VO-PART-NUMBER ' NOT LISTED'
                 SET TABLE-FULL TO TRUE
              END-IF
           END-IF.
      *
           IF NSTD-FOUND
              ADD 1 TO NSTD-LINES-TBL (NSTD-IDX)
              ADD WS-ACTUAL-EXT-USD TO NSTD-ACTUAL-TBL (NSTD-IDX)
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0900-WRITE-RPT-LINE PARAGRAPH WRITES THE LINE ALREADY
      *    MOVED TO PPVRPT-REC AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0600-PRICE-ONE-VOUCHER
      *    -  2000-WRITE-TOTALS
      *    -  2050-WRITE-ONE-TOTAL-SET
      *    -  2100-WRITE-NO-STD-PARTS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0900-WRITE-RPT-LINE.
           WRITE PPVRPT-REC.
           IF PVCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO PRICE VARIANCE REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2000-WRITE-TOTALS PARAGRAPH PRINTS THE VARIANCE TOTALS
      *    BY BUYER, BY SUPPLIER AND BY COMMODITY, FOLLOWED BY THE
      *    GRAND TOTAL FOR THE PERIOD.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2050-WRITE-ONE-TOTAL-SET
      *    -  2080-SET-TOTAL-LINE
      *    -  0900-WRITE-RPT-LINE
      *****************************************************************
      *
       2000-WRITE-TOTALS.
           MOVE 'B'                        TO WS-TOTAL-TYPE.
           MOVE 'PRICE VARIANCE BY BUYER'  TO WS-TOTAL-TITLE.
           PERFORM 2050-WRITE-ONE-TOTAL-SET.
           MOVE 'S'                        TO WS-TOTAL-TYPE.
           MOVE 'PRICE VARIANCE BY SUPPLIER' TO WS-TOTAL-TITLE.
           PERFORM 2050-WRITE-ONE-TOTAL-SET.
           MOVE 'C'                        TO WS-TOTAL-TYPE.
           MOVE 'PRICE VARIANCE BY COMMODITY' TO WS-TOTAL-TITLE.
           PERFORM 2050-WRITE-ONE-TOTAL-SET.
      *
           MOVE WS-132-CHAR-BLANK-LINE TO PPVRPT-REC.
           PERFORM 0900-WRITE-RPT-LINE.
           MOVE 'ALL'             TO RPT-TOTAL-KEY.
           MOVE WS-PRICED-CTR     TO RPT-TOTAL-LINES.
           MOVE WS-GRAND-ACTUAL   TO RPT-TOTAL-ACTUAL.
           MOVE WS-GRAND-STANDARD TO RPT-TOTAL-STANDARD.
           COMPUTE WS-PPV-AMOUNT = WS-GRAND-ACTUAL - WS-GRAND-STANDARD.
           MOVE WS-GRAND-STANDARD TO WS-STANDARD-EXT-USD.
           PERFORM 2080-SET-TOTAL-LINE.
           MOVE PPV-RPT-TOTAL TO PPVRPT-REC.
           PERFORM 0900-WRITE-RPT-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2050-WRITE-ONE-TOTAL-SET PARAGRAPH PRINTS THE SECTION
      *    BANNER AND COLUMN HEADINGS FOR ONE TOTALS SET (BUYER,
      *    SUPPLIER OR COMMODITY) AND ONE LINE PER TOTALS TABLE ENTRY
      *    OF THAT TYPE.
      *
      *  CALLED BY:
      *    -  2000-WRITE-TOTALS
      *
      *  CALLS:
      *    -  2080-SET-TOTAL-LINE
      *    -  0900-WRITE-RPT-LINE
      *****************************************************************
      *
       2050-WRITE-ONE-TOTAL-SET.
           MOVE WS-132-CHAR-BLANK-LINE TO PPVRPT-REC.
           PERFORM 0900-WRITE-RPT-LINE.
           MOVE WS-TOTAL-TITLE TO RPT-SECTION-TEXT.
           MOVE PPV-RPT-SECTION TO PPVRPT-REC.
           PERFORM 0900-WRITE-RPT-LINE.
           MOVE PPV-RPT-TOT-HEADER-1 TO PPVRPT-REC.
           PERFORM 0900-WRITE-RPT-LINE.
      *
           PERFORM VARYING PTOT-IDX FROM 1 BY 1
              UNTIL PTOT-IDX > WS-PTOT-USED-CTR
              IF PTOT-TYPE-TBL (PTOT-IDX) = WS-TOTAL-TYPE
                 MOVE PTOT-KEY-TBL (PTOT-IDX)   TO RPT-TOTAL-KEY
                 MOVE PTOT-LINES-TBL (PTOT-IDX) TO RPT-TOTAL-LINES
                 MOVE PTOT-ACTUAL-TBL (PTOT-IDX)
                    TO RPT-TOTAL-ACTUAL
                 MOVE PTOT-STANDARD-TBL (PTOT-IDX)
                    TO RPT-TOTAL-STANDARD
                 MOVE PTOT-STANDARD-TBL (PTOT-IDX)
                    TO WS-STANDARD-EXT-USD
                 COMPUTE WS-PPV-AMOUNT =
                         PTOT-ACTUAL-TBL (PTOT-IDX) -
                         PTOT-STANDARD-TBL (PTOT-IDX)
                 PERFORM 2080-SET-TOTAL-LINE
                 MOVE PPV-RPT-TOTAL TO PPVRPT-REC
                 PERFORM 0900-WRITE-RPT-LINE
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2080-SET-TOTAL-LINE PARAGRAPH MOVES THE VARIANCE IN
      *    WS-PPV-AMOUNT TO THE TOTAL LINE AND COMPUTES IT AS A
      *    PERCENTAGE OF THE STANDARD VALUE IN WS-STANDARD-EXT-USD
      *    (ZERO WHEN THE STANDARD VALUE IS ZERO).
      *
      *  CALLED BY:
      *    -  2000-WRITE-TOTALS
      *    -  2050-WRITE-ONE-TOTAL-SET
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2080-SET-TOTAL-LINE.
           MOVE WS-PPV-AMOUNT TO RPT-TOTAL-VARIANCE.
      *
           IF WS-STANDARD-EXT-USD = 0
              MOVE 0 TO WS-PPV-PERCENT
           ELSE
              COMPUTE WS-PPV-PERCENT ROUNDED =
                      WS-PPV-AMOUNT * 100 / WS-STANDARD-EXT-USD
                 ON SIZE ERROR
                    MOVE 99999.9 TO WS-PPV-PERCENT
              END-COMPUTE
           END-IF.
      *
           MOVE WS-PPV-PERCENT TO RPT-TOTAL-PERCENT.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2100-WRITE-NO-STD-PARTS PARAGRAPH LISTS EVERY PART
      *    VOUCHERED IN THE PERIOD WITH NO STANDARD COST ON FILE, SO
      *    FINANCE CAN SET THEM BEFORE THE NEXT CLOSE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0900-WRITE-RPT-LINE
      *****************************************************************
      *
       2100-WRITE-NO-STD-PARTS.
           MOVE WS-132-CHAR-BLANK-LINE TO PPVRPT-REC.
           PERFORM 0900-WRITE-RPT-LINE.
           MOVE 'PARTS VOUCHERED WITH NO STANDARD COST'
              TO RPT-SECTION-TEXT.
           MOVE PPV-RPT-SECTION TO PPVRPT-REC.
           PERFORM 0900-WRITE-RPT-LINE.
           MOVE PPV-RPT-NSTD-HEADER-1 TO PPVRPT-REC.
           PERFORM 0900-WRITE-RPT-LINE.
      *
           PERFORM VARYING NSTD-IDX FROM 1 BY 1
              UNTIL NSTD-IDX > WS-NSTD-USED-CTR
              MOVE NSTD-PART-NUMBER-TBL (NSTD-IDX)
                 TO RPT-NSTD-PART-NUMBER
              MOVE NSTD-SUPPLIER-TBL (NSTD-IDX)  TO RPT-NSTD-SUPPLIER
              MOVE NSTD-COMMODITY-TBL (NSTD-IDX) TO RPT-NSTD-COMMODITY
              MOVE NSTD-LINES-TBL (NSTD-IDX)     TO RPT-NSTD-LINES
              MOVE NSTD-ACTUAL-TBL (NSTD-IDX)    TO RPT-NSTD-ACTUAL
              MOVE PPV-RPT-NO-STD TO PPVRPT-REC
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
           CLOSE APVOUCH
                 STDCOST
                 PORHIST
                 PARTFILE
                 EXCHRATE
                 PPVRPT.
      *
           DISPLAY 'AP VOUCHERS READ:            '
                   WS-VOUCHERS-READ-CTR.
           DISPLAY 'VOUCHERS OUTSIDE PERIOD:     '
                   WS-OUT-OF-PERIOD-CTR.
           DISPLAY 'VOUCHER LINES PRICED:        ' WS-PRICED-CTR.
           DISPLAY 'LINES WITH NO STANDARD:      ' WS-NO-STD-CTR.
           DISPLAY 'PARTS WITH NO STANDARD:      ' WS-NSTD-USED-CTR.
