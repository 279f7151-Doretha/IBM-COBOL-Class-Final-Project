       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGRPT.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM PRINTS THE NIGHTLY BUDGET VERSUS ACTUAL VERSUS
      *    COMMITTED REPORT BY COMMODITY AND MAINTAINS THE COMMODITY
      *    BUDGET POSITION FILE THE PURCHASE ORDER BUDGET CHECK IN
      *    AUTOPART.CBL / PURCHORD.CBL READS THE NEXT NIGHT. IT RUNS
      *    AFTER PORECV.CBL.
      *
      *    EACH POSITION ROW IS ONE COMMODITY-CODE AND PERIOD (YYYYMM)
      *    CARRYING THE BUDGET AND SOFT WARNING THRESHOLD PERCENT FROM
      *    THE COMMODITY BUDGET MASTER (COMMBUDG, MAINTAINED BY
      *    TBLMAINT.CBL), THE CUMULATIVE VOUCHERED SPEND AND THE OPEN
      *    COMMITMENTS, ALL IN USD. THE AP VOUCHER EXTRACT ONLY HOLDS
      *    THE CURRENT PORECV RUN'S VOUCHERS, SO TONIGHT'S VOUCHERS
      *    ARE ADDED TO THE VOUCHERED SPEND CARRIED ON THE PRIOR
      *    POSITION FILE UNDER THE PERIOD OF THEIR MATCH DATE. OPEN
      *    COMMITMENTS ARE RECOMPUTED FROM SCRATCH EACH NIGHT FROM THE
      *    OPEN BACKLOG MASTER (PORHIST) -- THE QUANTITY STILL TO BE
      *    RECEIVED ON EACH LINE AT ITS UNIT PRICE -- UNDER THE PERIOD
      *    OF THE ORDER DATE. AMOUNTS ARE CONVERTED TO USD THROUGH THE
      *    EXCHANGE RATE TABLE AND A PART WITH NO COMMODITY-CODE ROLLS
      *    UP UNDER 'UNC' (UNCLASSIFIED), AS IN SPENDRPT.CBL. A
      *    COMMODITY WITH SPEND BUT NO BUDGET IS CARRIED AND REPORTED
      *    WITH A ZERO BUDGET.
      *
      *    ONLY THE CURRENT AND PREVIOUS PERIODS' VOUCHERED SPEND IS
      *    CARRIED FORWARD (THE PREVIOUS PERIOD SO THE MONTH-END
      *    PERCLOSE.CBL RUN CAN FREEZE IT), PLUS ANY LATER PERIOD
      *    ALREADY BUDGETED.
      *
      *    THE POSITION FILE IS LED BY A STAMP RECORD CARRYING THE
      *    TRANSACTION DATE AND CYCLE OF THE BACKLOG MASTER GENERATION
      *    WHOSE VOUCHERS IT HOLDS. A RUN AGAINST A BACKLOG GENERATION
      *    NOT LATER THAN THE STAMP (A DOUBLE RUN OR A REPLAYED OLD
      *    FILE) WOULD ADD THE SAME VOUCHERS TWICE AND IS REFUSED WITH
      *    RETURN-CODE 16 BEFORE ANYTHING IS WRITTEN. A FULL POSITION
      *    OR EXCHANGE RATE TABLE ALSO ENDS THE STEP WITH RETURN-CODE
      *    16.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      RTPOT44.BUDGRPT.COMMBUDG.FILE - COMMODITY BUDGET MASTER
      *                                      BY COMMODITY AND PERIOD
      *      INTERNAL FILE NAME:             COMMBUDG
      *      JCL DD NAME:                    COMMBUDG
      *
      *
      *      RTPOT44.BUDGRPT.BUDGSTAT.OLD - PRIOR RUN COMMODITY BUDGET
      *                                     POSITION (OLD MASTER)
      *      INTERNAL FILE NAME:            BUDGSTAT
      *      JCL DD NAME:                   BUDGSTAT
      *
      *
      *      RTPOT44.PORECV.BACKLOG.NEW - OPEN PURCHASE ORDER BACKLOG
      *                                   MASTER
      *      INTERNAL FILE NAME:          PORHIST
      *      JCL DD NAME:                 PORHIST
      *
      *
      *      RTPOT44.PORECV.APVOUCH - AP VOUCHER EXTRACT
      *      INTERNAL FILE NAME:      APVOUCH
      *      JCL DD NAME:             APVOUCH
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
      *      RTPOT44.BUDGRPT.BUDGSTAT.NEW - UPDATED COMMODITY BUDGET
      *                                     POSITION (NEW MASTER), READ
      *                                     BY AUTOPART.CBL AND
      *                                     PERCLOSE.CBL
      *      INTERNAL FILE NAME:            BUDGSNEW
      *      JCL DD NAME:                   BUDGSNEW
      *
      *
      *      RTPOT44.BUDGRPT.BUDGET.RPT - BUDGET VERSUS ACTUAL VERSUS
      *                                   COMMITTED REPORT
      *      INTERNAL FILE NAME:          BUDGRPT
      *      JCL DD NAME:                 BUDGRPT
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(BUDGRPT)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A PART'S COMMODITY IS NOW READ FROM PARTFILE
      *                   BY KEY -- THE 2000-ENTRY PART/COMMODITY TABLE
      *                   IS GONE. A FULL EXCHANGE RATE TABLE NOW ENDS
      *                   THE STEP WITH RETURN-CODE 16.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  10/15/2026
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMMBUDG ASSIGN TO COMMBUDG
              FILE STATUS IS CBCODE.
      *
           SELECT BUDGSTAT ASSIGN TO BUDGSTAT
              FILE STATUS IS BGCODE.
      *
           SELECT PORHIST ASSIGN TO PORHIST
              FILE STATUS IS PHCODE.
      *
           SELECT APVOUCH ASSIGN TO APVOUCH
              FILE STATUS IS AVCODE.
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
           SELECT BUDGSNEW ASSIGN TO BUDGSNEW
              FILE STATUS IS BNCODE.
      *
           SELECT BUDGRPT ASSIGN TO BUDGRPT
              FILE STATUS IS BRCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  COMMBUDG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMMBUDG-REC.
      *
       01 COMMBUDG-REC PIC X(34).
      *
       FD  BUDGSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUDGSTAT-REC.
      *
       01 BUDGSTAT-REC PIC X(60).
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
       FD  APVOUCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 129 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APVOUCH-REC.
      *
       01 APVOUCH-REC PIC X(129).
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
       FD  BUDGSNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUDGSNEW-REC.
      *
       01 BUDGSNEW-REC PIC X(60).
      *
       FD  BUDGRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUDGRPT-REC.
      *
       01 BUDGRPT-REC PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE COMMODITY BUDGET MASTER ROW. SAME
      *  LAYOUT AS THE ROW MAINTAINED BY TBLMAINT.CBL. A ZERO SOFT
      *  THRESHOLD PERCENT MEANS THE STANDARD 90 PERCENT.
      *****************************************************************
      *
       01 WS-COMM-BUDGET-REC.
          05 CB-COMMODITY            PIC X(03) VALUE SPACES.
          05 CB-PERIOD               PIC X(06) VALUE SPACES.
          05 CB-BUDGET               PIC 9(09)V99 VALUE 0.
          05 CB-SOFT-PCT             PIC 9(03) VALUE 0.
          05 FILLER                  PIC X(11) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE COMMODITY BUDGET POSITION RECORD
      *  (BUDGSTAT OLD / BUDGSNEW NEW) AND THE STAMP RECORD THAT
      *  LEADS THE FILE (SPACES COMMODITY-CODE AND PERIOD).
      *****************************************************************
      *
       01 WS-BUDGET-POS-REC.
          05 BP-COMMODITY            PIC X(03) VALUE SPACES.
          05 BP-PERIOD               PIC X(06) VALUE SPACES.
          05 BP-BUDGET               PIC 9(09)V99 VALUE 0.
          05 BP-SOFT-PCT             PIC 9(03) VALUE 0.
          05 BP-VOUCHERED            PIC 9(11)V99 VALUE 0.
          05 BP-COMMITTED            PIC 9(11)V99 VALUE 0.
          05 FILLER                  PIC X(11) VALUE SPACES.
      *
       01 WS-BUDGET-STAMP-REC REDEFINES WS-BUDGET-POS-REC.
          05 BH-STAMP-KEY            PIC X(09).
          05 BH-STAMP-ID             PIC X(05).
             88 BH-IS-STAMP          VALUE 'STAMP'.
          05 BH-STAMP-DATE           PIC X(08).
          05 BH-STAMP-CYCLE          PIC X(02).
          05 FILLER                  PIC X(36).
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE OPEN BACKLOG MASTER RECORD. SAME
      *  LAYOUT AS THE RECORD WRITTEN BY PORECV.CBL.
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
      *****************************************************************
      *  GENERATION HEADER RECORD LEADING THE BACKLOG MASTER (SPACES
      *  PO-NUMBER). SAME LAYOUT AS THE RECORD WRITTEN BY PORECV.CBL.
      *****************************************************************
      *
       01 WS-PO-GEN-HEADER-REC.
          05 GH-PO-NUMBER            PIC X(06) VALUE SPACES.
          05 GH-GEN-ID               PIC X(03) VALUE SPACES.
             88 GH-IS-GEN-HEADER     VALUE 'GEN'.
          05 GH-GEN-SEQ              PIC 9(05) VALUE 0.
          05 GH-MASTER-DATE          PIC X(08) VALUE SPACES.
          05 GH-TRANS-DATE           PIC X(08) VALUE SPACES.
          05 GH-TRANS-TIME           PIC X(08) VALUE SPACES.
          05 GH-TRANS-CYCLE          PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(40) VALUE SPACES.
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
      *  WORKING STORAGE FOR ONE PARTS MASTER RECORD, READ BY KEY FOR
      *  THE PART'S COMMODITY. THE COMMODITY-CODE OCCUPIES THE LAST 3
      *  BYTES OF THE 92-BYTE MASTER RECORD.
      *****************************************************************
      *
       01 WS-PARTS-REC.
          05 PM-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(66) VALUE SPACES.
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
      *  BUDGET POSITION TABLE -- ONE ENTRY PER COMMODITY AND PERIOD,
      *  KEPT IN COMMODITY/PERIOD ORDER SO THE NEW POSITION FILE AND
      *  THE REPORT COME OUT IN THAT ORDER.
      *****************************************************************
      *
       01 BUDG-POS-TBL.
          05 BUDG-POS-ENTRY-TBL
            OCCURS 500 TIMES INDEXED BY BPOS-IDX.
            10 BPOS-KEY-TBL.
               15 BPOS-COMMODITY-TBL PIC X(03) VALUE SPACES.
               15 BPOS-PERIOD-TBL    PIC X(06) VALUE SPACES.
            10 BPOS-BUDGET-TBL      PIC 9(09)V99 VALUE 0.
            10 BPOS-SOFT-TBL        PIC 9(03) VALUE 0.
            10 BPOS-VOUCHERED-TBL   PIC 9(11)V99 VALUE 0.
            10 BPOS-COMMITTED-TBL   PIC 9(11)V99 VALUE 0.
      *
       01 WS-BUDG-POS-VARS.
          05 WS-MAX-BPOS-IDX        PIC 9(03) VALUE 500.
          05 WS-BPOS-USED-CTR       PIC 9(03) VALUE 0.
          05 WS-BPOS-SLOT           PIC 9(03) VALUE 0.
          05 WS-BPOS-INSERT-AT      PIC 9(03) VALUE 0.
          05 WS-BPOS-SHIFT-SUB      PIC 9(03) VALUE 0.
          05 WS-BPOS-LOOKUP-KEY.
             10 WS-BPOS-LOOKUP-COMM PIC X(03) VALUE SPACES.
             10 WS-BPOS-LOOKUP-PERIOD PIC X(06) VALUE SPACES.
          05 BPOS-FOUND-SW          PIC X(01) VALUE 'N'.
             88 BPOS-FOUND          VALUE 'Y'.
          05 WS-USD-VALUE           PIC 9(11)V99 VALUE 0.
          05 WS-OPEN-QTY            PIC S9(07) VALUE 0.
          05 WS-TOTAL-USED          PIC 9(12)V99 VALUE 0.
          05 WS-REMAINING           PIC S9(12)V99 VALUE 0.
          05 WS-PCT-USED            PIC 9(05)V9 VALUE 0.
          05 WS-SOFT-PCT            PIC 9(03) VALUE 0.
      *
       01 WS-DATE-VARS.
          05 WS-TODAY-8             PIC X(08) VALUE SPACES.
          05 WS-CURRENT-PERIOD      PIC X(06) VALUE SPACES.
          05 WS-PREVIOUS-PERIOD     PIC X(06) VALUE SPACES.
          05 WS-PERIOD-WORK         PIC X(06) VALUE SPACES.
          05 WS-PERIOD-WORK-R REDEFINES WS-PERIOD-WORK.
             10 WS-PERIOD-YYYY      PIC 9(04).
             10 WS-PERIOD-MM        PIC 9(02).
      *
      *****************************************************************
      *  RUN STAMP -- THE BACKLOG MASTER GENERATION'S TRANSACTION DATE
      *  AND CYCLE, COMPARED WITH THE STAMP ON THE PRIOR POSITION FILE.
      *****************************************************************
      *
       01 WS-RUN-STAMP-VARS.
          05 WS-OLD-STAMP.
             10 WS-OLD-STAMP-DATE   PIC X(08) VALUE SPACES.
             10 WS-OLD-STAMP-CYCLE  PIC X(02) VALUE SPACES.
          05 WS-NEW-STAMP.
             10 WS-NEW-STAMP-DATE   PIC X(08) VALUE SPACES.
             10 WS-NEW-STAMP-CYCLE  PIC X(02) VALUE SPACES.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 CBCODE                 PIC X(02) VALUE SPACES.
          05 BGCODE                 PIC X(02) VALUE SPACES.
          05 PHCODE                 PIC X(02) VALUE SPACES.
          05 AVCODE                 PIC X(02) VALUE SPACES.
          05 PACODE                 PIC X(02) VALUE SPACES.
          05 EXCODE                 PIC X(02) VALUE SPACES.
          05 BNCODE                 PIC X(02) VALUE SPACES.
          05 BRCODE                 PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 COMM-BUDGET-FILE-SW     PIC X(01) VALUE 'N'.
             88 END-OF-COMM-BUDGET-FILE VALUE 'Y'.
          05 BUDGET-POS-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-BUDGET-POS-FILE VALUE 'Y'.
          05 BACKLOG-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-BACKLOG-FILE  VALUE 'Y'.
          05 VOUCHER-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-VOUCHER-FILE  VALUE 'Y'.
          05 EXCH-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-EXCH-FILE     VALUE 'Y'.
          05 RUN-REFUSED-SW          PIC X(01) VALUE 'N'.
             88 RUN-REFUSED          VALUE 'Y'.
          05 TABLE-FULL-SW           PIC X(01) VALUE 'N'.
             88 TABLE-FULL           VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-BUDGETS-READ-CTR     PIC 9(07) VALUE 0.
          05 WS-BUDGETS-SKIPPED-CTR  PIC 9(07) VALUE 0.
          05 WS-POSITIONS-READ-CTR   PIC 9(07) VALUE 0.
          05 WS-POSITIONS-DROPPED-CTR PIC 9(07) VALUE 0.
          05 WS-BACKLOG-READ-CTR     PIC 9(07) VALUE 0.
          05 WS-VOUCHERS-READ-CTR    PIC 9(07) VALUE 0.
          05 WS-UNCLASSIFIED-CTR     PIC 9(07) VALUE 0.
          05 WS-POSITIONS-WRTN-CTR   PIC 9(07) VALUE 0.
          05 WS-OVER-BUDGET-CTR      PIC 9(05) VALUE 0.
          05 WS-SOFT-LIMIT-CTR       PIC 9(05) VALUE 0.
          05 WS-NO-BUDGET-CTR        PIC 9(05) VALUE 0.
          05 WS-TOT-BUDGET           PIC 9(11)V99 VALUE 0.
          05 WS-TOT-VOUCHERED        PIC 9(12)V99 VALUE 0.
          05 WS-TOT-COMMITTED        PIC 9(12)V99 VALUE 0.
          05 WS-TOT-USED             PIC 9(12)V99 VALUE 0.
          05 WS-TOT-REMAINING        PIC S9(12)V99 VALUE 0.
      *
      *****************************************************************
      *  COLUMN HEADINGS, DETAIL LINE AND CURRENT PERIOD TOTAL LINE
      *  FOR THE BUDGET VERSUS ACTUAL VERSUS COMMITTED REPORT.
      *****************************************************************
      *
       01 BUDG-RPT-TITLE. *>TITLE FOR BUDGET REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(50) VALUE
             'COMMODITY BUDGET VS ACTUAL VS COMMITTED (USD) -- '.
          05 FILLER                  PIC X(15) VALUE
             'CURRENT PERIOD '.
          05 RPT-TITLE-PERIOD        PIC X(06) VALUE SPACES.
          05 FILLER                  PIC X(56) VALUE SPACES.
      *
       01 BUDG-RPT-HEADER-1. *>HEADER FOR BUDGET REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE 'COMM'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE 'PERIOD'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE
             '          BUDGET'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE
             '       VOUCHERED'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE
             '       COMMITTED'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE
             '      TOTAL USED'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE
             '       REMAINING'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(07) VALUE ' % USED'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(09) VALUE 'FLAG'.
          05 FILLER                  PIC X(05) VALUE SPACES.
      *
       01 BUDG-RPT-HEADER-2. *>HEADER FOR BUDGET REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(07) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(09) VALUE ALL '='.
          05 FILLER                  PIC X(05) VALUE SPACES.
      *
       01 BUDG-RPT-DETAIL. *>DETAIL LINE FOR BUDGET REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-COMMODITY-CODE      PIC X(04) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-PERIOD              PIC X(06) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-BUDGET              PIC ZZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-VOUCHERED           PIC ZZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-COMMITTED           PIC ZZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TOTAL-USED          PIC ZZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-REMAINING           PIC ZZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-PCT-USED            PIC ZZZZ9.9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-FLAG                PIC X(09) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE SPACES.
      *
       01 BUDG-RPT-TOTAL. *>CURRENT PERIOD TOTAL LINE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE 'TOT '.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TOT-PERIOD          PIC X(06) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TOT-BUDGET          PIC ZZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TOT-VOUCHERED       PIC ZZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TOT-COMMITTED       PIC ZZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TOT-USED            PIC ZZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TOT-REMAINING       PIC ZZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(25) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION LOADS THE EXCHANGE RATE TABLE
      *    AND THE PRIOR BUDGET POSITION, CHECKS
      *    THE BACKLOG MASTER'S RUN STAMP AGAINST THE POSITION'S
      *    STAMP, THEN APPLIES THE BUDGET MASTER, RECOMPUTES THE OPEN
      *    COMMITMENTS, ADDS TONIGHT'S VOUCHERS, WRITES THE NEW
      *    POSITION AND PRINTS THE REPORT. A REFUSED RUN WRITES
      *    NOTHING AND ENDS WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0100-OPEN-FILES
      *    - 0194-READ-EXCH-RATE-FILE
      *    - 0196-LOAD-EXCH-RATE-TABLE
      *    - 0200-READ-BUDGET-POS-FILE
      *    - 0220-LOAD-BUDGET-POSITION
      *    - 0250-READ-BACKLOG-FILE
      *    - 0260-CHECK-RUN-STAMP
      *    - 0230-READ-COMM-BUDGET-FILE
      *    - 0240-APPLY-COMM-BUDGET
      *    - 0500-ROLL-UP-COMMITMENTS
      *    - 0300-READ-VOUCHER-FILE
      *    - 0600-ROLL-UP-VOUCHERS
      *    - 2000-WRITE-BUDGET-POSITION
      *    - 2100-WRITE-BUDGET-REPORT
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0194-READ-EXCH-RATE-FILE.
           PERFORM 0196-LOAD-EXCH-RATE-TABLE
               UNTIL END-OF-EXCH-FILE.
           PERFORM 0200-READ-BUDGET-POS-FILE.
           PERFORM 0220-LOAD-BUDGET-POSITION
               UNTIL END-OF-BUDGET-POS-FILE.
           PERFORM 0250-READ-BACKLOG-FILE.
           PERFORM 0260-CHECK-RUN-STAMP.
           IF RUN-REFUSED
              NEXT SENTENCE
           ELSE
              PERFORM 0230-READ-COMM-BUDGET-FILE
              PERFORM 0240-APPLY-COMM-BUDGET
                  UNTIL END-OF-COMM-BUDGET-FILE
              PERFORM 0500-ROLL-UP-COMMITMENTS
                  UNTIL END-OF-BACKLOG-FILE
              PERFORM 0300-READ-VOUCHER-FILE
              PERFORM 0600-ROLL-UP-VOUCHERS
                  UNTIL END-OF-VOUCHER-FILE
              PERFORM 2000-WRITE-BUDGET-POSITION
              PERFORM 2100-WRITE-BUDGET-REPORT
           END-IF.
           PERFORM 2600-CLOSE-FILES.
           IF RUN-REFUSED OR TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH OBTAINS TODAY'S DATE AND
      *    DERIVES THE CURRENT PERIOD (YYYYMM) AND THE PREVIOUS
      *    PERIOD, THE OLDEST ONE CARRIED FORWARD.
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
           MOVE WS-TODAY-8 (1:6) TO WS-CURRENT-PERIOD.
           MOVE WS-CURRENT-PERIOD TO RPT-TITLE-PERIOD.
      *
           MOVE WS-CURRENT-PERIOD TO WS-PERIOD-WORK.
           IF WS-PERIOD-MM = 1
              MOVE 12 TO WS-PERIOD-MM
              SUBTRACT 1 FROM WS-PERIOD-YYYY
           ELSE
              SUBTRACT 1 FROM WS-PERIOD-MM
           END-IF.
           MOVE WS-PERIOD-WORK TO WS-PREVIOUS-PERIOD.
      *
           DISPLAY 'BUDGRPT PERIOD ' WS-CURRENT-PERIOD
                   ' PREVIOUS ' WS-PREVIOUS-PERIOD.
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
           OPEN INPUT COMMBUDG.
           IF CBCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING COMMODITY BUDGET MASTER FILE'
           END-IF.
      *
           OPEN INPUT BUDGSTAT.
           IF BGCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING BUDGET POSITION FILE'
           END-IF.
      *
           OPEN INPUT PORHIST.
           IF PHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PO BACKLOG MASTER FILE'
           END-IF.
      *
           OPEN INPUT APVOUCH.
           IF AVCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING AP VOUCHER EXTRACT FILE'
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
           OPEN OUTPUT BUDGSNEW.
           IF BNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW BUDGET POSITION FILE'
           END-IF.
      *
           OPEN OUTPUT BUDGRPT.
           IF BRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING BUDGET REPORT FILE'
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
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0196-LOAD-EXCH-RATE-TABLE PARAGRAPH LOADS CURRENCY
      *    EXCHANGE RATE RECORDS INTO A TABLE (ARRAY) IN WORKING
      *    STORAGE. A FULL TABLE ENDS THE STEP WITH RETURN-CODE 16.
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
              MOVE 'Y' TO TABLE-FULL-SW
              MOVE 'Y' TO EXCH-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-BUDGET-POS-FILE PARAGRAPH READS ONE RECORD
      *    FROM THE PRIOR RUN'S BUDGET POSITION FILE. WHEN THE END OF
      *    FILE IS REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0220-LOAD-BUDGET-POSITION
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0200-READ-BUDGET-POS-FILE.
           READ BUDGSTAT INTO WS-BUDGET-POS-REC
              AT END MOVE 'Y' TO BUDGET-POS-FILE-SW
           END-READ.
      *
           IF BGCODE = '00' OR '10'
              IF NOT END-OF-BUDGET-POS-FILE
                 ADD 1 TO WS-POSITIONS-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING BUDGET POSITION FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0220-LOAD-BUDGET-POSITION PARAGRAPH CAPTURES THE STAMP
      *    RECORD'S RUN STAMP, OR LOADS ONE POSITION ROW INTO THE
      *    BUDGET POSITION TABLE. ONLY THE CUMULATIVE VOUCHERED SPEND
      *    IS CARRIED -- THE BUDGET COMES FROM TONIGHT'S BUDGET MASTER
      *    AND THE COMMITMENTS ARE RECOMPUTED FROM THE BACKLOG. ROWS
      *    OLDER THAN THE PREVIOUS PERIOD ARE DROPPED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0800-FIND-BUDGET-POSITION
      *    -  0200-READ-BUDGET-POS-FILE
      *****************************************************************
      *
       0220-LOAD-BUDGET-POSITION.
           IF BP-COMMODITY = SPACES
              IF BH-IS-STAMP
                 MOVE BH-STAMP-DATE  TO WS-OLD-STAMP-DATE
                 MOVE BH-STAMP-CYCLE TO WS-OLD-STAMP-CYCLE
              END-IF
           ELSE
           IF BP-PERIOD < WS-PREVIOUS-PERIOD
              ADD 1 TO WS-POSITIONS-DROPPED-CTR
           ELSE
              MOVE BP-COMMODITY TO WS-BPOS-LOOKUP-COMM
              MOVE BP-PERIOD    TO WS-BPOS-LOOKUP-PERIOD
              PERFORM 0800-FIND-BUDGET-POSITION
              IF WS-BPOS-SLOT > 0
                 MOVE BP-VOUCHERED TO BPOS-VOUCHERED-TBL (BPOS-IDX)
              END-IF
           END-IF
           END-IF.
      *
           PERFORM 0200-READ-BUDGET-POS-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0230-READ-COMM-BUDGET-FILE PARAGRAPH READS ONE ROW FROM
      *    THE COMMODITY BUDGET MASTER. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0240-APPLY-COMM-BUDGET
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0230-READ-COMM-BUDGET-FILE.
           READ COMMBUDG INTO WS-COMM-BUDGET-REC
              AT END MOVE 'Y' TO COMM-BUDGET-FILE-SW
           END-READ.
      *
           IF CBCODE = '00' OR '10'
              IF NOT END-OF-COMM-BUDGET-FILE
                 ADD 1 TO WS-BUDGETS-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING COMMODITY BUDGET MASTER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0240-APPLY-COMM-BUDGET PARAGRAPH SETS THE BUDGET AND
      *    SOFT THRESHOLD PERCENT OF ONE COMMODITY AND PERIOD FROM THE
      *    BUDGET MASTER, ADDING THE POSITION ROW WHEN IT IS NEW. A
      *    ZERO SOFT THRESHOLD BECOMES THE STANDARD 90 PERCENT. ROWS
      *    FOR PERIODS OLDER THAN THE PREVIOUS PERIOD ARE SKIPPED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0800-FIND-BUDGET-POSITION
      *    -  0230-READ-COMM-BUDGET-FILE
      *****************************************************************
      *
       0240-APPLY-COMM-BUDGET.
           IF CB-COMMODITY = SPACES OR CB-PERIOD < WS-PREVIOUS-PERIOD
              ADD 1 TO WS-BUDGETS-SKIPPED-CTR
           ELSE
              MOVE CB-COMMODITY TO WS-BPOS-LOOKUP-COMM
              MOVE CB-PERIOD    TO WS-BPOS-LOOKUP-PERIOD
              PERFORM 0800-FIND-BUDGET-POSITION
              IF WS-BPOS-SLOT > 0
                 MOVE CB-BUDGET TO BPOS-BUDGET-TBL (BPOS-IDX)
                 IF CB-SOFT-PCT = 0
                    MOVE 90 TO BPOS-SOFT-TBL (BPOS-IDX)
                 ELSE
                    MOVE CB-SOFT-PCT TO BPOS-SOFT-TBL (BPOS-IDX)
                 END-IF
              END-IF
           END-IF.
      *
           PERFORM 0230-READ-COMM-BUDGET-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0250-READ-BACKLOG-FILE PARAGRAPH READS ONE OPEN BACKLOG
      *    MASTER RECORD. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0500-ROLL-UP-COMMITMENTS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0250-READ-BACKLOG-FILE.
           READ PORHIST INTO WS-PO-BACKLOG-REC
              AT END MOVE 'Y' TO BACKLOG-FILE-SW
           END-READ.
      *
           IF PHCODE = '00' OR '10'
              IF NOT END-OF-BACKLOG-FILE
                 ADD 1 TO WS-BACKLOG-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING PO BACKLOG MASTER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0260-CHECK-RUN-STAMP PARAGRAPH TAKES THE RUN STAMP
      *    (TRANSACTION DATE AND CYCLE, A BLANK CYCLE BEING 01) FROM
      *    THE GENERATION HEADER LEADING THE BACKLOG MASTER AND
      *    COMPARES IT WITH THE STAMP ON THE PRIOR POSITION FILE. A
      *    STAMP NOT LATER THAN THE PRIOR ONE MEANS TONIGHT'S VOUCHERS
      *    ARE ALREADY IN THE POSITION, SO THE RUN IS REFUSED. A
      *    BACKLOG WITH NO GENERATION HEADER CANNOT BE CHECKED -- THE
      *    RUN GOES AHEAD WITH A WARNING AND KEEPS THE PRIOR STAMP.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0260-CHECK-RUN-STAMP.
           MOVE WS-OLD-STAMP TO WS-NEW-STAMP.
      *
           IF END-OF-BACKLOG-FILE OR OP-PO-NUMBER NOT = SPACES
              DISPLAY 'WARNING: BACKLOG MASTER HAS NO GENERATION '
                      'HEADER -- RERUN CHECK NOT MADE'
           ELSE
              MOVE WS-PO-BACKLOG-REC TO WS-PO-GEN-HEADER-REC
              IF NOT GH-IS-GEN-HEADER
                 DISPLAY 'WARNING: BACKLOG MASTER HAS NO GENERATION '
                         'HEADER -- RERUN CHECK NOT MADE'
              ELSE
                 MOVE GH-TRANS-DATE  TO WS-NEW-STAMP-DATE
                 MOVE GH-TRANS-CYCLE TO WS-NEW-STAMP-CYCLE
                 IF WS-NEW-STAMP-CYCLE = SPACES
                    MOVE '01' TO WS-NEW-STAMP-CYCLE
                 END-IF
                 IF WS-OLD-STAMP NOT = SPACES AND
                    WS-NEW-STAMP NOT > WS-OLD-STAMP
                    MOVE 'Y' TO RUN-REFUSED-SW
                    DISPLAY 'BUDGET POSITION ALREADY HOLDS BACKLOG RUN '
                            WS-OLD-STAMP-DATE ' CYCLE '
                            WS-OLD-STAMP-CYCLE
                    DISPLAY 'BACKLOG RUN ' WS-NEW-STAMP-DATE ' CYCLE '
                            WS-NEW-STAMP-CYCLE
                            ' REFUSED -- NOTHING WRITTEN'
                 END-IF
              END-IF
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
      *    -  0600-ROLL-UP-VOUCHERS
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
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-ROLL-UP-COMMITMENTS PARAGRAPH ADDS ONE OPEN
      *    PURCHASE ORDER LINE'S COMMITMENT -- THE QUANTITY STILL TO
      *    BE RECEIVED TIMES THE UNIT PRICE, IN USD -- TO ITS PART'S
      *    COMMODITY UNDER THE PERIOD OF THE ORDER DATE. A FULLY
      *    RECEIVED OR CANCELLED LINE COMMITS NOTHING, AND SO DOES AN
      *    ORDER DATED BEFORE THE PREVIOUS PERIOD. THE GENERATION
      *    HEADER (SPACES PO-NUMBER) IS SKIPPED. THE NEXT BACKLOG
      *    RECORD IS THEN READ.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0700-LOOKUP-PART-COMMODITY
      *    -  0720-LOOKUP-EXCH-RATE
      *    -  0800-FIND-BUDGET-POSITION
      *    -  0250-READ-BACKLOG-FILE
      *****************************************************************
      *
       0500-ROLL-UP-COMMITMENTS.
           COMPUTE WS-OPEN-QTY = OP-QUANTITY - OP-RECEIVED-QTY.
      *
           IF OP-PO-NUMBER = SPACES
              NEXT SENTENCE
           ELSE
           IF WS-OPEN-QTY NOT > 0
              NEXT SENTENCE
           ELSE
           IF OP-ORDER-DATE (1:6) < WS-PREVIOUS-PERIOD
              NEXT SENTENCE
           ELSE
              MOVE OP-PART-NUMBER TO PM-PART-NUMBER
              PERFORM 0700-LOOKUP-PART-COMMODITY
              MOVE OP-CURRENCY-CODE TO WS-EXCH-LOOKUP-CCY
              PERFORM 0720-LOOKUP-EXCH-RATE
              COMPUTE WS-USD-VALUE ROUNDED =
                      WS-OPEN-QTY * OP-UNIT-PRICE *
                      WS-EXCH-LOOKUP-RATE
              MOVE WS-LOOKUP-COMMODITY  TO WS-BPOS-LOOKUP-COMM
              MOVE OP-ORDER-DATE (1:6)  TO WS-BPOS-LOOKUP-PERIOD
              PERFORM 0800-FIND-BUDGET-POSITION
              IF WS-BPOS-SLOT > 0
                 ADD WS-USD-VALUE TO BPOS-COMMITTED-TBL (BPOS-IDX)
              END-IF
           END-IF
           END-IF
           END-IF.
      *
           PERFORM 0250-READ-BACKLOG-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-ROLL-UP-VOUCHERS PARAGRAPH ADDS ONE VOUCHERED
      *    AMOUNT'S USD VALUE TO ITS PART'S COMMODITY UNDER THE PERIOD
      *    OF THE MATCH DATE. A VOUCHER MATCHED BEFORE THE PREVIOUS
      *    PERIOD IS NOT CARRIED. THE NEXT VOUCHER IS THEN READ.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0700-LOOKUP-PART-COMMODITY
      *    -  0720-LOOKUP-EXCH-RATE
      *    -  0800-FIND-BUDGET-POSITION
      *    -  0300-READ-VOUCHER-FILE
      *****************************************************************
      *
       0600-ROLL-UP-VOUCHERS.
           IF VO-MATCH-DATE (1:6) < WS-PREVIOUS-PERIOD
              NEXT SENTENCE
           ELSE
              MOVE VO-PART-NUMBER TO PM-PART-NUMBER
              PERFORM 0700-LOOKUP-PART-COMMODITY
              MOVE VO-CURRENCY-CODE TO WS-EXCH-LOOKUP-CCY
              PERFORM 0720-LOOKUP-EXCH-RATE
              COMPUTE WS-USD-VALUE ROUNDED =
                      VO-AMOUNT * WS-EXCH-LOOKUP-RATE
              MOVE WS-LOOKUP-COMMODITY  TO WS-BPOS-LOOKUP-COMM
              MOVE VO-MATCH-DATE (1:6)  TO WS-BPOS-LOOKUP-PERIOD
              PERFORM 0800-FIND-BUDGET-POSITION
              IF WS-BPOS-SLOT > 0
                 ADD WS-USD-VALUE TO BPOS-VOUCHERED-TBL (BPOS-IDX)
              END-IF
           END-IF.
      *
           PERFORM 0300-READ-VOUCHER-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-LOOKUP-PART-COMMODITY PARAGRAPH READS THE PARTS
      *    MASTER BY KEY FOR THE PART-NUMBER IN PM-PART-NUMBER AND
      *    RETURNS ITS COMMODITY. A PART NOT ON THE MASTER, OR ONE
      *    WITH NO COMMODITY-CODE YET, ROLLS UP UNDER 'UNC'
      *    (UNCLASSIFIED) SO THE TOTALS STILL PROVE.
      *
      *  CALLED BY:
      *    -  0500-ROLL-UP-COMMITMENTS
      *    -  0600-ROLL-UP-VOUCHERS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0700-LOOKUP-PART-COMMODITY.
           MOVE 'N'            TO PCOM-FOUND-SW.
           MOVE SPACES         TO WS-LOOKUP-COMMODITY.
           MOVE PM-PART-NUMBER TO PARTFILE-KEY.
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
              ADD 1 TO WS-UNCLASSIFIED-CTR
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
      *    -  0500-ROLL-UP-COMMITMENTS
      *    -  0600-ROLL-UP-VOUCHERS
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
      *    THE 0800-FIND-BUDGET-POSITION PARAGRAPH FINDS THE POSITION
      *    TABLE ENTRY FOR THE COMMODITY AND PERIOD IN
      *    WS-BPOS-LOOKUP-KEY, OR INSERTS A ZERO ENTRY FOR IT IN
      *    COMMODITY/PERIOD ORDER (LATER ENTRIES SHIFT DOWN ONE), AND
      *    LEAVES BPOS-IDX POINTING AT IT. WHEN THE TABLE IS FULL
      *    WS-BPOS-SLOT IS LEFT AT ZERO, THE CALLERS SKIP THE AMOUNT
      *    AND THE RUN ENDS WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  0220-LOAD-BUDGET-POSITION
      *    -  0240-APPLY-COMM-BUDGET
      *    -  0500-ROLL-UP-COMMITMENTS
      *    -  0600-ROLL-UP-VOUCHERS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0800-FIND-BUDGET-POSITION.
           MOVE 'N' TO BPOS-FOUND-SW.
           MOVE 0   TO WS-BPOS-SLOT.
           MOVE 0   TO WS-BPOS-INSERT-AT.
      *
           PERFORM VARYING BPOS-IDX FROM 1 BY 1
              UNTIL BPOS-IDX > WS-BPOS-USED-CTR OR BPOS-FOUND OR
                    WS-BPOS-INSERT-AT > 0
              IF BPOS-KEY-TBL (BPOS-IDX) = WS-BPOS-LOOKUP-KEY
                 MOVE 'Y' TO BPOS-FOUND-SW
                 SET WS-BPOS-SLOT TO BPOS-IDX
              ELSE
                 IF BPOS-KEY-TBL (BPOS-IDX) > WS-BPOS-LOOKUP-KEY
                    SET WS-BPOS-INSERT-AT TO BPOS-IDX
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF NOT BPOS-FOUND
              IF WS-BPOS-USED-CTR < WS-MAX-BPOS-IDX
                 IF WS-BPOS-INSERT-AT = 0
                    COMPUTE WS-BPOS-INSERT-AT = WS-BPOS-USED-CTR + 1
                 END-IF
                 PERFORM VARYING WS-BPOS-SHIFT-SUB
                    FROM WS-BPOS-USED-CTR BY -1
                    UNTIL WS-BPOS-SHIFT-SUB < WS-BPOS-INSERT-AT
                    MOVE BUDG-POS-ENTRY-TBL (WS-BPOS-SHIFT-SUB)
                       TO BUDG-POS-ENTRY-TBL (WS-BPOS-SHIFT-SUB + 1)
                 END-PERFORM
                 ADD 1 TO WS-BPOS-USED-CTR
                 MOVE WS-BPOS-INSERT-AT TO WS-BPOS-SLOT
                 SET BPOS-IDX TO WS-BPOS-SLOT
                 INITIALIZE BUDG-POS-ENTRY-TBL (BPOS-IDX)
                 MOVE WS-BPOS-LOOKUP-KEY TO BPOS-KEY-TBL (BPOS-IDX)
              ELSE
                 DISPLAY 'BUDGET POSITION TABLE FULL -- COMMODITY '
                         WS-BPOS-LOOKUP-COMM ' PERIOD '
                         WS-BPOS-LOOKUP-PERIOD ' NOT CARRIED'
                 MOVE 'Y' TO TABLE-FULL-SW
              END-IF
           END-IF.
      *
           IF WS-BPOS-SLOT > 0
              SET BPOS-IDX TO WS-BPOS-SLOT
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2000-WRITE-BUDGET-POSITION PARAGRAPH WRITES THE NEW
      *    BUDGET POSITION FILE -- THE STAMP RECORD FIRST, THEN ONE
      *    ROW PER POSITION TABLE ENTRY IN COMMODITY/PERIOD ORDER.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2000-WRITE-BUDGET-POSITION.
           MOVE SPACES             TO WS-BUDGET-STAMP-REC.
           MOVE 'STAMP'            TO BH-STAMP-ID.
           MOVE WS-NEW-STAMP-DATE  TO BH-STAMP-DATE.
           MOVE WS-NEW-STAMP-CYCLE TO BH-STAMP-CYCLE.
           WRITE BUDGSNEW-REC FROM WS-BUDGET-STAMP-REC.
           IF BNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING NEW BUDGET POSITION FILE'
           END-IF.
      *
           PERFORM VARYING BPOS-IDX FROM 1 BY 1
              UNTIL BPOS-IDX > WS-BPOS-USED-CTR
              MOVE SPACES TO WS-BUDGET-POS-REC
              MOVE BPOS-COMMODITY-TBL (BPOS-IDX) TO BP-COMMODITY
              MOVE BPOS-PERIOD-TBL (BPOS-IDX)    TO BP-PERIOD
              MOVE BPOS-BUDGET-TBL (BPOS-IDX)    TO BP-BUDGET
              MOVE BPOS-SOFT-TBL (BPOS-IDX)      TO BP-SOFT-PCT
              MOVE BPOS-VOUCHERED-TBL (BPOS-IDX) TO BP-VOUCHERED
              MOVE BPOS-COMMITTED-TBL (BPOS-IDX) TO BP-COMMITTED
              WRITE BUDGSNEW-REC FROM WS-BUDGET-POS-REC
              IF BNCODE = '00'
                 ADD 1 TO WS-POSITIONS-WRTN-CTR
              ELSE
                 DISPLAY 'ERROR WRITING NEW BUDGET POSITION FILE'
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2100-WRITE-BUDGET-REPORT PARAGRAPH PRINTS ONE LINE PER
      *    POSITION TABLE ENTRY -- BUDGET, VOUCHERED, COMMITTED, TOTAL
      *    USED, REMAINING AND PERCENT USED -- FLAGGED 'OVER' PAST THE
      *    BUDGET, 'SOFT' AT OR PAST THE SOFT THRESHOLD AND
      *    'NO BUDGET' WHEN THE COMMODITY HAS SPEND BUT NO BUDGET. A
      *    TOTAL LINE FOR THE CURRENT PERIOD FOLLOWS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2100-WRITE-BUDGET-REPORT.
           WRITE BUDGRPT-REC FROM BUDG-RPT-TITLE.
           WRITE BUDGRPT-REC FROM BUDG-RPT-HEADER-1.
           WRITE BUDGRPT-REC FROM BUDG-RPT-HEADER-2.
           IF BRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO BUDGET REPORT'
           END-IF.
      *
           PERFORM VARYING BPOS-IDX FROM 1 BY 1
              UNTIL BPOS-IDX > WS-BPOS-USED-CTR
              COMPUTE WS-TOTAL-USED =
                 BPOS-VOUCHERED-TBL (BPOS-IDX) +
                 BPOS-COMMITTED-TBL (BPOS-IDX)
              COMPUTE WS-REMAINING =
                 BPOS-BUDGET-TBL (BPOS-IDX) - WS-TOTAL-USED
              MOVE 0      TO WS-PCT-USED
              MOVE SPACES TO RPT-FLAG
              IF BPOS-BUDGET-TBL (BPOS-IDX) = 0
                 IF WS-TOTAL-USED > 0
                    MOVE 'NO BUDGET' TO RPT-FLAG
                    ADD 1 TO WS-NO-BUDGET-CTR
                 END-IF
              ELSE
                 COMPUTE WS-PCT-USED ROUNDED =
                    (WS-TOTAL-USED / BPOS-BUDGET-TBL (BPOS-IDX)) * 100
                    ON SIZE ERROR MOVE 99999.9 TO WS-PCT-USED
                 END-COMPUTE
                 MOVE BPOS-SOFT-TBL (BPOS-IDX) TO WS-SOFT-PCT
                 IF WS-SOFT-PCT = 0
                    MOVE 90 TO WS-SOFT-PCT
                 END-IF
                 IF WS-TOTAL-USED > BPOS-BUDGET-TBL (BPOS-IDX)
                    MOVE 'OVER' TO RPT-FLAG
                    ADD 1 TO WS-OVER-BUDGET-CTR
                 ELSE
                    IF WS-PCT-USED >= WS-SOFT-PCT
                       MOVE 'SOFT' TO RPT-FLAG
                       ADD 1 TO WS-SOFT-LIMIT-CTR
                    END-IF
                 END-IF
              END-IF
              MOVE BPOS-COMMODITY-TBL (BPOS-IDX) TO RPT-COMMODITY-CODE
              MOVE BPOS-PERIOD-TBL (BPOS-IDX)    TO RPT-PERIOD
              MOVE BPOS-BUDGET-TBL (BPOS-IDX)    TO RPT-BUDGET
              MOVE BPOS-VOUCHERED-TBL (BPOS-IDX) TO RPT-VOUCHERED
              MOVE BPOS-COMMITTED-TBL (BPOS-IDX) TO RPT-COMMITTED
              MOVE WS-TOTAL-USED                 TO RPT-TOTAL-USED
              MOVE WS-REMAINING                  TO RPT-REMAINING
              MOVE WS-PCT-USED                   TO RPT-PCT-USED
              WRITE BUDGRPT-REC FROM BUDG-RPT-DETAIL
              IF BRCODE = '00'
                 NEXT SENTENCE
              ELSE
                 DISPLAY 'ERROR WRITING TO BUDGET REPORT'
              END-IF
              IF BPOS-PERIOD-TBL (BPOS-IDX) = WS-CURRENT-PERIOD
                 ADD BPOS-BUDGET-TBL (BPOS-IDX)    TO WS-TOT-BUDGET
                 ADD BPOS-VOUCHERED-TBL (BPOS-IDX) TO WS-TOT-VOUCHERED
                 ADD BPOS-COMMITTED-TBL (BPOS-IDX) TO WS-TOT-COMMITTED
                 ADD WS-TOTAL-USED                 TO WS-TOT-USED
                 ADD WS-REMAINING                  TO WS-TOT-REMAINING
              END-IF
           END-PERFORM.
      *
           MOVE WS-CURRENT-PERIOD TO RPT-TOT-PERIOD.
           MOVE WS-TOT-BUDGET     TO RPT-TOT-BUDGET.
           MOVE WS-TOT-VOUCHERED  TO RPT-TOT-VOUCHERED.
           MOVE WS-TOT-COMMITTED  TO RPT-TOT-COMMITTED.
           MOVE WS-TOT-USED       TO RPT-TOT-USED.
           MOVE WS-TOT-REMAINING  TO RPT-TOT-REMAINING.
           WRITE BUDGRPT-REC FROM BUDG-RPT-HEADER-2.
           WRITE BUDGRPT-REC FROM BUDG-RPT-TOTAL.
           IF BRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO BUDGET REPORT'
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
           CLOSE COMMBUDG
                 BUDGSTAT
                 PORHIST
                 APVOUCH
                 PARTFILE
                 EXCHRATE
                 BUDGSNEW
                 BUDGRPT.
      *
           DISPLAY 'BUDGET MASTER ROWS READ:     '
                   WS-BUDGETS-READ-CTR.
           DISPLAY 'BUDGET MASTER ROWS SKIPPED:  '
                   WS-BUDGETS-SKIPPED-CTR.
           DISPLAY 'POSITION RECORDS READ:       '
                   WS-POSITIONS-READ-CTR.
           DISPLAY 'POSITION ROWS DROPPED (OLD): '
                   WS-POSITIONS-DROPPED-CTR.
           DISPLAY 'BACKLOG RECORDS READ:        '
                   WS-BACKLOG-READ-CTR.
           DISPLAY 'AP VOUCHERS READ:            '
                   WS-VOUCHERS-READ-CTR.
           DISPLAY 'UNCLASSIFIED ROLL-UPS:       '
                   WS-UNCLASSIFIED-CTR.
           DISPLAY 'POSITION ROWS WRITTEN:       '
                   WS-POSITIONS-WRTN-CTR.
           DISPLAY 'COMMODITIES OVER BUDGET:     '
                   WS-OVER-BUDGET-CTR.
           DISPLAY 'COMMODITIES AT SOFT LIMIT:   '
                   WS-SOFT-LIMIT-CTR.
           DISPLAY 'COMMODITIES WITH NO BUDGET:  '
                   WS-NO-BUDGET-CTR.
