       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRNL.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM BUILDS THE GENERAL LEDGER JOURNAL EXTRACT FOR
      *    THE NIGHTLY STREAM -- EVERY DOLLAR THE STREAM MOVES, IN ONE
      *    BALANCED BATCH, SO ACCOUNTING NO LONGER RE-KEYS THE LEDGER
      *    FROM PRINTOUTS. FIVE FEEDS ARE JOURNALED:
      *      - RECEIPTS POSTED TO INVMAST BY PORECV (RCPTVAL), VALUED
      *        AT THE PO UNIT PRICE -- DEBIT INVENTORY, CREDIT THE
      *        RECEIVED-NOT-INVOICED CLEARING ACCOUNT
      *      - VOUCHERS MATCHED BY PORECV (APVOUCH) -- DEBIT THE
      *        RECEIVED-NOT-INVOICED CLEARING ACCOUNT, CREDIT AP.
      *        THE WEEKLY SELF-BILLED CONSIGNMENT VOUCHERS FROM
      *        CONSBILL (NO PO-NUMBER, INVOICE NUMBER 'SB...') ARE
      *        CONCATENATED BEHIND THEM AND JOURNALED UNDER REASON
      *        CODE C -- DEBIT CONSIGNMENT USAGE EXPENSE, CREDIT AP
      *      - DEBIT MEMOS RAISED BY PORECV (DEBITMEM) -- DEBIT AP,
      *        CREDIT THE ACCOUNT THE RULE NAMES
      *      - ISSUES POSTED BY INVISSUE (ISSPOST), ONE RECORD PER
      *        PART, LOCATION AND REASON CODE P/R/S/W. ISSUES OF
      *        CONSIGNED STOCK ARE SKIPPED -- THE SUPPLIER STILL OWNS
      *        THAT STOCK UNTIL CONSBILL SELF-BILLS THE USAGE
      *      - COUNT ADJUSTMENTS APPLIED BY CYCLCNT (CNTADJ), A GAIN
      *        OR A LOSS BY THE SIGN OF THE VARIANCE
      *    THE ACCOUNTS FOR EACH TRANSACTION TYPE AND REASON CODE COME
      *    FROM THE GL POSTING RULES FILE (GLRULES) MAINTAINED THROUGH
      *    TBLMAINT, SO FINANCE CHANGES THE CHART WITHOUT A PROGRAM
      *    CHANGE. A TRANSACTION WITH NO RULE POSTS BOTH LEGS TO THE
      *    SUSPENSE ACCOUNT AND IS LISTED ON THE JOURNAL REPORT.
      *    ISSUES AND COUNT ADJUSTMENTS CARRY QUANTITIES ONLY, SO THEY
      *    ARE VALUED THE WAY INVVALRP VALUES STOCK -- LANDED UNIT COST
      *    WHEN ONE IS ON FILE, OTHERWISE THE CONTRACT PRICE FOR THE
      *    PART'S OWNING SUPPLIER -- CONVERTED TO USD THROUGH THE
      *    EXCHANGE RATE TABLE. ALL JOURNAL AMOUNTS ARE USD.
      *    THE DEBIT AND CREDIT TOTALS OF THE LINES ACTUALLY WRITTEN
      *    ARE PROVED AGAINST EACH OTHER AT END OF RUN AND WRITTEN TO
      *    RUNCTL, SO RUNRECON CAN REFUSE AN UNBALANCED HANDOFF TO
      *    ACCOUNTING. AN OUT OF BALANCE BATCH ENDS WITH RETURN-CODE
      *    16.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      RTPOT44.PORECV.RCPTVAL - RECEIPT VALUE EXTRACT WRITTEN BY
      *                               PORECV.CBL
      *      INTERNAL FILE NAME:      RCPTVAL
      *      JCL DD NAME:             RCPTVAL
      *
      *
      *      RTPOT44.PORECV.APVOUCH - AP VOUCHER FILE WRITTEN BY
      *                               PORECV.CBL
      *      INTERNAL FILE NAME:      APVOUCH
      *      JCL DD NAME:             APVOUCH
      *
      *
      *      RTPOT44.PORECV.DEBITMEM - DEBIT MEMO FILE WRITTEN BY
      *                                PORECV.CBL
      *      INTERNAL FILE NAME:       DEBITMEM
      *      JCL DD NAME:              DEBITMEM
      *
      *
      *      RTPOT44.INVISSUE.ISSPOST - ISSUE POSTINGS BY REASON CODE
      *                                 WRITTEN BY INVISSUE.CBL
      *      INTERNAL FILE NAME:        ISSPOST
      *      JCL DD NAME:               ISSPOST
      *
      *
      *      RTPOT44.CYCLCNT.CNTADJ - COUNT ADJUSTMENT AUDIT RECORDS
      *                               WRITTEN BY CYCLCNT.CBL
      *      INTERNAL FILE NAME:      CNTADJ
      *      JCL DD NAME:             CNTADJ
      *
      *
      *      RTPOT44.GLJRNL.GLRULES.FILE - GL POSTING RULES, MAINTAINED
      *                                    BY TBLMAINT.CBL
      *      INTERNAL FILE NAME:           GLRULES
      *      JCL DD NAME:                  GLRULES
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
      *      RTPOT44.GLJRNL.GLJOURNL - GL JOURNAL EXTRACT FOR THE
      *                                LEDGER (ONE DEBIT AND ONE
      *                                CREDIT LINE PER TRANSACTION)
      *      INTERNAL FILE NAME:       GLJOURNL
      *      JCL DD NAME:              GLJOURNL
      *
      *
      *      RTPOT44.GLJRNL.JOURNAL.RPT - JOURNAL PROOF REPORT
      *      INTERNAL FILE NAME:          GLJRPT
      *      JCL DD NAME:                 GLJRPT
      *
      *
      *      RTPOT44.RUNCTL.FILE - SHARED RUN CONTROL HANDOFF FILE
      *                            (OPENED EXTEND)
      *      INTERNAL FILE NAME:   RUNCTL
      *      JCL DD NAME:          RUNCTL
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(GLJRNL)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE SUPPLIER FILE IS NOW READ BY KEY FOR EACH
      *                   SUPPLIER'S CURRENCY IN PLACE OF THE 250-ROW
      *                   SUPPLIER/CURRENCY TABLE, SO A LARGE SUPPLIER
      *                   FILE NO LONGER ENDS THE RUN. ISSUE POSTINGS
      *                   GREW TO 50 BYTES WITH THE CONSIGNED INDICATOR,
      *                   AND ISSUES OF CONSIGNED STOCK ARE NOW SKIPPED
      *                   -- THE USAGE IS JOURNALED FROM THE CONSBILL
      *                   SELF-BILLED VOUCHER.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE PART/SUPPLIER AND CONTRACT PRICE TABLES
      *                   ARE GONE. EACH ENTRY NOW READS PARTFILE BY
      *                   PART-NUMBER FOR THE OWNING SUPPLIER AND READS
      *                   CONTRACT (NOW INDEXED BY PART-NUMBER AND
      *                   SUPPLIER-CODE) BY KEY, SO A CONTRACT FILE
      *                   PAST THE OLD 100 ROWS NO LONGER COSTS REAL
      *                   PARTS AT ZERO. A FULL POSTING RULES, SUPPLIER
      *                   CURRENCY, EXCHANGE RATE, LANDED COST OR
      *                   ACCOUNT TOTALS TABLE NOW ENDS THE RUN WITH
      *                   RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  SELF-BILLED CONSIGNMENT VOUCHERS JOURNAL
      *                   UNDER REASON CODE C
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ISSUE POSTINGS GREW 41 TO 49 BYTES WITH THE
      *                   ISSUING OPERATOR ID, NOW CARRIED AS THE ISSUE
      *                   JOURNAL DOCUMENT. COUNT ADJUSTMENTS GREW 65
      *                   TO 73 BYTES WITH THE VARIANCE APPROVER ID
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  10/15/2026
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCPTVAL ASSIGN TO RCPTVAL
              FILE STATUS IS RXCODE.
      *
           SELECT APVOUCH ASSIGN TO APVOUCH
              FILE STATUS IS VOCODE.
      *
           SELECT DEBITMEM ASSIGN TO DEBITMEM
              FILE STATUS IS DMCODE.
      *
           SELECT ISSPOST ASSIGN TO ISSPOST
              FILE STATUS IS IPCODE.
      *
           SELECT CNTADJ ASSIGN TO CNTADJ
              FILE STATUS IS AJCODE.
      *
           SELECT GLRULES ASSIGN TO GLRULES
              FILE STATUS IS GLCODE.
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
           SELECT GLJOURNL ASSIGN TO GLJOURNL
              FILE STATUS IS GJCODE.
      *
           SELECT GLJRPT ASSIGN TO GLJRPT
              FILE STATUS IS JRCODE.
      *
           SELECT RUNCTL ASSIGN TO RUNCTL
              FILE STATUS IS RCCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RCPTVAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RCPTVAL-REC.
      *
       01 RCPTVAL-REC PIC X(70).
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
       FD  DEBITMEM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEBITMEM-REC.
      *
       01 DEBITMEM-REC PIC X(80).
      *
       FD  ISSPOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ISSPOST-REC.
      *
       01 ISSPOST-REC PIC X(50).
      *
       FD  CNTADJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNTADJ-REC.
      *
       01 CNTADJ-REC PIC X(73).
      *
       FD  GLRULES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLRULES-REC.
      *
       01 GLRULES-REC PIC X(34).
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
       FD  GLJOURNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLJOURNL-REC.
      *
       01 GLJOURNL-REC PIC X(100).
      *
       FD  GLJRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLJRPT-REC.
      *
       01 GLJRPT-REC PIC X(100).
      *
       FD  RUNCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUNCTL-REC.
      *
       01 RUNCTL-REC PIC X(32).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE RECEIPT VALUE RECORD READ FROM
      *  RCPTVAL. SAME LAYOUT AS THE RECORD WRITTEN BY PORECV.CBL.
      *****************************************************************
      *
       01 WS-RCPT-VALUE-REC.
          05 RX-PO-NUMBER            PIC X(06) VALUE SPACES.
          05 RX-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 RX-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 RX-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 RX-RECEIVED-QTY         PIC 9(07) VALUE 0.
          05 RX-UNIT-PRICE           PIC 9(7)V99 VALUE 0.
          05 RX-CURRENCY-CODE        PIC X(03) VALUE SPACES.
          05 RX-RECEIPT-DATE         PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE AP VOUCHER RECORD READ FROM APVOUCH.
      *  SAME LAYOUT AS THE RECORD WRITTEN BY PORECV.CBL.
      *****************************************************************
      *
       01 WS-VOUCHER-REC.
          05 VO-PO-NUMBER            PIC X(06) VALUE SPACES.
          05 VO-INVOICE-NUMBER       PIC X(10) VALUE SPACES.
          05 VO-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 VO-QUANTITY             PIC 9(07) VALUE 0.
          05 VO-UNIT-PRICE           PIC 9(7)V99 VALUE 0.
          05 VO-AMOUNT               PIC 9(9)V99 VALUE 0.
          05 VO-CURRENCY-CODE        PIC X(03) VALUE SPACES.
          05 VO-INVOICE-DATE         PIC X(08) VALUE SPACES.
          05 VO-MATCH-DATE           PIC X(08) VALUE SPACES.
          05 VO-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 VO-DUE-DATE             PIC X(08) VALUE SPACES.
          05 VO-DISCOUNT-DATE        PIC X(08) VALUE SPACES.
          05 VO-DISCOUNT-AMOUNT      PIC 9(7)V99 VALUE 0.
          05 VO-LANDED-UNIT-COST     PIC 9(7)V99 VALUE 0.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE DEBIT MEMO RECORD READ FROM DEBITMEM.
      *  SAME LAYOUT AS THE RECORD WRITTEN BY PORECV.CBL.
      *****************************************************************
      *
       01 WS-DEBIT-MEMO-REC.
          05 DM-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 DM-PO-NUMBER            PIC X(06) VALUE SPACES.
          05 DM-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 DM-RETURN-QTY           PIC 9(07) VALUE 0.
          05 DM-UNIT-PRICE           PIC 9(7)V99 VALUE 0.
          05 DM-MEMO-AMOUNT          PIC 9(9)V99 VALUE 0.
          05 DM-CURRENCY-CODE        PIC X(03) VALUE SPACES.
          05 DM-MEMO-DATE            PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE ISSUE POSTING RECORD READ FROM
      *  ISSPOST. SAME LAYOUT AS THE RECORD WRITTEN BY INVISSUE.CBL.
      *****************************************************************
      *
       01 WS-ISSUE-POST-REC.
          05 IP-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 IP-ISSUE-QTY            PIC 9(07) VALUE 0.
          05 IP-ISSUE-DATE           PIC X(08) VALUE SPACES.
          05 IP-REASON-CODE          PIC X(01) VALUE SPACES.
          05 IP-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 IP-OPERATOR-ID          PIC X(08) VALUE SPACES.
          05 IP-CONSIGNED-FLAG       PIC X(01) VALUE SPACES.
             88 IP-CONSIGNED-ISSUE   VALUE 'C'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE COUNT ADJUSTMENT AUDIT RECORD READ
      *  FROM CNTADJ. SAME LAYOUT AS THE RECORD WRITTEN BY
      *  CYCLCNT.CBL.
      *****************************************************************
      *
       01 WS-COUNT-ADJ-REC.
          05 AJ-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 AJ-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 AJ-BOOK-QTY             PIC S9(7) VALUE 0.
          05 AJ-COUNTED-QTY          PIC 9(07) VALUE 0.
          05 AJ-VARIANCE-QTY         PIC S9(7) VALUE 0.
          05 AJ-COUNTER-ID           PIC X(03) VALUE SPACES.
          05 AJ-COUNT-DATE           PIC X(08) VALUE SPACES.
          05 AJ-APPLIED-DATE         PIC X(08) VALUE SPACES.
          05 AJ-APPROVER-ID          PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE GL POSTING RULE READ FROM GLRULES,
      *  AND THE POSTING RULES TABLE LOADED FROM IT. THE RULE KEY IS
      *  THE TRANSACTION TYPE (RC RECEIPT, VO VOUCHER, DM DEBIT MEMO,
      *  IS ISSUE, CA COUNT ADJUSTMENT) PLUS A REASON CODE -- THE
      *  INVISSUE REASON CODE FOR AN ISSUE, G (GAIN) OR L (LOSS) FOR A
      *  COUNT ADJUSTMENT, SPACE FOR THE OTHER TYPES.
      *****************************************************************
      *
       01 WS-GL-RULE-REC.
          05 RL-TRANS-TYPE           PIC X(02) VALUE SPACES.
          05 RL-REASON-CODE          PIC X(01) VALUE SPACES.
          05 RL-DEBIT-ACCOUNT        PIC X(10) VALUE SPACES.
          05 RL-CREDIT-ACCOUNT       PIC X(10) VALUE SPACES.
          05 RL-DESCRIPTION          PIC X(11) VALUE SPACES.
      *
       01 GL-RULE-TBL.
          05 GL-RULE-ENTRY-TBL
            OCCURS 50 TIMES INDEXED BY RULE-IDX.
            10 RULE-TRANS-TYPE-TBL   PIC X(02) VALUE SPACES.
            10 RULE-REASON-TBL       PIC X(01) VALUE SPACES.
            10 RULE-DEBIT-ACCT-TBL   PIC X(10) VALUE SPACES.
            10 RULE-CREDIT-ACCT-TBL  PIC X(10) VALUE SPACES.
      *
       01 WS-GL-RULE-VARS.
          05 WS-MAX-RULE-IDX         PIC 9(02) VALUE 50.
          05 WS-RULE-LOADED-CTR      PIC 9(02) VALUE 0.
          05 WS-SUSPENSE-ACCOUNT     PIC X(10) VALUE '999999-SUS'.
          05 RULE-FOUND-SW           PIC X(01) VALUE 'N'.
             88 RULE-FOUND           VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE PARTS MASTER RECORD READ FROM
      *  PARTFILE BY PART-NUMBER.
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
      *  RECORD SEEN FOR A PART WINS.
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
      *  THE JOURNAL ENTRY BEING BUILT. EACH FEED PARAGRAPH FILLS THESE
      *  FIELDS AND 0800-POST-JOURNAL-ENTRY WRITES THE DEBIT AND
      *  CREDIT LINES FROM THEM.
      *****************************************************************
      *
       01 WS-JOURNAL-ENTRY.
          05 JE-TRANS-TYPE           PIC X(02) VALUE SPACES.
          05 JE-REASON-CODE          PIC X(01) VALUE SPACES.
          05 JE-PO-NUMBER            PIC X(06) VALUE SPACES.
          05 JE-DOCUMENT             PIC X(10) VALUE SPACES.
          05 JE-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 JE-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 JE-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 JE-AMOUNT               PIC S9(9)V99 VALUE 0.
          05 JE-DEBIT-ACCOUNT        PIC X(10) VALUE SPACES.
          05 JE-CREDIT-ACCOUNT       PIC X(10) VALUE SPACES.
      *
       01 WS-VALUATION-VARS.
          05 WS-VALUE-QTY            PIC 9(07) VALUE 0.
          05 WS-UNIT-COST-FOUND-SW   PIC X(01) VALUE 'N'.
             88 UNIT-COST-FOUND      VALUE 'Y'.
          05 WS-EXCEPTION-MSG        PIC X(30) VALUE SPACES.
      *
      *****************************************************************
      *  ONE LINE OF THE GL JOURNAL EXTRACT. EVERY JOURNAL ENTRY
      *  WRITES A DEBIT LINE AND A CREDIT LINE FOR THE SAME USD
      *  AMOUNT, NUMBERED IN ONE SEQUENCE FOR THE BATCH.
      *****************************************************************
      *
       01 WS-GL-JOURNAL-REC.
          05 GJ-BATCH-DATE           PIC X(08) VALUE SPACES.
          05 GJ-LINE-SEQ             PIC 9(06) VALUE 0.
          05 GJ-ACCOUNT              PIC X(10) VALUE SPACES.
          05 GJ-DR-CR                PIC X(01) VALUE SPACES.
             88 GJ-DEBIT             VALUE 'D'.
             88 GJ-CREDIT            VALUE 'C'.
          05 GJ-AMOUNT               PIC 9(9)V99 VALUE 0.
          05 GJ-TRANS-TYPE           PIC X(02) VALUE SPACES.
          05 GJ-REASON-CODE          PIC X(01) VALUE SPACES.
          05 GJ-PO-NUMBER            PIC X(06) VALUE SPACES.
          05 GJ-DOCUMENT             PIC X(10) VALUE SPACES.
          05 GJ-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 GJ-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 GJ-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE SPACES.
      *
      *****************************************************************
      *  JOURNAL TOTALS BY SOURCE TYPE -- FIXED, ONE ENTRY PER FEED --
      *  AND BY GL ACCOUNT, ACCUMULATED AS LINES ARE WRITTEN.
      *****************************************************************
      *
       01 SOURCE-TOTAL-TBL.
          05 SOURCE-TOTAL-ENTRY-TBL
            OCCURS 5 TIMES INDEXED BY SRC-IDX.
            10 SRC-TRANS-TYPE-TBL    PIC X(02) VALUE SPACES.
            10 SRC-DESCRIPTION-TBL   PIC X(20) VALUE SPACES.
            10 SRC-ENTRY-CTR-TBL     PIC 9(07) VALUE 0.
            10 SRC-AMOUNT-TBL        PIC S9(11)V99 VALUE 0.
      *
       01 ACCOUNT-TOTAL-TBL.
          05 ACCOUNT-TOTAL-ENTRY-TBL
            OCCURS 200 TIMES INDEXED BY ACCT-IDX.
            10 ACCT-NUMBER-TBL       PIC X(10) VALUE SPACES.
            10 ACCT-DEBIT-TBL        PIC S9(11)V99 VALUE 0.
            10 ACCT-CREDIT-TBL       PIC S9(11)V99 VALUE 0.
      *
       01 WS-ACCOUNT-TOTAL-VARS.
          05 WS-MAX-ACCT-IDX         PIC 9(03) VALUE 200.
          05 WS-ACCT-USED-CTR        PIC 9(03) VALUE 0.
          05 ACCT-FOUND-SW           PIC X(01) VALUE 'N'.
             88 ACCT-FOUND           VALUE 'Y'.
      *
      *****************************************************************
      *  THE BATCH PROOF. THE DEBIT AND CREDIT TOTALS ARE ADDED ONLY
      *  WHEN A JOURNAL LINE IS WRITTEN SUCCESSFULLY, SO A LOST LINE
      *  SHOWS AS AN OUT OF BALANCE BATCH. RC-COUNT IS SEVEN DIGITS,
      *  SO EACH TOTAL GOES TO RUNCTL AS A WHOLE DOLLARS RECORD AND A
      *  CENTS RECORD.
      *****************************************************************
      *
       01 WS-BATCH-PROOF-VARS.
          05 WS-BATCH-DEBIT-TOTAL    PIC S9(11)V99 VALUE 0.
          05 WS-BATCH-CREDIT-TOTAL   PIC S9(11)V99 VALUE 0.
          05 WS-PROOF-DOLLARS        PIC 9(11) VALUE 0.
          05 WS-PROOF-CENTS          PIC 9(02) VALUE 0.
          05 BATCH-BALANCE-SW        PIC X(01) VALUE 'Y'.
             88 BATCH-IN-BALANCE     VALUE 'Y'.
             88 BATCH-OUT-OF-BALANCE VALUE 'N'.
      *
       01 WS-DATE-VARS.
          05 WS-TODAY-8              PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE RUN CONTROL HANDOFF RECORD WRITTEN TO
      *  THE SHARED RUNCTL FILE -- WHICH PROGRAM READ OR WROTE HOW
      *  MANY RECORDS OF WHICH FILE ON WHICH DATE. THE RUNRECON STEP
      *  BALANCES THE WHOLE CHAIN FROM THESE RECORDS.
      *****************************************************************
      *
       01 WS-RUNCTL-REC.
          05 RC-PROGRAM             PIC X(08) VALUE SPACES.
          05 RC-FILE-NAME           PIC X(08) VALUE SPACES.
          05 RC-IN-OUT              PIC X(01) VALUE SPACES.
          05 RC-COUNT               PIC 9(07) VALUE 0.
          05 RC-RUN-DATE            PIC X(08) VALUE SPACES.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 RXCODE                  PIC X(02) VALUE SPACES.
          05 VOCODE                  PIC X(02) VALUE SPACES.
          05 DMCODE                  PIC X(02) VALUE SPACES.
          05 IPCODE                  PIC X(02) VALUE SPACES.
          05 AJCODE                  PIC X(02) VALUE SPACES.
          05 GLCODE                  PIC X(02) VALUE SPACES.
          05 PACODE                  PIC X(02) VALUE SPACES.
          05 CTCODE                  PIC X(02) VALUE SPACES.
          05 SUCODE                  PIC X(02) VALUE SPACES.
          05 EXCODE                  PIC X(02) VALUE SPACES.
          05 LCCODE                  PIC X(02) VALUE SPACES.
          05 GJCODE                  PIC X(02) VALUE SPACES.
          05 JRCODE                  PIC X(02) VALUE SPACES.
          05 RCCODE                  PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 RCPT-VALUE-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-RCPT-VALUE-FILE VALUE 'Y'.
          05 VOUCHER-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-VOUCHER-FILE  VALUE 'Y'.
          05 DEBIT-MEMO-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-DEBIT-MEMO-FILE VALUE 'Y'.
          05 ISSUE-POST-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-ISSUE-POST-FILE VALUE 'Y'.
          05 COUNT-ADJ-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-COUNT-ADJ-FILE VALUE 'Y'.
          05 GL-RULES-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-GL-RULES-FILE VALUE 'Y'.
          05 EXCH-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-EXCH-FILE     VALUE 'Y'.
          05 LANDED-FILE-SW          PIC X(01) VALUE 'N'.
             88 END-OF-LANDED-FILE   VALUE 'Y'.
          05 REF-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
             88 REF-TABLE-FULL      VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-RCPT-VALUES-READ     PIC 9(07) VALUE 0.
          05 WS-VOUCHERS-READ        PIC 9(07) VALUE 0.
          05 WS-DEBIT-MEMOS-READ     PIC 9(07) VALUE 0.
          05 WS-ISSUE-POSTS-READ     PIC 9(07) VALUE 0.
          05 WS-CONSIGNED-ISS-SKIPPED PIC 9(07) VALUE 0.
          05 WS-COUNT-ADJS-READ      PIC 9(07) VALUE 0.
          05 WS-JOURNAL-LINES-WRTN   PIC 9(07) VALUE 0.
          05 WS-ENTRIES-POSTED-CTR   PIC 9(07) VALUE 0.
          05 WS-SUSPENSE-ENTRY-CTR   PIC 9(07) VALUE 0.
          05 WS-UNVALUED-ENTRY-CTR   PIC 9(07) VALUE 0.
          05 WS-ZERO-VALUE-CTR       PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  COLUMN HEADINGS, EXCEPTION, TOTAL AND PROOF LINES FOR THE
      *  JOURNAL PROOF REPORT.
      *****************************************************************
      *
       01 GLJ-RPT-HEADER-1. *>HEADER FOR JOURNAL PROOF REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(28) VALUE
                                     'GL JOURNAL BATCH FOR DATE '.
          05 RPT-BATCH-DATE          PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(59) VALUE SPACES.
      *
       01 GLJ-RPT-HEADER-2. *>HEADER FOR JOURNAL PROOF REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(36) VALUE ALL '='.
          05 FILLER                  PIC X(59) VALUE SPACES.
      *
       01 GLJ-RPT-SECTION-LINE. *>SECTION BANNER LINE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-SECTION-TEXT        PIC X(50) VALUE SPACES.
          05 FILLER                  PIC X(45) VALUE SPACES.
      *
       01 GLJ-RPT-EXCEPTION. *>ONE POSTING EXCEPTION
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-EXC-TRANS-TYPE      PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-EXC-REASON-CODE     PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-EXC-PO-NUMBER       PIC X(06) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-EXC-PART-NUMBER     PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-EXC-LOCATION-CODE   PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-EXC-MESSAGE         PIC X(30) VALUE SPACES.
          05 FILLER                  PIC X(22) VALUE SPACES.
      *
       01 GLJ-RPT-SOURCE-TOTAL. *>ONE SOURCE TYPE TOTAL LINE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-SRC-TRANS-TYPE      PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-SRC-DESCRIPTION     PIC X(20) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-SRC-ENTRY-CTR       PIC ZZZZZZ9.
          05 FILLER                  PIC X(09) VALUE ' ENTRIES '.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-SRC-AMOUNT          PIC ZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(36) VALUE SPACES.
      *
       01 GLJ-RPT-ACCT-HEADER. *>HEADER FOR ACCOUNT TOTALS
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'ACCOUNT'.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 FILLER                  PIC X(15) VALUE
                                     '         DEBITS'.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 FILLER                  PIC X(15) VALUE
                                     '        CREDITS'.
          05 FILLER                  PIC X(47) VALUE SPACES.
      *
       01 GLJ-RPT-ACCT-TOTAL. *>ONE GL ACCOUNT TOTAL LINE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-ACCT-NUMBER         PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 RPT-ACCT-DEBIT          PIC ZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 RPT-ACCT-CREDIT         PIC ZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(47) VALUE SPACES.
      *
       01 GLJ-RPT-PROOF-LINE. *>BATCH DEBIT/CREDIT PROOF LINE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'BATCH'.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 RPT-PROOF-DEBIT         PIC ZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 RPT-PROOF-CREDIT        PIC ZZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 RPT-PROOF-STATUS        PIC X(20) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE SPACES.
      *
       01 WS-100-CHAR-BLANK-LINE     PIC X(100) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION LOADS THE POSTING RULES AND THE
      *    VALUATION TABLES, JOURNALS THE RECEIPT, VOUCHER, DEBIT
      *    MEMO, ISSUE AND COUNT ADJUSTMENT FEEDS IN TURN, PRINTS THE
      *    SOURCE AND ACCOUNT TOTALS AND THE BATCH PROOF, AND CLOSES
      *    FILES. AN OUT OF BALANCE BATCH, OR A REFERENCE FILE LARGER
      *    THAN ITS TABLE, ENDS WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0180-READ-GL-RULES-FILE
      *    - 0181-LOAD-GL-RULES-TABLE
      *    - 0194-READ-EXCH-RATE-FILE
      *    - 0196-LOAD-EXCH-RATE-TABLE
      *    - 0197-READ-LANDED-COST-FILE
      *    - 0198-LOAD-LANDED-COST-TABLE
      *    - 0300-READ-RCPT-VALUE-FILE
      *    - 0350-JOURNAL-RECEIPT
      *    - 0400-READ-VOUCHER-FILE
      *    - 0450-JOURNAL-VOUCHER
      *    - 0500-READ-DEBIT-MEMO-FILE
      *    - 0550-JOURNAL-DEBIT-MEMO
      *    - 0600-READ-ISSUE-POST-FILE
      *    - 0650-JOURNAL-ISSUE
      *    - 0700-READ-COUNT-ADJ-FILE
      *    - 0750-JOURNAL-COUNT-ADJ
      *    - 2000-WRITE-SOURCE-TOTALS
      *    - 2100-WRITE-ACCOUNT-TOTALS
      *    - 2200-WRITE-BATCH-PROOF
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-RPT-HEADERS.
           PERFORM 0180-READ-GL-RULES-FILE.
           PERFORM 0181-LOAD-GL-RULES-TABLE
               UNTIL END-OF-GL-RULES-FILE.
           PERFORM 0194-READ-EXCH-RATE-FILE.
           PERFORM 0196-LOAD-EXCH-RATE-TABLE
               UNTIL END-OF-EXCH-FILE.
           PERFORM 0197-READ-LANDED-COST-FILE.
           PERFORM 0198-LOAD-LANDED-COST-TABLE
               UNTIL END-OF-LANDED-FILE.
           PERFORM 0300-READ-RCPT-VALUE-FILE.
           PERFORM 0350-JOURNAL-RECEIPT
               UNTIL END-OF-RCPT-VALUE-FILE.
           PERFORM 0400-READ-VOUCHER-FILE.
           PERFORM 0450-JOURNAL-VOUCHER
               UNTIL END-OF-VOUCHER-FILE.
           PERFORM 0500-READ-DEBIT-MEMO-FILE.
           PERFORM 0550-JOURNAL-DEBIT-MEMO
               UNTIL END-OF-DEBIT-MEMO-FILE.
           PERFORM 0600-READ-ISSUE-POST-FILE.
           PERFORM 0650-JOURNAL-ISSUE
               UNTIL END-OF-ISSUE-POST-FILE.
           PERFORM 0700-READ-COUNT-ADJ-FILE.
           PERFORM 0750-JOURNAL-COUNT-ADJ
               UNTIL END-OF-COUNT-ADJ-FILE.
           PERFORM 2000-WRITE-SOURCE-TOTALS.
           PERFORM 2100-WRITE-ACCOUNT-TOTALS.
           PERFORM 2200-WRITE-BATCH-PROOF.
           PERFORM 2600-CLOSE-FILES.
           IF BATCH-OUT-OF-BALANCE OR REF-TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH SETS THE BATCH DATE AND
      *    PRIMES THE SOURCE TYPE TOTALS TABLE WITH THE FIVE FEEDS IN
      *    THE ORDER THEY ARE JOURNALED.
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
           MOVE WS-TODAY-8 TO RPT-BATCH-DATE.
      *
           MOVE 'RC' TO SRC-TRANS-TYPE-TBL (1).
           MOVE 'RECEIPTS' TO SRC-DESCRIPTION-TBL (1).
           MOVE 'VO' TO SRC-TRANS-TYPE-TBL (2).
           MOVE 'VOUCHERS' TO SRC-DESCRIPTION-TBL (2).
           MOVE 'DM' TO SRC-TRANS-TYPE-TBL (3).
           MOVE 'DEBIT MEMOS' TO SRC-DESCRIPTION-TBL (3).
           MOVE 'IS' TO SRC-TRANS-TYPE-TBL (4).
           MOVE 'ISSUES' TO SRC-DESCRIPTION-TBL (4).
           MOVE 'CA' TO SRC-TRANS-TYPE-TBL (5).
           MOVE 'COUNT ADJUSTMENTS' TO SRC-DESCRIPTION-TBL (5).
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
           OPEN INPUT RCPTVAL.
           IF RXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING RECEIPT VALUE FILE'
           END-IF.
      *
           OPEN INPUT APVOUCH.
           IF VOCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING AP VOUCHER FILE'
           END-IF.
      *
           OPEN INPUT DEBITMEM.
           IF DMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING DEBIT MEMO FILE'
           END-IF.
      *
           OPEN INPUT ISSPOST.
           IF IPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING ISSUE POSTING FILE'
           END-IF.
      *
           OPEN INPUT CNTADJ.
           IF AJCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING COUNT ADJUSTMENT FILE'
           END-IF.
      *
           OPEN INPUT GLRULES.
           IF GLCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING GL POSTING RULES FILE'
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
           OPEN OUTPUT GLJOURNL.
           IF GJCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING GL JOURNAL FILE'
           END-IF.
      *
           OPEN OUTPUT GLJRPT.
           IF JRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING JOURNAL PROOF REPORT FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0150-WRITE-RPT-HEADERS PARAGRAPH WRITES THE HEADINGS
      *    AND THE POSTING EXCEPTIONS BANNER TO THE JOURNAL PROOF
      *    REPORT AND CHECKS THE FILE STATUS FOR A SUCCESSFUL WRITE
      *    OPERATION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0150-WRITE-RPT-HEADERS.
           WRITE GLJRPT-REC FROM GLJ-RPT-HEADER-1.
           WRITE GLJRPT-REC FROM GLJ-RPT-HEADER-2.
           WRITE GLJRPT-REC FROM WS-100-CHAR-BLANK-LINE.
           MOVE 'POSTING EXCEPTIONS' TO RPT-SECTION-TEXT.
           WRITE GLJRPT-REC FROM GLJ-RPT-SECTION-LINE.
           IF JRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO JOURNAL PROOF REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0180-READ-GL-RULES-FILE PARAGRAPH READS A SINGLE RECORD
      *    FROM THE GL POSTING RULES FILE. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0181-LOAD-GL-RULES-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0180-READ-GL-RULES-FILE.
           READ GLRULES INTO WS-GL-RULE-REC
              AT END MOVE 'Y' TO GL-RULES-FILE-SW
           END-READ.
      *
           IF GLCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING GL POSTING RULES FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0181-LOAD-GL-RULES-TABLE PARAGRAPH LOADS EACH POSTING
      *    RULE INTO THE POSTING RULES TABLE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0180-READ-GL-RULES-FILE
      *****************************************************************
      *
       0181-LOAD-GL-RULES-TABLE.
           IF WS-RULE-LOADED-CTR < WS-MAX-RULE-IDX
              ADD 1 TO WS-RULE-LOADED-CTR
              SET RULE-IDX TO WS-RULE-LOADED-CTR
              MOVE RL-TRANS-TYPE     TO RULE-TRANS-TYPE-TBL (RULE-IDX)
              MOVE RL-REASON-CODE    TO RULE-REASON-TBL (RULE-IDX)
              MOVE RL-DEBIT-ACCOUNT  TO RULE-DEBIT-ACCT-TBL (RULE-IDX)
              MOVE RL-CREDIT-ACCOUNT
                 TO RULE-CREDIT-ACCT-TBL (RULE-IDX)
           ELSE
              DISPLAY 'GL POSTING RULES TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET REF-TABLE-FULL TO TRUE
              MOVE 'Y' TO GL-RULES-FILE-SW
           END-IF.
      *
           IF NOT END-OF-GL-RULES-FILE
              PERFORM 0180-READ-GL-RULES-FILE
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
      *    THE 0300-READ-RCPT-VALUE-FILE PARAGRAPH READS THE RECEIPT
      *    VALUE EXTRACT AND CHECKS THE FILE STATUS FOR A SUCCESSFUL
      *    READ OPERATION. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0350-JOURNAL-RECEIPT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0300-READ-RCPT-VALUE-FILE.
           READ RCPTVAL INTO WS-RCPT-VALUE-REC
              AT END MOVE 'Y' TO RCPT-VALUE-FILE-SW
           END-READ.
      *
           IF RXCODE = '00' OR '10'
              IF NOT END-OF-RCPT-VALUE-FILE
                 ADD 1 TO WS-RCPT-VALUES-READ
              END-IF
           ELSE
              DISPLAY 'ERROR READING RECEIPT VALUE FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0350-JOURNAL-RECEIPT PARAGRAPH JOURNALS ONE RECEIPT
      *    POSTED TO THE INVENTORY MASTER AT ITS PO UNIT PRICE,
      *    CONVERTED TO USD THROUGH THE PO CURRENCY. THE RC RULE
      *    DEBITS INVENTORY AND CREDITS THE RECEIVED-NOT-INVOICED
      *    CLEARING ACCOUNT. THE NEXT RECEIPT IS THEN READ.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0720-LOOKUP-EXCH-RATE
      *    -  0800-POST-JOURNAL-ENTRY
      *    -  0300-READ-RCPT-VALUE-FILE
      *****************************************************************
      *
       0350-JOURNAL-RECEIPT.
           MOVE RX-CURRENCY-CODE TO WS-EXCH-LOOKUP-CCY.
           IF WS-EXCH-LOOKUP-CCY = SPACES
              MOVE 'USD' TO WS-EXCH-LOOKUP-CCY
           END-IF.
           PERFORM 0720-LOOKUP-EXCH-RATE.
      *
           MOVE 'RC'               TO JE-TRANS-TYPE.
           MOVE SPACE              TO JE-REASON-CODE.
           MOVE RX-PO-NUMBER       TO JE-PO-NUMBER.
           MOVE SPACES             TO JE-DOCUMENT.
           MOVE RX-PART-NUMBER     TO JE-PART-NUMBER.
           MOVE RX-LOCATION-CODE   TO JE-LOCATION-CODE.
           MOVE RX-SUPPLIER-CODE   TO JE-SUPPLIER-CODE.
           COMPUTE JE-AMOUNT ROUNDED =
                   RX-RECEIVED-QTY * RX-UNIT-PRICE *
                   WS-EXCH-LOOKUP-RATE.
           PERFORM 0800-POST-JOURNAL-ENTRY.
      *
           PERFORM 0300-READ-RCPT-VALUE-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0400-READ-VOUCHER-FILE PARAGRAPH READS THE AP VOUCHER
      *    FILE AND CHECKS THE FILE STATUS FOR A SUCCESSFUL READ
      *    OPERATION. WHEN THE END OF FILE IS REACHED, A FLAG IS SET
      *    TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0450-JOURNAL-VOUCHER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0400-READ-VOUCHER-FILE.
           READ APVOUCH INTO WS-VOUCHER-REC
              AT END MOVE 'Y' TO VOUCHER-FILE-SW
           END-READ.
      *
           IF VOCODE = '00' OR '10'
              IF NOT END-OF-VOUCHER-FILE
                 ADD 1 TO WS-VOUCHERS-READ
              END-IF
           ELSE
              DISPLAY 'ERROR READING AP VOUCHER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0450-JOURNAL-VOUCHER PARAGRAPH JOURNALS ONE MATCHED
      *    VOUCHER AT ITS INVOICE AMOUNT, CONVERTED TO USD THROUGH THE
      *    VOUCHER CURRENCY. THE VO RULE DEBITS THE RECEIVED-NOT-
      *    INVOICED CLEARING ACCOUNT AND CREDITS ACCOUNTS PAYABLE. A
      *    SELF-BILLED CONSIGNMENT VOUCHER (NO PO-NUMBER, INVOICE
      *    NUMBER STARTING 'SB') POSTS UNDER THE VO/C RULE INSTEAD --
      *    THE STOCK WAS NEVER RECEIVED INTO OUR INVENTORY, SO ITS
      *    USAGE IS EXPENSED AS IT IS BILLED. THE NEXT VOUCHER IS THEN
      *    READ.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0720-LOOKUP-EXCH-RATE
      *    -  0800-POST-JOURNAL-ENTRY
      *    -  0400-READ-VOUCHER-FILE
      *****************************************************************
      *
       0450-JOURNAL-VOUCHER.
           MOVE VO-CURRENCY-CODE TO WS-EXCH-LOOKUP-CCY.
           IF WS-EXCH-LOOKUP-CCY = SPACES
              MOVE 'USD' TO WS-EXCH-LOOKUP-CCY
           END-IF.
           PERFORM 0720-LOOKUP-EXCH-RATE.
      *
           MOVE 'VO'               TO JE-TRANS-TYPE.
           IF VO-PO-NUMBER = SPACES
              AND VO-INVOICE-NUMBER (1:2) = 'SB'
              MOVE 'C'             TO JE-REASON-CODE
           ELSE
              MOVE SPACE           TO JE-REASON-CODE
           END-IF.
           MOVE VO-PO-NUMBER       TO JE-PO-NUMBER.
           MOVE VO-INVOICE-NUMBER  TO JE-DOCUMENT.
           MOVE VO-PART-NUMBER     TO JE-PART-NUMBER.
           MOVE SPACES             TO JE-LOCATION-CODE.
           MOVE VO-SUPPLIER-CODE   TO JE-SUPPLIER-CODE.
           COMPUTE JE-AMOUNT ROUNDED =
                   VO-AMOUNT * WS-EXCH-LOOKUP-RATE.
           PERFORM 0800-POST-JOURNAL-ENTRY.
      *
           PERFORM 0400-READ-VOUCHER-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-READ-DEBIT-MEMO-FILE PARAGRAPH READS THE DEBIT
      *    MEMO FILE AND CHECKS THE FILE STATUS FOR A SUCCESSFUL READ
      *    OPERATION. WHEN THE END OF FILE IS REACHED, A FLAG IS SET
      *    TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0550-JOURNAL-DEBIT-MEMO
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0500-READ-DEBIT-MEMO-FILE.
           READ DEBITMEM INTO WS-DEBIT-MEMO-REC
              AT END MOVE 'Y' TO DEBIT-MEMO-FILE-SW
           END-READ.
      *
           IF DMCODE = '00' OR '10'
              IF NOT END-OF-DEBIT-MEMO-FILE
                 ADD 1 TO WS-DEBIT-MEMOS-READ
              END-IF
           ELSE
              DISPLAY 'ERROR READING DEBIT MEMO FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0550-JOURNAL-DEBIT-MEMO PARAGRAPH JOURNALS ONE DEBIT
      *    MEMO AT ITS MEMO AMOUNT, CONVERTED TO USD THROUGH THE MEMO
      *    CURRENCY. THE DM RULE DEBITS ACCOUNTS PAYABLE AND CREDITS
      *    THE ACCOUNT FINANCE NAMES FOR RETURNED GOODS. THE NEXT
      *    MEMO IS THEN READ.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0720-LOOKUP-EXCH-RATE
      *    -  0800-POST-JOURNAL-ENTRY
      *    -  0500-READ-DEBIT-MEMO-FILE
      *****************************************************************
      *
       0550-JOURNAL-DEBIT-MEMO.
           MOVE DM-CURRENCY-CODE TO WS-EXCH-LOOKUP-CCY.
           IF WS-EXCH-LOOKUP-CCY = SPACES
              MOVE 'USD' TO WS-EXCH-LOOKUP-CCY
           END-IF.
           PERFORM 0720-LOOKUP-EXCH-RATE.
      *
           MOVE 'DM'               TO JE-TRANS-TYPE.
           MOVE SPACE              TO JE-REASON-CODE.
           MOVE DM-PO-NUMBER       TO JE-PO-NUMBER.
           MOVE SPACES             TO JE-DOCUMENT.
           MOVE DM-PART-NUMBER     TO JE-PART-NUMBER.
           MOVE SPACES             TO JE-LOCATION-CODE.
           MOVE DM-SUPPLIER-CODE   TO JE-SUPPLIER-CODE.
           COMPUTE JE-AMOUNT ROUNDED =
                   DM-MEMO-AMOUNT * WS-EXCH-LOOKUP-RATE.
           PERFORM 0800-POST-JOURNAL-ENTRY.
      *
           PERFORM 0500-READ-DEBIT-MEMO-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-READ-ISSUE-POST-FILE PARAGRAPH READS THE ISSUE
      *    POSTING FILE AND CHECKS THE FILE STATUS FOR A SUCCESSFUL
      *    READ OPERATION. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0650-JOURNAL-ISSUE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0600-READ-ISSUE-POST-FILE.
           READ ISSPOST INTO WS-ISSUE-POST-REC
              AT END MOVE 'Y' TO ISSUE-POST-FILE-SW
           END-READ.
      *
           IF IPCODE = '00' OR '10'
              IF NOT END-OF-ISSUE-POST-FILE
                 ADD 1 TO WS-ISSUE-POSTS-READ
              END-IF
           ELSE
              DISPLAY 'ERROR READING ISSUE POSTING FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0650-JOURNAL-ISSUE PARAGRAPH JOURNALS ONE ISSUE POSTING
      *    -- ONE PART, LOCATION AND REASON CODE -- AT THE PART'S USD
      *    UNIT COST. THE IS RULE FOR THE REASON CODE DEBITS THE
      *    EXPENSE OR SHRINK ACCOUNT AND CREDITS INVENTORY. A PART
      *    WITH NO UNIT COST IS LISTED AS AN EXCEPTION AND NOT
      *    JOURNALED. AN ISSUE OF CONSIGNED STOCK IS COUNTED AND
      *    SKIPPED -- THE SUPPLIER STILL OWNS IT, AND THE USAGE IS
      *    JOURNALED FROM THE CONSBILL SELF-BILLED VOUCHER INSTEAD.
      *    THE NEXT ISSUE POSTING IS THEN READ.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0900-VALUE-PART-QUANTITY
      *    -  0800-POST-JOURNAL-ENTRY
      *    -  0870-WRITE-RPT-EXCEPTION
      *    -  0600-READ-ISSUE-POST-FILE
      *****************************************************************
      *
       0650-JOURNAL-ISSUE.
           IF IP-CONSIGNED-ISSUE
              ADD 1 TO WS-CONSIGNED-ISS-SKIPPED
           ELSE
              MOVE 'IS'               TO JE-TRANS-TYPE
              MOVE IP-REASON-CODE     TO JE-REASON-CODE
              MOVE SPACES             TO JE-PO-NUMBER
              MOVE IP-OPERATOR-ID     TO JE-DOCUMENT
              MOVE IP-PART-NUMBER     TO JE-PART-NUMBER
              MOVE IP-LOCATION-CODE   TO JE-LOCATION-CODE
              MOVE IP-ISSUE-QTY       TO WS-VALUE-QTY
              PERFORM 0900-VALUE-PART-QUANTITY
              IF UNIT-COST-FOUND
                 PERFORM 0800-POST-JOURNAL-ENTRY
              ELSE
                 ADD 1 TO WS-UNVALUED-ENTRY-CTR
                 MOVE 'NO UNIT COST -- NOT JOURNALED'
                    TO WS-EXCEPTION-MSG
                 PERFORM 0870-WRITE-RPT-EXCEPTION
              END-IF
           END-IF.
      *
           PERFORM 0600-READ-ISSUE-POST-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-READ-COUNT-ADJ-FILE PARAGRAPH READS THE COUNT
      *    ADJUSTMENT AUDIT FILE AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS REACHED,
      *    A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0750-JOURNAL-COUNT-ADJ
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0700-READ-COUNT-ADJ-FILE.
           READ CNTADJ INTO WS-COUNT-ADJ-REC
              AT END MOVE 'Y' TO COUNT-ADJ-FILE-SW
           END-READ.
      *
           IF AJCODE = '00' OR '10'
              IF NOT END-OF-COUNT-ADJ-FILE
                 ADD 1 TO WS-COUNT-ADJS-READ
              END-IF
           ELSE
              DISPLAY 'ERROR READING COUNT ADJUSTMENT FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0750-JOURNAL-COUNT-ADJ PARAGRAPH JOURNALS ONE APPLIED
      *    COUNT ADJUSTMENT AT THE PART'S USD UNIT COST. A POSITIVE
      *    VARIANCE IS A GAIN (CA RULE, REASON G) AND A NEGATIVE
      *    VARIANCE A LOSS (CA RULE, REASON L); THE AMOUNT IS ALWAYS
      *    THE ABSOLUTE VALUE, THE RULE SUPPLIES THE DIRECTION. A
      *    PART WITH NO UNIT COST IS LISTED AS AN EXCEPTION AND NOT
      *    JOURNALED. THE NEXT ADJUSTMENT IS THEN READ.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0900-VALUE-PART-QUANTITY
      *    -  0800-POST-JOURNAL-ENTRY
      *    -  0870-WRITE-RPT-EXCEPTION
      *    -  0700-READ-COUNT-ADJ-FILE
      *****************************************************************
      *
       0750-JOURNAL-COUNT-ADJ.
           MOVE 'CA'               TO JE-TRANS-TYPE.
           IF AJ-VARIANCE-QTY < 0
              MOVE 'L'             TO JE-REASON-CODE
              COMPUTE WS-VALUE-QTY = 0 - AJ-VARIANCE-QTY
           ELSE
              MOVE 'G'             TO JE-REASON-CODE
              MOVE AJ-VARIANCE-QTY TO WS-VALUE-QTY
           END-IF.
           MOVE SPACES             TO JE-PO-NUMBER.
           MOVE AJ-COUNTER-ID      TO JE-DOCUMENT.
           MOVE AJ-PART-NUMBER     TO JE-PART-NUMBER.
           MOVE AJ-LOCATION-CODE   TO JE-LOCATION-CODE.
           PERFORM 0900-VALUE-PART-QUANTITY.
      *
           IF UNIT-COST-FOUND
              PERFORM 0800-POST-JOURNAL-ENTRY
           ELSE
              ADD 1 TO WS-UNVALUED-ENTRY-CTR
              MOVE 'NO UNIT COST -- NOT JOURNALED' TO WS-EXCEPTION-MSG
              PERFORM 0870-WRITE-RPT-EXCEPTION
           END-IF.
      *
           PERFORM 0700-READ-COUNT-ADJ-FILE.
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
      *    -  0350-JOURNAL-RECEIPT
      *    -  0450-JOURNAL-VOUCHER
      *    -  0550-JOURNAL-DEBIT-MEMO
      *    -  0900-VALUE-PART-QUANTITY
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
      *    THE 0800-POST-JOURNAL-ENTRY PARAGRAPH POSTS THE JOURNAL
      *    ENTRY BUILT IN WS-JOURNAL-ENTRY. THE ACCOUNTS COME FROM THE
      *    POSTING RULE FOR THE TRANSACTION TYPE AND REASON CODE -- A
      *    TRANSACTION WITH NO RULE POSTS BOTH LEGS TO THE SUSPENSE
      *    ACCOUNT AND IS LISTED AS AN EXCEPTION, SO THE BATCH STILL
      *    BALANCES AND FINANCE CAN RECLASS IT. A ZERO AMOUNT WRITES
      *    NO LINES. OTHERWISE A DEBIT LINE AND A CREDIT LINE ARE
      *    WRITTEN FOR THE SAME USD AMOUNT.
      *
      *  CALLED BY:
      *    -  0350-JOURNAL-RECEIPT
      *    -  0450-JOURNAL-VOUCHER
      *    -  0550-JOURNAL-DEBIT-MEMO
      *    -  0650-JOURNAL-ISSUE
      *    -  0750-JOURNAL-COUNT-ADJ
      *
      *  CALLS:
      *    -  0820-LOOKUP-POSTING-RULE
      *    -  0850-WRITE-JOURNAL-LINE
      *    -  0860-ACCUM-SOURCE-TOTAL
      *    -  0870-WRITE-RPT-EXCEPTION
      *****************************************************************
      *
       0800-POST-JOURNAL-ENTRY.
           IF JE-AMOUNT = 0
              ADD 1 TO WS-ZERO-VALUE-CTR
           ELSE
              PERFORM 0820-LOOKUP-POSTING-RULE
              IF NOT RULE-FOUND
                 ADD 1 TO WS-SUSPENSE-ENTRY-CTR
                 MOVE 'NO POSTING RULE -- SUSPENSE' TO
                      WS-EXCEPTION-MSG
                 PERFORM 0870-WRITE-RPT-EXCEPTION
              END-IF
              ADD 1 TO WS-ENTRIES-POSTED-CTR
              MOVE 'D'               TO GJ-DR-CR
              MOVE JE-DEBIT-ACCOUNT  TO GJ-ACCOUNT
              PERFORM 0850-WRITE-JOURNAL-LINE
              MOVE 'C'               TO GJ-DR-CR
              MOVE JE-CREDIT-ACCOUNT TO GJ-ACCOUNT
              PERFORM 0850-WRITE-JOURNAL-LINE
              PERFORM 0860-ACCUM-SOURCE-TOTAL
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0820-LOOKUP-POSTING-RULE PARAGRAPH SEARCHES THE POSTING
      *    RULES TABLE FOR THE ENTRY'S TRANSACTION TYPE AND REASON
      *    CODE AND RETURNS THE DEBIT AND CREDIT ACCOUNTS, DEFAULTING
      *    BOTH TO THE SUSPENSE ACCOUNT WHEN NO RULE IS ON FILE.
      *
      *  CALLED BY:
      *    -  0800-POST-JOURNAL-ENTRY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0820-LOOKUP-POSTING-RULE.
           MOVE 'N'                 TO RULE-FOUND-SW.
           MOVE WS-SUSPENSE-ACCOUNT TO JE-DEBIT-ACCOUNT.
           MOVE WS-SUSPENSE-ACCOUNT TO JE-CREDIT-ACCOUNT.
      *
           PERFORM VARYING RULE-IDX FROM 1 BY 1
              UNTIL RULE-IDX > WS-RULE-LOADED-CTR OR RULE-FOUND
              IF JE-TRANS-TYPE = RULE-TRANS-TYPE-TBL (RULE-IDX)
                 AND JE-REASON-CODE = RULE-REASON-TBL (RULE-IDX)
                 MOVE 'Y' TO RULE-FOUND-SW
                 MOVE RULE-DEBIT-ACCT-TBL (RULE-IDX)
                    TO JE-DEBIT-ACCOUNT
                 MOVE RULE-CREDIT-ACCT-TBL (RULE-IDX)
                    TO JE-CREDIT-ACCOUNT
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0850-WRITE-JOURNAL-LINE PARAGRAPH WRITES ONE DEBIT OR
      *    CREDIT LINE OF THE CURRENT ENTRY TO THE GL JOURNAL EXTRACT.
      *    ONLY A SUCCESSFULLY WRITTEN LINE IS ADDED TO THE BATCH
      *    PROOF AND TO ITS ACCOUNT'S TOTAL.
      *
      *  CALLED BY:
      *    -  0800-POST-JOURNAL-ENTRY
      *
      *  CALLS:
      *    -  0855-ACCUM-ACCOUNT-TOTAL
      *****************************************************************
      *
       0850-WRITE-JOURNAL-LINE.
           ADD 1 TO GJ-LINE-SEQ.
           MOVE WS-TODAY-8          TO GJ-BATCH-DATE.
           MOVE JE-AMOUNT           TO GJ-AMOUNT.
           MOVE JE-TRANS-TYPE       TO GJ-TRANS-TYPE.
           MOVE JE-REASON-CODE      TO GJ-REASON-CODE.
           MOVE JE-PO-NUMBER        TO GJ-PO-NUMBER.
           MOVE JE-DOCUMENT         TO GJ-DOCUMENT.
           MOVE JE-PART-NUMBER      TO GJ-PART-NUMBER.
           MOVE JE-LOCATION-CODE    TO GJ-LOCATION-CODE.
           MOVE JE-SUPPLIER-CODE    TO GJ-SUPPLIER-CODE.
      *
           WRITE GLJOURNL-REC FROM WS-GL-JOURNAL-REC.
           IF GJCODE = '00'
              ADD 1 TO WS-JOURNAL-LINES-WRTN
              IF GJ-DEBIT
                 ADD JE-AMOUNT TO WS-BATCH-DEBIT-TOTAL
              ELSE
                 ADD JE-AMOUNT TO WS-BATCH-CREDIT-TOTAL
              END-IF
              PERFORM 0855-ACCUM-ACCOUNT-TOTAL
           ELSE
              DISPLAY 'ERROR WRITING GL JOURNAL FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0855-ACCUM-ACCOUNT-TOTAL PARAGRAPH ROLLS ONE WRITTEN
      *    JOURNAL LINE INTO ITS ACCOUNT'S ENTRY ON THE ACCOUNT TOTALS
      *    TABLE, ADDING THE ACCOUNT WHEN IT IS NOT YET ON THE TABLE.
      *
      *  CALLED BY:
      *    -  0850-WRITE-JOURNAL-LINE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0855-ACCUM-ACCOUNT-TOTAL.
           MOVE 'N' TO ACCT-FOUND-SW.
      *
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
              UNTIL ACCT-IDX > WS-ACCT-USED-CTR OR ACCT-FOUND
              IF GJ-ACCOUNT = ACCT-NUMBER-TBL (ACCT-IDX)
                 MOVE 'Y' TO ACCT-FOUND-SW
              END-IF
           END-PERFORM.
      *
           IF ACCT-FOUND
              SET ACCT-IDX DOWN BY 1
           ELSE
              IF WS-ACCT-USED-CTR < WS-MAX-ACCT-IDX
                 ADD 1 TO WS-ACCT-USED-CTR
                 SET ACCT-IDX TO WS-ACCT-USED-CTR
                 MOVE GJ-ACCOUNT TO ACCT-NUMBER-TBL (ACCT-IDX)
                 MOVE 'Y' TO ACCT-FOUND-SW
              ELSE
                 DISPLAY 'ACCOUNT TOTALS TABLE FULL -- ACCOUNT '
                         GJ-ACCOUNT ' NOT TOTALED'
                 SET REF-TABLE-FULL TO TRUE
              END-IF
           END-IF.
      *
           IF ACCT-FOUND
              IF GJ-DEBIT
                 ADD JE-AMOUNT TO ACCT-DEBIT-TBL (ACCT-IDX)
              ELSE
                 ADD JE-AMOUNT TO ACCT-CREDIT-TBL (ACCT-IDX)
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0860-ACCUM-SOURCE-TOTAL PARAGRAPH ROLLS ONE POSTED
      *    ENTRY INTO ITS SOURCE TYPE'S ENTRY COUNT AND AMOUNT.
      *
      *  CALLED BY:
      *    -  0800-POST-JOURNAL-ENTRY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0860-ACCUM-SOURCE-TOTAL.
           PERFORM VARYING SRC-IDX FROM 1 BY 1
              UNTIL SRC-IDX > 5
              IF JE-TRANS-TYPE = SRC-TRANS-TYPE-TBL (SRC-IDX)
                 ADD 1 TO SRC-ENTRY-CTR-TBL (SRC-IDX)
                 ADD JE-AMOUNT TO SRC-AMOUNT-TBL (SRC-IDX)
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0870-WRITE-RPT-EXCEPTION PARAGRAPH WRITES ONE POSTING
      *    EXCEPTION LINE -- NO POSTING RULE OR NO UNIT COST -- FOR THE
      *    CURRENT ENTRY TO THE JOURNAL PROOF REPORT.
      *
      *  CALLED BY:
      *    -  0650-JOURNAL-ISSUE
      *    -  0750-JOURNAL-COUNT-ADJ
      *    -  0800-POST-JOURNAL-ENTRY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0870-WRITE-RPT-EXCEPTION.
           MOVE JE-TRANS-TYPE       TO RPT-EXC-TRANS-TYPE.
           MOVE JE-REASON-CODE      TO RPT-EXC-REASON-CODE.
           MOVE JE-PO-NUMBER        TO RPT-EXC-PO-NUMBER.
           MOVE JE-PART-NUMBER      TO RPT-EXC-PART-NUMBER.
           MOVE JE-LOCATION-CODE    TO RPT-EXC-LOCATION-CODE.
           MOVE WS-EXCEPTION-MSG    TO RPT-EXC-MESSAGE.
           WRITE GLJRPT-REC FROM GLJ-RPT-EXCEPTION.
           IF JRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO JOURNAL PROOF REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0900-VALUE-PART-QUANTITY PARAGRAPH VALUES WS-VALUE-QTY
      *    OF THE ENTRY'S PART IN USD INTO JE-AMOUNT, THE SAME WAY
      *    INVVALRP VALUES STOCK. THE LANDED COST TABLE IS SEARCHED
      *    FIRST (IN THE CURRENCY THE LANDED COST CARRIES); OTHERWISE
      *    THE CONTRACT PRICE FOR THE PART'S OWNING SUPPLIER IS USED
      *    IN THAT SUPPLIER'S CURRENCY. UNIT-COST-FOUND IS LEFT OFF
      *    WHEN NEITHER IS ON FILE. THE OWNING SUPPLIER IS RETURNED IN
      *    JE-SUPPLIER-CODE.
      *
      *  CALLED BY:
      *    -  0650-JOURNAL-ISSUE
      *    -  0750-JOURNAL-COUNT-ADJ
      *
      *  CALLS:
      *    -  0910-LOOKUP-PART-SUPPLIER
      *    -  0920-LOOKUP-UNIT-COST
      *    -  0930-LOOKUP-SUPP-CURRENCY
      *    -  0720-LOOKUP-EXCH-RATE
      *****************************************************************
      *
       0900-VALUE-PART-QUANTITY.
           MOVE 0 TO JE-AMOUNT.
           PERFORM 0910-LOOKUP-PART-SUPPLIER.
           MOVE WS-LOOKUP-SUPPLIER TO JE-SUPPLIER-CODE.
           PERFORM 0920-LOOKUP-UNIT-COST.
      *
           IF UNIT-COST-FOUND
              IF LANDED-USED AND WS-LANDED-CURRENCY NOT = SPACES
                 MOVE WS-LANDED-CURRENCY TO WS-LOOKUP-CURRENCY
              ELSE
                 PERFORM 0930-LOOKUP-SUPP-CURRENCY
              END-IF
              MOVE WS-LOOKUP-CURRENCY TO WS-EXCH-LOOKUP-CCY
              PERFORM 0720-LOOKUP-EXCH-RATE
              COMPUTE JE-AMOUNT ROUNDED =
                      WS-VALUE-QTY * WS-LOOKUP-PRICE *
                      WS-EXCH-LOOKUP-RATE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0910-LOOKUP-PART-SUPPLIER PARAGRAPH READS THE PARTS
      *    MASTER BY KEY ON THE ENTRY'S PART-NUMBER AND
      *    RETURNS THE OWNING SUPPLIER-CODE IN WS-LOOKUP-SUPPLIER
      *    (SPACES WHEN THE PART IS NOT ON THE PARTS MASTER).
      *
      *  CALLED BY:
      *    -  0900-VALUE-PART-QUANTITY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0910-LOOKUP-PART-SUPPLIER.
           MOVE 'N'    TO PSUP-FOUND-SW.
           MOVE SPACES TO WS-LOOKUP-SUPPLIER.
      *
           MOVE JE-PART-NUMBER TO PARTFILE-KEY.
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
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0920-LOOKUP-UNIT-COST PARAGRAPH RESOLVES THE UNIT COST
      *    FOR THE ENTRY'S PART INTO WS-LOOKUP-PRICE -- THE LANDED
      *    COST WHEN ONE IS ON FILE, OTHERWISE THE CONTRACT PRICE READ
      *    BY KEY ON THE PART-NUMBER PLUS THE OWNING SUPPLIER-CODE.
      *
      *  CALLED BY:
      *    -  0900-VALUE-PART-QUANTITY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0920-LOOKUP-UNIT-COST.
           MOVE 'N' TO WS-UNIT-COST-FOUND-SW.
           MOVE 'N' TO CNTR-FOUND-SW.
           MOVE 'N' TO LANDED-USED-SW.
           MOVE 0   TO WS-LOOKUP-PRICE.
      *
           PERFORM VARYING LAND-IDX FROM 1 BY 1
              UNTIL LAND-IDX > WS-LAND-LOADED-CTR OR LANDED-USED
              IF JE-PART-NUMBER = LAND-PART-TBL (LAND-IDX)
                 MOVE 'Y' TO LANDED-USED-SW
                 MOVE 'Y' TO WS-UNIT-COST-FOUND-SW
                 MOVE LAND-COST-TBL (LAND-IDX) TO WS-LOOKUP-PRICE
                 MOVE LAND-CURRENCY-TBL (LAND-IDX)
                    TO WS-LANDED-CURRENCY
              END-IF
           END-PERFORM.
      *
           IF NOT LANDED-USED
              MOVE JE-PART-NUMBER     TO CK-PART-NUMBER
              MOVE WS-LOOKUP-SUPPLIER TO CK-SUPPLIER-CODE
              MOVE WS-CONTRACT-KEY    TO CONTRACT-FILE-KEY
              READ CONTRACT INTO CONTRACT-REC-WS
                 INVALID KEY
                    MOVE 'N' TO CNTR-FOUND-SW
                 NOT INVALID KEY
                    MOVE 'Y' TO CNTR-FOUND-SW
                    MOVE 'Y' TO WS-UNIT-COST-FOUND-SW
                    MOVE CT-CONTRACT-PRICE TO WS-LOOKUP-PRICE
              END-READ
              IF CTCODE NOT = '00' AND CTCODE NOT = '23'
                 DISPLAY 'ERROR READING CONTRACT PRICE FILE.'
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0930-LOOKUP-SUPP-CURRENCY PARAGRAPH READS THE
      *    SUPPLIER FILE BY KEY FOR THE SUPPLIER IN
      *    WS-LOOKUP-SUPPLIER AND RETURNS ITS CURRENCY CODE IN
      *    WS-LOOKUP-CURRENCY, DEFAULTING TO USD WHEN THE SUPPLIER IS
      *    NOT ON FILE OR CARRIES NO CURRENCY CODE.
      *
      *  CALLED BY:
      *    -  0900-VALUE-PART-QUANTITY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0930-LOOKUP-SUPP-CURRENCY.
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
      *    THE 2000-WRITE-SOURCE-TOTALS PARAGRAPH PRINTS THE ENTRY
      *    COUNT AND USD AMOUNT JOURNALED FOR EACH OF THE FIVE FEEDS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2000-WRITE-SOURCE-TOTALS.
           WRITE GLJRPT-REC FROM WS-100-CHAR-BLANK-LINE.
           MOVE 'JOURNAL TOTALS BY SOURCE' TO RPT-SECTION-TEXT.
           WRITE GLJRPT-REC FROM GLJ-RPT-SECTION-LINE.
      *
           PERFORM VARYING SRC-IDX FROM 1 BY 1
              UNTIL SRC-IDX > 5
              MOVE SRC-TRANS-TYPE-TBL (SRC-IDX)  TO RPT-SRC-TRANS-TYPE
              MOVE SRC-DESCRIPTION-TBL (SRC-IDX)
                 TO RPT-SRC-DESCRIPTION
              MOVE SRC-ENTRY-CTR-TBL (SRC-IDX)   TO RPT-SRC-ENTRY-CTR
              MOVE SRC-AMOUNT-TBL (SRC-IDX)      TO RPT-SRC-AMOUNT
              WRITE GLJRPT-REC FROM GLJ-RPT-SOURCE-TOTAL
           END-PERFORM.
           IF JRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO JOURNAL PROOF REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2100-WRITE-ACCOUNT-TOTALS PARAGRAPH PRINTS THE DEBIT
      *    AND CREDIT TOTALS POSTED TO EACH GL ACCOUNT, IN THE ORDER
      *    THE ACCOUNTS WERE FIRST POSTED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2100-WRITE-ACCOUNT-TOTALS.
           WRITE GLJRPT-REC FROM WS-100-CHAR-BLANK-LINE.
           MOVE 'JOURNAL TOTALS BY ACCOUNT' TO RPT-SECTION-TEXT.
           WRITE GLJRPT-REC FROM GLJ-RPT-SECTION-LINE.
           WRITE GLJRPT-REC FROM GLJ-RPT-ACCT-HEADER.
      *
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
              UNTIL ACCT-IDX > WS-ACCT-USED-CTR
              MOVE ACCT-NUMBER-TBL (ACCT-IDX) TO RPT-ACCT-NUMBER
              MOVE ACCT-DEBIT-TBL (ACCT-IDX)  TO RPT-ACCT-DEBIT
              MOVE ACCT-CREDIT-TBL (ACCT-IDX) TO RPT-ACCT-CREDIT
              WRITE GLJRPT-REC FROM GLJ-RPT-ACCT-TOTAL
           END-PERFORM.
           IF JRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO JOURNAL PROOF REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2200-WRITE-BATCH-PROOF PARAGRAPH PROVES THE BATCH --
      *    THE DEBIT TOTAL OF THE LINES WRITTEN MUST EQUAL THE CREDIT
      *    TOTAL -- AND PRINTS THE PROOF LINE. AN OUT OF BALANCE BATCH
      *    IS ALSO REPORTED TO THE OPERATOR.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2200-WRITE-BATCH-PROOF.
           IF WS-BATCH-DEBIT-TOTAL = WS-BATCH-CREDIT-TOTAL
              SET BATCH-IN-BALANCE TO TRUE
              MOVE 'BATCH IN BALANCE' TO RPT-PROOF-STATUS
           ELSE
              SET BATCH-OUT-OF-BALANCE TO TRUE
              MOVE '*** OUT OF BALANCE' TO RPT-PROOF-STATUS
              DISPLAY 'GL JOURNAL BATCH OUT OF BALANCE -- DEBITS '
                      WS-BATCH-DEBIT-TOTAL ' CREDITS '
                      WS-BATCH-CREDIT-TOTAL
           END-IF.
      *
           MOVE WS-BATCH-DEBIT-TOTAL  TO RPT-PROOF-DEBIT.
           MOVE WS-BATCH-CREDIT-TOTAL TO RPT-PROOF-CREDIT.
           WRITE GLJRPT-REC FROM WS-100-CHAR-BLANK-LINE.
           WRITE GLJRPT-REC FROM GLJ-RPT-PROOF-LINE.
           IF JRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO JOURNAL PROOF REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2600-CLOSE-FILES PARAGRAPH CLOSES ALL FILES, DISPLAYS
      *    RUN CONTROL TOTALS AND WRITES THE RUN CONTROL HANDOFF
      *    RECORDS -- ONE INPUT COUNT PER FEED, THE JOURNAL LINE
      *    COUNT, AND THE BATCH DEBIT AND CREDIT TOTALS EACH SPLIT
      *    INTO A WHOLE DOLLARS RECORD (GLDRDOLS/GLCRDOLS, LOW ORDER
      *    SEVEN DIGITS) AND A CENTS RECORD (GLDRCENT/GLCRCENT).
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2650-WRITE-RUNCTL-RECORD
      *****************************************************************
      *
       2600-CLOSE-FILES.
           CLOSE RCPTVAL
                 APVOUCH
                 DEBITMEM
                 ISSPOST
                 CNTADJ
                 GLRULES
                 PARTFILE
                 CONTRACT
                 SUPPLIER
                 EXCHRATE
                 LANDCOST
                 GLJOURNL
                 GLJRPT.
      *
           DISPLAY 'RECEIPT VALUES READ:         ' WS-RCPT-VALUES-READ.
           DISPLAY 'VOUCHERS READ:               ' WS-VOUCHERS-READ.
           DISPLAY 'DEBIT MEMOS READ:            ' WS-DEBIT-MEMOS-READ.
           DISPLAY 'ISSUE POSTINGS READ:         ' WS-ISSUE-POSTS-READ.
           DISPLAY 'CONSIGNED ISSUES SKIPPED:    '
                   WS-CONSIGNED-ISS-SKIPPED.
           DISPLAY 'COUNT ADJUSTMENTS READ:      ' WS-COUNT-ADJS-READ.
           DISPLAY 'JOURNAL ENTRIES POSTED:      '
                   WS-ENTRIES-POSTED-CTR.
           DISPLAY 'ENTRIES POSTED TO SUSPENSE:  '
                   WS-SUSPENSE-ENTRY-CTR.
           DISPLAY 'ENTRIES WITHOUT UNIT COST:   '
                   WS-UNVALUED-ENTRY-CTR.
           DISPLAY 'ZERO VALUE ENTRIES SKIPPED:  ' WS-ZERO-VALUE-CTR.
           DISPLAY 'JOURNAL LINES WRITTEN:       '
                   WS-JOURNAL-LINES-WRTN.
           DISPLAY 'BATCH DEBIT TOTAL:           '
                   WS-BATCH-DEBIT-TOTAL.
           DISPLAY 'BATCH CREDIT TOTAL:          '
                   WS-BATCH-CREDIT-TOTAL.
      *
           OPEN EXTEND RUNCTL.
           IF RCCODE = '00'
              MOVE 'GLJRNL  '            TO RC-PROGRAM
              MOVE WS-TODAY-8            TO RC-RUN-DATE
              MOVE 'I'                   TO RC-IN-OUT
              MOVE 'RCPTVAL '            TO RC-FILE-NAME
              MOVE WS-RCPT-VALUES-READ   TO RC-COUNT
              PERFORM 2650-WRITE-RUNCTL-RECORD
              MOVE 'APVOUCH '            TO RC-FILE-NAME
              MOVE WS-VOUCHERS-READ      TO RC-COUNT
              PERFORM 2650-WRITE-RUNCTL-RECORD
              MOVE 'DEBITMEM'            TO RC-FILE-NAME
              MOVE WS-DEBIT-MEMOS-READ   TO RC-COUNT
              PERFORM 2650-WRITE-RUNCTL-RECORD
              MOVE 'ISSPOST '            TO RC-FILE-NAME
              MOVE WS-ISSUE-POSTS-READ   TO RC-COUNT
              PERFORM 2650-WRITE-RUNCTL-RECORD
              MOVE 'CNTADJ  '            TO RC-FILE-NAME
              MOVE WS-COUNT-ADJS-READ    TO RC-COUNT
              PERFORM 2650-WRITE-RUNCTL-RECORD
              MOVE 'O'                   TO RC-IN-OUT
              MOVE 'GLJOURNL'            TO RC-FILE-NAME
              MOVE WS-JOURNAL-LINES-WRTN TO RC-COUNT
              PERFORM 2650-WRITE-RUNCTL-RECORD
              MOVE WS-BATCH-DEBIT-TOTAL  TO WS-PROOF-DOLLARS
              COMPUTE WS-PROOF-CENTS =
                      (WS-BATCH-DEBIT-TOTAL - WS-PROOF-DOLLARS) * 100
              MOVE 'GLDRDOLS'            TO RC-FILE-NAME
              MOVE WS-PROOF-DOLLARS      TO RC-COUNT
              PERFORM 2650-WRITE-RUNCTL-RECORD
              MOVE 'GLDRCENT'            TO RC-FILE-NAME
              MOVE WS-PROOF-CENTS        TO RC-COUNT
              PERFORM 2650-WRITE-RUNCTL-RECORD
              MOVE WS-BATCH-CREDIT-TOTAL TO WS-PROOF-DOLLARS
              COMPUTE WS-PROOF-CENTS =
                      (WS-BATCH-CREDIT-TOTAL - WS-PROOF-DOLLARS) * 100
              MOVE 'GLCRDOLS'            TO RC-FILE-NAME
              MOVE WS-PROOF-DOLLARS      TO RC-COUNT
              PERFORM 2650-WRITE-RUNCTL-RECORD
              MOVE 'GLCRCENT'            TO RC-FILE-NAME
              MOVE WS-PROOF-CENTS        TO RC-COUNT
              PERFORM 2650-WRITE-RUNCTL-RECORD
              CLOSE RUNCTL
           ELSE
              DISPLAY 'ERROR OPENING RUN CONTROL FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2650-WRITE-RUNCTL-RECORD PARAGRAPH WRITES ONE RUN
      *    CONTROL HANDOFF RECORD AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  2600-CLOSE-FILES
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2650-WRITE-RUNCTL-RECORD.
           WRITE RUNCTL-REC FROM WS-RUNCTL-REC.
           IF RCCODE NOT = '00'
              DISPLAY 'ERROR WRITING RUN CONTROL FILE'
           END-IF.
