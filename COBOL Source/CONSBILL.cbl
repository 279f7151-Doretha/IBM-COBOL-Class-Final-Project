       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSBILL.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM IS THE WEEKLY CONSIGNMENT SELF-BILLING RUN.
      *    STOCK A SUPPLIER HOLDS WITH US ON CONSIGNMENT IS THE
      *    SUPPLIER'S UNTIL WE USE IT; INVISSUE.CBL WRITES ONE
      *    CONSUMPTION RECORD (CONSUSE) EACH TIME AN ISSUE IS TAKEN
      *    FROM A SUPPLIER'S CONSIGNED QUANTITY. THE WEEK'S
      *    CONSUMPTION, PLUS ANY LINES CARRIED UNBILLED FROM LAST
      *    WEEK, IS SORTED BY SUPPLIER AND PART AND BILLED TO OURSELF
      *    ON THE SUPPLIER'S BEHALF -- NO SUPPLIER INVOICE IS WAITED
      *    FOR.
      *
      *    ONE AP VOUCHER IS WRITTEN PER SUPPLIER AND PART, IN THE
      *    SAME LAYOUT AS THE VOUCHERS PORECV.CBL WRITES, SO THE FILE
      *    IS CONCATENATED BEHIND PORECV'S APVOUCH FOR THE PAYMENT
      *    RUN, THE CASH REQUIREMENTS FORECAST AND GLJRNL.CBL. THE
      *    QUANTITY IS PRICED AT THE CONTRACT PRICE FOR THE PART AND
      *    SUPPLIER, IN THE SUPPLIER'S CURRENCY. A SELF-BILLED
      *    VOUCHER CARRIES NO PO-NUMBER AND AN INVOICE NUMBER OF 'SB'
      *    FOLLOWED BY THE RUN DATE. DUE DATE, DISCOUNT DATE AND
      *    DISCOUNT AMOUNT COME FROM THE SUPPLIER'S PAYMENT TERMS
      *    EXACTLY AS PORECV.CBL STAMPS THEM (NET 30, NO DISCOUNT,
      *    WHEN THE SUPPLIER HAS NO TERMS ON FILE).
      *
      *    A LINE WITH NO CONTRACT PRICE FOR ITS PART AND SUPPLIER IS
      *    NOT BILLED. IT IS LISTED ON THE BILLING REGISTER AND
      *    WRITTEN UNCHANGED TO THE CARRY FILE, WHICH IS FED BACK IN
      *    NEXT WEEK BEHIND THE NEW CONSUMPTION.
      *
      *    EACH SUPPLIER WITH USAGE OR CONSIGNED STOCK GETS A
      *    STATEMENT: THE USAGE BILLED THIS WEEK AND THE CONSIGNED
      *    STOCK STILL HELD, FROM THE CONSIGNMENT STOCK MASTER.
      *
      *    A FULL WORKING TABLE ENDS THE STEP WITH RETURN-CODE 16.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      RTPOT44.INVISSUE.CONSUSE - CONSIGNED STOCK CONSUMPTION
      *                                 WRITTEN BY INVISSUE.CBL (THE
      *                                 WEEK'S GENERATIONS, FOLLOWED
      *                                 BY RTPOT44.CONSBILL.CONSCARY
      *                                 FROM THE PRIOR WEEK)
      *      INTERNAL FILE NAME:        CONSUSE
      *      JCL DD NAME:               CONSUSE
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
      *      RTPOT44.AUTOPART.PAYTERMS.FILE - PAYMENT TERMS FILE
      *      INTERNAL FILE NAME:              PAYTERMS
      *      JCL DD NAME:                     PAYTERMS
      *
      *
      *      RTPOT44.INVISSUE.CONSMAST.NEW - CONSIGNMENT STOCK MASTER
      *      INTERNAL FILE NAME:             CONSMAST
      *      JCL DD NAME:                    CONSMAST
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.CONSBILL.APVOUCH - SELF-BILLED AP VOUCHERS, SAME
      *                                 LAYOUT AS RTPOT44.PORECV.APVOUCH
      *      INTERNAL FILE NAME:        APVOUCH
      *      JCL DD NAME:               APVOUCH
      *
      *
      *      RTPOT44.CONSBILL.CONSCARY - CONSUMPTION LINES CARRIED
      *                                  UNBILLED TO NEXT WEEK'S RUN
      *      INTERNAL FILE NAME:         CONSCARY
      *      JCL DD NAME:                CONSCARY
      *
      *
      *      RTPOT44.CONSBILL.STATEMENT.RPT - SUPPLIER CONSIGNMENT
      *                                       STATEMENTS
      *      INTERNAL FILE NAME:              CONSSTMT
      *      JCL DD NAME:                     CONSSTMT
      *
      *
      *      RTPOT44.CONSBILL.REGISTER.RPT - SELF-BILLING REGISTER
      *                                      AND EXCEPTIONS REPORT
      *      INTERNAL FILE NAME:             CONSRPT
      *      JCL DD NAME:                    CONSRPT
      *
      *
      *      RTPOT44.RUNCTL.FILE - SHARED RUN CONTROL HANDOFF FILE
      *                            (OPENED EXTEND)
      *      INTERNAL FILE NAME:   RUNCTL
      *      JCL DD NAME:          RUNCTL
      *
      *
      *    WORK FILES:
      *      CONSWORK - SORT WORK FILE HOLDING THE CONSUMPTION LINES
      *                 SORTED BY SUPPLIER-CODE AND PART-NUMBER
      *                 ASCENDING
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(CONSBILL)
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
      *     DESCRIPTION:  THE CONTRACT PRICE TABLE IS GONE. CONTRACT IS
      *                   NOW INDEXED BY PART-NUMBER AND SUPPLIER-CODE
      *                   AND EACH PART GROUP READS ITS PRICE BY KEY,
      *                   SO NO CONSUMPTION IS CARRIED FORWARD FOR WANT
      *                   OF TABLE ROOM.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  10/15/2026
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSUSE ASSIGN TO CONSUSE
              FILE STATUS IS CUCODE.
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
           SELECT PAYTERMS ASSIGN TO PAYTERMS
              FILE STATUS IS PYCODE.
      *
           SELECT CONSMAST ASSIGN TO CONSMAST
              FILE STATUS IS CMCODE.
      *
           SELECT CONS-SORT-FILE ASSIGN TO CONSWORK.
      *
           SELECT APVOUCH ASSIGN TO APVOUCH
              FILE STATUS IS VOCODE.
      *
           SELECT CONSCARY ASSIGN TO CONSCARY
              FILE STATUS IS CYCODE.
      *
           SELECT CONSSTMT ASSIGN TO CONSSTMT
              FILE STATUS IS STCODE.
      *
           SELECT CONSRPT ASSIGN TO CONSRPT
              FILE STATUS IS RPCODE.
      *
           SELECT RUNCTL ASSIGN TO RUNCTL
              FILE STATUS IS RCCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONSUSE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONSUSE-REC.
      *
       01 CONSUSE-REC PIC X(60).
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
       FD  PAYTERMS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYTERMS-REC.
      *
       01 PAYTERMS-REC PIC X(20).
      *
       FD  CONSMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONSMAST-REC.
      *
       01 CONSMAST-REC PIC X(50).
      *
       SD  CONS-SORT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS CONS-SORT-REC.
      *
       01 CONS-SORT-REC.
          05 XU-PART-NUMBER          PIC X(23).
          05 XU-LOCATION-CODE        PIC X(02).
          05 XU-SUPPLIER-CODE        PIC X(10).
          05 XU-USAGE-QTY            PIC 9(07).
          05 XU-ISSUE-DATE           PIC X(08).
          05 XU-REASON-CODE          PIC X(01).
          05 XU-OPERATOR-ID          PIC X(08).
          05 FILLER                  PIC X(01).
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
       FD  CONSCARY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONSCARY-REC.
      *
       01 CONSCARY-REC PIC X(60).
      *
       FD  CONSSTMT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONSSTMT-REC.
      *
       01 CONSSTMT-REC PIC X(100).
      *
       FD  CONSRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONSRPT-REC.
      *
       01 CONSRPT-REC PIC X(100).
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
       01 WS-TODAY-VARS.
          05 WS-TODAY-8              PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE CONTRACT PRICE RECORD, READ BY KEY
      *  ON PART-NUMBER PLUS SUPPLIER-CODE.
      *****************************************************************
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
      *****************************************************************
      *  WORKING STORAGE FOR ONE PAYMENT TERMS REFERENCE RECORD AND
      *  THE PAYMENT TERMS TABLE LOADED FROM IT. A SUPPLIER WITH NO
      *  TERMS ON FILE DEFAULTS TO NET 30 WITH NO DISCOUNT.
      *****************************************************************
      *
       01 PAYTERMS-REC-WS. *>USED TO HOLD READ PAYMENT TERMS RECORD
          05 PY-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 PY-NET-DAYS            PIC 9(03) VALUE 0.
          05 PY-DISCOUNT-PCT        PIC 9V99 VALUE 0.
          05 PY-DISCOUNT-DAYS       PIC 9(03) VALUE 0.
          05 FILLER                 PIC X(01) VALUE SPACES.
      *
       01  PAY-TERMS-TBL. *>TABLE TO HOLD PAYMENT TERMS ENTRIES
           05 PAY-TERMS-ENTRY-TBL
             OCCURS 250 TIMES INDEXED BY PTRM-IDX.
             10 PTRM-SUPPLIER-TBL   PIC X(10) VALUE SPACES.
             10 PTRM-NET-DAYS-TBL   PIC 9(03) VALUE 0.
             10 PTRM-DISC-PCT-TBL   PIC 9V99 VALUE 0.
             10 PTRM-DISC-DAYS-TBL  PIC 9(03) VALUE 0.
      *
       01 WS-PAY-TERMS-VARS.
          05 WS-MAX-PTRM-IDX        PIC 9(03) VALUE 250.
          05 WS-PTRM-LOADED-CTR     PIC 9(03) VALUE 0.
          05 WS-TERMS-NET-DAYS      PIC 9(03) VALUE 30.
          05 WS-TERMS-DISC-PCT      PIC 9V99 VALUE 0.
          05 WS-TERMS-DISC-DAYS     PIC 9(03) VALUE 0.
          05 WS-DEFAULT-NET-DAYS    PIC 9(03) VALUE 30.
          05 WS-MATCH-DATE-INT      PIC 9(08) VALUE 0.
          05 WS-TERMS-DATE-INT      PIC 9(08) VALUE 0.
          05 WS-TERMS-DATE-9        PIC 9(08) VALUE 0.
          05 PTRM-FOUND-SW          PIC X(01) VALUE 'N'.
             88 PTRM-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE CONSIGNMENT STOCK MASTER RECORD AND
      *  THE TABLE IT IS LOADED INTO. SAME LAYOUT AS THE RECORD
      *  WRITTEN BY PORECV.CBL AND INVISSUE.CBL. EACH ROW IS MARKED
      *  ONCE IT HAS BEEN PRINTED ON ITS SUPPLIER'S STATEMENT.
      *****************************************************************
      *
       01 CONSMAST-REC-WS. *>CONSIGNMENT STOCK MASTER RECORD
          05 CM-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 CM-LOCATION-CODE       PIC X(02) VALUE SPACES.
          05 CM-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 CM-CONSIGNED-QTY       PIC S9(7) VALUE 0.
          05 CM-LAST-RECEIPT-DATE   PIC X(08) VALUE SPACES.
      *
       01 CONS-MAST-TBL. *>TABLE TO HOLD CONSIGNMENT STOCK ROWS
          05 CONS-MAST-ENTRY-TBL
            OCCURS 1000 TIMES INDEXED BY CMST-IDX CMST-SCAN-IDX.
            10 CMST-PART-NUMBER-TBL PIC X(23) VALUE SPACES.
            10 CMST-LOCATION-TBL    PIC X(02) VALUE SPACES.
            10 CMST-SUPPLIER-TBL    PIC X(10) VALUE SPACES.
            10 CMST-QTY-TBL         PIC S9(7) VALUE 0.
            10 CMST-RECEIPT-DATE-TBL PIC X(08) VALUE SPACES.
            10 CMST-PRINTED-SW-TBL  PIC X(01) VALUE 'N'.
               88 CMST-PRINTED      VALUE 'Y'.
      *
       01 WS-CONSIGN-VARS.
          05 WS-MAX-CMST-IDX        PIC 9(04) VALUE 1000.
          05 WS-CMST-LOADED-CTR     PIC 9(04) VALUE 0.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE AP VOUCHER RECORD WRITTEN TO APVOUCH.
      *  SAME LAYOUT AS THE VOUCHER WRITTEN BY PORECV.CBL.
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
       01 WS-SELF-BILL-INVOICE.
          05 FILLER                 PIC X(02) VALUE 'SB'.
          05 SB-INVOICE-DATE        PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  RUN CONTROL RECORD APPENDED AT END OF RUN TO THE SHARED
      *  RUNCTL FILE -- WHICH PROGRAM READ OR WROTE HOW MANY RECORDS
      *  OF WHICH HANDOFF FILE, FOR RUNRECON.CBL.
      *****************************************************************
      *
       01 WS-RUNCTL-REC.
          05 RC-PROGRAM             PIC X(08) VALUE SPACES.
          05 RC-FILE-NAME           PIC X(08) VALUE SPACES.
          05 RC-IN-OUT              PIC X(01) VALUE SPACES.
          05 RC-COUNT               PIC 9(07) VALUE 0.
          05 RC-RUN-DATE            PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  CONTROL BREAK FIELDS FOR THE SORTED CONSUMPTION LINES -- THE
      *  SUPPLIER WHOSE STATEMENT IS OPEN AND THE PART WHOSE QUANTITY
      *  IS BEING GATHERED FOR ONE VOUCHER.
      *****************************************************************
      *
       01 WS-BILLING-VARS.
          05 WS-CUR-SUPPLIER        PIC X(10) VALUE LOW-VALUES.
          05 WS-CUR-PART            PIC X(23) VALUE LOW-VALUES.
          05 WS-GROUP-QTY           PIC 9(09) VALUE 0.
          05 WS-STMT-BILLED-LINES   PIC 9(05) VALUE 0.
          05 WS-STMT-STOCK-LINES    PIC 9(05) VALUE 0.
          05 WS-STMT-BILLED-AMT     PIC 9(11)V99 VALUE 0.
          05 STATEMENT-OPEN-SW      PIC X(01) VALUE 'N'.
             88 STATEMENT-OPEN      VALUE 'Y'.
          05 GROUP-OPEN-SW          PIC X(01) VALUE 'N'.
             88 GROUP-OPEN          VALUE 'Y'.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 CUCODE                 PIC X(02) VALUE SPACES.
          05 CTCODE                 PIC X(02) VALUE SPACES.
          05 SUCODE                 PIC X(02) VALUE SPACES.
          05 PYCODE                 PIC X(02) VALUE SPACES.
          05 CMCODE                 PIC X(02) VALUE SPACES.
          05 VOCODE                 PIC X(02) VALUE SPACES.
          05 CYCODE                 PIC X(02) VALUE SPACES.
          05 STCODE                 PIC X(02) VALUE SPACES.
          05 RPCODE                 PIC X(02) VALUE SPACES.
          05 RCCODE                 PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 PAY-TERMS-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-PAY-TERMS-FILE VALUE 'Y'.
          05 CONS-MAST-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-CONS-MAST-FILE VALUE 'Y'.
          05 SORT-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-SORT-FILE     VALUE 'Y'.
          05 TABLE-FULL-SW           PIC X(01) VALUE 'N'.
             88 TABLE-FULL           VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-USAGE-READ-CTR       PIC 9(07) VALUE 0.
          05 WS-USAGE-BILLED-CTR     PIC 9(07) VALUE 0.
          05 WS-UNITS-BILLED-CTR     PIC 9(09) VALUE 0.
          05 WS-VOUCHERS-WRTN        PIC 9(07) VALUE 0.
          05 WS-CARRIED-CTR          PIC 9(07) VALUE 0.
          05 WS-UNITS-CARRIED-CTR    PIC 9(09) VALUE 0.
          05 WS-CONS-MAST-READ       PIC 9(07) VALUE 0.
          05 WS-STATEMENTS-CTR       PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  SUPPLIER CONSIGNMENT STATEMENT LINES -- ONE STATEMENT PER
      *  SUPPLIER: THE TITLE, THE USAGE BILLED THIS WEEK WITH ITS
      *  TOTAL, AND THE CONSIGNED STOCK STILL HELD.
      *****************************************************************
      *
       01 STMT-TITLE. *>FIRST LINE OF EACH STATEMENT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(35) VALUE
                                 'CONSIGNMENT STATEMENT FOR SUPPLIER '.
          05 STMT-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(14) VALUE
                                     '  WEEK ENDING '.
          05 STMT-RUN-DATE           PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(28) VALUE SPACES.
      *
       01 STMT-SECTION-LINE. *>SECTION BANNER OR MESSAGE LINE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 STMT-SECTION-TEXT       PIC X(50) VALUE SPACES.
          05 FILLER                  PIC X(45) VALUE SPACES.
      *
       01 STMT-USAGE-COLUMNS. *>COLUMN HEADINGS FOR USAGE BILLED
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(07) VALUE '    QTY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'UNIT PRICE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'CCY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(12) VALUE '      AMOUNT'.
          05 FILLER                  PIC X(32) VALUE SPACES.
      *
       01 STMT-USAGE-DETAIL. *>ONE PART BILLED
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 STMT-PART-NUMBER        PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 STMT-USAGE-QTY          PIC ZZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 STMT-UNIT-PRICE         PIC ZZZZZZ9.99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 STMT-CURRENCY-CODE      PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 STMT-AMOUNT             PIC ZZZZZZZZ9.99.
          05 FILLER                  PIC X(32) VALUE SPACES.
      *
       01 STMT-USAGE-TOTAL. *>TOTAL BILLED ON THE STATEMENT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(46) VALUE
                                     'TOTAL USAGE BILLED THIS WEEK'.
          05 STMT-TOTAL-CURRENCY     PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 STMT-TOTAL-AMOUNT       PIC ZZZZZZZZ9.99.
          05 FILLER                  PIC X(32) VALUE SPACES.
      *
       01 STMT-STOCK-COLUMNS. *>COLUMN HEADINGS FOR STOCK HELD
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE 'LC'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'CONS QTY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'LAST RCV'.
          05 FILLER                  PIC X(48) VALUE SPACES.
      *
       01 STMT-STOCK-DETAIL. *>ONE CONSIGNMENT ROW HELD
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 STMT-STOCK-PART         PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 STMT-STOCK-LOCATION     PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 STMT-STOCK-QTY          PIC ZZZZZZ9-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 STMT-STOCK-RCV-DATE     PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(48) VALUE SPACES.
      *
       01 STMT-SEPARATOR. *>LINE BETWEEN STATEMENTS
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(95) VALUE ALL '-'.
      *
       01 WS-100-CHAR-BLANK-LINE     PIC X(100) VALUE SPACES.
      *
      *****************************************************************
      *  SELF-BILLING REGISTER LINES -- ONE LINE PER VOUCHER WRITTEN,
      *  ONE LINE PER CONSUMPTION LINE CARRIED UNBILLED, AND THE RUN
      *  TOTALS.
      *****************************************************************
      *
       01 CONS-RPT-HEADER-1. *>HEADER FOR SELF-BILLING REGISTER
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(38) VALUE
                             'CONSIGNMENT SELF-BILLING REGISTER -- '.
          05 RPT-RUN-DATE            PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(49) VALUE SPACES.
      *
       01 CONS-RPT-HEADER-2. *>COLUMN HEADINGS FOR REGISTER
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'SUPPLIER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(07) VALUE '    QTY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'UNIT PRICE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'CCY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(12) VALUE '      AMOUNT'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(18) VALUE 'STATUS'.
      *
       01 CONS-RPT-HEADER-3. *>HEADER FOR REGISTER
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(95) VALUE ALL '='.
      *
       01 CONS-RPT-DETAIL. *>ONE VOUCHER OR ONE LINE CARRIED
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-QTY                 PIC ZZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-UNIT-PRICE          PIC ZZZZZZ9.99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-CURRENCY-CODE       PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-AMOUNT              PIC ZZZZZZZZ9.99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-STATUS              PIC X(18) VALUE SPACES.
      *
       01 CONS-RPT-TOTAL-LINE. *>ONE RUN TOTAL LINE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-TOTAL-LABEL         PIC X(40) VALUE SPACES.
          05 RPT-TOTAL-COUNT         PIC ZZZZZZZZ9.
          05 FILLER                  PIC X(46) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION LOADS THE SUPPLIER CURRENCY,
      *    PAYMENT TERMS AND CONSIGNMENT STOCK TABLES, SORTS THE
      *    CONSUMPTION LINES BY SUPPLIER AND PART, BILLS THEM FROM THE
      *    SORT OUTPUT PROCEDURE, PRINTS A STATEMENT FOR EVERY SUPPLIER
      *    WITH CONSIGNED STOCK BUT NO USAGE, WRITES THE REGISTER
      *    TOTALS AND CLOSES FILES.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0300-READ-PAY-TERMS-FILE
      *    - 0320-LOAD-PAY-TERMS-TABLE
      *    - 0350-READ-CONS-MAST-FILE
      *    - 0370-LOAD-CONS-MAST-TABLE
      *    - 1000-BILL-USAGE (SORT OUTPUT PROCEDURE)
      *    - 2000-STOCK-ONLY-STATEMENTS
      *    - 2500-WRITE-SUMMARY
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-RPT-HEADERS.
           PERFORM 0300-READ-PAY-TERMS-FILE.
           PERFORM 0320-LOAD-PAY-TERMS-TABLE
               UNTIL END-OF-PAY-TERMS-FILE.
           PERFORM 0350-READ-CONS-MAST-FILE.
           PERFORM 0370-LOAD-CONS-MAST-TABLE
               UNTIL END-OF-CONS-MAST-FILE.
           SORT CONS-SORT-FILE
               ON ASCENDING KEY XU-SUPPLIER-CODE
                                XU-PART-NUMBER
               USING CONSUSE
               OUTPUT PROCEDURE IS 1000-BILL-USAGE.
           PERFORM 2000-STOCK-ONLY-STATEMENTS.
           PERFORM 2500-WRITE-SUMMARY.
           PERFORM 2600-CLOSE-FILES.
           IF TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH OBTAINS TODAY'S DATE FOR
      *    THE VOUCHERS, THE STATEMENTS AND THE REGISTER.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           INITIALIZE WS-AP-VOUCHER-REC.
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8.
           MOVE WS-TODAY-8 TO SB-INVOICE-DATE
                              STMT-RUN-DATE
                              RPT-RUN-DATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0100-OPEN-FILES PARAGRAPH OPENS FILES FOR INPUT AND
      *    OUTPUT AND CHECKS THE FILE STATUS FOR A SUCCESSFUL OPEN
      *    OPERATION. IF THE OPEN OPERATION FAILS, AN ERROR MESSAGE IS
      *    DISPLAYED. THE CONSUMPTION FILE IS OPENED BY THE SORT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0100-OPEN-FILES.
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
           OPEN INPUT PAYTERMS.
           IF PYCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PAYMENT TERMS FILE'
           END-IF.
      *
           OPEN INPUT CONSMAST.
           IF CMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING CONSIGNMENT STOCK MASTER'
           END-IF.
      *
           OPEN OUTPUT APVOUCH.
           IF VOCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING AP VOUCHER FILE'
           END-IF.
      *
           OPEN OUTPUT CONSCARY.
           IF CYCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING CONSUMPTION CARRY FILE'
           END-IF.
      *
           OPEN OUTPUT CONSSTMT.
           IF STCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING CONSIGNMENT STATEMENT FILE'
           END-IF.
      *
           OPEN OUTPUT CONSRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SELF-BILLING REGISTER FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0150-WRITE-RPT-HEADERS PARAGRAPH WRITES THE TITLE AND
      *    COLUMN HEADINGS OF THE SELF-BILLING REGISTER AND CHECKS THE
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
           WRITE CONSRPT-REC FROM CONS-RPT-HEADER-1.
           WRITE CONSRPT-REC FROM WS-100-CHAR-BLANK-LINE.
           WRITE CONSRPT-REC FROM CONS-RPT-HEADER-2.
           WRITE CONSRPT-REC FROM CONS-RPT-HEADER-3.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO SELF-BILLING REGISTER'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-READ-PAY-TERMS-FILE PARAGRAPH READS A SINGLE
      *    RECORD FROM THE PAYMENT TERMS FILE. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0320-LOAD-PAY-TERMS-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0300-READ-PAY-TERMS-FILE.
           READ PAYTERMS INTO PAYTERMS-REC-WS
              AT END MOVE 'Y' TO PAY-TERMS-FILE-SW
           END-READ.
      *
           IF PYCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING PAYMENT TERMS FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0320-LOAD-PAY-TERMS-TABLE PARAGRAPH LOADS PAYMENT TERMS
      *    RECORDS INTO A TABLE (ARRAY) IN WORKING STORAGE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0300-READ-PAY-TERMS-FILE
      *****************************************************************
      *
       0320-LOAD-PAY-TERMS-TABLE.
           IF WS-PTRM-LOADED-CTR < WS-MAX-PTRM-IDX
              ADD 1 TO WS-PTRM-LOADED-CTR
              SET PTRM-IDX TO WS-PTRM-LOADED-CTR
              MOVE PY-SUPPLIER-CODE TO PTRM-SUPPLIER-TBL (PTRM-IDX)
              MOVE PY-NET-DAYS      TO PTRM-NET-DAYS-TBL (PTRM-IDX)
              MOVE PY-DISCOUNT-PCT  TO PTRM-DISC-PCT-TBL (PTRM-IDX)
              MOVE PY-DISCOUNT-DAYS TO PTRM-DISC-DAYS-TBL (PTRM-IDX)
           ELSE
              DISPLAY 'PAYMENT TERMS TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET TABLE-FULL TO TRUE
              MOVE 'Y' TO PAY-TERMS-FILE-SW
           END-IF.
      *
           IF NOT END-OF-PAY-TERMS-FILE
              PERFORM 0300-READ-PAY-TERMS-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0350-READ-CONS-MAST-FILE PARAGRAPH READS ONE RECORD
      *    FROM THE CONSIGNMENT STOCK MASTER. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0370-LOAD-CONS-MAST-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0350-READ-CONS-MAST-FILE.
           READ CONSMAST INTO CONSMAST-REC-WS
              AT END MOVE 'Y' TO CONS-MAST-FILE-SW
           END-READ.
      *
           IF CMCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING CONSIGNMENT STOCK MASTER.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0370-LOAD-CONS-MAST-TABLE PARAGRAPH LOADS THE
      *    CONSIGNMENT STOCK MASTER INTO A TABLE (ARRAY) IN WORKING
      *    STORAGE FOR THE STATEMENTS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0350-READ-CONS-MAST-FILE
      *****************************************************************
      *
       0370-LOAD-CONS-MAST-TABLE.
           IF WS-CMST-LOADED-CTR < WS-MAX-CMST-IDX
              ADD 1 TO WS-CMST-LOADED-CTR
              ADD 1 TO WS-CONS-MAST-READ
              SET CMST-IDX TO WS-CMST-LOADED-CTR
              MOVE CM-PART-NUMBER   TO CMST-PART-NUMBER-TBL (CMST-IDX)
              MOVE CM-LOCATION-CODE TO CMST-LOCATION-TBL (CMST-IDX)
              MOVE CM-SUPPLIER-CODE TO CMST-SUPPLIER-TBL (CMST-IDX)
              MOVE CM-CONSIGNED-QTY TO CMST-QTY-TBL (CMST-IDX)
              MOVE CM-LAST-RECEIPT-DATE
                 TO CMST-RECEIPT-DATE-TBL (CMST-IDX)
              MOVE 'N' TO CMST-PRINTED-SW-TBL (CMST-IDX)
           ELSE
              DISPLAY 'CONSIGNMENT STOCK TABLE FULL -- RUN ENDS '
                      'WITH RETURN CODE 16'
              SET TABLE-FULL TO TRUE
              MOVE 'Y' TO CONS-MAST-FILE-SW
           END-IF.
      *
           IF NOT END-OF-CONS-MAST-FILE
              PERFORM 0350-READ-CONS-MAST-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1000-BILL-USAGE PARAGRAPH IS THE SORT OUTPUT PROCEDURE.
      *    EACH SORTED CONSUMPTION LINE IS RETURNED AND BILLED OR
      *    CARRIED; THE LAST PART IS VOUCHERED AND THE LAST STATEMENT
      *    FINISHED WHEN THE SORTED LINES ARE EXHAUSTED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA (SORT OUTPUT PROCEDURE)
      *
      *  CALLS:
      *    -  1050-RETURN-SORTED-LINE
      *    -  1100-BILL-ONE-LINE
      *    -  1300-CLOSE-PART-GROUP
      *    -  1700-FINISH-STATEMENT
      *****************************************************************
      *
       1000-BILL-USAGE.
           PERFORM 1050-RETURN-SORTED-LINE.
           PERFORM 1100-BILL-ONE-LINE
               UNTIL END-OF-SORT-FILE.
           IF GROUP-OPEN
              PERFORM 1300-CLOSE-PART-GROUP
           END-IF.
           IF STATEMENT-OPEN
              PERFORM 1700-FINISH-STATEMENT
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1050-RETURN-SORTED-LINE PARAGRAPH RETURNS ONE SORTED
      *    CONSUMPTION LINE FROM THE SORT. WHEN THE SORTED RECORDS ARE
      *    EXHAUSTED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  1000-BILL-USAGE
      *    -  1100-BILL-ONE-LINE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1050-RETURN-SORTED-LINE.
           RETURN CONS-SORT-FILE
              AT END SET END-OF-SORT-FILE TO TRUE
           END-RETURN.
      *
           IF NOT END-OF-SORT-FILE
              ADD 1 TO WS-USAGE-READ-CTR
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1100-BILL-ONE-LINE PARAGRAPH HANDLES ONE SORTED
      *    CONSUMPTION LINE. WHEN THE SUPPLIER OR PART CHANGES THE
      *    PRIOR PART IS VOUCHERED; WHEN THE SUPPLIER CHANGES THE
      *    PRIOR STATEMENT IS FINISHED AND A NEW ONE STARTED. A LINE
      *    WHOSE PART HAS A CONTRACT PRICE FROM THE SUPPLIER IS ADDED
      *    TO THE PART'S QUANTITY; ANY OTHER LINE IS CARRIED UNBILLED.
      *    THE NEXT LINE IS THEN RETURNED.
      *
      *  CALLED BY:
      *    -  1000-BILL-USAGE
      *
      *  CALLS:
      *    -  1300-CLOSE-PART-GROUP
      *    -  1700-FINISH-STATEMENT
      *    -  1650-START-STATEMENT
      *    -  1200-START-PART-GROUP
      *    -  1400-CARRY-UNBILLED-LINE
      *    -  1050-RETURN-SORTED-LINE
      *****************************************************************
      *
       1100-BILL-ONE-LINE.
           IF XU-SUPPLIER-CODE NOT = WS-CUR-SUPPLIER
              OR XU-PART-NUMBER NOT = WS-CUR-PART
              IF GROUP-OPEN
                 PERFORM 1300-CLOSE-PART-GROUP
              END-IF
              IF XU-SUPPLIER-CODE NOT = WS-CUR-SUPPLIER
                 IF STATEMENT-OPEN
                    PERFORM 1700-FINISH-STATEMENT
                 END-IF
                 MOVE XU-SUPPLIER-CODE TO WS-CUR-SUPPLIER
                 PERFORM 1650-START-STATEMENT
              END-IF
              PERFORM 1200-START-PART-GROUP
           END-IF.
      *
           IF CNTR-FOUND
              ADD XU-USAGE-QTY TO WS-GROUP-QTY
              ADD 1 TO WS-USAGE-BILLED-CTR
           ELSE
              PERFORM 1400-CARRY-UNBILLED-LINE
           END-IF.
      *
           PERFORM 1050-RETURN-SORTED-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1200-START-PART-GROUP PARAGRAPH STARTS GATHERING THE
      *    QUANTITY FOR THE PART ON THE CURRENT SORTED LINE AND LOOKS
      *    UP ITS CONTRACT PRICE FROM THE SUPPLIER, READING THE
      *    CONTRACT PRICE FILE BY KEY ON PART-NUMBER PLUS
      *    SUPPLIER-CODE.
      *
      *  CALLED BY:
      *    -  1100-BILL-ONE-LINE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1200-START-PART-GROUP.
           MOVE XU-PART-NUMBER TO WS-CUR-PART.
           MOVE 0              TO WS-GROUP-QTY.
           MOVE 0              TO WS-LOOKUP-PRICE.
           MOVE 'N'            TO CNTR-FOUND-SW.
           SET GROUP-OPEN TO TRUE.
      *
           MOVE XU-PART-NUMBER   TO CK-PART-NUMBER.
           MOVE XU-SUPPLIER-CODE TO CK-SUPPLIER-CODE.
           MOVE WS-CONTRACT-KEY  TO CONTRACT-FILE-KEY.
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
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1300-CLOSE-PART-GROUP PARAGRAPH WRITES THE SELF-BILLED
      *    VOUCHER FOR THE PART JUST GATHERED -- THE WEEK'S QUANTITY
      *    AT THE CONTRACT PRICE, IN THE SUPPLIER'S CURRENCY -- AND
      *    PRINTS IT ON THE STATEMENT AND THE REGISTER. A PART WITH NO
      *    PRICE (ALL ITS LINES CARRIED) OR NO QUANTITY WRITES NOTHING.
      *
      *  CALLED BY:
      *    -  1000-BILL-USAGE
      *    -  1100-BILL-ONE-LINE
      *
      *  CALLS:
      *    -  1350-APPLY-PAYMENT-TERMS
      *    -  1790-WRITE-STATEMENT-LINE
      *    -  1480-WRITE-RPT-DETAIL
      *****************************************************************
      *
       1300-CLOSE-PART-GROUP.
           MOVE 'N' TO GROUP-OPEN-SW.
      *
           IF CNTR-FOUND AND WS-GROUP-QTY > 0
              INITIALIZE WS-AP-VOUCHER-REC
              MOVE SPACES                TO VO-PO-NUMBER
              MOVE WS-SELF-BILL-INVOICE  TO VO-INVOICE-NUMBER
              MOVE WS-CUR-PART           TO VO-PART-NUMBER
              MOVE WS-GROUP-QTY          TO VO-QUANTITY
              MOVE WS-LOOKUP-PRICE       TO VO-UNIT-PRICE
                                            VO-LANDED-UNIT-COST
              COMPUTE VO-AMOUNT ROUNDED =
                      WS-GROUP-QTY * WS-LOOKUP-PRICE
              MOVE WS-LOOKUP-CURRENCY    TO VO-CURRENCY-CODE
              MOVE WS-TODAY-8            TO VO-INVOICE-DATE
                                            VO-MATCH-DATE
              MOVE WS-CUR-SUPPLIER       TO VO-SUPPLIER-CODE
              PERFORM 1350-APPLY-PAYMENT-TERMS
              WRITE APVOUCH-REC FROM WS-AP-VOUCHER-REC
              IF VOCODE = '00'
                 ADD 1 TO WS-VOUCHERS-WRTN
                 ADD WS-GROUP-QTY TO WS-UNITS-BILLED-CTR
              ELSE
                 DISPLAY 'ERROR WRITING AP VOUCHER FILE'
              END-IF
      *
              ADD 1 TO WS-STMT-BILLED-LINES
              ADD VO-AMOUNT TO WS-STMT-BILLED-AMT
              MOVE WS-CUR-PART           TO STMT-PART-NUMBER
              MOVE WS-GROUP-QTY          TO STMT-USAGE-QTY
              MOVE WS-LOOKUP-PRICE       TO STMT-UNIT-PRICE
              MOVE WS-LOOKUP-CURRENCY    TO STMT-CURRENCY-CODE
              MOVE VO-AMOUNT             TO STMT-AMOUNT
              MOVE STMT-USAGE-DETAIL     TO CONSSTMT-REC
              PERFORM 1790-WRITE-STATEMENT-LINE
      *
              MOVE WS-CUR-SUPPLIER       TO RPT-SUPPLIER-CODE
              MOVE WS-CUR-PART           TO RPT-PART-NUMBER
              MOVE WS-GROUP-QTY          TO RPT-QTY
              MOVE WS-LOOKUP-PRICE       TO RPT-UNIT-PRICE
              MOVE WS-LOOKUP-CURRENCY    TO RPT-CURRENCY-CODE
              MOVE VO-AMOUNT             TO RPT-AMOUNT
              MOVE 'BILLED'              TO RPT-STATUS
              PERFORM 1480-WRITE-RPT-DETAIL
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1350-APPLY-PAYMENT-TERMS PARAGRAPH STAMPS THE DUE DATE,
      *    DISCOUNT DATE AND DISCOUNT AMOUNT ON THE VOUCHER BEING
      *    BUILT, THE SAME WAY PORECV.CBL STAMPS A MATCHED VOUCHER.
      *    THE SUPPLIER'S TERMS COME FROM THE PAYMENT TERMS TABLE -- A
      *    SUPPLIER WITH NO TERMS ON FILE DEFAULTS TO NET 30 WITH NO
      *    DISCOUNT. THE DUE DATE IS THE BILLING DATE PLUS NET DAYS
      *    AND THE DISCOUNT DATE IS THE BILLING DATE PLUS DISCOUNT
      *    DAYS (SPACES WHEN THE SUPPLIER OFFERS NONE).
      *
      *  CALLED BY:
      *    -  1300-CLOSE-PART-GROUP
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1350-APPLY-PAYMENT-TERMS.
           MOVE 'N' TO PTRM-FOUND-SW.
           MOVE WS-DEFAULT-NET-DAYS TO WS-TERMS-NET-DAYS.
           MOVE 0   TO WS-TERMS-DISC-PCT.
           MOVE 0   TO WS-TERMS-DISC-DAYS.
      *
           PERFORM VARYING PTRM-IDX FROM 1 BY 1
              UNTIL PTRM-IDX > WS-PTRM-LOADED-CTR OR PTRM-FOUND
              IF WS-CUR-SUPPLIER = PTRM-SUPPLIER-TBL (PTRM-IDX)
                 MOVE 'Y' TO PTRM-FOUND-SW
                 MOVE PTRM-NET-DAYS-TBL (PTRM-IDX)
                    TO WS-TERMS-NET-DAYS
                 MOVE PTRM-DISC-PCT-TBL (PTRM-IDX)
                    TO WS-TERMS-DISC-PCT
                 MOVE PTRM-DISC-DAYS-TBL (PTRM-IDX)
                    TO WS-TERMS-DISC-DAYS
              END-IF
           END-PERFORM.
      *
           IF WS-TERMS-NET-DAYS = 0
              MOVE WS-DEFAULT-NET-DAYS TO WS-TERMS-NET-DAYS
           END-IF.
      *
           MOVE WS-TODAY-8 TO WS-TERMS-DATE-9.
           COMPUTE WS-MATCH-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TERMS-DATE-9).
      *
           COMPUTE WS-TERMS-DATE-INT =
                   WS-MATCH-DATE-INT + WS-TERMS-NET-DAYS.
           COMPUTE WS-TERMS-DATE-9 =
                   FUNCTION DATE-OF-INTEGER (WS-TERMS-DATE-INT).
           MOVE WS-TERMS-DATE-9 TO VO-DUE-DATE.
      *
           IF WS-TERMS-DISC-PCT > 0 AND WS-TERMS-DISC-DAYS > 0
              COMPUTE WS-TERMS-DATE-INT =
                      WS-MATCH-DATE-INT + WS-TERMS-DISC-DAYS
              COMPUTE WS-TERMS-DATE-9 =
                      FUNCTION DATE-OF-INTEGER (WS-TERMS-DATE-INT)
              MOVE WS-TERMS-DATE-9 TO VO-DISCOUNT-DATE
              COMPUTE VO-DISCOUNT-AMOUNT ROUNDED =
                      VO-AMOUNT * WS-TERMS-DISC-PCT / 100
           ELSE
              MOVE SPACES TO VO-DISCOUNT-DATE
              MOVE 0      TO VO-DISCOUNT-AMOUNT
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1400-CARRY-UNBILLED-LINE PARAGRAPH WRITES A CONSUMPTION
      *    LINE WITH NO CONTRACT PRICE UNCHANGED TO THE CARRY FILE FOR
      *    NEXT WEEK'S RUN AND LISTS IT ON THE REGISTER.
      *
      *  CALLED BY:
      *    -  1100-BILL-ONE-LINE
      *
      *  CALLS:
      *    -  1480-WRITE-RPT-DETAIL
      *****************************************************************
      *
       1400-CARRY-UNBILLED-LINE.
           WRITE CONSCARY-REC FROM CONS-SORT-REC.
           IF CYCODE = '00'
              ADD 1 TO WS-CARRIED-CTR
              ADD XU-USAGE-QTY TO WS-UNITS-CARRIED-CTR
           ELSE
              DISPLAY 'ERROR WRITING CONSUMPTION CARRY FILE'
           END-IF.
      *
           MOVE XU-SUPPLIER-CODE      TO RPT-SUPPLIER-CODE.
           MOVE XU-PART-NUMBER        TO RPT-PART-NUMBER.
           MOVE XU-USAGE-QTY          TO RPT-QTY.
           MOVE 0                     TO RPT-UNIT-PRICE.
           MOVE SPACES                TO RPT-CURRENCY-CODE.
           MOVE 0                     TO RPT-AMOUNT.
           MOVE 'NO PRICE - CARRIED'  TO RPT-STATUS.
           PERFORM 1480-WRITE-RPT-DETAIL.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1480-WRITE-RPT-DETAIL PARAGRAPH WRITES ONE DETAIL LINE
      *    TO THE SELF-BILLING REGISTER AND CHECKS THE FILE STATUS FOR
      *    A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  1300-CLOSE-PART-GROUP
      *    -  1400-CARRY-UNBILLED-LINE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1480-WRITE-RPT-DETAIL.
           WRITE CONSRPT-REC FROM CONS-RPT-DETAIL.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO SELF-BILLING REGISTER'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1650-START-STATEMENT PARAGRAPH STARTS THE STATEMENT FOR
      *    THE SUPPLIER IN WS-CUR-SUPPLIER: THE SUPPLIER'S CURRENCY IS
      *    READ BY KEY FROM THE SUPPLIER FILE (USD WHEN THE SUPPLIER
      *    IS NOT ON FILE) AND THE TITLE AND THE USAGE BILLED HEADINGS
      *    ARE PRINTED.
      *
      *  CALLED BY:
      *    -  1100-BILL-ONE-LINE
      *    -  2000-STOCK-ONLY-STATEMENTS
      *
      *  CALLS:
      *    -  1790-WRITE-STATEMENT-LINE
      *****************************************************************
      *
       1650-START-STATEMENT.
           SET STATEMENT-OPEN TO TRUE.
           ADD 1 TO WS-STATEMENTS-CTR.
           MOVE 0 TO WS-STMT-BILLED-LINES.
           MOVE 0 TO WS-STMT-BILLED-AMT.
      *
           MOVE 'N'   TO SUPP-FOUND-SW.
           MOVE 'USD' TO WS-LOOKUP-CURRENCY.
           IF WS-CUR-SUPPLIER NOT = SPACES
              MOVE WS-CUR-SUPPLIER TO SUPPLIER-FILE-KEY
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
           MOVE WS-CUR-SUPPLIER TO STMT-SUPPLIER-CODE.
           MOVE STMT-TITLE TO CONSSTMT-REC.
           PERFORM 1790-WRITE-STATEMENT-LINE.
           MOVE WS-100-CHAR-BLANK-LINE TO CONSSTMT-REC.
           PERFORM 1790-WRITE-STATEMENT-LINE.
           MOVE 'USAGE BILLED THIS WEEK' TO STMT-SECTION-TEXT.
           MOVE STMT-SECTION-LINE TO CONSSTMT-REC.
           PERFORM 1790-WRITE-STATEMENT-LINE.
           MOVE STMT-USAGE-COLUMNS TO CONSSTMT-REC.
           PERFORM 1790-WRITE-STATEMENT-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1700-FINISH-STATEMENT PARAGRAPH FINISHES THE STATEMENT
      *    FOR THE SUPPLIER IN WS-CUR-SUPPLIER: THE TOTAL BILLED, THEN
      *    EVERY CONSIGNMENT ROW THE SUPPLIER STILL HAS STOCK ON, EACH
      *    ROW MARKED AS PRINTED, AND THE SEPARATOR LINE.
      *
      *  CALLED BY:
      *    -  1000-BILL-USAGE
      *    -  1100-BILL-ONE-LINE
      *    -  2000-STOCK-ONLY-STATEMENTS
      *
      *  CALLS:
      *    -  1790-WRITE-STATEMENT-LINE
      *****************************************************************
      *
       1700-FINISH-STATEMENT.
           MOVE 'N' TO STATEMENT-OPEN-SW.
      *
           IF WS-STMT-BILLED-LINES = 0
              MOVE 'NO CONSIGNED STOCK USAGE BILLED THIS WEEK'
                 TO STMT-SECTION-TEXT
              MOVE STMT-SECTION-LINE TO CONSSTMT-REC
           ELSE
              MOVE WS-LOOKUP-CURRENCY TO STMT-TOTAL-CURRENCY
              MOVE WS-STMT-BILLED-AMT TO STMT-TOTAL-AMOUNT
              MOVE STMT-USAGE-TOTAL TO CONSSTMT-REC
           END-IF.
           PERFORM 1790-WRITE-STATEMENT-LINE.
      *
           MOVE WS-100-CHAR-BLANK-LINE TO CONSSTMT-REC.
           PERFORM 1790-WRITE-STATEMENT-LINE.
           MOVE 'CONSIGNED STOCK HELD' TO STMT-SECTION-TEXT.
           MOVE STMT-SECTION-LINE TO CONSSTMT-REC.
           PERFORM 1790-WRITE-STATEMENT-LINE.
           MOVE STMT-STOCK-COLUMNS TO CONSSTMT-REC.
           PERFORM 1790-WRITE-STATEMENT-LINE.
      *
           MOVE 0 TO WS-STMT-STOCK-LINES.
           PERFORM VARYING CMST-IDX FROM 1 BY 1
              UNTIL CMST-IDX > WS-CMST-LOADED-CTR
              IF WS-CUR-SUPPLIER = CMST-SUPPLIER-TBL (CMST-IDX)
                 SET CMST-PRINTED (CMST-IDX) TO TRUE
                 IF CMST-QTY-TBL (CMST-IDX) > 0
                    ADD 1 TO WS-STMT-STOCK-LINES
                    MOVE CMST-PART-NUMBER-TBL (CMST-IDX)
                       TO STMT-STOCK-PART
                    MOVE CMST-LOCATION-TBL (CMST-IDX)
                       TO STMT-STOCK-LOCATION
                    MOVE CMST-QTY-TBL (CMST-IDX)
                       TO STMT-STOCK-QTY
                    MOVE CMST-RECEIPT-DATE-TBL (CMST-IDX)
                       TO STMT-STOCK-RCV-DATE
                    MOVE STMT-STOCK-DETAIL TO CONSSTMT-REC
                    PERFORM 1790-WRITE-STATEMENT-LINE
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF WS-STMT-STOCK-LINES = 0
              MOVE 'NO CONSIGNED STOCK HELD' TO STMT-SECTION-TEXT
              MOVE STMT-SECTION-LINE TO CONSSTMT-REC
              PERFORM 1790-WRITE-STATEMENT-LINE
           END-IF.
      *
           MOVE STMT-SEPARATOR TO CONSSTMT-REC.
           PERFORM 1790-WRITE-STATEMENT-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1790-WRITE-STATEMENT-LINE PARAGRAPH WRITES THE LINE
      *    BUILT IN CONSSTMT-REC TO THE STATEMENT FILE AND CHECKS THE
      *    FILE STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  1300-CLOSE-PART-GROUP
      *    -  1650-START-STATEMENT
      *    -  1700-FINISH-STATEMENT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1790-WRITE-STATEMENT-LINE.
           WRITE CONSSTMT-REC.
           IF STCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING CONSIGNMENT STATEMENT FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2000-STOCK-ONLY-STATEMENTS PARAGRAPH PRINTS A
      *    STATEMENT FOR EACH SUPPLIER STILL HOLDING CONSIGNED STOCK
      *    WHO HAD NO USAGE THIS WEEK, SO EVERY CONSIGNING SUPPLIER
      *    HEARS WHAT WE HOLD OF THEIRS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  1650-START-STATEMENT
      *    -  1700-FINISH-STATEMENT
      *****************************************************************
      *
       2000-STOCK-ONLY-STATEMENTS.
           PERFORM VARYING CMST-SCAN-IDX FROM 1 BY 1
              UNTIL CMST-SCAN-IDX > WS-CMST-LOADED-CTR
              IF NOT CMST-PRINTED (CMST-SCAN-IDX)
                 AND CMST-QTY-TBL (CMST-SCAN-IDX) > 0
                 MOVE CMST-SUPPLIER-TBL (CMST-SCAN-IDX)
                    TO WS-CUR-SUPPLIER
                 PERFORM 1650-START-STATEMENT
                 PERFORM 1700-FINISH-STATEMENT
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2500-WRITE-SUMMARY PARAGRAPH WRITES THE RUN TOTALS AT
      *    THE FOOT OF THE SELF-BILLING REGISTER.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2550-WRITE-SUMMARY-LINE
      *****************************************************************
      *
       2500-WRITE-SUMMARY.
           WRITE CONSRPT-REC FROM WS-100-CHAR-BLANK-LINE.
      *
           MOVE 'CONSUMPTION LINES READ:' TO RPT-TOTAL-LABEL.
           MOVE WS-USAGE-READ-CTR TO RPT-TOTAL-COUNT.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'CONSUMPTION LINES BILLED:' TO RPT-TOTAL-LABEL.
           MOVE WS-USAGE-BILLED-CTR TO RPT-TOTAL-COUNT.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'SELF-BILLED VOUCHERS WRITTEN:' TO RPT-TOTAL-LABEL.
           MOVE WS-VOUCHERS-WRTN TO RPT-TOTAL-COUNT.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'UNITS BILLED:' TO RPT-TOTAL-LABEL.
           MOVE WS-UNITS-BILLED-CTR TO RPT-TOTAL-COUNT.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'CONSUMPTION LINES CARRIED UNBILLED:'
              TO RPT-TOTAL-LABEL.
           MOVE WS-CARRIED-CTR TO RPT-TOTAL-COUNT.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'UNITS CARRIED UNBILLED:' TO RPT-TOTAL-LABEL.
           MOVE WS-UNITS-CARRIED-CTR TO RPT-TOTAL-COUNT.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'SUPPLIER STATEMENTS PRINTED:' TO RPT-TOTAL-LABEL.
           MOVE WS-STATEMENTS-CTR TO RPT-TOTAL-COUNT.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2550-WRITE-SUMMARY-LINE PARAGRAPH WRITES ONE TOTAL LINE
      *    TO THE SELF-BILLING REGISTER AND CHECKS THE FILE STATUS FOR
      *    A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  2500-WRITE-SUMMARY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2550-WRITE-SUMMARY-LINE.
           WRITE CONSRPT-REC FROM CONS-RPT-TOTAL-LINE.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO SELF-BILLING REGISTER'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2600-CLOSE-FILES PARAGRAPH CLOSES ALL FILES, DISPLAYS
      *    RUN CONTROL TOTALS AND APPENDS THE RUN CONTROL HANDOFF
      *    RECORD FOR THE SELF-BILLED VOUCHERS TO THE SHARED RUNCTL
      *    FILE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2600-CLOSE-FILES.
           CLOSE CONTRACT
                 SUPPLIER
                 PAYTERMS
                 CONSMAST
                 APVOUCH
                 CONSCARY
                 CONSSTMT
                 CONSRPT.
      *
           DISPLAY 'CONSUMPTION LINES READ:      ' WS-USAGE-READ-CTR.
           DISPLAY 'CONSUMPTION LINES BILLED:    '
                   WS-USAGE-BILLED-CTR.
           DISPLAY 'SELF-BILLED VOUCHERS WRTN:   ' WS-VOUCHERS-WRTN.
           DISPLAY 'LINES CARRIED UNBILLED:      ' WS-CARRIED-CTR.
           DISPLAY 'CONSIGNMENT ROWS READ:       ' WS-CONS-MAST-READ.
           DISPLAY 'SUPPLIER STATEMENTS:         ' WS-STATEMENTS-CTR.
      *
           OPEN EXTEND RUNCTL.
           IF RCCODE = '00'
              MOVE 'CONSBILL'            TO RC-PROGRAM
              MOVE 'APVOUCH '            TO RC-FILE-NAME
              MOVE 'O'                   TO RC-IN-OUT
              MOVE WS-VOUCHERS-WRTN      TO RC-COUNT
              MOVE WS-TODAY-8            TO RC-RUN-DATE
              WRITE RUNCTL-REC FROM WS-RUNCTL-REC
              IF RCCODE NOT = '00'
                 DISPLAY 'ERROR WRITING RUN CONTROL FILE'
              END-IF
              CLOSE RUNCTL
           ELSE
              DISPLAY 'ERROR OPENING RUN CONTROL FILE'
           END-IF.
