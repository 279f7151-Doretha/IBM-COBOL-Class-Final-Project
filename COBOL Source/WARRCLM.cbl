       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRCLM.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM RAISES WARRANTY CLAIMS AGAINST SUPPLIERS FOR
      *    PARTS CUSTOMERS BRING BACK FAILED, AND MAINTAINS THE
      *    OPEN-CLAIMS MASTER UNTIL EACH CLAIM IS CREDITED. RTVAGE.CBL
      *    ONLY FOLLOWS MATERIAL REJECTED AT THE DOCK -- A PART THAT
      *    FAILS IN SERVICE IS RAISED HERE.
      *
      *    EACH CLAIM TRANSACTION (CLAIM NUMBER, PART, LOT, QUANTITY,
      *    FAILURE CODE, RETURN DATE AND THE OPERATOR WHO KEYED IT)
      *    IS TRACED THROUGH THE LOT MASTER TO THE SUPPLIER AND THE
      *    RECEIVING PO THE LOT CAME IN ON. THE DAYS FROM THE LOT'S
      *    RECEIPT TO THE RETURN ARE CHECKED AGAINST THE SUPPLIER'S
      *    WARRANTY PERIOD ON THE WARRANTY TERMS FILE (365 DAYS FOR A
      *    SUPPLIER NOT ON THE FILE). A CLAIM THAT CANNOT BE TRACED,
      *    IS OUT OF WARRANTY, CLAIMS MORE THAN THE LOT RECEIVED OR
      *    REPEATS A CLAIM NUMBER ALREADY OPEN FOR THE SUPPLIER IS
      *    LISTED ON THE EXCEPTION REPORT AND NOT RAISED.
      *
      *    THE TRACED CLAIMS ARE SORTED INTO SUPPLIER/CLAIM NUMBER
      *    SEQUENCE AND MATCH-MERGED WITH THE OLD OPEN-CLAIMS MASTER
      *    TO PRODUCE THE NEW ONE. EVERY CLAIM RAISED THIS RUN IS
      *    PRINTED ON ITS SUPPLIER'S CLAIM DOCUMENT, WRITTEN TO THE
      *    WARRANTY FEED FOR THE REJECT SIDE OF SUPPHIST.CBL, AND
      *    LOGGED TO THE OPERATOR ACTIVITY LOG. A CREDIT TRANSACTION
      *    (THE SUPPLIER CREDITED THE CLAIM) CLOSES ITS CLAIM, DROPS
      *    IT FROM THE NEW MASTER AND IS LOGGED IN TURN. EVERY CLAIM
      *    STILL OPEN IS AGED FROM THE DAY IT WAS RAISED ON THE AGING
      *    REPORT OF UNRECOVERED CLAIMS. A CREDIT FOR A CLAIM NOT OPEN
      *    IS LISTED ON THE EXCEPTION REPORT.
      *
      *    A FULL WARRANTY TERMS OR CREDIT TABLE ENDS THE STEP WITH
      *    RETURN-CODE 16.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      RTPOT44.WARRCLM.CLAIMS - WARRANTY CLAIM TRANSACTIONS, ONE
      *                               PER FAILED PART RETURNED
      *      INTERNAL FILE NAME:      CLAIMIN
      *      JCL DD NAME:             CLAIMIN
      *
      *
      *      RTPOT44.LOTUPDT.LOTMAST.NEW - LOT MASTER WRITTEN BY
      *                                    LOTUPDT.CBL
      *      INTERNAL FILE NAME:           LOTMAST
      *      JCL DD NAME:                  LOTMAST
      *
      *
      *      RTPOT44.WARRCLM.TERMS.FILE - WARRANTY PERIOD IN DAYS PER
      *                                   SUPPLIER-CODE
      *      INTERNAL FILE NAME:          WARRTERM
      *      JCL DD NAME:                 WARRTERM
      *
      *
      *      RTPOT44.WARRCLM.CREDITS - CLAIM CREDIT TRANSACTIONS, ONE
      *                                SUPPLIER-CODE AND CLAIM NUMBER
      *                                PER CLAIM CREDITED, WITH THE
      *                                AMOUNT AND THE OPERATOR ID
      *      INTERNAL FILE NAME:       CLMCRD
      *      JCL DD NAME:              CLMCRD
      *
      *
      *      RTPOT44.WARRCLM.CLMHIST.OLD - PRIOR RUN OPEN-CLAIMS MASTER
      *                                    (OLD MASTER)
      *      INTERNAL FILE NAME:           CLMHIST
      *      JCL DD NAME:                  CLMHIST
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.WARRCLM.CLMHIST.NEW - UPDATED OPEN-CLAIMS MASTER
      *                                    (NEW MASTER)
      *      INTERNAL FILE NAME:           CLMNEW
      *      JCL DD NAME:                  CLMNEW
      *
      *
      *      RTPOT44.WARRCLM.CLAIM.DOCS - CLAIM DOCUMENTS, ONE PER
      *                                   SUPPLIER WITH CLAIMS RAISED
      *                                   THIS RUN
      *      INTERNAL FILE NAME:          CLMDOC
      *      JCL DD NAME:                 CLMDOC
      *
      *
      *      RTPOT44.WARRCLM.AGING.RPT - UNRECOVERED CLAIMS AGING
      *                                  REPORT
      *      INTERNAL FILE NAME:         CLMRPT
      *      JCL DD NAME:                CLMRPT
      *
      *
      *      RTPOT44.WARRCLM.EXCEPT.RPT - CLAIM AND CREDIT EXCEPTION
      *                                   REPORT
      *      INTERNAL FILE NAME:          CLMEXCP
      *      JCL DD NAME:                 CLMEXCP
      *
      *
      *      RTPOT44.WARRCLM.WARRFEED - WARRANTY CLAIM FEED, ONE
      *                                 RECORD PER CLAIM RAISED, READ
      *                                 BY SUPPHIST.CBL
      *      INTERNAL FILE NAME:        WARRFEED
      *      JCL DD NAME:               WARRFEED
      *
      *
      *      RTPOT44.OPERLOG.ACTIVITY - OPERATOR ACTIVITY LOG, ONE
      *                                 WCLM RECORD PER CLAIM RAISED
      *                                 AND ONE WCRD RECORD PER CLAIM
      *                                 CREDITED (OPENED EXTEND,
      *                                 CUMULATIVE)
      *      INTERNAL FILE NAME:        OPERLOG
      *      JCL DD NAME:               OPERLOG
      *
      *
      *    WORK FILES:
      *      CLMSRT  - SORT WORK FILE HOLDING THE CLAIM TRANSACTIONS
      *                SORTED ASCENDING BY PART-NUMBER, LOT-NUMBER AND
      *                CLAIM NUMBER
      *
      *
      *      CLMTRC  - CLAIMS TRACED TO THEIR SUPPLIER AND PO, IN THE
      *                OPEN-CLAIMS MASTER LAYOUT
      *
      *
      *      CLMTSRT - SORT WORK FILE HOLDING THE TRACED CLAIMS SORTED
      *                ASCENDING BY SUPPLIER-CODE AND CLAIM NUMBER
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(WARRCLM)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  LOT MASTER RECORD GREW 76 TO 79 BYTES WITH
      *                   THE COUNTRY OF ORIGIN WRITTEN BY LOTUPDT.CBL
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  10/15/2026
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMIN ASSIGN TO CLAIMIN
              FILE STATUS IS CICODE.
      *
           SELECT CLM-SORT-FILE ASSIGN TO CLMWORK.
      *
           SELECT CLMSRT ASSIGN TO CLMSRT
              FILE STATUS IS CSCODE.
      *
           SELECT LOTMAST ASSIGN TO LOTMAST
              FILE STATUS IS LMCODE.
      *
           SELECT WARRTERM ASSIGN TO WARRTERM
              FILE STATUS IS WTCODE.
      *
           SELECT CLMCRD ASSIGN TO CLMCRD
              FILE STATUS IS CRCODE.
      *
           SELECT CLMTRC ASSIGN TO CLMTRC
              FILE STATUS IS CTCODE.
      *
           SELECT CLMT-SORT-FILE ASSIGN TO CLMTWORK.
      *
           SELECT CLMTSRT ASSIGN TO CLMTSRT
              FILE STATUS IS TSCODE.
      *
           SELECT CLMHIST ASSIGN TO CLMHIST
              FILE STATUS IS CHCODE.
      *
           SELECT CLMNEW ASSIGN TO CLMNEW
              FILE STATUS IS CNCODE.
      *
           SELECT CLMDOC ASSIGN TO CLMDOC
              FILE STATUS IS CDCODE.
      *
           SELECT CLMRPT ASSIGN TO CLMRPT
              FILE STATUS IS CPCODE.
      *
           SELECT CLMEXCP ASSIGN TO CLMEXCP
              FILE STATUS IS CECODE.
      *
           SELECT WARRFEED ASSIGN TO WARRFEED
              FILE STATUS IS WFCODE.
      *
           SELECT OPERLOG ASSIGN TO OPERLOG
              FILE STATUS IS OLCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIMIN-REC.
      *
       01 CLAIMIN-REC PIC X(80).
      *
       SD  CLM-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CLM-SORT-REC.
      *
       01 CLM-SORT-REC.
          05 CS-CLAIM-NUMBER         PIC X(08).
          05 CS-PART-NUMBER          PIC X(23).
          05 CS-LOT-NUMBER           PIC X(10).
          05 FILLER                  PIC X(39).
      *
       FD  CLMSRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLMSRT-REC.
      *
       01 CLMSRT-REC PIC X(80).
      *
       FD  LOTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 79 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTMAST-REC.
      *
       01 LOTMAST-REC PIC X(79).
      *
       FD  WARRTERM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARRTERM-REC.
      *
       01 WARRTERM-REC PIC X(20).
      *
       FD  CLMCRD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLMCRD-REC.
      *
       01 CLMCRD-REC PIC X(48).
      *
       FD  CLMTRC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLMTRC-REC.
      *
       01 CLMTRC-REC PIC X(100).
      *
       SD  CLMT-SORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CLMT-SORT-REC.
      *
       01 CLMT-SORT-REC.
          05 TS-SUPPLIER-CODE        PIC X(10).
          05 TS-CLAIM-NUMBER         PIC X(08).
          05 FILLER                  PIC X(82).
      *
       FD  CLMTSRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLMTSRT-REC.
      *
       01 CLMTSRT-REC PIC X(100).
      *
       FD  CLMHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLMHIST-REC.
      *
       01 CLMHIST-REC PIC X(100).
      *
       FD  CLMNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLMNEW-REC.
      *
       01 CLMNEW-REC PIC X(100).
      *
       FD  CLMDOC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLMDOC-REC.
      *
       01 CLMDOC-REC PIC X(133).
      *
       FD  CLMRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLMRPT-REC.
      *
       01 CLMRPT-REC PIC X(133).
      *
       FD  CLMEXCP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLMEXCP-REC.
      *
       01 CLMEXCP-REC PIC X(133).
      *
       FD  WARRFEED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARRFEED-REC.
      *
       01 WARRFEED-REC PIC X(60).
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
      *****************************************************************
      *  WORKING STORAGE FOR ONE CLAIM TRANSACTION READ FROM THE
      *  SORTED CLAIM FILE. THE FAILURE CODE IS THE SERVICE
      *  DEPARTMENT'S CODE FOR HOW THE PART FAILED AND IS PASSED TO
      *  THE SUPPLIER ON THE CLAIM DOCUMENT.
      *****************************************************************
      *
       01 WS-CLAIM-TRANS-REC.
          05 CT-CLAIM-NUMBER        PIC X(08) VALUE SPACES.
          05 CT-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 CT-LOT-NUMBER          PIC X(10) VALUE SPACES.
          05 CT-CLAIM-QTY           PIC 9(07) VALUE 0.
          05 CT-FAILURE-CODE        PIC X(04) VALUE SPACES.
          05 CT-RETURN-DATE         PIC X(08) VALUE SPACES.
          05 CT-OPERATOR-ID         PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(12) VALUE SPACES.
      *
       01 WS-CLAIM-TRANS-KEY.
          05 TK-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 TK-LOT-NUMBER          PIC X(10) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE LOT MASTER RECORD. SAME LAYOUT AS THE
      *  RECORD WRITTEN BY LOTUPDT.CBL, IN PART-NUMBER/LOT-NUMBER
      *  SEQUENCE.
      *****************************************************************
      *
       01 WS-LOT-REC.
          05 LM-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 LM-LOT-NUMBER          PIC X(10) VALUE SPACES.
          05 LM-LOCATION-CODE       PIC X(02) VALUE SPACES.
          05 LM-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 LM-RECEIPT-DATE        PIC X(08) VALUE SPACES.
          05 LM-RECEIVED-QTY        PIC 9(07) VALUE 0.
          05 LM-REMAINING-QTY       PIC S9(7) VALUE 0.
          05 LM-HOLD-STATUS         PIC X(01) VALUE SPACES.
          05 LM-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 LM-ORIGIN-COUNTRY      PIC X(03) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
       01 WS-LOT-MAST-KEY.
          05 MK-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 MK-LOT-NUMBER          PIC X(10) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE TRACED CLAIM AND THE OLD AND NEW
      *  OPEN-CLAIMS MASTER RECORDS -- ALL THREE SHARE ONE LAYOUT,
      *  KEYED BY SUPPLIER-CODE AND CLAIM NUMBER. THE OPEN DATE IS THE
      *  RUN DATE THE CLAIM WAS RAISED AND DRIVES THE AGING.
      *****************************************************************
      *
       01 WS-CLM-TRACED-REC.
          05 TC-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 TC-CLAIM-NUMBER        PIC X(08) VALUE SPACES.
          05 TC-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 TC-LOT-NUMBER          PIC X(10) VALUE SPACES.
          05 TC-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 TC-CLAIM-QTY           PIC 9(07) VALUE 0.
          05 TC-FAILURE-CODE        PIC X(04) VALUE SPACES.
          05 TC-RETURN-DATE         PIC X(08) VALUE SPACES.
          05 TC-RECEIPT-DATE        PIC X(08) VALUE SPACES.
          05 TC-OPEN-DATE           PIC X(08) VALUE SPACES.
          05 TC-OPERATOR-ID         PIC X(08) VALUE SPACES.
      *
       01 WS-CLM-TRACED-KEY.
          05 TRK-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
          05 TRK-CLAIM-NUMBER       PIC X(08) VALUE SPACES.
      *
       01 WS-CLM-OLD-REC.
          05 OC-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 OC-CLAIM-NUMBER        PIC X(08) VALUE SPACES.
          05 OC-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 OC-LOT-NUMBER          PIC X(10) VALUE SPACES.
          05 OC-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 OC-CLAIM-QTY           PIC 9(07) VALUE 0.
          05 OC-FAILURE-CODE        PIC X(04) VALUE SPACES.
          05 OC-RETURN-DATE         PIC X(08) VALUE SPACES.
          05 OC-RECEIPT-DATE        PIC X(08) VALUE SPACES.
          05 OC-OPEN-DATE           PIC X(08) VALUE SPACES.
          05 OC-OPERATOR-ID         PIC X(08) VALUE SPACES.
      *
       01 WS-CLM-OLD-KEY.
          05 OK-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 OK-CLAIM-NUMBER        PIC X(08) VALUE SPACES.
      *
       01 WS-CLM-NEW-REC.
          05 NC-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 NC-CLAIM-NUMBER        PIC X(08) VALUE SPACES.
          05 NC-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 NC-LOT-NUMBER          PIC X(10) VALUE SPACES.
          05 NC-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 NC-CLAIM-QTY           PIC 9(07) VALUE 0.
          05 NC-FAILURE-CODE        PIC X(04) VALUE SPACES.
          05 NC-RETURN-DATE         PIC X(08) VALUE SPACES.
          05 NC-RECEIPT-DATE        PIC X(08) VALUE SPACES.
          05 NC-OPEN-DATE           PIC X(08) VALUE SPACES.
          05 NC-OPERATOR-ID         PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  KEY OF THE LAST CLAIM RAISED THIS RUN -- A SECOND TRACED
      *  CLAIM WITH THE SAME SUPPLIER AND CLAIM NUMBER IS A DUPLICATE.
      *****************************************************************
      *
       01 WS-LAST-NEW-KEY.
          05 LN-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 LN-CLAIM-NUMBER        PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE WARRANTY TERMS RECORD AND THE TERMS
      *  TABLE LOADED FROM IT. A SUPPLIER NOT ON THE TABLE GETS THE
      *  DEFAULT WARRANTY PERIOD.
      *****************************************************************
      *
       01 WS-WARR-TERM-REC.
          05 WT-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 WT-WARRANTY-DAYS       PIC 9(04) VALUE 0.
          05 FILLER                 PIC X(06) VALUE SPACES.
      *
       01 TERM-TBL.
          05 TERM-ENTRY-TBL
            OCCURS 200 TIMES INDEXED BY TERM-IDX.
            10 TERM-SUPPLIER-TBL    PIC X(10) VALUE SPACES.
            10 TERM-DAYS-TBL        PIC 9(04) VALUE 0.
      *
       01 WS-TERM-VARS.
          05 WS-MAX-TERM-IDX        PIC 9(03) VALUE 200.
          05 WS-TERM-LOADED-CTR     PIC 9(03) VALUE 0.
          05 WS-DEFAULT-WARR-DAYS   PIC 9(04) VALUE 365.
          05 WS-WARR-DAYS           PIC 9(04) VALUE 0.
          05 TERM-FOUND-SW          PIC X(01) VALUE 'N'.
             88 TERM-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE CREDIT TRANSACTION AND THE CREDIT
      *  TABLE LOADED FROM IT -- AN OPEN CLAIM IS CLOSED WHEN ITS KEY
      *  IS ON THE TABLE. THE USED FLAG PICKS OUT CREDITS THAT FOUND
      *  NO OPEN CLAIM.
      *****************************************************************
      *
       01 WS-CREDIT-REC.
          05 CR-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 CR-CLAIM-NUMBER        PIC X(08) VALUE SPACES.
          05 CR-CREDIT-AMOUNT       PIC 9(07)V99 VALUE 0.
          05 CR-CREDIT-DATE         PIC X(08) VALUE SPACES.
          05 CR-OPERATOR-ID         PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(05) VALUE SPACES.
      *
       01 CRED-TBL.
          05 CRED-ENTRY-TBL
            OCCURS 200 TIMES INDEXED BY CRED-IDX.
            10 CRED-SUPPLIER-TBL    PIC X(10) VALUE SPACES.
            10 CRED-CLAIM-TBL       PIC X(08) VALUE SPACES.
            10 CRED-AMOUNT-TBL      PIC 9(07)V99 VALUE 0.
            10 CRED-OPER-TBL        PIC X(08) VALUE SPACES.
            10 CRED-USED-TBL        PIC X(01) VALUE 'N'.
      *
       01 WS-CREDIT-VARS.
          05 WS-MAX-CRED-IDX        PIC 9(03) VALUE 200.
          05 WS-CRED-LOADED-CTR     PIC 9(03) VALUE 0.
          05 WS-CRED-SLOT           PIC 9(03) VALUE 0.
          05 CRED-FOUND-SW          PIC X(01) VALUE 'N'.
             88 CRED-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  AGING AND WARRANTY ARITHMETIC AREA. A DATE IS STRUCTURALLY
      *  CHECKED BEFORE THE DAY-NUMBER CONVERSION.
      *****************************************************************
      *
       01 WS-AGING-VARS.
          05 WS-TODAY-8             PIC X(08) VALUE SPACES.
          05 WS-TODAY-INT           PIC 9(08) VALUE 0.
          05 WS-RETURN-DATE-INT     PIC 9(08) VALUE 0.
          05 WS-RECEIPT-DATE-INT    PIC 9(08) VALUE 0.
          05 WS-OPEN-DATE-INT       PIC 9(08) VALUE 0.
          05 WS-DAYS-IN-SERVICE     PIC S9(05) VALUE 0.
          05 WS-DAYS-OPEN           PIC S9(05) VALUE 0.
          05 WS-EDIT-DATE           PIC X(08) VALUE SPACES.
          05 WS-EDIT-DATE-NUM REDEFINES WS-EDIT-DATE.
             10 WS-EDIT-DATE-YYYY   PIC 9(04).
             10 WS-EDIT-DATE-MM     PIC 9(02).
             10 WS-EDIT-DATE-DD     PIC 9(02).
          05 WS-EDIT-DATE-9         PIC 9(08) VALUE 0.
          05 WS-DATE-OK-SW          PIC X(01) VALUE 'N'.
             88 EDIT-DATE-OK        VALUE 'Y'.
      *
       01 WS-CLAIM-EDIT-VARS.
          05 WS-REJECT-REASON       PIC X(29) VALUE SPACES.
          05 WS-RETURN-DATE-SW      PIC X(01) VALUE 'N'.
             88 RETURN-DATE-OK      VALUE 'Y'.
      *
      *****************************************************************
      *  CLAIM DOCUMENT CONTROL -- THE SUPPLIER WHOSE DOCUMENT IS
      *  BEING PRINTED AND ITS RUNNING CLAIM AND QUANTITY TOTALS.
      *****************************************************************
      *
       01 WS-DOC-VARS.
          05 WS-DOC-SUPPLIER        PIC X(10) VALUE SPACES.
          05 WS-DOC-CLAIMS-CTR      PIC 9(05) VALUE 0.
          05 WS-DOC-QTY-TOTAL       PIC 9(08) VALUE 0.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 CICODE                 PIC X(02) VALUE SPACES.
          05 CSCODE                 PIC X(02) VALUE SPACES.
          05 LMCODE                 PIC X(02) VALUE SPACES.
          05 WTCODE                 PIC X(02) VALUE SPACES.
          05 CRCODE                 PIC X(02) VALUE SPACES.
          05 CTCODE                 PIC X(02) VALUE SPACES.
          05 TSCODE                 PIC X(02) VALUE SPACES.
          05 CHCODE                 PIC X(02) VALUE SPACES.
          05 CNCODE                 PIC X(02) VALUE SPACES.
          05 CDCODE                 PIC X(02) VALUE SPACES.
          05 CPCODE                 PIC X(02) VALUE SPACES.
          05 CECODE                 PIC X(02) VALUE SPACES.
          05 WFCODE                 PIC X(02) VALUE SPACES.
          05 OLCODE                 PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE COPYLIB MEMBER FOR ONE OPERATOR ACTIVITY
      *  RECORD APPENDED TO OPERLOG, THE ROLE AND OPERATOR OF THE
      *  RECORD BEING LOGGED, AND THE DETAIL TEXT CARRIED ON IT -- THE
      *  CLAIM NUMBER RAISED OR CREDITED.
      *****************************************************************
      *
           COPY OPERACT.
      *
       01 WS-OPER-LOG-VARS.
          05 WS-LOG-ROLE            PIC X(04) VALUE SPACES.
          05 WS-LOG-OPERATOR        PIC X(08) VALUE SPACES.
      *
       01 WS-OPER-DETAIL-LINE.
          05 FILLER                 PIC X(06) VALUE 'CLAIM '.
          05 WS-OPER-DETAIL-CLAIM   PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(01) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE WARRANTY FEED RECORD -- ONE PER CLAIM
      *  RAISED, COUNTED ON THE REJECT SIDE OF THE SUPPLIER'S HISTORY
      *  BY SUPPHIST.CBL.
      *****************************************************************
      *
       01 WS-WARR-FEED-REC.
          05 WF-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 WF-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 WF-CLAIM-NUMBER        PIC X(08) VALUE SPACES.
          05 WF-RETURN-DATE         PIC X(08) VALUE SPACES.
          05 WF-CLAIM-QTY           PIC 9(07) VALUE 0.
          05 FILLER                 PIC X(04) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 CLAIM-FILE-SW          PIC X(01) VALUE 'N'.
             88 END-OF-CLAIM-FILE   VALUE 'Y'.
          05 LOT-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-LOT-FILE     VALUE 'Y'.
          05 TERMS-FILE-SW          PIC X(01) VALUE 'N'.
             88 END-OF-TERMS-FILE   VALUE 'Y'.
          05 CREDIT-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-CREDIT-FILE  VALUE 'Y'.
          05 TRACED-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-TRACED-FILE  VALUE 'Y'.
          05 CLAIM-MASTER-FILE-SW   PIC X(01) VALUE 'N'.
             88 END-OF-CLAIM-MASTER-FILE VALUE 'Y'.
          05 TABLE-FULL-SW          PIC X(01) VALUE 'N'.
             88 TABLE-FULL          VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-CLAIMS-READ-CTR     PIC 9(07) VALUE 0.
          05 WS-LOTS-READ-CTR       PIC 9(07) VALUE 0.
          05 WS-TERMS-READ-CTR      PIC 9(05) VALUE 0.
          05 WS-CREDITS-READ-CTR    PIC 9(05) VALUE 0.
          05 WS-CLAIMS-TRACED-CTR   PIC 9(07) VALUE 0.
          05 WS-CLAIMS-REJECT-CTR   PIC 9(07) VALUE 0.
          05 WS-OUT-OF-WARR-CTR     PIC 9(07) VALUE 0.
          05 WS-OLD-MASTER-READ     PIC 9(07) VALUE 0.
          05 WS-NEW-CLAIMS-CTR      PIC 9(07) VALUE 0.
          05 WS-CLOSED-CLAIMS-CTR   PIC 9(07) VALUE 0.
          05 WS-CREDITS-UNUSED-CTR  PIC 9(05) VALUE 0.
          05 WS-CREDITS-REJECT-CTR  PIC 9(05) VALUE 0.
          05 WS-CREDIT-AMT-TOTAL    PIC 9(09)V99 VALUE 0.
          05 WS-NEW-MASTER-WRTN     PIC 9(07) VALUE 0.
          05 WS-OPEN-QTY-TOTAL      PIC 9(09) VALUE 0.
          05 WS-DOCS-WRTN-CTR       PIC 9(05) VALUE 0.
          05 WS-FEED-WRTN-CTR       PIC 9(07) VALUE 0.
          05 WS-OPERLOG-WRTN-CTR    PIC 9(07) VALUE 0.
          05 WS-AGE-BAND-1-CTR      PIC 9(07) VALUE 0.
          05 WS-AGE-BAND-2-CTR      PIC 9(07) VALUE 0.
          05 WS-AGE-BAND-3-CTR      PIC 9(07) VALUE 0.
          05 WS-AGE-BAND-4-CTR      PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  CLAIM DOCUMENT -- ONE PER SUPPLIER, HEADED BY THE SUPPLIER
      *  AND THE CLAIM DATE, ONE LINE PER CLAIM RAISED, AND A TOTAL.
      *****************************************************************
      *
       01 DOC-HEADER-1. *>SUPPLIER HEADING FOR THE CLAIM DOCUMENT
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(27) VALUE
                                    'WARRANTY CLAIM -- SUPPLIER '.
          05 DOC-HDR-SUPPLIER       PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(11) VALUE 'CLAIM DATE '.
          05 DOC-HDR-DATE           PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(73) VALUE SPACES.
      *
       01 DOC-HEADER-2. *>CLAIM WORDING
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(48) VALUE
                 'THE PARTS LISTED BELOW, SUPPLIED ON THE LOTS AND'.
          05 FILLER                 PIC X(48) VALUE
                 ' ORDERS SHOWN, FAILED IN SERVICE WITHIN YOUR    '.
          05 FILLER                 PIC X(35) VALUE SPACES.
      *
       01 DOC-HEADER-3. *>CLAIM WORDING
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(48) VALUE
                 'WARRANTY PERIOD. PLEASE CREDIT EACH CLAIM QUOTIN'.
          05 FILLER                 PIC X(48) VALUE
                 'G ITS CLAIM NUMBER.                             '.
          05 FILLER                 PIC X(35) VALUE SPACES.
      *
       01 DOC-COL-HEADER. *>COLUMN HEADINGS FOR THE CLAIM DOCUMENT
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'CLAIM NO'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE 'LOT'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(06) VALUE 'PO NO.'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'RECEIVED'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(07) VALUE '    QTY'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(04) VALUE 'FAIL'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'RETURNED'.
          05 FILLER                 PIC X(43) VALUE SPACES.
      *
       01 DOC-DETAIL. *>ONE CLAIM PER LINE
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DOC-CLAIM-NUMBER       PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DOC-PART-NUMBER        PIC X(23) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DOC-LOT-NUMBER         PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DOC-PO-NUMBER          PIC X(06) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DOC-RECEIPT-DATE       PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DOC-CLAIM-QTY          PIC ZZZZZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DOC-FAILURE-CODE       PIC X(04) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 DOC-RETURN-DATE        PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(43) VALUE SPACES.
      *
       01 DOC-TOTAL-LINE. *>CLAIM AND QUANTITY TOTAL PER SUPPLIER
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(24) VALUE
                                    'CLAIMS ON THIS DOCUMENT:'.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 DOC-TOTAL-CLAIMS       PIC ZZZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(15) VALUE 'TOTAL QUANTITY:'.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 DOC-TOTAL-QTY          PIC ZZZZZZZ9.
          05 FILLER                 PIC X(75) VALUE SPACES.
      *
      *****************************************************************
      *  UNRECOVERED CLAIMS AGING REPORT -- ONE LINE PER CLAIM STILL
      *  OPEN, AGED FROM THE DAY IT WAS RAISED INTO FOUR BANDS.
      *****************************************************************
      *
       01 AGE-RPT-TITLE. *>HEADER FOR THE AGING REPORT
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(33) VALUE
                                   'OPEN WARRANTY CLAIMS AGING -- RUN'.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 AGE-TITLE-DATE         PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(89) VALUE SPACES.
      *
       01 AGE-RPT-HEADER-1. *>COLUMN HEADINGS FOR THE AGING REPORT
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE 'SUPPLIER'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'CLAIM NO'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE 'LOT'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(06) VALUE 'PO NO.'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(07) VALUE '    QTY'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(04) VALUE 'FAIL'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'RETURNED'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'RAISED'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(05) VALUE ' DAYS'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(07) VALUE 'AGE'.
          05 FILLER                 PIC X(12) VALUE SPACES.
      *
       01 AGE-RPT-HEADER-2. *>COLUMN UNDERLINES FOR THE AGING REPORT
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(23) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(06) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(07) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(04) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(05) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(07) VALUE ALL '='.
          05 FILLER                 PIC X(12) VALUE SPACES.
      *
       01 AGE-RPT-DETAIL. *>ONE OPEN CLAIM PER LINE
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 AGE-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 AGE-CLAIM-NUMBER       PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 AGE-PART-NUMBER        PIC X(23) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 AGE-LOT-NUMBER         PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 AGE-PO-NUMBER          PIC X(06) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 AGE-CLAIM-QTY          PIC ZZZZZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 AGE-FAILURE-CODE       PIC X(04) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 AGE-RETURN-DATE        PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 AGE-OPEN-DATE          PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 AGE-DAYS-OPEN          PIC ZZZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 AGE-BAND               PIC X(07) VALUE SPACES.
          05 FILLER                 PIC X(12) VALUE SPACES.
      *
       01 AGE-RPT-SUMMARY-LINE. *>GENERIC SUMMARY LINE
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 AGE-SUMMARY-LABEL      PIC X(35) VALUE SPACES.
          05 AGE-SUMMARY-VALUE      PIC ZZZZZZZZ9.
          05 FILLER                 PIC X(87) VALUE SPACES.
      *
       01 AGE-RPT-AMOUNT-LINE. *>SUMMARY LINE FOR AN AMOUNT
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 AGE-AMOUNT-LABEL       PIC X(35) VALUE SPACES.
          05 AGE-AMOUNT-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                 PIC X(82) VALUE SPACES.
      *
      *****************************************************************
      *  CLAIM AND CREDIT EXCEPTION REPORT -- ONE LINE PER CLAIM NOT
      *  RAISED OR CREDIT NOT APPLIED, WITH THE REASON. THE SERVICE
      *  AND WARRANTY DAYS ARE SHOWN FOR A CLAIM OUT OF WARRANTY.
      *****************************************************************
      *
       01 EXC-RPT-TITLE. *>HEADER FOR THE EXCEPTION REPORT
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(33) VALUE
                                   'WARRANTY CLAIM EXCEPTIONS -- RUN '.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 EXC-TITLE-DATE         PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(89) VALUE SPACES.
      *
       01 EXC-RPT-HEADER. *>COLUMN HEADINGS FOR THE EXCEPTION REPORT
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'CLAIM NO'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE 'SUPPLIER'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE 'LOT'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(07) VALUE '    QTY'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'RETURNED'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'OPERATOR'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(05) VALUE '  SVC'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(05) VALUE ' WARR'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(29) VALUE 'REASON'.
      *
       01 EXC-RPT-DETAIL. *>ONE EXCEPTION PER LINE
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 EXC-CLAIM-NUMBER       PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 EXC-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 EXC-PART-NUMBER        PIC X(23) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 EXC-LOT-NUMBER         PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 EXC-CLAIM-QTY          PIC ZZZZZZ9 BLANK WHEN ZERO.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 EXC-RETURN-DATE        PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 EXC-OPERATOR-ID        PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 EXC-SVC-DAYS           PIC ZZZZ9 BLANK WHEN ZERO.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 EXC-WARR-DAYS          PIC ZZZZ9 BLANK WHEN ZERO.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 EXC-REASON             PIC X(29) VALUE SPACES.
      *
       01 WS-BLANK-LINE             PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION SORTS THE CLAIM TRANSACTIONS,
      *    LOADS THE WARRANTY TERMS AND CREDIT TABLES, TRACES EVERY
      *    CLAIM THROUGH THE LOT MASTER, SORTS THE TRACED CLAIMS,
      *    MATCH-MERGES THEM INTO THE NEW OPEN-CLAIMS MASTER WHILE
      *    PRINTING THE CLAIM DOCUMENTS AND AGING EVERY CLAIM STILL
      *    OPEN, LISTS CREDITS THAT FOUND NO OPEN CLAIM, AND CLOSES
      *    FILES. A FULL TABLE SETS RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0050-SORT-CLAIM-FILE
      *    - 0100-OPEN-TRACE-FILES
      *    - 0150-WRITE-EXCP-HEADERS
      *    - 0160-READ-TERMS-FILE
      *    - 0165-LOAD-TERMS-TABLE
      *    - 0170-READ-CREDIT-FILE
      *    - 0180-LOAD-CREDIT-TABLE
      *    - 0200-READ-CLAIM-RECORD
      *    - 0250-READ-LOT-MASTER
      *    - 0300-TRACE-CLAIM
      *    - 0400-CLOSE-TRACE-FILES
      *    - 0450-SORT-TRACED-FILE
      *    - 0460-OPEN-MERGE-FILES
      *    - 0470-WRITE-AGING-HEADERS
      *    - 0480-READ-TRACED-RECORD
      *    - 0490-READ-MASTER-FILE
      *    - 0500-MAIN-PROCESS
      *    - 0630-WRITE-DOC-TOTAL
      *    - 0970-LIST-UNUSED-CREDIT
      *    - 2500-WRITE-SUMMARY
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0050-SORT-CLAIM-FILE.
           PERFORM 0100-OPEN-TRACE-FILES.
           PERFORM 0150-WRITE-EXCP-HEADERS.
           PERFORM 0160-READ-TERMS-FILE.
           PERFORM 0165-LOAD-TERMS-TABLE
               UNTIL END-OF-TERMS-FILE.
           PERFORM 0170-READ-CREDIT-FILE.
           PERFORM 0180-LOAD-CREDIT-TABLE
               UNTIL END-OF-CREDIT-FILE.
           PERFORM 0200-READ-CLAIM-RECORD.
           PERFORM 0250-READ-LOT-MASTER.
           PERFORM 0300-TRACE-CLAIM
               UNTIL END-OF-CLAIM-FILE.
           PERFORM 0400-CLOSE-TRACE-FILES.
           PERFORM 0450-SORT-TRACED-FILE.
           PERFORM 0460-OPEN-MERGE-FILES.
           PERFORM 0470-WRITE-AGING-HEADERS.
           PERFORM 0480-READ-TRACED-RECORD.
           PERFORM 0490-READ-MASTER-FILE.
      *****************************************************************
      *  THE MERGE LOOP TESTS THE TRACED CLAIM AND MASTER KEYS, NOT
      *  THE END OF FILE SWITCHES -- EACH FILE'S KEY GOES TO
      *  HIGH-VALUES AT ITS END SO THE OTHER FILE RUNS OUT ALONE.
      *****************************************************************
           PERFORM 0500-MAIN-PROCESS
               UNTIL WS-CLM-TRACED-KEY = HIGH-VALUES
               AND WS-CLM-OLD-KEY = HIGH-VALUES.
           IF WS-DOC-CLAIMS-CTR > 0
              PERFORM 0630-WRITE-DOC-TOTAL
           END-IF.
           PERFORM 0970-LIST-UNUSED-CREDIT
               VARYING CRED-IDX FROM 1 BY 1
               UNTIL CRED-IDX > WS-CRED-LOADED-CTR.
           PERFORM 2500-WRITE-SUMMARY.
           PERFORM 2600-CLOSE-FILES.
           IF TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH INITIALIZES VARIABLES AND
      *    OBTAINS TODAY'S DATE FOR THE WARRANTY AND AGING ARITHMETIC
      *    AND THE REPORT TITLES.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           INITIALIZE WS-CLAIM-TRANS-REC,
                      WS-LOT-REC,
                      WS-CLM-TRACED-REC,
                      WS-CLM-OLD-REC,
                      WS-CLM-NEW-REC.
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8.
           MOVE WS-TODAY-8 TO WS-EDIT-DATE-9.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9).
           MOVE WS-TODAY-8 TO AGE-TITLE-DATE
                              EXC-TITLE-DATE
                              DOC-HDR-DATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0050-SORT-CLAIM-FILE PARAGRAPH SORTS THE CLAIM
      *    TRANSACTIONS INTO ASCENDING PART/LOT/CLAIM NUMBER SEQUENCE,
      *    GIVING THE SORTED RECORDS TO CLMSRT FOR THE TRACE AGAINST
      *    THE LOT MASTER.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0050-SORT-CLAIM-FILE.
           SORT CLM-SORT-FILE
               ON ASCENDING KEY CS-PART-NUMBER
                               CS-LOT-NUMBER
                               CS-CLAIM-NUMBER
               USING CLAIMIN
               GIVING CLMSRT.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0100-OPEN-TRACE-FILES PARAGRAPH OPENS THE FILES USED TO
      *    TRACE THE CLAIMS, AND THE EXCEPTION REPORT, AND CHECKS THE
      *    FILE STATUS FOR A SUCCESSFUL OPEN OPERATION. IF THE OPEN
      *    OPERATION FAILS, AN ERROR MESSAGE IS DISPLAYED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0100-OPEN-TRACE-FILES.
           OPEN INPUT CLMSRT.
           IF CSCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SORTED CLAIM FILE'
           END-IF.
      *
           OPEN INPUT LOTMAST.
           IF LMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING LOT MASTER FILE'
           END-IF.
      *
           OPEN INPUT WARRTERM.
           IF WTCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING WARRANTY TERMS FILE'
           END-IF.
      *
           OPEN INPUT CLMCRD.
           IF CRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING CLAIM CREDIT FILE'
           END-IF.
      *
           OPEN OUTPUT CLMTRC.
           IF CTCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING TRACED CLAIM FILE'
           END-IF.
      *
           OPEN OUTPUT CLMEXCP.
           IF CECODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING CLAIM EXCEPTION REPORT FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0150-WRITE-EXCP-HEADERS PARAGRAPH WRITES THE TITLE AND
      *    COLUMN HEADINGS OF THE EXCEPTION REPORT AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0150-WRITE-EXCP-HEADERS.
           WRITE CLMEXCP-REC FROM EXC-RPT-TITLE.
           WRITE CLMEXCP-REC FROM WS-BLANK-LINE.
           WRITE CLMEXCP-REC FROM EXC-RPT-HEADER.
           IF CECODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO CLAIM EXCEPTION REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0160-READ-TERMS-FILE PARAGRAPH READS ONE WARRANTY TERMS
      *    RECORD AND CHECKS THE FILE STATUS FOR A SUCCESSFUL READ
      *    OPERATION. WHEN THE END OF FILE IS REACHED, A FLAG IS SET
      *    TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0165-LOAD-TERMS-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0160-READ-TERMS-FILE.
           READ WARRTERM INTO WS-WARR-TERM-REC
              AT END MOVE 'Y' TO TERMS-FILE-SW
           END-READ.
      *
           IF WTCODE = '00' OR '10'
              IF NOT END-OF-TERMS-FILE
                 ADD 1 TO WS-TERMS-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING WARRANTY TERMS FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0165-LOAD-TERMS-TABLE PARAGRAPH LOADS THE WARRANTY
      *    PERIOD OF EACH SUPPLIER INTO A TABLE (ARRAY) IN WORKING
      *    STORAGE. A RECORD WITH A NON-NUMERIC PERIOD IS REPORTED AND
      *    SKIPPED, LEAVING THE SUPPLIER ON THE DEFAULT PERIOD.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0160-READ-TERMS-FILE
      *****************************************************************
      *
       0165-LOAD-TERMS-TABLE.
           IF WT-WARRANTY-DAYS NOT NUMERIC
              DISPLAY 'WARRANTY TERMS FOR SUPPLIER ' WT-SUPPLIER-CODE
                      ' NOT NUMERIC -- DEFAULT PERIOD USED'
           ELSE
              IF WS-TERM-LOADED-CTR < WS-MAX-TERM-IDX
                 ADD 1 TO WS-TERM-LOADED-CTR
                 SET TERM-IDX TO WS-TERM-LOADED-CTR
                 MOVE WT-SUPPLIER-CODE TO TERM-SUPPLIER-TBL (TERM-IDX)
                 MOVE WT-WARRANTY-DAYS TO TERM-DAYS-TBL (TERM-IDX)
              ELSE
                 DISPLAY 'WARRANTY TERMS TABLE FULL -- REMAINING '
                         'TERMS NOT LOADED'
                 SET TABLE-FULL TO TRUE
                 MOVE 'Y' TO TERMS-FILE-SW
              END-IF
           END-IF.
      *
           IF NOT END-OF-TERMS-FILE
              PERFORM 0160-READ-TERMS-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0170-READ-CREDIT-FILE PARAGRAPH READS ONE CLAIM CREDIT
      *    TRANSACTION AND CHECKS THE FILE STATUS FOR A SUCCESSFUL
      *    READ OPERATION. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0180-LOAD-CREDIT-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0170-READ-CREDIT-FILE.
           READ CLMCRD INTO WS-CREDIT-REC
              AT END MOVE 'Y' TO CREDIT-FILE-SW
           END-READ.
      *
           IF CRCODE = '00' OR '10'
              IF NOT END-OF-CREDIT-FILE
                 ADD 1 TO WS-CREDITS-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING CLAIM CREDIT FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0180-LOAD-CREDIT-TABLE PARAGRAPH LOADS CLAIM CREDIT
      *    TRANSACTIONS INTO A TABLE (ARRAY) IN WORKING STORAGE. A
      *    CREDIT WITH NO OPERATOR ID OR A NON-NUMERIC AMOUNT IS
      *    LISTED ON THE EXCEPTION REPORT AND NOT LOADED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0170-READ-CREDIT-FILE
      *    -  0380-WRITE-EXCP-LINE
      *****************************************************************
      *
       0180-LOAD-CREDIT-TABLE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF CR-OPERATOR-ID = SPACES
              MOVE 'OPERATOR ID MISSING' TO WS-REJECT-REASON
           ELSE
              IF CR-CREDIT-AMOUNT NOT NUMERIC
                 MOVE 'CREDIT AMOUNT NOT VALID' TO WS-REJECT-REASON
              END-IF
           END-IF.
      *
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-CREDITS-REJECT-CTR
              MOVE CR-CLAIM-NUMBER  TO EXC-CLAIM-NUMBER
              MOVE CR-SUPPLIER-CODE TO EXC-SUPPLIER-CODE
              MOVE SPACES           TO EXC-PART-NUMBER
                                       EXC-LOT-NUMBER
                                       EXC-RETURN-DATE
              MOVE 0                TO EXC-CLAIM-QTY
              MOVE CR-OPERATOR-ID   TO EXC-OPERATOR-ID
              PERFORM 0380-WRITE-EXCP-LINE
           ELSE
              IF WS-CRED-LOADED-CTR < WS-MAX-CRED-IDX
                 ADD 1 TO WS-CRED-LOADED-CTR
                 SET CRED-IDX TO WS-CRED-LOADED-CTR
                 MOVE CR-SUPPLIER-CODE TO CRED-SUPPLIER-TBL (CRED-IDX)
                 MOVE CR-CLAIM-NUMBER  TO CRED-CLAIM-TBL (CRED-IDX)
                 MOVE CR-CREDIT-AMOUNT TO CRED-AMOUNT-TBL (CRED-IDX)
                 MOVE CR-OPERATOR-ID   TO CRED-OPER-TBL (CRED-IDX)
                 MOVE 'N'              TO CRED-USED-TBL (CRED-IDX)
              ELSE
                 DISPLAY 'CREDIT TABLE FULL -- REMAINING CREDITS NOT '
                         'PROCESSED'
                 SET TABLE-FULL TO TRUE
                 MOVE 'Y' TO CREDIT-FILE-SW
              END-IF
           END-IF.
      *
           IF NOT END-OF-CREDIT-FILE
              PERFORM 0170-READ-CREDIT-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-CLAIM-RECORD PARAGRAPH READS ONE RECORD FROM
      *    THE SORTED CLAIM FILE AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS REACHED,
      *    A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0300-TRACE-CLAIM
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0200-READ-CLAIM-RECORD.
           READ CLMSRT INTO WS-CLAIM-TRANS-REC
              AT END MOVE 'Y' TO CLAIM-FILE-SW
           END-READ.
      *
           IF CSCODE = '00' OR '10'
              IF NOT END-OF-CLAIM-FILE
                 ADD 1 TO WS-CLAIMS-READ-CTR
                 MOVE CT-PART-NUMBER TO TK-PART-NUMBER
                 MOVE CT-LOT-NUMBER  TO TK-LOT-NUMBER
              END-IF
           ELSE
              DISPLAY 'ERROR READING SORTED CLAIM FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0250-READ-LOT-MASTER PARAGRAPH READS THE LOT MASTER AND
      *    CHECKS THE FILE STATUS FOR A SUCCESSFUL READ OPERATION. WHEN
      *    THE END OF FILE IS REACHED, A FLAG IS SET TO INDICATE THAT
      *    STATUS AND HIGH-VALUES IS MOVED TO THE LOT KEY SO EVERY
      *    REMAINING CLAIM FINDS NO LOT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0300-TRACE-CLAIM
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0250-READ-LOT-MASTER.
           READ LOTMAST INTO WS-LOT-REC
              AT END
                 MOVE 'Y' TO LOT-FILE-SW
                 MOVE HIGH-VALUES TO WS-LOT-MAST-KEY
           END-READ.
      *
           IF LMCODE = '00' OR '10'
              IF NOT END-OF-LOT-FILE
                 ADD 1 TO WS-LOTS-READ-CTR
                 MOVE LM-PART-NUMBER TO MK-PART-NUMBER
                 MOVE LM-LOT-NUMBER  TO MK-LOT-NUMBER
              END-IF
           ELSE
              DISPLAY 'ERROR READING LOT MASTER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-TRACE-CLAIM PARAGRAPH ADVANCES THE LOT MASTER TO
      *    THE CURRENT CLAIM'S PART AND LOT, EDITS THE CLAIM, AND
      *    EITHER WRITES IT TO THE TRACED CLAIM FILE OR LISTS IT ON
      *    THE EXCEPTION REPORT. SEVERAL CLAIMS AGAINST ONE LOT ALL
      *    TRACE TO THE SAME LOT RECORD.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0200-READ-CLAIM-RECORD
      *    -  0250-READ-LOT-MASTER
      *    -  0320-EDIT-CLAIM
      *    -  0360-WRITE-TRACED-CLAIM
      *    -  0380-WRITE-EXCP-LINE
      *****************************************************************
      *
       0300-TRACE-CLAIM.
           PERFORM 0250-READ-LOT-MASTER
               UNTIL WS-LOT-MAST-KEY NOT < WS-CLAIM-TRANS-KEY.
      *
           PERFORM 0320-EDIT-CLAIM.
           IF WS-REJECT-REASON = SPACES
              PERFORM 0360-WRITE-TRACED-CLAIM
           ELSE
              ADD 1 TO WS-CLAIMS-REJECT-CTR
              MOVE CT-CLAIM-NUMBER  TO EXC-CLAIM-NUMBER
              IF WS-LOT-MAST-KEY = WS-CLAIM-TRANS-KEY
                 MOVE LM-SUPPLIER-CODE TO EXC-SUPPLIER-CODE
              ELSE
                 MOVE SPACES           TO EXC-SUPPLIER-CODE
              END-IF
              MOVE CT-PART-NUMBER   TO EXC-PART-NUMBER
              MOVE CT-LOT-NUMBER    TO EXC-LOT-NUMBER
              IF CT-CLAIM-QTY NUMERIC
                 MOVE CT-CLAIM-QTY  TO EXC-CLAIM-QTY
              ELSE
                 MOVE 0             TO EXC-CLAIM-QTY
              END-IF
              MOVE CT-RETURN-DATE   TO EXC-RETURN-DATE
              MOVE CT-OPERATOR-ID   TO EXC-OPERATOR-ID
              PERFORM 0380-WRITE-EXCP-LINE
           END-IF.
      *
           PERFORM 0200-READ-CLAIM-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0320-EDIT-CLAIM PARAGRAPH EDITS ONE CLAIM AND LEAVES
      *    THE REASON IT CANNOT BE RAISED IN WS-REJECT-REASON (SPACES
      *    WHEN IT CAN). A CLAIM MUST CARRY A CLAIM NUMBER, AN
      *    OPERATOR ID, A QUANTITY AND A VALID RETURN DATE NOT AFTER
      *    TODAY, ITS LOT MUST BE ON THE LOT MASTER, AND IT CANNOT
      *    CLAIM MORE THAN THE LOT RECEIVED.
      *
      *  CALLED BY:
      *    -  0300-TRACE-CLAIM
      *
      *  CALLS:
      *    -  0340-CHECK-WARRANTY
      *    -  0960-EDIT-DATE-STRUCTURE
      *****************************************************************
      *
       0320-EDIT-CLAIM.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0      TO WS-DAYS-IN-SERVICE
                          WS-WARR-DAYS.
           MOVE 'N'    TO WS-RETURN-DATE-SW.
           MOVE CT-RETURN-DATE TO WS-EDIT-DATE.
           PERFORM 0960-EDIT-DATE-STRUCTURE.
           IF EDIT-DATE-OK AND CT-RETURN-DATE NOT > WS-TODAY-8
              MOVE 'Y' TO WS-RETURN-DATE-SW
              MOVE WS-EDIT-DATE TO WS-EDIT-DATE-9
              COMPUTE WS-RETURN-DATE-INT =
                 FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9)
           END-IF.
      *
           EVALUATE TRUE
              WHEN CT-CLAIM-NUMBER = SPACES
                 MOVE 'CLAIM NUMBER MISSING' TO WS-REJECT-REASON
              WHEN CT-OPERATOR-ID = SPACES
                 MOVE 'OPERATOR ID MISSING' TO WS-REJECT-REASON
              WHEN CT-CLAIM-QTY NOT NUMERIC
                 MOVE 'CLAIM QUANTITY NOT VALID' TO WS-REJECT-REASON
              WHEN CT-CLAIM-QTY = 0
                 MOVE 'CLAIM QUANTITY NOT VALID' TO WS-REJECT-REASON
              WHEN NOT RETURN-DATE-OK
                 MOVE 'RETURN DATE NOT VALID' TO WS-REJECT-REASON
              WHEN WS-LOT-MAST-KEY NOT = WS-CLAIM-TRANS-KEY
                 MOVE 'LOT NOT ON LOT MASTER' TO WS-REJECT-REASON
              WHEN CT-CLAIM-QTY > LM-RECEIVED-QTY
                 MOVE 'QTY EXCEEDS LOT RECEIVED' TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM 0340-CHECK-WARRANTY
           END-EVALUATE.
      *
           MOVE WS-DAYS-IN-SERVICE TO EXC-SVC-DAYS.
           MOVE WS-WARR-DAYS       TO EXC-WARR-DAYS.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0340-CHECK-WARRANTY PARAGRAPH LOOKS UP THE WARRANTY
      *    PERIOD OF THE LOT'S SUPPLIER (THE DEFAULT PERIOD WHEN THE
      *    SUPPLIER IS NOT ON THE TERMS TABLE) AND CHECKS THE DAYS FROM
      *    THE LOT'S RECEIPT TO THE RETURN AGAINST IT.
      *
      *  CALLED BY:
      *    -  0320-EDIT-CLAIM
      *
      *  CALLS:
      *    -  0960-EDIT-DATE-STRUCTURE
      *****************************************************************
      *
       0340-CHECK-WARRANTY.
           MOVE 'N' TO TERM-FOUND-SW.
           MOVE WS-DEFAULT-WARR-DAYS TO WS-WARR-DAYS.
      *
           PERFORM VARYING TERM-IDX FROM 1 BY 1
              UNTIL TERM-IDX > WS-TERM-LOADED-CTR OR TERM-FOUND
              IF LM-SUPPLIER-CODE = TERM-SUPPLIER-TBL (TERM-IDX)
                 MOVE 'Y' TO TERM-FOUND-SW
                 MOVE TERM-DAYS-TBL (TERM-IDX) TO WS-WARR-DAYS
              END-IF
           END-PERFORM.
      *
           MOVE LM-RECEIPT-DATE TO WS-EDIT-DATE.
           PERFORM 0960-EDIT-DATE-STRUCTURE.
           IF NOT EDIT-DATE-OK
              MOVE 'LOT RECEIPT DATE NOT VALID' TO WS-REJECT-REASON
           ELSE
              MOVE WS-EDIT-DATE TO WS-EDIT-DATE-9
              COMPUTE WS-RECEIPT-DATE-INT =
                 FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9)
              COMPUTE WS-DAYS-IN-SERVICE =
                 WS-RETURN-DATE-INT - WS-RECEIPT-DATE-INT
              IF WS-DAYS-IN-SERVICE < 0
                 MOVE 'RETURNED BEFORE LOT RECEIVED'
                   TO WS-REJECT-REASON
                 MOVE 0 TO WS-DAYS-IN-SERVICE
              ELSE
                 IF WS-DAYS-IN-SERVICE > WS-WARR-DAYS
                    MOVE 'OUT OF WARRANTY' TO WS-REJECT-REASON
                    ADD 1 TO WS-OUT-OF-WARR-CTR
                 END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0360-WRITE-TRACED-CLAIM PARAGRAPH BUILDS THE OPEN-CLAIM
      *    RECORD FROM THE CLAIM AND ITS LOT -- SUPPLIER, RECEIVING PO
      *    AND RECEIPT DATE COME FROM THE LOT -- AND WRITES IT TO THE
      *    TRACED CLAIM FILE.
      *
      *  CALLED BY:
      *    -  0300-TRACE-CLAIM
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0360-WRITE-TRACED-CLAIM.
           MOVE LM-SUPPLIER-CODE TO NC-SUPPLIER-CODE.
           MOVE CT-CLAIM-NUMBER  TO NC-CLAIM-NUMBER.
           MOVE CT-PART-NUMBER   TO NC-PART-NUMBER.
           MOVE CT-LOT-NUMBER    TO NC-LOT-NUMBER.
           MOVE LM-PO-NUMBER     TO NC-PO-NUMBER.
           MOVE CT-CLAIM-QTY     TO NC-CLAIM-QTY.
           MOVE CT-FAILURE-CODE  TO NC-FAILURE-CODE.
           MOVE CT-RETURN-DATE   TO NC-RETURN-DATE.
           MOVE LM-RECEIPT-DATE  TO NC-RECEIPT-DATE.
           MOVE WS-TODAY-8       TO NC-OPEN-DATE.
           MOVE CT-OPERATOR-ID   TO NC-OPERATOR-ID.
      *
           WRITE CLMTRC-REC FROM WS-CLM-NEW-REC.
           IF CTCODE = '00'
              ADD 1 TO WS-CLAIMS-TRACED-CTR
           ELSE
              DISPLAY 'ERROR WRITING TRACED CLAIM FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0380-WRITE-EXCP-LINE PARAGRAPH WRITES ONE LINE TO THE
      *    EXCEPTION REPORT FROM THE FIELDS THE CALLER HAS SET AND THE
      *    REASON IN WS-REJECT-REASON, AND CHECKS THE FILE STATUS FOR
      *    A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0180-LOAD-CREDIT-TABLE
      *    -  0300-TRACE-CLAIM
      *    -  0700-REJECT-DUPLICATE-CLAIM
      *    -  0970-LIST-UNUSED-CREDIT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0380-WRITE-EXCP-LINE.
           MOVE WS-REJECT-REASON TO EXC-REASON.
           WRITE CLMEXCP-REC FROM EXC-RPT-DETAIL.
           IF CECODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO CLAIM EXCEPTION REPORT'
           END-IF.
           MOVE 0 TO EXC-SVC-DAYS
                     EXC-WARR-DAYS.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0400-CLOSE-TRACE-FILES PARAGRAPH CLOSES THE FILES USED
      *    TO TRACE THE CLAIMS SO THE TRACED CLAIM FILE CAN BE SORTED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0400-CLOSE-TRACE-FILES.
           CLOSE CLMSRT
                 LOTMAST
                 WARRTERM
                 CLMCRD
                 CLMTRC.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0450-SORT-TRACED-FILE PARAGRAPH SORTS THE TRACED CLAIMS
      *    INTO ASCENDING SUPPLIER/CLAIM NUMBER SEQUENCE, GIVING THE
      *    SORTED RECORDS TO CLMTSRT FOR THE MATCH-MERGE AGAINST THE
      *    OLD OPEN-CLAIMS MASTER.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0450-SORT-TRACED-FILE.
           SORT CLMT-SORT-FILE
               ON ASCENDING KEY TS-SUPPLIER-CODE
                               TS-CLAIM-NUMBER
               USING CLMTRC
               GIVING CLMTSRT.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0460-OPEN-MERGE-FILES PARAGRAPH OPENS THE FILES USED BY
      *    THE MATCH-MERGE AND CHECKS THE FILE STATUS FOR A SUCCESSFUL
      *    OPEN OPERATION. IF THE OPEN OPERATION FAILS, AN ERROR
      *    MESSAGE IS DISPLAYED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0460-OPEN-MERGE-FILES.
           OPEN INPUT CLMTSRT.
           IF TSCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SORTED TRACED CLAIM FILE'
           END-IF.
      *
           OPEN INPUT CLMHIST.
           IF CHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING OPEN-CLAIMS MASTER FILE'
           END-IF.
      *
           OPEN OUTPUT CLMNEW.
           IF CNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW OPEN-CLAIMS MASTER FILE'
           END-IF.
      *
           OPEN OUTPUT CLMDOC.
           IF CDCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING CLAIM DOCUMENT FILE'
           END-IF.
      *
           OPEN OUTPUT CLMRPT.
           IF CPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING CLAIMS AGING REPORT FILE'
           END-IF.
      *
           OPEN OUTPUT WARRFEED.
           IF WFCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING WARRANTY CLAIM FEED FILE'
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
      *    THE 0470-WRITE-AGING-HEADERS PARAGRAPH WRITES THE TITLE AND
      *    COLUMN HEADINGS OF THE AGING REPORT AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0470-WRITE-AGING-HEADERS.
           WRITE CLMRPT-REC FROM AGE-RPT-TITLE.
           WRITE CLMRPT-REC FROM WS-BLANK-LINE.
           WRITE CLMRPT-REC FROM AGE-RPT-HEADER-1.
           WRITE CLMRPT-REC FROM AGE-RPT-HEADER-2.
           IF CPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO CLAIMS AGING REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0480-READ-TRACED-RECORD PARAGRAPH READS ONE RECORD FROM
      *    THE SORTED TRACED CLAIM FILE AND CHECKS THE FILE STATUS FOR
      *    A SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS AND
      *    HIGH-VALUES IS MOVED TO THE TRACED KEY SO THE MATCH-MERGE
      *    TREATS THE EXHAUSTED FILE AS SORTING HIGH.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0480-READ-TRACED-RECORD.
           READ CLMTSRT INTO WS-CLM-TRACED-REC
              AT END
                 MOVE 'Y' TO TRACED-FILE-SW
                 MOVE HIGH-VALUES TO WS-CLM-TRACED-KEY
           END-READ.
      *
           IF TSCODE = '00' OR '10'
              IF NOT END-OF-TRACED-FILE
                 MOVE TC-SUPPLIER-CODE TO TRK-SUPPLIER-CODE
                 MOVE TC-CLAIM-NUMBER  TO TRK-CLAIM-NUMBER
              END-IF
           ELSE
              DISPLAY 'ERROR READING SORTED TRACED CLAIM FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0490-READ-MASTER-FILE PARAGRAPH READS THE OLD
      *    OPEN-CLAIMS MASTER AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS REACHED,
      *    A FLAG IS SET TO INDICATE THAT STATUS AND HIGH-VALUES IS
      *    MOVED TO THE MASTER KEY SO THE MATCH-MERGE TREATS THE
      *    EXHAUSTED FILE AS SORTING HIGH.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0490-READ-MASTER-FILE.
           READ CLMHIST INTO WS-CLM-OLD-REC
              AT END
                 MOVE 'Y' TO CLAIM-MASTER-FILE-SW
                 MOVE HIGH-VALUES TO WS-CLM-OLD-KEY
           END-READ.
      *
           IF CHCODE = '00' OR '10'
              IF NOT END-OF-CLAIM-MASTER-FILE
                 ADD 1 TO WS-OLD-MASTER-READ
                 MOVE OC-SUPPLIER-CODE TO OK-SUPPLIER-CODE
                 MOVE OC-CLAIM-NUMBER  TO OK-CLAIM-NUMBER
              END-IF
           ELSE
              DISPLAY 'ERROR READING OPEN-CLAIMS MASTER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-MAIN-PROCESS PARAGRAPH MATCHES THE CURRENT TRACED
      *    CLAIM AGAINST THE CURRENT OLD MASTER RECORD BY KEY. A
      *    TRACED CLAIM WITH NO MASTER RECORD IS RAISED THIS RUN,
      *    UNLESS IT REPEATS THE KEY OF THE CLAIM JUST RAISED. A
      *    MASTER RECORD WITH NO TRACED CLAIM IS CARRIED FORWARD (OR
      *    CLOSED WHEN A CREDIT ARRIVED). A TRACED CLAIM MATCHING A
      *    MASTER RECORD REPEATS A CLAIM ALREADY OPEN AND IS REJECTED
      *    -- THE OPEN CLAIM IS CARRIED WHEN THE TRACED KEYS MOVE PAST
      *    IT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0480-READ-TRACED-RECORD
      *    -  0490-READ-MASTER-FILE
      *    -  0600-PROCESS-NEW-CLAIM
      *    -  0700-REJECT-DUPLICATE-CLAIM
      *    -  0800-CARRY-FORWARD-CLAIM
      *****************************************************************
      *
       0500-MAIN-PROCESS.
           IF WS-CLM-TRACED-KEY < WS-CLM-OLD-KEY
              IF WS-CLM-TRACED-KEY = WS-LAST-NEW-KEY
                 PERFORM 0700-REJECT-DUPLICATE-CLAIM
              ELSE
                 PERFORM 0600-PROCESS-NEW-CLAIM
              END-IF
              PERFORM 0480-READ-TRACED-RECORD
           ELSE
              IF WS-CLM-TRACED-KEY > WS-CLM-OLD-KEY
                 PERFORM 0800-CARRY-FORWARD-CLAIM
                 PERFORM 0490-READ-MASTER-FILE
              ELSE
                 PERFORM 0700-REJECT-DUPLICATE-CLAIM
                 PERFORM 0480-READ-TRACED-RECORD
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-PROCESS-NEW-CLAIM PARAGRAPH RAISES A TRACED CLAIM
      *    -- PRINTS IT ON ITS SUPPLIER'S CLAIM DOCUMENT, WRITES IT TO
      *    THE WARRANTY FEED AND LOGS THE OPERATOR WHO KEYED IT --
      *    THEN OPENS IT ON THE NEW MASTER, UNLESS A CREDIT FOR IT
      *    ARRIVED IN THE SAME RUN.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0620-WRITE-CLAIM-DOC
      *    -  0640-WRITE-WARR-FEED
      *    -  0660-WRITE-OPER-ACTIVITY
      *    -  0850-CLOSE-OR-KEEP-CLAIM
      *****************************************************************
      *
       0600-PROCESS-NEW-CLAIM.
           MOVE WS-CLM-TRACED-REC TO WS-CLM-NEW-REC.
           MOVE WS-CLM-TRACED-KEY TO WS-LAST-NEW-KEY.
           ADD 1 TO WS-NEW-CLAIMS-CTR.
      *
           PERFORM 0620-WRITE-CLAIM-DOC.
           PERFORM 0640-WRITE-WARR-FEED.
           MOVE 'WCLM'         TO WS-LOG-ROLE.
           MOVE NC-OPERATOR-ID TO WS-LOG-OPERATOR.
           PERFORM 0660-WRITE-OPER-ACTIVITY.
           PERFORM 0850-CLOSE-OR-KEEP-CLAIM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0620-WRITE-CLAIM-DOC PARAGRAPH PRINTS ONE CLAIM ON ITS
      *    SUPPLIER'S CLAIM DOCUMENT. THE TRACED CLAIMS ARRIVE IN
      *    SUPPLIER SEQUENCE, SO A CHANGE OF SUPPLIER TOTALS THE PRIOR
      *    DOCUMENT AND HEADS A NEW ONE.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-NEW-CLAIM
      *
      *  CALLS:
      *    -  0625-WRITE-DOC-HEADING
      *    -  0630-WRITE-DOC-TOTAL
      *****************************************************************
      *
       0620-WRITE-CLAIM-DOC.
           IF NC-SUPPLIER-CODE NOT = WS-DOC-SUPPLIER
              OR WS-DOC-CLAIMS-CTR = 0
              IF WS-DOC-CLAIMS-CTR > 0
                 PERFORM 0630-WRITE-DOC-TOTAL
              END-IF
              PERFORM 0625-WRITE-DOC-HEADING
           END-IF.
      *
           MOVE NC-CLAIM-NUMBER  TO DOC-CLAIM-NUMBER.
           MOVE NC-PART-NUMBER   TO DOC-PART-NUMBER.
           MOVE NC-LOT-NUMBER    TO DOC-LOT-NUMBER.
           MOVE NC-PO-NUMBER     TO DOC-PO-NUMBER.
           MOVE NC-RECEIPT-DATE  TO DOC-RECEIPT-DATE.
           MOVE NC-CLAIM-QTY     TO DOC-CLAIM-QTY.
           MOVE NC-FAILURE-CODE  TO DOC-FAILURE-CODE.
           MOVE NC-RETURN-DATE   TO DOC-RETURN-DATE.
           WRITE CLMDOC-REC FROM DOC-DETAIL.
           IF CDCODE = '00'
              ADD 1            TO WS-DOC-CLAIMS-CTR
              ADD NC-CLAIM-QTY TO WS-DOC-QTY-TOTAL
           ELSE
              DISPLAY 'ERROR WRITING TO CLAIM DOCUMENT FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0625-WRITE-DOC-HEADING PARAGRAPH STARTS THE CLAIM
      *    DOCUMENT OF A NEW SUPPLIER -- SUPPLIER HEADING, CLAIM
      *    WORDING AND COLUMN HEADINGS -- AND RESETS ITS TOTALS.
      *
      *  CALLED BY:
      *    -  0620-WRITE-CLAIM-DOC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0625-WRITE-DOC-HEADING.
           MOVE NC-SUPPLIER-CODE TO WS-DOC-SUPPLIER
                                    DOC-HDR-SUPPLIER.
           MOVE 0 TO WS-DOC-CLAIMS-CTR
                     WS-DOC-QTY-TOTAL.
      *
           WRITE CLMDOC-REC FROM DOC-HEADER-1.
           WRITE CLMDOC-REC FROM WS-BLANK-LINE.
           WRITE CLMDOC-REC FROM DOC-HEADER-2.
           WRITE CLMDOC-REC FROM DOC-HEADER-3.
           WRITE CLMDOC-REC FROM WS-BLANK-LINE.
           WRITE CLMDOC-REC FROM DOC-COL-HEADER.
           IF CDCODE = '00'
              ADD 1 TO WS-DOCS-WRTN-CTR
           ELSE
              DISPLAY 'ERROR WRITING TO CLAIM DOCUMENT FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0630-WRITE-DOC-TOTAL PARAGRAPH CLOSES ONE SUPPLIER'S
      *    CLAIM DOCUMENT WITH ITS CLAIM AND QUANTITY TOTALS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0620-WRITE-CLAIM-DOC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0630-WRITE-DOC-TOTAL.
           MOVE WS-DOC-CLAIMS-CTR TO DOC-TOTAL-CLAIMS.
           MOVE WS-DOC-QTY-TOTAL  TO DOC-TOTAL-QTY.
           WRITE CLMDOC-REC FROM WS-BLANK-LINE.
           WRITE CLMDOC-REC FROM DOC-TOTAL-LINE.
           WRITE CLMDOC-REC FROM WS-BLANK-LINE.
           WRITE CLMDOC-REC FROM WS-BLANK-LINE.
           IF CDCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO CLAIM DOCUMENT FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0640-WRITE-WARR-FEED PARAGRAPH WRITES ONE WARRANTY FEED
      *    RECORD FOR THE CLAIM JUST RAISED AND CHECKS THE FILE STATUS
      *    FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-NEW-CLAIM
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0640-WRITE-WARR-FEED.
           MOVE NC-SUPPLIER-CODE TO WF-SUPPLIER-CODE.
           MOVE NC-PART-NUMBER   TO WF-PART-NUMBER.
           MOVE NC-CLAIM-NUMBER  TO WF-CLAIM-NUMBER.
           MOVE NC-RETURN-DATE   TO WF-RETURN-DATE.
           MOVE NC-CLAIM-QTY     TO WF-CLAIM-QTY.
           WRITE WARRFEED-REC FROM WS-WARR-FEED-REC.
           IF WFCODE = '00'
              ADD 1 TO WS-FEED-WRTN-CTR
           ELSE
              DISPLAY 'ERROR WRITING WARRANTY CLAIM FEED'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0650-SEARCH-CREDIT-TABLE PARAGRAPH SEARCHES THE CREDIT
      *    TABLE FOR THE KEY IN THE NEW MASTER RECORD AREA AND
      *    REMEMBERS THE MATCHING SLOT. A CREDIT ALREADY USED IS NOT
      *    MATCHED AGAIN.
      *
      *  CALLED BY:
      *    -  0850-CLOSE-OR-KEEP-CLAIM
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0650-SEARCH-CREDIT-TABLE.
           MOVE 'N' TO CRED-FOUND-SW.
      *
           PERFORM VARYING CRED-IDX FROM 1 BY 1
              UNTIL CRED-IDX > WS-CRED-LOADED-CTR OR CRED-FOUND
              IF NC-SUPPLIER-CODE = CRED-SUPPLIER-TBL (CRED-IDX)
                 AND NC-CLAIM-NUMBER = CRED-CLAIM-TBL (CRED-IDX)
                 AND CRED-USED-TBL (CRED-IDX) = 'N'
                 MOVE 'Y' TO CRED-FOUND-SW
                 SET WS-CRED-SLOT TO CRED-IDX
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0660-WRITE-OPER-ACTIVITY PARAGRAPH APPENDS ONE RECORD
      *    TO THE OPERATOR ACTIVITY LOG FOR THE CLAIM IN THE NEW
      *    MASTER RECORD AREA, KEYED BY SUPPLIER-CODE, WITH THE ROLE
      *    AND OPERATOR THE CALLER HAS SET -- WCLM AND THE OPERATOR
      *    WHO KEYED THE CLAIM, OR WCRD AND THE OPERATOR WHO KEYED THE
      *    CREDIT.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-NEW-CLAIM
      *    -  0850-CLOSE-OR-KEEP-CLAIM
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0660-WRITE-OPER-ACTIVITY.
           INITIALIZE OPER-ACT-REC-WS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO OPER-ACT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:8) TO OPER-ACT-TIME.
           MOVE WS-LOG-OPERATOR             TO OPER-ID.
           MOVE WS-LOG-ROLE                 TO OPER-ROLE-CODE.
           MOVE 'SUPP'                      TO OPER-OBJECT-TYPE.
           MOVE NC-SUPPLIER-CODE            TO OPER-OBJECT-KEY.
           MOVE 'WARRCLM '                  TO OPER-SOURCE-PGM.
           MOVE NC-CLAIM-NUMBER             TO WS-OPER-DETAIL-CLAIM.
           MOVE WS-OPER-DETAIL-LINE         TO OPER-DETAIL.
           WRITE OPERLOG-REC FROM OPER-ACT-REC-WS.
           IF OLCODE = '00'
              ADD 1 TO WS-OPERLOG-WRTN-CTR
           ELSE
              DISPLAY 'ERROR WRITING OPERATOR ACTIVITY LOG'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-REJECT-DUPLICATE-CLAIM PARAGRAPH LISTS A TRACED
      *    CLAIM WHOSE SUPPLIER AND CLAIM NUMBER ARE ALREADY OPEN ON
      *    THE EXCEPTION REPORT.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0380-WRITE-EXCP-LINE
      *****************************************************************
      *
       0700-REJECT-DUPLICATE-CLAIM.
           ADD 1 TO WS-CLAIMS-REJECT-CTR.
           MOVE 'DUPLICATE CLAIM NUMBER' TO WS-REJECT-REASON.
           MOVE TC-CLAIM-NUMBER  TO EXC-CLAIM-NUMBER.
           MOVE TC-SUPPLIER-CODE TO EXC-SUPPLIER-CODE.
           MOVE TC-PART-NUMBER   TO EXC-PART-NUMBER.
           MOVE TC-LOT-NUMBER    TO EXC-LOT-NUMBER.
           MOVE TC-CLAIM-QTY     TO EXC-CLAIM-QTY.
           MOVE TC-RETURN-DATE   TO EXC-RETURN-DATE.
           MOVE TC-OPERATOR-ID   TO EXC-OPERATOR-ID.
           PERFORM 0380-WRITE-EXCP-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0800-CARRY-FORWARD-CLAIM PARAGRAPH CARRIES AN OPEN
      *    CLAIM FORWARD UNCHANGED -- UNLESS A CREDIT ARRIVED, IN
      *    WHICH CASE THE CLAIM IS CLOSED.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0850-CLOSE-OR-KEEP-CLAIM
      *****************************************************************
      *
       0800-CARRY-FORWARD-CLAIM.
           MOVE WS-CLM-OLD-REC TO WS-CLM-NEW-REC.
           PERFORM 0850-CLOSE-OR-KEEP-CLAIM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0850-CLOSE-OR-KEEP-CLAIM PARAGRAPH CLOSES THE CLAIM IN
      *    THE NEW MASTER RECORD AREA WHEN A CREDIT FOR IT IS ON THE
      *    CREDIT TABLE -- THE CREDIT IS MARKED USED, ITS AMOUNT IS
      *    TOTALLED AND THE OPERATOR WHO KEYED IT IS LOGGED -- AND
      *    OTHERWISE KEEPS IT OPEN ON THE NEW MASTER AND THE AGING
      *    REPORT.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-NEW-CLAIM
      *    -  0800-CARRY-FORWARD-CLAIM
      *
      *  CALLS:
      *    -  0650-SEARCH-CREDIT-TABLE
      *    -  0660-WRITE-OPER-ACTIVITY
      *    -  0900-WRITE-MASTER-REC
      *    -  0950-WRITE-RPT-DETAIL
      *****************************************************************
      *
       0850-CLOSE-OR-KEEP-CLAIM.
           PERFORM 0650-SEARCH-CREDIT-TABLE.
           IF CRED-FOUND
              SET CRED-IDX TO WS-CRED-SLOT
              MOVE 'Y' TO CRED-USED-TBL (CRED-IDX)
              ADD 1 TO WS-CLOSED-CLAIMS-CTR
              ADD CRED-AMOUNT-TBL (CRED-IDX) TO WS-CREDIT-AMT-TOTAL
              MOVE 'WCRD'                  TO WS-LOG-ROLE
              MOVE CRED-OPER-TBL (CRED-IDX) TO WS-LOG-OPERATOR
              PERFORM 0660-WRITE-OPER-ACTIVITY
           ELSE
              PERFORM 0900-WRITE-MASTER-REC
              PERFORM 0950-WRITE-RPT-DETAIL
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0900-WRITE-MASTER-REC PARAGRAPH WRITES ONE RECORD TO
      *    THE NEW OPEN-CLAIMS MASTER AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0850-CLOSE-OR-KEEP-CLAIM
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0900-WRITE-MASTER-REC.
           WRITE CLMNEW-REC FROM WS-CLM-NEW-REC.
           IF CNCODE = '00'
              ADD 1 TO WS-NEW-MASTER-WRTN
              ADD NC-CLAIM-QTY TO WS-OPEN-QTY-TOTAL
           ELSE
              DISPLAY 'ERROR WRITING NEW OPEN-CLAIMS MASTER'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0950-WRITE-RPT-DETAIL PARAGRAPH AGES ONE OPEN CLAIM
      *    FROM THE DAY IT WAS RAISED TO TODAY, COUNTS IT IN ITS AGE
      *    BAND, AND WRITES ITS LINE ON THE AGING REPORT. A CLAIM WITH
      *    A MALFORMED OPEN DATE SHOWS ZERO DAYS RATHER THAN ABENDING
      *    THE RUN.
      *
      *  CALLED BY:
      *    -  0850-CLOSE-OR-KEEP-CLAIM
      *
      *  CALLS:
      *    -  0960-EDIT-DATE-STRUCTURE
      *****************************************************************
      *
       0950-WRITE-RPT-DETAIL.
           MOVE 0 TO WS-DAYS-OPEN.
           MOVE NC-OPEN-DATE TO WS-EDIT-DATE.
           PERFORM 0960-EDIT-DATE-STRUCTURE.
           IF EDIT-DATE-OK
              MOVE WS-EDIT-DATE TO WS-EDIT-DATE-9
              COMPUTE WS-OPEN-DATE-INT =
                 FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9)
              COMPUTE WS-DAYS-OPEN =
                 WS-TODAY-INT - WS-OPEN-DATE-INT
           END-IF.
      *
           EVALUATE TRUE
              WHEN WS-DAYS-OPEN <= 30
                 MOVE '0-30'    TO AGE-BAND
                 ADD 1 TO WS-AGE-BAND-1-CTR
              WHEN WS-DAYS-OPEN <= 60
                 MOVE '31-60'   TO AGE-BAND
                 ADD 1 TO WS-AGE-BAND-2-CTR
              WHEN WS-DAYS-OPEN <= 90
                 MOVE '61-90'   TO AGE-BAND
                 ADD 1 TO WS-AGE-BAND-3-CTR
              WHEN OTHER
                 MOVE 'OVER 90' TO AGE-BAND
                 ADD 1 TO WS-AGE-BAND-4-CTR
           END-EVALUATE.
      *
           MOVE NC-SUPPLIER-CODE      TO AGE-SUPPLIER-CODE.
           MOVE NC-CLAIM-NUMBER       TO AGE-CLAIM-NUMBER.
           MOVE NC-PART-NUMBER        TO AGE-PART-NUMBER.
           MOVE NC-LOT-NUMBER         TO AGE-LOT-NUMBER.
           MOVE NC-PO-NUMBER          TO AGE-PO-NUMBER.
           MOVE NC-CLAIM-QTY          TO AGE-CLAIM-QTY.
           MOVE NC-FAILURE-CODE       TO AGE-FAILURE-CODE.
           MOVE NC-RETURN-DATE        TO AGE-RETURN-DATE.
           MOVE NC-OPEN-DATE          TO AGE-OPEN-DATE.
           MOVE WS-DAYS-OPEN          TO AGE-DAYS-OPEN.
      *
           WRITE CLMRPT-REC FROM AGE-RPT-DETAIL.
           IF CPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO CLAIMS AGING REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0960-EDIT-DATE-STRUCTURE PARAGRAPH RUNS A STRUCTURAL
      *    CHECK ON THE YYYYMMDD DATE IN WS-EDIT-DATE -- NUMERIC, A
      *    PLAUSIBLE YEAR AND MONTH AND DAY RANGES -- AND SETS THE
      *    EDIT-DATE-OK SWITCH.
      *
      *  CALLED BY:
      *    -  0320-EDIT-CLAIM
      *    -  0340-CHECK-WARRANTY
      *    -  0950-WRITE-RPT-DETAIL
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0960-EDIT-DATE-STRUCTURE.
           MOVE 'N' TO WS-DATE-OK-SW.
      *
           IF WS-EDIT-DATE NUMERIC
              IF WS-EDIT-DATE-YYYY > 1600 AND
                 WS-EDIT-DATE-MM >= 01 AND WS-EDIT-DATE-MM <= 12 AND
                 WS-EDIT-DATE-DD >= 01 AND WS-EDIT-DATE-DD <= 28
                 MOVE 'Y' TO WS-DATE-OK-SW
              ELSE
              IF WS-EDIT-DATE-YYYY > 1600 AND
                 WS-EDIT-DATE-MM >= 01 AND WS-EDIT-DATE-MM <= 12 AND
                 WS-EDIT-DATE-DD >= 29 AND WS-EDIT-DATE-DD <= 31 AND
                 WS-EDIT-DATE-MM NOT = 02
                 MOVE 'Y' TO WS-DATE-OK-SW
              END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0970-LIST-UNUSED-CREDIT PARAGRAPH LISTS ONE CREDIT THAT
      *    FOUND NO OPEN CLAIM ON THE EXCEPTION REPORT -- A CLAIM
      *    ALREADY CLOSED, OR A CLAIM NUMBER OR SUPPLIER KEYED WRONG.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0380-WRITE-EXCP-LINE
      *****************************************************************
      *
       0970-LIST-UNUSED-CREDIT.
           IF CRED-USED-TBL (CRED-IDX) = 'N'
              ADD 1 TO WS-CREDITS-UNUSED-CTR
              MOVE 'CREDIT - CLAIM NOT OPEN' TO WS-REJECT-REASON
              MOVE CRED-CLAIM-TBL (CRED-IDX)    TO EXC-CLAIM-NUMBER
              MOVE CRED-SUPPLIER-TBL (CRED-IDX) TO EXC-SUPPLIER-CODE
              MOVE SPACES TO EXC-PART-NUMBER
                             EXC-LOT-NUMBER
                             EXC-RETURN-DATE
              MOVE 0      TO EXC-CLAIM-QTY
              MOVE CRED-OPER-TBL (CRED-IDX)     TO EXC-OPERATOR-ID
              PERFORM 0380-WRITE-EXCP-LINE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2500-WRITE-SUMMARY PARAGRAPH WRITES THE CLAIM TOTALS,
      *    THE AGE BAND COUNTS AND THE CREDITS RECOVERED THIS RUN AT
      *    THE FOOT OF THE AGING REPORT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2550-WRITE-SUMMARY-LINE
      *****************************************************************
      *
       2500-WRITE-SUMMARY.
           WRITE CLMRPT-REC FROM WS-BLANK-LINE.
      *
           MOVE 'CLAIMS RAISED THIS RUN:' TO AGE-SUMMARY-LABEL.
           MOVE WS-NEW-CLAIMS-CTR TO AGE-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'CLAIMS CREDITED THIS RUN:' TO AGE-SUMMARY-LABEL.
           MOVE WS-CLOSED-CLAIMS-CTR TO AGE-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'CREDIT RECOVERED THIS RUN:' TO AGE-AMOUNT-LABEL.
           MOVE WS-CREDIT-AMT-TOTAL TO AGE-AMOUNT-VALUE.
           WRITE CLMRPT-REC FROM AGE-RPT-AMOUNT-LINE.
      *
           MOVE 'CLAIMS OPEN:' TO AGE-SUMMARY-LABEL.
           MOVE WS-NEW-MASTER-WRTN TO AGE-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'QUANTITY UNDER OPEN CLAIM:' TO AGE-SUMMARY-LABEL.
           MOVE WS-OPEN-QTY-TOTAL TO AGE-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE '  OPEN 0-30 DAYS:' TO AGE-SUMMARY-LABEL.
           MOVE WS-AGE-BAND-1-CTR TO AGE-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE '  OPEN 31-60 DAYS:' TO AGE-SUMMARY-LABEL.
           MOVE WS-AGE-BAND-2-CTR TO AGE-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE '  OPEN 61-90 DAYS:' TO AGE-SUMMARY-LABEL.
           MOVE WS-AGE-BAND-3-CTR TO AGE-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE '  OPEN OVER 90 DAYS:' TO AGE-SUMMARY-LABEL.
           MOVE WS-AGE-BAND-4-CTR TO AGE-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2550-WRITE-SUMMARY-LINE PARAGRAPH WRITES ONE SUMMARY
      *    LINE TO THE AGING REPORT AND CHECKS THE FILE STATUS FOR A
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
           WRITE CLMRPT-REC FROM AGE-RPT-SUMMARY-LINE.
           IF CPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO CLAIMS AGING REPORT'
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
           CLOSE CLMTSRT
                 CLMHIST
                 CLMNEW
                 CLMDOC
                 CLMRPT
                 CLMEXCP
                 WARRFEED
                 OPERLOG.
      *
           DISPLAY 'CLAIM TRANSACTIONS READ:     ' WS-CLAIMS-READ-CTR.
           DISPLAY 'LOT MASTER RECORDS READ:     ' WS-LOTS-READ-CTR.
           DISPLAY 'WARRANTY TERMS READ:         ' WS-TERMS-READ-CTR.
           DISPLAY 'CREDITS READ:                ' WS-CREDITS-READ-CTR.
           DISPLAY 'CLAIMS TRACED:               '
                   WS-CLAIMS-TRACED-CTR.
           DISPLAY 'CLAIMS REJECTED:             '
                   WS-CLAIMS-REJECT-CTR.
           DISPLAY '  OF WHICH OUT OF WARRANTY:  ' WS-OUT-OF-WARR-CTR.
           DISPLAY 'OLD OPEN CLAIMS READ:        ' WS-OLD-MASTER-READ.
           DISPLAY 'CLAIMS RAISED:               ' WS-NEW-CLAIMS-CTR.
           DISPLAY 'CLAIMS CREDITED:             '
                   WS-CLOSED-CLAIMS-CTR.
           DISPLAY 'CREDITS REJECTED:            '
                   WS-CREDITS-REJECT-CTR.
           DISPLAY 'CREDITS WITH NO OPEN CLAIM:  '
                   WS-CREDITS-UNUSED-CTR.
           DISPLAY 'CLAIM DOCUMENTS WRITTEN:     ' WS-DOCS-WRTN-CTR.
           DISPLAY 'WARRANTY FEED RECORDS:       ' WS-FEED-WRTN-CTR.
           DISPLAY 'NEW MASTER RECORDS WRITTEN:  ' WS-NEW-MASTER-WRTN.
           DISPLAY 'OPERATOR ACTIVITY LOGGED:    '
                   WS-OPERLOG-WRTN-CTR.
