       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRUN.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM IS THE ACCOUNTS PAYABLE PAYMENT RUN. CASHREQ
      *    FORECASTS WHAT IS COMING DUE; THIS STEP ACTUALLY SELECTS
      *    THE VOUCHERS TO PAY, SO CHECKS ARE NO LONGER CUT OFF A
      *    SPREADSHEET. THE AP VOUCHER AND DEBIT MEMO FILES PORECV
      *    WRITES ARE PER-RUN EXTRACTS, SO EVERYTHING NOT YET SETTLED
      *    IS CARRIED FROM RUN TO RUN ON THE OPEN AP ITEMS MASTER
      *    (APOPEN OLD/NEW). EACH RUN:
      *      - ADDS THIS RUN'S NEW VOUCHERS AND DEBIT MEMOS TO THE
      *        OPEN ITEMS. A VOUCHER ALREADY ON THE PAID VOUCHER
      *        HISTORY (OR ALREADY OPEN) IS A DUPLICATE AND IS NEVER
      *        PAID TWICE -- IT IS LISTED ON THE PAYMENT REGISTER.
      *      - SELECTS EVERY OPEN VOUCHER DUE ON OR BEFORE THE
      *        PAY-THROUGH DATE ON THE SYSIN CARD, PLUS EVERY VOUCHER
      *        WHOSE DISCOUNT WINDOW WOULD CLOSE BEFORE THEN. THE
      *        DISCOUNT IS TAKEN ON ANY SELECTED VOUCHER WHOSE
      *        VO-DISCOUNT-DATE HAS NOT YET PASSED.
      *      - GROUPS THE SELECTED VOUCHERS INTO ONE PAYMENT PER
      *        SUPPLIER AND CURRENCY AND NETS THE SUPPLIER'S OPEN
      *        DEBIT MEMOS IN THAT CURRENCY AGAINST IT. A SUPPLIER
      *        WHOSE MEMOS EQUAL OR EXCEED THE VOUCHERS IS NOT PAID --
      *        EVERYTHING CARRIES FORWARD AND THE DEBIT BALANCE IS
      *        REPORTED.
      *      - HOLDS EVERY SUPPLIER WHOSE REMIT-TO ADDRESS CHANGE IS
      *        STILL AWAITING CONFIRMATION ON THE SUPPLIER ADDRESS
      *        MASTER MAINTAINED BY ADDRMON.CBL -- A PAYMENT TO AN
      *        UNVERIFIED REMIT-TO IS THE CLASSIC PAYMENT FRAUD.
      *    EACH PAYMENT IS WRITTEN TO THE BANK PAYMENT FILE (ACH FOR
      *    USD, WIRE FOR OTHER CURRENCIES, AND THE POSITIVE-PAY ISSUE
      *    LIST THE BANK MATCHES PRESENTED ITEMS AGAINST), A
      *    REMITTANCE ADVICE IS PRINTED FOR THE SUPPLIER, AND EVERY
      *    VOUCHER PAID AND MEMO APPLIED IS ADDED TO THE PAID VOUCHER
      *    HISTORY MASTER (PAIDHIST OLD/NEW), WHICH THE NEXT RUN AND
      *    VENDSTMT.CBL READ TO KNOW WHAT HAS ALREADY BEEN PAID.
      *    PAYMENT NUMBERS CONTINUE FROM THE HIGHEST NUMBER ON THE
      *    HISTORY UNLESS THE SYSIN CARD SUPPLIES A STARTING NUMBER.
      *    THE SYSIN CARD ALSO NAMES THE OPERATOR RELEASING THE RUN,
      *    AND EACH PAYMENT ISSUED IS LOGGED TO THE OPERATOR ACTIVITY
      *    LOG AS A RELEASE AGAINST THE SUPPLIER UNDER THAT OPERATOR.
      *    AN INVALID PAY-THROUGH DATE OR A MISSING OPERATOR ID ENDS
      *    THE RUN WITH RETURN-CODE 16 AND NO FILE TOUCHED.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      SYSIN - PAYMENT RUN CARD:
      *              POS 1-8    PAY-THROUGH DATE YYYYMMDD (REQUIRED)
      *              POS 9-16   FIRST PAYMENT NUMBER (OPTIONAL --
      *                         DEFAULT IS ONE PAST THE HIGHEST ON THE
      *                         PAID VOUCHER HISTORY)
      *              POS 17-24  RELEASING OPERATOR ID (REQUIRED)
      *
      *
      *      RTPOT44.PORECV.APVOUCH - AP VOUCHER EXTRACT WRITTEN BY
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
      *      RTPOT44.PAYRUN.APOPEN.OLD - PRIOR RUN OPEN AP ITEMS
      *                                  MASTER (OLD MASTER)
      *      INTERNAL FILE NAME:         APOPEN
      *      JCL DD NAME:                APOPEN
      *
      *
      *      RTPOT44.PAYRUN.PAIDHIST.OLD - PRIOR RUN PAID VOUCHER
      *                                    HISTORY MASTER (OLD MASTER)
      *      INTERNAL FILE NAME:           PAIDHIST
      *      JCL DD NAME:                  PAIDHIST
      *
      *
      *      RTPOT44.ADDRMON.ADDRMAST.NEW - SUPPLIER ADDRESS MASTER
      *                                     WRITTEN BY ADDRMON.CBL
      *      INTERNAL FILE NAME:            ADDRMAST
      *      JCL DD NAME:                   ADDRMAST
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.PAYRUN.APOPEN.NEW - UPDATED OPEN AP ITEMS MASTER
      *                                  (NEW MASTER)
      *      INTERNAL FILE NAME:         APOPNNEW
      *      JCL DD NAME:                APOPNNEW
      *
      *
      *      RTPOT44.PAYRUN.PAIDHIST.NEW - UPDATED PAID VOUCHER
      *                                    HISTORY MASTER (NEW MASTER)
      *      INTERNAL FILE NAME:           PAIDNEW
      *      JCL DD NAME:                  PAIDNEW
      *
      *
      *      RTPOT44.PAYRUN.BANKPAY - BANK ACH / POSITIVE-PAY FILE
      *      INTERNAL FILE NAME:      BANKPAY
      *      JCL DD NAME:             BANKPAY
      *
      *
      *      RTPOT44.PAYRUN.REMITADV.RPT - SUPPLIER REMITTANCE ADVICES
      *      INTERNAL FILE NAME:           REMITADV
      *      JCL DD NAME:                  REMITADV
      *
      *
      *      RTPOT44.PAYRUN.REGISTER.RPT - PAYMENT REGISTER AND
      *                                    EXCEPTIONS REPORT
      *      INTERNAL FILE NAME:           PAYRPT
      *      JCL DD NAME:                  PAYRPT
      *
      *
      *      RTPOT44.OPERLOG.ACTIVITY - OPERATOR ACTIVITY LOG, ONE
      *                                 PREL RECORD PER PAYMENT
      *                                 ISSUED (OPENED EXTEND,
      *                                 CUMULATIVE)
      *      INTERNAL FILE NAME:        OPERLOG
      *      JCL DD NAME:               OPERLOG
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(PAYRUN)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A FULL PAID HISTORY, REMIT-TO, OPEN VOUCHER,
      *                   OPEN MEMO OR PAYMENT TABLE NOW ENDS THE RUN
      *                   WITH RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE PAYMENT RUN CARD CARRIES THE RELEASING
      *                   OPERATOR ID IN POSITIONS 17-24 (REQUIRED),
      *                   AND EACH PAYMENT ISSUED IS LOGGED TO OPERLOG
      *                   AS A PREL ACTIVITY AGAINST THE SUPPLIER.
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
           SELECT DEBITMEM ASSIGN TO DEBITMEM
              FILE STATUS IS DMCODE.
      *
           SELECT APOPEN ASSIGN TO APOPEN
              FILE STATUS IS AOCODE.
      *
           SELECT PAIDHIST ASSIGN TO PAIDHIST
              FILE STATUS IS PHCODE.
      *
           SELECT ADDRMAST ASSIGN TO ADDRMAST
              FILE STATUS IS AMCODE.
      *
           SELECT APOPNNEW ASSIGN TO APOPNNEW
              FILE STATUS IS ONCODE.
      *
           SELECT PAIDNEW ASSIGN TO PAIDNEW
              FILE STATUS IS PNCODE.
      *
           SELECT BANKPAY ASSIGN TO BANKPAY
              FILE STATUS IS BPCODE.
      *
           SELECT REMITADV ASSIGN TO REMITADV
              FILE STATUS IS RACODE.
      *
           SELECT PAYRPT ASSIGN TO PAYRPT
              FILE STATUS IS RPCODE.
      *
           SELECT OPERLOG ASSIGN TO OPERLOG
              FILE STATUS IS OLCODE.
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
       FD  DEBITMEM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEBITMEM-REC.
      *
       01 DEBITMEM-REC PIC X(80).
      *
       FD  APOPEN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APOPEN-REC.
      *
       01 APOPEN-REC PIC X(130).
      *
       FD  PAIDHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAIDHIST-REC.
      *
       01 PAIDHIST-REC PIC X(120).
      *
       FD  ADDRMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADDRMAST-REC.
      *
       01 ADDRMAST-REC PIC X(100).
      *
       FD  APOPNNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APOPNNEW-REC.
      *
       01 APOPNNEW-REC PIC X(130).
      *
       FD  PAIDNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAIDNEW-REC.
      *
       01 PAIDNEW-REC PIC X(120).
      *
       FD  BANKPAY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BANKPAY-REC.
      *
       01 BANKPAY-REC PIC X(100).
      *
       FD  REMITADV
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REMITADV-REC.
      *
       01 REMITADV-REC PIC X(100).
      *
       FD  PAYRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYRPT-REC.
      *
       01 PAYRPT-REC PIC X(100).
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
      *  PAYMENT RUN CARD ACCEPTED FROM SYSIN.
      *****************************************************************
      *
       01 WS-PAY-RUN-CARD.
          05 WS-PAY-THROUGH-DATE     PIC X(08) VALUE SPACES.
          05 WS-FIRST-PAYMENT-CARD   PIC X(08) VALUE SPACES.
          05 WS-PAY-RUN-OPERATOR     PIC X(08) VALUE SPACES.
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
      *  WORKING STORAGE FOR ONE DEBIT MEMO. SAME LAYOUT AS THE RECORD
      *  WRITTEN BY PORECV.CBL.
      *****************************************************************
      *
       01 WS-DEBIT-MEMO-REC.
          05 DM-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 DM-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 DM-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 DM-RETURN-QTY          PIC 9(07) VALUE 0.
          05 DM-UNIT-PRICE          PIC 9(7)V99 VALUE 0.
          05 DM-MEMO-AMOUNT         PIC 9(9)V99 VALUE 0.
          05 DM-CURRENCY-CODE       PIC X(03) VALUE SPACES.
          05 DM-MEMO-DATE           PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(03) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE OPEN AP ITEMS MASTER RECORD -- THE
      *  ITEM TYPE ('V' VOUCHER, 'M' DEBIT MEMO) FOLLOWED BY THE ITEM
      *  EXACTLY AS PORECV.CBL WROTE IT (A MEMO IS PADDED WITH
      *  SPACES).
      *****************************************************************
      *
       01 WS-OPEN-ITEM-REC.
          05 OI-ITEM-TYPE           PIC X(01) VALUE SPACES.
             88 OI-VOUCHER          VALUE 'V'.
             88 OI-DEBIT-MEMO       VALUE 'M'.
          05 OI-ITEM-IMAGE          PIC X(129) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE PAID VOUCHER HISTORY RECORD. A 'V'
      *  RECORD IS A VOUCHER PAID, AN 'M' RECORD A DEBIT MEMO APPLIED
      *  AGAINST A PAYMENT. THE NET AMOUNT IS WHAT THE ITEM
      *  CONTRIBUTED TO THE PAYMENT -- VOUCHER AMOUNT LESS DISCOUNT
      *  TAKEN, OR THE MEMO AMOUNT AS A NEGATIVE.
      *****************************************************************
      *
       01 WS-PAID-HIST-REC.
          05 PH-RECORD-TYPE         PIC X(01) VALUE SPACES.
             88 PH-VOUCHER-PAID     VALUE 'V'.
             88 PH-MEMO-APPLIED     VALUE 'M'.
          05 PH-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 PH-INVOICE-NUMBER      PIC X(10) VALUE SPACES.
          05 PH-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 PH-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 PH-DOCUMENT-DATE       PIC X(08) VALUE SPACES.
          05 PH-GROSS-AMOUNT        PIC 9(9)V99 VALUE 0.
          05 PH-DISCOUNT-TAKEN      PIC 9(7)V99 VALUE 0.
          05 PH-NET-AMOUNT          PIC S9(9)V99 VALUE 0.
          05 PH-CURRENCY-CODE       PIC X(03) VALUE SPACES.
          05 PH-PAYMENT-NUMBER      PIC 9(08) VALUE 0.
          05 PH-PAID-DATE           PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(12) VALUE SPACES.
      *
      *****************************************************************
      *  PAID HISTORY KEY TABLE -- EVERY VOUCHER PAID AND MEMO APPLIED
      *  ON THE OLD HISTORY MASTER, SEARCHED SO NOTHING IS PAID OR
      *  APPLIED TWICE.
      *****************************************************************
      *
       01 PAID-HIST-TBL.
          05 PAID-HIST-ENTRY-TBL
            OCCURS 5000 TIMES INDEXED BY PAID-IDX.
            10 PAID-TYPE-TBL        PIC X(01) VALUE SPACES.
            10 PAID-SUPPLIER-TBL    PIC X(10) VALUE SPACES.
            10 PAID-INVOICE-TBL     PIC X(10) VALUE SPACES.
            10 PAID-PO-TBL          PIC X(06) VALUE SPACES.
            10 PAID-PART-TBL        PIC X(23) VALUE SPACES.
            10 PAID-DOC-DATE-TBL    PIC X(08) VALUE SPACES.
            10 PAID-PAYMENT-NUM-TBL PIC 9(08) VALUE 0.
            10 PAID-DATE-TBL        PIC X(08) VALUE SPACES.
      *
       01 WS-PAID-HIST-VARS.
          05 WS-MAX-PAID-IDX        PIC 9(04) VALUE 5000.
          05 WS-PAID-LOADED-CTR     PIC 9(04) VALUE 0.
          05 WS-HIGH-PAYMENT-NUMBER PIC 9(08) VALUE 0.
          05 WS-NEXT-PAYMENT-NUMBER PIC 9(08) VALUE 0.
          05 PAID-FOUND-SW          PIC X(01) VALUE 'N'.
             88 PAID-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE SUPPLIER ADDRESS MASTER RECORD AND
      *  THE REMIT-TO TABLE LOADED FROM IT. THE CONFIRM SWITCH IS 'P'
      *  WHILE A REMIT-TO CHANGE IS AWAITING CONFIRMATION -- THAT
      *  SUPPLIER IS HELD FROM PAYMENT.
      *****************************************************************
      *
       01 WS-ADDR-MAST-REC.
          05 AM-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 AM-ADDRESS-TYPE        PIC X(01) VALUE SPACES.
             88 AM-REMIT-ADDRESS    VALUE '3'.
          05 AM-ADDRESS-IMAGE       PIC X(80) VALUE SPACES.
          05 AM-CONFIRM-SW          PIC X(01) VALUE SPACES.
             88 AM-CONFIRM-PENDING  VALUE 'P'.
          05 AM-CHANGE-DATE         PIC X(08) VALUE SPACES.
      *
       01 REMIT-TBL.
          05 REMIT-ENTRY-TBL
            OCCURS 250 TIMES INDEXED BY RMIT-IDX.
            10 RMIT-SUPPLIER-TBL    PIC X(10) VALUE SPACES.
            10 RMIT-IMAGE-TBL       PIC X(80) VALUE SPACES.
            10 RMIT-PENDING-SW      PIC X(01) VALUE SPACES.
               88 RMIT-PENDING      VALUE 'P'.
            10 RMIT-CHANGE-DATE-TBL PIC X(08) VALUE SPACES.
      *
       01 WS-REMIT-VARS.
          05 WS-MAX-RMIT-IDX        PIC 9(03) VALUE 250.
          05 WS-RMIT-LOADED-CTR     PIC 9(03) VALUE 0.
          05 RMIT-FOUND-SW          PIC X(01) VALUE 'N'.
             88 RMIT-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  THE REMIT-TO ADDRESS IMAGE BROKEN OUT FOR THE REMITTANCE
      *  ADVICE -- SAME LAYOUT AS ONE SUPP-ADDRESS OCCURRENCE OF THE
      *  PARTSREC COPYBOOK.
      *****************************************************************
      *
       01 WS-REMIT-ADDRESS.
          05 RA-ADDRESS-TYPE        PIC X(01) VALUE SPACES.
          05 RA-ADDRESS-1           PIC X(15) VALUE SPACES.
          05 RA-ADDRESS-2           PIC X(15) VALUE SPACES.
          05 RA-ADDRESS-3           PIC X(15) VALUE SPACES.
          05 RA-CITY                PIC X(15) VALUE SPACES.
          05 RA-STATE               PIC X(02) VALUE SPACES.
          05 RA-ZIP-CODE            PIC X(10) VALUE SPACES.
          05 RA-ZIP-CODE-EXT        PIC X(04) VALUE SPACES.
          05 RA-COUNTRY-CODE        PIC X(03) VALUE SPACES.
      *
      *****************************************************************
      *  OPEN VOUCHER TABLE -- EVERY VOUCHER CARRIED ON THE OPEN ITEMS
      *  MASTER PLUS THIS RUN'S NEW VOUCHERS. THE STATUS IS 'S' WHEN
      *  SELECTED FOR THIS RUN AND 'P' ONCE PAID; ANYTHING NOT PAID
      *  IS WRITTEN BACK TO THE NEW OPEN ITEMS MASTER.
      *****************************************************************
      *
       01 VOUCHER-TBL.
          05 VOUCHER-ENTRY-TBL
            OCCURS 2000 TIMES INDEXED BY VCHR-IDX.
            10 VCHR-STATUS-SW       PIC X(01) VALUE SPACES.
               88 VCHR-SELECTED     VALUE 'S'.
               88 VCHR-PAID         VALUE 'P'.
            10 VCHR-SUPPLIER-TBL    PIC X(10) VALUE SPACES.
            10 VCHR-INVOICE-TBL     PIC X(10) VALUE SPACES.
            10 VCHR-CURRENCY-TBL    PIC X(03) VALUE SPACES.
            10 VCHR-DISC-TAKEN-TBL  PIC 9(7)V99 VALUE 0.
            10 VCHR-PAYMENT-SLOT    PIC 9(03) VALUE 0.
            10 VCHR-IMAGE-TBL       PIC X(129) VALUE SPACES.
      *
       01 WS-VOUCHER-VARS.
          05 WS-MAX-VCHR-IDX        PIC 9(04) VALUE 2000.
          05 WS-VCHR-LOADED-CTR     PIC 9(04) VALUE 0.
          05 VCHR-FOUND-SW          PIC X(01) VALUE 'N'.
             88 VCHR-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  OPEN DEBIT MEMO TABLE -- EVERY MEMO CARRIED ON THE OPEN ITEMS
      *  MASTER PLUS THIS RUN'S NEW MEMOS. THE STATUS IS 'A' ONCE THE
      *  MEMO HAS BEEN APPLIED AGAINST A PAYMENT.
      *****************************************************************
      *
       01 MEMO-TBL.
          05 MEMO-ENTRY-TBL
            OCCURS 500 TIMES INDEXED BY MEMO-IDX.
            10 MEMO-STATUS-SW       PIC X(01) VALUE SPACES.
               88 MEMO-APPLIED      VALUE 'A'.
            10 MEMO-SUPPLIER-TBL    PIC X(10) VALUE SPACES.
            10 MEMO-PO-TBL          PIC X(06) VALUE SPACES.
            10 MEMO-PART-TBL        PIC X(23) VALUE SPACES.
            10 MEMO-DATE-TBL        PIC X(08) VALUE SPACES.
            10 MEMO-CURRENCY-TBL    PIC X(03) VALUE SPACES.
            10 MEMO-AMOUNT-TBL      PIC 9(9)V99 VALUE 0.
            10 MEMO-IMAGE-TBL       PIC X(80) VALUE SPACES.
      *
       01 WS-MEMO-VARS.
          05 WS-MAX-MEMO-IDX        PIC 9(03) VALUE 500.
          05 WS-MEMO-LOADED-CTR     PIC 9(03) VALUE 0.
          05 MEMO-FOUND-SW          PIC X(01) VALUE 'N'.
             88 MEMO-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  PAYMENT TABLE -- ONE ENTRY PER SUPPLIER AND CURRENCY WITH
      *  SELECTED VOUCHERS. THE DISPOSITION IS 'P' PAID, 'H' HELD FOR
      *  AN UNCONFIRMED REMIT-TO CHANGE, OR 'D' NOT PAID BECAUSE THE
      *  OPEN DEBIT MEMOS EQUAL OR EXCEED THE VOUCHERS.
      *****************************************************************
      *
       01 PAYMENT-TBL.
          05 PAYMENT-ENTRY-TBL
            OCCURS 500 TIMES INDEXED BY PYMT-IDX.
            10 PYMT-DISPOSITION-SW  PIC X(01) VALUE SPACES.
               88 PYMT-PAID         VALUE 'P'.
               88 PYMT-HELD         VALUE 'H'.
               88 PYMT-DEBIT-BAL    VALUE 'D'.
            10 PYMT-SUPPLIER-TBL    PIC X(10) VALUE SPACES.
            10 PYMT-CURRENCY-TBL    PIC X(03) VALUE SPACES.
            10 PYMT-VOUCHER-CTR-TBL PIC 9(03) VALUE 0.
            10 PYMT-MEMO-CTR-TBL    PIC 9(03) VALUE 0.
            10 PYMT-GROSS-TBL       PIC 9(11)V99 VALUE 0.
            10 PYMT-DISCOUNT-TBL    PIC 9(09)V99 VALUE 0.
            10 PYMT-MEMO-TOTAL-TBL  PIC 9(11)V99 VALUE 0.
            10 PYMT-NET-TBL         PIC 9(11)V99 VALUE 0.
            10 PYMT-NUMBER-TBL      PIC 9(08) VALUE 0.
      *
       01 WS-PAYMENT-VARS.
          05 WS-MAX-PYMT-IDX        PIC 9(03) VALUE 500.
          05 WS-PYMT-USED-CTR       PIC 9(03) VALUE 0.
          05 WS-PYMT-SLOT           PIC 9(03) VALUE 0.
          05 PYMT-FOUND-SW          PIC X(01) VALUE 'N'.
             88 PYMT-FOUND          VALUE 'Y'.
          05 WS-SUPPLIER-MEMO-TOTAL PIC 9(11)V99 VALUE 0.
          05 WS-SUPPLIER-MEMO-CTR   PIC 9(03) VALUE 0.
          05 WS-VOUCHER-NET         PIC 9(9)V99 VALUE 0.
      *
       01 WS-DATE-VARS.
          05 WS-TODAY-8             PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  BANK PAYMENT FILE RECORDS -- A HEADER, ONE DETAIL PER
      *  PAYMENT (THE ACH OR WIRE INSTRUCTION AND THE POSITIVE-PAY
      *  ISSUE RECORD), AND A TRAILER CARRYING THE PAYMENT COUNT, THE
      *  AMOUNT HASH AND THE PAYMENT NUMBER HASH THE BANK BALANCES
      *  THE FILE AGAINST. THE PAYEE'S BANK DETAILS ARE HELD BY THE
      *  BANK UNDER OUR SUPPLIER-CODE.
      *****************************************************************
      *
       01 WS-BANK-HEADER-REC.
          05 BH-RECORD-TYPE         PIC X(01) VALUE 'H'.
          05 BH-FILE-DATE           PIC X(08) VALUE SPACES.
          05 BH-PAY-THROUGH-DATE    PIC X(08) VALUE SPACES.
          05 BH-ORIGINATOR          PIC X(20) VALUE
                                    'AUTOPARTS AP PAYMENT'.
          05 FILLER                 PIC X(63) VALUE SPACES.
      *
       01 WS-BANK-DETAIL-REC.
          05 BD-RECORD-TYPE         PIC X(01) VALUE 'D'.
          05 BD-PAYMENT-NUMBER      PIC 9(08) VALUE 0.
          05 BD-PAYMENT-DATE        PIC X(08) VALUE SPACES.
          05 BD-PAY-METHOD          PIC X(01) VALUE SPACES.
             88 BD-ACH-PAYMENT      VALUE 'A'.
             88 BD-WIRE-PAYMENT     VALUE 'W'.
          05 BD-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 BD-PAYEE-NAME          PIC X(15) VALUE SPACES.
          05 BD-AMOUNT              PIC 9(9)V99 VALUE 0.
          05 BD-CURRENCY-CODE       PIC X(03) VALUE SPACES.
          05 BD-VOUCHER-COUNT       PIC 9(03) VALUE 0.
          05 FILLER                 PIC X(40) VALUE SPACES.
      *
       01 WS-BANK-TRAILER-REC.
          05 BT-RECORD-TYPE         PIC X(01) VALUE 'T'.
          05 BT-PAYMENT-COUNT       PIC 9(07) VALUE 0.
          05 BT-AMOUNT-HASH         PIC 9(13)V99 VALUE 0.
          05 BT-NUMBER-HASH         PIC 9(12) VALUE 0.
          05 FILLER                 PIC X(65) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE COPYLIB MEMBER FOR ONE OPERATOR ACTIVITY
      *  RECORD APPENDED TO OPERLOG.
      *****************************************************************
      *
           COPY OPERACT.
      *
       01 WS-OPER-DETAIL-LINE.
          05 FILLER                 PIC X(05) VALUE 'PYMT '.
          05 WS-OPER-DETAIL-PYMT    PIC 9(08) VALUE 0.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 AVCODE                 PIC X(02) VALUE SPACES.
          05 DMCODE                 PIC X(02) VALUE SPACES.
          05 AOCODE                 PIC X(02) VALUE SPACES.
          05 PHCODE                 PIC X(02) VALUE SPACES.
          05 AMCODE                 PIC X(02) VALUE SPACES.
          05 ONCODE                 PIC X(02) VALUE SPACES.
          05 PNCODE                 PIC X(02) VALUE SPACES.
          05 BPCODE                 PIC X(02) VALUE SPACES.
          05 RACODE                 PIC X(02) VALUE SPACES.
          05 RPCODE                 PIC X(02) VALUE SPACES.
          05 OLCODE                 PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 VOUCHER-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-VOUCHER-FILE VALUE 'Y'.
          05 DEBIT-MEMO-FILE-SW     PIC X(01) VALUE 'N'.
             88 END-OF-DEBIT-MEMO-FILE VALUE 'Y'.
          05 OPEN-ITEM-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-OPEN-ITEM-FILE VALUE 'Y'.
          05 PAID-HIST-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-PAID-HIST-FILE VALUE 'Y'.
          05 ADDR-MASTER-FILE-SW    PIC X(01) VALUE 'N'.
             88 END-OF-ADDR-MASTER-FILE VALUE 'Y'.
          05 RUN-ERROR-SW           PIC X(01) VALUE 'N'.
             88 RUN-ERROR           VALUE 'Y'.
          05 TABLE-FULL-SW          PIC X(01) VALUE 'N'.
             88 TABLE-FULL          VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-VOUCHERS-READ-CTR   PIC 9(07) VALUE 0.
          05 WS-MEMOS-READ-CTR      PIC 9(07) VALUE 0.
          05 WS-OPEN-ITEMS-READ-CTR PIC 9(07) VALUE 0.
          05 WS-PAID-HIST-READ-CTR  PIC 9(07) VALUE 0.
          05 WS-DUPLICATE-CTR       PIC 9(05) VALUE 0.
          05 WS-SELECTED-CTR        PIC 9(05) VALUE 0.
          05 WS-VOUCHERS-PAID-CTR   PIC 9(05) VALUE 0.
          05 WS-MEMOS-APPLIED-CTR   PIC 9(05) VALUE 0.
          05 WS-DISCOUNTS-TAKEN-CTR PIC 9(05) VALUE 0.
          05 WS-PAYMENTS-CTR        PIC 9(05) VALUE 0.
          05 WS-HELD-SUPPLIER-CTR   PIC 9(05) VALUE 0.
          05 WS-DEBIT-BAL-CTR       PIC 9(05) VALUE 0.
          05 WS-OPEN-ITEMS-WRTN     PIC 9(07) VALUE 0.
          05 WS-PAID-HIST-WRTN      PIC 9(07) VALUE 0.
          05 WS-OPERLOG-WRTN-CTR    PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  PAYMENT REGISTER LINES -- ONE LINE PER SUPPLIER/CURRENCY
      *  PAYMENT (PAID, HELD OR DEBIT BALANCE) AND ONE LINE PER
      *  DUPLICATE VOUCHER OR MEMO SKIPPED.
      *****************************************************************
      *
       01 PAY-RPT-HEADER-1. *>HEADER FOR PAYMENT REGISTER
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(28) VALUE
                                     'PAYMENT RUN -- PAY THROUGH '.
          05 RPT-PAY-THROUGH-DATE    PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE
                                     '  PAYMENT DATE '.
          05 RPT-PAYMENT-DATE        PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(35) VALUE SPACES.
      *
       01 PAY-RPT-HEADER-2. *>HEADER FOR PAYMENT REGISTER
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'SUPPLIER'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'CCY'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'VCH'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(13) VALUE '        GROSS'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(11) VALUE '   DISCOUNT'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(13) VALUE '  DEBIT MEMOS'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(13) VALUE '   NET AMOUNT'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(22) VALUE 'PAYMENT / STATUS'.
      *
       01 PAY-RPT-HEADER-3. *>HEADER FOR PAYMENT REGISTER
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(95) VALUE ALL '='.
      *
       01 PAY-RPT-DETAIL. *>ONE SUPPLIER/CURRENCY PAYMENT LINE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-CURRENCY-CODE       PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-VOUCHER-CTR         PIC ZZ9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-GROSS-AMOUNT        PIC ZZZZZZZZZ9.99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-DISCOUNT-AMOUNT     PIC ZZZZZZZ9.99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-MEMO-AMOUNT         PIC ZZZZZZZZZ9.99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-NET-AMOUNT          PIC ZZZZZZZZZ9.99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-STATUS-MSG          PIC X(22) VALUE SPACES.
      *
       01 PAY-RPT-PAYMENT-STATUS. *>STATUS TEXT FOR A PAID SUPPLIER
          05 FILLER                  PIC X(08) VALUE 'PAYMENT '.
          05 RPT-PAYMENT-NUMBER      PIC 9(08) VALUE 0.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 RPT-PAY-METHOD          PIC X(05) VALUE SPACES.
      *
       01 PAY-RPT-DUPLICATE. *>ONE DUPLICATE ITEM SKIPPED
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-DUP-SUPPLIER-CODE   PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-DUP-ITEM-TYPE       PIC X(07) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-DUP-DOCUMENT        PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-DUP-MESSAGE         PIC X(40) VALUE SPACES.
          05 FILLER                  PIC X(22) VALUE SPACES.
      *
       01 PAY-RPT-SECTION-LINE. *>SECTION BANNER LINE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-SECTION-TEXT        PIC X(50) VALUE SPACES.
          05 FILLER                  PIC X(45) VALUE SPACES.
      *
       01 PAY-RPT-TOTAL-LINE. *>ONE RUN TOTAL LINE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-TOTAL-LABEL         PIC X(40) VALUE SPACES.
          05 RPT-TOTAL-COUNT         PIC ZZZZZZ9.
          05 FILLER                  PIC X(48) VALUE SPACES.
      *
      *****************************************************************
      *  REMITTANCE ADVICE LINES -- ONE ADVICE PER PAYMENT: THE PAYEE
      *  AND REMIT-TO ADDRESS, ONE LINE PER VOUCHER PAID AND PER DEBIT
      *  MEMO APPLIED, AND THE PAYMENT TOTAL.
      *****************************************************************
      *
       01 REM-ADV-TITLE. *>FIRST LINE OF EACH ADVICE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(20) VALUE
                                     'REMITTANCE ADVICE'.
          05 FILLER                  PIC X(09) VALUE 'PAYMENT '.
          05 REM-PAYMENT-NUMBER      PIC 9(08) VALUE 0.
          05 FILLER                  PIC X(07) VALUE '  DATE '.
          05 REM-PAYMENT-DATE        PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(43) VALUE SPACES.
      *
       01 REM-ADV-ADDRESS. *>PAYEE AND REMIT-TO ADDRESS LINES
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 REM-ADDRESS-LABEL       PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 REM-ADDRESS-TEXT        PIC X(40) VALUE SPACES.
          05 FILLER                  PIC X(43) VALUE SPACES.
      *
       01 REM-ADV-COLUMNS. *>COLUMN HEADINGS OF EACH ADVICE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'DOCUMENT'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE 'PO NO'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'DATE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(13) VALUE '        GROSS'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(11) VALUE '   DISCOUNT'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(14) VALUE '           NET'.
          05 FILLER                  PIC X(23) VALUE SPACES.
      *
       01 REM-ADV-DETAIL. *>ONE VOUCHER PAID OR MEMO APPLIED
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 REM-DOCUMENT            PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 REM-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 REM-DOCUMENT-DATE       PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 REM-GROSS-AMOUNT        PIC ZZZZZZZZZ9.99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 REM-DISCOUNT-AMOUNT     PIC ZZZZZZZ9.99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 REM-NET-AMOUNT          PIC ZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(23) VALUE SPACES.
      *
       01 REM-ADV-TOTAL. *>PAYMENT TOTAL OF EACH ADVICE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(20) VALUE
                                     'TOTAL PAYMENT'.
          05 REM-TOTAL-CURRENCY      PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(30) VALUE SPACES.
          05 REM-TOTAL-AMOUNT        PIC ZZZZZZZZZ9.99-.
          05 FILLER                  PIC X(28) VALUE SPACES.
      *
       01 REM-ADV-SEPARATOR. *>LINE BETWEEN ADVICES
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(95) VALUE ALL '-'.
      *
       01 WS-100-CHAR-BLANK-LINE     PIC X(100) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION ACCEPTS AND EDITS THE PAYMENT
      *    RUN CARD, LOADS THE PAID HISTORY, REMIT-TO ADDRESSES AND
      *    OPEN ITEMS, ADDS THIS RUN'S VOUCHERS AND MEMOS, SELECTS AND
      *    SETTLES THE PAYMENTS, WRITES THE NEW OPEN ITEMS MASTER AND
      *    CLOSES FILES. AN INVALID CARD ENDS THE RUN WITH RETURN-CODE
      *    16 AND NO FILE TOUCHED. A FULL TABLE ALSO ENDS THE RUN WITH
      *    RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0200-READ-PAID-HIST-FILE
      *    - 0210-LOAD-PAID-HIST-TABLE
      *    - 0220-READ-ADDR-MASTER
      *    - 0230-LOAD-REMIT-TABLE
      *    - 0240-READ-OPEN-ITEM-FILE
      *    - 0250-LOAD-OPEN-ITEM
      *    - 0260-READ-VOUCHER-FILE
      *    - 0270-LOAD-NEW-VOUCHER
      *    - 0280-READ-DEBIT-MEMO-FILE
      *    - 0290-LOAD-NEW-DEBIT-MEMO
      *    - 0500-SELECT-VOUCHERS
      *    - 0600-SETTLE-PAYMENTS
      *    - 2000-WRITE-OPEN-ITEMS
      *    - 2100-WRITE-BANK-TRAILER
      *    - 2200-WRITE-RPT-TOTALS
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           IF RUN-ERROR
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 0100-OPEN-FILES
              PERFORM 0150-WRITE-RPT-HEADERS
              PERFORM 0200-READ-PAID-HIST-FILE
              PERFORM 0210-LOAD-PAID-HIST-TABLE
                  UNTIL END-OF-PAID-HIST-FILE
              PERFORM 0220-READ-ADDR-MASTER
              PERFORM 0230-LOAD-REMIT-TABLE
                  UNTIL END-OF-ADDR-MASTER-FILE
              PERFORM 0240-READ-OPEN-ITEM-FILE
              PERFORM 0250-LOAD-OPEN-ITEM
                  UNTIL END-OF-OPEN-ITEM-FILE
              PERFORM 0260-READ-VOUCHER-FILE
              PERFORM 0270-LOAD-NEW-VOUCHER
                  UNTIL END-OF-VOUCHER-FILE
              PERFORM 0280-READ-DEBIT-MEMO-FILE
              PERFORM 0290-LOAD-NEW-DEBIT-MEMO
                  UNTIL END-OF-DEBIT-MEMO-FILE
              PERFORM 0500-SELECT-VOUCHERS
              PERFORM 0600-SETTLE-PAYMENTS
              PERFORM 2000-WRITE-OPEN-ITEMS
              PERFORM 2100-WRITE-BANK-TRAILER
              PERFORM 2200-WRITE-RPT-TOTALS
              PERFORM 2600-CLOSE-FILES
              IF TABLE-FULL
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH ACCEPTS THE PAYMENT RUN
      *    CARD FROM SYSIN, VALIDATES THE PAY-THROUGH DATE AND THE
      *    RELEASING OPERATOR ID AND OBTAINS
      *    TODAY'S DATE -- THE PAYMENT DATE, AND THE DATE A DISCOUNT
      *    WINDOW MUST STILL BE OPEN ON FOR THE DISCOUNT TO BE TAKEN.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           ACCEPT WS-PAY-RUN-CARD FROM SYSIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8.
      *
           IF WS-PAY-THROUGH-DATE NOT NUMERIC
              DISPLAY 'PAYRUN: PAY-THROUGH DATE MUST BE YYYYMMDD '
                      '-- RUN ENDED'
              SET RUN-ERROR TO TRUE
           END-IF.
      *
           IF WS-FIRST-PAYMENT-CARD NOT = SPACES AND
              WS-FIRST-PAYMENT-CARD NOT NUMERIC
              DISPLAY 'PAYRUN: FIRST PAYMENT NUMBER MUST BE NUMERIC '
                      '-- RUN ENDED'
              SET RUN-ERROR TO TRUE
           END-IF.
      *
           IF WS-PAY-RUN-OPERATOR = SPACES
              DISPLAY 'PAYRUN: RELEASING OPERATOR ID IS REQUIRED '
                      '-- RUN ENDED'
              SET RUN-ERROR TO TRUE
           END-IF.
      *
           MOVE WS-PAY-THROUGH-DATE TO RPT-PAY-THROUGH-DATE
                                       BH-PAY-THROUGH-DATE.
           MOVE WS-TODAY-8          TO RPT-PAYMENT-DATE
                                       BH-FILE-DATE.
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
           OPEN INPUT DEBITMEM.
           IF DMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING DEBIT MEMO FILE'
           END-IF.
      *
           OPEN INPUT APOPEN.
           IF AOCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING OPEN AP ITEMS MASTER'
           END-IF.
      *
           OPEN INPUT PAIDHIST.
           IF PHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PAID VOUCHER HISTORY MASTER'
           END-IF.
      *
           OPEN INPUT ADDRMAST.
           IF AMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SUPPLIER ADDRESS MASTER'
           END-IF.
      *
           OPEN OUTPUT APOPNNEW.
           IF ONCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW OPEN AP ITEMS MASTER'
           END-IF.
      *
           OPEN OUTPUT PAIDNEW.
           IF PNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW PAID VOUCHER HISTORY MASTER'
           END-IF.
      *
           OPEN OUTPUT BANKPAY.
           IF BPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING BANK PAYMENT FILE'
           END-IF.
      *
           OPEN OUTPUT REMITADV.
           IF RACODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING REMITTANCE ADVICE FILE'
           END-IF.
      *
           OPEN OUTPUT PAYRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PAYMENT REGISTER FILE'
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
      *    THE 0150-WRITE-RPT-HEADERS PARAGRAPH WRITES THE PAYMENT
      *    REGISTER HEADINGS AND THE BANK PAYMENT FILE HEADER RECORD
      *    AND CHECKS THE FILE STATUS FOR A SUCCESSFUL WRITE
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
           WRITE PAYRPT-REC FROM PAY-RPT-HEADER-1.
           WRITE PAYRPT-REC FROM WS-100-CHAR-BLANK-LINE.
           WRITE PAYRPT-REC FROM PAY-RPT-HEADER-2.
           WRITE PAYRPT-REC FROM PAY-RPT-HEADER-3.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO PAYMENT REGISTER'
           END-IF.
      *
           WRITE BANKPAY-REC FROM WS-BANK-HEADER-REC.
           IF BPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING BANK PAYMENT FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-PAID-HIST-FILE PARAGRAPH READS ONE OLD PAID
      *    VOUCHER HISTORY RECORD. WHEN THE END OF FILE IS REACHED, A
      *    FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0210-LOAD-PAID-HIST-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0200-READ-PAID-HIST-FILE.
           READ PAIDHIST INTO WS-PAID-HIST-REC
              AT END MOVE 'Y' TO PAID-HIST-FILE-SW
           END-READ.
      *
           IF PHCODE = '00' OR '10'
              IF NOT END-OF-PAID-HIST-FILE
                 ADD 1 TO WS-PAID-HIST-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING PAID VOUCHER HISTORY MASTER.'
              MOVE 'Y' TO PAID-HIST-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0210-LOAD-PAID-HIST-TABLE PARAGRAPH COPIES ONE OLD
      *    HISTORY RECORD TO THE NEW HISTORY MASTER, LOADS ITS KEY
      *    INTO THE PAID HISTORY TABLE AND TRACKS THE HIGHEST PAYMENT
      *    NUMBER ISSUED SO FAR.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0750-WRITE-PAID-HIST-REC
      *    -  0200-READ-PAID-HIST-FILE
      *****************************************************************
      *
       0210-LOAD-PAID-HIST-TABLE.
           PERFORM 0750-WRITE-PAID-HIST-REC.
      *
           IF PH-PAYMENT-NUMBER > WS-HIGH-PAYMENT-NUMBER
              MOVE PH-PAYMENT-NUMBER TO WS-HIGH-PAYMENT-NUMBER
           END-IF.
      *
           IF WS-PAID-LOADED-CTR < WS-MAX-PAID-IDX
              ADD 1 TO WS-PAID-LOADED-CTR
              SET PAID-IDX TO WS-PAID-LOADED-CTR
              MOVE PH-RECORD-TYPE     TO PAID-TYPE-TBL (PAID-IDX)
              MOVE PH-SUPPLIER-CODE   TO PAID-SUPPLIER-TBL (PAID-IDX)
              MOVE PH-INVOICE-NUMBER  TO PAID-INVOICE-TBL (PAID-IDX)
              MOVE PH-PO-NUMBER       TO PAID-PO-TBL (PAID-IDX)
              MOVE PH-PART-NUMBER     TO PAID-PART-TBL (PAID-IDX)
              MOVE PH-DOCUMENT-DATE   TO PAID-DOC-DATE-TBL (PAID-IDX)
              MOVE PH-PAYMENT-NUMBER
                 TO PAID-PAYMENT-NUM-TBL (PAID-IDX)
              MOVE PH-PAID-DATE       TO PAID-DATE-TBL (PAID-IDX)
           ELSE
              DISPLAY 'PAID HISTORY TABLE FULL -- RECORD FOR '
                      PH-SUPPLIER-CODE ' ' PH-INVOICE-NUMBER
                      ' NOT CHECKED FOR DUPLICATES'
              SET TABLE-FULL TO TRUE
           END-IF.
      *
           PERFORM 0200-READ-PAID-HIST-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0220-READ-ADDR-MASTER PARAGRAPH READS ONE SUPPLIER
      *    ADDRESS MASTER RECORD. WHEN THE END OF FILE IS REACHED, A
      *    FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0230-LOAD-REMIT-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0220-READ-ADDR-MASTER.
           READ ADDRMAST INTO WS-ADDR-MAST-REC
              AT END MOVE 'Y' TO ADDR-MASTER-FILE-SW
           END-READ.
      *
           IF AMCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING SUPPLIER ADDRESS MASTER.'
              MOVE 'Y' TO ADDR-MASTER-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0230-LOAD-REMIT-TABLE PARAGRAPH LOADS EACH SUPPLIER'S
      *    REMIT-TO ADDRESS (ADDRESS-TYPE '3') AND ITS CONFIRMATION
      *    STATUS INTO THE REMIT-TO TABLE. OTHER ADDRESS TYPES ARE
      *    SKIPPED.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0220-READ-ADDR-MASTER
      *****************************************************************
      *
       0230-LOAD-REMIT-TABLE.
           IF AM-REMIT-ADDRESS
              IF WS-RMIT-LOADED-CTR < WS-MAX-RMIT-IDX
                 ADD 1 TO WS-RMIT-LOADED-CTR
                 SET RMIT-IDX TO WS-RMIT-LOADED-CTR
                 MOVE AM-SUPPLIER-CODE TO RMIT-SUPPLIER-TBL (RMIT-IDX)
                 MOVE AM-ADDRESS-IMAGE TO RMIT-IMAGE-TBL (RMIT-IDX)
                 MOVE AM-CONFIRM-SW    TO RMIT-PENDING-SW (RMIT-IDX)
                 MOVE AM-CHANGE-DATE
                    TO RMIT-CHANGE-DATE-TBL (RMIT-IDX)
              ELSE
                 DISPLAY 'REMIT-TO TABLE FULL -- REMAINING ADDRESSES '
                         'NOT LOADED'
                 SET TABLE-FULL TO TRUE
                 MOVE 'Y' TO ADDR-MASTER-FILE-SW
              END-IF
           END-IF.
      *
           IF NOT END-OF-ADDR-MASTER-FILE
              PERFORM 0220-READ-ADDR-MASTER
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0240-READ-OPEN-ITEM-FILE PARAGRAPH READS ONE OLD OPEN
      *    AP ITEMS MASTER RECORD. WHEN THE END OF FILE IS REACHED, A
      *    FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0250-LOAD-OPEN-ITEM
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0240-READ-OPEN-ITEM-FILE.
           READ APOPEN INTO WS-OPEN-ITEM-REC
              AT END MOVE 'Y' TO OPEN-ITEM-FILE-SW
           END-READ.
      *
           IF AOCODE = '00' OR '10'
              IF NOT END-OF-OPEN-ITEM-FILE
                 ADD 1 TO WS-OPEN-ITEMS-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING OPEN AP ITEMS MASTER.'
              MOVE 'Y' TO OPEN-ITEM-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0250-LOAD-OPEN-ITEM PARAGRAPH ADDS ONE CARRIED VOUCHER
      *    OR DEBIT MEMO FROM THE OLD OPEN ITEMS MASTER TO THE OPEN
      *    VOUCHER OR MEMO TABLE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0300-ADD-VOUCHER-ENTRY
      *    -  0320-ADD-MEMO-ENTRY
      *    -  0240-READ-OPEN-ITEM-FILE
      *****************************************************************
      *
       0250-LOAD-OPEN-ITEM.
           EVALUATE TRUE
              WHEN OI-VOUCHER
                 MOVE OI-ITEM-IMAGE TO WS-AP-VOUCHER-REC
                 PERFORM 0300-ADD-VOUCHER-ENTRY
              WHEN OI-DEBIT-MEMO
                 MOVE OI-ITEM-IMAGE (1:80) TO WS-DEBIT-MEMO-REC
                 PERFORM 0320-ADD-MEMO-ENTRY
              WHEN OTHER
                 DISPLAY 'OPEN AP ITEM WITH UNKNOWN TYPE '
                         OI-ITEM-TYPE ' DROPPED'
           END-EVALUATE.
      *
           PERFORM 0240-READ-OPEN-ITEM-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0260-READ-VOUCHER-FILE PARAGRAPH READS ONE NEW AP
      *    VOUCHER. WHEN THE END OF FILE IS REACHED, A FLAG IS SET TO
      *    INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0270-LOAD-NEW-VOUCHER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0260-READ-VOUCHER-FILE.
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
      *    THE 0270-LOAD-NEW-VOUCHER PARAGRAPH ADDS ONE OF THIS RUN'S
      *    NEW VOUCHERS TO THE OPEN VOUCHER TABLE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0300-ADD-VOUCHER-ENTRY
      *    -  0260-READ-VOUCHER-FILE
      *****************************************************************
      *
       0270-LOAD-NEW-VOUCHER.
           PERFORM 0300-ADD-VOUCHER-ENTRY.
           PERFORM 0260-READ-VOUCHER-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0280-READ-DEBIT-MEMO-FILE PARAGRAPH READS ONE NEW DEBIT
      *    MEMO. WHEN THE END OF FILE IS REACHED, A FLAG IS SET TO
      *    INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0290-LOAD-NEW-DEBIT-MEMO
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0280-READ-DEBIT-MEMO-FILE.
           READ DEBITMEM INTO WS-DEBIT-MEMO-REC
              AT END MOVE 'Y' TO DEBIT-MEMO-FILE-SW
           END-READ.
      *
           IF DMCODE = '00' OR '10'
              IF NOT END-OF-DEBIT-MEMO-FILE
                 ADD 1 TO WS-MEMOS-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING DEBIT MEMO FILE.'
              MOVE 'Y' TO DEBIT-MEMO-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0290-LOAD-NEW-DEBIT-MEMO PARAGRAPH ADDS ONE OF THIS
      *    RUN'S NEW DEBIT MEMOS TO THE OPEN MEMO TABLE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0320-ADD-MEMO-ENTRY
      *    -  0280-READ-DEBIT-MEMO-FILE
      *****************************************************************
      *
       0290-LOAD-NEW-DEBIT-MEMO.
           PERFORM 0320-ADD-MEMO-ENTRY.
           PERFORM 0280-READ-DEBIT-MEMO-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-ADD-VOUCHER-ENTRY PARAGRAPH ADDS THE VOUCHER IN
      *    WS-AP-VOUCHER-REC TO THE OPEN VOUCHER TABLE. A VOUCHER
      *    WHOSE SUPPLIER AND INVOICE NUMBER ARE ALREADY ON THE PAID
      *    HISTORY, OR ALREADY OPEN, IS A DUPLICATE -- IT IS LISTED ON
      *    THE REGISTER AND DROPPED SO IT CAN NEVER BE PAID TWICE.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  0250-LOAD-OPEN-ITEM
      *    -  0270-LOAD-NEW-VOUCHER
      *
      *  CALLS:
      *    -  0340-CHECK-VOUCHER-PAID
      *    -  0360-WRITE-RPT-DUPLICATE
      *****************************************************************
      *
       0300-ADD-VOUCHER-ENTRY.
           PERFORM 0340-CHECK-VOUCHER-PAID.
      *
           MOVE 'N' TO VCHR-FOUND-SW.
           IF NOT PAID-FOUND
              PERFORM VARYING VCHR-IDX FROM 1 BY 1
                 UNTIL VCHR-IDX > WS-VCHR-LOADED-CTR OR VCHR-FOUND
                 IF VO-SUPPLIER-CODE = VCHR-SUPPLIER-TBL (VCHR-IDX)
                    AND VO-INVOICE-NUMBER =
                        VCHR-INVOICE-TBL (VCHR-IDX)
                    MOVE 'Y' TO VCHR-FOUND-SW
                 END-IF
              END-PERFORM
           END-IF.
      *
           MOVE VO-SUPPLIER-CODE  TO RPT-DUP-SUPPLIER-CODE.
           MOVE 'VOUCHER'         TO RPT-DUP-ITEM-TYPE.
           MOVE VO-INVOICE-NUMBER TO RPT-DUP-DOCUMENT.
      *
           EVALUATE TRUE
              WHEN PAID-FOUND
                 ADD 1 TO WS-DUPLICATE-CTR
                 MOVE SPACES TO RPT-DUP-MESSAGE
                 STRING 'ALREADY PAID ' PAID-DATE-TBL (PAID-IDX)
                        ' PAYMENT '
                        PAID-PAYMENT-NUM-TBL (PAID-IDX)
                        DELIMITED BY SIZE INTO RPT-DUP-MESSAGE
                 END-STRING
                 PERFORM 0360-WRITE-RPT-DUPLICATE
              WHEN VCHR-FOUND
                 ADD 1 TO WS-DUPLICATE-CTR
                 MOVE 'ALREADY OPEN -- DUPLICATE DROPPED'
                    TO RPT-DUP-MESSAGE
                 PERFORM 0360-WRITE-RPT-DUPLICATE
              WHEN WS-VCHR-LOADED-CTR < WS-MAX-VCHR-IDX
                 ADD 1 TO WS-VCHR-LOADED-CTR
                 SET VCHR-IDX TO WS-VCHR-LOADED-CTR
                 MOVE SPACE             TO VCHR-STATUS-SW (VCHR-IDX)
                 MOVE VO-SUPPLIER-CODE  TO VCHR-SUPPLIER-TBL (VCHR-IDX)
                 MOVE VO-INVOICE-NUMBER TO VCHR-INVOICE-TBL (VCHR-IDX)
                 MOVE VO-CURRENCY-CODE  TO VCHR-CURRENCY-TBL (VCHR-IDX)
                 IF VCHR-CURRENCY-TBL (VCHR-IDX) = SPACES
                    MOVE 'USD' TO VCHR-CURRENCY-TBL (VCHR-IDX)
                 END-IF
                 MOVE 0                 TO VCHR-DISC-TAKEN-TBL
                                           (VCHR-IDX)
                 MOVE 0                 TO VCHR-PAYMENT-SLOT (VCHR-IDX)
                 MOVE WS-AP-VOUCHER-REC TO VCHR-IMAGE-TBL (VCHR-IDX)
              WHEN OTHER
                 DISPLAY 'OPEN VOUCHER TABLE FULL -- VOUCHER '
                         VO-SUPPLIER-CODE ' ' VO-INVOICE-NUMBER
                         ' NOT LOADED'
                 SET TABLE-FULL TO TRUE
           END-EVALUATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0320-ADD-MEMO-ENTRY PARAGRAPH ADDS THE DEBIT MEMO IN
      *    WS-DEBIT-MEMO-REC TO THE OPEN MEMO TABLE. A MEMO ALREADY
      *    APPLIED ON THE PAID HISTORY, OR ALREADY OPEN (SAME
      *    SUPPLIER, PO, PART AND MEMO DATE), IS A DUPLICATE AND IS
      *    LISTED ON THE REGISTER AND DROPPED.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  0250-LOAD-OPEN-ITEM
      *    -  0290-LOAD-NEW-DEBIT-MEMO
      *
      *  CALLS:
      *    -  0350-CHECK-MEMO-APPLIED
      *    -  0360-WRITE-RPT-DUPLICATE
      *****************************************************************
      *
       0320-ADD-MEMO-ENTRY.
           PERFORM 0350-CHECK-MEMO-APPLIED.
      *
           MOVE 'N' TO MEMO-FOUND-SW.
           IF NOT PAID-FOUND
              PERFORM VARYING MEMO-IDX FROM 1 BY 1
                 UNTIL MEMO-IDX > WS-MEMO-LOADED-CTR OR MEMO-FOUND
                 IF DM-SUPPLIER-CODE = MEMO-SUPPLIER-TBL (MEMO-IDX)
                    AND DM-PO-NUMBER = MEMO-PO-TBL (MEMO-IDX)
                    AND DM-PART-NUMBER = MEMO-PART-TBL (MEMO-IDX)
                    AND DM-MEMO-DATE = MEMO-DATE-TBL (MEMO-IDX)
                    MOVE 'Y' TO MEMO-FOUND-SW
                 END-IF
              END-PERFORM
           END-IF.
      *
           MOVE DM-SUPPLIER-CODE  TO RPT-DUP-SUPPLIER-CODE.
           MOVE 'MEMO'            TO RPT-DUP-ITEM-TYPE.
           MOVE DM-PO-NUMBER      TO RPT-DUP-DOCUMENT.
      *
           EVALUATE TRUE
              WHEN PAID-FOUND
                 ADD 1 TO WS-DUPLICATE-CTR
                 MOVE SPACES TO RPT-DUP-MESSAGE
                 STRING 'ALREADY APPLIED ' PAID-DATE-TBL (PAID-IDX)
                        ' PAYMENT '
                        PAID-PAYMENT-NUM-TBL (PAID-IDX)
                        DELIMITED BY SIZE INTO RPT-DUP-MESSAGE
                 END-STRING
                 PERFORM 0360-WRITE-RPT-DUPLICATE
              WHEN MEMO-FOUND
                 ADD 1 TO WS-DUPLICATE-CTR
                 MOVE 'ALREADY OPEN -- DUPLICATE DROPPED'
                    TO RPT-DUP-MESSAGE
                 PERFORM 0360-WRITE-RPT-DUPLICATE
              WHEN WS-MEMO-LOADED-CTR < WS-MAX-MEMO-IDX
                 ADD 1 TO WS-MEMO-LOADED-CTR
                 SET MEMO-IDX TO WS-MEMO-LOADED-CTR
                 MOVE SPACE             TO MEMO-STATUS-SW (MEMO-IDX)
                 MOVE DM-SUPPLIER-CODE  TO MEMO-SUPPLIER-TBL (MEMO-IDX)
                 MOVE DM-PO-NUMBER      TO MEMO-PO-TBL (MEMO-IDX)
                 MOVE DM-PART-NUMBER    TO MEMO-PART-TBL (MEMO-IDX)
                 MOVE DM-MEMO-DATE      TO MEMO-DATE-TBL (MEMO-IDX)
                 MOVE DM-CURRENCY-CODE  TO MEMO-CURRENCY-TBL (MEMO-IDX)
                 IF MEMO-CURRENCY-TBL (MEMO-IDX) = SPACES
                    MOVE 'USD' TO MEMO-CURRENCY-TBL (MEMO-IDX)
                 END-IF
                 MOVE DM-MEMO-AMOUNT    TO MEMO-AMOUNT-TBL (MEMO-IDX)
                 MOVE WS-DEBIT-MEMO-REC TO MEMO-IMAGE-TBL (MEMO-IDX)
              WHEN OTHER
                 DISPLAY 'OPEN MEMO TABLE FULL -- MEMO '
                         DM-SUPPLIER-CODE ' ' DM-PO-NUMBER
                         ' NOT LOADED'
                 SET TABLE-FULL TO TRUE
           END-EVALUATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0340-CHECK-VOUCHER-PAID PARAGRAPH SEARCHES THE PAID
      *    HISTORY TABLE FOR A VOUCHER PAID UNDER THE SAME SUPPLIER AND
      *    INVOICE NUMBER, LEAVING PAID-IDX ON THE MATCH.
      *
      *  CALLED BY:
      *    -  0300-ADD-VOUCHER-ENTRY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0340-CHECK-VOUCHER-PAID.
           MOVE 'N' TO PAID-FOUND-SW.
      *
           PERFORM VARYING PAID-IDX FROM 1 BY 1
              UNTIL PAID-IDX > WS-PAID-LOADED-CTR OR PAID-FOUND
              IF PAID-TYPE-TBL (PAID-IDX) = 'V'
                 AND VO-SUPPLIER-CODE = PAID-SUPPLIER-TBL (PAID-IDX)
                 AND VO-INVOICE-NUMBER = PAID-INVOICE-TBL (PAID-IDX)
                 MOVE 'Y' TO PAID-FOUND-SW
              END-IF
           END-PERFORM.
      *
           IF PAID-FOUND
              SET PAID-IDX DOWN BY 1
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0350-CHECK-MEMO-APPLIED PARAGRAPH SEARCHES THE PAID
      *    HISTORY TABLE FOR A DEBIT MEMO ALREADY APPLIED UNDER THE
      *    SAME SUPPLIER, PO, PART AND MEMO DATE, LEAVING PAID-IDX ON
      *    THE MATCH.
      *
      *  CALLED BY:
      *    -  0320-ADD-MEMO-ENTRY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0350-CHECK-MEMO-APPLIED.
           MOVE 'N' TO PAID-FOUND-SW.
      *
           PERFORM VARYING PAID-IDX FROM 1 BY 1
              UNTIL PAID-IDX > WS-PAID-LOADED-CTR OR PAID-FOUND
              IF PAID-TYPE-TBL (PAID-IDX) = 'M'
                 AND DM-SUPPLIER-CODE = PAID-SUPPLIER-TBL (PAID-IDX)
                 AND DM-PO-NUMBER = PAID-PO-TBL (PAID-IDX)
                 AND DM-PART-NUMBER = PAID-PART-TBL (PAID-IDX)
                 AND DM-MEMO-DATE = PAID-DOC-DATE-TBL (PAID-IDX)
                 MOVE 'Y' TO PAID-FOUND-SW
              END-IF
           END-PERFORM.
      *
           IF PAID-FOUND
              SET PAID-IDX DOWN BY 1
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0360-WRITE-RPT-DUPLICATE PARAGRAPH WRITES ONE DUPLICATE
      *    VOUCHER OR MEMO LINE TO THE PAYMENT REGISTER.
      *
      *  CALLED BY:
      *    -  0300-ADD-VOUCHER-ENTRY
      *    -  0320-ADD-MEMO-ENTRY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0360-WRITE-RPT-DUPLICATE.
           WRITE PAYRPT-REC FROM PAY-RPT-DUPLICATE.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO PAYMENT REGISTER'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-SELECT-VOUCHERS PARAGRAPH SELECTS EVERY OPEN
      *    VOUCHER DUE ON OR BEFORE THE PAY-THROUGH DATE, OR WHOSE
      *    DISCOUNT WINDOW IS STILL OPEN TODAY BUT CLOSES ON OR BEFORE
      *    THE PAY-THROUGH DATE (PAYING IT NOW IS THE ONLY WAY TO
      *    CAPTURE THE DISCOUNT). THE DISCOUNT IS TAKEN ON ANY
      *    SELECTED VOUCHER WHOSE DISCOUNT DATE HAS NOT PASSED. EACH
      *    SELECTED VOUCHER IS ROLLED INTO ITS SUPPLIER/CURRENCY
      *    PAYMENT ENTRY.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0510-SELECT-ONE-VOUCHER
      *****************************************************************
      *
       0500-SELECT-VOUCHERS.
           PERFORM 0510-SELECT-ONE-VOUCHER
              VARYING VCHR-IDX FROM 1 BY 1
              UNTIL VCHR-IDX > WS-VCHR-LOADED-CTR.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0510-SELECT-ONE-VOUCHER PARAGRAPH APPLIES THE SELECTION
      *    AND DISCOUNT RULES TO THE VOUCHER AT VCHR-IDX.
      *
      *  CALLED BY:
      *    -  0500-SELECT-VOUCHERS
      *
      *  CALLS:
      *    -  0520-FIND-PAYMENT-ENTRY
      *****************************************************************
      *
       0510-SELECT-ONE-VOUCHER.
           MOVE VCHR-IMAGE-TBL (VCHR-IDX) TO WS-AP-VOUCHER-REC.
      *
           IF VO-DISCOUNT-AMOUNT > 0
              AND VO-DISCOUNT-DATE NOT = SPACES
              AND VO-DISCOUNT-DATE NOT < WS-TODAY-8
              MOVE VO-DISCOUNT-AMOUNT TO VCHR-DISC-TAKEN-TBL (VCHR-IDX)
           ELSE
              MOVE 0 TO VCHR-DISC-TAKEN-TBL (VCHR-IDX)
           END-IF.
      *
           IF VO-DUE-DATE NOT > WS-PAY-THROUGH-DATE
              OR (VCHR-DISC-TAKEN-TBL (VCHR-IDX) > 0
                  AND VO-DISCOUNT-DATE NOT > WS-PAY-THROUGH-DATE)
              MOVE 'S' TO VCHR-STATUS-SW (VCHR-IDX)
              ADD 1 TO WS-SELECTED-CTR
              PERFORM 0520-FIND-PAYMENT-ENTRY
              IF WS-PYMT-SLOT > 0
                 SET PYMT-IDX TO WS-PYMT-SLOT
                 MOVE WS-PYMT-SLOT TO VCHR-PAYMENT-SLOT (VCHR-IDX)
                 ADD 1 TO PYMT-VOUCHER-CTR-TBL (PYMT-IDX)
                 ADD VO-AMOUNT TO PYMT-GROSS-TBL (PYMT-IDX)
                 ADD VCHR-DISC-TAKEN-TBL (VCHR-IDX)
                    TO PYMT-DISCOUNT-TBL (PYMT-IDX)
              ELSE
                 MOVE SPACE TO VCHR-STATUS-SW (VCHR-IDX)
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0520-FIND-PAYMENT-ENTRY PARAGRAPH RETURNS IN
      *    WS-PYMT-SLOT THE PAYMENT TABLE ENTRY FOR THE VOUCHER'S
      *    SUPPLIER AND CURRENCY, ADDING THE ENTRY WHEN IT IS NOT YET
      *    ON THE TABLE. ZERO IS RETURNED WHEN THE TABLE IS FULL -- THE
      *    VOUCHER THEN STAYS OPEN FOR THE NEXT RUN.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  0510-SELECT-ONE-VOUCHER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0520-FIND-PAYMENT-ENTRY.
           MOVE 'N' TO PYMT-FOUND-SW.
           MOVE 0   TO WS-PYMT-SLOT.
      *
           PERFORM VARYING PYMT-IDX FROM 1 BY 1
              UNTIL PYMT-IDX > WS-PYMT-USED-CTR OR PYMT-FOUND
              IF VO-SUPPLIER-CODE = PYMT-SUPPLIER-TBL (PYMT-IDX)
                 AND VCHR-CURRENCY-TBL (VCHR-IDX) =
                     PYMT-CURRENCY-TBL (PYMT-IDX)
                 MOVE 'Y' TO PYMT-FOUND-SW
                 SET WS-PYMT-SLOT TO PYMT-IDX
              END-IF
           END-PERFORM.
      *
           IF NOT PYMT-FOUND
              IF WS-PYMT-USED-CTR < WS-MAX-PYMT-IDX
                 ADD 1 TO WS-PYMT-USED-CTR
                 MOVE WS-PYMT-USED-CTR TO WS-PYMT-SLOT
                 SET PYMT-IDX TO WS-PYMT-SLOT
                 MOVE VO-SUPPLIER-CODE TO PYMT-SUPPLIER-TBL (PYMT-IDX)
                 MOVE VCHR-CURRENCY-TBL (VCHR-IDX)
                    TO PYMT-CURRENCY-TBL (PYMT-IDX)
              ELSE
                 DISPLAY 'PAYMENT TABLE FULL -- VOUCHER '
                         VO-SUPPLIER-CODE ' ' VO-INVOICE-NUMBER
                         ' LEFT OPEN'
                 SET TABLE-FULL TO TRUE
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-SETTLE-PAYMENTS PARAGRAPH DECIDES EACH SUPPLIER/
      *    CURRENCY PAYMENT IN TURN.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0610-SETTLE-ONE-PAYMENT
      *****************************************************************
      *
       0600-SETTLE-PAYMENTS.
           PERFORM 0610-SETTLE-ONE-PAYMENT
              VARYING PYMT-IDX FROM 1 BY 1
              UNTIL PYMT-IDX > WS-PYMT-USED-CTR.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0610-SETTLE-ONE-PAYMENT PARAGRAPH DECIDES THE PAYMENT
      *    AT PYMT-IDX. A SUPPLIER WITH A REMIT-TO CHANGE AWAITING
      *    CONFIRMATION IS HELD. OTHERWISE THE SUPPLIER'S OPEN DEBIT
      *    MEMOS IN THE PAYMENT CURRENCY ARE NETTED AGAINST THE
      *    VOUCHERS LESS DISCOUNT -- WHEN THE MEMOS EQUAL OR EXCEED
      *    THEM NOTHING IS PAID AND THE DEBIT BALANCE IS REPORTED;
      *    OTHERWISE EVERY MEMO IS APPLIED AND THE NET IS PAID.
      *    HELD AND DEBIT BALANCE VOUCHERS STAY ON THE OPEN ITEMS.
      *
      *  CALLED BY:
      *    -  0600-SETTLE-PAYMENTS
      *
      *  CALLS:
      *    -  0620-LOOKUP-REMIT-ADDRESS
      *    -  0630-TOTAL-SUPPLIER-MEMOS
      *    -  0700-ISSUE-PAYMENT
      *    -  0900-WRITE-RPT-DETAIL
      *****************************************************************
      *
       0610-SETTLE-ONE-PAYMENT.
           PERFORM 0620-LOOKUP-REMIT-ADDRESS.
           PERFORM 0630-TOTAL-SUPPLIER-MEMOS.
      *
           MOVE PYMT-SUPPLIER-TBL (PYMT-IDX)    TO RPT-SUPPLIER-CODE.
           MOVE PYMT-CURRENCY-TBL (PYMT-IDX)    TO RPT-CURRENCY-CODE.
           MOVE PYMT-VOUCHER-CTR-TBL (PYMT-IDX) TO RPT-VOUCHER-CTR.
           MOVE PYMT-GROSS-TBL (PYMT-IDX)       TO RPT-GROSS-AMOUNT.
           MOVE PYMT-DISCOUNT-TBL (PYMT-IDX)    TO RPT-DISCOUNT-AMOUNT.
           MOVE WS-SUPPLIER-MEMO-TOTAL          TO RPT-MEMO-AMOUNT.
      *
           EVALUATE TRUE
              WHEN RMIT-FOUND AND RMIT-PENDING (RMIT-IDX)
                 SET PYMT-HELD (PYMT-IDX) TO TRUE
                 ADD 1 TO WS-HELD-SUPPLIER-CTR
                 MOVE 0 TO RPT-NET-AMOUNT
                 MOVE 'HELD - REMIT-TO UNCONF'  TO RPT-STATUS-MSG
              WHEN WS-SUPPLIER-MEMO-TOTAL NOT <
                   PYMT-GROSS-TBL (PYMT-IDX) -
                   PYMT-DISCOUNT-TBL (PYMT-IDX)
                 SET PYMT-DEBIT-BAL (PYMT-IDX) TO TRUE
                 ADD 1 TO WS-DEBIT-BAL-CTR
                 MOVE 0 TO RPT-NET-AMOUNT
                 MOVE 'NOT PAID - DEBIT BAL'    TO RPT-STATUS-MSG
              WHEN OTHER
                 SET PYMT-PAID (PYMT-IDX) TO TRUE
                 MOVE WS-SUPPLIER-MEMO-TOTAL
                    TO PYMT-MEMO-TOTAL-TBL (PYMT-IDX)
                 MOVE WS-SUPPLIER-MEMO-CTR
                    TO PYMT-MEMO-CTR-TBL (PYMT-IDX)
                 COMPUTE PYMT-NET-TBL (PYMT-IDX) =
                         PYMT-GROSS-TBL (PYMT-IDX) -
                         PYMT-DISCOUNT-TBL (PYMT-IDX) -
                         WS-SUPPLIER-MEMO-TOTAL
                 PERFORM 0700-ISSUE-PAYMENT
                 MOVE PYMT-NET-TBL (PYMT-IDX)   TO RPT-NET-AMOUNT
                 MOVE PYMT-NUMBER-TBL (PYMT-IDX)
                    TO RPT-PAYMENT-NUMBER
                 IF BD-ACH-PAYMENT
                    MOVE 'ACH'  TO RPT-PAY-METHOD
                 ELSE
                    MOVE 'WIRE' TO RPT-PAY-METHOD
                 END-IF
                 MOVE PAY-RPT-PAYMENT-STATUS    TO RPT-STATUS-MSG
           END-EVALUATE.
      *
           PERFORM 0900-WRITE-RPT-DETAIL.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0620-LOOKUP-REMIT-ADDRESS PARAGRAPH SEARCHES THE
      *    REMIT-TO TABLE FOR THE PAYMENT'S SUPPLIER, LEAVING RMIT-IDX
      *    ON THE MATCH AND THE ADDRESS BROKEN OUT IN
      *    WS-REMIT-ADDRESS (SPACES WHEN NO REMIT-TO IS ON FILE).
      *
      *  CALLED BY:
      *    -  0610-SETTLE-ONE-PAYMENT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0620-LOOKUP-REMIT-ADDRESS.
           MOVE 'N'    TO RMIT-FOUND-SW.
           MOVE SPACES TO WS-REMIT-ADDRESS.
      *
           PERFORM VARYING RMIT-IDX FROM 1 BY 1
              UNTIL RMIT-IDX > WS-RMIT-LOADED-CTR OR RMIT-FOUND
              IF PYMT-SUPPLIER-TBL (PYMT-IDX) =
                 RMIT-SUPPLIER-TBL (RMIT-IDX)
                 MOVE 'Y' TO RMIT-FOUND-SW
                 MOVE RMIT-IMAGE-TBL (RMIT-IDX) TO WS-REMIT-ADDRESS
              END-IF
           END-PERFORM.
      *
           IF RMIT-FOUND
              SET RMIT-IDX DOWN BY 1
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0630-TOTAL-SUPPLIER-MEMOS PARAGRAPH TOTALS THE OPEN
      *    DEBIT MEMOS FOR THE PAYMENT'S SUPPLIER IN THE PAYMENT
      *    CURRENCY.
      *
      *  CALLED BY:
      *    -  0610-SETTLE-ONE-PAYMENT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0630-TOTAL-SUPPLIER-MEMOS.
           MOVE 0 TO WS-SUPPLIER-MEMO-TOTAL.
           MOVE 0 TO WS-SUPPLIER-MEMO-CTR.
      *
           PERFORM VARYING MEMO-IDX FROM 1 BY 1
              UNTIL MEMO-IDX > WS-MEMO-LOADED-CTR
              IF PYMT-SUPPLIER-TBL (PYMT-IDX) =
                 MEMO-SUPPLIER-TBL (MEMO-IDX)
                 AND PYMT-CURRENCY-TBL (PYMT-IDX) =
                     MEMO-CURRENCY-TBL (MEMO-IDX)
                 AND NOT MEMO-APPLIED (MEMO-IDX)
                 ADD MEMO-AMOUNT-TBL (MEMO-IDX)
                    TO WS-SUPPLIER-MEMO-TOTAL
                 ADD 1 TO WS-SUPPLIER-MEMO-CTR
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-ISSUE-PAYMENT PARAGRAPH ISSUES THE PAYMENT AT
      *    PYMT-IDX -- ASSIGNS THE NEXT PAYMENT NUMBER, WRITES THE BANK
      *    PAYMENT RECORD, PRINTS THE REMITTANCE ADVICE AND ADDS EACH
      *    VOUCHER PAID AND MEMO APPLIED TO THE PAID HISTORY.
      *
      *  CALLED BY:
      *    -  0610-SETTLE-ONE-PAYMENT
      *
      *  CALLS:
      *    -  0710-WRITE-BANK-DETAIL
      *    -  0720-WRITE-REMIT-HEADING
      *    -  0730-PAY-ONE-VOUCHER
      *    -  0740-APPLY-ONE-MEMO
      *    -  0760-WRITE-REMIT-TOTAL
      *    -  0770-WRITE-OPER-ACTIVITY
      *****************************************************************
      *
       0700-ISSUE-PAYMENT.
           IF WS-NEXT-PAYMENT-NUMBER = 0
              IF WS-FIRST-PAYMENT-CARD NUMERIC
                 MOVE WS-FIRST-PAYMENT-CARD TO WS-NEXT-PAYMENT-NUMBER
              ELSE
                 COMPUTE WS-NEXT-PAYMENT-NUMBER =
                         WS-HIGH-PAYMENT-NUMBER + 1
              END-IF
           END-IF.
      *
           MOVE WS-NEXT-PAYMENT-NUMBER TO PYMT-NUMBER-TBL (PYMT-IDX).
           ADD 1 TO WS-NEXT-PAYMENT-NUMBER.
           ADD 1 TO WS-PAYMENTS-CTR.
      *
           SET WS-PYMT-SLOT TO PYMT-IDX.
           PERFORM 0710-WRITE-BANK-DETAIL.
           PERFORM 0720-WRITE-REMIT-HEADING.
      *
           PERFORM 0730-PAY-ONE-VOUCHER
              VARYING VCHR-IDX FROM 1 BY 1
              UNTIL VCHR-IDX > WS-VCHR-LOADED-CTR.
      *
           PERFORM 0740-APPLY-ONE-MEMO
              VARYING MEMO-IDX FROM 1 BY 1
              UNTIL MEMO-IDX > WS-MEMO-LOADED-CTR.
      *
           PERFORM 0760-WRITE-REMIT-TOTAL.
           PERFORM 0770-WRITE-OPER-ACTIVITY.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0710-WRITE-BANK-DETAIL PARAGRAPH WRITES THE PAYMENT TO
      *    THE BANK PAYMENT FILE -- ACH FOR A USD PAYMENT, WIRE FOR
      *    ANY OTHER CURRENCY -- AND ROLLS IT INTO THE TRAILER HASH
      *    TOTALS. THE PAYEE IS THE FIRST LINE OF THE REMIT-TO
      *    ADDRESS, OR THE SUPPLIER-CODE WHEN NONE IS ON FILE.
      *
      *  CALLED BY:
      *    -  0700-ISSUE-PAYMENT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0710-WRITE-BANK-DETAIL.
           MOVE PYMT-NUMBER-TBL (PYMT-IDX)      TO BD-PAYMENT-NUMBER.
           MOVE WS-TODAY-8                      TO BD-PAYMENT-DATE.
           MOVE PYMT-SUPPLIER-TBL (PYMT-IDX)    TO BD-SUPPLIER-CODE.
           MOVE PYMT-NET-TBL (PYMT-IDX)         TO BD-AMOUNT.
           MOVE PYMT-CURRENCY-TBL (PYMT-IDX)    TO BD-CURRENCY-CODE.
           MOVE PYMT-VOUCHER-CTR-TBL (PYMT-IDX) TO BD-VOUCHER-COUNT.
      *
           IF RA-ADDRESS-1 = SPACES
              MOVE PYMT-SUPPLIER-TBL (PYMT-IDX) TO BD-PAYEE-NAME
           ELSE
              MOVE RA-ADDRESS-1 TO BD-PAYEE-NAME
           END-IF.
      *
           IF PYMT-CURRENCY-TBL (PYMT-IDX) = 'USD'
              SET BD-ACH-PAYMENT TO TRUE
           ELSE
              SET BD-WIRE-PAYMENT TO TRUE
           END-IF.
      *
           WRITE BANKPAY-REC FROM WS-BANK-DETAIL-REC.
           IF BPCODE = '00'
              ADD 1 TO BT-PAYMENT-COUNT
              ADD BD-AMOUNT TO BT-AMOUNT-HASH
              ADD BD-PAYMENT-NUMBER TO BT-NUMBER-HASH
           ELSE
              DISPLAY 'ERROR WRITING BANK PAYMENT FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0720-WRITE-REMIT-HEADING PARAGRAPH PRINTS THE TOP OF
      *    THE REMITTANCE ADVICE -- PAYMENT NUMBER AND DATE, SUPPLIER,
      *    REMIT-TO ADDRESS AND COLUMN HEADINGS.
      *
      *  CALLED BY:
      *    -  0700-ISSUE-PAYMENT
      *
      *  CALLS:
      *    -  0790-WRITE-REMIT-LINE
      *****************************************************************
      *
       0720-WRITE-REMIT-HEADING.
           MOVE PYMT-NUMBER-TBL (PYMT-IDX) TO REM-PAYMENT-NUMBER.
           MOVE WS-TODAY-8                 TO REM-PAYMENT-DATE.
           MOVE REM-ADV-TITLE TO REMITADV-REC.
           PERFORM 0790-WRITE-REMIT-LINE.
      *
           MOVE 'SUPPLIER'                   TO REM-ADDRESS-LABEL.
           MOVE PYMT-SUPPLIER-TBL (PYMT-IDX) TO REM-ADDRESS-TEXT.
           MOVE REM-ADV-ADDRESS TO REMITADV-REC.
           PERFORM 0790-WRITE-REMIT-LINE.
      *
           MOVE 'REMIT TO'   TO REM-ADDRESS-LABEL.
           MOVE RA-ADDRESS-1 TO REM-ADDRESS-TEXT.
           MOVE REM-ADV-ADDRESS TO REMITADV-REC.
           PERFORM 0790-WRITE-REMIT-LINE.
      *
           MOVE SPACES       TO REM-ADDRESS-LABEL.
           IF RA-ADDRESS-2 NOT = SPACES
              MOVE RA-ADDRESS-2 TO REM-ADDRESS-TEXT
              MOVE REM-ADV-ADDRESS TO REMITADV-REC
              PERFORM 0790-WRITE-REMIT-LINE
           END-IF.
           IF RA-ADDRESS-3 NOT = SPACES
              MOVE RA-ADDRESS-3 TO REM-ADDRESS-TEXT
              MOVE REM-ADV-ADDRESS TO REMITADV-REC
              PERFORM 0790-WRITE-REMIT-LINE
           END-IF.
           MOVE SPACES TO REM-ADDRESS-TEXT.
           STRING RA-CITY ' ' RA-STATE ' ' RA-ZIP-CODE ' '
                  RA-COUNTRY-CODE
                  DELIMITED BY SIZE INTO REM-ADDRESS-TEXT
           END-STRING.
           MOVE REM-ADV-ADDRESS TO REMITADV-REC.
           PERFORM 0790-WRITE-REMIT-LINE.
      *
           MOVE WS-100-CHAR-BLANK-LINE TO REMITADV-REC.
           PERFORM 0790-WRITE-REMIT-LINE.
           MOVE REM-ADV-COLUMNS TO REMITADV-REC.
           PERFORM 0790-WRITE-REMIT-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0730-PAY-ONE-VOUCHER PARAGRAPH MARKS THE VOUCHER AT
      *    VCHR-IDX PAID WHEN IT WAS SELECTED INTO THE PAYMENT BEING
      *    ISSUED, PRINTS ITS REMITTANCE LINE AND ADDS IT TO THE PAID
      *    HISTORY.
      *
      *  CALLED BY:
      *    -  0700-ISSUE-PAYMENT
      *
      *  CALLS:
      *    -  0750-WRITE-PAID-HIST-REC
      *    -  0790-WRITE-REMIT-LINE
      *****************************************************************
      *
       0730-PAY-ONE-VOUCHER.
           IF VCHR-SELECTED (VCHR-IDX)
              AND VCHR-PAYMENT-SLOT (VCHR-IDX) = WS-PYMT-SLOT
              MOVE 'P' TO VCHR-STATUS-SW (VCHR-IDX)
              ADD 1 TO WS-VOUCHERS-PAID-CTR
              MOVE VCHR-IMAGE-TBL (VCHR-IDX) TO WS-AP-VOUCHER-REC
              IF VCHR-DISC-TAKEN-TBL (VCHR-IDX) > 0
                 ADD 1 TO WS-DISCOUNTS-TAKEN-CTR
              END-IF
              COMPUTE WS-VOUCHER-NET =
                      VO-AMOUNT - VCHR-DISC-TAKEN-TBL (VCHR-IDX)
      *
              MOVE VO-INVOICE-NUMBER  TO REM-DOCUMENT
              MOVE VO-PO-NUMBER       TO REM-PO-NUMBER
              MOVE VO-INVOICE-DATE    TO REM-DOCUMENT-DATE
              MOVE VO-AMOUNT          TO REM-GROSS-AMOUNT
              MOVE VCHR-DISC-TAKEN-TBL (VCHR-IDX)
                 TO REM-DISCOUNT-AMOUNT
              MOVE WS-VOUCHER-NET     TO REM-NET-AMOUNT
              MOVE REM-ADV-DETAIL     TO REMITADV-REC
              PERFORM 0790-WRITE-REMIT-LINE
      *
              MOVE SPACES             TO WS-PAID-HIST-REC
              MOVE 'V'                TO PH-RECORD-TYPE
              MOVE VO-SUPPLIER-CODE   TO PH-SUPPLIER-CODE
              MOVE VO-INVOICE-NUMBER  TO PH-INVOICE-NUMBER
              MOVE VO-PO-NUMBER       TO PH-PO-NUMBER
              MOVE VO-PART-NUMBER     TO PH-PART-NUMBER
              MOVE VO-INVOICE-DATE    TO PH-DOCUMENT-DATE
              MOVE VO-AMOUNT          TO PH-GROSS-AMOUNT
              MOVE VCHR-DISC-TAKEN-TBL (VCHR-IDX)
                 TO PH-DISCOUNT-TAKEN
              MOVE WS-VOUCHER-NET     TO PH-NET-AMOUNT
              MOVE VCHR-CURRENCY-TBL (VCHR-IDX) TO PH-CURRENCY-CODE
              MOVE PYMT-NUMBER-TBL (PYMT-IDX)   TO PH-PAYMENT-NUMBER
              MOVE WS-TODAY-8         TO PH-PAID-DATE
              PERFORM 0750-WRITE-PAID-HIST-REC
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0740-APPLY-ONE-MEMO PARAGRAPH APPLIES THE DEBIT MEMO AT
      *    MEMO-IDX WHEN IT BELONGS TO THE SUPPLIER AND CURRENCY OF THE
      *    PAYMENT BEING ISSUED, PRINTS IT AS A NEGATIVE REMITTANCE
      *    LINE AND ADDS IT TO THE PAID HISTORY.
      *
      *  CALLED BY:
      *    -  0700-ISSUE-PAYMENT
      *
      *  CALLS:
      *    -  0750-WRITE-PAID-HIST-REC
      *    -  0790-WRITE-REMIT-LINE
      *****************************************************************
      *
       0740-APPLY-ONE-MEMO.
           IF PYMT-SUPPLIER-TBL (PYMT-IDX) =
              MEMO-SUPPLIER-TBL (MEMO-IDX)
              AND PYMT-CURRENCY-TBL (PYMT-IDX) =
                  MEMO-CURRENCY-TBL (MEMO-IDX)
              AND NOT MEMO-APPLIED (MEMO-IDX)
              MOVE 'A' TO MEMO-STATUS-SW (MEMO-IDX)
              ADD 1 TO WS-MEMOS-APPLIED-CTR
      *
              MOVE 'DEBIT MEMO'       TO REM-DOCUMENT
              MOVE MEMO-PO-TBL (MEMO-IDX)   TO REM-PO-NUMBER
              MOVE MEMO-DATE-TBL (MEMO-IDX) TO REM-DOCUMENT-DATE
              MOVE MEMO-AMOUNT-TBL (MEMO-IDX) TO REM-GROSS-AMOUNT
              MOVE 0                  TO REM-DISCOUNT-AMOUNT
              COMPUTE REM-NET-AMOUNT = 0 - MEMO-AMOUNT-TBL (MEMO-IDX)
              MOVE REM-ADV-DETAIL     TO REMITADV-REC
              PERFORM 0790-WRITE-REMIT-LINE
      *
              MOVE SPACES             TO WS-PAID-HIST-REC
              MOVE 'M'                TO PH-RECORD-TYPE
              MOVE MEMO-SUPPLIER-TBL (MEMO-IDX) TO PH-SUPPLIER-CODE
              MOVE MEMO-PO-TBL (MEMO-IDX)       TO PH-PO-NUMBER
              MOVE MEMO-PART-TBL (MEMO-IDX)     TO PH-PART-NUMBER
              MOVE MEMO-DATE-TBL (MEMO-IDX)     TO PH-DOCUMENT-DATE
              MOVE MEMO-AMOUNT-TBL (MEMO-IDX)   TO PH-GROSS-AMOUNT
              MOVE 0                  TO PH-DISCOUNT-TAKEN
              COMPUTE PH-NET-AMOUNT = 0 - MEMO-AMOUNT-TBL (MEMO-IDX)
              MOVE MEMO-CURRENCY-TBL (MEMO-IDX) TO PH-CURRENCY-CODE
              MOVE PYMT-NUMBER-TBL (PYMT-IDX)   TO PH-PAYMENT-NUMBER
              MOVE WS-TODAY-8         TO PH-PAID-DATE
              PERFORM 0750-WRITE-PAID-HIST-REC
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0750-WRITE-PAID-HIST-REC PARAGRAPH WRITES ONE RECORD TO
      *    THE NEW PAID VOUCHER HISTORY MASTER AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0210-LOAD-PAID-HIST-TABLE
      *    -  0730-PAY-ONE-VOUCHER
      *    -  0740-APPLY-ONE-MEMO
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0750-WRITE-PAID-HIST-REC.
           WRITE PAIDNEW-REC FROM WS-PAID-HIST-REC.
           IF PNCODE = '00'
              ADD 1 TO WS-PAID-HIST-WRTN
           ELSE
              DISPLAY 'ERROR WRITING NEW PAID VOUCHER HISTORY MASTER'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0760-WRITE-REMIT-TOTAL PARAGRAPH PRINTS THE PAYMENT
      *    TOTAL AT THE FOOT OF THE REMITTANCE ADVICE AND THE
      *    SEPARATOR BEFORE THE NEXT ADVICE.
      *
      *  CALLED BY:
      *    -  0700-ISSUE-PAYMENT
      *
      *  CALLS:
      *    -  0790-WRITE-REMIT-LINE
      *****************************************************************
      *
       0760-WRITE-REMIT-TOTAL.
           MOVE PYMT-CURRENCY-TBL (PYMT-IDX) TO REM-TOTAL-CURRENCY.
           MOVE PYMT-NET-TBL (PYMT-IDX)      TO REM-TOTAL-AMOUNT.
           MOVE REM-ADV-TOTAL TO REMITADV-REC.
           PERFORM 0790-WRITE-REMIT-LINE.
           MOVE REM-ADV-SEPARATOR TO REMITADV-REC.
           PERFORM 0790-WRITE-REMIT-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0770-WRITE-OPER-ACTIVITY PARAGRAPH APPENDS ONE PREL
      *    RECORD TO THE OPERATOR ACTIVITY LOG FOR THE PAYMENT JUST
      *    ISSUED, KEYED BY SUPPLIER-CODE AND CARRYING THE RELEASING
      *    OPERATOR FROM THE PAYMENT RUN CARD AND THE PAYMENT NUMBER.
      *
      *  CALLED BY:
      *    -  0700-ISSUE-PAYMENT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0770-WRITE-OPER-ACTIVITY.
           INITIALIZE OPER-ACT-REC-WS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO OPER-ACT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:8) TO OPER-ACT-TIME.
           MOVE WS-PAY-RUN-OPERATOR          TO OPER-ID.
           MOVE 'PREL'                       TO OPER-ROLE-CODE.
           MOVE 'SUPP'                       TO OPER-OBJECT-TYPE.
           MOVE PYMT-SUPPLIER-TBL (PYMT-IDX) TO OPER-OBJECT-KEY.
           MOVE 'PAYRUN  '                   TO OPER-SOURCE-PGM.
           MOVE PYMT-NUMBER-TBL (PYMT-IDX)   TO WS-OPER-DETAIL-PYMT.
           MOVE WS-OPER-DETAIL-LINE          TO OPER-DETAIL.
           WRITE OPERLOG-REC FROM OPER-ACT-REC-WS.
           IF OLCODE = '00'
              ADD 1 TO WS-OPERLOG-WRTN-CTR
           ELSE
              DISPLAY 'ERROR WRITING OPERATOR ACTIVITY LOG'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0790-WRITE-REMIT-LINE PARAGRAPH WRITES ONE LINE TO THE
      *    REMITTANCE ADVICE FILE AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0720-WRITE-REMIT-HEADING
      *    -  0730-PAY-ONE-VOUCHER
      *    -  0740-APPLY-ONE-MEMO
      *    -  0760-WRITE-REMIT-TOTAL
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0790-WRITE-REMIT-LINE.
           WRITE REMITADV-REC.
           IF RACODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING REMITTANCE ADVICE FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0900-WRITE-RPT-DETAIL PARAGRAPH WRITES ONE PAYMENT LINE
      *    TO THE PAYMENT REGISTER AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0610-SETTLE-ONE-PAYMENT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0900-WRITE-RPT-DETAIL.
           WRITE PAYRPT-REC FROM PAY-RPT-DETAIL.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO PAYMENT REGISTER'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2000-WRITE-OPEN-ITEMS PARAGRAPH WRITES THE NEW OPEN AP
      *    ITEMS MASTER -- EVERY VOUCHER NOT PAID THIS RUN (INCLUDING
      *    HELD AND DEBIT BALANCE SUPPLIERS) AND EVERY DEBIT MEMO NOT
      *    APPLIED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2050-WRITE-OPEN-ITEM-REC
      *****************************************************************
      *
       2000-WRITE-OPEN-ITEMS.
           PERFORM VARYING VCHR-IDX FROM 1 BY 1
              UNTIL VCHR-IDX > WS-VCHR-LOADED-CTR
              IF NOT VCHR-PAID (VCHR-IDX)
                 MOVE 'V'                       TO OI-ITEM-TYPE
                 MOVE VCHR-IMAGE-TBL (VCHR-IDX) TO OI-ITEM-IMAGE
                 PERFORM 2050-WRITE-OPEN-ITEM-REC
              END-IF
           END-PERFORM.
      *
           PERFORM VARYING MEMO-IDX FROM 1 BY 1
              UNTIL MEMO-IDX > WS-MEMO-LOADED-CTR
              IF NOT MEMO-APPLIED (MEMO-IDX)
                 MOVE 'M'                       TO OI-ITEM-TYPE
                 MOVE MEMO-IMAGE-TBL (MEMO-IDX) TO OI-ITEM-IMAGE
                 PERFORM 2050-WRITE-OPEN-ITEM-REC
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2050-WRITE-OPEN-ITEM-REC PARAGRAPH WRITES ONE RECORD TO
      *    THE NEW OPEN AP ITEMS MASTER AND CHECKS THE FILE STATUS FOR
      *    A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  2000-WRITE-OPEN-ITEMS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2050-WRITE-OPEN-ITEM-REC.
           WRITE APOPNNEW-REC FROM WS-OPEN-ITEM-REC.
           IF ONCODE = '00'
              ADD 1 TO WS-OPEN-ITEMS-WRTN
           ELSE
              DISPLAY 'ERROR WRITING NEW OPEN AP ITEMS MASTER'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2100-WRITE-BANK-TRAILER PARAGRAPH WRITES THE BANK
      *    PAYMENT FILE TRAILER WITH THE PAYMENT COUNT AND THE AMOUNT
      *    AND PAYMENT NUMBER HASH TOTALS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2100-WRITE-BANK-TRAILER.
           WRITE BANKPAY-REC FROM WS-BANK-TRAILER-REC.
           IF BPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING BANK PAYMENT FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2200-WRITE-RPT-TOTALS PARAGRAPH PRINTS THE RUN TOTALS
      *    AT THE FOOT OF THE PAYMENT REGISTER.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2250-WRITE-RPT-TOTAL-LINE
      *****************************************************************
      *
       2200-WRITE-RPT-TOTALS.
           WRITE PAYRPT-REC FROM WS-100-CHAR-BLANK-LINE.
           MOVE 'PAYMENT RUN TOTALS' TO RPT-SECTION-TEXT.
           WRITE PAYRPT-REC FROM PAY-RPT-SECTION-LINE.
      *
           MOVE 'VOUCHERS SELECTED'          TO RPT-TOTAL-LABEL.
           MOVE WS-SELECTED-CTR              TO RPT-TOTAL-COUNT.
           PERFORM 2250-WRITE-RPT-TOTAL-LINE.
           MOVE 'VOUCHERS PAID'              TO RPT-TOTAL-LABEL.
           MOVE WS-VOUCHERS-PAID-CTR         TO RPT-TOTAL-COUNT.
           PERFORM 2250-WRITE-RPT-TOTAL-LINE.
           MOVE 'DISCOUNTS TAKEN'            TO RPT-TOTAL-LABEL.
           MOVE WS-DISCOUNTS-TAKEN-CTR       TO RPT-TOTAL-COUNT.
           PERFORM 2250-WRITE-RPT-TOTAL-LINE.
           MOVE 'DEBIT MEMOS APPLIED'        TO RPT-TOTAL-LABEL.
           MOVE WS-MEMOS-APPLIED-CTR         TO RPT-TOTAL-COUNT.
           PERFORM 2250-WRITE-RPT-TOTAL-LINE.
           MOVE 'PAYMENTS ISSUED'            TO RPT-TOTAL-LABEL.
           MOVE WS-PAYMENTS-CTR              TO RPT-TOTAL-COUNT.
           PERFORM 2250-WRITE-RPT-TOTAL-LINE.
           MOVE 'SUPPLIERS HELD - REMIT-TO UNCONFIRMED'
                                             TO RPT-TOTAL-LABEL.
           MOVE WS-HELD-SUPPLIER-CTR         TO RPT-TOTAL-COUNT.
           PERFORM 2250-WRITE-RPT-TOTAL-LINE.
           MOVE 'SUPPLIERS NOT PAID - DEBIT BALANCE'
                                             TO RPT-TOTAL-LABEL.
           MOVE WS-DEBIT-BAL-CTR             TO RPT-TOTAL-COUNT.
           PERFORM 2250-WRITE-RPT-TOTAL-LINE.
           MOVE 'DUPLICATES DROPPED'         TO RPT-TOTAL-LABEL.
           MOVE WS-DUPLICATE-CTR             TO RPT-TOTAL-COUNT.
           PERFORM 2250-WRITE-RPT-TOTAL-LINE.
           MOVE 'OPEN ITEMS CARRIED FORWARD' TO RPT-TOTAL-LABEL.
           MOVE WS-OPEN-ITEMS-WRTN           TO RPT-TOTAL-COUNT.
           PERFORM 2250-WRITE-RPT-TOTAL-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2250-WRITE-RPT-TOTAL-LINE PARAGRAPH WRITES ONE RUN
      *    TOTAL LINE TO THE PAYMENT REGISTER.
      *
      *  CALLED BY:
      *    -  2200-WRITE-RPT-TOTALS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2250-WRITE-RPT-TOTAL-LINE.
           WRITE PAYRPT-REC FROM PAY-RPT-TOTAL-LINE.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO PAYMENT REGISTER'
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
           CLOSE APVOUCH
                 DEBITMEM
                 APOPEN
                 PAIDHIST
                 ADDRMAST
                 APOPNNEW
                 PAIDNEW
                 BANKPAY
                 REMITADV
                 PAYRPT
                 OPERLOG.
      *
           DISPLAY 'NEW VOUCHERS READ:           ' WS-VOUCHERS-READ-CTR.
           DISPLAY 'NEW DEBIT MEMOS READ:        ' WS-MEMOS-READ-CTR.
           DISPLAY 'OPEN ITEMS READ:             '
                   WS-OPEN-ITEMS-READ-CTR.
           DISPLAY 'PAID HISTORY RECORDS READ:   '
                   WS-PAID-HIST-READ-CTR.
           DISPLAY 'DUPLICATES DROPPED:          ' WS-DUPLICATE-CTR.
           DISPLAY 'VOUCHERS SELECTED:           ' WS-SELECTED-CTR.
           DISPLAY 'VOUCHERS PAID:               '
                   WS-VOUCHERS-PAID-CTR.
           DISPLAY 'DEBIT MEMOS APPLIED:         '
                   WS-MEMOS-APPLIED-CTR.
           DISPLAY 'PAYMENTS ISSUED:             ' WS-PAYMENTS-CTR.
           DISPLAY 'SUPPLIERS HELD:              '
                   WS-HELD-SUPPLIER-CTR.
           DISPLAY 'SUPPLIERS WITH DEBIT BALANCE:' WS-DEBIT-BAL-CTR.
           DISPLAY 'OPEN ITEMS WRITTEN:          ' WS-OPEN-ITEMS-WRTN.
           DISPLAY 'PAID HISTORY RECORDS WRITTEN:'
                   WS-PAID-HIST-WRTN.
           DISPLAY 'OPERATOR ACTIVITY LOGGED:    '
                   WS-OPERLOG-WRTN-CTR.
