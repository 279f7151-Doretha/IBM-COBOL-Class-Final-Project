      *    PERFORMANCE FEED), THE ONES WE VOUCHERED AT A DIFFERENT
      *    AMOUNT, AND THE VOUCHERS WE HOLD THAT THE SUPPLIER IS NOT
      *    BILLING -- SO THE MONTHLY ARGUMENT WITH EACH VENDOR STARTS
      *    FROM ONE PAGE INSTEAD OF TWO SHOEBOXES. A STATEMENT INVOICE
      *    WITH NO VOUCHER THIS PERIOD IS ALSO LOOKED UP ON THE PAID
      *    VOUCHER HISTORY KEPT BY PAYRUN.CBL -- AN INVOICE WE HAVE
      *    ALREADY PAID IS REPORTED WITH THE PAYMENT NUMBER AND DATE
      *    SO THE SUPPLIER CAN BE POINTED AT THE REMITTANCE INSTEAD OF
      *    BEING PAID TWICE.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *      JCL DD NAME:              RECVPERF
      *
      *
      *      RTPOT44.PAYRUN.PAIDHIST.NEW - PAID VOUCHER HISTORY MASTER
      *                                    WRITTEN BY PAYRUN.CBL
      *      INTERNAL FILE NAME:           PAIDHIST
      *      JCL DD NAME:                  PAIDHIST
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.VENDSTMT.RECON.RPT - STATEMENT RECONCILIATION
      *                                   REPORT
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A FULL VOUCHER, RECEIPT COUNT OR PAID VOUCHER
      *                   TABLE NOW ENDS THE RUN WITH RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  READS THE PAID VOUCHER HISTORY MASTER WRITTEN
      *                   BY THE NEW PAYMENT RUN (PAYRUN.CBL). A
      *                   STATEMENT INVOICE WITH NO VOUCHER THIS PERIOD
      *                   THAT WE HAVE ALREADY PAID IS NOW REPORTED AS
      *                   PAID, WITH THE PAYMENT DATE AND NUMBER, RATHER
      *                   THAN AS NEVER VOUCHERED.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  09/02/2026
      *     DESCRIPTION:  THE AP VOUCHER EXTRACT GREW 120 TO 129
      *                   BYTES -- PORECV.CBL NOW CARRIES THE LANDED
      *
           SELECT RECVPERF ASSIGN TO RECVPERF
              FILE STATUS IS RFCODE.
      *
           SELECT PAIDHIST ASSIGN TO PAIDHIST
              FILE STATUS IS PHCODE.
      *
           SELECT VSTMRPT ASSIGN TO VSTMRPT
              FILE STATUS IS RPCODE.
           DATA RECORD IS RECVPERF-REC.
      *
       01 RECVPERF-REC PIC X(43).
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
       FD  VSTMRPT
           RECORDING MODE IS F
          05 WS-SUPP-RECEIPTS       PIC 9(05) VALUE 0.
          05 RCNT-FOUND-SW          PIC X(01) VALUE 'N'.
             88 RCNT-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE PAID VOUCHER HISTORY RECORD (SAME
      *  LAYOUT AS WRITTEN BY PAYRUN.CBL) AND THE TABLE OF VOUCHERS
      *  PAID LOADED FROM IT. MEMOS APPLIED ('M' RECORDS) ARE SKIPPED.
      *****************************************************************
      *
       01 WS-PAID-HIST-REC.
          05 PH-RECORD-TYPE         PIC X(01) VALUE SPACES.
             88 PH-VOUCHER-PAID     VALUE 'V'.
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
       01 PAID-TBL.
          05 PAID-ENTRY-TBL
            OCCURS 5000 TIMES INDEXED BY PAID-IDX.
            10 PAID-SUPPLIER-TBL    PIC X(10) VALUE SPACES.
            10 PAID-INVOICE-TBL     PIC X(10) VALUE SPACES.
            10 PAID-AMOUNT-TBL      PIC 9(9)V99 VALUE 0.
            10 PAID-PAYMENT-NUM-TBL PIC 9(08) VALUE 0.
            10 PAID-DATE-TBL        PIC X(08) VALUE SPACES.
      *
       01 WS-PAID-VARS.
          05 WS-MAX-PAID-IDX        PIC 9(04) VALUE 5000.
          05 WS-PAID-LOADED-CTR     PIC 9(04) VALUE 0.
          05 WS-PAID-SLOT           PIC 9(04) VALUE 0.
          05 PAID-FOUND-SW          PIC X(01) VALUE 'N'.
             88 PAID-FOUND          VALUE 'Y'.
      *
       01 WS-PAID-STATUS-MSG.
          05 FILLER                 PIC X(05) VALUE 'PAID '.
          05 WS-PAID-STATUS-DATE    PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(05) VALUE ' PMT '.
          05 WS-PAID-STATUS-NUMBER  PIC 9(08) VALUE 0.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 STCODE                 PIC X(02) VALUE SPACES.
          05 SSCODE                 PIC X(02) VALUE SPACES.
          05 AVCODE                 PIC X(02) VALUE SPACES.
          05 RFCODE                 PIC X(02) VALUE SPACES.
          05 PHCODE                 PIC X(02) VALUE SPACES.
          05 RPCODE                 PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
             88 END-OF-VOUCHER-FILE VALUE 'Y'.
          05 RECV-PERF-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-RECV-PERF-FILE VALUE 'Y'.
          05 PAID-HIST-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-PAID-HIST-FILE VALUE 'Y'.
          05 TABLE-FULL-SW          PIC X(01) VALUE 'N'.
             88 TABLE-FULL          VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-STMT-READ-CTR       PIC 9(07) VALUE 0.
          05 WS-NOT-VOUCHERED-CTR   PIC 9(07) VALUE 0.
          05 WS-AMOUNT-DIFF-CTR     PIC 9(07) VALUE 0.
          05 WS-NOT-BILLED-CTR      PIC 9(07) VALUE 0.
          05 WS-ALREADY-PAID-CTR    PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  COLUMN HEADINGS AND DETAIL LINE FOR THE STATEMENT
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION SORTS THE STATEMENT LINES, LOADS
      *    THE VOUCHER, RECEIPT COUNT AND PAID VOUCHER TABLES, MATCHES
      *    EVERY STATEMENT LINE AGAINST THE VOUCHERS, REPORTS THE
      *    VOUCHERS THE SUPPLIER IS NOT BILLING, AND CLOSES FILES. A
      *    FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
      *    - 0220-LOAD-VOUCHER-TABLE
      *    - 0240-READ-RECV-PERF-FILE
      *    - 0260-LOAD-RECV-COUNT-TABLE
      *    - 0270-READ-PAID-HIST-FILE
      *    - 0280-LOAD-PAID-TABLE
      *    - 0300-READ-STMT-FILE
      *    - 0500-MAIN-PROCESS
      *    - 2500-REPORT-UNBILLED-VOUCHERS
           PERFORM 0240-READ-RECV-PERF-FILE.
           PERFORM 0260-LOAD-RECV-COUNT-TABLE
               UNTIL END-OF-RECV-PERF-FILE.
           PERFORM 0270-READ-PAID-HIST-FILE.
           PERFORM 0280-LOAD-PAID-TABLE
               UNTIL END-OF-PAID-HIST-FILE.
           PERFORM 0300-READ-STMT-FILE.
           PERFORM 0500-MAIN-PROCESS
               UNTIL END-OF-STMT-FILE.
           PERFORM 2500-REPORT-UNBILLED-VOUCHERS.
           PERFORM 2600-CLOSE-FILES.
           IF TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
           ELSE
              DISPLAY 'ERROR OPENING RECEIPT PERFORMANCE FEED FILE'
           END-IF.
      *
           OPEN INPUT PAIDHIST.
           IF PHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PAID VOUCHER HISTORY MASTER'
           END-IF.
      *
           OPEN OUTPUT VSTMRPT.
           IF RPCODE = '00'
      *  DESCRIPTION:
      *    THE 0220-LOAD-VOUCHER-TABLE PARAGRAPH LOADS ONE VOUCHER'S
      *    SUPPLIER, INVOICE NUMBER AND AMOUNT INTO THE VOUCHER TABLE.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
           ELSE
              DISPLAY 'VOUCHER TABLE FULL -- REMAINING VOUCHERS NOT '
                      'LOADED'
              SET TABLE-FULL TO TRUE
              MOVE 'Y' TO VOUCHER-FILE-SW
           END-IF.
      *
      *    THE 0260-LOAD-RECV-COUNT-TABLE PARAGRAPH ROLLS ONE RECEIPT
      *    EVENT INTO ITS SUPPLIER'S ENTRY ON THE RECEIPT COUNT TABLE,
      *    ADDING THE SUPPLIER WHEN IT IS NOT YET ON THE TABLE.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
              ELSE
                 DISPLAY 'RECEIPT COUNT TABLE FULL -- SUPPLIER '
                         RF-SUPPLIER-CODE ' NOT COUNTED'
                 SET TABLE-FULL TO TRUE
              END-IF
           END-IF.
      *
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0270-READ-PAID-HIST-FILE PARAGRAPH READS ONE PAID
      *    VOUCHER HISTORY RECORD. WHEN THE END OF FILE IS REACHED, A
      *    FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0280-LOAD-PAID-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0270-READ-PAID-HIST-FILE.
           READ PAIDHIST INTO WS-PAID-HIST-REC
              AT END MOVE 'Y' TO PAID-HIST-FILE-SW
           END-READ.
      *
           IF PHCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING PAID VOUCHER HISTORY MASTER.'
              MOVE 'Y' TO PAID-HIST-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0280-LOAD-PAID-TABLE PARAGRAPH LOADS ONE VOUCHER PAID
      *    -- SUPPLIER, INVOICE NUMBER, GROSS AMOUNT, PAYMENT NUMBER
      *    AND PAID DATE -- INTO THE PAID VOUCHER TABLE. DEBIT MEMOS
      *    APPLIED ARE SKIPPED.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0270-READ-PAID-HIST-FILE
      *****************************************************************
      *
       0280-LOAD-PAID-TABLE.
           IF PH-VOUCHER-PAID
              IF WS-PAID-LOADED-CTR < WS-MAX-PAID-IDX
                 ADD 1 TO WS-PAID-LOADED-CTR
                 SET PAID-IDX TO WS-PAID-LOADED-CTR
                 MOVE PH-SUPPLIER-CODE  TO PAID-SUPPLIER-TBL (PAID-IDX)
                 MOVE PH-INVOICE-NUMBER TO PAID-INVOICE-TBL (PAID-IDX)
                 MOVE PH-GROSS-AMOUNT   TO PAID-AMOUNT-TBL (PAID-IDX)
                 MOVE PH-PAYMENT-NUMBER
                    TO PAID-PAYMENT-NUM-TBL (PAID-IDX)
                 MOVE PH-PAID-DATE      TO PAID-DATE-TBL (PAID-IDX)
              ELSE
                 DISPLAY 'PAID VOUCHER TABLE FULL -- REMAINING HISTORY '
                         'NOT LOADED'
                 SET TABLE-FULL TO TRUE
                 MOVE 'Y' TO PAID-HIST-FILE-SW
              END-IF
           END-IF.
      *
           IF NOT END-OF-PAID-HIST-FILE
              PERFORM 0270-READ-PAID-HIST-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-READ-STMT-FILE PARAGRAPH READS ONE STATEMENT LINE
      *    FROM THE SORTED STATEMENT FILE AND CHECKS THE FILE STATUS
      *    FOR A SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS
      *    LINE. THE VOUCHER TABLE IS SEARCHED ON SUPPLIER PLUS
      *    INVOICE NUMBER -- A MISSING VOUCHER IS REPORTED AS NEVER
      *    VOUCHERED (NOTING WHETHER WE HOLD RECEIPTS FROM THE
      *    SUPPLIER) UNLESS THE INVOICE IS ON THE PAID VOUCHER
      *    HISTORY, WHEN IT IS REPORTED AS ALREADY PAID WITH THE
      *    PAYMENT DATE AND NUMBER. A VOUCHER AT A DIFFERENT AMOUNT IS
      *    REPORTED WITH BOTH FIGURES, AND A CLEAN MATCH IS COUNTED
      *    WITHOUT A REPORT LINE. THE NEXT STATEMENT LINE IS THEN READ.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *  CALLS:
      *    -  0550-SEARCH-VOUCHER-TABLE
      *    -  0560-LOOKUP-SUPP-RECEIPTS
      *    -  0570-SEARCH-PAID-TABLE
      *    -  0900-WRITE-RPT-DETAIL
      *    -  0300-READ-STMT-FILE
      *****************************************************************
      *
       0500-MAIN-PROCESS.
           PERFORM 0550-SEARCH-VOUCHER-TABLE.
           IF VCHR-FOUND
              MOVE 'N' TO PAID-FOUND-SW
           ELSE
              PERFORM 0570-SEARCH-PAID-TABLE
           END-IF.
      *
           MOVE SM-SUPPLIER-CODE OF WS-STMT-REC
              TO RPT-SUPPLIER-CODE.
           MOVE SM-AMOUNT TO RPT-STMT-AMOUNT.
      *
           EVALUATE TRUE
              WHEN PAID-FOUND
                 ADD 1 TO WS-ALREADY-PAID-CTR
                 MOVE PAID-AMOUNT-TBL (PAID-IDX) TO RPT-VOUCH-AMOUNT
                 MOVE PAID-DATE-TBL (PAID-IDX)
                    TO WS-PAID-STATUS-DATE
                 MOVE PAID-PAYMENT-NUM-TBL (PAID-IDX)
                    TO WS-PAID-STATUS-NUMBER
                 MOVE WS-PAID-STATUS-MSG TO RPT-STATUS-MSG
                 PERFORM 0900-WRITE-RPT-DETAIL
              WHEN NOT VCHR-FOUND
                 ADD 1 TO WS-NOT-VOUCHERED-CTR
                 MOVE 0 TO RPT-VOUCH-AMOUNT
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0570-SEARCH-PAID-TABLE PARAGRAPH SEARCHES THE PAID
      *    VOUCHER TABLE FOR THE STATEMENT LINE'S SUPPLIER PLUS
      *    INVOICE NUMBER AND LEAVES PAID-IDX POINTING AT THE MATCH.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0570-SEARCH-PAID-TABLE.
           MOVE 'N' TO PAID-FOUND-SW.
           MOVE 0   TO WS-PAID-SLOT.
      *
           PERFORM VARYING PAID-IDX FROM 1 BY 1
              UNTIL PAID-IDX > WS-PAID-LOADED-CTR OR PAID-FOUND
              IF SM-SUPPLIER-CODE OF WS-STMT-REC =
                    PAID-SUPPLIER-TBL (PAID-IDX)
                 AND SM-INVOICE-NUMBER OF WS-STMT-REC =
                     PAID-INVOICE-TBL (PAID-IDX)
                 MOVE 'Y' TO PAID-FOUND-SW
                 SET WS-PAID-SLOT TO PAID-IDX
              END-IF
           END-PERFORM.
      *
           IF PAID-FOUND
              SET PAID-IDX TO WS-PAID-SLOT
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0900-WRITE-RPT-DETAIL PARAGRAPH WRITES ONE DETAIL LINE
      *    TO THE RECONCILIATION REPORT AND CHECKS THE FILE STATUS FOR
      *    A SUCCESSFUL WRITE OPERATION.
           CLOSE STMSRT
                 APVOUCH
                 RECVPERF
                 PAIDHIST
                 VSTMRPT.
      *
           DISPLAY 'STATEMENT LINES READ:        ' WS-STMT-READ-CTR.
           DISPLAY 'LINES AT DIFFERENT AMOUNTS:  '
                   WS-AMOUNT-DIFF-CTR.
           DISPLAY 'VOUCHERS NOT BILLED:         ' WS-NOT-BILLED-CTR.
           DISPLAY 'LINES ALREADY PAID:          '
                   WS-ALREADY-PAID-CTR.
