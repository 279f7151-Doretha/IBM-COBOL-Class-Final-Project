      *    SUPPLIER (FROM THE AP VOUCHER EXTRACT, MATCH DATES IN THE
      *    PERIOD), RECEIPT COUNT AND VOUCHERED VALUE, AND THE ENDING
      *    ON-HAND INVENTORY QUANTITY -- INTO THE FROZEN PERIOD
      *    SUMMARY MASTER AND PRINTS THE MANAGEMENT CLOSE REPORT. THE
      *    PERIOD'S COMMODITY BUDGET POSITION FROM BUDGRPT.CBL --
      *    BUDGET, VOUCHERED SPEND AND OPEN COMMITMENTS BY COMMODITY --
      *    IS FROZEN ALONGSIDE THEM. A
      *    PERIOD HEADER RECORD LOCKS THE PERIOD: A SECOND CLOSE FOR A
      *    PERIOD ALREADY ON THE SUMMARY MASTER IS REFUSED WITH AN
      *    OPERATOR MESSAGE AND RETURN-CODE 16, SO A LATE-ARRIVING
      *      JCL DD NAME:                   PERSUMM
      *
      *
      *      RTPOT44.BUDGRPT.BUDGSTAT.NEW - COMMODITY BUDGET POSITION
      *                                     BY COMMODITY AND PERIOD
      *      INTERNAL FILE NAME:            BUDGSTAT
      *      JCL DD NAME:                   BUDGSTAT
      *
      *
      *      SYSIN - PERIOD TO CLOSE (YYYYMM) IN POSITIONS 1-6. A
      *              BLANK OR MISSING CARD CLOSES THE CURRENT
      *              CALENDAR MONTH.
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A FULL SUPPLIER SPEND TABLE NOW ENDS THE RUN
      *                   WITH RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE PERIOD'S COMMODITY BUDGET POSITION
      *                   WRITTEN BY BUDGRPT.CBL IS NOW FROZEN INTO THE
      *                   SUMMARY MASTER -- ONE 'G' BUDGET, 'A'
      *                   VOUCHERED AND 'C' COMMITTED RECORD PER
      *                   COMMODITY -- AND PRINTED ON THE CLOSE REPORT.
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
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  09/02/2026
      *     DESCRIPTION:  THE AP VOUCHER EXTRACT GREW 120 TO 129
      *                   BYTES -- PORECV.CBL NOW CARRIES THE LANDED
      *
           SELECT INVMAST ASSIGN TO INVMAST
              FILE STATUS IS IMCODE.
      *
           SELECT BUDGSTAT ASSIGN TO BUDGSTAT
              FILE STATUS IS BGCODE.
      *
           SELECT PERSUMM ASSIGN TO PERSUMM
              FILE STATUS IS PSCODE.
       FD  INVMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVMAST-REC.
      *
       01 INVMAST-REC PIC X(48).
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
       FD  PERSUMM
           RECORDING MODE IS F
      *  PERIOD SUMMARY MASTER RECORD -- THE FROZEN FIGURES. RECORD
      *  TYPE 'H' IS THE PERIOD HEADER THAT LOCKS THE PERIOD, 'B' IS
      *  ONE BUYER'S SPEND, 'S' IS ONE SUPPLIER'S VOUCHERED SPEND,
      *  'R' IS THE RECEIPT COUNT AND VOUCHERED VALUE, 'I' IS THE
      *  ENDING ON-HAND INVENTORY QUANTITY, AND 'G', 'A' AND 'C' ARE
      *  ONE COMMODITY'S BUDGET, VOUCHERED (ACTUAL) SPEND AND OPEN
      *  COMMITMENTS IN USD.
      *****************************************************************
      *
       01 WS-PERSUMM-REC.
          05 OI-LOCATION-CODE       PIC X(02) VALUE SPACES.
          05 OI-QTY-ON-HAND         PIC S9(7) VALUE 0.
          05 OI-LAST-RECEIPT-DATE   PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  COMMODITY BUDGET POSITION RECORD. SAME LAYOUT AS THE RECORD
      *  WRITTEN BY BUDGRPT.CBL; THE STAMP RECORD LEADING THE FILE
      *  HAS A SPACES COMMODITY-CODE.
      *****************************************************************
      *
       01 WS-BUDGET-POS-REC.
          05 BP-COMMODITY           PIC X(03) VALUE SPACES.
          05 BP-PERIOD              PIC X(06) VALUE SPACES.
          05 BP-BUDGET              PIC 9(09)V99 VALUE 0.
          05 BP-SOFT-PCT            PIC 9(03) VALUE 0.
          05 BP-VOUCHERED           PIC 9(11)V99 VALUE 0.
          05 BP-COMMITTED           PIC 9(11)V99 VALUE 0.
          05 FILLER                 PIC X(11) VALUE SPACES.
      *
      *****************************************************************
      *  SUPPLIER SPEND ROLL-UP TABLE FOR THE PERIOD BEING CLOSED.
          05 AVCODE                 PIC X(02) VALUE SPACES.
          05 RFCODE                 PIC X(02) VALUE SPACES.
          05 IMCODE                 PIC X(02) VALUE SPACES.
          05 BGCODE                 PIC X(02) VALUE SPACES.
          05 PSCODE                 PIC X(02) VALUE SPACES.
          05 PNCODE                 PIC X(02) VALUE SPACES.
          05 RPCODE                 PIC X(02) VALUE SPACES.
             88 END-OF-INV-MASTER-FILE VALUE 'Y'.
          05 PERSUMM-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-PERSUMM-FILE  VALUE 'Y'.
          05 BUDGET-POS-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-BUDGET-POS-FILE VALUE 'Y'.
          05 TABLE-FULL-SW           PIC X(01) VALUE 'N'.
             88 TABLE-FULL           VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-OLD-SUMMARY-READ     PIC 9(07) VALUE 0.
          05 WS-BUYER-RECS-WRTN      PIC 9(05) VALUE 0.
          05 WS-SUPP-RECS-WRTN       PIC 9(05) VALUE 0.
          05 WS-BUDGET-RECS-WRTN     PIC 9(05) VALUE 0.
          05 WS-NEW-SUMMARY-WRTN     PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *    THE MAIN PROCEDURE SECTION ACCEPTS THE PERIOD, CARRIES THE
      *    OLD SUMMARY MASTER FORWARD (REFUSING THE RUN IF THE PERIOD
      *    IS ALREADY CLOSED), SNAPSHOTS THE PERIOD'S BUYER SPEND,
      *    SUPPLIER SPEND, RECEIPTS, ENDING INVENTORY AND COMMODITY
      *    BUDGET POSITION INTO THE NEW SUMMARY MASTER AND THE CLOSE
      *    REPORT, AND CLOSES FILES.
      *
      *  CALLED BY:
      *    - NONE
      *    - 0650-COUNT-RECEIPTS
      *    - 0360-READ-INV-MASTER
      *    - 0700-SUM-ENDING-INVENTORY
      *    - 0380-READ-BUDGET-POS-FILE
      *    - 0750-FREEZE-BUDGET-POSITION
      *    - 0800-WRITE-CLOSE-RECORDS
      *    - 2600-CLOSE-FILES
      ****************************************************************
              PERFORM 0360-READ-INV-MASTER
              PERFORM 0700-SUM-ENDING-INVENTORY
                  UNTIL END-OF-INV-MASTER-FILE
              PERFORM 0380-READ-BUDGET-POS-FILE
              PERFORM 0750-FREEZE-BUDGET-POSITION
                  UNTIL END-OF-BUDGET-POS-FILE
              PERFORM 0800-WRITE-CLOSE-RECORDS
           END-IF.
           PERFORM 2600-CLOSE-FILES.
           IF PERIOD-LOCKED OR TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
           ELSE
              DISPLAY 'ERROR OPENING INVENTORY MASTER FILE'
           END-IF.
      *
           OPEN INPUT BUDGSTAT.
           IF BGCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING BUDGET POSITION FILE'
           END-IF.
      *
           OPEN INPUT PERSUMM.
           IF PSCODE = '00'
      *    WHOSE MATCH DATE FALLS IN THE PERIOD BEING CLOSED INTO ITS
      *    SUPPLIER'S SPEND ENTRY AND THE PERIOD'S RECEIPT VALUE. THE
      *    NEXT VOUCHER IS THEN READ.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
                 ELSE
                    DISPLAY 'SUPPLIER SPEND TABLE FULL -- SUPPLIER '
                            VO-SUPPLIER-CODE ' NOT CLOSED'
                    SET TABLE-FULL TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0380-READ-BUDGET-POS-FILE PARAGRAPH READS ONE COMMODITY
      *    BUDGET POSITION RECORD. WHEN THE END OF FILE IS REACHED, A
      *    FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0750-FREEZE-BUDGET-POSITION
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0380-READ-BUDGET-POS-FILE.
           READ BUDGSTAT INTO WS-BUDGET-POS-REC
              AT END MOVE 'Y' TO BUDGET-POS-FILE-SW
           END-READ.
      *
           IF BGCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING BUDGET POSITION FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0750-FREEZE-BUDGET-POSITION PARAGRAPH FREEZES ONE
      *    COMMODITY'S BUDGET POSITION FOR THE PERIOD BEING CLOSED AS
      *    THREE SUMMARY RECORDS KEYED BY COMMODITY-CODE -- 'G' THE
      *    BUDGET (WITH THE SOFT THRESHOLD PERCENT AS ITS COUNT), 'A'
      *    THE VOUCHERED SPEND AND 'C' THE OPEN COMMITMENTS -- AND
      *    PRINTS THEM. THE STAMP RECORD AND OTHER
      *    PERIODS' ROWS ARE SKIPPED. THE NEXT POSITION RECORD IS THEN
      *    READ.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0900-WRITE-SUMMARY-REC
      *    -  0950-WRITE-RPT-DETAIL
      *    -  0380-READ-BUDGET-POS-FILE
      *****************************************************************
      *
       0750-FREEZE-BUDGET-POSITION.
           IF BP-COMMODITY = SPACES OR BP-PERIOD NOT = WS-CLOSE-PERIOD
              NEXT SENTENCE
           ELSE
              MOVE WS-CLOSE-PERIOD TO PC-PERIOD
              MOVE 'G'             TO PC-RECORD-TYPE
              MOVE BP-COMMODITY    TO PC-KEY-CODE
              MOVE BP-BUDGET       TO PC-AMOUNT
              MOVE BP-SOFT-PCT     TO PC-COUNT
              PERFORM 0900-WRITE-SUMMARY-REC
              MOVE 'BUDGET:             ' TO RPT-LINE-LABEL
              MOVE PC-KEY-CODE     TO RPT-LINE-KEY
              MOVE PC-AMOUNT       TO RPT-LINE-AMOUNT
              MOVE PC-COUNT        TO RPT-LINE-COUNT
              PERFORM 0950-WRITE-RPT-DETAIL
      *
              MOVE 'A'             TO PC-RECORD-TYPE
              MOVE BP-VOUCHERED    TO PC-AMOUNT
              MOVE 0               TO PC-COUNT
              PERFORM 0900-WRITE-SUMMARY-REC
              MOVE 'BUDGET VOUCHERED:   ' TO RPT-LINE-LABEL
              MOVE PC-AMOUNT       TO RPT-LINE-AMOUNT
              MOVE 0               TO RPT-LINE-COUNT
              PERFORM 0950-WRITE-RPT-DETAIL
      *
              MOVE 'C'             TO PC-RECORD-TYPE
              MOVE BP-COMMITTED    TO PC-AMOUNT
              MOVE 0               TO PC-COUNT
              PERFORM 0900-WRITE-SUMMARY-REC
              MOVE 'BUDGET COMMITTED:   ' TO RPT-LINE-LABEL
              MOVE PC-AMOUNT       TO RPT-LINE-AMOUNT
              MOVE 0               TO RPT-LINE-COUNT
              PERFORM 0950-WRITE-RPT-DETAIL
              ADD 1 TO WS-BUDGET-RECS-WRTN
           END-IF.
           PERFORM 0380-READ-BUDGET-POS-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0800-WRITE-CLOSE-RECORDS PARAGRAPH FREEZES THE RECEIPT
      *    AND ENDING INVENTORY FIGURES, WRITES THE PERIOD HEADER THAT
      *    LOCKS THE PERIOD, AND PRINTS THE CLOSE BANNER AND FIGURES.
      *    -  0250-CARRY-OLD-SUMMARY
      *    -  0500-CLOSE-BUYER-SPEND
      *    -  0600-WRITE-SUPPLIER-RECS
      *    -  0750-FREEZE-BUDGET-POSITION
      *    -  0800-WRITE-CLOSE-RECORDS
      *
      *  CALLS:
      *  CALLED BY:
      *    -  0500-CLOSE-BUYER-SPEND
      *    -  0600-WRITE-SUPPLIER-RECS
      *    -  0750-FREEZE-BUDGET-POSITION
      *    -  0800-WRITE-CLOSE-RECORDS
      *
      *  CALLS:
                 APVOUCH
                 RECVPERF
                 INVMAST
                 BUDGSTAT
                 PERSUMM
                 PERSNEW
                 PCLSRPT.
                   WS-BUYER-RECS-WRTN.
           DISPLAY 'SUPPLIER RECORDS FROZEN:     '
                   WS-SUPP-RECS-WRTN.
           DISPLAY 'COMMODITY BUDGETS FROZEN:    '
                   WS-BUDGET-RECS-WRTN.
           DISPLAY 'RECEIPTS IN PERIOD:          ' WS-RECEIPT-COUNT.
           DISPLAY 'NEW SUMMARY RECORDS WRITTEN: '
                   WS-NEW-SUMMARY-WRTN.
