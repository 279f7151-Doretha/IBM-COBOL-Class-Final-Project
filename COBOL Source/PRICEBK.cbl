       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEBK.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM PRINTS THE COUNTER PRICE BOOK AND WRITES THE
      *    PRICE FILE THE COUNTER TERMINALS LOAD. IT READS THE FITMENT
      *    CROSS-REFERENCE CATALOG WRITTEN BY FITMENT.CBL, ALREADY IN
      *    VEHICLE MAKE/MODEL/YEAR/PART-NUMBER SEQUENCE, AND PRICES
      *    EACH PART FROM THE APPROVED LIST AND TRADE PRICES ON THE
      *    SELLING PRICE MASTER WRITTEN BY PRICEUPD.CBL. PRICES STILL
      *    WAITING FOR APPROVAL ARE NOT USED.
      *
      *    THE PRICE BOOK BREAKS ON MAKE (WITH THE MAKE NAME FROM THE
      *    VEHMAKE REFERENCE TABLE) AND ON MODEL, AS THE FITMENT
      *    CATALOG DOES, AND LISTS EACH YEAR/PART WITH ITS LIST PRICE,
      *    TRADE PRICE AND EFFECTIVE DATE. A PART WITH NO APPROVED
      *    PRICE IS PRINTED AS NOT PRICED, COUNTED, AND LEFT OFF THE
      *    COUNTER FILE.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      RTPOT44.AUTOPART.VEHMAKE.FILE - VEHICLE MAKE REFERENCE
      *                                      TABLE (CODE AND NAME)
      *      INTERNAL FILE NAME:             VEHMAKE
      *      JCL DD NAME:                    VEHMAKE
      *
      *
      *      RTPOT44.FITMENT.XREF - FITMENT CROSS-REFERENCE CATALOG
      *                             FILE IN MAKE/MODEL/YEAR SEQUENCE
      *      INTERNAL FILE NAME:    FITXREF
      *      JCL DD NAME:           FITXREF
      *
      *
      *      RTPOT44.PRICEUPD.PRICMAST.NEW - SELLING PRICE MASTER
      *                                      WRITTEN BY PRICEUPD.CBL
      *      INTERNAL FILE NAME:             PRICMAST
      *      JCL DD NAME:                    PRICMAST
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.PRICEBK.BOOK.RPT - COUNTER PRICE BOOK
      *      INTERNAL FILE NAME:        BOOKRPT
      *      JCL DD NAME:               BOOKRPT
      *
      *
      *      RTPOT44.PRICEBK.COUNTER - COUNTER TERMINAL PRICE FILE,
      *                                ONE RECORD PER PRICED FITMENT
      *      INTERNAL FILE NAME:       COUNTER
      *      JCL DD NAME:              COUNTER
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(PRICEBK)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A FULL VEHICLE MAKE TABLE NOW ENDS THE RUN
      *                   WITH RETURN-CODE 16 INSTEAD OF DROPPING THE
      *                   REMAINING MAKES.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  10/15/2026
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHMAKE ASSIGN TO VEHMAKE
              FILE STATUS IS VMCODE.
      *
           SELECT FITXREF ASSIGN TO FITXREF
              FILE STATUS IS FXCODE.
      *
           SELECT PRICMAST ASSIGN TO PRICMAST
              FILE STATUS IS PMCODE.
      *
           SELECT BOOKRPT ASSIGN TO BOOKRPT
              FILE STATUS IS RPCODE.
      *
           SELECT COUNTER ASSIGN TO COUNTER
              FILE STATUS IS CTCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  VEHMAKE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 15 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VEHMAKE-REC.
      *
       01 VEHMAKE-REC PIC X(15).
      *
       FD  FITXREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 54 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FITXREF-REC.
      *
       01 FITXREF-REC PIC X(54).
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
       FD  BOOKRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BOOKRPT-REC.
      *
       01 BOOKRPT-REC PIC X(133).
      *
       FD  COUNTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COUNTER-REC.
      *
       01 COUNTER-REC PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-DATE-VARS.
          05 WS-TODAY-8             PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  ONE FITMENT CROSS-REFERENCE RECORD, SAME LAYOUT AS
      *  FITMENT.CBL WRITES.
      *****************************************************************
      *
       01 WS-FITXREF-REC.
          05 FX-VEHICLE-MAKE        PIC X(03) VALUE SPACES.
          05 FX-VEHICLE-MODEL       PIC X(10) VALUE SPACES.
          05 FX-VEHICLE-YEAR        PIC X(04) VALUE SPACES.
          05 FX-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 FX-PART-NAME           PIC X(14) VALUE SPACES.
      *
       01 VEHMAKE-REC-WS. *>USED TO HOLD READ VEHICLE MAKE RECORD
          05 VEH-MAKE-CODE          PIC X(03) VALUE SPACES.
          05 VEH-MAKE-NAME          PIC X(12) VALUE SPACES.
      *
       01  VEH-MAKE-TBL. *>TABLE TO HOLD VEHICLE MAKE FILE ENTRIES
           05 VEH-MAKE-ENTRY-TBL
             OCCURS 20 TIMES INDEXED BY VMAKE-IDX.
             10 VEH-MAKE-CODE-TBL   PIC X(03) VALUE SPACES.
             10 VEH-MAKE-NAME-TBL   PIC X(12) VALUE SPACES.
      *
       01 WS-VEH-MAKE-VARS.
          05 WS-MAX-VEH-MAKE-IDX    PIC 9(02) VALUE 20.
          05 VEH-MAKE-FOUND-SW      PIC X(01) VALUE 'N'.
             88 VEH-MAKE-FOUND      VALUE 'Y'.
          05 WS-MAKE-NAME-HOLD      PIC X(12) VALUE SPACES.
      *
      *****************************************************************
      *  ONE SELLING PRICE MASTER ROW, SAME LAYOUT AS PRICEUPD.CBL
      *  WRITES, AND THE TABLE OF APPROVED PRICES BY PART-NUMBER.
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
       01 PRICE-TBL.
          05 PRICE-ENTRY-TBL
            OCCURS 2000 TIMES INDEXED BY PRC-IDX.
            10 PRC-PART-NUMBER-TBL  PIC X(23) VALUE SPACES.
            10 PRC-LIST-PRICE-TBL   PIC 9(7)V99 VALUE 0.
            10 PRC-TRADE-PRICE-TBL  PIC 9(7)V99 VALUE 0.
            10 PRC-EFF-DATE-TBL     PIC X(08) VALUE SPACES.
      *
       01 WS-PRICE-VARS.
          05 WS-MAX-PRC-IDX         PIC 9(04) VALUE 2000.
          05 WS-PRC-LOADED-CTR      PIC 9(04) VALUE 0.
          05 PRICE-FOUND-SW         PIC X(01) VALUE 'N'.
             88 PRICE-FOUND         VALUE 'Y'.
      *
      *****************************************************************
      *  ONE COUNTER TERMINAL PRICE RECORD.
      *****************************************************************
      *
       01 WS-COUNTER-REC.
          05 CT-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 CT-PART-NAME           PIC X(14) VALUE SPACES.
          05 CT-VEHICLE-MAKE        PIC X(03) VALUE SPACES.
          05 CT-VEHICLE-MODEL       PIC X(10) VALUE SPACES.
          05 CT-VEHICLE-YEAR        PIC X(04) VALUE SPACES.
          05 CT-LIST-PRICE          PIC 9(7)V99 VALUE 0.
          05 CT-TRADE-PRICE         PIC 9(7)V99 VALUE 0.
          05 CT-EFFECTIVE-DATE      PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  CONTROL BREAK HOLD FIELDS FOR THE MAKE AND MODEL LEVELS.
      *****************************************************************
      *
       01 WS-BREAK-HOLD-AREA.
          05 WS-PRIOR-MAKE          PIC X(03) VALUE LOW-VALUES.
          05 WS-PRIOR-MODEL         PIC X(10) VALUE LOW-VALUES.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 VMCODE                 PIC X(02) VALUE SPACES.
          05 FXCODE                 PIC X(02) VALUE SPACES.
          05 PMCODE                 PIC X(02) VALUE SPACES.
          05 RPCODE                 PIC X(02) VALUE SPACES.
          05 CTCODE                 PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 VEH-MAKE-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-VEH-MAKE-FILE VALUE 'Y'.
          05 FITXREF-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-FITXREF-FILE VALUE 'Y'.
          05 PRICE-MAST-FILE-SW     PIC X(01) VALUE 'N'.
             88 END-OF-PRICE-MAST-FILE VALUE 'Y'.
          05 TABLE-FULL-SW          PIC X(01) VALUE 'N'.
             88 TABLE-FULL          VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-PRICE-READ-CTR      PIC 9(07) VALUE 0.
          05 WS-FITXREF-READ-CTR    PIC 9(07) VALUE 0.
          05 WS-PRICED-CTR          PIC 9(07) VALUE 0.
          05 WS-NOT-PRICED-CTR      PIC 9(07) VALUE 0.
          05 WS-COUNTER-WRTN-CTR    PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  REPORT LINES FOR THE COUNTER PRICE BOOK.
      *****************************************************************
      *
       01 BK-RPT-TITLE. *>PRICE BOOK TITLE
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 FILLER                 PIC X(37) VALUE
                               'COUNTER PRICE BOOK -- PRICES IN USD, '.
          05 FILLER                 PIC X(09) VALUE 'PRINTED '.
          05 RPT-TITLE-DATE         PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(74) VALUE SPACES.
      *
       01 BK-RPT-COLUMN-HDR. *>COLUMN HEADINGS
          05 FILLER                 PIC X(11) VALUE SPACES.
          05 FILLER                 PIC X(04) VALUE 'YEAR'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(23) VALUE 'PART-NUMBER'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(14) VALUE 'PART NAME'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(12) VALUE '  LIST PRICE'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(12) VALUE ' TRADE PRICE'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE 'EFFECTIVE'.
          05 FILLER                 PIC X(37) VALUE SPACES.
      *
       01 BK-RPT-MAKE-LINE. *>MAKE CONTROL BREAK HEADING
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 FILLER                 PIC X(06) VALUE 'MAKE: '.
          05 RPT-MAKE-CODE          PIC X(03) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-MAKE-NAME          PIC X(12) VALUE SPACES.
          05 FILLER                 PIC X(105) VALUE SPACES.
      *
       01 BK-RPT-MODEL-LINE. *>MODEL CONTROL BREAK HEADING
          05 FILLER                 PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(07) VALUE 'MODEL: '.
          05 RPT-MODEL              PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(108) VALUE SPACES.
      *
       01 BK-RPT-DETAIL. *>ONE PART PER LINE UNDER ITS MODEL
          05 FILLER                 PIC X(11) VALUE SPACES.
          05 RPT-VEHICLE-YEAR       PIC X(04) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-PART-NUMBER        PIC X(23) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-PART-NAME          PIC X(14) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-PRICE-AREA.
             10 RPT-LIST-PRICE      PIC Z,ZZZ,ZZ9.99.
             10 FILLER              PIC X(02) VALUE SPACES.
             10 RPT-TRADE-PRICE     PIC Z,ZZZ,ZZ9.99.
             10 FILLER              PIC X(02) VALUE SPACES.
             10 RPT-EFFECTIVE-DATE  PIC X(08) VALUE SPACES.
          05 RPT-NOT-PRICED REDEFINES RPT-PRICE-AREA
                                    PIC X(36).
          05 FILLER                 PIC X(39) VALUE SPACES.
      *
       01 BK-RPT-SUMMARY-LINE. *>GENERIC SUMMARY LINE
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 RPT-SUMMARY-LABEL      PIC X(35) VALUE SPACES.
          05 RPT-SUMMARY-VALUE      PIC ZZZZZZ9.
          05 FILLER                 PIC X(86) VALUE SPACES.
      *
       01 WS-BLANK-LINE             PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION LOADS THE VEHICLE MAKE TABLE AND
      *    THE APPROVED PRICES FROM THE PRICE MASTER, THEN PASSES THE
      *    FITMENT CATALOG ONCE, PRINTING THE PRICE BOOK AND WRITING
      *    THE COUNTER FILE. A FULL PRICE TABLE ENDS THE STEP WITH
      *    RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0200-READ-VEH-MAKE-FILE
      *    - 0250-LOAD-VEH-MAKE-TABLE
      *    - 0260-READ-PRICE-MASTER
      *    - 0270-LOAD-PRICE-TABLE
      *    - 0300-READ-FITXREF-FILE
      *    - 0600-PROCESS-ONE-FITMENT
      *    - 2500-WRITE-SUMMARY
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-READ-VEH-MAKE-FILE.
           PERFORM 0250-LOAD-VEH-MAKE-TABLE
               UNTIL END-OF-VEH-MAKE-FILE.
           PERFORM 0260-READ-PRICE-MASTER.
           PERFORM 0270-LOAD-PRICE-TABLE
               UNTIL END-OF-PRICE-MAST-FILE.
           PERFORM 0150-WRITE-RPT-HEADERS.
           PERFORM 0300-READ-FITXREF-FILE.
           PERFORM 0600-PROCESS-ONE-FITMENT
               UNTIL END-OF-FITXREF-FILE.
           PERFORM 2500-WRITE-SUMMARY.
           PERFORM 2600-CLOSE-FILES.
           IF TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH SETS TODAY'S DATE FOR THE
      *    PRICE BOOK TITLE.
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
           MOVE WS-TODAY-8 TO RPT-TITLE-DATE.
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
           OPEN INPUT VEHMAKE.
           IF VMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING VEHICLE MAKE FILE'
           END-IF.
      *
           OPEN INPUT FITXREF.
           IF FXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING FITMENT CROSS-REFERENCE FILE'
           END-IF.
      *
           OPEN INPUT PRICMAST.
           IF PMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PRICE MASTER FILE'
           END-IF.
      *
           OPEN OUTPUT BOOKRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PRICE BOOK REPORT FILE'
           END-IF.
      *
           OPEN OUTPUT COUNTER.
           IF CTCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING COUNTER PRICE FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0150-WRITE-RPT-HEADERS PARAGRAPH WRITES THE PRICE BOOK
      *    TITLE AND COLUMN HEADINGS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0150-WRITE-RPT-HEADERS.
           WRITE BOOKRPT-REC FROM BK-RPT-TITLE.
           WRITE BOOKRPT-REC FROM WS-BLANK-LINE.
           WRITE BOOKRPT-REC FROM BK-RPT-COLUMN-HDR.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO PRICE BOOK REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-VEH-MAKE-FILE PARAGRAPH READS A SINGLE RECORD
      *    FROM THE VEHICLE MAKE REFERENCE FILE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0250-LOAD-VEH-MAKE-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0200-READ-VEH-MAKE-FILE.
           READ VEHMAKE INTO VEHMAKE-REC-WS
              AT END MOVE 'Y' TO VEH-MAKE-FILE-SW
           END-READ.
      *
           IF VMCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING VEHICLE MAKE FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0250-LOAD-VEH-MAKE-TABLE PARAGRAPH LOADS VEHICLE MAKE
      *    RECORDS INTO A TABLE (ARRAY) IN WORKING STORAGE. A FULL
      *    TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0200-READ-VEH-MAKE-FILE
      *****************************************************************
      *
       0250-LOAD-VEH-MAKE-TABLE.
           PERFORM VARYING VMAKE-IDX FROM 1 BY 1
             UNTIL END-OF-VEH-MAKE-FILE OR
                   VMAKE-IDX > WS-MAX-VEH-MAKE-IDX
               MOVE VEH-MAKE-CODE TO VEH-MAKE-CODE-TBL (VMAKE-IDX)
               MOVE VEH-MAKE-NAME TO VEH-MAKE-NAME-TBL (VMAKE-IDX)
      *
               PERFORM 0200-READ-VEH-MAKE-FILE
           END-PERFORM.
      *
           IF NOT END-OF-VEH-MAKE-FILE
              DISPLAY 'VEHICLE MAKE TABLE FULL -- RUN ENDS WITH RETURN '
                      'CODE 16'
              SET TABLE-FULL TO TRUE
              MOVE 'Y' TO VEH-MAKE-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0260-READ-PRICE-MASTER PARAGRAPH READS ONE SELLING
      *    PRICE MASTER ROW. WHEN THE END OF FILE IS REACHED, A FLAG
      *    IS SET TO INDICATE THAT STATUS.
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
                 ADD 1 TO WS-PRICE-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING PRICE MASTER FILE.'
              MOVE 'Y' TO PRICE-MAST-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0270-LOAD-PRICE-TABLE PARAGRAPH ADDS THE CURRENT PRICE
      *    MASTER ROW TO THE PRICE TABLE WHEN IT CARRIES AN APPROVED
      *    PRICE, AND READS THE NEXT. A ROW HOLDING ONLY A PROPOSAL
      *    (NO LIST PRICE IN EFFECT) IS NOT LOADED. A FULL TABLE IS
      *    REPORTED AND ENDS THE STEP WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0260-READ-PRICE-MASTER
      *****************************************************************
      *
       0270-LOAD-PRICE-TABLE.
           IF PR-LIST-PRICE > 0
              IF WS-PRC-LOADED-CTR < WS-MAX-PRC-IDX
                 ADD 1 TO WS-PRC-LOADED-CTR
                 SET PRC-IDX TO WS-PRC-LOADED-CTR
                 MOVE PR-PART-NUMBER TO PRC-PART-NUMBER-TBL (PRC-IDX)
                 MOVE PR-LIST-PRICE  TO PRC-LIST-PRICE-TBL (PRC-IDX)
                 MOVE PR-TRADE-PRICE TO PRC-TRADE-PRICE-TBL (PRC-IDX)
                 MOVE PR-EFFECTIVE-DATE TO PRC-EFF-DATE-TBL (PRC-IDX)
              ELSE
                 DISPLAY 'PRICE TABLE FULL -- PART ' PR-PART-NUMBER
                         ' NOT PRICED'
                 SET TABLE-FULL TO TRUE
              END-IF
           END-IF.
      *
           PERFORM 0260-READ-PRICE-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-READ-FITXREF-FILE PARAGRAPH READS ONE FITMENT
      *    CROSS-REFERENCE RECORD. WHEN THE END OF FILE IS REACHED, A
      *    FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0600-PROCESS-ONE-FITMENT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0300-READ-FITXREF-FILE.
           READ FITXREF INTO WS-FITXREF-REC
              AT END MOVE 'Y' TO FITXREF-FILE-SW
           END-READ.
      *
           IF FXCODE = '00' OR '10'
              IF NOT END-OF-FITXREF-FILE
                 ADD 1 TO WS-FITXREF-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING FITMENT CROSS-REFERENCE FILE.'
              MOVE 'Y' TO FITXREF-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-PROCESS-ONE-FITMENT PARAGRAPH HANDLES ONE FITMENT
      *    RECORD. IT PRINTS THE MAKE HEADING (WITH THE MAKE NAME) ON
      *    A CHANGE OF MAKE AND THE MODEL HEADING ON A CHANGE OF
      *    MODEL, PRICES THE PART, PRINTS IT AND WRITES IT TO THE
      *    COUNTER FILE WHEN PRICED, AND READS THE NEXT RECORD.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0650-LOOKUP-VEH-MAKE-NAME
      *    -  0660-LOOKUP-PRICE
      *    -  0700-WRITE-RPT-LINES
      *    -  0750-WRITE-COUNTER-REC
      *    -  0300-READ-FITXREF-FILE
      *****************************************************************
      *
       0600-PROCESS-ONE-FITMENT.
           IF FX-VEHICLE-MAKE NOT = WS-PRIOR-MAKE
              PERFORM 0650-LOOKUP-VEH-MAKE-NAME
              MOVE FX-VEHICLE-MAKE   TO RPT-MAKE-CODE
              MOVE WS-MAKE-NAME-HOLD TO RPT-MAKE-NAME
              WRITE BOOKRPT-REC FROM WS-BLANK-LINE
              WRITE BOOKRPT-REC FROM BK-RPT-MAKE-LINE
              MOVE FX-VEHICLE-MAKE TO WS-PRIOR-MAKE
              MOVE LOW-VALUES      TO WS-PRIOR-MODEL
           END-IF.
      *
           IF FX-VEHICLE-MODEL NOT = WS-PRIOR-MODEL
              MOVE FX-VEHICLE-MODEL TO RPT-MODEL
              WRITE BOOKRPT-REC FROM BK-RPT-MODEL-LINE
              MOVE FX-VEHICLE-MODEL TO WS-PRIOR-MODEL
           END-IF.
      *
           PERFORM 0660-LOOKUP-PRICE.
      *
           PERFORM 0700-WRITE-RPT-LINES.
      *
           IF PRICE-FOUND
              ADD 1 TO WS-PRICED-CTR
              PERFORM 0750-WRITE-COUNTER-REC
           ELSE
              ADD 1 TO WS-NOT-PRICED-CTR
           END-IF.
      *
           PERFORM 0300-READ-FITXREF-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0650-LOOKUP-VEH-MAKE-NAME PARAGRAPH SEARCHES THE
      *    VEHICLE MAKE TABLE FOR THE CURRENT MAKE CODE AND RETURNS
      *    THE EXPANDED MAKE NAME, OR SPACES WHEN THE CODE IS NOT ON
      *    THE TABLE.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-ONE-FITMENT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0650-LOOKUP-VEH-MAKE-NAME.
           MOVE 'N'    TO VEH-MAKE-FOUND-SW.
           MOVE SPACES TO WS-MAKE-NAME-HOLD.
      *
           PERFORM VARYING VMAKE-IDX FROM 1 BY 1
                UNTIL (VMAKE-IDX > WS-MAX-VEH-MAKE-IDX) OR
                       VEH-MAKE-FOUND
              IF FX-VEHICLE-MAKE = VEH-MAKE-CODE-TBL (VMAKE-IDX)
                 MOVE VEH-MAKE-NAME-TBL (VMAKE-IDX)
                    TO WS-MAKE-NAME-HOLD
                 MOVE 'Y' TO VEH-MAKE-FOUND-SW
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0660-LOOKUP-PRICE PARAGRAPH SEARCHES THE PRICE TABLE
      *    FOR THE CURRENT PART-NUMBER AND LEAVES PRC-IDX AT ITS ENTRY
      *    WHEN FOUND.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-ONE-FITMENT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0660-LOOKUP-PRICE.
           MOVE 'N' TO PRICE-FOUND-SW.
      *
           PERFORM VARYING PRC-IDX FROM 1 BY 1
                UNTIL (PRC-IDX > WS-PRC-LOADED-CTR) OR
                       PRICE-FOUND
              IF FX-PART-NUMBER = PRC-PART-NUMBER-TBL (PRC-IDX)
                 MOVE 'Y' TO PRICE-FOUND-SW
              END-IF
           END-PERFORM.
      *
           IF PRICE-FOUND
              SET PRC-IDX DOWN BY 1
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-WRITE-RPT-LINES PARAGRAPH WRITES ONE PRICE BOOK
      *    DETAIL LINE (YEAR, PART-NUMBER, PART NAME AND PRICES) TO
      *    THE REPORT AND CHECKS THE FILE STATUS FOR A SUCCESSFUL
      *    WRITE.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-ONE-FITMENT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0700-WRITE-RPT-LINES.
           MOVE FX-VEHICLE-YEAR TO RPT-VEHICLE-YEAR.
           MOVE FX-PART-NUMBER  TO RPT-PART-NUMBER.
           MOVE FX-PART-NAME    TO RPT-PART-NAME.
      *
           IF PRICE-FOUND
              MOVE PRC-LIST-PRICE-TBL (PRC-IDX)  TO RPT-LIST-PRICE
              MOVE PRC-TRADE-PRICE-TBL (PRC-IDX) TO RPT-TRADE-PRICE
              MOVE PRC-EFF-DATE-TBL (PRC-IDX)    TO RPT-EFFECTIVE-DATE
           ELSE
              MOVE '  NOT PRICED' TO RPT-NOT-PRICED
           END-IF.
      *
           WRITE BOOKRPT-REC FROM BK-RPT-DETAIL.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO PRICE BOOK REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0750-WRITE-COUNTER-REC PARAGRAPH WRITES ONE PRICED
      *    FITMENT TO THE COUNTER TERMINAL PRICE FILE.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-ONE-FITMENT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0750-WRITE-COUNTER-REC.
           MOVE FX-PART-NUMBER                TO CT-PART-NUMBER.
           MOVE FX-PART-NAME                  TO CT-PART-NAME.
           MOVE FX-VEHICLE-MAKE               TO CT-VEHICLE-MAKE.
           MOVE FX-VEHICLE-MODEL              TO CT-VEHICLE-MODEL.
           MOVE FX-VEHICLE-YEAR               TO CT-VEHICLE-YEAR.
           MOVE PRC-LIST-PRICE-TBL (PRC-IDX)  TO CT-LIST-PRICE.
           MOVE PRC-TRADE-PRICE-TBL (PRC-IDX) TO CT-TRADE-PRICE.
           MOVE PRC-EFF-DATE-TBL (PRC-IDX)    TO CT-EFFECTIVE-DATE.
      *
           WRITE COUNTER-REC FROM WS-COUNTER-REC.
           IF CTCODE = '00'
              ADD 1 TO WS-COUNTER-WRTN-CTR
           ELSE
              DISPLAY 'ERROR WRITING COUNTER PRICE FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2500-WRITE-SUMMARY PARAGRAPH WRITES THE RUN TOTALS AT
      *    THE FOOT OF THE PRICE BOOK.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2550-WRITE-SUMMARY-LINE
      *****************************************************************
      *
       2500-WRITE-SUMMARY.
           WRITE BOOKRPT-REC FROM WS-BLANK-LINE.
      *
           MOVE 'FITMENTS PRICED:' TO RPT-SUMMARY-LABEL.
           MOVE WS-PRICED-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'FITMENTS NOT PRICED:' TO RPT-SUMMARY-LABEL.
           MOVE WS-NOT-PRICED-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2550-WRITE-SUMMARY-LINE PARAGRAPH WRITES ONE SUMMARY
      *    LINE TO THE PRICE BOOK AND CHECKS THE FILE STATUS FOR A
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
           WRITE BOOKRPT-REC FROM BK-RPT-SUMMARY-LINE.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO PRICE BOOK REPORT'
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
           CLOSE VEHMAKE
                 FITXREF
                 PRICMAST
                 BOOKRPT
                 COUNTER.
      *
           DISPLAY 'PRICE MASTER ROWS READ:      ' WS-PRICE-READ-CTR.
           DISPLAY 'FITMENT RECORDS READ:        ' WS-FITXREF-READ-CTR.
           DISPLAY 'FITMENTS PRICED:             ' WS-PRICED-CTR.
           DISPLAY 'FITMENTS NOT PRICED:         ' WS-NOT-PRICED-CTR.
           DISPLAY 'COUNTER RECORDS WRITTEN:     ' WS-COUNTER-WRTN-CTR.
