      *    SUPPLIER'S CURRENCY CODE FROM THE SUPPLIER OUTPUT FILE.
      *    THE REPORT TOTALS BY SUPPLIER AND FOR THE RUN. PARTS WITH
      *    NO CONTRACT ROW ARE LISTED SEPARATELY AS UNVALUED SO
      *    PURCHASING CAN CHASE THE MISSING PRICES. STOCK A
      *    SUPPLIER HOLDS WITH US ON CONSIGNMENT IS NOT OURS AND IS
      *    TAKEN OUT OF THE ON-HAND QUANTITY BEFORE IT IS VALUED.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *      JCL DD NAME:                 INVMAST
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
      *      JCL DD NAME:              LANDCOST
      *
      *
      *      RTPOT44.PORECV.CONSMAST.NEW - CONSIGNMENT STOCK MASTER
      *                                    WRITTEN BY PORECV.CBL
      *      INTERNAL FILE NAME:           CONSMAST
      *      JCL DD NAME:                  CONSMAST
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.INVVALRP.VALUATION.RPT - INVENTORY VALUATION
      *                                       REPORT
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
      *     DESCRIPTION:  THE PART/SUPPLIER AND CONTRACT PRICE TABLES
      *                   ARE GONE. EACH PART NOW READS PARTFILE BY
      *                   PART-NUMBER FOR THE OWNING SUPPLIER AND READS
      *                   CONTRACT (NOW INDEXED BY PART-NUMBER AND
      *                   SUPPLIER-CODE) BY KEY, SO A CONTRACT FILE
      *                   PAST THE OLD 100 ROWS NO LONGER LISTS REAL
      *                   PARTS AS UNVALUED. A FULL SUPPLIER CURRENCY,
      *                   EXCHANGE RATE, LANDED COST, SUPPLIER TOTALS
      *                   OR UNVALUED PARTS TABLE NOW ENDS THE RUN WITH
      *                   RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  SUPPLIER-OWNED CONSIGNED STOCK IS TAKEN OUT
      *                   OF ON-HAND BEFORE VALUING
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
      *     DESCRIPTION:  IMPORT PARTS ARE NOW VALUED AT THEIR LANDED
      *                   UNIT COST. THE LANDED COST EXTRACT PORECV
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
      *
           SELECT LANDCOST ASSIGN TO LANDCOST
              FILE STATUS IS LCCODE.
      *
           SELECT CONSMAST ASSIGN TO CONSMAST
              FILE STATUS IS CMCODE.
      *
           SELECT INVVRPT ASSIGN TO INVVRPT
              FILE STATUS IS VRCODE.
       FD  INVMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVMAST-REC.
      *
       01 INVMAST-REC PIC X(48).
      *
       FD  PARTFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTRACT-REC.
      *
       01 CONTRACT-REC.
          05 CONTRACT-FILE-KEY       PIC X(33).
          05 FILLER                  PIC X(09).
      *
       FD  SUPPLIER
           RECORDING MODE IS F
           DATA RECORD IS LANDCOST-REC.
      *
       01 LANDCOST-REC PIC X(50).
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
       FD  INVVRPT
           RECORDING MODE IS F
          05 OI-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 OI-QTY-ON-HAND          PIC S9(7) VALUE 0.
          05 OI-LAST-RECEIPT-DATE    PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  RUN OPTION CARD ACCEPTED FROM SYSIN AT START-UP. POSITIONS
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE PARTS MASTER RECORD READ FROM
      *  PARTFILE BY PART-NUMBER.
      *****************************************************************
      *
       01 WS-PARTS-REC.
          05 FILLER                  PIC X(55) VALUE SPACES.
          05 PM-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE SPACES.
      *
       01 WS-PART-SUPP-VARS.
          05 WS-LOOKUP-SUPPLIER     PIC X(10) VALUE SPACES.
          05 PSUP-FOUND-SW          PIC X(01) VALUE 'N'.
             88 PSUP-FOUND          VALUE 'Y'.
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
             88 LANDED-USED         VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE CONSIGNMENT STOCK MASTER RECORD AND
      *  THE TABLE IT IS LOADED INTO. SAME LAYOUT AS THE RECORD
      *  WRITTEN BY PORECV.CBL. THE SUPPLIER-OWNED QUANTITY AT A
      *  PART/LOCATION IS TAKEN OUT OF ITS ON-HAND QUANTITY BEFORE
      *  THE PART IS VALUED.
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
            OCCURS 1000 TIMES INDEXED BY CMST-IDX.
            10 CMST-PART-NUMBER-TBL PIC X(23) VALUE SPACES.
            10 CMST-LOCATION-TBL    PIC X(02) VALUE SPACES.
            10 CMST-QTY-TBL         PIC S9(7) VALUE 0.
      *
       01 WS-CONSIGN-VARS.
          05 WS-MAX-CMST-IDX        PIC 9(04) VALUE 1000.
          05 WS-CMST-LOADED-CTR     PIC 9(04) VALUE 0.
          05 WS-CONSIGNED-QTY       PIC S9(9) VALUE 0.
          05 WS-CONSIGNED-EXCL-QTY  PIC S9(9) VALUE 0.
          05 CONS-TABLE-FULL-SW     PIC X(01) VALUE 'N'.
             88 CONS-TABLE-FULL     VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE SUPPLIER OUTPUT RECORD READ FROM THE
      *  SUPPLIER FILE BY SUPPLIER-CODE.
      *****************************************************************
      *
       01 WS-SUPPLIER-REC.
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
          05 SUCODE                  PIC X(02) VALUE SPACES.
          05 EXCODE                  PIC X(02) VALUE SPACES.
          05 LCCODE                  PIC X(02) VALUE SPACES.
          05 CMCODE                  PIC X(02) VALUE SPACES.
          05 VRCODE                  PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 INV-MASTER-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-INV-MASTER-FILE VALUE 'Y'.
          05 EXCH-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-EXCH-FILE     VALUE 'Y'.
          05 LANDED-FILE-SW          PIC X(01) VALUE 'N'.
             88 END-OF-LANDED-FILE   VALUE 'Y'.
          05 CONS-MAST-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-CONS-MAST-FILE VALUE 'Y'.
          05 REF-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
             88 REF-TABLE-FULL      VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-INV-RECS-READ-CTR    PIC 9(07) VALUE 0.
          05 WS-VALUED-PARTS-CTR     PIC 9(07) VALUE 0.
          05 WS-UNVALUED-PARTS-CTR   PIC 9(07) VALUE 0.
          05 WS-CONS-MAST-READ       PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  COLUMN HEADINGS, DETAIL AND TOTAL LINES FOR THE INVENTORY
          05 FILLER                  PIC X(16) VALUE
                                     'NO CONTRACT ROW '.
          05 FILLER                  PIC X(20) VALUE SPACES.
      *
       01 INVV-RPT-CONSIGN-LINE. *>CONSIGNED STOCK MEMO LINE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(40) VALUE
             'CONSIGNED UNITS EXCLUDED FROM VALUATION:'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-CONSIGNED-QTY       PIC ZZZZZZZZ9-.
          05 FILLER                  PIC X(43) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION LOADS THE SUPPLIER CURRENCY
      *    AND EXCHANGE RATE TABLES, WALKS THE ON-HAND INVENTORY
      *    MASTER VALUING EACH PART, PRINTS THE SUPPLIER TOTALS, THE
      *    RUN TOTAL AND THE UNVALUED PARTS SECTION, AND CLOSES FILES.
      *    A REFERENCE FILE OR RESULT LARGER THAN ITS TABLE ENDS THE
      *    RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
      *    - 0000-HOUSEKEEPING
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0194-READ-EXCH-RATE-FILE
      *    - 0196-LOAD-EXCH-RATE-TABLE
      *    - 0197-READ-LANDED-COST-FILE
      *    - 0198-LOAD-LANDED-COST-TABLE
      *    - 0200-READ-CONS-MAST-FILE
      *    - 0210-LOAD-CONS-MAST-TABLE
      *    - 0250-READ-INV-MASTER
      *    - 0500-MAIN-PROCESS
      *    - 2000-WRITE-SUPPLIER-TOTALS
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-RPT-HEADERS.
           PERFORM 0194-READ-EXCH-RATE-FILE.
           PERFORM 0196-LOAD-EXCH-RATE-TABLE
               UNTIL END-OF-EXCH-FILE.
           PERFORM 0197-READ-LANDED-COST-FILE.
           PERFORM 0198-LOAD-LANDED-COST-TABLE
               UNTIL END-OF-LANDED-FILE.
           PERFORM 0200-READ-CONS-MAST-FILE.
           PERFORM 0210-LOAD-CONS-MAST-TABLE
               UNTIL END-OF-CONS-MAST-FILE.
           PERFORM 0250-READ-INV-MASTER.
           PERFORM 0500-MAIN-PROCESS
               UNTIL END-OF-INV-MASTER-FILE.
           PERFORM 2000-WRITE-SUPPLIER-TOTALS.
           PERFORM 2200-WRITE-UNVALUED-SECTION.
           PERFORM 2600-CLOSE-FILES.
           IF CONS-TABLE-FULL OR REF-TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
           ELSE
              DISPLAY 'ERROR OPENING LANDED COST FILE'
           END-IF.
      *
           OPEN INPUT CONSMAST.
           IF CMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING CONSIGNMENT STOCK MASTER'
           END-IF.
      *
           OPEN OUTPUT INVVRPT.
           IF VRCODE = '00'
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0194-READ-EXCH-RATE-FILE PARAGRAPH READS A SINGLE
      *    RECORD FROM THE CURRENCY EXCHANGE RATE REFERENCE FILE.
      *
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
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-CONS-MAST-FILE PARAGRAPH READS ONE RECORD
      *    FROM THE CONSIGNMENT STOCK MASTER. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0210-LOAD-CONS-MAST-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0200-READ-CONS-MAST-FILE.
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
      *    THE 0210-LOAD-CONS-MAST-TABLE PARAGRAPH LOADS THE
      *    CONSIGNMENT STOCK MASTER INTO A TABLE (ARRAY) IN WORKING
      *    STORAGE. A MASTER LARGER THAN THE TABLE WOULD OVERSTATE THE
      *    VALUATION, SO THE RUN ENDS WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0200-READ-CONS-MAST-FILE
      *****************************************************************
      *
       0210-LOAD-CONS-MAST-TABLE.
           IF WS-CMST-LOADED-CTR < WS-MAX-CMST-IDX
              ADD 1 TO WS-CMST-LOADED-CTR
              ADD 1 TO WS-CONS-MAST-READ
              SET CMST-IDX TO WS-CMST-LOADED-CTR
              MOVE CM-PART-NUMBER   TO CMST-PART-NUMBER-TBL (CMST-IDX)
              MOVE CM-LOCATION-CODE TO CMST-LOCATION-TBL (CMST-IDX)
              MOVE CM-CONSIGNED-QTY TO CMST-QTY-TBL (CMST-IDX)
           ELSE
              DISPLAY 'CONSIGNMENT STOCK TABLE FULL -- RUN ENDS '
                      'WITH RETURN CODE 16'
              SET CONS-TABLE-FULL TO TRUE
              MOVE 'Y' TO CONS-MAST-FILE-SW
           END-IF.
      *
           IF NOT END-OF-CONS-MAST-FILE
              PERFORM 0200-READ-CONS-MAST-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0250-READ-INV-MASTER PARAGRAPH READS THE ON-HAND
      *    INVENTORY MASTER FILE AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS REACHED,
      *    IS CONVERTED TO USD THROUGH THE SUPPLIER'S CURRENCY AND THE
      *    EXCHANGE RATE TABLE, WRITTEN AS A DETAIL LINE AND ROLLED
      *    INTO ITS SUPPLIER'S TOTAL. A PART WITH NO CONTRACT ROW IS
      *    HELD FOR THE UNVALUED SECTION. CONSIGNED STOCK IS TAKEN OUT
      *    OF THE ON-HAND QUANTITY FIRST. THE NEXT INVENTORY MASTER
      *    RECORD IS THEN READ.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0550-DEDUCT-CONSIGNED-STOCK
      *    -  0600-LOOKUP-PART-SUPPLIER
      *    -  0650-LOOKUP-CONTRACT-PRICE
      *    -  0700-VALUE-ONE-PART
           IF OI-PART-NUMBER NOT = SPACES
              AND (ALL-LOCATIONS
              OR OI-LOCATION-CODE = WS-LOCATION-FILTER)
              PERFORM 0550-DEDUCT-CONSIGNED-STOCK
              PERFORM 0600-LOOKUP-PART-SUPPLIER
              PERFORM 0650-LOOKUP-CONTRACT-PRICE
              IF CNTR-FOUND
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0550-DEDUCT-CONSIGNED-STOCK PARAGRAPH TOTALS THE
      *    SUPPLIER-OWNED QUANTITY ON THE CONSIGNMENT STOCK TABLE FOR
      *    THE CURRENT PART/LOCATION AND TAKES IT OUT OF THE ON-HAND
      *    QUANTITY, SO ONLY STOCK WE OWN IS VALUED. THE OWNED
      *    QUANTITY NEVER GOES BELOW ZERO.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0550-DEDUCT-CONSIGNED-STOCK.
           MOVE 0 TO WS-CONSIGNED-QTY.
      *
           PERFORM VARYING CMST-IDX FROM 1 BY 1
              UNTIL CMST-IDX > WS-CMST-LOADED-CTR
              IF OI-PART-NUMBER = CMST-PART-NUMBER-TBL (CMST-IDX)
                 AND OI-LOCATION-CODE = CMST-LOCATION-TBL (CMST-IDX)
                 AND CMST-QTY-TBL (CMST-IDX) > 0
                 ADD CMST-QTY-TBL (CMST-IDX) TO WS-CONSIGNED-QTY
              END-IF
           END-PERFORM.
      *
           IF WS-CONSIGNED-QTY > 0
              IF WS-CONSIGNED-QTY > OI-QTY-ON-HAND
                 IF OI-QTY-ON-HAND > 0
                    ADD OI-QTY-ON-HAND TO WS-CONSIGNED-EXCL-QTY
                    MOVE 0 TO OI-QTY-ON-HAND
                 END-IF
              ELSE
                 ADD WS-CONSIGNED-QTY TO WS-CONSIGNED-EXCL-QTY
                 SUBTRACT WS-CONSIGNED-QTY FROM OI-QTY-ON-HAND
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-LOOKUP-PART-SUPPLIER PARAGRAPH READS THE PARTS
      *    MASTER BY KEY ON THE CURRENT INVENTORY
      *    PART-NUMBER AND RETURNS THE OWNING SUPPLIER-CODE IN
      *    WS-LOOKUP-SUPPLIER (SPACES WHEN THE PART IS NOT ON THE
      *    PARTS MASTER).
           MOVE 'N'    TO PSUP-FOUND-SW.
           MOVE SPACES TO WS-LOOKUP-SUPPLIER.
      *
           MOVE OI-PART-NUMBER TO PARTFILE-KEY.
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
      *    LANDED COST TABLE IS SEARCHED FIRST -- A PART WITH A
      *    LANDED COST ON FILE IS PRICED AT IT (IN THE CURRENCY THE
      *    LANDED COST CARRIES) SO FREIGHT, DUTY AND BROKERAGE ARE IN
      *    THE VALUATION. OTHERWISE THE CONTRACT PRICE FILE IS READ
      *    BY KEY ON THE PART-NUMBER PLUS THE SUPPLIER-CODE
      *    RESOLVED BY 0600-LOOKUP-PART-SUPPLIER.
      *
      *  CALLED BY:
           END-PERFORM.
      *
           IF NOT LANDED-USED
              MOVE OI-PART-NUMBER     TO CK-PART-NUMBER
              MOVE WS-LOOKUP-SUPPLIER TO CK-SUPPLIER-CODE
              MOVE WS-CONTRACT-KEY    TO CONTRACT-FILE-KEY
              READ CONTRACT INTO CONTRACT-REC-WS
                 INVALID KEY
                    MOVE 'N' TO CNTR-FOUND-SW
                 NOT INVALID KEY
                    MOVE 'Y' TO CNTR-FOUND-SW
                    MOVE CT-CONTRACT-PRICE TO WS-LOOKUP-PRICE
              END-READ
              IF CTCODE NOT = '00' AND CTCODE NOT = '23'
                 DISPLAY 'ERROR READING CONTRACT PRICE FILE.'
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-VALUE-ONE-PART PARAGRAPH CONVERTS ONE PRICED
      *    PART'S ON-HAND VALUE TO USD AND WRITES THE DETAIL LINE. THE
      *    SUPPLIER'S CURRENCY COMES FROM THE SUPPLIER FILE (USD
      *    WHEN THE SUPPLIER IS NOT ON FILE) AND THE RATE FROM THE
      *    EXCHANGE RATE TABLE. THE PART'S USD VALUE IS ROLLED INTO
      *    ITS SUPPLIER'S TOTAL AND THE RUN TOTAL.
      *
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0710-LOOKUP-SUPP-CURRENCY PARAGRAPH READS THE
      *    SUPPLIER FILE BY KEY FOR THE SUPPLIER IN
      *    WS-LOOKUP-SUPPLIER AND RETURNS ITS CURRENCY CODE IN
      *    WS-LOOKUP-CURRENCY, DEFAULTING TO USD WHEN THE SUPPLIER IS
      *    NOT ON FILE OR CARRIES NO CURRENCY CODE.
      *
      *  CALLED BY:
      *    -  0700-VALUE-ONE-PART
      *****************************************************************
      *
       0710-LOOKUP-SUPP-CURRENCY.
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
              ELSE
                 DISPLAY 'SUPPLIER TOTALS TABLE FULL -- SUPPLIER '
                         WS-LOOKUP-SUPPLIER ' NOT TOTALED'
                 SET REF-TABLE-FULL TO TRUE
              END-IF
           END-IF.
      *
      *    THE 0750-HOLD-UNVALUED-PART PARAGRAPH HOLDS A PART WITH NO
      *    CONTRACT ROW IN THE UNVALUED PARTS TABLE FOR THE SEPARATE
      *    SECTION PRINTED AFTER THE DETAIL LINES. A FULL TABLE IS
      *    REPORTED TO THE OPERATOR AND ENDS THE RUN WITH RETURN-CODE
      *    16 SO NO MISSING PRICE IS SILENTLY DROPPED.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
           ELSE
              DISPLAY 'UNVALUED PARTS TABLE FULL -- PART '
                      OI-PART-NUMBER ' NOT LISTED'
              SET REF-TABLE-FULL TO TRUE
           END-IF.
      *
      *****************************************************************
           MOVE WS-VALUED-PARTS-CTR   TO RPT-TOT-PART-CTR.
           MOVE WS-RUN-USD-VALUE      TO RPT-TOT-USD-VALUE.
           WRITE INVVRPT-REC FROM INVV-RPT-SUPP-TOTAL.
           MOVE WS-CONSIGNED-EXCL-QTY TO RPT-CONSIGNED-QTY.
           WRITE INVVRPT-REC FROM INVV-RPT-CONSIGN-LINE.
           IF VRCODE = '00'
              NEXT SENTENCE
           ELSE
                 SUPPLIER
                 EXCHRATE
                 LANDCOST
                 CONSMAST
                 INVVRPT.
      *
           DISPLAY 'INVENTORY RECORDS READ:      '
                   WS-LAND-PRICED-CTR.
           DISPLAY 'PARTS WITHOUT A PRICE:       '
                   WS-UNVALUED-PARTS-CTR.
           DISPLAY 'CONSIGNMENT ROWS READ:       ' WS-CONS-MAST-READ.
           DISPLAY 'CONSIGNED UNITS EXCLUDED:    '
                   WS-CONSIGNED-EXCL-QTY.
