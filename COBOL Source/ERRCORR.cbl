      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE PURCHORD SUBPROGRAM GREW A SIXTH ARGUMENT,
      *                   THE 2473 BYTE BUDGET CHECK AREA. THE RE-EDIT
      *                   NOW PASSES AN EMPTY BUDGET-CHECK-AREA CARRYING
      *                   THE RECORD'S COMMODITY-CODE, SO THE BUDGET
      *                   EDIT IS LENIENT ON RE-EDIT (AS THE CONTRACT
      *                   PRICE EDIT IS) AND THE NEXT AUTOPART PASS RE-
      *                   SCREENS IT.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  SUPPMAST IS NOW AN INDEXED FILE READ BY KEY
      *                   FOR EACH RE-EDITED RECORD'S SUPPLIER-CODE,
      *                   THE ROW PASSED TO THE SUPPLIER SUBPROGRAM IN
      *                   THE FIRST ENTRY OF THE SUPPLIER MASTER TABLE,
      *                   INSTEAD OF LOADING THE FIRST 250 SUPPLIERS. A
      *                   REFERENCE OR OVERRIDE FILE LARGER THAN ITS
      *                   TABLE NOW ENDS THE RUN WITH RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  09/02/2026
      *     DESCRIPTION:  THE PARTSUPP SUBPROGRAM GREW A COMMODITY
      *                   CODE TABLE ARGUMENT FOR THE NEW
              FILE STATUS IS VMCODE.
      *
           SELECT SUPPMAST ASSIGN TO SUPPMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SUPPMAST-FILE-KEY
              FILE STATUS IS SMCODE.
      *
           SELECT BUYERTBL ASSIGN TO BUYERTBL
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMAST-REC.
      *
       01 SUPPMAST-REC.
          05 SUPPMAST-FILE-KEY       PIC X(10).
          05 FILLER                  PIC X(19).
      *
       FD  BUYERTBL
           RECORDING MODE IS F
       01 WS-REF-TABLE-MAXES.
          05 WS-MAX-STATE-IDX       PIC 9(02) VALUE 85.
          05 WS-MAX-VEH-MAKE-IDX    PIC 9(02) VALUE 20.
          05 WS-MAX-BUYER-IDX       PIC 9(03) VALUE 100.
          05 WS-MAX-UOM-IDX         PIC 9(02) VALUE 20.
          05 WS-MAX-COMM-IDX        PIC 9(02) VALUE 50.
             10 CNTR-PART-TBL       PIC X(23) VALUE SPACES.
             10 CNTR-SUPPLIER-TBL   PIC X(10) VALUE SPACES.
             10 CNTR-PRICE-TBL      PIC 9(7)V99 VALUE 0.
      *
      *****************************************************************
      *  BUDGET CHECK AREA PASSED TO THE PURCHORD SUBPROGRAM. SAME
      *  LAYOUT AS AUTOPART.CBL. THE BUDGET TABLE IS LEFT EMPTY, SO NO
      *  COMMODITY HAS A BUDGET ROW AND THE BUDGET EDIT DOES NOT FIRE
      *  ON RE-EDIT -- THE NEXT AUTOPART PASS RE-SCREENS THE RECORD
      *  AGAINST THE CURRENT BUDGET POSITION.
      *****************************************************************
      *
       01  BUDGET-CHECK-AREA. *>NOT USED FOR BUDGET RE-EDIT
           05 BCA-COMMODITY-CODE    PIC X(03) VALUE SPACES.
           05 BCA-BUDGET-ENTRY-TBL
             OCCURS 50 TIMES INDEXED BY BCA-BUDG-IDX.
             10 BCA-BUDG-COMM-TBL   PIC X(03) VALUE SPACES.
             10 BCA-BUDG-AMT-TBL    PIC 9(09)V99 VALUE 0.
             10 BCA-BUDG-SOFT-TBL   PIC 9(03) VALUE 0.
             10 BCA-BUDG-USED-TBL   PIC 9(11)V99 VALUE 0.
           05 BCA-OVERRIDE-ENTRY-TBL
             OCCURS 50 TIMES INDEXED BY BCA-OVRD-IDX.
             10 BCA-OVRD-PO-TBL     PIC X(06) VALUE SPACES.
             10 BCA-OVRD-COMM-TBL   PIC X(03) VALUE SPACES.
             10 BCA-OVRD-SUPV-TBL   PIC X(08) VALUE SPACES.
           05 BCA-RATE-AREA.
              10 BCA-RATE-ENTRY-TBL
                OCCURS 10 TIMES INDEXED BY BCA-RATE-IDX.
                15 BCA-RATE-CCY-TBL PIC X(03) VALUE SPACES.
                15 BCA-RATE-AMT-TBL PIC 9(03)V9(06) VALUE 0.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 ERCODE                 PIC X(02) VALUE SPACES.
             88 END-OF-STATE-ZIP-FILE VALUE 'Y'.
          05 VEH-MAKE-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-VEH-MAKE-FILE VALUE 'Y'.
          05 SUPP-MASTER-FOUND-SW   PIC X(01) VALUE 'N'.
             88 SUPP-MASTER-FOUND   VALUE 'Y'.
          05 REF-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
             88 REF-TABLE-FULL      VALUE 'Y'.
          05 BUYER-FILE-SW          PIC X(01) VALUE 'N'.
             88 END-OF-BUYER-FILE   VALUE 'Y'.
          05 UOM-FILE-SW            PIC X(01) VALUE 'N'.
           PERFORM 0500-MAIN-PROCESS
               UNTIL END-OF-ERROR-FILE AND END-OF-CORR-FILE.
           PERFORM 2600-CLOSE-FILES.
           IF REF-TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0150-LOAD-REFERENCE-TABLES PARAGRAPH LOADS THE
      *    REFERENCE FILES INTO THE LOCAL TABLES PASSED TO THE EDIT
      *    SUBPROGRAMS, THE SAME WAY AUTOPART.CBL LOADS THEM, SO A
      *    CORRECTED RECORD IS RE-EDITED AGAINST THE REAL REFERENCE
      *    DATA INSTEAD OF EMPTY TABLES. THE SUPPLIER MASTER IS READ
      *    BY KEY FOR EACH RECORD INSTEAD (0800-SUPPLIER-DATA-EDITS).
      *    A REFERENCE FILE LARGER THAN ITS TABLE ENDS THE RUN WITH
      *    RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *  CALLS:
      *    -  0160-READ-STATE-ZIP-FILE
      *    -  0162-READ-VEH-MAKE-FILE
      *    -  0166-READ-BUYER-FILE
      *    -  0168-READ-UOM-FILE
      *****************************************************************
               MOVE HIGH-ZIP     TO HIGH-ZIP-TBL (STATE-IDX)
               PERFORM 0160-READ-STATE-ZIP-FILE
           END-PERFORM.
      *
           IF NOT END-OF-STATE-ZIP-FILE
              DISPLAY 'STATE/ZIP TABLE FULL -- RUN ENDS WITH RETURN '
                      'CODE 16'
              SET REF-TABLE-FULL TO TRUE
           END-IF.
      *
           PERFORM 0162-READ-VEH-MAKE-FILE.
           PERFORM VARYING VMAKE-IDX FROM 1 BY 1
               MOVE VEH-MAKE-NAME TO VEH-MAKE-NAME-TBL (VMAKE-IDX)
               PERFORM 0162-READ-VEH-MAKE-FILE
           END-PERFORM.
      *
           IF NOT END-OF-VEH-MAKE-FILE
              DISPLAY 'VEHICLE MAKE TABLE FULL -- RUN ENDS WITH RETURN '
                      'CODE 16'
              SET REF-TABLE-FULL TO TRUE
           END-IF.
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO SUPP-MASTER-TODAY.
      *
           PERFORM 0166-READ-BUYER-FILE.
           PERFORM VARYING BUYER-IDX FROM 1 BY 1
               MOVE BUYER-LIMIT-IN TO BUYER-LIMIT-TBL (BUYER-IDX)
               PERFORM 0166-READ-BUYER-FILE
           END-PERFORM.
      *
           IF NOT END-OF-BUYER-FILE
              DISPLAY 'BUYER TABLE FULL -- RUN ENDS WITH RETURN '
                      'CODE 16'
              SET REF-TABLE-FULL TO TRUE
           END-IF.
      *
           PERFORM 0168-READ-UOM-FILE.
           PERFORM VARYING UOM-IDX FROM 1 BY 1
               MOVE UOM-FACTOR-IN TO UOM-FACTOR-TBL (UOM-IDX)
               PERFORM 0168-READ-UOM-FILE
           END-PERFORM.
      *
           IF NOT END-OF-UOM-FILE
              DISPLAY 'UNIT OF MEASURE TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET REF-TABLE-FULL TO TRUE
           END-IF.
      *
           PERFORM 0169-READ-COMM-CODE-FILE.
           PERFORM VARYING COMM-IDX FROM 1 BY 1
               MOVE COMM-DESC-IN TO COMM-DESC-TBL (COMM-IDX)
               PERFORM 0169-READ-COMM-CODE-FILE
           END-PERFORM.
           IF NOT END-OF-COMM-FILE
              DISPLAY 'COMMODITY CODE TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET REF-TABLE-FULL TO TRUE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
           ELSE
              DISPLAY 'ERROR READING VEHICLE MAKE FILE.'
           END-IF.
      *
       0166-READ-BUYER-FILE.
           READ BUYERTBL INTO BUYERTBL-REC-WS
      *
               PERFORM 0190-READ-OVERRIDE-FILE
           END-PERFORM.
           IF NOT END-OF-OVERRIDE-FILE
              DISPLAY 'OVERRIDE TABLE FULL -- RUN ENDS WITH RETURN '
                      'CODE 16'
              SET REF-TABLE-FULL TO TRUE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0800-SUPPLIER-DATA-EDITS PARAGRAPH READS THE SUPPLIER
      *    MASTER BY KEY FOR THE RECORD'S SUPPLIER-CODE INTO THE FIRST
      *    ENTRY OF THE SUPPLIER MASTER TABLE (LEFT BLANK WHEN THE
      *    SUPPLIER IS NOT ON FILE), THEN CALLS THE SUPPLIER
      *    SUBPROGRAM WITH THE SUPPLIER GROUP AREA AND THE ERROR
      *    MESSAGE AREA.
      *
      *****************************************************************
      *
       0800-SUPPLIER-DATA-EDITS.
           MOVE SUPPLIER-CODE TO SUPPMAST-FILE-KEY.
           READ SUPPMAST INTO SUPPMAST-REC-WS
              INVALID KEY
                 MOVE 'N' TO SUPP-MASTER-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO SUPP-MASTER-FOUND-SW
           END-READ.
           IF SMCODE = '00' OR '23'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING SUPPLIER MASTER FILE.'
           END-IF.
      *
           MOVE SPACES TO SUPP-MASTER-ENTRY-TBL (1).
           IF SUPP-MASTER-FOUND
              MOVE SUPP-CODE-IN        TO SUPP-CODE-TBL (1)
              MOVE SUPP-CERT-TYPE-IN   TO SUPP-CERT-TYPE-TBL (1)
              MOVE SUPP-CERT-EXPIRY-IN TO SUPP-CERT-EXP-TBL (1)
              MOVE SUPP-INS-EXPIRY-IN  TO SUPP-INS-EXP-TBL (1)
           END-IF.
      *
           CALL 'SUPPLIER' USING SUPPLIERS, SUPP-MASTER-TBL,
                                 SUPP-HIST-TBL, ERROR-MSG-AREA.
      *
      *  DESCRIPTION:
      *    THE 1000-PURCHASE-ORDER-EDITS PARAGRAPH CALLS THE PURCHORD
      *    SUBPROGRAM WITH THE PURCHASE ORDER GROUP AREA, THE BUYER
      *    AUTHORIZATION TABLE, THE ERROR MESSAGE AREA AND THE (EMPTY)
      *    BUDGET CHECK AREA CARRYING THE PART'S COMMODITY-CODE.
      *
      *  CALLED BY:
      *    -  0600-REEDIT-RECORD
      *****************************************************************
      *
       1000-PURCHASE-ORDER-EDITS.
           MOVE COMMODITY-CODE TO BCA-COMMODITY-CODE.
           CALL 'PURCHORD' USING PURCHASE-ORDER, BUYER-TBL,
                                  CONTRACT-PRICE-AREA,
                                  BLANKET-REL-TBL,
                                  ERROR-MSG-AREA,
                                  BUDGET-CHECK-AREA.
      *
      *****************************************************************
      *  DESCRIPTION:
