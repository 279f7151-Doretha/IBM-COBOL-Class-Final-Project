      *      RTPOT44.RTVAGE.CLOSURES - RETURN CLOSURE TRANSACTIONS,
      *                                ONE SUPPLIER-CODE, PO-NUMBER
      *                                AND PART-NUMBER PER COMPLETED
      *                                RETURN, WITH THE CLOSING
      *                                OPERATOR ID
      *      INTERNAL FILE NAME:       RTVCLS
      *      JCL DD NAME:              RTVCLS
      *
      *      JCL DD NAME:               RTVRPT
      *
      *
      *      RTPOT44.OPERLOG.ACTIVITY - OPERATOR ACTIVITY LOG, ONE
      *                                 RTVC RECORD PER RETURN CLOSED
      *                                 (OPENED EXTEND, CUMULATIVE)
      *      INTERNAL FILE NAME:        OPERLOG
      *      JCL DD NAME:               OPERLOG
      *
      *
      *    WORK FILES:
      *      RTVSRT - SORT WORK FILE HOLDING THE RETURN DOCUMENTS
      *               SORTED ASCENDING BY SUPPLIER-CODE, PO-NUMBER AND
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A FULL RETURN CLOSURE TABLE NOW ENDS THE RUN
      *                   WITH RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE CLOSURE TRANSACTION GREW 40 TO 48 BYTES
      *                   WITH THE CLOSING OPERATOR ID, AND EACH RETURN
      *                   CLOSED IS LOGGED TO OPERLOG AS AN RTVC
      *                   ACTIVITY AGAINST THE SUPPLIER.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  09/02/2026
      *
           SELECT RTVRPT ASSIGN TO RTVRPT
              FILE STATUS IS RPCODE.
      *
           SELECT OPERLOG ASSIGN TO OPERLOG
              FILE STATUS IS OLCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RTVCLS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTVCLS-REC.
      *
       01 RTVCLS-REC PIC X(48).
      *
       FD  RTVNEW
           RECORDING MODE IS F
           DATA RECORD IS RTVRPT-REC.
      *
       01 RTVRPT-REC PIC X(100).
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
          05 CL-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 CL-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 CL-OPERATOR-ID         PIC X(08) VALUE SPACES.
      *
       01 CLOSE-TBL.
          05 CLOSE-ENTRY-TBL
            10 CLOS-SUPPLIER-TBL    PIC X(10) VALUE SPACES.
            10 CLOS-PO-NUMBER-TBL   PIC X(06) VALUE SPACES.
            10 CLOS-PART-TBL        PIC X(23) VALUE SPACES.
            10 CLOS-OPER-TBL        PIC X(08) VALUE SPACES.
      *
       01 WS-CLOSE-VARS.
          05 WS-MAX-CLOS-IDX        PIC 9(03) VALUE 200.
          05 WS-CLOS-LOADED-CTR     PIC 9(03) VALUE 0.
          05 WS-CLOS-SLOT           PIC 9(03) VALUE 0.
          05 CLOS-FOUND-SW          PIC X(01) VALUE 'N'.
             88 CLOS-FOUND          VALUE 'Y'.
      *
          05 RLCODE                 PIC X(02) VALUE SPACES.
          05 RNCODE                 PIC X(02) VALUE SPACES.
          05 RPCODE                 PIC X(02) VALUE SPACES.
          05 OLCODE                 PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE COPYLIB MEMBER FOR ONE OPERATOR ACTIVITY
      *  RECORD APPENDED TO OPERLOG, AND THE DETAIL TEXT CARRIED ON IT
      *  -- THE PO-NUMBER OF THE RETURN CLOSED.
      *****************************************************************
      *
           COPY OPERACT.
      *
       01 WS-OPER-DETAIL-LINE.
          05 FILLER                 PIC X(07) VALUE 'RTV PO '.
          05 WS-OPER-DETAIL-PO      PIC X(06) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 RTV-TRANS-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-RTV-MASTER-FILE VALUE 'Y'.
          05 CLOSE-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-CLOSE-FILE    VALUE 'Y'.
          05 TABLE-FULL-SW           PIC X(01) VALUE 'N'.
             88 TABLE-FULL           VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-RTV-TRANS-READ       PIC 9(07) VALUE 0.
          05 WS-CARRIED-RETURNS-CTR  PIC 9(07) VALUE 0.
          05 WS-CLOSED-RETURNS-CTR   PIC 9(07) VALUE 0.
          05 WS-NEW-MASTER-WRTN      PIC 9(07) VALUE 0.
          05 WS-OPERLOG-WRTN-CTR     PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  COLUMN HEADINGS AND DETAIL LINE FOR THE OPEN-RETURNS AGING
               UNTIL GR-KEY = HIGH-VALUES
               AND WS-RTV-OLD-KEY = HIGH-VALUES.
           PERFORM 2600-CLOSE-FILES.
           IF TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
           ELSE
              DISPLAY 'ERROR OPENING OPEN-RETURNS AGING REPORT FILE'
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
      *  DESCRIPTION:
      *    THE 0180-LOAD-CLOSE-TABLE PARAGRAPH LOADS RETURN CLOSURE
      *    TRANSACTIONS INTO A TABLE (ARRAY) IN WORKING STORAGE.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
              MOVE CL-SUPPLIER-CODE TO CLOS-SUPPLIER-TBL (CLOS-IDX)
              MOVE CL-PO-NUMBER     TO CLOS-PO-NUMBER-TBL (CLOS-IDX)
              MOVE CL-PART-NUMBER   TO CLOS-PART-TBL (CLOS-IDX)
              MOVE CL-OPERATOR-ID   TO CLOS-OPER-TBL (CLOS-IDX)
           ELSE
              DISPLAY 'CLOSURE TABLE FULL -- REMAINING CLOSURES NOT '
                      'PROCESSED'
              SET TABLE-FULL TO TRUE
              MOVE 'Y' TO CLOSE-FILE-SW
           END-IF.
      *
      *
      *  CALLS:
      *    -  0650-SEARCH-CLOSE-TABLE
      *    -  0660-WRITE-OPER-ACTIVITY
      *    -  0900-WRITE-MASTER-REC
      *    -  0950-WRITE-RPT-DETAIL
      *****************************************************************
           PERFORM 0650-SEARCH-CLOSE-TABLE.
           IF CLOS-FOUND
              ADD 1 TO WS-CLOSED-RETURNS-CTR
              PERFORM 0660-WRITE-OPER-ACTIVITY
           ELSE
              ADD 1 TO WS-NEW-RETURNS-CTR
              PERFORM 0900-WRITE-MASTER-REC
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0650-SEARCH-CLOSE-TABLE PARAGRAPH SEARCHES THE CLOSURE
      *    TABLE FOR THE KEY IN THE NEW MASTER RECORD AREA AND
      *    REMEMBERS THE MATCHING SLOT.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-NEW-RETURN
                 AND NR-PO-NUMBER = CLOS-PO-NUMBER-TBL (CLOS-IDX)
                 AND NR-PART-NUMBER = CLOS-PART-TBL (CLOS-IDX)
                 MOVE 'Y' TO CLOS-FOUND-SW
                 SET WS-CLOS-SLOT TO CLOS-IDX
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0660-WRITE-OPER-ACTIVITY PARAGRAPH APPENDS ONE RTVC
      *    RECORD TO THE OPERATOR ACTIVITY LOG FOR THE RETURN JUST
      *    CLOSED, KEYED BY SUPPLIER-CODE AND CARRYING THE OPERATOR
      *    WHO KEYED THE CLOSURE.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-NEW-RETURN
      *    -  0700-PROCESS-MATCHED-RETURN
      *    -  0800-CARRY-FORWARD-RETURN
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0660-WRITE-OPER-ACTIVITY.
           SET CLOS-IDX TO WS-CLOS-SLOT.
           INITIALIZE OPER-ACT-REC-WS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO OPER-ACT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:8) TO OPER-ACT-TIME.
           MOVE CLOS-OPER-TBL (CLOS-IDX)    TO OPER-ID.
           MOVE 'RTVC'                      TO OPER-ROLE-CODE.
           MOVE 'SUPP'                      TO OPER-OBJECT-TYPE.
           MOVE NR-SUPPLIER-CODE            TO OPER-OBJECT-KEY.
           MOVE 'RTVAGE  '                  TO OPER-SOURCE-PGM.
           MOVE NR-PO-NUMBER                TO WS-OPER-DETAIL-PO.
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
      *    THE 0700-PROCESS-MATCHED-RETURN PARAGRAPH ADDS THE NEW
      *    REJECTIONS TO THE OPEN RETURN ALREADY ON THE MASTER --
      *    UNLESS A CLOSURE ARRIVED, IN WHICH CASE THE WHOLE RETURN
      *
      *  CALLS:
      *    -  0650-SEARCH-CLOSE-TABLE
      *    -  0660-WRITE-OPER-ACTIVITY
      *    -  0900-WRITE-MASTER-REC
      *    -  0950-WRITE-RPT-DETAIL
      *****************************************************************
           PERFORM 0650-SEARCH-CLOSE-TABLE.
           IF CLOS-FOUND
              ADD 1 TO WS-CLOSED-RETURNS-CTR
              PERFORM 0660-WRITE-OPER-ACTIVITY
           ELSE
              ADD 1 TO WS-CARRIED-RETURNS-CTR
              PERFORM 0900-WRITE-MASTER-REC
      *
      *  CALLS:
      *    -  0650-SEARCH-CLOSE-TABLE
      *    -  0660-WRITE-OPER-ACTIVITY
      *    -  0900-WRITE-MASTER-REC
      *    -  0950-WRITE-RPT-DETAIL
      *****************************************************************
           PERFORM 0650-SEARCH-CLOSE-TABLE.
           IF CLOS-FOUND
              ADD 1 TO WS-CLOSED-RETURNS-CTR
              PERFORM 0660-WRITE-OPER-ACTIVITY
           ELSE
              ADD 1 TO WS-CARRIED-RETURNS-CTR
              PERFORM 0900-WRITE-MASTER-REC
                 RTVHIST
                 RTVCLS
                 RTVNEW
                 RTVRPT
                 OPERLOG.
      *
           DISPLAY 'RETURN DOCUMENTS READ:       ' WS-RTV-TRANS-READ.
           DISPLAY 'OLD OPEN RETURNS READ:       ' WS-OLD-MASTER-READ.
           DISPLAY 'RETURNS CLOSED:              '
                   WS-CLOSED-RETURNS-CTR.
           DISPLAY 'NEW MASTER RECORDS WRITTEN:  ' WS-NEW-MASTER-WRTN.
           DISPLAY 'OPERATOR ACTIVITY LOGGED:    '
                   WS-OPERLOG-WRTN-CTR.
