      *      OF THE AUTOPART INPUT RECORD.
      *    - CEEDAYS - IBM DATE VALIDATION SUBPROGRAM CALLED BY SUPPLIER
      *      AND PURCHORD SUBPROGRAMS.
      *    - BUSDATE.CBL - SHARED BUSINESS-DAY DATE SERVICE. WORKS OUT
      *      THE REQUIRED DELIVERY DATE FOR THE LEAD-TIME CHECK IN PLANT
      *      WORKING DAYS FROM THE SHOP CALENDAR.
      *****************************************************************
      *
      *    INPUT FILES:
      *
      *
      *      RTPOT44.AUTOPART.SUPPMAST.FILE  - SUPPLIER MASTER CODE
      *                                        REFERENCE FILE (INDEXED
      *                                        BY SUPPLIER-CODE, READ
      *                                        BY KEY)
      *      INTERNAL FILE NAME:               SUPPMAST
      *      JCL DD NAME:                      SUPPMAST
      *
      *
      *
      *      RTPOT44.AUTOPART.CONTRACT.FILE  - CONTRACT/LAST-PAID PRICE
      *                                        REFERENCE FILE (INDEXED
      *                                        BY PART AND SUPPLIER,
      *                                        READ BY KEY)
      *      INTERNAL FILE NAME:               CONTRACT
      *      JCL DD NAME:                      CONTRACT
      *
      *
      *      RTPOT44.AUTOPART.ALTSUPP.FILE   - ALTERNATE SUPPLIER
      *                                        CROSS-REFERENCE (INDEXED
      *                                        BY PART AND SUPPLIER,
      *                                        BROWSED BY PART)
      *      INTERNAL FILE NAME:               ALTSUPP
      *      JCL DD NAME:                      ALTSUPP
      *
      *
      *      RTPOT44.BUDGRPT.BUDGSTAT.NEW    - COMMODITY BUDGET
      *                                        POSITION WRITTEN BY
      *                                        BUDGRPT.CBL
      *      INTERNAL FILE NAME:               BUDGSTAT
      *      JCL DD NAME:                      BUDGSTAT
      *
      *
      *      RTPOT44.BUDGRPT.BUDGOVRD.FILE   - SUPERVISOR COMMODITY
      *                                        BUDGET OVERRIDES BY
      *                                        PO-NUMBER
      *      INTERNAL FILE NAME:               BUDGOVRD
      *      JCL DD NAME:                      BUDGOVRD
      *
      *
      *      RTPOT44.BUSDATE.SHOPCAL.NEW     - SHOP CALENDAR, READ BY
      *                                        THE BUSDATE.CBL DATE
      *                                        SERVICE
      *      INTERNAL FILE NAME:               SHOPCAL
      *      JCL DD NAME:                      SHOPCAL
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.AUTOPART.PARTFILE - PARTS GROUP FIELDS
      *      INTERNAL FILE NAME:         PARTFILE
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  SUPPMAST, CONTRACT AND ALTSUPP ARE NOW
      *                   INDEXED FILES READ BY KEY INSTEAD OF BEING
      *                   LOADED INTO 250, 100 AND 200-ROW TABLES. THE
      *                   SUPPLIER MASTER ROW FOR EACH RECORD'S
      *                   SUPPLIER AND THE CONTRACT ROW FOR ITS PART
      *                   AND SUPPLIER ARE READ JUST BEFORE THE
      *                   SUPPLIER AND PURCHORD CALLS AND PASSED IN THE
      *                   FIRST ENTRY OF THE EXISTING LINKAGE TABLES,
      *                   AND THE ALTERNATE SUPPLIER CHECK BROWSES
      *                   ALTSUPP FROM THE PART'S FIRST ENTRY (NEW
      *                   PARAGRAPHS 0710, 0976 AND 0977). EVERY
      *                   REFERENCE TABLE STILL LOADED IN MEMORY NOW
      *                   ENDS THE RUN WITH RETURN-CODE 16 WHEN IT
      *                   OVERFLOWS INSTEAD OF QUIETLY DROPPING ROWS.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE LEAD-TIME CHECK IN 0960-CHECK-PO-LEAD-
      *                   TIME NOW CALLS THE BUSDATE.CBL DATE SERVICE,
      *                   WHICH ADDS FIVE PLANT WORKING DAYS PER WEEK
      *                   OF LEAD TIME TO THE ORDER-DATE FROM THE SHOP
      *                   CALENDAR (SEVEN CALENDAR DAYS PER WEEK, AS
      *                   BEFORE, WHEN THE CALENDAR IS NOT AVAILABLE).
      *                   THE GRAND TOTALS PAGE STATES WHETHER THE
      *                   CHECK WAS IN BUSINESS OR CALENDAR DAYS, AND A
      *                   FULL SHOP CALENDAR TABLE ENDS THE RUN WITH
      *                   RETURN CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED THE COMMODITY BUDGET CHECK. THE CURRENT
      *                   PERIOD ROWS OF THE BUDGET POSITION FILE
      *                   WRITTEN BY BUDGRPT.CBL (BUDGSTAT) AND THE
      *                   SUPERVISOR OVERRIDES (BUDGOVRD) ARE LOADED AT
      *                   START-UP INTO A NEW BUDGET-CHECK-AREA, WITH A
      *                   COPY OF THE EXCHANGE RATE TABLE, AND PASSED
      *                   TO THE PURCHORD SUBPROGRAM AS A SIXTH
      *                   ARGUMENT WITH THE PART'S COMMODITY-CODE. NEW
      *                   PARAGRAPH 1485-ACCUM-COMM-BUDGET ADDS EACH
      *                   APPROVED ORDER'S USD VALUE TO ITS COMMODITY'S
      *                   USED FIGURE SO LATER RECORDS THIS RUN ARE
      *                   CHECKED AGAINST IT.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  09/02/2026
      *     DESCRIPTION:  THE RUN STAMP NOW CARRIES A CYCLE NUMBER
      *                   WITHIN THE DAY (RUN OPTION CARD POSITIONS
              FILE STATUS IS VMCODE.
      *
           SELECT SUPPMAST ASSIGN TO SUPPMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SUPPMAST-FILE-KEY
              FILE STATUS IS SMCODE.
      *
           SELECT BUYERTBL ASSIGN TO BUYERTBL
              FILE STATUS IS SHCODE.
      *
           SELECT CONTRACT ASSIGN TO CONTRACT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CONTRACT-FILE-KEY
              FILE STATUS IS CTCODE.
      *
           SELECT ALTSUPP ASSIGN TO ALTSUPP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ALTSUPP-FILE-KEY
              FILE STATUS IS ALCODE.
      *
           SELECT BLANKETR ASSIGN TO BLANKETR
      *
           SELECT BUYRSNEW ASSIGN TO BUYRSNEW
              FILE STATUS IS BWCODE.
      *
           SELECT BUDGSTAT ASSIGN TO BUDGSTAT
              FILE STATUS IS BGCODE.
      *
           SELECT BUDGOVRD ASSIGN TO BUDGOVRD
              FILE STATUS IS BOCODE.
      *
           SELECT RUNCTL ASSIGN TO RUNCTL
              FILE STATUS IS RCCODE.
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMAST-REC.
      *
       01 SUPPMAST-REC.
          05 SUPPMAST-FILE-KEY       PIC X(10).
          05 FILLER                  PIC X(19).
      *
       FD  BUYERTBL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTRACT-REC.
      *
       01 CONTRACT-REC.
          05 CONTRACT-FILE-KEY       PIC X(33).
          05 FILLER                  PIC X(09).
      *
       FD  ALTSUPP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALTSUPP-REC.
      *
       01 ALTSUPP-REC.
          05 ALTSUPP-FILE-KEY        PIC X(33).
          05 FILLER                  PIC X(01).
      *
       FD  BLANKETR
           RECORDING MODE IS F
           DATA RECORD IS BUYRSNEW-REC.
      *
       01 BUYRSNEW-REC PIC X(22).
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
       FD  BUDGOVRD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUDGOVRD-REC.
      *
       01 BUDGOVRD-REC PIC X(34).
      *
       FD  RUNCTL
           RECORDING MODE IS F
          05 SUPP-INS-EXPIRY-IN     PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  SUPPLIER MASTER AREA PASSED TO THE SUPPLIER SUBPROGRAM. THE
      *  SUPPLIER MASTER IS READ BY KEY FOR EACH INPUT RECORD'S
      *  SUPPLIER-CODE AND THE ROW FOUND IS PLACED IN THE FIRST ENTRY,
      *  SO THE SUBPROGRAM CAN CROSS CHECK THE SUPPLIER-CODE AGAINST
      *  THE COMPANY'S LIST OF APPROVED SUPPLIER CODES.
      *****************************************************************
      *
       01  SUPP-MASTER-TBL. *>TABLE TO HOLD SUPPLIER MASTER FILE ENTRIES
      *  CONTRACT PRICE AREA PASSED TO THE PURCHORD SUBPROGRAM IN
      *  LINKAGE. THE HEADER CARRIES THE CURRENT RECORD'S PART-NUMBER
      *  AND SUPPLIER-CODE (MOVED IN BEFORE EACH CALL) AND THE
      *  TOLERANCE PERCENTAGE, FOLLOWED BY THE CONTRACT PRICE TABLE.
      *  THE CONTRACT FILE IS READ BY KEY BEFORE EACH CALL AND THE
      *  ROW FOUND IS PLACED IN THE FIRST ENTRY.
      *****************************************************************
      *
       01  CONTRACT-PRICE-AREA.
          05 AL-PREFERENCE-RANK     PIC 9(01) VALUE 0.
      *
      *****************************************************************
      *  PART-NUMBER PLUS SUPPLIER-CODE KEY USED TO READ THE CONTRACT
      *  PRICE FILE AND TO POSITION THE ALTERNATE SUPPLIER
      *  CROSS-REFERENCE AT THE FIRST ALTERNATE FOR A PART.
      *****************************************************************
      *
       01 WS-PART-SUPP-KEY.
          05 PSK-PART-NUMBER        PIC X(23) VALUE SPACES.
          05 PSK-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
      *
       01 BLANKETR-REC-WS. *>USED TO HOLD READ BLANKET RELEASE RECORD
          05 BL-PO-NUMBER           PIC X(06) VALUE SPACES.
       01 WS-COMM-VARS.
          05 WS-MAX-COMM-IDX        PIC 9(02) VALUE 50.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE COMMODITY BUDGET POSITION RECORD.
      *  SAME LAYOUT AS THE RECORD WRITTEN BY BUDGRPT.CBL. THE STAMP
      *  RECORD LEADING THE FILE CARRIES A SPACES COMMODITY-CODE.
      *****************************************************************
      *
       01 BUDGSTAT-REC-WS. *>USED TO HOLD READ BUDGET POSITION RECORD
          05 BP-COMMODITY           PIC X(03) VALUE SPACES.
          05 BP-PERIOD              PIC X(06) VALUE SPACES.
          05 BP-BUDGET              PIC 9(09)V99 VALUE 0.
          05 BP-SOFT-PCT            PIC 9(03) VALUE 0.
          05 BP-VOUCHERED           PIC 9(11)V99 VALUE 0.
          05 BP-COMMITTED           PIC 9(11)V99 VALUE 0.
          05 FILLER                 PIC X(11) VALUE SPACES.
      *
       01 BUDGOVRD-REC-WS. *>USED TO HOLD READ BUDGET OVERRIDE RECORD
          05 BO-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 BO-COMMODITY           PIC X(03) VALUE SPACES.
          05 BO-SUPERVISOR          PIC X(08) VALUE SPACES.
          05 BO-REASON              PIC X(17) VALUE SPACES.
      *
      *****************************************************************
      *  BUDGET CHECK AREA PASSED TO THE PURCHORD SUBPROGRAM IN
      *  LINKAGE. THE HEADER CARRIES THE CURRENT RECORD'S
      *  COMMODITY-CODE (MOVED IN BEFORE EACH CALL). THE BUDGET TABLE
      *  IS LOADED FROM THE CURRENT PERIOD'S BUDGET POSITION ROWS --
      *  USED STARTS AS VOUCHERED PLUS COMMITTED AND EACH APPROVED
      *  ORDER THIS RUN IS ADDED TO IT. THE OVERRIDE TABLE IS LOADED
      *  FROM BUDGOVRD AND THE RATE AREA IS A COPY OF THE EXCHANGE
      *  RATE TABLE.
      *****************************************************************
      *
       01  BUDGET-CHECK-AREA.
           05 BCA-COMMODITY-CODE    PIC X(03) VALUE SPACES.
           05 BCA-BUDGET-ENTRY-TBL
             OCCURS 50 TIMES INDEXED BY BUDG-IDX.
             10 BCA-BUDG-COMM-TBL   PIC X(03) VALUE SPACES.
             10 BCA-BUDG-AMT-TBL    PIC 9(09)V99 VALUE 0.
             10 BCA-BUDG-SOFT-TBL   PIC 9(03) VALUE 0.
             10 BCA-BUDG-USED-TBL   PIC 9(11)V99 VALUE 0.
           05 BCA-OVERRIDE-ENTRY-TBL
             OCCURS 50 TIMES INDEXED BY OVRD-IDX.
             10 BCA-OVRD-PO-TBL     PIC X(06) VALUE SPACES.
             10 BCA-OVRD-COMM-TBL   PIC X(03) VALUE SPACES.
             10 BCA-OVRD-SUPV-TBL   PIC X(08) VALUE SPACES.
           05 BCA-RATE-AREA.
              10 BCA-RATE-ENTRY-TBL
                OCCURS 10 TIMES INDEXED BY BRATE-IDX.
                15 BCA-RATE-CCY-TBL PIC X(03) VALUE SPACES.
                15 BCA-RATE-AMT-TBL PIC 9(03)V9(06) VALUE 0.
      *
       01 WS-BUDGET-VARS.
          05 WS-MAX-BUDG-IDX        PIC 9(02) VALUE 50.
          05 WS-MAX-OVRD-IDX        PIC 9(02) VALUE 50.
          05 WS-BUDG-LOADED-CTR     PIC 9(02) VALUE 0.
          05 WS-OVRD-LOADED-CTR     PIC 9(02) VALUE 0.
          05 WS-BUDG-ORDER-USD      PIC 9(13)V99 VALUE 0.
      *
       01 WS-SUPP-LOOKUP-VARS.
          05 WS-SUPP-LOOKUP-CODE    PIC X(10) VALUE SPACES.
          05 SUPP-MASTER-FOUND-SW   PIC X(01) VALUE 'N'.
             88 SUPP-MASTER-FOUND   VALUE 'Y'.
      *
       01 WS-UOM-FACTOR-VARS.
          05 WS-UOM-LOOKUP-CODE     PIC X(03) VALUE SPACES.
          05 WS-REQUIRED-DATE-INT   PIC 9(08) VALUE 0.
      *
      *****************************************************************
      *  PARAMETER AREA PASSED TO THE BUSDATE.CBL BUSINESS-DAY DATE
      *  SERVICE FOR THE LEAD-TIME CHECK.
      *****************************************************************
      *
       COPY BUSDPARM.
      *
      *****************************************************************
      *  TABLE TO HOLD PART-NUMBER VALUES ALREADY SEEN IN THIS RUN.
      *  USED TO DETECT AND REJECT A DUPLICATE PART-NUMBER OCCURRENCE
      *  WITHIN A SINGLE PARTSIN BATCH.
                                    'TOTAL USD VALUE-ALL PURCH ORDERS:'.
          05 GRAND-TOTAL-PO-USD     PIC $$$,$$$,$$$,$$9.99.
          05 FILLER                 PIC X(40) VALUE SPACES.
      *
       01 PARTS-RPT-GRAND-LINE-7. *>BASIS OF THE LEAD-TIME CHECK
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 FILLER                 PIC X(25) VALUE
                                    'LEAD-TIME CHECK:'.
          05 GRAND-LEAD-TIME-BASIS  PIC X(40) VALUE SPACES.
          05 FILLER                 PIC X(30) VALUE SPACES.
      *
      *****************************************************************
      *  COMMA-DELIMITED SPREADSHEET EXTRACT OF THE PARTS REPORT DATA.
          05 CMCODE                 PIC X(02) VALUE SPACES.
          05 BSCODE                 PIC X(02) VALUE SPACES.
          05 BWCODE                 PIC X(02) VALUE SPACES.
          05 BGCODE                 PIC X(02) VALUE SPACES.
          05 BOCODE                 PIC X(02) VALUE SPACES.
          05 RCCODE                 PIC X(02) VALUE SPACES.
          05 PACODE                 PIC X(02) VALUE SPACES.
          05 SUCODE                 PIC X(02) VALUE SPACES.
             88 END-OF-VEH-MAKE-FILE VALUE 'Y'.
          05 VEH-MAKE-FOUND-SW      PIC X(01) VALUE 'N'.
             88 VEH-MAKE-FOUND      VALUE 'Y'.
          05 BUYER-FILE-SW          PIC X(01) VALUE 'N'.
             88 END-OF-BUYER-FILE    VALUE 'Y'.
          05 UOM-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-EXCH-FILE     VALUE 'Y'.
          05 SUPP-HIST-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-SUPP-HIST-FILE VALUE 'Y'.
          05 ALT-SUPP-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-ALT-SUPP-FILE VALUE 'Y'.
          05 BLANKET-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-COMM-FILE    VALUE 'Y'.
          05 BUYER-SPEND-FILE-SW    PIC X(01) VALUE 'N'.
             88 END-OF-BUYER-SPEND-FILE VALUE 'Y'.
          05 BUDGET-STAT-FILE-SW    PIC X(01) VALUE 'N'.
             88 END-OF-BUDGET-STAT-FILE VALUE 'Y'.
          05 BUDGET-OVRD-FILE-SW    PIC X(01) VALUE 'N'.
             88 END-OF-BUDGET-OVRD-FILE VALUE 'Y'.
          05 DUP-PART-FOUND-SW      PIC X(01) VALUE 'N'.
             88 DUP-PART-FOUND      VALUE 'Y'.
          05 FATAL-FILE-ERROR-SW    PIC X(01) VALUE 'N'.
             88 FATAL-FILE-ERROR    VALUE 'Y'.
          05 REF-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
             88 REF-TABLE-FULL      VALUE 'Y'.
      *
      *****************************************************************
      *  RUN OPTION CARD ACCEPTED FROM SYSIN AT START-UP. POSITION 1
       01 WS-ACCUM-VARS. *> COUNTERS FOR TABLE INDEXES
          05 WS-MAX-STATE-IDX       PIC 9(02) VALUE 85.
          05 WS-MAX-VEH-MAKE-IDX    PIC 9(02) VALUE 20.
          05 WS-MAX-BUYER-IDX       PIC 9(03) VALUE 100.
          05 WS-MAX-UOM-IDX         PIC 9(02) VALUE 20.
          05 WS-MAX-EXCH-IDX        PIC 9(02) VALUE 10.
          05 WS-MAX-SHIST-IDX       PIC 9(03) VALUE 250.
          05 MAX-ERROR-CTR          PIC 9(02) VALUE 4.
          05 WS-MAX-DUP-PART-IDX    PIC 9(04) VALUE 5000.
          05 WS-DUP-PART-COUNT      PIC 9(04) VALUE 0.
      *    - 0400-LOAD-STATE-ZIP-TABLE
      *    - 0350-READ-VEH-MAKE-FILE
      *    - 0450-LOAD-VEH-MAKE-TABLE
      *    - 0385-READ-BUYER-FILE
      *    - 0485-LOAD-BUYER-TABLE
      *    - 0386-READ-BUYER-SPEND-FILE
      *    - 0497-LOAD-EXCH-RATE-TABLE
      *    - 0398-READ-SUPP-HIST-FILE
      *    - 0498-LOAD-SUPP-HIST-TABLE
      *    - 0403-READ-BLANKET-FILE
      *    - 0503-LOAD-BLANKET-TABLE
      *    - 0404-READ-SUPERSED-FILE
      *    - 0504-LOAD-SUPERSED-TABLE
      *    - 0406-READ-COMM-CODE-FILE
      *    - 0506-LOAD-COMM-CODE-TABLE
      *    - 0407-READ-BUDGET-STAT-FILE
      *    - 0507-LOAD-BUDGET-TABLE
      *    - 0408-READ-BUDGET-OVRD-FILE
      *    - 0508-LOAD-BUDGET-OVRD-TABLE
      *    - 0500-MAIN-PROCESS
      *    - 2600-CLOSE-FILES
      ****************************************************************
           PERFORM 0350-READ-VEH-MAKE-FILE.
           PERFORM 0450-LOAD-VEH-MAKE-TABLE
              UNTIL END-OF-VEH-MAKE-FILE.
           PERFORM 0385-READ-BUYER-FILE.
           PERFORM 0485-LOAD-BUYER-TABLE
              UNTIL END-OF-BUYER-FILE.
           PERFORM 0398-READ-SUPP-HIST-FILE.
           PERFORM 0498-LOAD-SUPP-HIST-TABLE
              UNTIL END-OF-SUPP-HIST-FILE.
           PERFORM 0403-READ-BLANKET-FILE.
           PERFORM 0503-LOAD-BLANKET-TABLE
              UNTIL END-OF-BLANKET-FILE.
           PERFORM 0406-READ-COMM-CODE-FILE.
           PERFORM 0506-LOAD-COMM-CODE-TABLE
              UNTIL END-OF-COMM-FILE.
           PERFORM 0407-READ-BUDGET-STAT-FILE.
           PERFORM 0507-LOAD-BUDGET-TABLE
              UNTIL END-OF-BUDGET-STAT-FILE.
           PERFORM 0408-READ-BUDGET-OVRD-FILE.
           PERFORM 0508-LOAD-BUDGET-OVRD-TABLE
              UNTIL END-OF-BUDGET-OVRD-FILE.
           MOVE EXCH-RATE-TBL TO BCA-RATE-AREA.
           PERFORM 0500-MAIN-PROCESS
               UNTIL END-OF-PARTS-FILE.
           PERFORM 2600-CLOSE-FILES.
           IF FATAL-FILE-ERROR
              MOVE 16 TO RETURN-CODE
           END-IF.
           IF BD-CALENDAR-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           IF REF-TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  BUSDATE (BUSINESS-DAY DATE SERVICE)
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           END-IF.
      *
      *****************************************************************
      *  ASK THE DATE SERVICE WHETHER THE SHOP CALENDAR IS AVAILABLE --
      *  LEAD TIMES ARE CHECKED IN PLANT WORKING DAYS WHEN IT IS AND
      *  IN CALENDAR DAYS WHEN IT IS NOT.
      *****************************************************************
           MOVE 'I' TO BD-FUNCTION.
           MOVE 'P' TO BD-DAY-TYPE.
           CALL 'BUSDATE' USING BUSDATE-AREA.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0100-OPEN-FILES PARAGRAPH OPENS FILES FOR INPUT AND
      *    OUTPUT AND CHECKS THE FILE STATUS FOR A SUCCESSFUL OPEN
           ELSE
              DISPLAY 'ERROR OPENING COMMODITY CODE FILE'
           END-IF.
      *
           OPEN INPUT BUDGSTAT. *>COMMODITY BUDGET POSITION
           IF BGCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING BUDGET POSITION FILE'
           END-IF.
      *
           OPEN INPUT BUDGOVRD. *>SUPERVISOR BUDGET OVERRIDE FILE
           IF BOCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING BUDGET OVERRIDE FILE'
           END-IF.
      *
           IF PERIOD-RESET-REQUESTED
              NEXT SENTENCE
      *
               PERFORM 0300-READ-STATE-ZIP-FILE
           END-PERFORM.
      *
           IF NOT END-OF-STATE-ZIP-FILE
              DISPLAY 'STATE/ZIP TABLE FULL -- RUN ENDS WITH RETURN '
                      'CODE 16'
              SET REF-TABLE-FULL TO TRUE
              MOVE 'Y' TO STATE-ZIP-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
               PERFORM 0350-READ-VEH-MAKE-FILE
           END-PERFORM.
      *
           IF NOT END-OF-VEH-MAKE-FILE
              DISPLAY 'VEHICLE MAKE TABLE FULL -- RUN ENDS WITH RETURN '
                      'CODE 16'
              SET REF-TABLE-FULL TO TRUE
              MOVE 'Y' TO VEH-MAKE-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0385-READ-BUYER-FILE PARAGRAPH READS THE BUYER
      *    AUTHORIZATION REFERENCE FILE INTO WORKING STORAGE AND CHECKS
      *    THE FILE STATUS FOR A SUCCESSFUL READ OPERATION. IF THE READ
      *
               PERFORM 0385-READ-BUYER-FILE
           END-PERFORM.
      *
           IF NOT END-OF-BUYER-FILE
              DISPLAY 'BUYER TABLE FULL -- RUN ENDS WITH RETURN '
                      'CODE 16'
              SET REF-TABLE-FULL TO TRUE
              MOVE 'Y' TO BUYER-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *
               PERFORM 0395-READ-UOM-FILE
           END-PERFORM.
      *
           IF NOT END-OF-UOM-FILE
              DISPLAY 'UNIT OF MEASURE TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET REF-TABLE-FULL TO TRUE
              MOVE 'Y' TO UOM-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *
               PERFORM 0397-READ-EXCH-RATE-FILE
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
               PERFORM 0398-READ-SUPP-HIST-FILE
           END-PERFORM.
      *
           IF NOT END-OF-SUPP-HIST-FILE
              DISPLAY 'SUPPLIER HISTORY TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET REF-TABLE-FULL TO TRUE
              MOVE 'Y' TO SUPP-HIST-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0403-READ-BLANKET-FILE PARAGRAPH READS A SINGLE RECORD
      *    FROM THE BLANKET RELEASE SCHEDULE FILE.
      *
      *
               PERFORM 0403-READ-BLANKET-FILE
           END-PERFORM.
      *
           IF NOT END-OF-BLANKET-FILE
              DISPLAY 'BLANKET RELEASE TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET REF-TABLE-FULL TO TRUE
              MOVE 'Y' TO BLANKET-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
              MOVE SD-EFFECTIVE-DATE
                 TO SPRS-EFF-DATE-TBL (SPRS-IDX)
           ELSE
              DISPLAY 'SUPERSESSION TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET REF-TABLE-FULL TO TRUE
              MOVE 'Y' TO SUPERSED-FILE-SW
           END-IF.
      *
      *
               PERFORM 0406-READ-COMM-CODE-FILE
           END-PERFORM.
      *
           IF NOT END-OF-COMM-FILE
              DISPLAY 'COMMODITY CODE TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET REF-TABLE-FULL TO TRUE
              MOVE 'Y' TO COMM-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0407-READ-BUDGET-STAT-FILE PARAGRAPH READS A SINGLE
      *    RECORD FROM THE COMMODITY BUDGET POSITION FILE WRITTEN BY
      *    THE PRIOR NIGHT'S BUDGRPT.CBL RUN.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0507-LOAD-BUDGET-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0407-READ-BUDGET-STAT-FILE.
      *    DISPLAY 'ENTERING PARA 0407-READ-BUDGET-STAT-FILE'.
           READ BUDGSTAT INTO BUDGSTAT-REC-WS
              AT END MOVE 'Y' TO BUDGET-STAT-FILE-SW
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
      *    THE 0507-LOAD-BUDGET-TABLE PARAGRAPH LOADS ONE CURRENT
      *    PERIOD BUDGET POSITION ROW INTO THE BUDGET CHECK AREA. THE
      *    USED FIGURE STARTS AS THE VOUCHERED SPEND PLUS THE OPEN
      *    COMMITMENTS. THE STAMP RECORD (SPACES COMMODITY-CODE) AND
      *    ROWS FOR ANY OTHER PERIOD ARE SKIPPED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0407-READ-BUDGET-STAT-FILE
      *****************************************************************
      *
       0507-LOAD-BUDGET-TABLE.
      *    DISPLAY 'ENTERING PARA 0507-LOAD-BUDGET-TABLE'.
           IF BP-COMMODITY = SPACES
              NEXT SENTENCE
           ELSE
           IF BP-PERIOD NOT = WS-CURRENT-PERIOD
              NEXT SENTENCE
           ELSE
           IF WS-BUDG-LOADED-CTR < WS-MAX-BUDG-IDX
              ADD 1 TO WS-BUDG-LOADED-CTR
              SET BUDG-IDX TO WS-BUDG-LOADED-CTR
              MOVE BP-COMMODITY TO BCA-BUDG-COMM-TBL (BUDG-IDX)
              MOVE BP-BUDGET    TO BCA-BUDG-AMT-TBL (BUDG-IDX)
              MOVE BP-SOFT-PCT  TO BCA-BUDG-SOFT-TBL (BUDG-IDX)
              COMPUTE BCA-BUDG-USED-TBL (BUDG-IDX) =
                 BP-VOUCHERED + BP-COMMITTED
           ELSE
              DISPLAY 'COMMODITY BUDGET TABLE FULL -- COMMODITY '
                      BP-COMMODITY ' NOT CHECKED'
              SET REF-TABLE-FULL TO TRUE
           END-IF
           END-IF
           END-IF.
      *
           PERFORM 0407-READ-BUDGET-STAT-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0408-READ-BUDGET-OVRD-FILE PARAGRAPH READS A SINGLE
      *    RECORD FROM THE SUPERVISOR BUDGET OVERRIDE FILE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0508-LOAD-BUDGET-OVRD-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0408-READ-BUDGET-OVRD-FILE.
      *    DISPLAY 'ENTERING PARA 0408-READ-BUDGET-OVRD-FILE'.
           READ BUDGOVRD INTO BUDGOVRD-REC-WS
              AT END MOVE 'Y' TO BUDGET-OVRD-FILE-SW
           END-READ.
      *
           IF BOCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING BUDGET OVERRIDE FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0508-LOAD-BUDGET-OVRD-TABLE PARAGRAPH LOADS ONE
      *    SUPERVISOR OVERRIDE (PO-NUMBER, COMMODITY-CODE AND THE
      *    SUPERVISOR WHO KEYED IT) INTO THE BUDGET CHECK AREA.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0408-READ-BUDGET-OVRD-FILE
      *****************************************************************
      *
       0508-LOAD-BUDGET-OVRD-TABLE.
      *    DISPLAY 'ENTERING PARA 0508-LOAD-BUDGET-OVRD-TABLE'.
           IF WS-OVRD-LOADED-CTR < WS-MAX-OVRD-IDX
              ADD 1 TO WS-OVRD-LOADED-CTR
              SET OVRD-IDX TO WS-OVRD-LOADED-CTR
              MOVE BO-PO-NUMBER  TO BCA-OVRD-PO-TBL (OVRD-IDX)
              MOVE BO-COMMODITY  TO BCA-OVRD-COMM-TBL (OVRD-IDX)
              MOVE BO-SUPERVISOR TO BCA-OVRD-SUPV-TBL (OVRD-IDX)
           ELSE
              DISPLAY 'BUDGET OVERRIDE TABLE FULL -- PO '
                      BO-PO-NUMBER ' NOT LOADED'
              SET REF-TABLE-FULL TO TRUE
           END-IF.
      *
           PERFORM 0408-READ-BUDGET-OVRD-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *
      ****************************************************************
      *  DESCRIPTION:
      *    THE 0700-PARTS-DATA-EDITS PARAGRAPH READS THE SUPPLIER
      *    MASTER BY KEY FOR THE RECORD'S SUPPLIER-CODE, THEN CALLS
      *    THE SUPPLIER SUBROUTINE (PROGRAM) WITH THE SUPPLIER GROUP
      *    AREA, THE SUPPLIER MASTER TABLE AND THE ERROR MESSAGE AREA.
      *    THE SUPPLIER SUBROUTINE PERFORMS EDIT CHECKS ON SUPPLIER
      *    GROUP AREA FIELDS.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0710-READ-SUPP-MASTER
      *    -  SUPPLIER SUBPROGRAM
      *****************************************************************
        0700-SUPPLIER-DATA-EDITS.
      *    DISPLAY 'ENTERING 0700-SUPPLIER-DATA-EDITS'.

      *****************************************************************
      *  THE SUPPLIER MASTER ROW FOR THIS RECORD'S SUPPLIER-CODE IS
      *  PLACED IN THE FIRST ENTRY OF THE SUPPLIER MASTER TABLE. A
      *  SUPPLIER NOT ON THE MASTER LEAVES THE ENTRY BLANK.
      *****************************************************************
           MOVE SUPPLIER-CODE TO WS-SUPP-LOOKUP-CODE.
           PERFORM 0710-READ-SUPP-MASTER.
           MOVE SPACES TO SUPP-MASTER-ENTRY-TBL (1).
           IF SUPP-MASTER-FOUND
              MOVE SUPP-CODE-IN        TO SUPP-CODE-TBL (1)
              MOVE SUPP-CERT-TYPE-IN   TO SUPP-CERT-TYPE-TBL (1)
              MOVE SUPP-CERT-EXPIRY-IN TO SUPP-CERT-EXP-TBL (1)
              MOVE SUPP-INS-EXPIRY-IN  TO SUPP-INS-EXP-TBL (1)
           END-IF.

           CALL 'SUPPLIER' USING SUPPLIERS, SUPP-MASTER-TBL,
                                 SUPP-HIST-TBL, ERROR-MSG-AREA.
      *
      ****************************************************************
      *  DESCRIPTION:
      *    THE 0710-READ-SUPP-MASTER PARAGRAPH READS THE SUPPLIER
      *    MASTER BY KEY FOR THE SUPPLIER-CODE IN WS-SUPP-LOOKUP-CODE
      *    AND SETS SUPP-MASTER-FOUND WHEN THE SUPPLIER IS ON FILE.
      *
      *  CALLED BY:
      *    -  0700-SUPPLIER-DATA-EDITS
      *    -  0977-CHECK-ONE-ALT-SUPPLIER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0710-READ-SUPP-MASTER.
      *    DISPLAY 'ENTERING 0710-READ-SUPP-MASTER'.
           MOVE WS-SUPP-LOOKUP-CODE TO SUPPMAST-FILE-KEY.
           READ SUPPMAST INTO SUPPMAST-REC-WS
              INVALID KEY
                 MOVE 'N' TO SUPP-MASTER-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO SUPP-MASTER-FOUND-SW
           END-READ.
      *
           IF SMCODE = '00' OR '23'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING SUPPLIER MASTER FILE.'
           END-IF.

      *
      ****************************************************************
      *    SUBROUTINE (PROGRAM) WITH THE PURCHASE ORDER GROUP AREA,
      *    THE BUYER AUTHORIZATION TABLE AND THE ERROR MESSAGE AREA.
      *    THE PURCHORD SUBROUTINE PERFORMS EDIT CHECKS ON PURCHASE
      *    ORDER GROUP AREA FIELDS. THE BUDGET CHECK AREA CARRIES THE
      *    PART'S COMMODITY-CODE SO PURCHORD CAN CHECK EACH ORDER
      *    AGAINST THE COMMODITY BUDGET.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *****************************************************************
      *  THE CURRENT RECORD'S PART-NUMBER AND SUPPLIER-CODE ARE MOVED
      *  INTO THE CONTRACT PRICE AREA HEADER SO PURCHORD CAN LOCATE
      *  THE CONTRACT ROW FOR THIS PART AND SUPPLIER, WHICH IS READ BY
      *  KEY INTO THE FIRST TABLE ENTRY. NO CONTRACT ROW LEAVES THE
      *  ENTRY BLANK.
      *****************************************************************
           MOVE PART-NUMBER   TO CPA-PART-NUMBER.
           MOVE SUPPLIER-CODE TO CPA-SUPPLIER-CODE.
           MOVE PART-NUMBER   TO PSK-PART-NUMBER.
           MOVE SUPPLIER-CODE TO PSK-SUPPLIER-CODE.
           MOVE WS-PART-SUPP-KEY TO CONTRACT-FILE-KEY.
           READ CONTRACT INTO CONTRACT-REC-WS
              INVALID KEY
                 MOVE SPACES TO CNTR-PART-TBL (1)
                 MOVE SPACES TO CNTR-SUPPLIER-TBL (1)
                 MOVE 0      TO CNTR-PRICE-TBL (1)
              NOT INVALID KEY
                 MOVE CT-PART-NUMBER    TO CNTR-PART-TBL (1)
                 MOVE CT-SUPPLIER-CODE  TO CNTR-SUPPLIER-TBL (1)
                 MOVE CT-CONTRACT-PRICE TO CNTR-PRICE-TBL (1)
           END-READ.
           IF CTCODE = '00' OR '23'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING CONTRACT PRICE FILE.'
           END-IF.
           MOVE COMMODITY-CODE TO BCA-COMMODITY-CODE.

           CALL 'PURCHORD' USING PURCHASE-ORDER, BUYER-TBL,
                                 CONTRACT-PRICE-AREA, BLANKET-REL-TBL,
                                 ERROR-MSG-AREA, BUDGET-CHECK-AREA.
      *
      ****************************************************************
      *  DESCRIPTION:
      *  DESCRIPTION:
      *    THE 0960-CHECK-PO-LEAD-TIME PARAGRAPH CHECKS ONE PURCHASE
      *    ORDER OCCURRENCE'S DELIVERY-DATE AGAINST THE ORDER-DATE
      *    PLUS THE PART'S WEEKS-LEAD-TIME. THE BUSDATE DATE SERVICE
      *    ADDS FIVE PLANT WORKING DAYS PER WEEK OF LEAD TIME FROM THE
      *    SHOP CALENDAR, OR SEVEN CALENDAR DAYS PER WEEK WHEN THE
      *    CALENDAR IS NOT AVAILABLE. THE CHECK IS
      *    ONLY RUN WHEN BOTH DATES PASS A STRUCTURAL CHECK AND THE
      *    WEEKS-LEAD-TIME FIELD IS NUMERIC -- A RECORD WITH FEWER
      *    THAN FOUR HARD ERRORS STILL REACHES THIS STAGE, AND A DATE
      *  CALLS:
      *    -  0955-RAISE-CROSS-GROUP-ERROR
      *    -  0965-EDIT-DATE-STRUCTURE
      *    -  BUSDATE (BUSINESS-DAY DATE SERVICE)
      *****************************************************************
      *
       0960-CHECK-PO-LEAD-TIME.
                 MOVE WS-EDIT-DATE TO WS-EDIT-DATE-9
                 COMPUTE WS-ORDER-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9)
                 MOVE WS-EDIT-DATE-9 TO BD-FROM-DATE
                 MOVE DELIVERY-DATE (PO-IDX) TO WS-EDIT-DATE
                 PERFORM 0965-EDIT-DATE-STRUCTURE
                 IF EDIT-DATE-OK
                    MOVE WS-EDIT-DATE TO WS-EDIT-DATE-9
                    COMPUTE WS-DELIV-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9)
                    MOVE 'A' TO BD-FUNCTION
                    MOVE 'P' TO BD-DAY-TYPE
                    IF BD-CALENDAR-MISSING
                       COMPUTE BD-DAYS = WEEKS-LEAD-TIME * 7
                    ELSE
                       COMPUTE BD-DAYS = WEEKS-LEAD-TIME * 5
                    END-IF
                    CALL 'BUSDATE' USING BUSDATE-AREA
                    IF BD-OK OR BD-NO-CALENDAR
                       COMPUTE WS-REQUIRED-DATE-INT =
                          FUNCTION INTEGER-OF-DATE (BD-RESULT-DATE)
                    ELSE
                       COMPUTE WS-REQUIRED-DATE-INT =
                          WS-ORDER-DATE-INT + (WEEKS-LEAD-TIME * 7)
                    END-IF
                    IF WS-DELIV-DATE-INT < WS-REQUIRED-DATE-INT
                       SET WS-CROSS-PO-CTR TO PO-IDX
                       PERFORM 0955-RAISE-CROSS-GROUP-ERROR
      *
      ****************************************************************
      *  DESCRIPTION:
      *    THE 0975-CHECK-ALT-SUPPLIERS PARAGRAPH POSITIONS THE
      *    ALTERNATE SUPPLIER CROSS-REFERENCE AT THE FIRST ENTRY FOR
      *    THE CURRENT PART AND CHECKS EVERY ALTERNATE FOR THE PART
      *    AGAINST THE SUPPLIER MASTER, RAISING A WARNING FOR EACH
      *    ALTERNATE CODE NO LONGER ON THE MASTER, SO PURCHASING
      *    LEARNS A SECOND SOURCE HAS GONE STALE BEFORE IT IS NEEDED
      *    IN A HURRY.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0976-READ-NEXT-ALT-SUPP
      *    -  0977-CHECK-ONE-ALT-SUPPLIER
      *****************************************************************
      *
       0975-CHECK-ALT-SUPPLIERS.
      *    DISPLAY 'ENTERING 0975-CHECK-ALT-SUPPLIERS'.

           MOVE 'N'         TO ALT-SUPP-FILE-SW.
           MOVE PART-NUMBER TO PSK-PART-NUMBER.
           MOVE LOW-VALUES  TO PSK-SUPPLIER-CODE.
           MOVE WS-PART-SUPP-KEY TO ALTSUPP-FILE-KEY.
           START ALTSUPP KEY IS NOT LESS THAN ALTSUPP-FILE-KEY
              INVALID KEY
                 MOVE 'Y' TO ALT-SUPP-FILE-SW
           END-START.
      *
           IF NOT END-OF-ALT-SUPP-FILE
              PERFORM 0976-READ-NEXT-ALT-SUPP
           END-IF.
           PERFORM 0977-CHECK-ONE-ALT-SUPPLIER
              UNTIL END-OF-ALT-SUPP-FILE.
      *
      ****************************************************************
      *  DESCRIPTION:
      *    THE 0976-READ-NEXT-ALT-SUPP PARAGRAPH READS THE NEXT
      *    ALTERNATE SUPPLIER CROSS-REFERENCE RECORD. THE END OF THE
      *    FILE OR THE FIRST RECORD FOR ANOTHER PART ENDS THE CURRENT
      *    PART'S ALTERNATES.
      *
      *  CALLED BY:
      *    -  0975-CHECK-ALT-SUPPLIERS
      *    -  0977-CHECK-ONE-ALT-SUPPLIER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0976-READ-NEXT-ALT-SUPP.
      *    DISPLAY 'ENTERING 0976-READ-NEXT-ALT-SUPP'.
           READ ALTSUPP NEXT RECORD INTO ALTSUPP-REC-WS
              AT END MOVE 'Y' TO ALT-SUPP-FILE-SW
           END-READ.
      *
           IF ALCODE = '00' OR '10' *> IF GOOD READ OR END OF FILE
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING ALTERNATE SUPPLIER FILE.'
              MOVE 'Y' TO ALT-SUPP-FILE-SW
           END-IF.
      *
           IF AL-PART-NUMBER NOT = PART-NUMBER
              MOVE 'Y' TO ALT-SUPP-FILE-SW
           END-IF.
      *
      ****************************************************************
      *  DESCRIPTION:
      *    THE 0977-CHECK-ONE-ALT-SUPPLIER PARAGRAPH READS THE
      *    SUPPLIER MASTER BY KEY FOR ONE ALTERNATE SUPPLIER OF THE
      *    CURRENT PART AND RAISES A WARNING WHEN THE ALTERNATE IS NOT
      *    ON THE MASTER, THEN READS THE NEXT ALTERNATE.
      *
      *  CALLED BY:
      *    -  0975-CHECK-ALT-SUPPLIERS
      *
      *  CALLS:
      *    -  0710-READ-SUPP-MASTER
      *    -  0976-READ-NEXT-ALT-SUPP
      *****************************************************************
      *
       0977-CHECK-ONE-ALT-SUPPLIER.
      *    DISPLAY 'ENTERING 0977-CHECK-ONE-ALT-SUPPLIER'.
           IF NOT MAX-ERRORS-MET
              MOVE AL-SUPPLIER-CODE TO WS-SUPP-LOOKUP-CODE
              PERFORM 0710-READ-SUPP-MASTER
              IF NOT SUPP-MASTER-FOUND
                 IF NOT DATA-ERROR
                    MOVE '04' TO ERR-MSG-RETURN-CODE
                 END-IF
                 ADD 1 TO ERROR-COUNTER
                 SET ERROR-IDX TO ERROR-COUNTER
                 MOVE 'ALT SUPPLIER NOT ON SUPPLIER MASTER.' TO
                       ERROR-MSG-TEXT (ERROR-IDX)
              END-IF
           END-IF.
      *
           PERFORM 0976-READ-NEXT-ALT-SUPP.
      *
      ****************************************************************
      *  DESCRIPTION:
      *    -  1350-MOVE-PURCH-ORD-FIELDS
      *    -  1400-WRITE-PURCH-ORD-REC
      *    -  1450-WRITE-EDI-PO-REC
      *    -  1480-ACCUM-BUYER-SPEND
      *    -  1485-ACCUM-COMM-BUDGET
      *    -  1500-WRITE-PARTS-OUT-REC
      *    -  1800-PROCESS-PARTS-REPORT
      *****************************************************************
                PERFORM 1400-WRITE-PURCH-ORD-REC
                PERFORM 1450-WRITE-EDI-PO-REC
                PERFORM 1480-ACCUM-BUYER-SPEND
                PERFORM 1485-ACCUM-COMM-BUDGET
           END-PERFORM.
      *
      *
      *
      ****************************************************************
      *  DESCRIPTION:
      *    THE 1485-ACCUM-COMM-BUDGET PARAGRAPH ADDS ONE APPROVED
      *    PURCHASE ORDER OCCURRENCE'S USD VALUE (QUANTITY TIMES UNIT
      *    PRICE AT THE EXCHANGE RATE FOR ITS CURRENCY) TO THE USED
      *    FIGURE OF THE PART'S COMMODITY IN THE BUDGET CHECK AREA, SO
      *    LATER RECORDS THIS RUN ARE CHECKED AGAINST IT. EMPTY
      *    OCCURRENCES AND COMMODITIES WITH NO BUDGET ROW ARE SKIPPED.
      *
      *  CALLED BY:
      *    -   1005-WRITE-ACTIVE-OUTPUTS
      *
      *  CALLS:
      *    -   2450-LOOKUP-EXCH-RATE
      *****************************************************************
      *
       1485-ACCUM-COMM-BUDGET.
      *    DISPLAY 'ENTERING 1485-ACCUM-COMM-BUDGET'.

           IF PO-NUMBER (PO-IDX) = SPACES OR QUANTITY (PO-IDX) = 0
              NEXT SENTENCE
           ELSE
              MOVE CURRENCY-CODE (PO-IDX) TO WS-EXCH-LOOKUP-CCY
              PERFORM 2450-LOOKUP-EXCH-RATE
              COMPUTE WS-BUDG-ORDER-USD ROUNDED =
                 QUANTITY (PO-IDX) * UNIT-PRICE (PO-IDX) *
                 WS-EXCH-LOOKUP-RATE
              PERFORM VARYING BUDG-IDX FROM 1 BY 1
                 UNTIL BUDG-IDX > WS-BUDG-LOADED-CTR
                 IF COMMODITY-CODE = BCA-BUDG-COMM-TBL (BUDG-IDX)
                    ADD WS-BUDG-ORDER-USD
                       TO BCA-BUDG-USED-TBL (BUDG-IDX)
                 END-IF
              END-PERFORM
           END-IF.
      *
      ****************************************************************
      *  DESCRIPTION:
      *    THE 1500-WRITE-PARTS-OUT-REC PARAGRAPH WRITES GOOD AUTOPARTS
      *    INPUT RECORDS TO AN OUTPUT FILE AND CHECKS FOR A SUCCESSFUL
      *    WRITE OPERATION. IF THE WRITE OPERATION FAILS, AN ERROR
      *
      *  CALLED BY:
      *    -  2400-CALC-PARTS-RPT-TOTALS
      *    -  1485-ACCUM-COMM-BUDGET
      *
      *  CALLS:
      *    -  NONE
           ELSE
             DISPLAY 'ERROR CLOSING COMMODITY CODE FILE'
           END-IF.
      *
           CLOSE BUDGSTAT.
           IF BGCODE = '00'
              NEXT SENTENCE
           ELSE
             DISPLAY 'ERROR CLOSING BUDGET POSITION FILE'
           END-IF.
      *
           CLOSE BUDGOVRD.
           IF BOCODE = '00'
              NEXT SENTENCE
           ELSE
             DISPLAY 'ERROR CLOSING BUDGET OVERRIDE FILE'
           END-IF.
      *
           PERFORM 2680-WRITE-BUYER-SPEND-MASTER.
      *
           MOVE WS-GRAND-LOW-QUAL-CTR  TO GRAND-LOW-QUAL-CNT.
           MOVE WS-GRAND-TOTAL-PO-VALUE TO GRAND-TOTAL-PO-VALUE.
           MOVE WS-GRAND-TOTAL-PO-USD   TO GRAND-TOTAL-PO-USD.
           MOVE BD-BASIS-TEXT           TO GRAND-LEAD-TIME-BASIS.

           WRITE PARTS-RPT-REC FROM WS-100-CHAR-BLANK-LINE.
           WRITE PARTS-RPT-REC FROM PARTS-RPT-GRAND-HEADER.
           WRITE PARTS-RPT-REC FROM WS-100-CHAR-BLANK-LINE.
           WRITE PARTS-RPT-REC FROM PARTS-RPT-GRAND-LINE-5.
           WRITE PARTS-RPT-REC FROM PARTS-RPT-GRAND-LINE-6.
           WRITE PARTS-RPT-REC FROM WS-100-CHAR-BLANK-LINE.
           WRITE PARTS-RPT-REC FROM PARTS-RPT-GRAND-LINE-7.

           IF PRCODE = '00'
              NEXT SENTENCE
