      *    QUANTITY, ISSUE EVENT COUNT AND FIRST/LAST ISSUE DATES SO
      *    REPLENISHMENT PLANNING CAN BE BUILT ON REAL USAGE INSTEAD
      *    OF A GUESSED DEMAND FACTOR.
      *
      *    THE DEMAND HISTORY RECORD ALSO CARRIES A ROLLING 24-MONTH
      *    USAGE BUCKET ARRAY. BUCKET 1 IS THE RUN MONTH (NAMED BY THE
      *    RECORD'S USAGE PERIOD), BUCKET 2 THE MONTH BEFORE, AND SO
      *    ON BACK TWO YEARS. EVERY RECORD IS ROLLED FORWARD TO THE
      *    RUN MONTH AS IT PASSES THROUGH -- WHETHER OR NOT THE PART
      *    WAS ISSUED -- AND EACH ISSUE IS ADDED TO THE BUCKET FOR THE
      *    MONTH OF ITS ISSUE DATE. FCSTPLAN.CBL FORECASTS FROM THESE
      *    BUCKETS.
      *
      *    STOCK PUT ON QUALITY HOLD BY HOLDPOST.CBL IS NOT ISSUABLE.
      *    WHERE A PART/LOCATION CARRIES A HELD QUANTITY, ONLY THE
      *    ON-HAND LESS THE HELD QUANTITY MAY BE ISSUED; ANY EXCESS
      *    IS REFUSED, REPORTED TO THE JOB LOG AND WRITTEN TO THE
      *    HELD-STOCK REFUSAL FILE. THE RETURN ISSUES HOLDPOST.CBL
      *    WRITES (REASON 'V') FOR HELD STOCK SENT BACK TO THE VENDOR
      *    ARE NEVER REFUSED, AND ARE LEFT OUT OF DEMAND HISTORY.
      *
      *    STOCK A SUPPLIER HOLDS WITH US ON CONSIGNMENT (THE
      *    CONSIGNMENT STOCK MASTER PORECV.CBL BUILDS) IS ISSUED
      *    FIRST. EACH ISSUE TAKEN FROM A SUPPLIER'S CONSIGNED
      *    QUANTITY WRITES A CONSUMPTION RECORD FOR THE WEEKLY
      *    SELF-BILLING RUN (CONSBILL.CBL) AND A SEPARATE ISSUE
      *    POSTING FLAGGED AS CONSIGNED -- THE STOCK STILL LEAVES ITS
      *    LOTS, BUT IT WAS NEVER OUR INVENTORY TO CREDIT, SO THE
      *    JOURNAL PASSES THE FLAGGED POSTING OVER.
      *
      *    A KIT IS NOT STOCKED IN ITS OWN RIGHT. AN ISSUE OF A PART
      *    ON THE KIT BILL-OF-MATERIALS MASTER (KITBOM, MAINTAINED BY
      *    KITMAINT.CBL) IS EXPLODED AS THE ISSUES ARE SORTED INTO ONE
      *    COMPONENT ISSUE PER BILL LINE -- THE KIT QUANTITY TIMES THE
      *    QUANTITY PER KIT, WITH THE KIT ISSUE'S DATE, REASON,
      *    LOCATION AND OPERATOR. THE COMPONENT ISSUES ARE POSTED
      *    AGAINST THE INVENTORY MASTER LIKE ANY OTHER ISSUE, SO THEY
      *    REACH THE ISSUE POSTING FEED AND FROM THERE THE LOT MASTER
      *    (LOTUPDT.CBL) AND THE JOURNAL (GLJRNL.CBL). THE DEMAND
      *    HISTORY PASS RECORDS THE KIT-LEVEL ISSUE INSTEAD, SO
      *    FORECASTING SEES WHAT THE CUSTOMER ASKED FOR; REPLRPT.CBL
      *    EXPLODES THAT KIT DEMAND BACK INTO COMPONENT REQUIREMENTS.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    INPUT FILES:
      *      RTPOT44.INVISSUE.ISSUES - ISSUE/USAGE TRANSACTIONS, ONE
      *                                PART-NUMBER, QUANTITY, ISSUE
      *                                DATE, REASON CODE, LOCATION
      *                                AND ISSUING OPERATOR ID PER
      *                                ISSUE
      *      RTPOT44.CUSTORD.ISSUES  - SALES ISSUES FOR CUSTOMER ORDER
      *                                SHIPMENTS WRITTEN BY
      *                                CUSTORD.CBL, SAME LAYOUT,
      *                                CONCATENATED ON THE SAME DD
      *      RTPOT44.HOLDPOST.ISSUES - RETURN ISSUES FOR HELD STOCK
      *                                SENT BACK TO THE VENDOR
      *                                WRITTEN BY HOLDPOST.CBL, SAME
      *                                LAYOUT, CONCATENATED ON THE
      *                                SAME DD
      *      INTERNAL FILE NAME:       ISSUEIN
      *      JCL DD NAME:              ISSUEIN
      *
      *
      *      RTPOT44.HOLDPOST.INVMAST.NEW - ON-HAND INVENTORY MASTER
      *                                     WITH HELD QUANTITIES
      *                                     WRITTEN BY HOLDPOST.CBL
      *                                     (OLD MASTER FOR THIS
      *                                     STEP)
      *      INTERNAL FILE NAME:            INVMAST
      *      JCL DD NAME:                 INVMAST
      *
      *
      *      JCL DD NAME:                   DEMHIST
      *
      *
      *      RTPOT44.PORECV.CONSMAST.NEW  - CONSIGNMENT STOCK MASTER
      *                                     WRITTEN BY PORECV.CBL (OLD
      *                                     MASTER FOR THIS STEP)
      *      INTERNAL FILE NAME:            CONSMAST
      *      JCL DD NAME:                   CONSMAST
      *
      *
      *      RTPOT44.KITMAINT.KITBOM.NEW  - KIT BILL-OF-MATERIALS
      *                                     MASTER WRITTEN BY
      *                                     KITMAINT.CBL
      *      INTERNAL FILE NAME:            KITBOM
      *      JCL DD NAME:                   KITBOM
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.INVISSUE.INVMAST.NEW - UPDATED ON-HAND INVENTORY
      *                                     MASTER FILE (NEW MASTER)
      *      JCL DD NAME:                   DEMHNEW
      *
      *
      *      RTPOT44.INVISSUE.ISSPOST - ISSUE POSTING FEED, ONE
      *                                 RECORD PER PART, LOCATION AND
      *                                 REASON CODE ACTUALLY POSTED
      *                                 AGAINST THE INVENTORY MASTER,
      *                                 FOR THE GLJRNL.CBL JOURNAL,
      *                                 PLUS ONE FLAGGED RECORD PER
      *                                 CONSIGNMENT ROW AN ISSUE
      *                                 DREW ON
      *      INTERNAL FILE NAME:        ISSPOST
      *      JCL DD NAME:               ISSPOST
      *
      *
      *      RTPOT44.INVISSUE.HELDREJ - ISSUES REFUSED BECAUSE THE
      *                                 STOCK IS ON QUALITY HOLD, ONE
      *                                 RECORD PER PART, LOCATION AND
      *                                 REASON CODE REFUSED, SAME
      *                                 LAYOUT AS ISSUEIN
      *      INTERNAL FILE NAME:        HELDREJ
      *      JCL DD NAME:               HELDREJ
      *
      *
      *      RTPOT44.INVISSUE.CONSMAST.NEW - UPDATED CONSIGNMENT STOCK
      *                                      MASTER (NEW MASTER)
      *      INTERNAL FILE NAME:             CONSMNEW
      *      JCL DD NAME:                    CONSMNEW
      *
      *
      *      RTPOT44.INVISSUE.CONSUSE - CONSIGNED STOCK CONSUMPTION,
      *                                 ONE RECORD PER PART, LOCATION,
      *                                 SUPPLIER AND REASON CODE
      *                                 ISSUED FROM CONSIGNED STOCK,
      *                                 FOR THE CONSBILL.CBL WEEKLY
      *                                 SELF-BILLING RUN
      *      INTERNAL FILE NAME:        CONSUSE
      *      JCL DD NAME:               CONSUSE
      *
      *
      *      RTPOT44.OPERLOG.ACTIVITY - OPERATOR ACTIVITY LOG, ONE
      *                                 ISSU RECORD PER OPERATOR PER
      *                                 PART/LOCATION POSTED (OPENED
      *                                 EXTEND, CUMULATIVE)
      *      INTERNAL FILE NAME:        OPERLOG
      *      JCL DD NAME:               OPERLOG
      *
      *
      *    WORK FILES:
      *      ISSSRT - SORT WORK FILE HOLDING THE ISSUE TRANSACTIONS
      *               SORTED ASCENDING BY PART-NUMBER. THE SORTED FILE
      *               IS READ TWICE -- ONCE FOR THE INVENTORY MASTER
      *               UPDATE AND ONCE FOR THE DEMAND HISTORY UPDATE.
      *               EACH RECORD CARRIES A KIT ROLE BYTE AFTER THE
      *               ISSUE LAYOUT -- 'K' FOR A KIT-LEVEL ISSUE (DEMAND
      *               PASS ONLY), 'C' FOR A COMPONENT EXPLODED FROM A
      *               KIT (INVENTORY PASS ONLY), BLANK FOR BOTH.
      *
      *
      *    JCL JOB:
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE ISSUE POSTING FEED GREW 49 TO 50 BYTES
      *                   WITH A CONSIGNED STOCK FLAG ('C' = SUPPLIER-
      *                   OWNED, BLANK = OURS). THE PART OF AN ISSUE
      *                   TAKEN FROM CONSIGNED STOCK IS NOW ALSO WRITTEN
      *                   TO ISSPOST, FLAGGED, ONE RECORD PER
      *                   CONSIGNMENT ROW TOUCHED (NEW 0930-WRITE-CONS-
      *                   ISSUE-POST), SO LOTUPDT.CBL DRAWS THE LOTS
      *                   DOWN FOR IT; GLJRNL.CBL PASSES FLAGGED RECORDS
      *                   OVER. THE HELD-STOCK REFUSAL FILE KEEPS ITS
      *                   49-BYTE LAYOUT.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  KIT ISSUES ON THE KIT BILL-OF-MATERIALS
      *                   MASTER (KITBOM) ARE EXPLODED INTO COMPONENT
      *                   ISSUES BY A NEW SORT INPUT PROCEDURE. THE
      *                   SORTED ISSUE FILE GREW 49 TO 50 BYTES WITH A
      *                   KIT ROLE BYTE -- THE INVENTORY PASS POSTS THE
      *                   COMPONENTS, THE DEMAND PASS RECORDS THE KIT.
      *                   ISSUES ARE NOW COUNTED AS READ FOR THE SORT
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ISSUE CONSIGNED STOCK FIRST, WRITE
      *                   CONSUMPTION FILE
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED ROLLING 24-MONTH USAGE BUCKETS TO
      *                   DEMAND HISTORY
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED ISSUING OPERATOR ID TO ISSUE
      *                   TRANSACTIONS AND POSTINGS AND LOGGED ISSU
      *                   ACTIVITY PER OPERATOR TO OPERLOG
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  STOCK ON QUALITY HOLD IS NO LONGER ISSUABLE.
      *                   THE INVENTORY MASTER NOW COMES FROM
      *                   HOLDPOST.CBL AND CARRIES A HELD QUANTITY;
      *                   WHERE A PART/LOCATION HAS STOCK ON HOLD, ANY
      *                   PART OF AN ISSUE GROUP THE UNHELD STOCK
      *                   CANNOT COVER IS REFUSED (NEW 0720/0730
      *                   PARAGRAPHS), REPORTED TO THE JOB LOG AND
      *                   WRITTEN TO THE NEW HELDREJ FILE. ADDED REASON
      *                   CODE 'V', THE RETURN ISSUES HOLDPOST.CBL
      *                   WRITES FOR HELD STOCK SENT BACK TO THE
      *                   VENDOR, AS A SIXTH REASON BUCKET -- NEVER
      *                   REFUSED AND LEFT OUT OF DEMAND HISTORY.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE ISSUEIN DD NOW ALSO CARRIES THE SALES
      *                   ISSUES CUSTORD.CBL WRITES FOR SHIPPED
      *                   CUSTOMER ORDER LINES (RTPOT44.CUSTORD.ISSUES,
      *                   SAME LAYOUT, REASON CODE 'S'), CONCATENATED
      *                   BEHIND THE KEYED ISSUES. NO CODE CHANGE.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED THE ISSUE POSTING FEED FOR THE GENERAL
      *                   LEDGER JOURNAL. THE INVENTORY PASS NOW SUMS
      *                   EACH ISSUE GROUP BY REASON CODE AS WELL AS
      *                   IN TOTAL, AND A GROUP POSTED AGAINST THE
      *                   MASTER WRITES ONE ISSPOST RECORD PER REASON
      *                   CODE (SAME 41-BYTE LAYOUT AS ISSUEIN) SO
      *                   GLJRNL.CBL JOURNALS ONLY WHAT ACTUALLY LEFT
      *                   THE BOOKS -- AN ISSUE FOR A PART NOT ON THE
      *                   MASTER IS STILL DROPPED AND NEVER COSTED.
      *                   THE ISSPOST COUNT IS ADDED TO THE RUN
      *                   CONTROL HANDOFF.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  09/02/2026
      *     DESCRIPTION:  THE INVENTORY MASTER NOW LEADS WITH A
      *                   GENERATION HEADER (SPACES KEY, 'GEN',
      *
           SELECT DEMHNEW ASSIGN TO DEMHNEW
              FILE STATUS IS DNCODE.
      *
           SELECT ISSPOST ASSIGN TO ISSPOST
              FILE STATUS IS IPCODE.
      *
           SELECT HELDREJ ASSIGN TO HELDREJ
              FILE STATUS IS HRCODE.
      *
           SELECT RUNCTL ASSIGN TO RUNCTL
              FILE STATUS IS RCCODE.
      *
           SELECT OPERLOG ASSIGN TO OPERLOG
              FILE STATUS IS OLCODE.
      *
           SELECT CONSMAST ASSIGN TO CONSMAST
              FILE STATUS IS CMCODE.
      *
           SELECT CONSMNEW ASSIGN TO CONSMNEW
              FILE STATUS IS CNCODE.
      *
           SELECT CONSUSE ASSIGN TO CONSUSE
              FILE STATUS IS CUCODE.
      *
           SELECT KITBOM ASSIGN TO KITBOM
              FILE STATUS IS KBCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ISSUEIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ISSUEIN-REC.
      *
       01 ISSUEIN-REC PIC X(49).
      *
       SD  ISS-SORT-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS ISS-SORT-REC.
      *
       01 ISS-SORT-REC.
          05 SS-PART-NUMBER          PIC X(23).
          05 FILLER                  PIC X(16).
          05 SS-LOCATION-CODE        PIC X(02).
          05 FILLER                  PIC X(09).
      *
       FD  ISSSRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ISSSRT-REC.
      *
       01 ISSSRT-REC PIC X(50).
      *
       FD  INVMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVMAST-REC.
      *
       01 INVMAST-REC PIC X(48).
      *
       FD  INVNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVNEW-REC.
      *
       01 INVNEW-REC PIC X(48).
      *
       FD  DEMHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEMHIST-REC.
      *
       01 DEMHIST-REC PIC X(240).
      *
       FD  DEMHNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEMHNEW-REC.
      *
       01 DEMHNEW-REC PIC X(240).
      *
       FD  ISSPOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ISSPOST-REC.
      *
       01 ISSPOST-REC PIC X(50).
      *
       FD  HELDREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HELDREJ-REC.
      *
       01 HELDREJ-REC PIC X(49).
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
       FD  RUNCTL
           RECORDING MODE IS F
           DATA RECORD IS RUNCTL-REC.
      *
       01 RUNCTL-REC PIC X(32).
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
       FD  CONSMNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONSMNEW-REC.
      *
       01 CONSMNEW-REC PIC X(50).
      *
       FD  CONSUSE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONSUSE-REC.
      *
       01 CONSUSE-REC PIC X(60).
      *
       FD  KITBOM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KITBOM-REC.
      *
       01 KITBOM-REC PIC X(60).
      *
       WORKING-STORAGE SECTION.
      *
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE ISSUE TRANSACTION READ FROM THE
      *  ISSUE FILE OR THE SORTED ISSUE FILE. THE KIT ROLE BYTE IS
      *  ONLY CARRIED ON THE SORTED FILE -- IT IS BLANK ON INPUT.
      *****************************************************************
      *
       01 WS-ISSUE-TRANS-REC.
          05 IS-ISSUE-QTY            PIC 9(07) VALUE 0.
          05 IS-ISSUE-DATE           PIC X(08) VALUE SPACES.
          05 IS-REASON-CODE          PIC X(01) VALUE SPACES.
             88 IS-VALID-REASON      VALUE 'P', 'R', 'S', 'W', 'V'.
          05 IS-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 IS-OPERATOR-ID          PIC X(08) VALUE SPACES.
          05 IS-KIT-ROLE             PIC X(01) VALUE SPACES.
             88 IS-KIT-ISSUE         VALUE 'K'.
             88 IS-KIT-COMPONENT     VALUE 'C'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE KIT BILL-OF-MATERIALS RECORD AND THE
      *  TABLE THE MASTER IS LOADED INTO. SAME LAYOUT AS THE RECORD
      *  WRITTEN BY KITMAINT.CBL, WHICH KEEPS THE MASTER IN KIT
      *  PART-NUMBER SEQUENCE. WS-KIT-ISSUE-HOLD KEEPS THE KIT ISSUE
      *  BEING EXPLODED WHILE ITS COMPONENT ISSUES ARE BUILT.
      *****************************************************************
      *
       01 KITBOM-REC-WS. *>KIT BILL-OF-MATERIALS RECORD
          05 KB-KIT-PART             PIC X(23) VALUE SPACES.
          05 KB-COMPONENT-PART       PIC X(23) VALUE SPACES.
          05 KB-QTY-PER              PIC 9(05) VALUE 0.
          05 FILLER                  PIC X(09) VALUE SPACES.
      *
       01 KIT-BOM-TBL. *>TABLE TO HOLD KIT BILL-OF-MATERIALS LINES
          05 KIT-BOM-ENTRY-TBL
            OCCURS 1000 TIMES INDEXED BY KBOM-IDX.
            10 KBOM-KIT-PART-TBL     PIC X(23) VALUE SPACES.
            10 KBOM-COMP-PART-TBL    PIC X(23) VALUE SPACES.
            10 KBOM-QTY-PER-TBL      PIC 9(05) VALUE 0.
      *
       01 WS-KIT-VARS.
          05 WS-MAX-KBOM-IDX         PIC 9(04) VALUE 1000.
          05 WS-KBOM-LOADED-CTR      PIC 9(04) VALUE 0.
          05 WS-KIT-ISSUE-HOLD       PIC X(50) VALUE SPACES.
          05 WS-KIT-ISSUE-QTY        PIC 9(07) VALUE 0.
          05 KIT-FOUND-SW            PIC X(01) VALUE 'N'.
             88 KIT-FOUND            VALUE 'Y'.
          05 KIT-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
             88 KIT-TABLE-FULL       VALUE 'Y'.
          05 KIT-QTY-ERROR-SW        PIC X(01) VALUE 'N'.
             88 KIT-QTY-ERROR        VALUE 'Y'.
      *
      *****************************************************************
      *  WS-ISSUE-GROUP-AREA HOLDS THE PART-NUMBER AND ACCUMULATED
          05 GI-ISSUE-QTY            PIC S9(9) VALUE 0.
      *
      *****************************************************************
      *  THE SAME GROUP SPLIT BY REASON CODE FOR THE ISSUE POSTING
      *  FEED -- ONE BUCKET EACH FOR PRODUCTION (P), REPAIR (R),
      *  SALES (S), SCRAP/WASTE (W) AND RETURN TO VENDOR OF HELD
      *  STOCK (V), AND A SIXTH FOR AN UNKNOWN CODE, WHICH IS FED
      *  WITH A BLANK REASON. EACH BUCKET CARRIES THE OPERATOR WHO
      *  KEYED ITS ISSUES, OR 'MULTIPLE' WHEN MORE THAN ONE DID.
      *****************************************************************
      *
       01 WS-ISSUE-REASON-AREA.
          05 GR-REASON-ENTRY-TBL
            OCCURS 6 TIMES INDEXED BY RSN-IDX.
            10 GR-REASON-CODE-TBL   PIC X(01) VALUE SPACES.
            10 GR-REASON-QTY-TBL    PIC S9(9) VALUE 0.
            10 GR-REASON-OPER-TBL   PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  EVERY DISTINCT OPERATOR WHO KEYED AN ISSUE IN THE CURRENT
      *  GROUP, WITH THE NUMBER OF ISSUES KEYED, SO A POSTED GROUP
      *  LOGS ONE ISSU ACTIVITY PER OPERATOR AGAINST THE BIN.
      *****************************************************************
      *
       01 GROUP-OPER-TBL.
          05 GROUP-OPER-ENTRY-TBL
            OCCURS 50 TIMES INDEXED BY GOPR-IDX.
            10 GOPR-OPER-ID-TBL     PIC X(08) VALUE SPACES.
            10 GOPR-ISSUE-CTR-TBL   PIC 9(05) VALUE 0.
      *
       01 WS-GROUP-OPER-VARS.
          05 WS-MAX-GOPR-IDX        PIC 9(03) VALUE 50.
          05 WS-GOPR-LOADED-CTR     PIC 9(03) VALUE 0.
          05 GOPR-FOUND-SW          PIC X(01) VALUE 'N'.
             88 GOPR-FOUND          VALUE 'Y'.
      *
       01 WS-OPER-DETAIL-LINE.
          05 FILLER                 PIC X(07) VALUE 'ISSUES '.
          05 WS-OPER-DETAIL-CTR     PIC 9(05) VALUE 0.
          05 FILLER                 PIC X(03) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE COPYLIB MEMBER FOR ONE OPERATOR ACTIVITY
      *  RECORD APPENDED TO OPERLOG.
      *****************************************************************
      *
           COPY OPERACT.
      *
      *****************************************************************
      *  ONE ISSUE POSTING FEED RECORD. IP-CONSIGNED-FLAG IS 'C' FOR
      *  THE PART OF AN ISSUE TAKEN FROM A SUPPLIER'S CONSIGNED STOCK
      *  AND BLANK FOR OUR OWN. THE HELD-STOCK REFUSAL FILE IS WRITTEN
      *  FROM THE SAME AREA BUT CARRIES ONLY THE FIRST 49 BYTES.
      *****************************************************************
      *
       01 WS-ISSUE-POST-REC.
          05 IP-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 IP-ISSUE-QTY            PIC 9(07) VALUE 0.
          05 IP-ISSUE-DATE           PIC X(08) VALUE SPACES.
          05 IP-REASON-CODE          PIC X(01) VALUE SPACES.
          05 IP-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 IP-OPERATOR-ID          PIC X(08) VALUE SPACES.
          05 IP-CONSIGNED-FLAG       PIC X(01) VALUE SPACES.
             88 IP-CONSIGNED-ISSUE   VALUE 'C'.
      *
      *****************************************************************
      *  HELD-STOCK REFUSAL ARITHMETIC. WS-UNHELD-QTY IS THE STOCK AT
      *  THE PART/LOCATION FREE TO ISSUE AND WS-REFUSE-LEFT THE PART
      *  OF THE GROUP STILL TO BE REFUSED, TAKEN FROM THE REASON
      *  BUCKETS ONE AT A TIME.
      *****************************************************************
      *
       01 WS-HELD-REFUSAL-VARS.
          05 WS-UNHELD-QTY           PIC S9(9) VALUE 0.
          05 WS-ISSUABLE-QTY         PIC S9(9) VALUE 0.
          05 WS-REFUSE-LEFT          PIC S9(9) VALUE 0.
          05 WS-REFUSED-QTY          PIC S9(9) VALUE 0.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE CONSIGNMENT STOCK MASTER RECORD AND
      *  THE TABLE THE OLD MASTER IS LOADED INTO. SAME LAYOUT AS THE
      *  RECORD WRITTEN BY PORECV.CBL. ISSUES RUN THE SUPPLIER-OWNED
      *  QUANTITY DOWN IN THE TABLE, AND THE WHOLE TABLE IS WRITTEN
      *  TO THE NEW MASTER AFTER THE INVENTORY PASS.
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
            10 CMST-SUPPLIER-TBL    PIC X(10) VALUE SPACES.
            10 CMST-QTY-TBL         PIC S9(7) VALUE 0.
            10 CMST-RECEIPT-DATE-TBL PIC X(08) VALUE SPACES.
      *
       01 WS-CONSIGN-VARS.
          05 WS-MAX-CMST-IDX        PIC 9(04) VALUE 1000.
          05 WS-CMST-LOADED-CTR     PIC 9(04) VALUE 0.
          05 WS-CONSUMED-QTY        PIC S9(9) VALUE 0.
          05 CONS-TABLE-FULL-SW     PIC X(01) VALUE 'N'.
             88 CONS-TABLE-FULL     VALUE 'Y'.
      *
      *****************************************************************
      *  ONE CONSIGNED STOCK CONSUMPTION RECORD WRITTEN TO CONSUSE FOR
      *  THE WEEKLY SELF-BILLING RUN.
      *****************************************************************
      *
       01 WS-CONS-USAGE-REC.
          05 CU-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 CU-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 CU-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 CU-USAGE-QTY            PIC 9(07) VALUE 0.
          05 CU-ISSUE-DATE           PIC X(08) VALUE SPACES.
          05 CU-REASON-CODE          PIC X(01) VALUE SPACES.
          05 CU-OPERATOR-ID          PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *****************************************************************
      *  WS-DEMAND-GROUP-AREA HOLDS THE PART-LEVEL GROUP USED BY THE
      *  SECOND (DEMAND HISTORY) PASS -- ALL LOCATIONS OF A PART SUM
      *  INTO ONE DEMAND GROUP, SINCE USAGE IS USAGE WHICHEVER
          05 GD-ISSUE-COUNT          PIC 9(05) VALUE 0.
          05 GD-FIRST-ISSUE-DATE     PIC X(08) VALUE SPACES.
          05 GD-LAST-ISSUE-DATE      PIC X(08) VALUE SPACES.
          05 GD-MONTH-USAGE          PIC S9(7) OCCURS 24 TIMES.
      *
      *****************************************************************
      *  WS-USAGE-BUCKET-VARS HOLDS THE MONTH ARITHMETIC FOR THE
      *  ROLLING USAGE BUCKETS. A MONTH NUMBER IS YEAR * 12 + MONTH,
      *  SO THE DISTANCE BETWEEN TWO MONTHS IS A SIMPLE SUBTRACTION.
      *****************************************************************
      *
       01 WS-USAGE-BUCKET-VARS.
          05 WS-RUN-PERIOD           PIC X(06) VALUE SPACES.
          05 WS-RUN-MONTH-NO         PIC 9(06) VALUE 0.
          05 WS-WORK-MONTH-NO        PIC 9(06) VALUE 0.
          05 WS-MONTH-OFFSET         PIC S9(06) VALUE 0.
          05 WS-BKT-SUB              PIC 9(02) VALUE 0.
          05 WS-FROM-SUB             PIC S9(06) VALUE 0.
          05 WS-PERIOD-WORK.
             10 WS-PERIOD-WORK-YYYY  PIC X(04) VALUE SPACES.
             10 WS-PERIOD-WORK-MM    PIC X(02) VALUE SPACES.
          05 WS-PERIOD-WORK-NUM REDEFINES WS-PERIOD-WORK.
             10 WS-PERIOD-NUM-YYYY   PIC 9(04).
             10 WS-PERIOD-NUM-MM     PIC 9(02).
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE PRIOR RUN ON-HAND INVENTORY MASTER
             10 OI-LOCATION-CODE     PIC X(02) VALUE SPACES.
          05 OI-QTY-ON-HAND          PIC S9(7) VALUE 0.
          05 OI-LAST-RECEIPT-DATE    PIC X(08) VALUE SPACES.
          05 OI-QTY-HELD             PIC S9(7) VALUE 0.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE UPDATED ON-HAND INVENTORY MASTER
             10 NI-LOCATION-CODE     PIC X(02) VALUE SPACES.
          05 NI-QTY-ON-HAND          PIC S9(7) VALUE 0.
          05 NI-LAST-RECEIPT-DATE    PIC X(08) VALUE SPACES.
          05 NI-QTY-HELD             PIC S9(7) VALUE 0.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE PRIOR RUN DEMAND HISTORY MASTER
          05 OD-FIRST-ISSUE-DATE     PIC X(08) VALUE SPACES.
          05 OD-LAST-ISSUE-DATE      PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 OD-USAGE-PERIOD         PIC X(06) VALUE SPACES.
          05 OD-MONTH-USAGE          PIC S9(7) OCCURS 24 TIMES.
          05 FILLER                  PIC X(09) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE UPDATED DEMAND HISTORY MASTER RECORD
          05 ND-FIRST-ISSUE-DATE     PIC X(08) VALUE SPACES.
          05 ND-LAST-ISSUE-DATE      PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 ND-USAGE-PERIOD         PIC X(06) VALUE SPACES.
          05 ND-MONTH-USAGE          PIC S9(7) OCCURS 24 TIMES.
          05 FILLER                  PIC X(09) VALUE SPACES.
      *
       01 WS-TODAY-VARS.
          05 WS-TODAY-8              PIC X(08) VALUE SPACES.
          05 INCODE                  PIC X(02) VALUE SPACES.
          05 DHCODE                  PIC X(02) VALUE SPACES.
          05 DNCODE                  PIC X(02) VALUE SPACES.
          05 IPCODE                  PIC X(02) VALUE SPACES.
          05 HRCODE                  PIC X(02) VALUE SPACES.
          05 RCCODE                  PIC X(02) VALUE SPACES.
          05 OLCODE                  PIC X(02) VALUE SPACES.
          05 CMCODE                  PIC X(02) VALUE SPACES.
          05 CNCODE                  PIC X(02) VALUE SPACES.
          05 CUCODE                  PIC X(02) VALUE SPACES.
          05 KBCODE                  PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 ISSUE-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-ISSUE-FILE    VALUE 'Y'.
          05 ISSUE-INPUT-SW          PIC X(01) VALUE 'N'.
             88 END-OF-ISSUE-INPUT   VALUE 'Y'.
          05 KIT-BOM-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-KIT-BOM-FILE  VALUE 'Y'.
          05 ISSUE-PASS-SW           PIC X(01) VALUE '1'.
             88 FIRST-ISSUE-PASS     VALUE '1'.
          05 INV-MASTER-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-INV-MASTER-FILE VALUE 'Y'.
          05 DEM-MASTER-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-DEM-MASTER-FILE VALUE 'Y'.
          05 CONS-MAST-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-CONS-MAST-FILE VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-ISSUES-READ-CTR      PIC 9(07) VALUE 0.
          05 WS-DEM-UPDATED-CTR      PIC 9(07) VALUE 0.
          05 WS-DEM-CARRIED-CTR      PIC 9(07) VALUE 0.
          05 WS-DEM-MASTER-WRTN      PIC 9(07) VALUE 0.
          05 WS-ISSUE-POSTS-WRTN     PIC 9(07) VALUE 0.
          05 WS-HELD-REFUSED-CTR     PIC 9(07) VALUE 0.
          05 WS-HELD-REFUSED-QTY     PIC 9(09) VALUE 0.
          05 WS-OPERLOG-WRTN-CTR     PIC 9(07) VALUE 0.
          05 WS-CONS-MAST-READ       PIC 9(07) VALUE 0.
          05 WS-CONS-MAST-WRTN       PIC 9(07) VALUE 0.
          05 WS-CONS-USAGE-WRTN      PIC 9(07) VALUE 0.
          05 WS-CONS-USAGE-QTY       PIC 9(09) VALUE 0.
          05 WS-KIT-ISSUES-CTR       PIC 9(07) VALUE 0.
          05 WS-KIT-COMPONENTS-CTR   PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION LOADS THE KIT BILL-OF-MATERIALS,
      *    SORTS THE ISSUE TRANSACTIONS INTO PART-NUMBER SEQUENCE
      *    (EXPLODING KIT ISSUES ON THE WAY IN), MATCH-MERGES THE
      *    SORTED ISSUE GROUPS AGAINST THE OLD INVENTORY MASTER TO
      *    PRODUCE THE NEW INVENTORY MASTER, THEN RE-READS THE SORTED
      *    ISSUES AND MERGES THEM AGAINST THE DEMAND HISTORY MASTER,
      *    AND CLOSES FILES.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0010-OPEN-KIT-BOM-FILE
      *    - 0020-READ-KIT-BOM-FILE
      *    - 0030-LOAD-KIT-BOM-TABLE
      *    - 0050-SORT-ISSUE-FILE
      *    - 0100-OPEN-INVENTORY-FILES
      *    - 0150-READ-CONS-MAST-FILE
      *    - 0175-LOAD-CONS-MAST-TABLE
      *    - 0300-READ-ISSUE-RECORD
      *    - 0350-READ-ISSUE-GROUP
      *    - 0400-READ-INV-MASTER-FILE
      *    - 0500-POST-ISSUE-PROCESS
      *    - 0950-WRITE-NEW-CONS-MASTER
      *    - 1000-CLOSE-INVENTORY-FILES
      *    - 1100-OPEN-DEMAND-FILES
      *    - 1230-READ-DEMAND-GROUP
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0010-OPEN-KIT-BOM-FILE.
           PERFORM 0020-READ-KIT-BOM-FILE.
           PERFORM 0030-LOAD-KIT-BOM-TABLE
               UNTIL END-OF-KIT-BOM-FILE.
           PERFORM 0050-SORT-ISSUE-FILE.
           PERFORM 0100-OPEN-INVENTORY-FILES.
           PERFORM 0150-READ-CONS-MAST-FILE.
           PERFORM 0175-LOAD-CONS-MAST-TABLE
               UNTIL END-OF-CONS-MAST-FILE.
           PERFORM 0300-READ-ISSUE-RECORD.
           PERFORM 0350-READ-ISSUE-GROUP.
           PERFORM 0400-READ-INV-MASTER-FILE.
           PERFORM 0500-POST-ISSUE-PROCESS
               UNTIL GI-INV-KEY = HIGH-VALUES
               AND OI-INV-KEY = HIGH-VALUES.
           PERFORM 0950-WRITE-NEW-CONS-MASTER.
           PERFORM 1000-CLOSE-INVENTORY-FILES.
           PERFORM 1100-OPEN-DEMAND-FILES.
           PERFORM 0300-READ-ISSUE-RECORD.
               UNTIL GD-PART-NUMBER = HIGH-VALUES
               AND OD-PART-NUMBER = HIGH-VALUES.
           PERFORM 2600-CLOSE-FILES.
           IF CONS-TABLE-FULL OR KIT-TABLE-FULL OR KIT-QTY-ERROR
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
                      WS-DEM-NEW-REC.
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8.
           MOVE WS-TODAY-8(1:6)  TO WS-RUN-PERIOD.
           MOVE WS-RUN-PERIOD    TO WS-PERIOD-WORK.
           COMPUTE WS-RUN-MONTH-NO =
                   WS-PERIOD-NUM-YYYY * 12 + WS-PERIOD-NUM-MM.
      *
           MOVE 'P' TO GR-REASON-CODE-TBL (1).
           MOVE 'R' TO GR-REASON-CODE-TBL (2).
           MOVE 'S' TO GR-REASON-CODE-TBL (3).
           MOVE 'W' TO GR-REASON-CODE-TBL (4).
           MOVE 'V' TO GR-REASON-CODE-TBL (5).
           MOVE ' ' TO GR-REASON-CODE-TBL (6).
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0010-OPEN-KIT-BOM-FILE PARAGRAPH OPENS THE KIT
      *    BILL-OF-MATERIALS MASTER AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL OPEN OPERATION. THE MASTER IS LOADED BEFORE THE
      *    ISSUES ARE SORTED, SINCE KIT ISSUES ARE EXPLODED AS THEY
      *    ARE RELEASED TO THE SORT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0010-OPEN-KIT-BOM-FILE.
           OPEN INPUT KITBOM.
           IF KBCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING KIT BOM MASTER FILE'
              MOVE 'Y' TO KIT-BOM-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0020-READ-KIT-BOM-FILE PARAGRAPH READS ONE RECORD FROM
      *    THE KIT BILL-OF-MATERIALS MASTER. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0030-LOAD-KIT-BOM-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0020-READ-KIT-BOM-FILE.
           IF NOT END-OF-KIT-BOM-FILE
              READ KITBOM INTO KITBOM-REC-WS
                 AT END MOVE 'Y' TO KIT-BOM-FILE-SW
              END-READ
              IF KBCODE = '00' OR '10'
                 NEXT SENTENCE
              ELSE
                 DISPLAY 'ERROR READING KIT BOM MASTER FILE.'
                 MOVE 'Y' TO KIT-BOM-FILE-SW
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0030-LOAD-KIT-BOM-TABLE PARAGRAPH LOADS THE KIT
      *    BILL-OF-MATERIALS MASTER INTO A TABLE (ARRAY) IN WORKING
      *    STORAGE. A BILL LARGER THAN THE TABLE WOULD LEAVE KIT
      *    ISSUES UNEXPLODED, SO THE RUN ENDS WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0020-READ-KIT-BOM-FILE
      *****************************************************************
      *
       0030-LOAD-KIT-BOM-TABLE.
           IF WS-KBOM-LOADED-CTR < WS-MAX-KBOM-IDX
              ADD 1 TO WS-KBOM-LOADED-CTR
              SET KBOM-IDX TO WS-KBOM-LOADED-CTR
              MOVE KB-KIT-PART       TO KBOM-KIT-PART-TBL (KBOM-IDX)
              MOVE KB-COMPONENT-PART TO KBOM-COMP-PART-TBL (KBOM-IDX)
              MOVE KB-QTY-PER        TO KBOM-QTY-PER-TBL (KBOM-IDX)
           ELSE
              DISPLAY 'KIT BOM TABLE FULL -- RUN ENDS WITH RETURN '
                      'CODE 16'
              SET KIT-TABLE-FULL TO TRUE
              MOVE 'Y' TO KIT-BOM-FILE-SW
           END-IF.
      *
           PERFORM 0020-READ-KIT-BOM-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0050-SORT-ISSUE-FILE PARAGRAPH SORTS THE ISSUE
      *    TRANSACTIONS INTO ASCENDING PART-NUMBER SEQUENCE, GIVING
      *    THE SORTED RECORDS TO ISSSRT. THE INPUT PROCEDURE EXPLODES
      *    KIT ISSUES INTO THEIR COMPONENT ISSUES. THE SORTED FILE IS
      *    READ TWICE -- ONCE FOR THE INVENTORY MASTER UPDATE AND
      *    ONCE FOR THE DEMAND HISTORY UPDATE.
      *
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0060-RELEASE-ISSUES (SORT INPUT PROCEDURE)
      *****************************************************************
      *
       0050-SORT-ISSUE-FILE.
           SORT ISS-SORT-FILE
               ON ASCENDING KEY SS-PART-NUMBER
                               SS-LOCATION-CODE
               INPUT PROCEDURE IS 0060-RELEASE-ISSUES
               GIVING ISSSRT.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0060-RELEASE-ISSUES PARAGRAPH IS THE SORT INPUT
      *    PROCEDURE. IT READS EVERY ISSUE TRANSACTION AND RELEASES
      *    IT TO THE SORT, EXPLODING KIT ISSUES ON THE WAY.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA (SORT STATEMENT)
      *
      *  CALLS:
      *    -  0070-READ-ISSUE-INPUT
      *    -  0075-RELEASE-ONE-ISSUE
      *****************************************************************
      *
       0060-RELEASE-ISSUES.
           OPEN INPUT ISSUEIN.
           IF ISCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING ISSUE TRANSACTION FILE'
              MOVE 'Y' TO ISSUE-INPUT-SW
           END-IF.
      *
           PERFORM 0070-READ-ISSUE-INPUT.
           PERFORM 0075-RELEASE-ONE-ISSUE
               UNTIL END-OF-ISSUE-INPUT.
      *
           CLOSE ISSUEIN.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0070-READ-ISSUE-INPUT PARAGRAPH READS ONE ISSUE
      *    TRANSACTION FROM THE ISSUE FILE AND CHECKS THE FILE STATUS
      *    FOR A SUCCESSFUL READ OPERATION. EVERY TRANSACTION READ IS
      *    COUNTED HERE, ONCE, SO THE RUN CONTROL HANDOFF REFLECTS THE
      *    TRUE INPUT VOLUME WHATEVER THE KIT EXPLOSION ADDS.
      *
      *  CALLED BY:
      *    -  0060-RELEASE-ISSUES
      *    -  0075-RELEASE-ONE-ISSUE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0070-READ-ISSUE-INPUT.
           IF NOT END-OF-ISSUE-INPUT
              READ ISSUEIN INTO WS-ISSUE-TRANS-REC
                 AT END MOVE 'Y' TO ISSUE-INPUT-SW
              END-READ
              IF ISCODE = '00' OR '10'
                 IF NOT END-OF-ISSUE-INPUT
                    ADD 1 TO WS-ISSUES-READ-CTR
                 END-IF
              ELSE
                 DISPLAY 'ERROR READING ISSUE TRANSACTION FILE.'
                 MOVE 'Y' TO ISSUE-INPUT-SW
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0075-RELEASE-ONE-ISSUE PARAGRAPH RELEASES THE CURRENT
      *    ISSUE TRANSACTION TO THE SORT. AN ORDINARY PART IS
      *    RELEASED ONCE WITH A BLANK KIT ROLE. A KIT IS RELEASED ONCE
      *    AS THE KIT-LEVEL ISSUE (ROLE 'K') FOR DEMAND HISTORY AND
      *    ONCE PER BILL LINE AS A COMPONENT ISSUE (ROLE 'C') FOR THE
      *    INVENTORY MASTER -- THE KIT QUANTITY TIMES THE QUANTITY PER
      *    KIT, CARRYING THE KIT ISSUE'S DATE, REASON, LOCATION AND
      *    OPERATOR. A COMPONENT QUANTITY TOO LARGE FOR THE ISSUE
      *    RECORD IS REPORTED AND ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  0060-RELEASE-ISSUES
      *
      *  CALLS:
      *    -  0080-LOOKUP-KIT
      *    -  0070-READ-ISSUE-INPUT
      *****************************************************************
      *
       0075-RELEASE-ONE-ISSUE.
           MOVE SPACE TO IS-KIT-ROLE.
           PERFORM 0080-LOOKUP-KIT.
      *
           IF KIT-FOUND
              MOVE 'K' TO IS-KIT-ROLE
              RELEASE ISS-SORT-REC FROM WS-ISSUE-TRANS-REC
              ADD 1 TO WS-KIT-ISSUES-CTR
              MOVE WS-ISSUE-TRANS-REC TO WS-KIT-ISSUE-HOLD
              MOVE IS-ISSUE-QTY       TO WS-KIT-ISSUE-QTY
              PERFORM VARYING KBOM-IDX FROM 1 BY 1
                 UNTIL KBOM-IDX > WS-KBOM-LOADED-CTR
                 IF KBOM-KIT-PART-TBL (KBOM-IDX) =
                    WS-KIT-ISSUE-HOLD (1:23)
                    MOVE WS-KIT-ISSUE-HOLD TO WS-ISSUE-TRANS-REC
                    MOVE KBOM-COMP-PART-TBL (KBOM-IDX)
                       TO IS-PART-NUMBER
                    MOVE 'C' TO IS-KIT-ROLE
                    COMPUTE IS-ISSUE-QTY = WS-KIT-ISSUE-QTY *
                            KBOM-QTY-PER-TBL (KBOM-IDX)
                       ON SIZE ERROR
                          DISPLAY 'COMPONENT ISSUE QUANTITY TOO '
                                  'LARGE FOR KIT '
                                  WS-KIT-ISSUE-HOLD (1:23)
                                  ' COMPONENT ' IS-PART-NUMBER
                          SET KIT-QTY-ERROR TO TRUE
                       NOT ON SIZE ERROR
                          RELEASE ISS-SORT-REC FROM WS-ISSUE-TRANS-REC
                          ADD 1 TO WS-KIT-COMPONENTS-CTR
                    END-COMPUTE
                 END-IF
              END-PERFORM
           ELSE
              RELEASE ISS-SORT-REC FROM WS-ISSUE-TRANS-REC
           END-IF.
      *
           PERFORM 0070-READ-ISSUE-INPUT.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0080-LOOKUP-KIT PARAGRAPH SEARCHES THE KIT
      *    BILL-OF-MATERIALS TABLE FOR THE CURRENT ISSUE'S
      *    PART-NUMBER AS A KIT PART.
      *
      *  CALLED BY:
      *    -  0075-RELEASE-ONE-ISSUE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0080-LOOKUP-KIT.
           MOVE 'N' TO KIT-FOUND-SW.
           PERFORM VARYING KBOM-IDX FROM 1 BY 1
              UNTIL KBOM-IDX > WS-KBOM-LOADED-CTR OR KIT-FOUND
              IF KBOM-KIT-PART-TBL (KBOM-IDX) = IS-PART-NUMBER
                 MOVE 'Y' TO KIT-FOUND-SW
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0100-OPEN-INVENTORY-FILES PARAGRAPH OPENS THE SORTED
      *    ISSUE FILE, THE OLD INVENTORY MASTER AND THE NEW INVENTORY
      *    MASTER AND CHECKS EACH FILE STATUS FOR A SUCCESSFUL OPEN
           ELSE
              DISPLAY 'ERROR OPENING NEW INVENTORY MASTER FILE'
           END-IF.
      *
           OPEN OUTPUT ISSPOST.
           IF IPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING ISSUE POSTING FEED FILE'
           END-IF.
      *
           OPEN OUTPUT HELDREJ.
           IF HRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING HELD-STOCK REFUSAL FILE'
           END-IF.
      *
           OPEN EXTEND OPERLOG.
           IF OLCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING OPERATOR ACTIVITY LOG'
           END-IF.
      *
           OPEN INPUT CONSMAST.
           IF CMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING CONSIGNMENT STOCK MASTER'
           END-IF.
      *
           OPEN OUTPUT CONSMNEW.
           IF CNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW CONSIGNMENT STOCK MASTER'
           END-IF.
      *
           OPEN OUTPUT CONSUSE.
           IF CUCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING CONSIGNMENT USAGE FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0150-READ-CONS-MAST-FILE PARAGRAPH READS ONE RECORD
      *    FROM THE OLD CONSIGNMENT STOCK MASTER. WHEN THE END OF FILE
      *    IS REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0175-LOAD-CONS-MAST-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0150-READ-CONS-MAST-FILE.
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
      *    THE 0175-LOAD-CONS-MAST-TABLE PARAGRAPH LOADS THE OLD
      *    CONSIGNMENT STOCK MASTER INTO A TABLE (ARRAY) IN WORKING
      *    STORAGE. A MASTER LARGER THAN THE TABLE ENDS THE RUN WITH
      *    RETURN-CODE 16 SO A TRUNCATED NEW MASTER IS NOT PROMOTED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0150-READ-CONS-MAST-FILE
      *****************************************************************
      *
       0175-LOAD-CONS-MAST-TABLE.
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
           ELSE
              DISPLAY 'CONSIGNMENT STOCK TABLE FULL -- RUN ENDS '
                      'WITH RETURN CODE 16'
              SET CONS-TABLE-FULL TO TRUE
              MOVE 'Y' TO CONS-MAST-FILE-SW
           END-IF.
      *
           IF NOT END-OF-CONS-MAST-FILE
              PERFORM 0150-READ-CONS-MAST-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-READ-ISSUE-RECORD PARAGRAPH READS THE NEXT SORTED
      *    ISSUE THAT BELONGS TO THE CURRENT PASS. THE INVENTORY PASS
      *    SKIPS KIT-LEVEL ISSUES (A KIT HAS NO STOCK OF ITS OWN --
      *    ITS COMPONENT ISSUES ARE POSTED INSTEAD) AND THE DEMAND
      *    PASS SKIPS THE COMPONENT ISSUES EXPLODED FROM KITS (DEMAND
      *    HISTORY RECORDS THE KIT).
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0375-ACCUM-ISSUE-QUANTITY
      *    -  1240-ACCUM-DEMAND-ISSUE
      *
      *  CALLS:
      *    -  0310-READ-SORTED-ISSUE
      *****************************************************************
      *
       0300-READ-ISSUE-RECORD.
           PERFORM 0310-READ-SORTED-ISSUE.
           IF FIRST-ISSUE-PASS
              PERFORM 0310-READ-SORTED-ISSUE
                  UNTIL END-OF-ISSUE-FILE
                  OR NOT IS-KIT-ISSUE
           ELSE
              PERFORM 0310-READ-SORTED-ISSUE
                  UNTIL END-OF-ISSUE-FILE
                  OR NOT IS-KIT-COMPONENT
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0310-READ-SORTED-ISSUE PARAGRAPH READS ONE RECORD FROM
      *    THE SORTED ISSUE FILE AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS REACHED,
      *    A FLAG IS SET TO INDICATE THAT STATUS AND HIGH-VALUES IS
      *    MOVED TO THE TRANSACTION KEY SO THE MATCH-MERGE TREATS THE
      *    EXHAUSTED FILE AS SORTING HIGH. ISSUE TRANSACTIONS ARE
      *    COUNTED AS THEY ARE READ FOR THE SORT, NOT HERE.
      *
      *  CALLED BY:
      *    -  0300-READ-ISSUE-RECORD
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0310-READ-SORTED-ISSUE.
           READ ISSSRT INTO WS-ISSUE-TRANS-REC
              AT END
                 MOVE 'Y' TO ISSUE-FILE-SW
                 IF IS-LOCATION-CODE = SPACES
                    MOVE '01' TO IS-LOCATION-CODE
                 END-IF
              END-IF
           ELSE
              DISPLAY 'ERROR READING SORTED ISSUE FILE.'
           MOVE IS-PART-NUMBER   TO GI-PART-NUMBER.
           MOVE IS-LOCATION-CODE TO GI-LOCATION-CODE.
           MOVE 0                TO GI-ISSUE-QTY.
           MOVE 0                TO GR-REASON-QTY-TBL (1)
                                    GR-REASON-QTY-TBL (2)
                                    GR-REASON-QTY-TBL (3)
                                    GR-REASON-QTY-TBL (4)
                                    GR-REASON-QTY-TBL (5)
                                    GR-REASON-QTY-TBL (6).
           MOVE SPACES           TO GR-REASON-OPER-TBL (1)
                                    GR-REASON-OPER-TBL (2)
                                    GR-REASON-OPER-TBL (3)
                                    GR-REASON-OPER-TBL (4)
                                    GR-REASON-OPER-TBL (5)
                                    GR-REASON-OPER-TBL (6).
           MOVE 0                TO WS-GOPR-LOADED-CTR.
      *
           PERFORM 0375-ACCUM-ISSUE-QUANTITY
               UNTIL END-OF-ISSUE-FILE
      *    READS THE NEXT ISSUE TRANSACTION.
      *    AN UNKNOWN REASON CODE IS REPORTED TO THE JOB LOG BUT THE
      *    ISSUE IS STILL APPLIED -- THE MATERIAL LEFT THE STOCKROOM
      *    WHETHER OR NOT THE REASON WAS KEYED CORRECTLY. THE ISSUING
      *    OPERATOR IS NOTED ON THE REASON BUCKET AND ON THE GROUP'S
      *    OPERATOR TABLE.
      *
      *  CALLED BY:
      *    -  0350-READ-ISSUE-GROUP
      *
      *  CALLS:
      *    -  0380-NOTE-GROUP-OPERATOR
      *    -  0300-READ-ISSUE-RECORD
      *****************************************************************
      *
      *
           ADD IS-ISSUE-QTY TO GI-ISSUE-QTY.
      *
           EVALUATE IS-REASON-CODE
              WHEN 'P'
                 SET RSN-IDX TO 1
              WHEN 'R'
                 SET RSN-IDX TO 2
              WHEN 'S'
                 SET RSN-IDX TO 3
              WHEN 'W'
                 SET RSN-IDX TO 4
              WHEN 'V'
                 SET RSN-IDX TO 5
              WHEN OTHER
                 SET RSN-IDX TO 6
           END-EVALUATE.
           ADD IS-ISSUE-QTY TO GR-REASON-QTY-TBL (RSN-IDX).
      *
           IF GR-REASON-OPER-TBL (RSN-IDX) = SPACES
              MOVE IS-OPERATOR-ID TO GR-REASON-OPER-TBL (RSN-IDX)
           ELSE
              IF GR-REASON-OPER-TBL (RSN-IDX) NOT = IS-OPERATOR-ID
                 MOVE 'MULTIPLE' TO GR-REASON-OPER-TBL (RSN-IDX)
              END-IF
           END-IF.
      *
           PERFORM 0380-NOTE-GROUP-OPERATOR.
           PERFORM 0300-READ-ISSUE-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0380-NOTE-GROUP-OPERATOR PARAGRAPH ADDS THE CURRENT
      *    ISSUE'S OPERATOR TO THE GROUP'S OPERATOR TABLE, OR COUNTS
      *    ONE MORE ISSUE AGAINST THE OPERATOR WHEN ALREADY THERE. A
      *    GROUP WITH MORE DISTINCT OPERATORS THAN THE TABLE HOLDS
      *    WOULD LEAVE ACTIVITY OFF THE LOG, SO THE RUN IS FLAGGED
      *    WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  0375-ACCUM-ISSUE-QUANTITY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0380-NOTE-GROUP-OPERATOR.
           MOVE 'N' TO GOPR-FOUND-SW.
           PERFORM VARYING GOPR-IDX FROM 1 BY 1
              UNTIL GOPR-IDX > WS-GOPR-LOADED-CTR OR GOPR-FOUND
              IF GOPR-OPER-ID-TBL (GOPR-IDX) = IS-OPERATOR-ID
                 ADD 1 TO GOPR-ISSUE-CTR-TBL (GOPR-IDX)
                 MOVE 'Y' TO GOPR-FOUND-SW
              END-IF
           END-PERFORM.
      *
           IF NOT GOPR-FOUND
              IF WS-GOPR-LOADED-CTR < WS-MAX-GOPR-IDX
                 ADD 1 TO WS-GOPR-LOADED-CTR
                 SET GOPR-IDX TO WS-GOPR-LOADED-CTR
                 MOVE IS-OPERATOR-ID TO GOPR-OPER-ID-TBL (GOPR-IDX)
                 MOVE 1              TO GOPR-ISSUE-CTR-TBL (GOPR-IDX)
              ELSE
                 DISPLAY 'GROUP OPERATOR TABLE FULL FOR PART '
                         IS-PART-NUMBER ' -- ACTIVITY NOT LOGGED'
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0400-READ-INV-MASTER-FILE PARAGRAPH READS THE OLD
      *    ON-HAND INVENTORY MASTER FILE AND CHECKS THE FILE STATUS
      *    FOR A SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS
      *    ISSUE THAT DRIVES THE ON-HAND QUANTITY NEGATIVE IS REPORTED
      *    TO THE JOB LOG BUT STILL POSTED -- THE NEGATIVE BALANCE IS
      *    THE SIGNAL THE BOOK FIGURE WAS ALREADY WRONG, AND THE CYCLE
      *    COUNT PROCESS IS THE PLACE IT GETS CORRECTED. WHEN THE
      *    PART/LOCATION CARRIES STOCK ON QUALITY HOLD, ANY PART OF
      *    THE GROUP THE UNHELD STOCK CANNOT COVER IS REFUSED FIRST.
      *    EVERY OPERATOR WHO KEYED AN ISSUE IN THE GROUP IS LOGGED TO
      *    THE OPERATOR ACTIVITY LOG AGAINST THE BIN. WHAT IS ISSUED
      *    COMES OFF ANY CONSIGNED STOCK AT THE BIN BEFORE OUR OWN.
      *
      *  CALLED BY:
      *    -  0500-POST-ISSUE-PROCESS
      *
      *  CALLS:
      *    -  0720-REFUSE-HELD-STOCK
      *    -  0900-RELIEVE-CONSIGNED-STOCK
      *    -  0800-WRITE-INV-MASTER-REC
      *    -  0850-WRITE-ISSUE-POSTINGS
      *    -  0870-WRITE-OPER-ACTIVITY
      *****************************************************************
      *
       0700-PROCESS-MATCHED-ISSUE.
           IF OI-QTY-HELD > 0
              PERFORM 0720-REFUSE-HELD-STOCK
           END-IF.
      *
           PERFORM 0900-RELIEVE-CONSIGNED-STOCK.
      *
           INITIALIZE WS-INV-NEW-REC.
           MOVE OI-INV-KEY            TO NI-INV-KEY.
           COMPUTE NI-QTY-ON-HAND = OI-QTY-ON-HAND - GI-ISSUE-QTY.
           MOVE OI-LAST-RECEIPT-DATE  TO NI-LAST-RECEIPT-DATE.
           MOVE OI-QTY-HELD           TO NI-QTY-HELD.
      *
           IF NI-QTY-ON-HAND < 0
              ADD 1 TO WS-NEGATIVE-ONHAND-CTR
           END-IF.
      *
           PERFORM 0800-WRITE-INV-MASTER-REC.
           PERFORM 0850-WRITE-ISSUE-POSTINGS.
           PERFORM 0870-WRITE-OPER-ACTIVITY
              VARYING GOPR-IDX FROM 1 BY 1
              UNTIL GOPR-IDX > WS-GOPR-LOADED-CTR.
           ADD 1 TO WS-INV-UPDATED-CTR.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0720-REFUSE-HELD-STOCK PARAGRAPH WORKS OUT HOW MUCH OF
      *    THE CURRENT GROUP THE STOCK NOT ON HOLD CAN COVER -- ON-HAND
      *    LESS THE HELD QUANTITY. RETURN ISSUES OF HELD STOCK (REASON
      *    'V') ARE LEFT OUT OF BOTH SIDES: HOLDPOST.CBL HAS ALREADY
      *    TAKEN THEIR QUANTITY OFF THE HELD FIGURE, SO IT IS ON-HAND
      *    THAT IS SPOKEN FOR. WHATEVER THE UNHELD STOCK CANNOT COVER
      *    IS REFUSED, TAKEN FROM THE UNKNOWN-REASON BUCKET FIRST,
      *    THEN SCRAP, SALES, REPAIR AND LASTLY PRODUCTION.
      *
      *  CALLED BY:
      *    -  0700-PROCESS-MATCHED-ISSUE
      *
      *  CALLS:
      *    -  0730-REFUSE-FROM-BUCKET
      *****************************************************************
      *
       0720-REFUSE-HELD-STOCK.
           COMPUTE WS-UNHELD-QTY = OI-QTY-ON-HAND - OI-QTY-HELD
                                 - GR-REASON-QTY-TBL (5).
           IF WS-UNHELD-QTY < 0
              MOVE 0 TO WS-UNHELD-QTY
           END-IF.
      *
           COMPUTE WS-ISSUABLE-QTY =
                   GI-ISSUE-QTY - GR-REASON-QTY-TBL (5).
           MOVE 0 TO WS-REFUSE-LEFT.
           IF WS-ISSUABLE-QTY > WS-UNHELD-QTY
              COMPUTE WS-REFUSE-LEFT =
                      WS-ISSUABLE-QTY - WS-UNHELD-QTY
           END-IF.
      *
           IF WS-REFUSE-LEFT > 0
              SET RSN-IDX TO 6
              PERFORM 0730-REFUSE-FROM-BUCKET
              SET RSN-IDX TO 4
              PERFORM 0730-REFUSE-FROM-BUCKET
              SET RSN-IDX TO 3
              PERFORM 0730-REFUSE-FROM-BUCKET
              SET RSN-IDX TO 2
              PERFORM 0730-REFUSE-FROM-BUCKET
              SET RSN-IDX TO 1
              PERFORM 0730-REFUSE-FROM-BUCKET
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0730-REFUSE-FROM-BUCKET PARAGRAPH REFUSES AS MUCH OF
      *    THE STILL-UNCOVERED QUANTITY AS THE REASON BUCKET AT
      *    RSN-IDX HOLDS, TAKES IT OFF THE BUCKET AND THE GROUP TOTAL,
      *    REPORTS THE REFUSAL TO THE JOB LOG AND WRITES IT TO THE
      *    HELD-STOCK REFUSAL FILE.
      *
      *  CALLED BY:
      *    -  0720-REFUSE-HELD-STOCK
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0730-REFUSE-FROM-BUCKET.
           IF WS-REFUSE-LEFT > 0
              AND GR-REASON-QTY-TBL (RSN-IDX) > 0
              IF GR-REASON-QTY-TBL (RSN-IDX) < WS-REFUSE-LEFT
                 MOVE GR-REASON-QTY-TBL (RSN-IDX) TO WS-REFUSED-QTY
              ELSE
                 MOVE WS-REFUSE-LEFT TO WS-REFUSED-QTY
              END-IF
              SUBTRACT WS-REFUSED-QTY FROM GR-REASON-QTY-TBL (RSN-IDX)
              SUBTRACT WS-REFUSED-QTY FROM GI-ISSUE-QTY
              SUBTRACT WS-REFUSED-QTY FROM WS-REFUSE-LEFT
              ADD 1 TO WS-HELD-REFUSED-CTR
              ADD WS-REFUSED-QTY TO WS-HELD-REFUSED-QTY
      *
              DISPLAY 'ISSUE OF ' WS-REFUSED-QTY ' PART '
                      GI-PART-NUMBER ' LOCATION ' GI-LOCATION-CODE
                      ' REASON ' GR-REASON-CODE-TBL (RSN-IDX)
                      ' REFUSED -- STOCK ON QUALITY HOLD'
      *
              MOVE GI-PART-NUMBER     TO IP-PART-NUMBER
              MOVE WS-REFUSED-QTY     TO IP-ISSUE-QTY
              MOVE WS-TODAY-8         TO IP-ISSUE-DATE
              MOVE GR-REASON-CODE-TBL (RSN-IDX)
                                      TO IP-REASON-CODE
              MOVE GI-LOCATION-CODE   TO IP-LOCATION-CODE
              MOVE GR-REASON-OPER-TBL (RSN-IDX)
                                      TO IP-OPERATOR-ID
              MOVE SPACE              TO IP-CONSIGNED-FLAG
              WRITE HELDREJ-REC FROM WS-ISSUE-POST-REC
              IF HRCODE NOT = '00'
                 DISPLAY 'ERROR WRITING HELD-STOCK REFUSAL FILE'
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0750-CARRY-FORWARD-INV-PART PARAGRAPH CARRIES AN
      *    INVENTORY MASTER RECORD FORWARD UNCHANGED WHEN THE PART HAD
      *    NO ISSUES IN THE CURRENT RUN.
           MOVE OI-INV-KEY            TO NI-INV-KEY.
           MOVE OI-QTY-ON-HAND        TO NI-QTY-ON-HAND.
           MOVE OI-LAST-RECEIPT-DATE  TO NI-LAST-RECEIPT-DATE.
           MOVE OI-QTY-HELD           TO NI-QTY-HELD.
      *
           PERFORM 0800-WRITE-INV-MASTER-REC.
           ADD 1 TO WS-INV-CARRIED-CTR.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0850-WRITE-ISSUE-POSTINGS PARAGRAPH WRITES ONE ISSUE
      *    POSTING FEED RECORD FOR EACH REASON CODE BUCKET OF THE
      *    CURRENT GROUP THAT CARRIES A QUANTITY, SO THE GENERAL
      *    LEDGER JOURNAL CAN CHARGE EACH REASON TO ITS OWN ACCOUNT.
      *    THE BUCKETS HOLD ONLY OUR OWN STOCK BY NOW -- THE CONSIGNED
      *    PART WAS POSTED BY 0930-WRITE-CONS-ISSUE-POST.
      *
      *  CALLED BY:
      *    -  0700-PROCESS-MATCHED-ISSUE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0850-WRITE-ISSUE-POSTINGS.
           PERFORM VARYING RSN-IDX FROM 1 BY 1
              UNTIL RSN-IDX > 6
              IF GR-REASON-QTY-TBL (RSN-IDX) > 0
                 MOVE GI-PART-NUMBER     TO IP-PART-NUMBER
                 MOVE GR-REASON-QTY-TBL (RSN-IDX)
                                         TO IP-ISSUE-QTY
                 MOVE WS-TODAY-8         TO IP-ISSUE-DATE
                 MOVE GR-REASON-CODE-TBL (RSN-IDX)
                                         TO IP-REASON-CODE
                 MOVE GI-LOCATION-CODE   TO IP-LOCATION-CODE
                 MOVE GR-REASON-OPER-TBL (RSN-IDX)
                                         TO IP-OPERATOR-ID
                 MOVE SPACE              TO IP-CONSIGNED-FLAG
                 WRITE ISSPOST-REC FROM WS-ISSUE-POST-REC
                 IF IPCODE = '00'
                    ADD 1 TO WS-ISSUE-POSTS-WRTN
                 ELSE
                    DISPLAY 'ERROR WRITING ISSUE POSTING FEED FILE'
                 END-IF
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0870-WRITE-OPER-ACTIVITY PARAGRAPH APPENDS ONE ISSU
      *    RECORD TO THE OPERATOR ACTIVITY LOG FOR THE GROUP OPERATOR
      *    AT GOPR-IDX, KEYED BY PART-NUMBER AND LOCATION SO
      *    SODRPT.CBL CAN MATCH IT AGAINST THE OPERATOR WHO APPROVES
      *    A COUNT VARIANCE ON THE SAME BIN. THE DETAIL CARRIES THE
      *    NUMBER OF ISSUES THE OPERATOR KEYED.
      *
      *  CALLED BY:
      *    -  0700-PROCESS-MATCHED-ISSUE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0870-WRITE-OPER-ACTIVITY.
           INITIALIZE OPER-ACT-REC-WS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO OPER-ACT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:8) TO OPER-ACT-TIME.
           MOVE GOPR-OPER-ID-TBL (GOPR-IDX) TO OPER-ID.
           MOVE 'ISSU'                      TO OPER-ROLE-CODE.
           MOVE 'BIN '                      TO OPER-OBJECT-TYPE.
           MOVE GI-INV-KEY                  TO OPER-OBJECT-KEY.
           MOVE 'INVISSUE'                  TO OPER-SOURCE-PGM.
           MOVE GOPR-ISSUE-CTR-TBL (GOPR-IDX)
                                            TO WS-OPER-DETAIL-CTR.
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
      *    THE 0900-RELIEVE-CONSIGNED-STOCK PARAGRAPH TAKES THE
      *    CURRENT GROUP'S ISSUES OFF ANY SUPPLIER-OWNED STOCK AT THE
      *    PART/LOCATION BEFORE OUR OWN STOCK IS TOUCHED, ONE REASON
      *    BUCKET AT A TIME (PRODUCTION, REPAIR, SALES, SCRAP, THEN
      *    UNKNOWN). RETURN ISSUES OF HELD STOCK (REASON 'V') ARE
      *    NEVER CONSUMPTION. WHATEVER IS TAKEN FROM CONSIGNED STOCK
      *    COMES OFF ITS REASON BUCKET AND IS POSTED TO THE ISSUE
      *    POSTING FEED SEPARATELY, FLAGGED AS CONSIGNED, SO THE LOTS
      *    ARE DRAWN DOWN FOR IT BUT THE JOURNAL CREDITS ONLY STOCK WE
      *    OWNED; THE ON-HAND QUANTITY STILL COMES DOWN BY THE WHOLE
      *    GROUP.
      *
      *  CALLED BY:
      *    -  0700-PROCESS-MATCHED-ISSUE
      *
      *  CALLS:
      *    -  0910-CONSUME-FOR-BUCKET
      *****************************************************************
      *
       0900-RELIEVE-CONSIGNED-STOCK.
           PERFORM VARYING RSN-IDX FROM 1 BY 1
              UNTIL RSN-IDX > 6
              IF RSN-IDX NOT = 5
                 AND GR-REASON-QTY-TBL (RSN-IDX) > 0
                 PERFORM 0910-CONSUME-FOR-BUCKET
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0910-CONSUME-FOR-BUCKET PARAGRAPH TAKES THE REASON
      *    BUCKET AT RSN-IDX OFF EACH CONSIGNMENT ROW FOR THE CURRENT
      *    PART/LOCATION IN TABLE ORDER, AS FAR AS EACH ROW'S
      *    SUPPLIER-OWNED QUANTITY GOES, AND WRITES ONE CONSUMPTION
      *    RECORD AND ONE CONSIGNED ISSUE POSTING PER ROW TOUCHED.
      *
      *  CALLED BY:
      *    -  0900-RELIEVE-CONSIGNED-STOCK
      *
      *  CALLS:
      *    -  0920-WRITE-CONS-USAGE
      *    -  0930-WRITE-CONS-ISSUE-POST
      *****************************************************************
      *
       0910-CONSUME-FOR-BUCKET.
           PERFORM VARYING CMST-IDX FROM 1 BY 1
              UNTIL CMST-IDX > WS-CMST-LOADED-CTR
              OR GR-REASON-QTY-TBL (RSN-IDX) = 0
              IF GI-PART-NUMBER = CMST-PART-NUMBER-TBL (CMST-IDX)
                 AND GI-LOCATION-CODE = CMST-LOCATION-TBL (CMST-IDX)
                 AND CMST-QTY-TBL (CMST-IDX) > 0
                 IF CMST-QTY-TBL (CMST-IDX) <
                    GR-REASON-QTY-TBL (RSN-IDX)
                    MOVE CMST-QTY-TBL (CMST-IDX) TO WS-CONSUMED-QTY
                 ELSE
                    MOVE GR-REASON-QTY-TBL (RSN-IDX)
                       TO WS-CONSUMED-QTY
                 END-IF
                 SUBTRACT WS-CONSUMED-QTY
                    FROM CMST-QTY-TBL (CMST-IDX)
                 SUBTRACT WS-CONSUMED-QTY
                    FROM GR-REASON-QTY-TBL (RSN-IDX)
                 PERFORM 0920-WRITE-CONS-USAGE
                 PERFORM 0930-WRITE-CONS-ISSUE-POST
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0920-WRITE-CONS-USAGE PARAGRAPH WRITES ONE CONSIGNED
      *    STOCK CONSUMPTION RECORD FOR THE QUANTITY JUST TAKEN FROM
      *    THE CONSIGNMENT ROW AT CMST-IDX UNDER THE REASON BUCKET AT
      *    RSN-IDX, AND CHECKS THE FILE STATUS FOR A SUCCESSFUL WRITE
      *    OPERATION.
      *
      *  CALLED BY:
      *    -  0910-CONSUME-FOR-BUCKET
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0920-WRITE-CONS-USAGE.
           INITIALIZE WS-CONS-USAGE-REC.
           MOVE GI-PART-NUMBER        TO CU-PART-NUMBER.
           MOVE GI-LOCATION-CODE      TO CU-LOCATION-CODE.
           MOVE CMST-SUPPLIER-TBL (CMST-IDX) TO CU-SUPPLIER-CODE.
           MOVE WS-CONSUMED-QTY       TO CU-USAGE-QTY.
           MOVE WS-TODAY-8            TO CU-ISSUE-DATE.
           MOVE GR-REASON-CODE-TBL (RSN-IDX) TO CU-REASON-CODE.
           MOVE GR-REASON-OPER-TBL (RSN-IDX) TO CU-OPERATOR-ID.
      *
           WRITE CONSUSE-REC FROM WS-CONS-USAGE-REC.
           IF CUCODE = '00'
              ADD 1 TO WS-CONS-USAGE-WRTN
              ADD WS-CONSUMED-QTY TO WS-CONS-USAGE-QTY
           ELSE
              DISPLAY 'ERROR WRITING CONSIGNMENT USAGE FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0930-WRITE-CONS-ISSUE-POST PARAGRAPH WRITES ONE ISSUE
      *    POSTING FEED RECORD, FLAGGED AS CONSIGNED, FOR THE QUANTITY
      *    JUST TAKEN FROM THE CONSIGNMENT ROW AT CMST-IDX UNDER THE
      *    REASON BUCKET AT RSN-IDX, AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0910-CONSUME-FOR-BUCKET
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0930-WRITE-CONS-ISSUE-POST.
           MOVE GI-PART-NUMBER        TO IP-PART-NUMBER.
           MOVE WS-CONSUMED-QTY       TO IP-ISSUE-QTY.
           MOVE WS-TODAY-8            TO IP-ISSUE-DATE.
           MOVE GR-REASON-CODE-TBL (RSN-IDX) TO IP-REASON-CODE.
           MOVE GI-LOCATION-CODE      TO IP-LOCATION-CODE.
           MOVE GR-REASON-OPER-TBL (RSN-IDX) TO IP-OPERATOR-ID.
           MOVE 'C'                   TO IP-CONSIGNED-FLAG.
      *
           WRITE ISSPOST-REC FROM WS-ISSUE-POST-REC.
           IF IPCODE = '00'
              ADD 1 TO WS-ISSUE-POSTS-WRTN
           ELSE
              DISPLAY 'ERROR WRITING ISSUE POSTING FEED FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0950-WRITE-NEW-CONS-MASTER PARAGRAPH WRITES THE WHOLE
      *    CONSIGNMENT STOCK TABLE, RUN DOWN BY THIS RUN'S ISSUES, TO
      *    THE NEW CONSIGNMENT STOCK MASTER.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0950-WRITE-NEW-CONS-MASTER.
           PERFORM VARYING CMST-IDX FROM 1 BY 1
              UNTIL CMST-IDX > WS-CMST-LOADED-CTR
              MOVE CMST-PART-NUMBER-TBL (CMST-IDX) TO CM-PART-NUMBER
              MOVE CMST-LOCATION-TBL (CMST-IDX)    TO CM-LOCATION-CODE
              MOVE CMST-SUPPLIER-TBL (CMST-IDX)    TO CM-SUPPLIER-CODE
              MOVE CMST-QTY-TBL (CMST-IDX)         TO CM-CONSIGNED-QTY
              MOVE CMST-RECEIPT-DATE-TBL (CMST-IDX)
                 TO CM-LAST-RECEIPT-DATE
              WRITE CONSMNEW-REC FROM CONSMAST-REC-WS
              IF CNCODE = '00'
                 ADD 1 TO WS-CONS-MAST-WRTN
              ELSE
                 DISPLAY 'ERROR WRITING NEW CONSIGNMENT STOCK MASTER'
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1000-CLOSE-INVENTORY-FILES PARAGRAPH CLOSES THE SORTED
      *    ISSUE FILE AND BOTH INVENTORY MASTERS AFTER THE INVENTORY
      *    UPDATE PASS, AND RESETS THE ISSUE FILE SWITCH AND GROUP KEY
       1000-CLOSE-INVENTORY-FILES.
           CLOSE ISSSRT
                 INVMAST
                 INVNEW
                 ISSPOST
                 HELDREJ
                 OPERLOG
                 CONSMAST
                 CONSMNEW
                 CONSUSE
                 KITBOM.
      *
           MOVE 'N'    TO ISSUE-FILE-SW.
           MOVE '2'    TO ISSUE-PASS-SW.
      *    PART-LEVEL GROUP OF SORTED ISSUE TRANSACTIONS FOR THE
      *    DEMAND HISTORY PASS, SUMMING EVERY LOCATION'S ISSUES OF THE
      *    SAME PART INTO WS-DEMAND-GROUP-AREA ALONG WITH THE EVENT
      *    COUNT AND THE EARLIEST AND LATEST ISSUE DATES SEEN. THE
      *    GROUP'S MONTHLY USAGE BUCKETS START AT ZERO.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
           MOVE 0              TO GD-ISSUE-COUNT.
           MOVE HIGH-VALUES    TO GD-FIRST-ISSUE-DATE.
           MOVE SPACES         TO GD-LAST-ISSUE-DATE.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 24
              MOVE 0 TO GD-MONTH-USAGE (WS-BKT-SUB)
           END-PERFORM.
      *
           PERFORM 1240-ACCUM-DEMAND-ISSUE
               UNTIL END-OF-ISSUE-FILE
      *    THE 1240-ACCUM-DEMAND-ISSUE PARAGRAPH ADDS THE CURRENT
      *    ISSUE TRANSACTION'S QUANTITY AND EVENT TO THE DEMAND GROUP
      *    ACCUMULATORS, KEEPS THE EARLIEST AND LATEST ISSUE DATES
      *    SEEN, AND READS THE NEXT ISSUE TRANSACTION. A RETURN OF
      *    HELD STOCK TO THE VENDOR (REASON 'V') IS NOT USAGE AND IS
      *    PASSED OVER; AN ISSUE REFUSED FOR HELD STOCK STILL COUNTS,
      *    SINCE THE DEMAND WAS REAL. THE QUANTITY IS ALSO ADDED TO
      *    THE MONTHLY USAGE BUCKET FOR THE MONTH OF THE ISSUE DATE.
      *
      *  CALLED BY:
      *    -  1230-READ-DEMAND-GROUP
      *
      *  CALLS:
      *    -  1245-BUCKET-DEMAND-ISSUE
      *    -  0300-READ-ISSUE-RECORD
      *****************************************************************
      *
       1240-ACCUM-DEMAND-ISSUE.
           IF IS-REASON-CODE NOT = 'V'
              ADD IS-ISSUE-QTY TO GD-ISSUE-QTY
              ADD 1            TO GD-ISSUE-COUNT
              IF IS-ISSUE-DATE < GD-FIRST-ISSUE-DATE
                 MOVE IS-ISSUE-DATE TO GD-FIRST-ISSUE-DATE
              END-IF
              IF IS-ISSUE-DATE > GD-LAST-ISSUE-DATE
                 MOVE IS-ISSUE-DATE TO GD-LAST-ISSUE-DATE
              END-IF
              PERFORM 1245-BUCKET-DEMAND-ISSUE
           END-IF.
      *
           PERFORM 0300-READ-ISSUE-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1245-BUCKET-DEMAND-ISSUE PARAGRAPH ADDS THE CURRENT
      *    ISSUE QUANTITY TO THE GROUP'S MONTHLY USAGE BUCKET FOR THE
      *    MONTH OF THE ISSUE DATE, COUNTED BACK FROM THE RUN MONTH.
      *    AN ISSUE DATED IN A LATER MONTH THAN THE RUN, OR WITH NO
      *    USABLE DATE, FALLS IN THE RUN MONTH; AN ISSUE DATED MORE
      *    THAN 24 MONTHS BACK IS OUTSIDE THE BUCKETS AND ONLY COUNTS
      *    TOWARD THE PART'S TOTALS.
      *
      *  CALLED BY:
      *    -  1240-ACCUM-DEMAND-ISSUE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1245-BUCKET-DEMAND-ISSUE.
           MOVE IS-ISSUE-DATE(1:6) TO WS-PERIOD-WORK.
           IF WS-PERIOD-NUM-YYYY NUMERIC
              AND WS-PERIOD-NUM-MM NUMERIC
              COMPUTE WS-WORK-MONTH-NO =
                      WS-PERIOD-NUM-YYYY * 12 + WS-PERIOD-NUM-MM
              COMPUTE WS-MONTH-OFFSET =
                      WS-RUN-MONTH-NO - WS-WORK-MONTH-NO
              IF WS-MONTH-OFFSET < 0
                 MOVE 0 TO WS-MONTH-OFFSET
              END-IF
           ELSE
              MOVE 0 TO WS-MONTH-OFFSET
           END-IF.
      *
           IF WS-MONTH-OFFSET < 24
              COMPUTE WS-BKT-SUB = WS-MONTH-OFFSET + 1
              ADD IS-ISSUE-QTY TO GD-MONTH-USAGE (WS-BKT-SUB)
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1200-READ-DEM-MASTER-FILE PARAGRAPH READS THE OLD
      *    DEMAND HISTORY MASTER FILE AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS REACHED,
      *    WITH NO MATCHING MASTER RECORD IS A PART ISSUED FOR THE
      *    FIRST TIME. A MASTER RECORD WITH NO MATCHING ISSUE GROUP IS
      *    CARRIED FORWARD UNCHANGED. MATCHING KEYS ACCUMULATE THE
      *    ISSUED QUANTITY AND EVENT COUNT INTO THE PART'S HISTORY. A
      *    GROUP MADE UP ONLY OF RETURNS TO VENDOR CARRIES NO USAGE --
      *    IT ADDS NO NEW PART AND LEAVES AN EXISTING ONE UNCHANGED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
       1500-POST-DEMAND-PROCESS.
           IF GD-PART-NUMBER < OD-PART-NUMBER
              IF GD-ISSUE-COUNT > 0
                 PERFORM 1600-PROCESS-NEW-DEM-PART
              END-IF
              PERFORM 1230-READ-DEMAND-GROUP
           ELSE
              IF GD-PART-NUMBER > OD-PART-NUMBER
                 PERFORM 1750-CARRY-FORWARD-DEM-PART
                 PERFORM 1200-READ-DEM-MASTER-FILE
              ELSE
                 IF GD-ISSUE-COUNT > 0
                    PERFORM 1700-PROCESS-MATCHED-DEM-PART
                 ELSE
                    PERFORM 1750-CARRY-FORWARD-DEM-PART
                 END-IF
                 PERFORM 1230-READ-DEMAND-GROUP
                 PERFORM 1200-READ-DEM-MASTER-FILE
              END-IF
           MOVE GD-ISSUE-COUNT        TO ND-ISSUE-COUNT.
           MOVE GD-FIRST-ISSUE-DATE   TO ND-FIRST-ISSUE-DATE.
           MOVE GD-LAST-ISSUE-DATE    TO ND-LAST-ISSUE-DATE.
           MOVE WS-RUN-PERIOD         TO ND-USAGE-PERIOD.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 24
              MOVE GD-MONTH-USAGE (WS-BKT-SUB)
                TO ND-MONTH-USAGE (WS-BKT-SUB)
           END-PERFORM.
      *
           PERFORM 1800-WRITE-DEM-MASTER-REC.
           ADD 1 TO WS-DEM-NEW-PART-CTR.
      *    HISTORY CARRIED ON THE OLD DEMAND HISTORY MASTER RECORD.
      *    THE FIRST ISSUE DATE IS KEPT FROM THE OLD MASTER AND THE
      *    LAST ISSUE DATE IS MOVED FORWARD, SO WEEKLY USAGE CAN BE
      *    DERIVED FROM TOTAL QUANTITY OVER THE SPAN OF DATES. THE OLD
      *    MONTHLY USAGE BUCKETS ARE ROLLED TO THE RUN MONTH AND THE
      *    GROUP'S BUCKETS ADDED ON TOP.
      *
      *  CALLED BY:
      *    -  1500-POST-DEMAND-PROCESS
      *
      *  CALLS:
      *    -  1760-ROLL-MONTH-USAGE
      *    -  1800-WRITE-DEM-MASTER-REC
      *****************************************************************
      *
           ELSE
              MOVE OD-LAST-ISSUE-DATE  TO ND-LAST-ISSUE-DATE
           END-IF.
           PERFORM 1760-ROLL-MONTH-USAGE.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 24
              ADD GD-MONTH-USAGE (WS-BKT-SUB)
               TO ND-MONTH-USAGE (WS-BKT-SUB)
           END-PERFORM.
      *
           PERFORM 1800-WRITE-DEM-MASTER-REC.
           ADD 1 TO WS-DEM-UPDATED-CTR.
      *  DESCRIPTION:
      *    THE 1750-CARRY-FORWARD-DEM-PART PARAGRAPH CARRIES A DEMAND
      *    HISTORY MASTER RECORD FORWARD UNCHANGED WHEN THE PART HAD
      *    NO ISSUES IN THE CURRENT RUN, APART FROM ROLLING ITS
      *    MONTHLY USAGE BUCKETS TO THE RUN MONTH.
      *
      *  CALLED BY:
      *    -  1500-POST-DEMAND-PROCESS
      *
      *  CALLS:
      *    -  1760-ROLL-MONTH-USAGE
      *    -  1800-WRITE-DEM-MASTER-REC
      *****************************************************************
      *
           MOVE OD-ISSUE-COUNT        TO ND-ISSUE-COUNT.
           MOVE OD-FIRST-ISSUE-DATE   TO ND-FIRST-ISSUE-DATE.
           MOVE OD-LAST-ISSUE-DATE    TO ND-LAST-ISSUE-DATE.
           PERFORM 1760-ROLL-MONTH-USAGE.
      *
           PERFORM 1800-WRITE-DEM-MASTER-REC.
           ADD 1 TO WS-DEM-CARRIED-CTR.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1760-ROLL-MONTH-USAGE PARAGRAPH MOVES THE OLD MASTER'S
      *    MONTHLY USAGE BUCKETS INTO THE NEW MASTER RECORD, SHIFTED
      *    BACK BY THE NUMBER OF MONTHS BETWEEN THE OLD RECORD'S
      *    USAGE PERIOD AND THE RUN MONTH, AND STAMPS THE RUN MONTH AS
      *    THE NEW USAGE PERIOD. BUCKETS ROLLED PAST MONTH 24 DROP
      *    OFF AND THE NEWLY OPENED MONTHS START AT ZERO. A RECORD
      *    WITH NO USAGE PERIOD (WRITTEN BEFORE THE BUCKETS WERE
      *    CARRIED) STARTS WITH EVERY BUCKET AT ZERO.
      *
      *  CALLED BY:
      *    -  1700-PROCESS-MATCHED-DEM-PART
      *    -  1750-CARRY-FORWARD-DEM-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1760-ROLL-MONTH-USAGE.
           MOVE OD-USAGE-PERIOD TO WS-PERIOD-WORK.
           IF WS-PERIOD-NUM-YYYY NUMERIC
              AND WS-PERIOD-NUM-MM NUMERIC
              COMPUTE WS-WORK-MONTH-NO =
                      WS-PERIOD-NUM-YYYY * 12 + WS-PERIOD-NUM-MM
              COMPUTE WS-MONTH-OFFSET =
                      WS-RUN-MONTH-NO - WS-WORK-MONTH-NO
              IF WS-MONTH-OFFSET < 0
                 MOVE 0 TO WS-MONTH-OFFSET
              END-IF
           ELSE
              MOVE 24 TO WS-MONTH-OFFSET
           END-IF.
      *
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 24
              COMPUTE WS-FROM-SUB = WS-BKT-SUB - WS-MONTH-OFFSET
              IF WS-FROM-SUB > 0
                 MOVE OD-MONTH-USAGE (WS-FROM-SUB)
                   TO ND-MONTH-USAGE (WS-BKT-SUB)
              ELSE
                 MOVE 0 TO ND-MONTH-USAGE (WS-BKT-SUB)
              END-IF
           END-PERFORM.
           MOVE WS-RUN-PERIOD TO ND-USAGE-PERIOD.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1800-WRITE-DEM-MASTER-REC PARAGRAPH WRITES THE UPDATED
      *    DEMAND HISTORY RECORD TO THE NEW DEMAND HISTORY MASTER FILE
      *    AND CHECKS THE FILE STATUS FOR A SUCCESSFUL WRITE OPERATION.
                 DEMHNEW.
      *
           DISPLAY 'ISSUE TRANSACTIONS READ:     ' WS-ISSUES-READ-CTR.
           DISPLAY 'KIT BOM LINES LOADED:        ' WS-KBOM-LOADED-CTR.
           DISPLAY 'KIT ISSUES EXPLODED:         ' WS-KIT-ISSUES-CTR.
           DISPLAY 'COMPONENT ISSUES RELEASED:   '
                   WS-KIT-COMPONENTS-CTR.
           DISPLAY 'OLD INVENTORY RECORDS READ:  ' WS-INV-MASTER-READ.
           DISPLAY 'INVENTORY PARTS ISSUED:      ' WS-INV-UPDATED-CTR.
           DISPLAY 'INVENTORY PARTS CARRIED:     ' WS-INV-CARRIED-CTR.
           DISPLAY 'DEMAND PARTS UPDATED:        ' WS-DEM-UPDATED-CTR.
           DISPLAY 'DEMAND PARTS CARRIED:        ' WS-DEM-CARRIED-CTR.
           DISPLAY 'NEW DEMAND RECS WRITTEN:     ' WS-DEM-MASTER-WRTN.
           DISPLAY 'ISSUE POSTINGS WRITTEN:      ' WS-ISSUE-POSTS-WRTN.
           DISPLAY 'HELD-STOCK ISSUES REFUSED:   ' WS-HELD-REFUSED-CTR.
           DISPLAY 'HELD-STOCK QUANTITY REFUSED: ' WS-HELD-REFUSED-QTY.
           DISPLAY 'OLD CONSIGNMENT ROWS READ:   ' WS-CONS-MAST-READ.
           DISPLAY 'NEW CONSIGNMENT ROWS WRTN:   ' WS-CONS-MAST-WRTN.
           DISPLAY 'CONSIGNED USAGE RECS WRTN:   ' WS-CONS-USAGE-WRTN.
           DISPLAY 'CONSIGNED QUANTITY ISSUED:   ' WS-CONS-USAGE-QTY.
           DISPLAY 'OPERATOR ACTIVITY LOGGED:    '
                   WS-OPERLOG-WRTN-CTR.
      *
           OPEN EXTEND RUNCTL.
           IF RCCODE = '00'
              IF RCCODE NOT = '00'
                 DISPLAY 'ERROR WRITING RUN CONTROL FILE'
              END-IF
              MOVE 'ISSPOST '            TO RC-FILE-NAME
              MOVE WS-ISSUE-POSTS-WRTN   TO RC-COUNT
              WRITE RUNCTL-REC FROM WS-RUNCTL-REC
              IF RCCODE NOT = '00'
                 DISPLAY 'ERROR WRITING RUN CONTROL FILE'
              END-IF
              MOVE 'CONSUSE '            TO RC-FILE-NAME
              MOVE WS-CONS-USAGE-WRTN    TO RC-COUNT
              WRITE RUNCTL-REC FROM WS-RUNCTL-REC
              IF RCCODE NOT = '00'
                 DISPLAY 'ERROR WRITING RUN CONTROL FILE'
              END-IF
              CLOSE RUNCTL
           ELSE
              DISPLAY 'ERROR OPENING RUN CONTROL FILE'
