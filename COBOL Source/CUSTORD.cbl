       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTORD.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM MAINTAINS THE CUSTOMER ORDER MASTER AND RUNS
      *    THE NIGHTLY STOCK ALLOCATION PASS. UNTIL NOW COUNTER STAFF
      *    FOUND THE PART THROUGH THE FITMENT CATALOG AND WROTE THE
      *    ORDER ON PAPER, SO NOTHING STOPPED TWO PEOPLE PROMISING THE
      *    SAME LAST UNIT ON THE INVENTORY MASTER. EACH ORDER LINE IS
      *    KEYED BY ORDER NUMBER AND LINE NUMBER AND CARRIES THE
      *    CUSTOMER, PART-NUMBER, SHIPPING LOCATION AND QUANTITY.
      *
      *    THE FIRST PASS SORTS THE ORDER TRANSACTIONS INTO ORDER/LINE
      *    SEQUENCE, KEEPING THE ORDER THEY WERE KEYED IN WITHIN A
      *    LINE, AND MATCH-MERGES THEM AGAINST THE OLD ORDER MASTER.
      *    A NEW LINE ('N') OPENS AN ORDER LINE. A SHIPMENT ('S')
      *    SHIPS AGAINST THE QUANTITY ALLOCATED TO THE LINE BY THE
      *    PRIOR RUN AND WRITES AN ISSUE TRANSACTION (REASON 'S',
      *    SALES) IN THE ISSUEIN LAYOUT, SO THE SHIPMENT IS POSTED TO
      *    THE INVENTORY MASTER, THE DEMAND HISTORY AND THE LOT MASTER
      *    BY INVISSUE.CBL AND LOTUPDT.CBL WITHOUT ANYONE KEYING IT A
      *    SECOND TIME. A CANCEL ('C') CANCELS ALL OR PART OF THE
      *    LINE'S OPEN QUANTITY. A LINE SHIPPED OR CANCELLED IN FULL
      *    DROPS OFF THE MASTER.
      *
      *    THE SECOND PASS ALLOCATES. THE ON-HAND STOCK OF EVERY
      *    PART/LOCATION IS LOADED FROM THE INVENTORY MASTER AT
      *    START-UP AND REDUCED BY THE RUN'S SHIPMENTS. EVERY OPEN
      *    LINE IS THEN ALLOCATED AFRESH IN ORDER-NUMBER SEQUENCE --
      *    OLDEST ORDER FIRST -- FROM ITS OWN SHIPPING LOCATION, UP
      *    TO THE AVAILABLE-TO-PROMISE QUANTITY (ON-HAND LESS WHAT
      *    EARLIER LINES HAVE ALREADY BEEN ALLOCATED). WHATEVER THE
      *    LINE CANNOT HAVE IS PUT ON BACK-ORDER. RE-ALLOCATING EACH
      *    NIGHT KEEPS THE PROMISES HONEST: AN OLDER ORDER KEEPS ITS
      *    STOCK, A BACK-ORDER PICKS UP NEW RECEIPTS AHEAD OF NEWER
      *    ORDERS, AND A SHORTAGE FOUND BY A CYCLE COUNT FALLS ON THE
      *    NEWEST ORDERS.
      *
      *    EVERY BACK-ORDERED LINE IS WRITTEN TO THE BACK-ORDER FEED,
      *    WHICH REPLRPT.CBL ADDS TO EACH PART'S LEAD-TIME DEMAND SO
      *    THE BUYERS SEE CUSTOMER SHORTAGES AND NOT JUST THE SHELF
      *    LEVEL. THE ALLOCATION REPORT LISTS EVERY OPEN LINE AND THE
      *    AVAILABLE-TO-PROMISE POSITION OF EVERY PART/LOCATION WITH
      *    ORDERS AGAINST IT.
      *
      *    A KIT ON THE KIT BILL-OF-MATERIALS MASTER IS NOT STOCKED AS
      *    A KIT -- INVISSUE.CBL ISSUES ITS COMPONENTS -- SO A KIT LINE
      *    IS PROMISED FROM ITS COMPONENTS AT THE LINE'S LOCATION. THE
      *    KIT'S AVAILABLE-TO-PROMISE IS THE LEAST, OVER ITS
      *    COMPONENTS, OF THE COMPONENT'S AVAILABLE-TO-PROMISE DIVIDED
      *    BY THE QUANTITY PER KIT, AND THE KITS ALLOCATED, BACK-ORDERED
      *    AND SHIPPED ARE TAKEN FROM EACH COMPONENT TIMES ITS QUANTITY
      *    PER KIT. THE COMPONENTS, NOT THE KIT, APPEAR ON THE
      *    AVAILABLE-TO-PROMISE SECTION. THE BACK-ORDER FEED CARRIES
      *    THE KIT PART; REPLRPT.CBL EXPLODES IT.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      RTPOT44.CUSTORD.ORDERS - CUSTOMER ORDER TRANSACTIONS, ONE
      *                               NEW LINE, SHIPMENT OR CANCEL PER
      *                               RECORD
      *      INTERNAL FILE NAME:      ORDERIN
      *      JCL DD NAME:             ORDERIN
      *
      *
      *      RTPOT44.CUSTORD.ORDMAST.OLD - PRIOR RUN CUSTOMER ORDER
      *                                    MASTER (OLD MASTER)
      *      INTERNAL FILE NAME:           ORDMAST
      *      JCL DD NAME:                  ORDMAST
      *
      *
      *      RTPOT44.CYCLCNT.INVMAST.NEW - ON-HAND INVENTORY MASTER AT
      *                                    THE END OF THE INVENTORY
      *                                    STREAM (READ ONLY)
      *      INTERNAL FILE NAME:           INVMAST
      *      JCL DD NAME:                  INVMAST
      *
      *
      *      RTPOT44.KITMAINT.KITBOM.NEW - KIT BILL-OF-MATERIALS
      *                                    MASTER WRITTEN BY
      *                                    KITMAINT.CBL
      *      INTERNAL FILE NAME:           KITBOM
      *      JCL DD NAME:                  KITBOM
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.CUSTORD.ORDMAST.NEW - UPDATED CUSTOMER ORDER
      *                                    MASTER (NEW MASTER)
      *      INTERNAL FILE NAME:           ORDNEW
      *      JCL DD NAME:                  ORDNEW
      *
      *
      *      RTPOT44.CUSTORD.ISSUES - SALES ISSUES FOR THE RUN'S
      *                               SHIPMENTS, ISSUEIN LAYOUT. THE
      *                               FILE IS CONCATENATED BEHIND
      *                               RTPOT44.INVISSUE.ISSUES ON THE
      *                               ISSUEIN DD OF THE NEXT INVISSUE
      *                               AND LOTUPDT STEPS
      *      INTERNAL FILE NAME:      ORDISSUE
      *      JCL DD NAME:             ORDISSUE
      *
      *
      *      RTPOT44.CUSTORD.BACKORD - BACK-ORDER FEED, ONE RECORD PER
      *                                BACK-ORDERED LINE, FOR
      *                                REPLRPT.CBL
      *      INTERNAL FILE NAME:       BACKORD
      *      JCL DD NAME:              BACKORD
      *
      *
      *      RTPOT44.CUSTORD.ALLOC.RPT - ORDER ALLOCATION AND
      *                                  AVAILABLE-TO-PROMISE REPORT
      *      INTERNAL FILE NAME:         ORDRPT
      *      JCL DD NAME:                ORDRPT
      *
      *
      *    WORK FILES:
      *      ORDSRT  - SORT WORK FILE HOLDING THE ORDER TRANSACTIONS
      *                SORTED ASCENDING BY ORDER NUMBER AND LINE
      *                NUMBER, IN KEYED SEQUENCE WITHIN A LINE
      *      ORDPASS - OPEN ORDER LINES WRITTEN BY THE FIRST PASS FOR
      *                THE ALLOCATION PASS
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(CUSTORD)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A KIT ON THE KIT BILL-OF-MATERIALS MASTER HAS
      *                   NO INVENTORY MASTER ROW, SO A KIT LINE IS NOW
      *                   PROMISED FROM ITS COMPONENTS. THE KIT'S
      *                   AVAILABLE-TO-PROMISE IS THE LEAST, OVER ITS
      *                   COMPONENTS, OF THE COMPONENT'S AVAILABLE-TO-
      *                   PROMISE DIVIDED BY THE QUANTITY PER KIT. THE
      *                   LINE'S ALLOCATION AND BACK-ORDER, AND A KIT
      *                   SHIPMENT, ARE TAKEN FROM EACH COMPONENT TIMES
      *                   ITS QUANTITY PER KIT, AS INVISSUE.CBL EXPLODES
      *                   THE KIT ISSUE.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A FULL STOCK TABLE NOW ENDS THE RUN WITH
      *                   RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  SALES ISSUES GREW 41 TO 49 BYTES AND ARE
      *                   STAMPED WITH OPERATOR ID CUSTORD
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE INVENTORY MASTER GREW 44 TO 48 BYTES WITH
      *                   THE QUANTITY ON QUALITY HOLD (POSTED BY
      *                   HOLDPOST.CBL). HELD STOCK CANNOT BE SHIPPED,
      *                   SO 0190-LOAD-STOCK-TABLE NOW LOADS ON-HAND
      *                   LESS THE HELD QUANTITY AS THE STOCK AVAILABLE
      *                   TO ALLOCATE.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  10/15/2026
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDERIN ASSIGN TO ORDERIN
              FILE STATUS IS OTCODE.
      *
           SELECT ORD-SORT-FILE ASSIGN TO ORDWORK.
      *
           SELECT ORDSRT ASSIGN TO ORDSRT
              FILE STATUS IS OSCODE.
      *
           SELECT ORDMAST ASSIGN TO ORDMAST
              FILE STATUS IS OMCODE.
      *
           SELECT ORDPASS ASSIGN TO ORDPASS
              FILE STATUS IS OPCODE.
      *
           SELECT ORDNEW ASSIGN TO ORDNEW
              FILE STATUS IS ONCODE.
      *
           SELECT INVMAST ASSIGN TO INVMAST
              FILE STATUS IS IMCODE.
      *
           SELECT KITBOM ASSIGN TO KITBOM
              FILE STATUS IS KBCODE.
      *
           SELECT ORDISSUE ASSIGN TO ORDISSUE
              FILE STATUS IS OICODE.
      *
           SELECT BACKORD ASSIGN TO BACKORD
              FILE STATUS IS BOCODE.
      *
           SELECT ORDRPT ASSIGN TO ORDRPT
              FILE STATUS IS ORCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ORDERIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORDERIN-REC.
      *
       01 ORDERIN-REC PIC X(80).
      *
       SD  ORD-SORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ORD-SORT-REC.
      *
       01 ORD-SORT-REC.
          05 FILLER                  PIC X(01).
          05 SO-ORDER-NUMBER         PIC X(08).
          05 SO-LINE-NUMBER          PIC X(03).
          05 FILLER                  PIC X(68).
      *
       FD  ORDSRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORDSRT-REC.
      *
       01 ORDSRT-REC PIC X(80).
      *
       FD  ORDMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORDMAST-REC.
      *
       01 ORDMAST-REC PIC X(100).
      *
       FD  ORDPASS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORDPASS-REC.
      *
       01 ORDPASS-REC PIC X(100).
      *
       FD  ORDNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORDNEW-REC.
      *
       01 ORDNEW-REC PIC X(100).
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
       FD  KITBOM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KITBOM-REC.
      *
       01 KITBOM-REC PIC X(60).
      *
       FD  ORDISSUE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORDISSUE-REC.
      *
       01 ORDISSUE-REC PIC X(49).
      *
       FD  BACKORD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BACKORD-REC.
      *
       01 BACKORD-REC PIC X(52).
      *
       FD  ORDRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORDRPT-REC.
      *
       01 ORDRPT-REC PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE ORDER TRANSACTION READ FROM THE SORTED
      *  ORDER FILE. A NEW LINE ('N') MUST CARRY THE PART AND THE
      *  ORDERED QUANTITY; A BLANK LOCATION DEFAULTS TO '01', THE MAIN
      *  STOCKROOM. A SHIPMENT ('S') NEEDS ONLY THE ORDER, LINE AND
      *  QUANTITY SHIPPED. A CANCEL ('C') WITH A ZERO OR BLANK
      *  QUANTITY CANCELS EVERYTHING STILL OPEN ON THE LINE. A BLANK
      *  TRANSACTION DATE TAKES TODAY'S DATE.
      *****************************************************************
      *
       01 WS-ORDER-TRANS-REC.
          05 OT-TRANS-TYPE           PIC X(01) VALUE SPACES.
             88 OT-NEW-LINE          VALUE 'N'.
             88 OT-SHIPMENT          VALUE 'S'.
             88 OT-CANCEL            VALUE 'C'.
          05 OT-ORDER-KEY.
             10 OT-ORDER-NUMBER      PIC X(08) VALUE SPACES.
             10 OT-LINE-NUMBER       PIC X(03) VALUE SPACES.
          05 OT-CUSTOMER-NUMBER      PIC X(10) VALUE SPACES.
          05 OT-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 OT-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 OT-QTY                  PIC 9(07) VALUE 0.
          05 OT-QTY-X REDEFINES OT-QTY
                                     PIC X(07).
          05 OT-TRANS-DATE           PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(18) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE PRIOR RUN CUSTOMER ORDER MASTER
      *  RECORD READ FROM ORDMAST (THE OLD MASTER), AND THE ORDER LINE
      *  CURRENTLY BEING WORKED. ONE RECORD PER OPEN ORDER LINE, KEYED
      *  BY ORDER NUMBER AND LINE NUMBER. THE OPEN QUANTITY IS THE
      *  ORDERED QUANTITY LESS WHAT HAS SHIPPED AND WHAT HAS BEEN
      *  CANCELLED; THE ALLOCATION PASS SPLITS IT BETWEEN ALLOCATED
      *  AND BACK-ORDERED.
      *****************************************************************
      *
       01 WS-ORDER-OLD-REC.
          05 OM-ORDER-KEY.
             10 OM-ORDER-NUMBER      PIC X(08) VALUE SPACES.
             10 OM-LINE-NUMBER       PIC X(03) VALUE SPACES.
          05 OM-CUSTOMER-NUMBER      PIC X(10) VALUE SPACES.
          05 OM-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 OM-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 OM-ORDER-DATE           PIC X(08) VALUE SPACES.
          05 OM-ORDERED-QTY          PIC 9(07) VALUE 0.
          05 OM-SHIPPED-QTY          PIC 9(07) VALUE 0.
          05 OM-CANCELLED-QTY        PIC 9(07) VALUE 0.
          05 OM-ALLOCATED-QTY        PIC 9(07) VALUE 0.
          05 OM-BACKORDER-QTY        PIC 9(07) VALUE 0.
          05 OM-LAST-SHIP-DATE       PIC X(08) VALUE SPACES.
          05 OM-LINE-STATUS          PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
      *
       01 WS-ORDER-CUR-REC.
          05 CO-ORDER-KEY.
             10 CO-ORDER-NUMBER      PIC X(08) VALUE SPACES.
             10 CO-LINE-NUMBER       PIC X(03) VALUE SPACES.
          05 CO-CUSTOMER-NUMBER      PIC X(10) VALUE SPACES.
          05 CO-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 CO-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 CO-ORDER-DATE           PIC X(08) VALUE SPACES.
          05 CO-ORDERED-QTY          PIC 9(07) VALUE 0.
          05 CO-SHIPPED-QTY          PIC 9(07) VALUE 0.
          05 CO-CANCELLED-QTY        PIC 9(07) VALUE 0.
          05 CO-ALLOCATED-QTY        PIC 9(07) VALUE 0.
          05 CO-BACKORDER-QTY        PIC 9(07) VALUE 0.
          05 CO-LAST-SHIP-DATE       PIC X(08) VALUE SPACES.
          05 CO-LINE-STATUS          PIC X(01) VALUE SPACES.
             88 CO-ALLOCATED-FULL    VALUE 'A'.
             88 CO-ALLOCATED-PART    VALUE 'P'.
             88 CO-BACKORDERED       VALUE 'B'.
          05 FILLER                  PIC X(02) VALUE SPACES.
      *
       01 WS-ORDER-GROUP-VARS.
          05 WS-GROUP-ORDER-KEY      PIC X(11) VALUE SPACES.
          05 WS-TRANS-DATE           PIC X(08) VALUE SPACES.
          05 WS-OPEN-QTY             PIC S9(9) VALUE 0.
          05 WS-CANCEL-QTY           PIC S9(9) VALUE 0.
          05 WS-ATP-QTY              PIC S9(9) VALUE 0.
          05 WS-REJECT-REASON        PIC X(40) VALUE SPACES.
      *
      *****************************************************************
      *  ONE SALES ISSUE WRITTEN FOR EACH ACCEPTED SHIPMENT. SAME
      *  49-BYTE LAYOUT AS THE ISSUEIN TRANSACTIONS INVISSUE.CBL AND
      *  LOTUPDT.CBL READ. THE OPERATOR ID IS STAMPED 'CUSTORD' AS
      *  NO OPERATOR KEYS THESE ISSUES.
      *****************************************************************
      *
       01 WS-ISSUE-OUT-REC.
          05 IS-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 IS-ISSUE-QTY            PIC 9(07) VALUE 0.
          05 IS-ISSUE-DATE           PIC X(08) VALUE SPACES.
          05 IS-REASON-CODE          PIC X(01) VALUE SPACES.
          05 IS-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 IS-OPERATOR-ID          PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  ONE BACK-ORDER FEED RECORD FOR REPLRPT.CBL -- THE PART, THE
      *  SHIPPING LOCATION AND THE QUANTITY THE LINE IS SHORT, WITH
      *  THE ORDER LINE AND ITS ORDER DATE FOR REFERENCE.
      *****************************************************************
      *
       01 WS-BACKORDER-REC.
          05 BO-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 BO-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 BO-BACKORDER-QTY        PIC 9(07) VALUE 0.
          05 BO-ORDER-NUMBER         PIC X(08) VALUE SPACES.
          05 BO-LINE-NUMBER          PIC X(03) VALUE SPACES.
          05 BO-ORDER-DATE           PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE ON-HAND INVENTORY MASTER RECORD. SAME
      *  LAYOUT AS THE RECORDS WRITTEN BY PORECV.CBL AND INVISSUE.CBL.
      *****************************************************************
      *
       01 WS-INV-OLD-REC.
          05 OI-INV-KEY.
             10 OI-PART-NUMBER       PIC X(23) VALUE SPACES.
             10 OI-LOCATION-CODE     PIC X(02) VALUE SPACES.
          05 OI-QTY-ON-HAND          PIC S9(7) VALUE 0.
          05 OI-LAST-RECEIPT-DATE    PIC X(08) VALUE SPACES.
          05 OI-QTY-HELD             PIC S9(7) VALUE 0.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
      *****************************************************************
      *  STOCK TABLE. ONE ENTRY PER PART/LOCATION ON THE INVENTORY
      *  MASTER, PLUS ANY PART/LOCATION ORDERED THAT THE MASTER DOES
      *  NOT CARRY (LOADED AT ZERO ON-HAND SO THE LINE BACK-ORDERS).
      *  THE ON-HAND QUANTITY IS REDUCED BY THE RUN'S SHIPMENTS AND
      *  THE ALLOCATED QUANTITY BUILDS UP AS THE OPEN LINES ARE
      *  ALLOCATED; AVAILABLE-TO-PROMISE IS THE DIFFERENCE.
      *****************************************************************
      *
       01 STOCK-TBL.
          05 STOCK-ENTRY-TBL
            OCCURS 3000 TIMES INDEXED BY STK-IDX.
            10 STK-PART-TBL          PIC X(23) VALUE SPACES.
            10 STK-LOCATION-TBL      PIC X(02) VALUE SPACES.
            10 STK-ON-HAND-TBL       PIC S9(9) VALUE 0.
            10 STK-SHIPPED-TBL       PIC S9(9) VALUE 0.
            10 STK-ALLOCATED-TBL     PIC S9(9) VALUE 0.
            10 STK-BACKORDER-TBL     PIC S9(9) VALUE 0.
            10 STK-ORDERED-SW        PIC X(01) VALUE 'N'.
               88 STK-ORDERED        VALUE 'Y'.
      *
       01 WS-STOCK-VARS.
          05 WS-MAX-STK-IDX          PIC 9(04) VALUE 3000.
          05 WS-STK-LOADED-CTR       PIC 9(04) VALUE 0.
          05 WS-LOOKUP-PART          PIC X(23) VALUE SPACES.
          05 WS-LOOKUP-LOCATION      PIC X(02) VALUE SPACES.
          05 STK-FOUND-SW            PIC X(01) VALUE 'N'.
             88 STK-FOUND            VALUE 'Y'.
          05 STK-ADD-SW              PIC X(01) VALUE 'N'.
             88 STK-ADD-IF-MISSING   VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE KIT BILL-OF-MATERIALS RECORD AND THE
      *  TABLE THE MASTER IS LOADED INTO. SAME LAYOUT AS THE RECORD
      *  WRITTEN BY KITMAINT.CBL. WS-COMP-QTY IS THE COMPONENT
      *  QUANTITY FOR THE KITS BEING SHIPPED OR ALLOCATED.
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
          05 WS-KIT-COMP-CTR         PIC 9(04) VALUE 0.
          05 WS-COMP-ATP-QTY         PIC S9(9) VALUE 0.
          05 WS-COMP-QTY             PIC S9(9) VALUE 0.
          05 KIT-FOUND-SW            PIC X(01) VALUE 'N'.
             88 KIT-FOUND            VALUE 'Y'.
      *
       01 WS-TODAY-VARS.
          05 WS-TODAY-8              PIC X(08) VALUE SPACES.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 OTCODE                  PIC X(02) VALUE SPACES.
          05 OSCODE                  PIC X(02) VALUE SPACES.
          05 OMCODE                  PIC X(02) VALUE SPACES.
          05 OPCODE                  PIC X(02) VALUE SPACES.
          05 ONCODE                  PIC X(02) VALUE SPACES.
          05 IMCODE                  PIC X(02) VALUE SPACES.
          05 KBCODE                  PIC X(02) VALUE SPACES.
          05 OICODE                  PIC X(02) VALUE SPACES.
          05 BOCODE                  PIC X(02) VALUE SPACES.
          05 ORCODE                  PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 ORDER-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-ORDER-FILE    VALUE 'Y'.
          05 ORDER-MASTER-FILE-SW    PIC X(01) VALUE 'N'.
             88 END-OF-ORDER-MASTER-FILE VALUE 'Y'.
          05 PASS-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-PASS-FILE     VALUE 'Y'.
          05 INV-MASTER-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-INV-MASTER-FILE VALUE 'Y'.
          05 KIT-BOM-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-KIT-BOM-FILE  VALUE 'Y'.
          05 LINE-HELD-SW            PIC X(01) VALUE 'N'.
             88 LINE-HELD            VALUE 'Y'.
          05 LINE-SEEN-SW            PIC X(01) VALUE 'N'.
             88 LINE-SEEN            VALUE 'Y'.
          05 TABLE-FULL-SW           PIC X(01) VALUE 'N'.
             88 TABLE-FULL           VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-ORDERS-READ-CTR      PIC 9(07) VALUE 0.
          05 WS-ORDER-MASTER-READ    PIC 9(07) VALUE 0.
          05 WS-INV-MASTER-READ      PIC 9(07) VALUE 0.
          05 WS-KIT-LINES-CTR        PIC 9(07) VALUE 0.
          05 WS-NEW-LINES-ADDED      PIC 9(07) VALUE 0.
          05 WS-SHIPMENTS-POSTED     PIC 9(07) VALUE 0.
          05 WS-CANCELS-POSTED       PIC 9(07) VALUE 0.
          05 WS-ORDERS-REJECTED      PIC 9(07) VALUE 0.
          05 WS-LINES-CLOSED         PIC 9(07) VALUE 0.
          05 WS-LINES-PASSED         PIC 9(07) VALUE 0.
          05 WS-LINES-ALLOC-FULL     PIC 9(07) VALUE 0.
          05 WS-LINES-ALLOC-PART     PIC 9(07) VALUE 0.
          05 WS-LINES-BACKORDERED    PIC 9(07) VALUE 0.
          05 WS-ORDER-MASTER-WRTN    PIC 9(07) VALUE 0.
          05 WS-ISSUES-WRTN          PIC 9(07) VALUE 0.
          05 WS-BACKORDERS-WRTN      PIC 9(07) VALUE 0.
          05 WS-TOT-SHIPPED-QTY      PIC 9(09) VALUE 0.
          05 WS-TOT-BACKORDER-QTY    PIC 9(09) VALUE 0.
          05 WS-ATP-LINES-CTR        PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  ORDER ALLOCATION REPORT LINES
      *****************************************************************
      *
       01 CO-RPT-TITLE.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(36) VALUE
                  'CUSTOMER ORDER ALLOCATION -- AS OF'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-TITLE-DATE          PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(85) VALUE SPACES.
      *
       01 CO-RPT-HEADER-1.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'ORDER NO'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'LN '.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'CUSTOMER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE 'LC'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(07) VALUE 'ORDERED'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(07) VALUE 'SHIPPED'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(07) VALUE '   OPEN'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(07) VALUE '  ALLOC'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(07) VALUE 'BACKORD'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(14) VALUE 'STATUS'.
          05 FILLER                  PIC X(15) VALUE SPACES.
      *
       01 CO-RPT-DETAIL.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-ORDER-NUMBER        PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-LINE-NUMBER         PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-CUSTOMER-NUMBER     PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-LOCATION-CODE       PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-ORDERED-QTY         PIC ZZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-SHIPPED-QTY         PIC ZZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-OPEN-QTY            PIC ZZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-ALLOCATED-QTY       PIC ZZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-BACKORDER-QTY       PIC ZZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-LINE-STATUS         PIC X(14) VALUE SPACES.
          05 FILLER                  PIC X(15) VALUE SPACES.
      *
       01 CO-RPT-ATP-TITLE.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(50) VALUE
              'AVAILABLE TO PROMISE -- PART/LOCATIONS WITH ORDERS'.
          05 FILLER                  PIC X(80) VALUE SPACES.
      *
       01 CO-RPT-ATP-HEADER.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE 'LC'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE ' ON HAND'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE ' SHIPPED'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'ALLOCATD'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE '     ATP'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE ' BACKORD'.
          05 FILLER                  PIC X(53) VALUE SPACES.
      *
       01 CO-RPT-ATP-DETAIL.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-ATP-PART-NUMBER     PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-ATP-LOCATION        PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-ATP-ON-HAND         PIC -------9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-ATP-SHIPPED         PIC ZZZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-ATP-ALLOCATED       PIC ZZZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-ATP-QTY             PIC -------9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-ATP-BACKORDER       PIC ZZZZZZZ9.
          05 FILLER                  PIC X(53) VALUE SPACES.
      *
       01 CO-RPT-TOTAL.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TOT-LABEL           PIC X(30) VALUE SPACES.
          05 RPT-TOT-VALUE           PIC ZZZZZZZZ9.
          05 FILLER                  PIC X(91) VALUE SPACES.
      *
       01 WS-132-CHAR-BLANK-LINE     PIC X(132) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION LOADS THE STOCK TABLE FROM THE
      *    INVENTORY MASTER, SORTS THE ORDER TRANSACTIONS, MATCH-
      *    MERGES THEM AGAINST THE OLD ORDER MASTER TO POST NEW LINES,
      *    SHIPMENTS AND CANCELS, THEN ALLOCATES EVERY OPEN LINE IN
      *    ORDER-NUMBER SEQUENCE TO PRODUCE THE NEW ORDER MASTER, AND
      *    CLOSES FILES. A FULL STOCK TABLE ENDS THE RUN WITH
      *    RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0050-SORT-ORDER-FILE
      *    - 0100-OPEN-ORDER-FILES
      *    - 0160-READ-KIT-BOM-FILE
      *    - 0170-LOAD-KIT-BOM-TABLE
      *    - 0180-READ-INV-MASTER-FILE
      *    - 0190-LOAD-STOCK-TABLE
      *    - 0300-READ-ORDER-RECORD
      *    - 0400-READ-ORDER-MASTER-FILE
      *    - 0500-POST-ORDER-PROCESS
      *    - 1000-CLOSE-ORDER-FILES
      *    - 1100-OPEN-ALLOCATION-FILES
      *    - 1200-READ-PASS-RECORD
      *    - 1300-ALLOCATE-ONE-LINE
      *    - 2000-WRITE-ATP-SECTION
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0050-SORT-ORDER-FILE.
           PERFORM 0100-OPEN-ORDER-FILES.
           PERFORM 0160-READ-KIT-BOM-FILE.
           PERFORM 0170-LOAD-KIT-BOM-TABLE
               UNTIL END-OF-KIT-BOM-FILE.
           PERFORM 0180-READ-INV-MASTER-FILE.
           PERFORM 0190-LOAD-STOCK-TABLE
               UNTIL END-OF-INV-MASTER-FILE.
           PERFORM 0300-READ-ORDER-RECORD.
           PERFORM 0400-READ-ORDER-MASTER-FILE.
           PERFORM 0500-POST-ORDER-PROCESS
               UNTIL OT-ORDER-KEY = HIGH-VALUES
               AND OM-ORDER-KEY = HIGH-VALUES.
           PERFORM 1000-CLOSE-ORDER-FILES.
           PERFORM 1100-OPEN-ALLOCATION-FILES.
           PERFORM 1200-READ-PASS-RECORD.
           PERFORM 1300-ALLOCATE-ONE-LINE
               UNTIL END-OF-PASS-FILE.
           PERFORM 2000-WRITE-ATP-SECTION.
           PERFORM 2600-CLOSE-FILES.
           IF TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH INITIALIZES VARIABLES AND
      *    SETS TODAY'S DATE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           INITIALIZE WS-ORDER-TRANS-REC,
                      WS-ORDER-OLD-REC,
                      WS-ORDER-CUR-REC,
                      WS-INV-OLD-REC.
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8.
           MOVE WS-TODAY-8 TO RPT-TITLE-DATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0050-SORT-ORDER-FILE PARAGRAPH SORTS THE ORDER
      *    TRANSACTIONS INTO ASCENDING ORDER NUMBER AND LINE NUMBER
      *    SEQUENCE, GIVING THE SORTED RECORDS TO ORDSRT. THE
      *    TRANSACTIONS FOR ONE LINE KEEP THE ORDER THEY WERE KEYED
      *    IN, SO A LINE ENTERED AND CANCELLED IN THE SAME DAY IS
      *    OPENED BEFORE IT IS CANCELLED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0050-SORT-ORDER-FILE.
           SORT ORD-SORT-FILE
               ON ASCENDING KEY SO-ORDER-NUMBER
                                SO-LINE-NUMBER
               WITH DUPLICATES IN ORDER
               USING ORDERIN
               GIVING ORDSRT.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0100-OPEN-ORDER-FILES PARAGRAPH OPENS THE FILES OF THE
      *    ORDER POSTING PASS AND CHECKS EACH FILE STATUS FOR A
      *    SUCCESSFUL OPEN OPERATION. IF AN OPEN OPERATION FAILS, AN
      *    ERROR MESSAGE IS DISPLAYED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0100-OPEN-ORDER-FILES.
           OPEN INPUT INVMAST.
           IF IMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING INVENTORY MASTER FILE'
           END-IF.
      *
           OPEN INPUT ORDSRT.
           IF OSCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SORTED ORDER FILE'
           END-IF.
      *
           OPEN INPUT ORDMAST.
           IF OMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING ORDER MASTER FILE'
           END-IF.
      *
           OPEN OUTPUT ORDPASS.
           IF OPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING OPEN ORDER WORK FILE'
           END-IF.
      *
           OPEN OUTPUT ORDISSUE.
           IF OICODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING ORDER ISSUE FILE'
           END-IF.
      *
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
      *    THE 0160-READ-KIT-BOM-FILE PARAGRAPH READS ONE RECORD FROM
      *    THE KIT BILL-OF-MATERIALS MASTER. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0170-LOAD-KIT-BOM-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0160-READ-KIT-BOM-FILE.
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
      *    THE 0170-LOAD-KIT-BOM-TABLE PARAGRAPH LOADS THE KIT
      *    BILL-OF-MATERIALS MASTER INTO A TABLE (ARRAY) IN WORKING
      *    STORAGE. A BILL LARGER THAN THE TABLE WOULD LEAVE KIT LINES
      *    PROMISED AGAINST STOCK THE KIT DOES NOT HAVE, SO THE RUN
      *    ENDS WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0160-READ-KIT-BOM-FILE
      *****************************************************************
      *
       0170-LOAD-KIT-BOM-TABLE.
           IF WS-KBOM-LOADED-CTR < WS-MAX-KBOM-IDX
              ADD 1 TO WS-KBOM-LOADED-CTR
              SET KBOM-IDX TO WS-KBOM-LOADED-CTR
              MOVE KB-KIT-PART       TO KBOM-KIT-PART-TBL (KBOM-IDX)
              MOVE KB-COMPONENT-PART TO KBOM-COMP-PART-TBL (KBOM-IDX)
              MOVE KB-QTY-PER        TO KBOM-QTY-PER-TBL (KBOM-IDX)
           ELSE
              DISPLAY 'KIT BOM TABLE FULL -- RUN ENDS WITH RETURN '
                      'CODE 16'
              SET TABLE-FULL TO TRUE
              MOVE 'Y' TO KIT-BOM-FILE-SW
           END-IF.
      *
           PERFORM 0160-READ-KIT-BOM-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0180-READ-INV-MASTER-FILE PARAGRAPH READS THE ON-HAND
      *    INVENTORY MASTER AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL READ OPERATION. THE GENERATION HEADER LEADING
      *    THE MASTER (SPACES KEY) IS NOT STOCK AND IS READ PAST. WHEN
      *    THE END OF FILE IS REACHED, A FLAG IS SET TO INDICATE THAT
      *    STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0190-LOAD-STOCK-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0180-READ-INV-MASTER-FILE.
           READ INVMAST INTO WS-INV-OLD-REC
              AT END MOVE 'Y' TO INV-MASTER-FILE-SW
           END-READ.
      *
           IF NOT END-OF-INV-MASTER-FILE
              AND OI-INV-KEY = SPACES
              READ INVMAST INTO WS-INV-OLD-REC
                 AT END MOVE 'Y' TO INV-MASTER-FILE-SW
              END-READ
           END-IF.
      *
           IF IMCODE = '00' OR '10'
              IF NOT END-OF-INV-MASTER-FILE
                 ADD 1 TO WS-INV-MASTER-READ
              END-IF
           ELSE
              DISPLAY 'ERROR READING INVENTORY MASTER FILE.'
              MOVE 'Y' TO INV-MASTER-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0190-LOAD-STOCK-TABLE PARAGRAPH LOADS ONE PART/LOCATION
      *    AND ITS ON-HAND QUANTITY FROM THE INVENTORY MASTER INTO THE
      *    STOCK TABLE. STOCK ON QUALITY HOLD CANNOT BE SHIPPED, SO
      *    ONLY THE ON-HAND LESS THE HELD QUANTITY IS ALLOCATABLE.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0180-READ-INV-MASTER-FILE
      *****************************************************************
      *
       0190-LOAD-STOCK-TABLE.
           IF WS-STK-LOADED-CTR < WS-MAX-STK-IDX
              ADD 1 TO WS-STK-LOADED-CTR
              SET STK-IDX TO WS-STK-LOADED-CTR
              MOVE OI-PART-NUMBER   TO STK-PART-TBL (STK-IDX)
              MOVE OI-LOCATION-CODE TO STK-LOCATION-TBL (STK-IDX)
              COMPUTE STK-ON-HAND-TBL (STK-IDX) =
                      OI-QTY-ON-HAND - OI-QTY-HELD
           ELSE
              DISPLAY 'STOCK TABLE FULL -- REMAINING PART/LOCATIONS '
                      'NOT LOADED'
              SET TABLE-FULL TO TRUE
              MOVE 'Y' TO INV-MASTER-FILE-SW
           END-IF.
      *
           IF NOT END-OF-INV-MASTER-FILE
              PERFORM 0180-READ-INV-MASTER-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-READ-ORDER-RECORD PARAGRAPH READS ONE RECORD FROM
      *    THE SORTED ORDER FILE AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS REACHED,
      *    A FLAG IS SET TO INDICATE THAT STATUS AND HIGH-VALUES IS
      *    MOVED TO THE ORDER KEY SO THE MATCH-MERGE TREATS THE
      *    EXHAUSTED FILE AS SORTING HIGH.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0575-APPLY-ORDER-TRANS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0300-READ-ORDER-RECORD.
           READ ORDSRT INTO WS-ORDER-TRANS-REC
              AT END
                 MOVE 'Y' TO ORDER-FILE-SW
                 MOVE HIGH-VALUES TO OT-ORDER-KEY
           END-READ.
      *
           IF OSCODE = '00' OR '10'
              IF NOT END-OF-ORDER-FILE
                 ADD 1 TO WS-ORDERS-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING SORTED ORDER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0400-READ-ORDER-MASTER-FILE PARAGRAPH READS THE OLD
      *    CUSTOMER ORDER MASTER AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS REACHED,
      *    A FLAG IS SET TO INDICATE THAT STATUS AND HIGH-VALUES IS
      *    MOVED TO THE MASTER KEY SO THE MATCH-MERGE TREATS THE
      *    EXHAUSTED FILE AS SORTING HIGH.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0500-POST-ORDER-PROCESS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0400-READ-ORDER-MASTER-FILE.
           READ ORDMAST INTO WS-ORDER-OLD-REC
              AT END
                 MOVE 'Y' TO ORDER-MASTER-FILE-SW
                 MOVE HIGH-VALUES TO OM-ORDER-KEY
           END-READ.
      *
           IF OMCODE = '00' OR '10'
              IF NOT END-OF-ORDER-MASTER-FILE
                 ADD 1 TO WS-ORDER-MASTER-READ
              END-IF
           ELSE
              DISPLAY 'ERROR READING ORDER MASTER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-POST-ORDER-PROCESS PARAGRAPH MATCHES THE CURRENT
      *    SORTED ORDER TRANSACTION AGAINST THE CURRENT OLD ORDER
      *    MASTER RECORD BY ORDER NUMBER AND LINE NUMBER. TRANSACTIONS
      *    WITH NO MATCHING MASTER RECORD ARE WORKED AS A NEW LINE --
      *    ONLY A NEW LINE TRANSACTION CAN OPEN ONE. A MASTER RECORD
      *    WITH NO TRANSACTIONS IS CARRIED FORWARD TO THE ALLOCATION
      *    PASS. MATCHING KEYS WORK THE TRANSACTIONS AGAINST THE LINE
      *    ALREADY ON THE MASTER.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0400-READ-ORDER-MASTER-FILE
      *    -  0550-PROCESS-LINE-GROUP
      *    -  0750-CARRY-FORWARD-LINE
      *****************************************************************
      *
       0500-POST-ORDER-PROCESS.
           IF OT-ORDER-KEY < OM-ORDER-KEY
              INITIALIZE WS-ORDER-CUR-REC
              MOVE 'N' TO LINE-HELD-SW
              MOVE 'N' TO LINE-SEEN-SW
              PERFORM 0550-PROCESS-LINE-GROUP
           ELSE
              IF OT-ORDER-KEY > OM-ORDER-KEY
                 PERFORM 0750-CARRY-FORWARD-LINE
                 PERFORM 0400-READ-ORDER-MASTER-FILE
              ELSE
                 MOVE WS-ORDER-OLD-REC TO WS-ORDER-CUR-REC
                 MOVE 'Y' TO LINE-HELD-SW
                 MOVE 'Y' TO LINE-SEEN-SW
                 PERFORM 0550-PROCESS-LINE-GROUP
                 PERFORM 0400-READ-ORDER-MASTER-FILE
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0550-PROCESS-LINE-GROUP PARAGRAPH WORKS EVERY SORTED
      *    TRANSACTION FOR ONE ORDER LINE AGAINST THE LINE HELD IN
      *    WS-ORDER-CUR-REC, THEN PASSES THE LINE TO THE ALLOCATION
      *    PASS IF IT IS STILL OPEN.
      *
      *  CALLED BY:
      *    -  0500-POST-ORDER-PROCESS
      *
      *  CALLS:
      *    -  0575-APPLY-ORDER-TRANS
      *    -  0780-WRITE-PASS-REC
      *****************************************************************
      *
       0550-PROCESS-LINE-GROUP.
           MOVE OT-ORDER-KEY TO WS-GROUP-ORDER-KEY.
      *
           PERFORM 0575-APPLY-ORDER-TRANS
               UNTIL OT-ORDER-KEY NOT = WS-GROUP-ORDER-KEY.
      *
           IF LINE-HELD
              PERFORM 0780-WRITE-PASS-REC
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0575-APPLY-ORDER-TRANS PARAGRAPH ROUTES THE CURRENT
      *    TRANSACTION BY TYPE AND READS THE NEXT ONE. A BLANK ORDER
      *    OR LINE NUMBER OR AN UNKNOWN TYPE IS REJECTED.
      *
      *  CALLED BY:
      *    -  0550-PROCESS-LINE-GROUP
      *
      *  CALLS:
      *    -  0300-READ-ORDER-RECORD
      *    -  0600-APPLY-NEW-LINE
      *    -  0650-REJECT-ORDER-TRANS
      *    -  0700-APPLY-SHIPMENT
      *    -  0740-APPLY-CANCEL
      *****************************************************************
      *
       0575-APPLY-ORDER-TRANS.
           IF OT-TRANS-DATE = SPACES
              MOVE WS-TODAY-8    TO WS-TRANS-DATE
           ELSE
              MOVE OT-TRANS-DATE TO WS-TRANS-DATE
           END-IF.
      *
           IF LINE-HELD
              COMPUTE WS-OPEN-QTY = CO-ORDERED-QTY
                      - CO-SHIPPED-QTY - CO-CANCELLED-QTY
           ELSE
              MOVE 0 TO WS-OPEN-QTY
           END-IF.
      *
           EVALUATE TRUE
              WHEN OT-ORDER-NUMBER = SPACES
                 OR OT-LINE-NUMBER = SPACES
                 MOVE 'NO ORDER OR LINE NUMBER' TO WS-REJECT-REASON
                 PERFORM 0650-REJECT-ORDER-TRANS
              WHEN OT-NEW-LINE
                 PERFORM 0600-APPLY-NEW-LINE
              WHEN OT-SHIPMENT
                 PERFORM 0700-APPLY-SHIPMENT
              WHEN OT-CANCEL
                 PERFORM 0740-APPLY-CANCEL
              WHEN OTHER
                 MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-REJECT-REASON
                 PERFORM 0650-REJECT-ORDER-TRANS
           END-EVALUATE.
      *
           PERFORM 0300-READ-ORDER-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-APPLY-NEW-LINE PARAGRAPH OPENS A NEW ORDER LINE.
      *    THE ORDER/LINE NUMBER MUST NOT ALREADY BE IN USE, THE PART
      *    MUST BE KEYED AND THE QUANTITY MUST BE GREATER THAN ZERO.
      *    THE LINE IS NOT ALLOCATED HERE -- THE ALLOCATION PASS GIVES
      *    IT STOCK IN ITS TURN BEHIND EVERY OLDER ORDER.
      *
      *  CALLED BY:
      *    -  0575-APPLY-ORDER-TRANS
      *
      *  CALLS:
      *    -  0650-REJECT-ORDER-TRANS
      *****************************************************************
      *
       0600-APPLY-NEW-LINE.
           MOVE SPACES TO WS-REJECT-REASON.
      *
           EVALUATE TRUE
              WHEN LINE-SEEN
                 MOVE 'ORDER LINE ALREADY ON FILE' TO WS-REJECT-REASON
              WHEN OT-PART-NUMBER = SPACES
                 MOVE 'NO PART NUMBER' TO WS-REJECT-REASON
              WHEN OT-QTY NOT NUMERIC
                 OR OT-QTY = 0
                 MOVE 'QUANTITY MISSING OR INVALID'
                    TO WS-REJECT-REASON
           END-EVALUATE.
      *
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 0650-REJECT-ORDER-TRANS
           ELSE
              INITIALIZE WS-ORDER-CUR-REC
              MOVE OT-ORDER-NUMBER    TO CO-ORDER-NUMBER
              MOVE OT-LINE-NUMBER     TO CO-LINE-NUMBER
              MOVE OT-CUSTOMER-NUMBER TO CO-CUSTOMER-NUMBER
              MOVE OT-PART-NUMBER     TO CO-PART-NUMBER
              IF OT-LOCATION-CODE = SPACES
                 MOVE '01'             TO CO-LOCATION-CODE
              ELSE
                 MOVE OT-LOCATION-CODE TO CO-LOCATION-CODE
              END-IF
              MOVE WS-TRANS-DATE      TO CO-ORDER-DATE
              MOVE OT-QTY             TO CO-ORDERED-QTY
              MOVE 'Y' TO LINE-HELD-SW
              MOVE 'Y' TO LINE-SEEN-SW
              ADD 1 TO WS-NEW-LINES-ADDED
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0650-REJECT-ORDER-TRANS PARAGRAPH REPORTS AN ORDER
      *    TRANSACTION THAT CANNOT BE POSTED, WITH THE REASON, TO THE
      *    JOB LOG. NOTHING IS POSTED FOR A REJECTED TRANSACTION.
      *
      *  CALLED BY:
      *    -  0575-APPLY-ORDER-TRANS
      *    -  0600-APPLY-NEW-LINE
      *    -  0700-APPLY-SHIPMENT
      *    -  0740-APPLY-CANCEL
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0650-REJECT-ORDER-TRANS.
           ADD 1 TO WS-ORDERS-REJECTED.
           DISPLAY 'ORDER ' OT-ORDER-NUMBER ' LINE ' OT-LINE-NUMBER
                   ' TYPE ' OT-TRANS-TYPE ' REJECTED -- '
                   WS-REJECT-REASON.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-APPLY-SHIPMENT PARAGRAPH SHIPS AGAINST AN OPEN
      *    ORDER LINE. THE LINE MUST BE ON FILE, THE QUANTITY MUST BE
      *    GREATER THAN ZERO AND NO MORE THAN THE STOCK ALLOCATED TO
      *    THE LINE -- THE COUNTER SHIPS WHAT WAS PROMISED, NOT STOCK
      *    PROMISED TO SOMEONE ELSE. AN ACCEPTED SHIPMENT DRAWS DOWN
      *    THE LINE'S ALLOCATION, TAKES THE QUANTITY OFF THE STOCK
      *    TABLE'S ON-HAND FOR THE ALLOCATION PASS, AND WRITES THE
      *    SALES ISSUE. A LINE SHIPPED IN FULL IS CLOSED. A KIT
      *    SHIPMENT TAKES THE QUANTITY OFF EACH OF THE KIT'S
      *    COMPONENTS INSTEAD, TIMES THE QUANTITY PER KIT.
      *
      *  CALLED BY:
      *    -  0575-APPLY-ORDER-TRANS
      *
      *  CALLS:
      *    -  0650-REJECT-ORDER-TRANS
      *    -  0720-WRITE-ISSUE-REC
      *    -  0800-FIND-STOCK-ENTRY
      *    -  0850-LOOKUP-KIT
      *    -  0870-SHIP-KIT-COMPONENT
      *****************************************************************
      *
       0700-APPLY-SHIPMENT.
           MOVE SPACES TO WS-REJECT-REASON.
      *
           EVALUATE TRUE
              WHEN NOT LINE-HELD
                 MOVE 'ORDER LINE NOT OPEN' TO WS-REJECT-REASON
              WHEN OT-QTY NOT NUMERIC
                 OR OT-QTY = 0
                 MOVE 'QUANTITY MISSING OR INVALID'
                    TO WS-REJECT-REASON
              WHEN OT-QTY > CO-ALLOCATED-QTY
                 MOVE 'SHIPMENT EXCEEDS QUANTITY ALLOCATED'
                    TO WS-REJECT-REASON
           END-EVALUATE.
      *
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 0650-REJECT-ORDER-TRANS
           ELSE
              ADD OT-QTY             TO CO-SHIPPED-QTY
              SUBTRACT OT-QTY      FROM CO-ALLOCATED-QTY
              MOVE WS-TRANS-DATE     TO CO-LAST-SHIP-DATE
              ADD OT-QTY             TO WS-TOT-SHIPPED-QTY
      *
              PERFORM 0850-LOOKUP-KIT
              IF KIT-FOUND
                 PERFORM 0870-SHIP-KIT-COMPONENT
                    VARYING KBOM-IDX FROM 1 BY 1
                    UNTIL KBOM-IDX > WS-KBOM-LOADED-CTR
              ELSE
                 MOVE CO-PART-NUMBER    TO WS-LOOKUP-PART
                 MOVE CO-LOCATION-CODE  TO WS-LOOKUP-LOCATION
                 MOVE 'Y'               TO STK-ADD-SW
                 PERFORM 0800-FIND-STOCK-ENTRY
                 IF STK-FOUND
                    SUBTRACT OT-QTY FROM STK-ON-HAND-TBL (STK-IDX)
                    ADD OT-QTY      TO STK-SHIPPED-TBL (STK-IDX)
                    MOVE 'Y'        TO STK-ORDERED-SW (STK-IDX)
                 END-IF
              END-IF
      *
              PERFORM 0720-WRITE-ISSUE-REC
              ADD 1 TO WS-SHIPMENTS-POSTED
              IF CO-SHIPPED-QTY + CO-CANCELLED-QTY
                 NOT < CO-ORDERED-QTY
                 MOVE 'N' TO LINE-HELD-SW
                 ADD 1 TO WS-LINES-CLOSED
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0720-WRITE-ISSUE-REC PARAGRAPH WRITES ONE SALES ISSUE
      *    FOR THE QUANTITY JUST SHIPPED AND CHECKS THE FILE STATUS
      *    FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0700-APPLY-SHIPMENT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0720-WRITE-ISSUE-REC.
           INITIALIZE WS-ISSUE-OUT-REC.
           MOVE CO-PART-NUMBER    TO IS-PART-NUMBER.
           MOVE OT-QTY            TO IS-ISSUE-QTY.
           MOVE WS-TRANS-DATE     TO IS-ISSUE-DATE.
           MOVE 'S'               TO IS-REASON-CODE.
           MOVE CO-LOCATION-CODE  TO IS-LOCATION-CODE.
           MOVE 'CUSTORD'         TO IS-OPERATOR-ID.
      *
           WRITE ORDISSUE-REC FROM WS-ISSUE-OUT-REC.
           IF OICODE = '00'
              ADD 1 TO WS-ISSUES-WRTN
           ELSE
              DISPLAY 'ERROR WRITING ORDER ISSUE FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0740-APPLY-CANCEL PARAGRAPH CANCELS OPEN QUANTITY ON AN
      *    ORDER LINE. A ZERO OR BLANK QUANTITY CANCELS EVERYTHING
      *    STILL OPEN; OTHERWISE THE QUANTITY MAY NOT EXCEED WHAT IS
      *    OPEN. THE CANCELLED STOCK IS FREED FOR THE ALLOCATION PASS
      *    SIMPLY BY LEAVING THE LINE'S OPEN QUANTITY. A LINE WITH
      *    NOTHING LEFT OPEN IS CLOSED.
      *
      *  CALLED BY:
      *    -  0575-APPLY-ORDER-TRANS
      *
      *  CALLS:
      *    -  0650-REJECT-ORDER-TRANS
      *****************************************************************
      *
       0740-APPLY-CANCEL.
           MOVE SPACES TO WS-REJECT-REASON.
      *
           IF OT-QTY-X = SPACES
              MOVE 0 TO WS-CANCEL-QTY
           ELSE
              IF OT-QTY NUMERIC
                 MOVE OT-QTY TO WS-CANCEL-QTY
              ELSE
                 MOVE -1 TO WS-CANCEL-QTY
              END-IF
           END-IF.
           IF WS-CANCEL-QTY = 0
              MOVE WS-OPEN-QTY TO WS-CANCEL-QTY
           END-IF.
      *
           EVALUATE TRUE
              WHEN NOT LINE-HELD
                 MOVE 'ORDER LINE NOT OPEN' TO WS-REJECT-REASON
              WHEN WS-CANCEL-QTY < 0
                 MOVE 'QUANTITY MISSING OR INVALID'
                    TO WS-REJECT-REASON
              WHEN WS-CANCEL-QTY > WS-OPEN-QTY
                 MOVE 'CANCEL EXCEEDS OPEN QUANTITY'
                    TO WS-REJECT-REASON
           END-EVALUATE.
      *
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 0650-REJECT-ORDER-TRANS
           ELSE
              ADD WS-CANCEL-QTY TO CO-CANCELLED-QTY
              ADD 1 TO WS-CANCELS-POSTED
              IF CO-SHIPPED-QTY + CO-CANCELLED-QTY
                 NOT < CO-ORDERED-QTY
                 MOVE 'N' TO LINE-HELD-SW
                 ADD 1 TO WS-LINES-CLOSED
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0750-CARRY-FORWARD-LINE PARAGRAPH CARRIES AN ORDER LINE
      *    WITH NO ACTIVITY IN THE CURRENT RUN FORWARD TO THE
      *    ALLOCATION PASS.
      *
      *  CALLED BY:
      *    -  0500-POST-ORDER-PROCESS
      *
      *  CALLS:
      *    -  0780-WRITE-PASS-REC
      *****************************************************************
      *
       0750-CARRY-FORWARD-LINE.
           MOVE WS-ORDER-OLD-REC TO WS-ORDER-CUR-REC.
           PERFORM 0780-WRITE-PASS-REC.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0780-WRITE-PASS-REC PARAGRAPH WRITES ONE OPEN ORDER
      *    LINE TO THE WORK FILE FOR THE ALLOCATION PASS AND CHECKS
      *    THE FILE STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0550-PROCESS-LINE-GROUP
      *    -  0750-CARRY-FORWARD-LINE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0780-WRITE-PASS-REC.
           WRITE ORDPASS-REC FROM WS-ORDER-CUR-REC.
           IF OPCODE = '00'
              ADD 1 TO WS-LINES-PASSED
           ELSE
              DISPLAY 'ERROR WRITING OPEN ORDER WORK FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0800-FIND-STOCK-ENTRY PARAGRAPH SEARCHES THE STOCK
      *    TABLE FOR THE PART/LOCATION IN WS-LOOKUP-PART AND
      *    WS-LOOKUP-LOCATION AND LEAVES STK-IDX ON IT. WHEN IT IS NOT
      *    THERE AND STK-ADD-IF-MISSING IS SET, THE PART/LOCATION IS
      *    ADDED AT ZERO ON-HAND -- AN ORDER FOR STOCK THE LOCATION
      *    HAS NEVER HELD IS STILL SHOWN ON THE AVAILABLE-TO-PROMISE
      *    SECTION, WITH NOTHING TO PROMISE.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  0700-APPLY-SHIPMENT
      *    -  0870-SHIP-KIT-COMPONENT
      *    -  1300-ALLOCATE-ONE-LINE
      *    -  1320-KIT-COMPONENT-ATP
      *    -  1340-ALLOCATE-KIT-COMPONENT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0800-FIND-STOCK-ENTRY.
           MOVE 'N' TO STK-FOUND-SW.
      *
           PERFORM VARYING STK-IDX FROM 1 BY 1
              UNTIL STK-IDX > WS-STK-LOADED-CTR OR STK-FOUND
              IF WS-LOOKUP-PART = STK-PART-TBL (STK-IDX)
                 AND WS-LOOKUP-LOCATION = STK-LOCATION-TBL (STK-IDX)
                 MOVE 'Y' TO STK-FOUND-SW
              END-IF
           END-PERFORM.
      *
           IF STK-FOUND
              SET STK-IDX DOWN BY 1
           ELSE
              IF STK-ADD-IF-MISSING
                 IF WS-STK-LOADED-CTR < WS-MAX-STK-IDX
                    ADD 1 TO WS-STK-LOADED-CTR
                    SET STK-IDX TO WS-STK-LOADED-CTR
                    MOVE WS-LOOKUP-PART
                       TO STK-PART-TBL (STK-IDX)
                    MOVE WS-LOOKUP-LOCATION
                       TO STK-LOCATION-TBL (STK-IDX)
                    MOVE 0 TO STK-ON-HAND-TBL (STK-IDX)
                    MOVE 'Y' TO STK-FOUND-SW
                 ELSE
                    DISPLAY 'STOCK TABLE FULL -- PART '
                            WS-LOOKUP-PART ' LOCATION '
                            WS-LOOKUP-LOCATION ' NOT ADDED'
                    SET TABLE-FULL TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0850-LOOKUP-KIT PARAGRAPH SEARCHES THE KIT
      *    BILL-OF-MATERIALS TABLE FOR THE CURRENT LINE'S PART-NUMBER
      *    AS A KIT PART.
      *
      *  CALLED BY:
      *    -  0700-APPLY-SHIPMENT
      *    -  1300-ALLOCATE-ONE-LINE
      *
      *  CALLS:
      *    -  0860-CHECK-KIT-ENTRY
      *****************************************************************
      *
       0850-LOOKUP-KIT.
           MOVE 'N' TO KIT-FOUND-SW.
           PERFORM 0860-CHECK-KIT-ENTRY
              VARYING KBOM-IDX FROM 1 BY 1
              UNTIL KBOM-IDX > WS-KBOM-LOADED-CTR OR KIT-FOUND.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0860-CHECK-KIT-ENTRY PARAGRAPH COMPARES ONE KIT
      *    BILL-OF-MATERIALS LINE WITH THE CURRENT LINE'S PART-NUMBER.
      *
      *  CALLED BY:
      *    -  0850-LOOKUP-KIT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0860-CHECK-KIT-ENTRY.
           IF KBOM-KIT-PART-TBL (KBOM-IDX) = CO-PART-NUMBER
              MOVE 'Y' TO KIT-FOUND-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0870-SHIP-KIT-COMPONENT PARAGRAPH TAKES ONE COMPONENT'S
      *    SHARE OF A KIT SHIPMENT -- THE KITS SHIPPED TIMES THE
      *    QUANTITY PER KIT -- OFF THE COMPONENT'S ON-HAND AT THE
      *    LINE'S LOCATION, AS INVISSUE.CBL WILL WHEN IT EXPLODES THE
      *    SALES ISSUE. BILL LINES FOR OTHER KITS ARE PASSED OVER.
      *
      *  CALLED BY:
      *    -  0700-APPLY-SHIPMENT
      *
      *  CALLS:
      *    -  0800-FIND-STOCK-ENTRY
      *****************************************************************
      *
       0870-SHIP-KIT-COMPONENT.
           IF KBOM-KIT-PART-TBL (KBOM-IDX) = CO-PART-NUMBER
              MOVE KBOM-COMP-PART-TBL (KBOM-IDX) TO WS-LOOKUP-PART
              MOVE CO-LOCATION-CODE              TO WS-LOOKUP-LOCATION
              MOVE 'Y'                           TO STK-ADD-SW
              PERFORM 0800-FIND-STOCK-ENTRY
              IF STK-FOUND
                 COMPUTE WS-COMP-QTY =
                         OT-QTY * KBOM-QTY-PER-TBL (KBOM-IDX)
                 SUBTRACT WS-COMP-QTY FROM STK-ON-HAND-TBL (STK-IDX)
                 ADD WS-COMP-QTY      TO STK-SHIPPED-TBL (STK-IDX)
                 MOVE 'Y'             TO STK-ORDERED-SW (STK-IDX)
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1000-CLOSE-ORDER-FILES PARAGRAPH CLOSES THE FILES OF
      *    THE ORDER POSTING PASS SO THE OPEN ORDER WORK FILE CAN BE
      *    READ BACK FOR THE ALLOCATION PASS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1000-CLOSE-ORDER-FILES.
           CLOSE INVMAST
                 KITBOM
                 ORDSRT
                 ORDMAST
                 ORDPASS
                 ORDISSUE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1100-OPEN-ALLOCATION-FILES PARAGRAPH OPENS THE FILES OF
      *    THE ALLOCATION PASS, CHECKS EACH FILE STATUS FOR A
      *    SUCCESSFUL OPEN OPERATION AND WRITES THE ALLOCATION REPORT
      *    HEADINGS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1100-OPEN-ALLOCATION-FILES.
           OPEN INPUT ORDPASS.
           IF OPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING OPEN ORDER WORK FILE'
           END-IF.
      *
           OPEN OUTPUT ORDNEW.
           IF ONCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW ORDER MASTER FILE'
           END-IF.
      *
           OPEN OUTPUT BACKORD.
           IF BOCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING BACK-ORDER FEED FILE'
           END-IF.
      *
           OPEN OUTPUT ORDRPT.
           IF ORCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING ORDER ALLOCATION REPORT FILE'
           END-IF.
      *
           WRITE ORDRPT-REC FROM CO-RPT-TITLE.
           WRITE ORDRPT-REC FROM WS-132-CHAR-BLANK-LINE.
           WRITE ORDRPT-REC FROM CO-RPT-HEADER-1.
           IF ORCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO ORDER ALLOCATION REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1200-READ-PASS-RECORD PARAGRAPH READS ONE OPEN ORDER
      *    LINE FROM THE WORK FILE. WHEN THE END OF FILE IS REACHED, A
      *    FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  1300-ALLOCATE-ONE-LINE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1200-READ-PASS-RECORD.
           READ ORDPASS INTO WS-ORDER-CUR-REC
              AT END MOVE 'Y' TO PASS-FILE-SW
           END-READ.
      *
           IF OPCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING OPEN ORDER WORK FILE.'
              MOVE 'Y' TO PASS-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1300-ALLOCATE-ONE-LINE PARAGRAPH ALLOCATES ONE OPEN
      *    ORDER LINE. THE LINES ARRIVE IN ORDER-NUMBER SEQUENCE, SO
      *    EVERY OLDER ORDER HAS ALREADY TAKEN ITS SHARE. THE LINE
      *    GETS ITS OPEN QUANTITY OR THE AVAILABLE-TO-PROMISE AT ITS
      *    SHIPPING LOCATION, WHICHEVER IS LESS; THE REST GOES ON
      *    BACK-ORDER. THE LINE IS WRITTEN TO THE NEW ORDER MASTER AND
      *    THE REPORT, AND A BACK-ORDERED LINE TO THE BACK-ORDER FEED.
      *    A KIT LINE IS PROMISED THE FEWEST KITS ANY OF ITS
      *    COMPONENTS CAN MAKE, AND ITS ALLOCATION AND BACK-ORDER ARE
      *    ADDED TO EACH COMPONENT TIMES THE QUANTITY PER KIT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0800-FIND-STOCK-ENTRY
      *    -  0850-LOOKUP-KIT
      *    -  1320-KIT-COMPONENT-ATP
      *    -  1340-ALLOCATE-KIT-COMPONENT
      *    -  1400-WRITE-BACKORDER-REC
      *    -  1450-WRITE-RPT-DETAIL
      *    -  1200-READ-PASS-RECORD
      *****************************************************************
      *
       1300-ALLOCATE-ONE-LINE.
           COMPUTE WS-OPEN-QTY = CO-ORDERED-QTY
                   - CO-SHIPPED-QTY - CO-CANCELLED-QTY.
      *
           PERFORM 0850-LOOKUP-KIT.
      *
           IF KIT-FOUND
              ADD 1 TO WS-KIT-LINES-CTR
              MOVE 0 TO WS-ATP-QTY
                        WS-KIT-COMP-CTR
              PERFORM 1320-KIT-COMPONENT-ATP
                 VARYING KBOM-IDX FROM 1 BY 1
                 UNTIL KBOM-IDX > WS-KBOM-LOADED-CTR
           ELSE
              MOVE CO-PART-NUMBER    TO WS-LOOKUP-PART
              MOVE CO-LOCATION-CODE  TO WS-LOOKUP-LOCATION
              MOVE 'Y'               TO STK-ADD-SW
              PERFORM 0800-FIND-STOCK-ENTRY
              IF STK-FOUND
                 COMPUTE WS-ATP-QTY = STK-ON-HAND-TBL (STK-IDX)
                         - STK-ALLOCATED-TBL (STK-IDX)
              ELSE
                 MOVE 0 TO WS-ATP-QTY
              END-IF
           END-IF.
      *
           IF WS-ATP-QTY < 0
              MOVE 0 TO WS-ATP-QTY
           END-IF.
      *
           IF WS-ATP-QTY < WS-OPEN-QTY
              MOVE WS-ATP-QTY  TO CO-ALLOCATED-QTY
           ELSE
              MOVE WS-OPEN-QTY TO CO-ALLOCATED-QTY
           END-IF.
           COMPUTE CO-BACKORDER-QTY = WS-OPEN-QTY - CO-ALLOCATED-QTY.
      *
           IF KIT-FOUND
              PERFORM 1340-ALLOCATE-KIT-COMPONENT
                 VARYING KBOM-IDX FROM 1 BY 1
                 UNTIL KBOM-IDX > WS-KBOM-LOADED-CTR
           ELSE
              IF STK-FOUND
                 ADD CO-ALLOCATED-QTY TO STK-ALLOCATED-TBL (STK-IDX)
                 ADD CO-BACKORDER-QTY TO STK-BACKORDER-TBL (STK-IDX)
                 MOVE 'Y'             TO STK-ORDERED-SW (STK-IDX)
              END-IF
           END-IF.
      *
           EVALUATE TRUE
              WHEN CO-BACKORDER-QTY = 0
                 MOVE 'A' TO CO-LINE-STATUS
                 MOVE 'ALLOCATED'      TO RPT-LINE-STATUS
                 ADD 1 TO WS-LINES-ALLOC-FULL
              WHEN CO-ALLOCATED-QTY > 0
                 MOVE 'P' TO CO-LINE-STATUS
                 MOVE 'PART BACK-ORD'  TO RPT-LINE-STATUS
                 ADD 1 TO WS-LINES-ALLOC-PART
              WHEN OTHER
                 MOVE 'B' TO CO-LINE-STATUS
                 MOVE 'BACK-ORDERED'   TO RPT-LINE-STATUS
                 ADD 1 TO WS-LINES-BACKORDERED
           END-EVALUATE.
      *
           WRITE ORDNEW-REC FROM WS-ORDER-CUR-REC.
           IF ONCODE = '00'
              ADD 1 TO WS-ORDER-MASTER-WRTN
           ELSE
              DISPLAY 'ERROR WRITING NEW ORDER MASTER FILE'
           END-IF.
      *
           IF CO-BACKORDER-QTY > 0
              PERFORM 1400-WRITE-BACKORDER-REC
           END-IF.
      *
           PERFORM 1450-WRITE-RPT-DETAIL.
           PERFORM 1200-READ-PASS-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1320-KIT-COMPONENT-ATP PARAGRAPH WORKS OUT HOW MANY KITS
      *    ONE COMPONENT OF THE LINE'S KIT CAN MAKE -- THE COMPONENT'S
      *    AVAILABLE-TO-PROMISE AT THE LINE'S LOCATION DIVIDED BY THE
      *    QUANTITY PER KIT, DROPPING ANY PART KIT -- AND KEEPS THE
      *    LEAST OF THESE AS THE KIT'S AVAILABLE-TO-PROMISE. BILL LINES
      *    FOR OTHER KITS, AND LINES WITH NO QUANTITY PER KIT, ARE
      *    PASSED OVER.
      *
      *  CALLED BY:
      *    -  1300-ALLOCATE-ONE-LINE
      *
      *  CALLS:
      *    -  0800-FIND-STOCK-ENTRY
      *****************************************************************
      *
       1320-KIT-COMPONENT-ATP.
           IF KBOM-KIT-PART-TBL (KBOM-IDX) = CO-PART-NUMBER
              AND KBOM-QTY-PER-TBL (KBOM-IDX) > 0
              MOVE KBOM-COMP-PART-TBL (KBOM-IDX) TO WS-LOOKUP-PART
              MOVE CO-LOCATION-CODE              TO WS-LOOKUP-LOCATION
              MOVE 'Y'                           TO STK-ADD-SW
              PERFORM 0800-FIND-STOCK-ENTRY
              IF STK-FOUND
                 COMPUTE WS-COMP-ATP-QTY = STK-ON-HAND-TBL (STK-IDX)
                         - STK-ALLOCATED-TBL (STK-IDX)
              ELSE
                 MOVE 0 TO WS-COMP-ATP-QTY
              END-IF
              IF WS-COMP-ATP-QTY < 0
                 MOVE 0 TO WS-COMP-ATP-QTY
              END-IF
              DIVIDE KBOM-QTY-PER-TBL (KBOM-IDX) INTO WS-COMP-ATP-QTY
              IF WS-KIT-COMP-CTR = 0
                 OR WS-COMP-ATP-QTY < WS-ATP-QTY
                 MOVE WS-COMP-ATP-QTY TO WS-ATP-QTY
              END-IF
              ADD 1 TO WS-KIT-COMP-CTR
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1340-ALLOCATE-KIT-COMPONENT PARAGRAPH ADDS ONE
      *    COMPONENT'S SHARE OF A KIT LINE -- THE KITS ALLOCATED AND
      *    BACK-ORDERED TIMES THE QUANTITY PER KIT -- TO THE
      *    COMPONENT'S ALLOCATED AND BACK-ORDERED QUANTITIES AT THE
      *    LINE'S LOCATION, SO LATER LINES FOR THE COMPONENT OR FOR
      *    ANOTHER KIT USING IT ARE PROMISED ONLY WHAT IS LEFT.
      *
      *  CALLED BY:
      *    -  1300-ALLOCATE-ONE-LINE
      *
      *  CALLS:
      *    -  0800-FIND-STOCK-ENTRY
      *****************************************************************
      *
       1340-ALLOCATE-KIT-COMPONENT.
           IF KBOM-KIT-PART-TBL (KBOM-IDX) = CO-PART-NUMBER
              MOVE KBOM-COMP-PART-TBL (KBOM-IDX) TO WS-LOOKUP-PART
              MOVE CO-LOCATION-CODE              TO WS-LOOKUP-LOCATION
              MOVE 'Y'                           TO STK-ADD-SW
              PERFORM 0800-FIND-STOCK-ENTRY
              IF STK-FOUND
                 COMPUTE WS-COMP-QTY = CO-ALLOCATED-QTY
                         * KBOM-QTY-PER-TBL (KBOM-IDX)
                 ADD WS-COMP-QTY TO STK-ALLOCATED-TBL (STK-IDX)
                 COMPUTE WS-COMP-QTY = CO-BACKORDER-QTY
                         * KBOM-QTY-PER-TBL (KBOM-IDX)
                 ADD WS-COMP-QTY TO STK-BACKORDER-TBL (STK-IDX)
                 MOVE 'Y'        TO STK-ORDERED-SW (STK-IDX)
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1400-WRITE-BACKORDER-REC PARAGRAPH WRITES ONE RECORD TO
      *    THE BACK-ORDER FEED FOR A LINE THAT COULD NOT BE ALLOCATED
      *    IN FULL AND CHECKS THE FILE STATUS FOR A SUCCESSFUL WRITE
      *    OPERATION.
      *
      *  CALLED BY:
      *    -  1300-ALLOCATE-ONE-LINE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1400-WRITE-BACKORDER-REC.
           INITIALIZE WS-BACKORDER-REC.
           MOVE CO-PART-NUMBER    TO BO-PART-NUMBER.
           MOVE CO-LOCATION-CODE  TO BO-LOCATION-CODE.
           MOVE CO-BACKORDER-QTY  TO BO-BACKORDER-QTY.
           MOVE CO-ORDER-NUMBER   TO BO-ORDER-NUMBER.
           MOVE CO-LINE-NUMBER    TO BO-LINE-NUMBER.
           MOVE CO-ORDER-DATE     TO BO-ORDER-DATE.
      *
           WRITE BACKORD-REC FROM WS-BACKORDER-REC.
           IF BOCODE = '00'
              ADD 1 TO WS-BACKORDERS-WRTN
              ADD CO-BACKORDER-QTY TO WS-TOT-BACKORDER-QTY
           ELSE
              DISPLAY 'ERROR WRITING BACK-ORDER FEED FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1450-WRITE-RPT-DETAIL PARAGRAPH WRITES ONE OPEN ORDER
      *    LINE TO THE ALLOCATION REPORT AND CHECKS THE FILE STATUS
      *    FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  1300-ALLOCATE-ONE-LINE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1450-WRITE-RPT-DETAIL.
           MOVE CO-ORDER-NUMBER     TO RPT-ORDER-NUMBER.
           MOVE CO-LINE-NUMBER      TO RPT-LINE-NUMBER.
           MOVE CO-CUSTOMER-NUMBER  TO RPT-CUSTOMER-NUMBER.
           MOVE CO-PART-NUMBER      TO RPT-PART-NUMBER.
           MOVE CO-LOCATION-CODE    TO RPT-LOCATION-CODE.
           MOVE CO-ORDERED-QTY      TO RPT-ORDERED-QTY.
           MOVE CO-SHIPPED-QTY      TO RPT-SHIPPED-QTY.
           MOVE WS-OPEN-QTY         TO RPT-OPEN-QTY.
           MOVE CO-ALLOCATED-QTY    TO RPT-ALLOCATED-QTY.
           MOVE CO-BACKORDER-QTY    TO RPT-BACKORDER-QTY.
      *
           WRITE ORDRPT-REC FROM CO-RPT-DETAIL.
           IF ORCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO ORDER ALLOCATION REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2000-WRITE-ATP-SECTION PARAGRAPH WRITES THE AVAILABLE-
      *    TO-PROMISE SECTION OF THE REPORT -- ONE LINE FOR EVERY
      *    PART/LOCATION THAT SHIPPED, WAS ALLOCATED OR IS ON
      *    BACK-ORDER IN THE RUN -- FOLLOWED BY THE REPORT TOTALS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2100-WRITE-TOTAL-LINE
      *****************************************************************
      *
       2000-WRITE-ATP-SECTION.
           WRITE ORDRPT-REC FROM WS-132-CHAR-BLANK-LINE.
           WRITE ORDRPT-REC FROM CO-RPT-ATP-TITLE.
           WRITE ORDRPT-REC FROM WS-132-CHAR-BLANK-LINE.
           WRITE ORDRPT-REC FROM CO-RPT-ATP-HEADER.
      *
           PERFORM VARYING STK-IDX FROM 1 BY 1
              UNTIL STK-IDX > WS-STK-LOADED-CTR
              IF STK-ORDERED (STK-IDX)
                 MOVE STK-PART-TBL (STK-IDX)
                    TO RPT-ATP-PART-NUMBER
                 MOVE STK-LOCATION-TBL (STK-IDX)
                    TO RPT-ATP-LOCATION
                 MOVE STK-ON-HAND-TBL (STK-IDX)
                    TO RPT-ATP-ON-HAND
                 MOVE STK-SHIPPED-TBL (STK-IDX)
                    TO RPT-ATP-SHIPPED
                 MOVE STK-ALLOCATED-TBL (STK-IDX)
                    TO RPT-ATP-ALLOCATED
                 COMPUTE RPT-ATP-QTY = STK-ON-HAND-TBL (STK-IDX)
                         - STK-ALLOCATED-TBL (STK-IDX)
                 MOVE STK-BACKORDER-TBL (STK-IDX)
                    TO RPT-ATP-BACKORDER
                 WRITE ORDRPT-REC FROM CO-RPT-ATP-DETAIL
                 ADD 1 TO WS-ATP-LINES-CTR
              END-IF
           END-PERFORM.
      *
           WRITE ORDRPT-REC FROM WS-132-CHAR-BLANK-LINE.
           MOVE 'LINES ALLOCATED IN FULL:'      TO RPT-TOT-LABEL.
           MOVE WS-LINES-ALLOC-FULL             TO RPT-TOT-VALUE.
           PERFORM 2100-WRITE-TOTAL-LINE.
           MOVE 'LINES PART BACK-ORDERED:'      TO RPT-TOT-LABEL.
           MOVE WS-LINES-ALLOC-PART             TO RPT-TOT-VALUE.
           PERFORM 2100-WRITE-TOTAL-LINE.
           MOVE 'LINES FULLY BACK-ORDERED:'     TO RPT-TOT-LABEL.
           MOVE WS-LINES-BACKORDERED            TO RPT-TOT-VALUE.
           PERFORM 2100-WRITE-TOTAL-LINE.
           MOVE 'TOTAL QUANTITY BACK-ORDERED:'  TO RPT-TOT-LABEL.
           MOVE WS-TOT-BACKORDER-QTY            TO RPT-TOT-VALUE.
           PERFORM 2100-WRITE-TOTAL-LINE.
           MOVE 'TOTAL QUANTITY SHIPPED:'       TO RPT-TOT-LABEL.
           MOVE WS-TOT-SHIPPED-QTY              TO RPT-TOT-VALUE.
           PERFORM 2100-WRITE-TOTAL-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2100-WRITE-TOTAL-LINE PARAGRAPH WRITES ONE TOTAL LINE
      *    TO THE ALLOCATION REPORT AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  2000-WRITE-ATP-SECTION
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2100-WRITE-TOTAL-LINE.
           WRITE ORDRPT-REC FROM CO-RPT-TOTAL.
           IF ORCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO ORDER ALLOCATION REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2600-CLOSE-FILES PARAGRAPH CLOSES THE ALLOCATION PASS
      *    FILES AND DISPLAYS RUN CONTROL TOTALS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2600-CLOSE-FILES.
           CLOSE ORDPASS
                 ORDNEW
                 BACKORD
                 ORDRPT.
      *
           DISPLAY 'ORDER TRANSACTIONS READ:     ' WS-ORDERS-READ-CTR.
           DISPLAY 'OLD ORDER LINES READ:        '
                   WS-ORDER-MASTER-READ.
           DISPLAY 'INVENTORY RECORDS LOADED:    ' WS-INV-MASTER-READ.
           DISPLAY 'KIT BOM LINES LOADED:        ' WS-KBOM-LOADED-CTR.
           DISPLAY 'KIT ORDER LINES ALLOCATED:   ' WS-KIT-LINES-CTR.
           DISPLAY 'NEW ORDER LINES ADDED:       ' WS-NEW-LINES-ADDED.
           DISPLAY 'SHIPMENTS POSTED:            ' WS-SHIPMENTS-POSTED.
           DISPLAY 'CANCELS POSTED:              ' WS-CANCELS-POSTED.
           DISPLAY 'ORDER TRANS REJECTED:        ' WS-ORDERS-REJECTED.
           DISPLAY 'ORDER LINES CLOSED:          ' WS-LINES-CLOSED.
           DISPLAY 'LINES ALLOCATED IN FULL:     '
                   WS-LINES-ALLOC-FULL.
           DISPLAY 'LINES PART BACK-ORDERED:     '
                   WS-LINES-ALLOC-PART.
           DISPLAY 'LINES FULLY BACK-ORDERED:    '
                   WS-LINES-BACKORDERED.
           DISPLAY 'NEW ORDER LINES WRITTEN:     '
                   WS-ORDER-MASTER-WRTN.
           DISPLAY 'SALES ISSUES WRITTEN:        ' WS-ISSUES-WRTN.
           DISPLAY 'BACK-ORDER RECORDS WRITTEN:  ' WS-BACKORDERS-WRTN.
           DISPLAY 'ATP LINES REPORTED:          ' WS-ATP-LINES-CTR.
