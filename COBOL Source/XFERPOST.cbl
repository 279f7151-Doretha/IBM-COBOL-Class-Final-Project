       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFERPOST.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM POSTS INTER-WAREHOUSE STOCK TRANSFERS. UNTIL
      *    NOW THE ONLY WAY TO MOVE STOCK BETWEEN LOCATIONS WAS A
      *    MADE-UP ISSUE AT ONE LOCATION AND A MADE-UP RECEIPT AT THE
      *    OTHER, WHICH INFLATED THE DEMAND HISTORY AND LEFT THE LOT
      *    MASTER SHOWING THE LOT WHERE IT NO LONGER WAS. EACH
      *    TRANSFER CARRIES A TRANSFER NUMBER, PART-NUMBER, FROM AND
      *    TO LOCATION, QUANTITY AND LOT. A TRANSFER SHIPMENT ('T')
      *    TAKES THE STOCK OUT OF THE SHIPPING LOCATION AT ONCE AND
      *    OPENS AN IN-TRANSIT RECORD ON THE TRANSFER MASTER. A
      *    TRANSFER RECEIPT ('R') AGAINST THE SAME TRANSFER NUMBER
      *    POSTS THE QUANTITY INTO THE DESTINATION LOCATION AND DRAWS
      *    THE IN-TRANSIT BALANCE DOWN; THE TRANSFER DROPS OFF THE
      *    MASTER WHEN IT HAS BEEN RECEIVED IN FULL.
      *
      *    THE FIRST PASS SORTS THE TRANSACTIONS INTO TRANSFER-NUMBER
      *    SEQUENCE AND MATCH-MERGES THEM AGAINST THE OLD TRANSFER
      *    MASTER, WRITING ONE STOCK MOVEMENT PER ACCEPTED SHIPMENT OR
      *    RECEIPT TO A WORK FILE. EVERY TRANSFER LEFT IN TRANSIT
      *    LONGER THAN THE SYSIN DAY LIMIT IS LISTED ON THE AGED
      *    IN-TRANSIT REPORT. THE SECOND PASS SORTS THE MOVEMENTS INTO
      *    PART-NUMBER/LOCATION SEQUENCE AND MATCH-MERGES THEM AGAINST
      *    THE ON-HAND INVENTORY MASTER THE SAME OLD-MASTER/NEW-MASTER
      *    WAY INVISSUE.CBL POSTS ISSUES. TRANSFERS NEVER TOUCH THE
      *    ISSUE FILE, SO THE DEMAND HISTORY IS NOT AFFECTED.
      *
      *    EACH RECEIPT OF A LOTTED TRANSFER ALSO WRITES A LOT MOVE
      *    RECORD SO LOTUPDT.CBL CAN MOVE THE LOT TO ITS NEW LOCATION
      *    ON THE LOT MASTER.
      *
      *    A SHIPMENT MAY ONLY MOVE STOCK THE SHIPPING LOCATION IS
      *    FREE TO SEND. BEFORE THE FIRST PASS EVERY PART/SHIPPING
      *    LOCATION NAMED ON A SHIPMENT IS LOADED INTO A TABLE WITH
      *    ITS ON-HAND AND HELD QUANTITY FROM THE INVENTORY MASTER AND
      *    ITS SUPPLIER-OWNED QUANTITY FROM THE CONSIGNMENT STOCK
      *    MASTER, AND EVERY LOT SHIPPED IS LOOKED UP AT THAT LOCATION
      *    ON THE LOT MASTER FOR ITS REMAINING QUANTITY AND ANY QUALITY
      *    HOLD. THE LOT MASTER MOVES A LOT ONLY WHEN THE TRANSFER IS
      *    RECEIVED, SO THE OLD TRANSFER MASTER IS ALSO READ FOR THE
      *    QUANTITY OF EACH SHIPPED LOT ALREADY IN TRANSIT FROM THAT
      *    LOCATION. A SHIPMENT OF A LOT ON HOLD, OF A LOT NOT ON THE
      *    LOT MASTER AT THE SHIPPING LOCATION, OF MORE OF A LOT THAN
      *    ITS REMAINING LESS IN TRANSIT LESS WHAT EARLIER SHIPMENTS IN
      *    THE RUN HAVE TAKEN, OR OF MORE THAN ON-HAND LESS HELD LESS
      *    CONSIGNED LESS WHAT EARLIER SHIPMENTS IN THE RUN HAVE
      *    ALREADY TAKEN, IS REJECTED -- HELD STOCK STAYS WHERE QUALITY
      *    PUT IT AND CONSIGNED STOCK STAYS WHERE THE SUPPLIER'S
      *    CONSIGNMENT RECORD SAYS IT IS. A SHIPPING TABLE LARGER THAN
      *    ITS LIMIT ENDS THE RUN WITH RETURN-CODE 16 BEFORE ANYTHING
      *    IS POSTED.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      SYSIN - AGED IN-TRANSIT CARD
      *                POS  1- 3  DAYS IN TRANSIT BEFORE A TRANSFER
      *                           IS REPORTED AS AGED (DEFAULT 010)
      *              A BLANK FIELD TAKES ITS DEFAULT. THE LIMIT MAY
      *              NOT BE ZERO.
      *
      *
      *      RTPOT44.XFERPOST.TRANSFERS - TRANSFER TRANSACTIONS, ONE
      *                                   SHIPMENT OR RECEIPT PER
      *                                   RECORD
      *      INTERNAL FILE NAME:          XFERIN
      *      JCL DD NAME:                 XFERIN
      *
      *
      *      RTPOT44.XFERPOST.XFERMAST.OLD - PRIOR RUN IN-TRANSIT
      *                                      TRANSFER MASTER (OLD
      *                                      MASTER, ALSO READ AHEAD
      *                                      OF THE FIRST PASS FOR
      *                                      LOTS IN TRANSIT)
      *      INTERNAL FILE NAME:             XFERMAST
      *      JCL DD NAME:                    XFERMAST
      *
      *
      *      RTPOT44.INVISSUE.INVMAST.NEW - ON-HAND INVENTORY MASTER
      *                                     WRITTEN BY INVISSUE.CBL
      *                                     (OLD MASTER FOR THIS STEP,
      *                                     ALSO READ AHEAD OF THE
      *                                     FIRST PASS FOR SHIPPING
      *                                     STOCK)
      *      INTERNAL FILE NAME:            INVMAST
      *      JCL DD NAME:                   INVMAST
      *
      *
      *      RTPOT44.INVISSUE.CONSMAST.NEW - CONSIGNMENT STOCK MASTER
      *                                      WRITTEN BY INVISSUE.CBL
      *                                      (SUPPLIER-OWNED STOCK BY
      *                                      PART AND LOCATION)
      *      INTERNAL FILE NAME:             CONSMAST
      *      JCL DD NAME:                    CONSMAST
      *
      *
      *      RTPOT44.HOLDPOST.LOTMAST.NEW - LOT MASTER WITH HOLD
      *                                     STATUS WRITTEN BY
      *                                     HOLDPOST.CBL
      *      INTERNAL FILE NAME:            LOTMAST
      *      JCL DD NAME:                   LOTMAST
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.XFERPOST.XFERMAST.NEW - UPDATED IN-TRANSIT
      *                                      TRANSFER MASTER (NEW
      *                                      MASTER)
      *      INTERNAL FILE NAME:             XFERNEW
      *      JCL DD NAME:                    XFERNEW
      *
      *
      *      RTPOT44.XFERPOST.INVMAST.NEW - UPDATED ON-HAND INVENTORY
      *                                     MASTER FILE (NEW MASTER)
      *      INTERNAL FILE NAME:            INVNEW
      *      JCL DD NAME:                   INVNEW
      *
      *
      *      RTPOT44.XFERPOST.LOTMOVE - LOT MOVE FEED, ONE RECORD PER
      *                                 RECEIPT OF A LOTTED TRANSFER,
      *                                 FOR LOTUPDT.CBL
      *      INTERNAL FILE NAME:        LOTMOVE
      *      JCL DD NAME:               LOTMOVE
      *
      *
      *      RTPOT44.XFERPOST.AGED.RPT - AGED IN-TRANSIT REPORT
      *      INTERNAL FILE NAME:         XFERRPT
      *      JCL DD NAME:                XFERRPT
      *
      *
      *    WORK FILES:
      *      XFRSRT  - SORT WORK FILE HOLDING THE TRANSFER
      *                TRANSACTIONS SORTED ASCENDING BY TRANSFER
      *                NUMBER, SHIPMENTS AHEAD OF RECEIPTS
      *      XFERMOVE - STOCK MOVEMENTS WRITTEN BY THE FIRST PASS
      *      MOVSRT  - SORT WORK FILE HOLDING THE STOCK MOVEMENTS
      *                SORTED ASCENDING BY PART-NUMBER AND LOCATION
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(XFERPOST)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A LOTTED SHIPMENT IS NOW ALSO CHECKED AGAINST
      *                   THE LOT ITSELF. THE LOT HOLD TABLE CARRIES THE
      *                   LOT'S REMAINING QUANTITY AT THE SHIPPING
      *                   LOCATION FROM THE LOT MASTER, AND THE OLD
      *                   TRANSFER MASTER IS READ AHEAD OF THE FIRST
      *                   PASS FOR THE QUANTITY OF THE LOT ALREADY IN
      *                   TRANSIT FROM THERE (THE LOT MASTER MOVES A LOT
      *                   ONLY WHEN IT IS RECEIVED). A SHIPMENT OF A LOT
      *                   NOT ON THE LOT MASTER AT THE SHIPPING
      *                   LOCATION, OR OF MORE THAN ITS REMAINING LESS
      *                   IN TRANSIT LESS WHAT EARLIER SHIPMENTS IN THE
      *                   RUN TOOK, IS REJECTED AND COUNTED.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  SHIPMENTS ARE NOW CHECKED AGAINST THE STOCK
      *                   THE SHIPPING LOCATION IS FREE TO SEND. THE
      *                   INVENTORY MASTER, THE CONSIGNMENT STOCK MASTER
      *                   AND THE LOT MASTER ARE READ AHEAD OF THE FIRST
      *                   PASS, AND A SHIPMENT OF A LOT ON QUALITY HOLD,
      *                   OR OF MORE THAN ON-HAND LESS HELD LESS
      *                   CONSIGNED LESS WHAT EARLIER SHIPMENTS IN THE
      *                   RUN TOOK, IS REJECTED AND COUNTED. HELD AND
      *                   CONSIGNED STOCK NO LONGER LEAVES THE LOCATION
      *                   IT IS RECORDED AT. A FULL SHIPPING STOCK OR
      *                   LOT HOLD TABLE ENDS THE RUN WITH RETURN-CODE
      *                   16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE ON-HAND INVENTORY MASTER GREW 44 TO 48
      *                   BYTES -- THE FORMER 4-BYTE FILLER BECAME THE
      *                   QUANTITY ON QUALITY HOLD (NI-QTY-HELD)
      *                   MAINTAINED BY HOLDPOST.CBL, PLUS A 1-BYTE
      *                   FILLER. TRANSFERS MOVE ON-HAND AS BEFORE AND
      *                   CARRY THE HELD QUANTITY FORWARD UNCHANGED --
      *                   HELD STOCK STAYS WHERE QUALITY PUT IT.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  10/15/2026
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XFERIN ASSIGN TO XFERIN
              FILE STATUS IS XICODE.
      *
           SELECT XFR-SORT-FILE ASSIGN TO XFRWORK.
      *
           SELECT XFRSRT ASSIGN TO XFRSRT
              FILE STATUS IS XSCODE.
      *
           SELECT XFERMAST ASSIGN TO XFERMAST
              FILE STATUS IS XMCODE.
      *
           SELECT XFERNEW ASSIGN TO XFERNEW
              FILE STATUS IS XNCODE.
      *
           SELECT XFERMOVE ASSIGN TO XFERMOVE
              FILE STATUS IS MVCODE.
      *
           SELECT MOV-SORT-FILE ASSIGN TO MOVWORK.
      *
           SELECT MOVSRT ASSIGN TO MOVSRT
              FILE STATUS IS MSCODE.
      *
           SELECT INVMAST ASSIGN TO INVMAST
              FILE STATUS IS IMCODE.
      *
           SELECT INVNEW ASSIGN TO INVNEW
              FILE STATUS IS INCODE.
      *
           SELECT LOTMOVE ASSIGN TO LOTMOVE
              FILE STATUS IS LMCODE.
      *
           SELECT CONSMAST ASSIGN TO CONSMAST
              FILE STATUS IS CMCODE.
      *
           SELECT LOTMAST ASSIGN TO LOTMAST
              FILE STATUS IS LTCODE.
      *
           SELECT XFERRPT ASSIGN TO XFERRPT
              FILE STATUS IS XRCODE.
      *
           SELECT RUNCTL ASSIGN TO RUNCTL
              FILE STATUS IS RCCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  XFERIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XFERIN-REC.
      *
       01 XFERIN-REC PIC X(64).
      *
       SD  XFR-SORT-FILE
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS XFR-SORT-REC.
      *
       01 XFR-SORT-REC.
          05 SX-TRANS-TYPE           PIC X(01).
          05 SX-XFER-NUMBER          PIC X(08).
          05 FILLER                  PIC X(55).
      *
       FD  XFRSRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XFRSRT-REC.
      *
       01 XFRSRT-REC PIC X(64).
      *
       FD  XFERMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XFERMAST-REC.
      *
       01 XFERMAST-REC PIC X(80).
      *
       FD  XFERNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XFERNEW-REC.
      *
       01 XFERNEW-REC PIC X(80).
      *
       FD  XFERMOVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XFERMOVE-REC.
      *
       01 XFERMOVE-REC PIC X(44).
      *
       SD  MOV-SORT-FILE
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS MOV-SORT-REC.
      *
       01 MOV-SORT-REC.
          05 MS-PART-NUMBER          PIC X(23).
          05 MS-LOCATION-CODE        PIC X(02).
          05 FILLER                  PIC X(19).
      *
       FD  MOVSRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MOVSRT-REC.
      *
       01 MOVSRT-REC PIC X(44).
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
       FD  LOTMOVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTMOVE-REC.
      *
       01 LOTMOVE-REC PIC X(64).
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
       FD  LOTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 79 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTMAST-REC.
      *
       01 LOTMAST-REC PIC X(79).
      *
       FD  XFERRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XFERRPT-REC.
      *
       01 XFERRPT-REC PIC X(132).
      *
       FD  RUNCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 32 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUNCTL-REC.
      *
       01 RUNCTL-REC PIC X(32).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  AGED IN-TRANSIT CARD ACCEPTED FROM SYSIN.
      *****************************************************************
      *
       01 WS-XF-OPTION-CARD.
          05 WS-AGED-DAYS-CARD       PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(77) VALUE SPACES.
      *
       01 WS-XF-OPTION-VARS.
          05 WS-AGED-DAYS            PIC 9(03) VALUE 0.
          05 WS-DEFAULT-AGED-DAYS    PIC 9(03) VALUE 010.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE RUN CONTROL HANDOFF RECORD WRITTEN TO
      *  THE SHARED RUNCTL FILE.
      *****************************************************************
      *
       01 WS-RUNCTL-REC.
          05 RC-PROGRAM             PIC X(08) VALUE SPACES.
          05 RC-FILE-NAME           PIC X(08) VALUE SPACES.
          05 RC-IN-OUT              PIC X(01) VALUE SPACES.
          05 RC-COUNT               PIC 9(07) VALUE 0.
          05 RC-RUN-DATE            PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE TRANSFER TRANSACTION READ FROM THE
      *  SORTED TRANSFER FILE. A SHIPMENT ('T') MUST CARRY THE PART,
      *  BOTH LOCATIONS AND THE QUANTITY; A RECEIPT ('R') NEEDS ONLY
      *  THE TRANSFER NUMBER AND QUANTITY -- THE PART AND LOCATIONS
      *  COME FROM THE IN-TRANSIT RECORD, AND ANY THAT ARE KEYED MUST
      *  AGREE WITH IT. A BLANK TRANSFER DATE TAKES TODAY'S DATE.
      *****************************************************************
      *
       01 WS-XFER-TRANS-REC.
          05 XT-TRANS-TYPE           PIC X(01) VALUE SPACES.
             88 XT-SHIPMENT          VALUE 'T'.
             88 XT-RECEIPT           VALUE 'R'.
          05 XT-XFER-NUMBER          PIC X(08) VALUE SPACES.
          05 XT-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 XT-FROM-LOCATION        PIC X(02) VALUE SPACES.
          05 XT-TO-LOCATION          PIC X(02) VALUE SPACES.
          05 XT-LOT-NUMBER           PIC X(10) VALUE SPACES.
          05 XT-XFER-QTY             PIC 9(07) VALUE 0.
          05 XT-XFER-DATE            PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE PRIOR RUN IN-TRANSIT TRANSFER MASTER
      *  RECORD READ FROM XFERMAST (THE OLD MASTER), AND THE TRANSFER
      *  CURRENTLY BEING WORKED. ONE RECORD PER OPEN TRANSFER, KEYED
      *  BY TRANSFER NUMBER. THE QUANTITY STILL IN TRANSIT IS THE
      *  SHIPPED QUANTITY LESS THE RECEIVED QUANTITY.
      *****************************************************************
      *
       01 WS-XFER-OLD-REC.
          05 OX-XFER-NUMBER          PIC X(08) VALUE SPACES.
          05 OX-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 OX-FROM-LOCATION        PIC X(02) VALUE SPACES.
          05 OX-TO-LOCATION          PIC X(02) VALUE SPACES.
          05 OX-LOT-NUMBER           PIC X(10) VALUE SPACES.
          05 OX-SHIP-QTY             PIC 9(07) VALUE 0.
          05 OX-SHIP-DATE            PIC X(08) VALUE SPACES.
          05 OX-RECEIVED-QTY         PIC 9(07) VALUE 0.
          05 OX-LAST-RECEIPT-DATE    PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE SPACES.
      *
       01 WS-XFER-CUR-REC.
          05 CX-XFER-NUMBER          PIC X(08) VALUE SPACES.
          05 CX-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 CX-FROM-LOCATION        PIC X(02) VALUE SPACES.
          05 CX-TO-LOCATION          PIC X(02) VALUE SPACES.
          05 CX-LOT-NUMBER           PIC X(10) VALUE SPACES.
          05 CX-SHIP-QTY             PIC 9(07) VALUE 0.
          05 CX-SHIP-DATE            PIC X(08) VALUE SPACES.
          05 CX-RECEIVED-QTY         PIC 9(07) VALUE 0.
          05 CX-LAST-RECEIPT-DATE    PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE SPACES.
      *
       01 WS-XFER-GROUP-VARS.
          05 WS-GROUP-XFER-NUMBER    PIC X(08) VALUE SPACES.
          05 WS-XFER-DATE            PIC X(08) VALUE SPACES.
          05 WS-IN-TRANSIT-QTY       PIC S9(9) VALUE 0.
          05 WS-REJECT-REASON        PIC X(40) VALUE SPACES.
      *
      *****************************************************************
      *  ONE STOCK MOVEMENT WRITTEN BY THE FIRST PASS -- AN OUTBOUND
      *  ('O') MOVEMENT FROM THE SHIPPING LOCATION FOR EACH ACCEPTED
      *  SHIPMENT AND AN INBOUND ('I') MOVEMENT INTO THE DESTINATION
      *  FOR EACH ACCEPTED RECEIPT.
      *****************************************************************
      *
       01 WS-MOVE-REC.
          05 MV-INV-KEY.
             10 MV-PART-NUMBER       PIC X(23) VALUE SPACES.
             10 MV-LOCATION-CODE     PIC X(02) VALUE SPACES.
          05 MV-MOVE-TYPE            PIC X(01) VALUE SPACES.
             88 MV-MOVE-OUT          VALUE 'O'.
             88 MV-MOVE-IN           VALUE 'I'.
          05 MV-MOVE-QTY             PIC 9(07) VALUE 0.
          05 MV-MOVE-DATE            PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE SPACES.
      *
      *****************************************************************
      *  WS-MOVE-GROUP-AREA HOLDS THE NET MOVEMENT OF THE CURRENT
      *  PART-NUMBER/LOCATION GROUP OF SORTED MOVEMENTS -- A LOCATION
      *  CAN SHIP AND RECEIVE SEVERAL TRANSFERS OF ONE PART IN ONE
      *  RUN -- AND THE LATEST INBOUND DATE SEEN, WHICH STAMPS A
      *  LOCATION RECORD OPENED BY A TRANSFER RECEIPT.
      *****************************************************************
      *
       01 WS-MOVE-GROUP-AREA.
          05 GM-INV-KEY.
             10 GM-PART-NUMBER       PIC X(23) VALUE SPACES.
             10 GM-LOCATION-CODE     PIC X(02) VALUE SPACES.
          05 GM-NET-QTY              PIC S9(9) VALUE 0.
          05 GM-LAST-IN-DATE         PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  ONE LOT MOVE RECORD FOR LOTUPDT.CBL -- THE LOT, THE
      *  LOCATION IT LEFT AND THE LOCATION IT ARRIVED AT, AND THE
      *  QUANTITY RECEIVED.
      *****************************************************************
      *
       01 WS-LOT-MOVE-REC.
          05 LM-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 LM-LOT-NUMBER           PIC X(10) VALUE SPACES.
          05 LM-FROM-LOCATION        PIC X(02) VALUE SPACES.
          05 LM-TO-LOCATION          PIC X(02) VALUE SPACES.
          05 LM-MOVE-QTY             PIC 9(07) VALUE 0.
          05 LM-MOVE-DATE            PIC X(08) VALUE SPACES.
          05 LM-XFER-NUMBER          PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE OLD AND NEW ON-HAND INVENTORY MASTER
      *  RECORDS. SAME LAYOUT AS THE RECORDS WRITTEN BY PORECV.CBL AND
      *  INVISSUE.CBL.
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
       01 WS-INV-NEW-REC.
          05 NI-INV-KEY.
             10 NI-PART-NUMBER       PIC X(23) VALUE SPACES.
             10 NI-LOCATION-CODE     PIC X(02) VALUE SPACES.
          05 NI-QTY-ON-HAND          PIC S9(7) VALUE 0.
          05 NI-LAST-RECEIPT-DATE    PIC X(08) VALUE SPACES.
          05 NI-QTY-HELD             PIC S9(7) VALUE 0.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE CONSIGNMENT STOCK MASTER RECORD AND
      *  ONE LOT MASTER RECORD, READ AHEAD OF THE FIRST PASS. SAME
      *  LAYOUTS AS THE RECORDS WRITTEN BY INVISSUE.CBL AND
      *  HOLDPOST.CBL.
      *****************************************************************
      *
       01 CONSMAST-REC-WS.
          05 CM-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 CM-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 CM-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 CM-CONSIGNED-QTY        PIC S9(7) VALUE 0.
          05 CM-LAST-RECEIPT-DATE    PIC X(08) VALUE SPACES.
      *
       01 WS-LOT-OLD-REC.
          05 OL-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 OL-LOT-NUMBER           PIC X(10) VALUE SPACES.
          05 OL-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 OL-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 OL-RECEIPT-DATE         PIC X(08) VALUE SPACES.
          05 OL-RECEIVED-QTY         PIC 9(07) VALUE 0.
          05 OL-REMAINING-QTY        PIC S9(7) VALUE 0.
          05 OL-HOLD-STATUS          PIC X(01) VALUE SPACES.
             88 OL-LOT-ON-HOLD       VALUE 'H'.
          05 OL-PO-NUMBER            PIC X(06) VALUE SPACES.
          05 OL-ORIGIN-COUNTRY       PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  SHIPPING STOCK TABLE -- ONE ROW PER PART/SHIPPING LOCATION
      *  NAMED ON A SHIPMENT IN THE RUN, WITH THE ON-HAND, HELD AND
      *  CONSIGNED QUANTITY THERE AND THE QUANTITY ACCEPTED SHIPMENTS
      *  HAVE TAKEN SO FAR. THE LOT HOLD TABLE HOLDS ONE ROW PER
      *  PART/LOT/SHIPPING LOCATION SHIPPED, FLAGGED WHEN THE LOT IS
      *  ON THE LOT MASTER THERE AND WHEN IT IS ON QUALITY HOLD, WITH
      *  THE LOT'S REMAINING QUANTITY THERE, THE QUANTITY OF IT STILL
      *  IN TRANSIT ON THE OLD TRANSFER MASTER AND THE QUANTITY
      *  ACCEPTED SHIPMENTS HAVE TAKEN SO FAR.
      *****************************************************************
      *
       01 SHIP-STOCK-TBL.
          05 SHIP-STOCK-ENTRY-TBL
            OCCURS 500 TIMES INDEXED BY SRC-IDX.
            10 SRC-PART-NUMBER-TBL  PIC X(23) VALUE SPACES.
            10 SRC-LOCATION-TBL     PIC X(02) VALUE SPACES.
            10 SRC-ON-HAND-TBL      PIC S9(9) VALUE 0.
            10 SRC-HELD-TBL         PIC S9(9) VALUE 0.
            10 SRC-CONSIGNED-TBL    PIC S9(9) VALUE 0.
            10 SRC-SHIPPED-TBL      PIC S9(9) VALUE 0.
      *
       01 LOT-HOLD-TBL.
          05 LOT-HOLD-ENTRY-TBL
            OCCURS 500 TIMES INDEXED BY LHT-IDX.
            10 LHT-PART-NUMBER-TBL  PIC X(23) VALUE SPACES.
            10 LHT-LOT-NUMBER-TBL   PIC X(10) VALUE SPACES.
            10 LHT-LOCATION-TBL     PIC X(02) VALUE SPACES.
            10 LHT-ON-HOLD-TBL      PIC X(01) VALUE 'N'.
            10 LHT-ON-FILE-TBL      PIC X(01) VALUE 'N'.
            10 LHT-REMAINING-TBL    PIC S9(9) VALUE 0.
            10 LHT-IN-TRANSIT-TBL   PIC S9(9) VALUE 0.
            10 LHT-SHIPPED-TBL      PIC S9(9) VALUE 0.
      *
       01 WS-SHIP-STOCK-VARS.
          05 WS-MAX-SRC-IDX          PIC 9(03) VALUE 500.
          05 WS-SRC-LOADED-CTR       PIC 9(03) VALUE 0.
          05 WS-SRC-SLOT             PIC 9(03) VALUE 0.
          05 WS-MAX-LHT-IDX          PIC 9(03) VALUE 500.
          05 WS-LHT-LOADED-CTR       PIC 9(03) VALUE 0.
          05 WS-LHT-SLOT             PIC 9(03) VALUE 0.
          05 WS-SRC-PART-NUMBER      PIC X(23) VALUE SPACES.
          05 WS-SRC-LOCATION         PIC X(02) VALUE SPACES.
          05 WS-SRC-LOT-NUMBER       PIC X(10) VALUE SPACES.
          05 WS-AVAILABLE-QTY        PIC S9(9) VALUE 0.
          05 WS-LOT-AVAILABLE-QTY    PIC S9(9) VALUE 0.
          05 SRC-FOUND-SW            PIC X(01) VALUE 'N'.
             88 SRC-FOUND            VALUE 'Y'.
          05 LHT-FOUND-SW            PIC X(01) VALUE 'N'.
             88 LHT-FOUND            VALUE 'Y'.
          05 SHIP-LOT-HELD-SW        PIC X(01) VALUE 'N'.
             88 SHIP-LOT-HELD        VALUE 'Y'.
          05 SHIP-LOT-MISSING-SW     PIC X(01) VALUE 'N'.
             88 SHIP-LOT-MISSING     VALUE 'Y'.
      *
       01 WS-TODAY-VARS.
          05 WS-TODAY-8              PIC X(08) VALUE SPACES.
          05 WS-TODAY-INT            PIC 9(08) VALUE 0.
          05 WS-DATE-INT             PIC 9(08) VALUE 0.
          05 WS-EDIT-DATE-9          PIC 9(08) VALUE 0.
          05 WS-DAYS-IN-TRANSIT      PIC 9(05) VALUE 0.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 XICODE                  PIC X(02) VALUE SPACES.
          05 XSCODE                  PIC X(02) VALUE SPACES.
          05 XMCODE                  PIC X(02) VALUE SPACES.
          05 XNCODE                  PIC X(02) VALUE SPACES.
          05 MVCODE                  PIC X(02) VALUE SPACES.
          05 MSCODE                  PIC X(02) VALUE SPACES.
          05 IMCODE                  PIC X(02) VALUE SPACES.
          05 INCODE                  PIC X(02) VALUE SPACES.
          05 LMCODE                  PIC X(02) VALUE SPACES.
          05 CMCODE                  PIC X(02) VALUE SPACES.
          05 LTCODE                  PIC X(02) VALUE SPACES.
          05 XRCODE                  PIC X(02) VALUE SPACES.
          05 RCCODE                  PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 XFER-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-XFER-FILE     VALUE 'Y'.
          05 XFER-MASTER-FILE-SW     PIC X(01) VALUE 'N'.
             88 END-OF-XFER-MASTER-FILE VALUE 'Y'.
          05 MOVE-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-MOVE-FILE     VALUE 'Y'.
          05 INV-MASTER-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-INV-MASTER-FILE VALUE 'Y'.
          05 CONS-MASTER-FILE-SW     PIC X(01) VALUE 'N'.
             88 END-OF-CONS-MASTER-FILE VALUE 'Y'.
          05 LOT-MASTER-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-LOT-MASTER-FILE VALUE 'Y'.
          05 TABLE-FULL-SW           PIC X(01) VALUE 'N'.
             88 TABLE-FULL           VALUE 'Y'.
          05 XFER-HELD-SW            PIC X(01) VALUE 'N'.
             88 XFER-HELD            VALUE 'Y'.
          05 XFER-SEEN-SW            PIC X(01) VALUE 'N'.
             88 XFER-SEEN            VALUE 'Y'.
          05 RUN-ERROR-SW            PIC X(01) VALUE 'N'.
             88 RUN-ERROR           VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-XFERS-READ-CTR       PIC 9(07) VALUE 0.
          05 WS-XFER-MASTER-READ     PIC 9(07) VALUE 0.
          05 WS-SHIPMENTS-POSTED     PIC 9(07) VALUE 0.
          05 WS-RECEIPTS-POSTED      PIC 9(07) VALUE 0.
          05 WS-XFERS-REJECTED       PIC 9(07) VALUE 0.
          05 WS-SHIP-OVER-AVAIL-CTR  PIC 9(07) VALUE 0.
          05 WS-SHIP-LOT-HELD-CTR    PIC 9(07) VALUE 0.
          05 WS-SHIP-LOT-MISSING-CTR PIC 9(07) VALUE 0.
          05 WS-SHIP-OVER-LOT-CTR    PIC 9(07) VALUE 0.
          05 WS-XFERS-CLOSED         PIC 9(07) VALUE 0.
          05 WS-XFERS-CARRIED        PIC 9(07) VALUE 0.
          05 WS-XFER-MASTER-WRTN     PIC 9(07) VALUE 0.
          05 WS-AGED-XFER-CTR        PIC 9(07) VALUE 0.
          05 WS-MOVES-WRTN           PIC 9(07) VALUE 0.
          05 WS-LOT-MOVES-WRTN       PIC 9(07) VALUE 0.
          05 WS-MOVES-READ-CTR       PIC 9(07) VALUE 0.
          05 WS-INV-MASTER-READ      PIC 9(07) VALUE 0.
          05 WS-INV-UPDATED-CTR      PIC 9(07) VALUE 0.
          05 WS-INV-ADDED-CTR        PIC 9(07) VALUE 0.
          05 WS-INV-CARRIED-CTR      PIC 9(07) VALUE 0.
          05 WS-INV-MASTER-WRTN      PIC 9(07) VALUE 0.
          05 WS-NEGATIVE-ONHAND-CTR  PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  AGED IN-TRANSIT REPORT LINES
      *****************************************************************
      *
       01 XF-RPT-TITLE.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(30) VALUE
                  'TRANSFERS IN TRANSIT OVER    '.
          05 RPT-TITLE-DAYS          PIC ZZ9.
          05 FILLER                  PIC X(14) VALUE
                                     ' DAYS -- AS OF'.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 RPT-TITLE-DATE          PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(74) VALUE SPACES.
      *
       01 XF-RPT-HEADER-1.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'XFER NO'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE 'FR'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE 'TO'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'LOT'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'SHIPPED'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(07) VALUE 'SHP QTY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(07) VALUE 'RCV QTY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(07) VALUE 'IN TRAN'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE ' DAYS'.
          05 FILLER                  PIC X(33) VALUE SPACES.
      *
       01 XF-RPT-DETAIL.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-XFER-NUMBER         PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-FROM-LOCATION       PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-TO-LOCATION         PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-LOT-NUMBER          PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-SHIP-DATE           PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-SHIP-QTY            PIC ZZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-RECEIVED-QTY        PIC ZZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-IN-TRANSIT-QTY      PIC ZZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-DAYS-IN-TRANSIT     PIC ZZZZ9.
          05 FILLER                  PIC X(33) VALUE SPACES.
      *
       01 XF-RPT-TOTAL.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(28) VALUE
                                     'AGED TRANSFERS IN TRANSIT: '.
          05 RPT-TOT-AGED-CTR        PIC ZZZZZZ9.
          05 FILLER                  PIC X(95) VALUE SPACES.
      *
       01 WS-132-CHAR-BLANK-LINE     PIC X(132) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION VALIDATES THE OPTION CARD, SORTS
      *    THE TRANSFER TRANSACTIONS, MATCH-MERGES THEM AGAINST THE
      *    OLD TRANSFER MASTER TO PRODUCE THE NEW TRANSFER MASTER AND
      *    THE STOCK MOVEMENTS, THEN SORTS THE MOVEMENTS AND MERGES
      *    THEM AGAINST THE OLD INVENTORY MASTER TO PRODUCE THE NEW
      *    INVENTORY MASTER, AND CLOSES FILES. AN INVALID OPTION CARD
      *    ENDS THE RUN WITH RETURN-CODE 16 BEFORE ANY FILE IS OPENED,
      *    AND A FULL SHIPPING STOCK OR LOT HOLD TABLE ENDS IT WITH
      *    RETURN-CODE 16 BEFORE ANY TRANSFER IS POSTED.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0050-SORT-XFER-FILE
      *    - 0060-LOAD-SHIP-STOCK
      *    - 0100-OPEN-XFER-FILES
      *    - 0300-READ-XFER-RECORD
      *    - 0400-READ-XFER-MASTER-FILE
      *    - 0500-POST-XFER-PROCESS
      *    - 1000-CLOSE-XFER-FILES
      *    - 1050-SORT-MOVE-FILE
      *    - 1100-OPEN-INVENTORY-FILES
      *    - 1200-READ-MOVE-RECORD
      *    - 1230-READ-MOVE-GROUP
      *    - 1300-READ-INV-MASTER-FILE
      *    - 1500-POST-INVENTORY-PROCESS
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           IF NOT RUN-ERROR
              PERFORM 0050-SORT-XFER-FILE
              PERFORM 0060-LOAD-SHIP-STOCK
           END-IF.
           IF RUN-ERROR
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 0100-OPEN-XFER-FILES
              PERFORM 0300-READ-XFER-RECORD
              PERFORM 0400-READ-XFER-MASTER-FILE
              PERFORM 0500-POST-XFER-PROCESS
                  UNTIL XT-XFER-NUMBER = HIGH-VALUES
                  AND OX-XFER-NUMBER = HIGH-VALUES
              PERFORM 1000-CLOSE-XFER-FILES
              PERFORM 1050-SORT-MOVE-FILE
              PERFORM 1100-OPEN-INVENTORY-FILES
              PERFORM 1200-READ-MOVE-RECORD
              PERFORM 1230-READ-MOVE-GROUP
              PERFORM 1300-READ-INV-MASTER-FILE
      *****************************************************************
      *  THE MERGE LOOP TESTS THE GROUP AND MASTER KEYS, NOT THE END
      *  OF FILE SWITCHES -- 1230-READ-MOVE-GROUP READS ONE RECORD
      *  AHEAD, SO THE MOVEMENT FILE CAN REACH END OF FILE WHILE THE
      *  LAST GROUP IS STILL WAITING TO BE MERGED.
      *****************************************************************
              PERFORM 1500-POST-INVENTORY-PROCESS
                  UNTIL GM-INV-KEY = HIGH-VALUES
                  AND OI-INV-KEY = HIGH-VALUES
              PERFORM 2600-CLOSE-FILES
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH SETS TODAY'S DATE AND
      *    ACCEPTS THE AGED IN-TRANSIT CARD FROM SYSIN. A BLANK FIELD
      *    TAKES ITS DEFAULT. A NON-NUMERIC OR ZERO DAY LIMIT SETS THE
      *    RUN ERROR SWITCH.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           INITIALIZE WS-XFER-TRANS-REC,
                      WS-XFER-OLD-REC,
                      WS-XFER-CUR-REC,
                      WS-MOVE-GROUP-AREA,
                      WS-INV-OLD-REC,
                      WS-INV-NEW-REC.
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8.
           MOVE WS-TODAY-8 TO WS-EDIT-DATE-9.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9).
      *
           ACCEPT WS-XF-OPTION-CARD FROM SYSIN.
      *
           IF WS-AGED-DAYS-CARD = SPACES
              MOVE WS-DEFAULT-AGED-DAYS TO WS-AGED-DAYS
           ELSE
              IF WS-AGED-DAYS-CARD NUMERIC
                 MOVE WS-AGED-DAYS-CARD TO WS-AGED-DAYS
              ELSE
                 MOVE 0 TO WS-AGED-DAYS
              END-IF
           END-IF.
      *
           IF WS-AGED-DAYS = 0
              DISPLAY 'XFERPOST: IN-TRANSIT DAY LIMIT MUST BE '
                      '001-999 -- RUN ENDED'
              SET RUN-ERROR TO TRUE
           ELSE
              DISPLAY 'XFERPOST AGED IN-TRANSIT LIMIT ' WS-AGED-DAYS
                      ' DAYS'
           END-IF.
      *
           MOVE WS-TODAY-8   TO RPT-TITLE-DATE.
           MOVE WS-AGED-DAYS TO RPT-TITLE-DAYS.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0050-SORT-XFER-FILE PARAGRAPH SORTS THE TRANSFER
      *    TRANSACTIONS INTO ASCENDING TRANSFER-NUMBER SEQUENCE,
      *    GIVING THE SORTED RECORDS TO XFRSRT. WITHIN A TRANSFER
      *    NUMBER THE TYPE SORTS DESCENDING SO A SHIPMENT ('T') IS
      *    POSTED AHEAD OF A RECEIPT ('R') KEYED IN THE SAME RUN.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0050-SORT-XFER-FILE.
           SORT XFR-SORT-FILE
               ON ASCENDING KEY SX-XFER-NUMBER
               ON DESCENDING KEY SX-TRANS-TYPE
               USING XFERIN
               GIVING XFRSRT.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0060-LOAD-SHIP-STOCK PARAGRAPH BUILDS THE SHIPPING
      *    STOCK AND LOT HOLD TABLES AHEAD OF THE FIRST PASS. THE
      *    SORTED TRANSFERS ARE READ ONCE FOR THE PART/LOCATIONS AND
      *    LOTS SHIPPED, THEN THE INVENTORY MASTER, THE CONSIGNMENT
      *    STOCK MASTER, THE LOT MASTER AND THE OLD TRANSFER MASTER
      *    ARE EACH READ ONCE TO FILL THEM IN. EVERY FILE IS CLOSED
      *    AGAIN SO THE PASSES THAT FOLLOW READ IT FROM THE TOP. A
      *    FULL TABLE SETS THE RUN ERROR SWITCH.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0062-READ-SHIP-SCAN
      *    -  0064-LOAD-SHIP-SCAN
      *    -  0070-READ-SHIP-INV
      *    -  0072-LOAD-SHIP-INV
      *    -  0076-READ-SHIP-CONS
      *    -  0078-LOAD-SHIP-CONS
      *    -  0082-READ-SHIP-LOT
      *    -  0084-LOAD-SHIP-LOT
      *    -  0086-READ-SHIP-XFER
      *    -  0088-LOAD-SHIP-XFER
      *****************************************************************
      *
       0060-LOAD-SHIP-STOCK.
           OPEN INPUT XFRSRT.
           IF XSCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SORTED TRANSFER FILE'
           END-IF.
      *
           PERFORM 0062-READ-SHIP-SCAN.
           PERFORM 0064-LOAD-SHIP-SCAN
               UNTIL END-OF-XFER-FILE.
           CLOSE XFRSRT.
           MOVE 'N' TO XFER-FILE-SW.
           INITIALIZE WS-XFER-TRANS-REC.
      *
           OPEN INPUT INVMAST.
           IF IMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING INVENTORY MASTER FILE'
           END-IF.
      *
           PERFORM 0070-READ-SHIP-INV.
           PERFORM 0072-LOAD-SHIP-INV
               UNTIL END-OF-INV-MASTER-FILE.
           CLOSE INVMAST.
           MOVE 'N' TO INV-MASTER-FILE-SW.
           INITIALIZE WS-INV-OLD-REC.
      *
           OPEN INPUT CONSMAST.
           IF CMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING CONSIGNMENT STOCK MASTER'
           END-IF.
      *
           PERFORM 0076-READ-SHIP-CONS.
           PERFORM 0078-LOAD-SHIP-CONS
               UNTIL END-OF-CONS-MASTER-FILE.
           CLOSE CONSMAST.
      *
           OPEN INPUT LOTMAST.
           IF LTCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING LOT MASTER FILE'
           END-IF.
      *
           PERFORM 0082-READ-SHIP-LOT.
           PERFORM 0084-LOAD-SHIP-LOT
               UNTIL END-OF-LOT-MASTER-FILE.
           CLOSE LOTMAST.
      *
           OPEN INPUT XFERMAST.
           IF XMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING TRANSFER MASTER FILE'
           END-IF.
      *
           PERFORM 0086-READ-SHIP-XFER.
           PERFORM 0088-LOAD-SHIP-XFER
               UNTIL END-OF-XFER-MASTER-FILE.
           CLOSE XFERMAST.
           MOVE 'N' TO XFER-MASTER-FILE-SW.
           INITIALIZE WS-XFER-OLD-REC.
      *
           IF TABLE-FULL
              SET RUN-ERROR TO TRUE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0062-READ-SHIP-SCAN PARAGRAPH READS ONE RECORD FROM THE
      *    SORTED TRANSFER FILE FOR THE SHIPPING STOCK SCAN. WHEN THE
      *    END OF FILE IS REACHED, A FLAG IS SET TO INDICATE THAT
      *    STATUS. THE TRANSACTION COUNT IS LEFT TO THE FIRST PASS.
      *
      *  CALLED BY:
      *    -  0060-LOAD-SHIP-STOCK
      *    -  0064-LOAD-SHIP-SCAN
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0062-READ-SHIP-SCAN.
           READ XFRSRT INTO WS-XFER-TRANS-REC
              AT END MOVE 'Y' TO XFER-FILE-SW
           END-READ.
      *
           IF XSCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING SORTED TRANSFER FILE.'
              MOVE 'Y' TO XFER-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0064-LOAD-SHIP-SCAN PARAGRAPH ADDS THE PART/SHIPPING
      *    LOCATION OF A SHIPMENT TO THE SHIPPING STOCK TABLE, AND ITS
      *    LOT TO THE LOT HOLD TABLE, WHEN THEY ARE NOT THERE ALREADY,
      *    THEN READS THE NEXT TRANSACTION. RECEIPTS AND SHIPMENTS
      *    WITH NO PART OR SHIPPING LOCATION ARE PASSED OVER.
      *
      *  CALLED BY:
      *    -  0060-LOAD-SHIP-STOCK
      *
      *  CALLS:
      *    -  0066-ADD-SHIP-STOCK
      *    -  0068-ADD-LOT-HOLD
      *    -  0090-FIND-SHIP-STOCK
      *    -  0094-FIND-LOT-HOLD
      *    -  0062-READ-SHIP-SCAN
      *****************************************************************
      *
       0064-LOAD-SHIP-SCAN.
           IF XT-SHIPMENT
              AND XT-PART-NUMBER NOT = SPACES
              AND XT-FROM-LOCATION NOT = SPACES
              MOVE XT-PART-NUMBER   TO WS-SRC-PART-NUMBER
              MOVE XT-FROM-LOCATION TO WS-SRC-LOCATION
              PERFORM 0090-FIND-SHIP-STOCK
              IF NOT SRC-FOUND
                 PERFORM 0066-ADD-SHIP-STOCK
              END-IF
              IF XT-LOT-NUMBER NOT = SPACES
                 MOVE XT-LOT-NUMBER TO WS-SRC-LOT-NUMBER
                 PERFORM 0094-FIND-LOT-HOLD
                 IF NOT LHT-FOUND
                    PERFORM 0068-ADD-LOT-HOLD
                 END-IF
              END-IF
           END-IF.
      *
           IF NOT END-OF-XFER-FILE
              PERFORM 0062-READ-SHIP-SCAN
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0066-ADD-SHIP-STOCK PARAGRAPH OPENS A SHIPPING STOCK
      *    TABLE ROW FOR THE PART/LOCATION IN WS-SRC-PART-NUMBER AND
      *    WS-SRC-LOCATION. A FULL TABLE ENDS THE SCAN AND THE RUN
      *    WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  0064-LOAD-SHIP-SCAN
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0066-ADD-SHIP-STOCK.
           IF WS-SRC-LOADED-CTR < WS-MAX-SRC-IDX
              ADD 1 TO WS-SRC-LOADED-CTR
              SET SRC-IDX TO WS-SRC-LOADED-CTR
              MOVE WS-SRC-PART-NUMBER TO SRC-PART-NUMBER-TBL (SRC-IDX)
              MOVE WS-SRC-LOCATION    TO SRC-LOCATION-TBL (SRC-IDX)
           ELSE
              DISPLAY 'SHIPPING STOCK TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET TABLE-FULL TO TRUE
              MOVE 'Y' TO XFER-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0068-ADD-LOT-HOLD PARAGRAPH OPENS A LOT HOLD TABLE ROW
      *    FOR THE PART, LOT AND SHIPPING LOCATION OF THE CURRENT
      *    SHIPMENT. A FULL TABLE ENDS THE SCAN AND THE RUN WITH
      *    RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  0064-LOAD-SHIP-SCAN
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0068-ADD-LOT-HOLD.
           IF WS-LHT-LOADED-CTR < WS-MAX-LHT-IDX
              ADD 1 TO WS-LHT-LOADED-CTR
              SET LHT-IDX TO WS-LHT-LOADED-CTR
              MOVE WS-SRC-PART-NUMBER TO LHT-PART-NUMBER-TBL (LHT-IDX)
              MOVE WS-SRC-LOT-NUMBER  TO LHT-LOT-NUMBER-TBL (LHT-IDX)
              MOVE WS-SRC-LOCATION    TO LHT-LOCATION-TBL (LHT-IDX)
           ELSE
              DISPLAY 'LOT HOLD TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET TABLE-FULL TO TRUE
              MOVE 'Y' TO XFER-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0070-READ-SHIP-INV PARAGRAPH READS ONE RECORD FROM THE
      *    INVENTORY MASTER FOR THE SHIPPING STOCK LOAD. WHEN THE END
      *    OF FILE IS REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  0060-LOAD-SHIP-STOCK
      *    -  0072-LOAD-SHIP-INV
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0070-READ-SHIP-INV.
           READ INVMAST INTO WS-INV-OLD-REC
              AT END MOVE 'Y' TO INV-MASTER-FILE-SW
           END-READ.
      *
           IF IMCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING INVENTORY MASTER FILE.'
              MOVE 'Y' TO INV-MASTER-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0072-LOAD-SHIP-INV PARAGRAPH COPIES THE ON-HAND AND
      *    HELD QUANTITY OF AN INVENTORY MASTER RECORD INTO ITS
      *    SHIPPING STOCK TABLE ROW, IF IT HAS ONE, THEN READS THE
      *    NEXT RECORD. THE GENERATION HEADER (SPACES KEY) IS PASSED
      *    OVER.
      *
      *  CALLED BY:
      *    -  0060-LOAD-SHIP-STOCK
      *
      *  CALLS:
      *    -  0090-FIND-SHIP-STOCK
      *    -  0070-READ-SHIP-INV
      *****************************************************************
      *
       0072-LOAD-SHIP-INV.
           IF OI-INV-KEY NOT = SPACES
              MOVE OI-PART-NUMBER   TO WS-SRC-PART-NUMBER
              MOVE OI-LOCATION-CODE TO WS-SRC-LOCATION
              PERFORM 0090-FIND-SHIP-STOCK
              IF SRC-FOUND
                 SET SRC-IDX TO WS-SRC-SLOT
                 ADD OI-QTY-ON-HAND TO SRC-ON-HAND-TBL (SRC-IDX)
                 ADD OI-QTY-HELD    TO SRC-HELD-TBL (SRC-IDX)
              END-IF
           END-IF.
      *
           IF NOT END-OF-INV-MASTER-FILE
              PERFORM 0070-READ-SHIP-INV
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0076-READ-SHIP-CONS PARAGRAPH READS ONE RECORD FROM THE
      *    CONSIGNMENT STOCK MASTER. WHEN THE END OF FILE IS REACHED,
      *    A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  0060-LOAD-SHIP-STOCK
      *    -  0078-LOAD-SHIP-CONS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0076-READ-SHIP-CONS.
           READ CONSMAST INTO CONSMAST-REC-WS
              AT END MOVE 'Y' TO CONS-MASTER-FILE-SW
           END-READ.
      *
           IF CMCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING CONSIGNMENT STOCK MASTER.'
              MOVE 'Y' TO CONS-MASTER-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0078-LOAD-SHIP-CONS PARAGRAPH ADDS THE SUPPLIER-OWNED
      *    QUANTITY OF A CONSIGNMENT STOCK RECORD TO ITS SHIPPING
      *    STOCK TABLE ROW, IF IT HAS ONE -- A PART/LOCATION CAN HOLD
      *    STOCK FOR MORE THAN ONE SUPPLIER -- THEN READS THE NEXT
      *    RECORD.
      *
      *  CALLED BY:
      *    -  0060-LOAD-SHIP-STOCK
      *
      *  CALLS:
      *    -  0090-FIND-SHIP-STOCK
      *    -  0076-READ-SHIP-CONS
      *****************************************************************
      *
       0078-LOAD-SHIP-CONS.
           MOVE CM-PART-NUMBER   TO WS-SRC-PART-NUMBER.
           MOVE CM-LOCATION-CODE TO WS-SRC-LOCATION.
           PERFORM 0090-FIND-SHIP-STOCK.
           IF SRC-FOUND AND CM-CONSIGNED-QTY > 0
              SET SRC-IDX TO WS-SRC-SLOT
              ADD CM-CONSIGNED-QTY TO SRC-CONSIGNED-TBL (SRC-IDX)
           END-IF.
      *
           IF NOT END-OF-CONS-MASTER-FILE
              PERFORM 0076-READ-SHIP-CONS
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0082-READ-SHIP-LOT PARAGRAPH READS ONE RECORD FROM THE
      *    LOT MASTER. WHEN THE END OF FILE IS REACHED, A FLAG IS SET
      *    TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  0060-LOAD-SHIP-STOCK
      *    -  0084-LOAD-SHIP-LOT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0082-READ-SHIP-LOT.
           READ LOTMAST INTO WS-LOT-OLD-REC
              AT END MOVE 'Y' TO LOT-MASTER-FILE-SW
           END-READ.
      *
           IF LTCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING LOT MASTER FILE.'
              MOVE 'Y' TO LOT-MASTER-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0084-LOAD-SHIP-LOT PARAGRAPH MARKS THE LOT HOLD TABLE
      *    ROW OF A LOT MASTER RECORD, IF IT HAS ONE, AS ON FILE AT
      *    THE SHIPPING LOCATION, ADDS THE LOT'S REMAINING QUANTITY TO
      *    IT AND FLAGS IT WHEN THE LOT IS ON QUALITY HOLD, THEN READS
      *    THE NEXT RECORD.
      *
      *  CALLED BY:
      *    -  0060-LOAD-SHIP-STOCK
      *
      *  CALLS:
      *    -  0094-FIND-LOT-HOLD
      *    -  0082-READ-SHIP-LOT
      *****************************************************************
      *
       0084-LOAD-SHIP-LOT.
           MOVE OL-PART-NUMBER   TO WS-SRC-PART-NUMBER.
           MOVE OL-LOT-NUMBER    TO WS-SRC-LOT-NUMBER.
           MOVE OL-LOCATION-CODE TO WS-SRC-LOCATION.
           PERFORM 0094-FIND-LOT-HOLD.
           IF LHT-FOUND
              SET LHT-IDX TO WS-LHT-SLOT
              MOVE 'Y' TO LHT-ON-FILE-TBL (LHT-IDX)
              ADD OL-REMAINING-QTY TO LHT-REMAINING-TBL (LHT-IDX)
              IF OL-LOT-ON-HOLD
                 MOVE 'Y' TO LHT-ON-HOLD-TBL (LHT-IDX)
              END-IF
           END-IF.
      *
           IF NOT END-OF-LOT-MASTER-FILE
              PERFORM 0082-READ-SHIP-LOT
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0086-READ-SHIP-XFER PARAGRAPH READS ONE RECORD FROM THE
      *    OLD TRANSFER MASTER FOR THE LOT IN-TRANSIT LOAD. WHEN THE
      *    END OF FILE IS REACHED, A FLAG IS SET TO INDICATE THAT
      *    STATUS. THE RECORD COUNT IS LEFT TO THE FIRST PASS.
      *
      *  CALLED BY:
      *    -  0060-LOAD-SHIP-STOCK
      *    -  0088-LOAD-SHIP-XFER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0086-READ-SHIP-XFER.
           READ XFERMAST INTO WS-XFER-OLD-REC
              AT END MOVE 'Y' TO XFER-MASTER-FILE-SW
           END-READ.
      *
           IF XMCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING TRANSFER MASTER FILE.'
              MOVE 'Y' TO XFER-MASTER-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0088-LOAD-SHIP-XFER PARAGRAPH ADDS THE QUANTITY STILL
      *    IN TRANSIT ON AN OLD TRANSFER OF A LOT -- SHIPPED LESS
      *    RECEIVED -- TO THE LOT HOLD TABLE ROW OF THAT PART, LOT AND
      *    SHIPPING LOCATION, IF IT HAS ONE, THEN READS THE NEXT
      *    RECORD. THE LOT MASTER STILL CARRIES THAT QUANTITY AT THE
      *    SHIPPING LOCATION UNTIL THE TRANSFER IS RECEIVED.
      *
      *  CALLED BY:
      *    -  0060-LOAD-SHIP-STOCK
      *
      *  CALLS:
      *    -  0094-FIND-LOT-HOLD
      *    -  0086-READ-SHIP-XFER
      *****************************************************************
      *
       0088-LOAD-SHIP-XFER.
           IF OX-LOT-NUMBER NOT = SPACES
              AND OX-SHIP-QTY > OX-RECEIVED-QTY
              MOVE OX-PART-NUMBER   TO WS-SRC-PART-NUMBER
              MOVE OX-LOT-NUMBER    TO WS-SRC-LOT-NUMBER
              MOVE OX-FROM-LOCATION TO WS-SRC-LOCATION
              PERFORM 0094-FIND-LOT-HOLD
              IF LHT-FOUND
                 SET LHT-IDX TO WS-LHT-SLOT
                 COMPUTE LHT-IN-TRANSIT-TBL (LHT-IDX) =
                         LHT-IN-TRANSIT-TBL (LHT-IDX)
                       + OX-SHIP-QTY - OX-RECEIVED-QTY
              END-IF
           END-IF.
      *
           IF NOT END-OF-XFER-MASTER-FILE
              PERFORM 0086-READ-SHIP-XFER
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0090-FIND-SHIP-STOCK PARAGRAPH LOOKS FOR THE SHIPPING
      *    STOCK TABLE ROW OF THE PART/LOCATION IN WS-SRC-PART-NUMBER
      *    AND WS-SRC-LOCATION. SRC-FOUND IS SET AND THE ROW NUMBER IS
      *    RETURNED IN WS-SRC-SLOT WHEN THERE IS ONE.
      *
      *  CALLED BY:
      *    -  0064-LOAD-SHIP-SCAN
      *    -  0072-LOAD-SHIP-INV
      *    -  0078-LOAD-SHIP-CONS
      *    -  0620-CHECK-SHIP-STOCK
      *
      *  CALLS:
      *    -  0092-MATCH-SHIP-STOCK
      *****************************************************************
      *
       0090-FIND-SHIP-STOCK.
           MOVE 'N' TO SRC-FOUND-SW.
           MOVE 0   TO WS-SRC-SLOT.
           PERFORM 0092-MATCH-SHIP-STOCK
               VARYING SRC-IDX FROM 1 BY 1
               UNTIL SRC-IDX > WS-SRC-LOADED-CTR
               OR SRC-FOUND.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0092-MATCH-SHIP-STOCK PARAGRAPH COMPARES ONE SHIPPING
      *    STOCK TABLE ROW WITH THE PART/LOCATION BEING LOOKED FOR.
      *
      *  CALLED BY:
      *    -  0090-FIND-SHIP-STOCK
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0092-MATCH-SHIP-STOCK.
           IF SRC-PART-NUMBER-TBL (SRC-IDX) = WS-SRC-PART-NUMBER
              AND SRC-LOCATION-TBL (SRC-IDX) = WS-SRC-LOCATION
              MOVE 'Y' TO SRC-FOUND-SW
              SET WS-SRC-SLOT TO SRC-IDX
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0094-FIND-LOT-HOLD PARAGRAPH LOOKS FOR THE LOT HOLD
      *    TABLE ROW OF THE PART, LOT AND LOCATION IN
      *    WS-SRC-PART-NUMBER, WS-SRC-LOT-NUMBER AND WS-SRC-LOCATION.
      *    LHT-FOUND IS SET AND THE ROW NUMBER IS RETURNED IN
      *    WS-LHT-SLOT WHEN THERE IS ONE.
      *
      *  CALLED BY:
      *    -  0064-LOAD-SHIP-SCAN
      *    -  0084-LOAD-SHIP-LOT
      *    -  0088-LOAD-SHIP-XFER
      *    -  0620-CHECK-SHIP-STOCK
      *
      *  CALLS:
      *    -  0096-MATCH-LOT-HOLD
      *****************************************************************
      *
       0094-FIND-LOT-HOLD.
           MOVE 'N' TO LHT-FOUND-SW.
           MOVE 0   TO WS-LHT-SLOT.
           PERFORM 0096-MATCH-LOT-HOLD
               VARYING LHT-IDX FROM 1 BY 1
               UNTIL LHT-IDX > WS-LHT-LOADED-CTR
               OR LHT-FOUND.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0096-MATCH-LOT-HOLD PARAGRAPH COMPARES ONE LOT HOLD
      *    TABLE ROW WITH THE PART, LOT AND LOCATION BEING LOOKED FOR.
      *
      *  CALLED BY:
      *    -  0094-FIND-LOT-HOLD
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0096-MATCH-LOT-HOLD.
           IF LHT-PART-NUMBER-TBL (LHT-IDX) = WS-SRC-PART-NUMBER
              AND LHT-LOT-NUMBER-TBL (LHT-IDX) = WS-SRC-LOT-NUMBER
              AND LHT-LOCATION-TBL (LHT-IDX) = WS-SRC-LOCATION
              MOVE 'Y' TO LHT-FOUND-SW
              SET WS-LHT-SLOT TO LHT-IDX
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0100-OPEN-XFER-FILES PARAGRAPH OPENS THE FILES OF THE
      *    TRANSFER MASTER PASS, CHECKS EACH FILE STATUS FOR A
      *    SUCCESSFUL OPEN OPERATION AND WRITES THE AGED IN-TRANSIT
      *    REPORT HEADINGS. IF AN OPEN OPERATION FAILS, AN ERROR
      *    MESSAGE IS DISPLAYED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0100-OPEN-XFER-FILES.
           OPEN INPUT XFRSRT.
           IF XSCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SORTED TRANSFER FILE'
           END-IF.
      *
           OPEN INPUT XFERMAST.
           IF XMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING TRANSFER MASTER FILE'
           END-IF.
      *
           OPEN OUTPUT XFERNEW.
           IF XNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW TRANSFER MASTER FILE'
           END-IF.
      *
           OPEN OUTPUT XFERMOVE.
           IF MVCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING STOCK MOVEMENT WORK FILE'
           END-IF.
      *
           OPEN OUTPUT LOTMOVE.
           IF LMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING LOT MOVE FEED FILE'
           END-IF.
      *
           OPEN OUTPUT XFERRPT.
           IF XRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING AGED IN-TRANSIT REPORT FILE'
           END-IF.
      *
           WRITE XFERRPT-REC FROM XF-RPT-TITLE.
           WRITE XFERRPT-REC FROM WS-132-CHAR-BLANK-LINE.
           WRITE XFERRPT-REC FROM XF-RPT-HEADER-1.
           IF XRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO AGED IN-TRANSIT REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-READ-XFER-RECORD PARAGRAPH READS ONE RECORD FROM
      *    THE SORTED TRANSFER FILE AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS REACHED,
      *    A FLAG IS SET TO INDICATE THAT STATUS AND HIGH-VALUES IS
      *    MOVED TO THE TRANSFER NUMBER SO THE MATCH-MERGE TREATS THE
      *    EXHAUSTED FILE AS SORTING HIGH.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0575-APPLY-XFER-TRANS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0300-READ-XFER-RECORD.
           READ XFRSRT INTO WS-XFER-TRANS-REC
              AT END
                 MOVE 'Y' TO XFER-FILE-SW
                 MOVE HIGH-VALUES TO XT-XFER-NUMBER
           END-READ.
      *
           IF XSCODE = '00' OR '10'
              IF NOT END-OF-XFER-FILE
                 ADD 1 TO WS-XFERS-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING SORTED TRANSFER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0400-READ-XFER-MASTER-FILE PARAGRAPH READS THE OLD
      *    IN-TRANSIT TRANSFER MASTER AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS REACHED,
      *    A FLAG IS SET TO INDICATE THAT STATUS AND HIGH-VALUES IS
      *    MOVED TO THE MASTER KEY SO THE MATCH-MERGE TREATS THE
      *    EXHAUSTED FILE AS SORTING HIGH.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0500-POST-XFER-PROCESS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0400-READ-XFER-MASTER-FILE.
           READ XFERMAST INTO WS-XFER-OLD-REC
              AT END
                 MOVE 'Y' TO XFER-MASTER-FILE-SW
                 MOVE HIGH-VALUES TO OX-XFER-NUMBER
           END-READ.
      *
           IF XMCODE = '00' OR '10'
              IF NOT END-OF-XFER-MASTER-FILE
                 ADD 1 TO WS-XFER-MASTER-READ
              END-IF
           ELSE
              DISPLAY 'ERROR READING TRANSFER MASTER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-POST-XFER-PROCESS PARAGRAPH MATCHES THE CURRENT
      *    SORTED TRANSFER TRANSACTION AGAINST THE CURRENT OLD
      *    TRANSFER MASTER RECORD BY TRANSFER NUMBER. TRANSACTIONS
      *    WITH NO MATCHING MASTER RECORD ARE WORKED AS A NEW
      *    TRANSFER -- ONLY A SHIPMENT CAN OPEN ONE. A MASTER RECORD
      *    WITH NO TRANSACTIONS IS CARRIED FORWARD STILL IN TRANSIT.
      *    MATCHING KEYS WORK THE TRANSACTIONS AGAINST THE TRANSFER
      *    ALREADY IN TRANSIT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0400-READ-XFER-MASTER-FILE
      *    -  0550-PROCESS-XFER-GROUP
      *    -  0750-CARRY-FORWARD-XFER
      *****************************************************************
      *
       0500-POST-XFER-PROCESS.
           IF XT-XFER-NUMBER < OX-XFER-NUMBER
              INITIALIZE WS-XFER-CUR-REC
              MOVE 'N' TO XFER-HELD-SW
              MOVE 'N' TO XFER-SEEN-SW
              PERFORM 0550-PROCESS-XFER-GROUP
           ELSE
              IF XT-XFER-NUMBER > OX-XFER-NUMBER
                 PERFORM 0750-CARRY-FORWARD-XFER
                 PERFORM 0400-READ-XFER-MASTER-FILE
              ELSE
                 MOVE WS-XFER-OLD-REC TO WS-XFER-CUR-REC
                 MOVE 'Y' TO XFER-HELD-SW
                 MOVE 'Y' TO XFER-SEEN-SW
                 PERFORM 0550-PROCESS-XFER-GROUP
                 PERFORM 0400-READ-XFER-MASTER-FILE
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0550-PROCESS-XFER-GROUP PARAGRAPH WORKS EVERY SORTED
      *    TRANSACTION FOR ONE TRANSFER NUMBER AGAINST THE TRANSFER
      *    HELD IN WS-XFER-CUR-REC, THEN WRITES THE TRANSFER TO THE
      *    NEW MASTER IF IT IS STILL IN TRANSIT.
      *
      *  CALLED BY:
      *    -  0500-POST-XFER-PROCESS
      *
      *  CALLS:
      *    -  0575-APPLY-XFER-TRANS
      *    -  0780-WRITE-XFER-MASTER-REC
      *****************************************************************
      *
       0550-PROCESS-XFER-GROUP.
           MOVE XT-XFER-NUMBER TO WS-GROUP-XFER-NUMBER.
      *
           PERFORM 0575-APPLY-XFER-TRANS
               UNTIL XT-XFER-NUMBER NOT = WS-GROUP-XFER-NUMBER.
      *
           IF XFER-HELD
              PERFORM 0780-WRITE-XFER-MASTER-REC
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0575-APPLY-XFER-TRANS PARAGRAPH ROUTES THE CURRENT
      *    TRANSACTION BY TYPE AND READS THE NEXT ONE. A BLANK
      *    TRANSFER NUMBER OR AN UNKNOWN TYPE IS REJECTED.
      *
      *  CALLED BY:
      *    -  0550-PROCESS-XFER-GROUP
      *
      *  CALLS:
      *    -  0300-READ-XFER-RECORD
      *    -  0600-APPLY-SHIPMENT
      *    -  0650-REJECT-XFER-TRANS
      *    -  0700-APPLY-RECEIPT
      *****************************************************************
      *
       0575-APPLY-XFER-TRANS.
           IF XT-XFER-DATE = SPACES
              MOVE WS-TODAY-8   TO WS-XFER-DATE
           ELSE
              MOVE XT-XFER-DATE TO WS-XFER-DATE
           END-IF.
      *
           EVALUATE TRUE
              WHEN XT-XFER-NUMBER = SPACES
                 MOVE 'NO TRANSFER NUMBER' TO WS-REJECT-REASON
                 PERFORM 0650-REJECT-XFER-TRANS
              WHEN XT-SHIPMENT
                 PERFORM 0600-APPLY-SHIPMENT
              WHEN XT-RECEIPT
                 PERFORM 0700-APPLY-RECEIPT
              WHEN OTHER
                 MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-REJECT-REASON
                 PERFORM 0650-REJECT-XFER-TRANS
           END-EVALUATE.
      *
           PERFORM 0300-READ-XFER-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-APPLY-SHIPMENT PARAGRAPH OPENS A NEW TRANSFER.
      *    THE TRANSFER NUMBER MUST NOT ALREADY BE IN USE, THE PART
      *    AND BOTH LOCATIONS MUST BE KEYED, THE LOCATIONS MUST
      *    DIFFER AND THE QUANTITY MUST BE GREATER THAN ZERO. A LOT
      *    ON QUALITY HOLD AT THE SHIPPING LOCATION MAY NOT SHIP, A
      *    LOT MUST BE ON THE LOT MASTER AT THE SHIPPING LOCATION AND
      *    THE QUANTITY MAY NOT EXCEED WHAT IS LEFT OF IT THERE --
      *    REMAINING LESS IN TRANSIT LESS WHAT EARLIER SHIPMENTS IN
      *    THE RUN HAVE TAKEN -- AND THE QUANTITY MAY NOT EXCEED THE
      *    STOCK AVAILABLE THERE -- ON-HAND LESS HELD LESS CONSIGNED
      *    LESS WHAT EARLIER SHIPMENTS IN THE RUN HAVE TAKEN. AN
      *    ACCEPTED SHIPMENT BECOMES THE IN-TRANSIT RECORD, IS CHARGED
      *    AGAINST THE SHIPPING STOCK TABLE AND ITS LOT'S LOT HOLD
      *    TABLE ROW AND WRITES AN OUTBOUND MOVEMENT FROM THE SHIPPING
      *    LOCATION.
      *
      *  CALLED BY:
      *    -  0575-APPLY-XFER-TRANS
      *
      *  CALLS:
      *    -  0620-CHECK-SHIP-STOCK
      *    -  0650-REJECT-XFER-TRANS
      *    -  0800-WRITE-MOVE-REC
      *****************************************************************
      *
       0600-APPLY-SHIPMENT.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 0620-CHECK-SHIP-STOCK.
      *
           EVALUATE TRUE
              WHEN XFER-SEEN
                 MOVE 'TRANSFER NUMBER ALREADY USED'
                    TO WS-REJECT-REASON
              WHEN XT-PART-NUMBER = SPACES
                 MOVE 'NO PART NUMBER' TO WS-REJECT-REASON
              WHEN XT-FROM-LOCATION = SPACES
                 OR XT-TO-LOCATION = SPACES
                 MOVE 'FROM AND TO LOCATION REQUIRED'
                    TO WS-REJECT-REASON
              WHEN XT-FROM-LOCATION = XT-TO-LOCATION
                 MOVE 'FROM AND TO LOCATION THE SAME'
                    TO WS-REJECT-REASON
              WHEN XT-XFER-QTY NOT NUMERIC
                 OR XT-XFER-QTY = 0
                 MOVE 'QUANTITY MISSING OR INVALID'
                    TO WS-REJECT-REASON
              WHEN SHIP-LOT-HELD
                 MOVE 'LOT ON QUALITY HOLD' TO WS-REJECT-REASON
                 ADD 1 TO WS-SHIP-LOT-HELD-CTR
              WHEN SHIP-LOT-MISSING
                 MOVE 'LOT NOT AT FROM LOCATION' TO WS-REJECT-REASON
                 ADD 1 TO WS-SHIP-LOT-MISSING-CTR
              WHEN XT-LOT-NUMBER NOT = SPACES
                 AND XT-XFER-QTY > WS-LOT-AVAILABLE-QTY
                 MOVE 'SHIPMENT EXCEEDS LOT REMAINING'
                    TO WS-REJECT-REASON
                 ADD 1 TO WS-SHIP-OVER-LOT-CTR
              WHEN XT-XFER-QTY > WS-AVAILABLE-QTY
                 MOVE 'SHIPMENT EXCEEDS AVAILABLE STOCK'
                    TO WS-REJECT-REASON
                 ADD 1 TO WS-SHIP-OVER-AVAIL-CTR
           END-EVALUATE.
      *
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 0650-REJECT-XFER-TRANS
           ELSE
              SET SRC-IDX TO WS-SRC-SLOT
              ADD XT-XFER-QTY TO SRC-SHIPPED-TBL (SRC-IDX)
              IF XT-LOT-NUMBER NOT = SPACES
                 SET LHT-IDX TO WS-LHT-SLOT
                 ADD XT-XFER-QTY TO LHT-SHIPPED-TBL (LHT-IDX)
              END-IF
              INITIALIZE WS-XFER-CUR-REC
              MOVE XT-XFER-NUMBER   TO CX-XFER-NUMBER
              MOVE XT-PART-NUMBER   TO CX-PART-NUMBER
              MOVE XT-FROM-LOCATION TO CX-FROM-LOCATION
              MOVE XT-TO-LOCATION   TO CX-TO-LOCATION
              MOVE XT-LOT-NUMBER    TO CX-LOT-NUMBER
              MOVE XT-XFER-QTY      TO CX-SHIP-QTY
              MOVE WS-XFER-DATE     TO CX-SHIP-DATE
              MOVE 0                TO CX-RECEIVED-QTY
              MOVE SPACES           TO CX-LAST-RECEIPT-DATE
              MOVE 'Y' TO XFER-HELD-SW
              MOVE 'Y' TO XFER-SEEN-SW
      *
              MOVE CX-PART-NUMBER   TO MV-PART-NUMBER
              MOVE CX-FROM-LOCATION TO MV-LOCATION-CODE
              MOVE 'O'              TO MV-MOVE-TYPE
              MOVE CX-SHIP-QTY      TO MV-MOVE-QTY
              MOVE CX-SHIP-DATE     TO MV-MOVE-DATE
              PERFORM 0800-WRITE-MOVE-REC
              ADD 1 TO WS-SHIPMENTS-POSTED
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0620-CHECK-SHIP-STOCK PARAGRAPH WORKS OUT THE STOCK
      *    THE SHIPPING LOCATION IS FREE TO SEND FOR THE CURRENT
      *    SHIPMENT -- ZERO WHEN THE PART HAS NO STOCK THERE. FOR A
      *    LOTTED SHIPMENT IT ALSO WORKS OUT WHETHER THE LOT IS ON THE
      *    LOT MASTER THERE, WHETHER IT IS ON QUALITY HOLD THERE, AND
      *    HOW MUCH OF IT IS LEFT TO SHIP -- REMAINING LESS IN TRANSIT
      *    LESS WHAT EARLIER SHIPMENTS IN THE RUN HAVE TAKEN.
      *
      *  CALLED BY:
      *    -  0600-APPLY-SHIPMENT
      *
      *  CALLS:
      *    -  0090-FIND-SHIP-STOCK
      *    -  0094-FIND-LOT-HOLD
      *****************************************************************
      *
       0620-CHECK-SHIP-STOCK.
           MOVE 0   TO WS-AVAILABLE-QTY.
           MOVE 0   TO WS-LOT-AVAILABLE-QTY.
           MOVE 'N' TO SHIP-LOT-HELD-SW.
           MOVE 'N' TO SHIP-LOT-MISSING-SW.
      *
           MOVE XT-PART-NUMBER   TO WS-SRC-PART-NUMBER.
           MOVE XT-FROM-LOCATION TO WS-SRC-LOCATION.
           PERFORM 0090-FIND-SHIP-STOCK.
           IF SRC-FOUND
              SET SRC-IDX TO WS-SRC-SLOT
              COMPUTE WS-AVAILABLE-QTY =
                      SRC-ON-HAND-TBL (SRC-IDX)
                    - SRC-HELD-TBL (SRC-IDX)
                    - SRC-CONSIGNED-TBL (SRC-IDX)
                    - SRC-SHIPPED-TBL (SRC-IDX)
           END-IF.
      *
           IF XT-LOT-NUMBER NOT = SPACES
              MOVE XT-LOT-NUMBER TO WS-SRC-LOT-NUMBER
              PERFORM 0094-FIND-LOT-HOLD
              IF LHT-FOUND
                 SET LHT-IDX TO WS-LHT-SLOT
                 IF LHT-ON-HOLD-TBL (LHT-IDX) = 'Y'
                    MOVE 'Y' TO SHIP-LOT-HELD-SW
                 END-IF
                 IF LHT-ON-FILE-TBL (LHT-IDX) = 'Y'
                    COMPUTE WS-LOT-AVAILABLE-QTY =
                            LHT-REMAINING-TBL (LHT-IDX)
                          - LHT-IN-TRANSIT-TBL (LHT-IDX)
                          - LHT-SHIPPED-TBL (LHT-IDX)
                 ELSE
                    MOVE 'Y' TO SHIP-LOT-MISSING-SW
                 END-IF
              ELSE
                 MOVE 'Y' TO SHIP-LOT-MISSING-SW
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0650-REJECT-XFER-TRANS PARAGRAPH REPORTS A TRANSFER
      *    TRANSACTION THAT CANNOT BE POSTED, WITH THE REASON, TO THE
      *    JOB LOG. NOTHING IS MOVED FOR A REJECTED TRANSACTION.
      *
      *  CALLED BY:
      *    -  0575-APPLY-XFER-TRANS
      *    -  0600-APPLY-SHIPMENT
      *    -  0700-APPLY-RECEIPT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0650-REJECT-XFER-TRANS.
           ADD 1 TO WS-XFERS-REJECTED.
           DISPLAY 'TRANSFER ' XT-XFER-NUMBER ' TYPE ' XT-TRANS-TYPE
                   ' PART ' XT-PART-NUMBER ' REJECTED -- '
                   WS-REJECT-REASON.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-APPLY-RECEIPT PARAGRAPH RECEIVES STOCK AGAINST A
      *    TRANSFER IN TRANSIT. THE TRANSFER MUST BE IN TRANSIT, ANY
      *    PART OR LOCATION KEYED ON THE RECEIPT MUST AGREE WITH THE
      *    TRANSFER, AND THE QUANTITY MUST BE GREATER THAN ZERO AND NO
      *    MORE THAN IS STILL IN TRANSIT. AN ACCEPTED RECEIPT WRITES
      *    AN INBOUND MOVEMENT INTO THE DESTINATION AND, FOR A LOTTED
      *    TRANSFER, A LOT MOVE RECORD. A TRANSFER RECEIVED IN FULL IS
      *    CLOSED AND DROPS OFF THE MASTER.
      *
      *  CALLED BY:
      *    -  0575-APPLY-XFER-TRANS
      *
      *  CALLS:
      *    -  0650-REJECT-XFER-TRANS
      *    -  0800-WRITE-MOVE-REC
      *    -  0850-WRITE-LOT-MOVE-REC
      *****************************************************************
      *
       0700-APPLY-RECEIPT.
           MOVE SPACES TO WS-REJECT-REASON.
           IF XFER-HELD
              COMPUTE WS-IN-TRANSIT-QTY =
                      CX-SHIP-QTY - CX-RECEIVED-QTY
           ELSE
              MOVE 0 TO WS-IN-TRANSIT-QTY
           END-IF.
      *
           EVALUATE TRUE
              WHEN NOT XFER-HELD
                 MOVE 'TRANSFER NOT IN TRANSIT' TO WS-REJECT-REASON
              WHEN XT-PART-NUMBER NOT = SPACES
                 AND XT-PART-NUMBER NOT = CX-PART-NUMBER
                 MOVE 'PART DOES NOT MATCH TRANSFER'
                    TO WS-REJECT-REASON
              WHEN XT-TO-LOCATION NOT = SPACES
                 AND XT-TO-LOCATION NOT = CX-TO-LOCATION
                 MOVE 'RECEIVED AT WRONG LOCATION'
                    TO WS-REJECT-REASON
              WHEN XT-XFER-QTY NOT NUMERIC
                 OR XT-XFER-QTY = 0
                 MOVE 'QUANTITY MISSING OR INVALID'
                    TO WS-REJECT-REASON
              WHEN XT-XFER-QTY > WS-IN-TRANSIT-QTY
                 MOVE 'RECEIPT EXCEEDS QUANTITY IN TRANSIT'
                    TO WS-REJECT-REASON
           END-EVALUATE.
      *
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 0650-REJECT-XFER-TRANS
           ELSE
              ADD XT-XFER-QTY    TO CX-RECEIVED-QTY
              MOVE WS-XFER-DATE  TO CX-LAST-RECEIPT-DATE
      *
              MOVE CX-PART-NUMBER TO MV-PART-NUMBER
              MOVE CX-TO-LOCATION TO MV-LOCATION-CODE
              MOVE 'I'            TO MV-MOVE-TYPE
              MOVE XT-XFER-QTY    TO MV-MOVE-QTY
              MOVE WS-XFER-DATE   TO MV-MOVE-DATE
              PERFORM 0800-WRITE-MOVE-REC
      *
              IF CX-LOT-NUMBER NOT = SPACES
                 PERFORM 0850-WRITE-LOT-MOVE-REC
              END-IF
      *
              ADD 1 TO WS-RECEIPTS-POSTED
              IF CX-RECEIVED-QTY NOT < CX-SHIP-QTY
                 MOVE 'N' TO XFER-HELD-SW
                 ADD 1 TO WS-XFERS-CLOSED
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0750-CARRY-FORWARD-XFER PARAGRAPH CARRIES A TRANSFER
      *    WITH NO ACTIVITY IN THE CURRENT RUN FORWARD, STILL IN
      *    TRANSIT, TO THE NEW TRANSFER MASTER.
      *
      *  CALLED BY:
      *    -  0500-POST-XFER-PROCESS
      *
      *  CALLS:
      *    -  0780-WRITE-XFER-MASTER-REC
      *****************************************************************
      *
       0750-CARRY-FORWARD-XFER.
           MOVE WS-XFER-OLD-REC TO WS-XFER-CUR-REC.
           PERFORM 0780-WRITE-XFER-MASTER-REC.
           ADD 1 TO WS-XFERS-CARRIED.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0780-WRITE-XFER-MASTER-REC PARAGRAPH CHECKS THE
      *    TRANSFER'S AGE, WRITES IT TO THE NEW TRANSFER MASTER AND
      *    CHECKS THE FILE STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0550-PROCESS-XFER-GROUP
      *    -  0750-CARRY-FORWARD-XFER
      *
      *  CALLS:
      *    -  0790-CHECK-AGED-XFER
      *****************************************************************
      *
       0780-WRITE-XFER-MASTER-REC.
           PERFORM 0790-CHECK-AGED-XFER.
      *
           WRITE XFERNEW-REC FROM WS-XFER-CUR-REC.
           IF XNCODE = '00'
              ADD 1 TO WS-XFER-MASTER-WRTN
           ELSE
              DISPLAY 'ERROR WRITING NEW TRANSFER MASTER FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0790-CHECK-AGED-XFER PARAGRAPH WORKS OUT HOW MANY DAYS
      *    THE TRANSFER HAS BEEN IN TRANSIT SINCE IT SHIPPED AND
      *    LISTS IT ON THE AGED IN-TRANSIT REPORT WHEN THAT IS MORE
      *    THAN THE SYSIN DAY LIMIT. A SHIP DATE THAT IS NOT A VALID
      *    DATE IS LISTED AS WELL, WITH ZERO DAYS, SO IT GETS LOOKED
      *    AT.
      *
      *  CALLED BY:
      *    -  0780-WRITE-XFER-MASTER-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0790-CHECK-AGED-XFER.
           MOVE 0 TO WS-DAYS-IN-TRANSIT.
      *
           IF CX-SHIP-DATE NUMERIC
              AND CX-SHIP-DATE NOT = ZEROES
              IF CX-SHIP-DATE < WS-TODAY-8
                 MOVE CX-SHIP-DATE TO WS-EDIT-DATE-9
                 COMPUTE WS-DATE-INT =
                         FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9)
                 COMPUTE WS-DAYS-IN-TRANSIT =
                         WS-TODAY-INT - WS-DATE-INT
              END-IF
           ELSE
              MOVE WS-AGED-DAYS TO WS-DAYS-IN-TRANSIT
              ADD 1 TO WS-DAYS-IN-TRANSIT
           END-IF.
      *
           IF WS-DAYS-IN-TRANSIT > WS-AGED-DAYS
              MOVE CX-XFER-NUMBER   TO RPT-XFER-NUMBER
              MOVE CX-PART-NUMBER   TO RPT-PART-NUMBER
              MOVE CX-FROM-LOCATION TO RPT-FROM-LOCATION
              MOVE CX-TO-LOCATION   TO RPT-TO-LOCATION
              MOVE CX-LOT-NUMBER    TO RPT-LOT-NUMBER
              MOVE CX-SHIP-DATE     TO RPT-SHIP-DATE
              MOVE CX-SHIP-QTY      TO RPT-SHIP-QTY
              MOVE CX-RECEIVED-QTY  TO RPT-RECEIVED-QTY
              COMPUTE RPT-IN-TRANSIT-QTY =
                      CX-SHIP-QTY - CX-RECEIVED-QTY
              IF CX-SHIP-DATE NUMERIC
                 MOVE WS-DAYS-IN-TRANSIT TO RPT-DAYS-IN-TRANSIT
              ELSE
                 MOVE 0 TO RPT-DAYS-IN-TRANSIT
              END-IF
              WRITE XFERRPT-REC FROM XF-RPT-DETAIL
              IF XRCODE = '00'
                 ADD 1 TO WS-AGED-XFER-CTR
              ELSE
                 DISPLAY 'ERROR WRITING TO AGED IN-TRANSIT REPORT'
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0800-WRITE-MOVE-REC PARAGRAPH WRITES ONE STOCK
      *    MOVEMENT TO THE MOVEMENT WORK FILE AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0600-APPLY-SHIPMENT
      *    -  0700-APPLY-RECEIPT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0800-WRITE-MOVE-REC.
           WRITE XFERMOVE-REC FROM WS-MOVE-REC.
           IF MVCODE = '00'
              ADD 1 TO WS-MOVES-WRTN
           ELSE
              DISPLAY 'ERROR WRITING STOCK MOVEMENT WORK FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0850-WRITE-LOT-MOVE-REC PARAGRAPH WRITES ONE LOT MOVE
      *    RECORD FOR THE QUANTITY OF A LOTTED TRANSFER JUST RECEIVED
      *    AND CHECKS THE FILE STATUS FOR A SUCCESSFUL WRITE
      *    OPERATION. THE LOT FOLLOWS THE STOCK WHEN IT ARRIVES, NOT
      *    WHEN IT SHIPS.
      *
      *  CALLED BY:
      *    -  0700-APPLY-RECEIPT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0850-WRITE-LOT-MOVE-REC.
           INITIALIZE WS-LOT-MOVE-REC.
           MOVE CX-PART-NUMBER    TO LM-PART-NUMBER.
           MOVE CX-LOT-NUMBER     TO LM-LOT-NUMBER.
           MOVE CX-FROM-LOCATION  TO LM-FROM-LOCATION.
           MOVE CX-TO-LOCATION    TO LM-TO-LOCATION.
           MOVE XT-XFER-QTY       TO LM-MOVE-QTY.
           MOVE WS-XFER-DATE      TO LM-MOVE-DATE.
           MOVE CX-XFER-NUMBER    TO LM-XFER-NUMBER.
      *
           WRITE LOTMOVE-REC FROM WS-LOT-MOVE-REC.
           IF LMCODE = '00'
              ADD 1 TO WS-LOT-MOVES-WRTN
           ELSE
              DISPLAY 'ERROR WRITING LOT MOVE FEED FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1000-CLOSE-XFER-FILES PARAGRAPH WRITES THE AGED
      *    IN-TRANSIT REPORT TOTAL AND CLOSES THE FILES OF THE
      *    TRANSFER MASTER PASS, SO THE MOVEMENT WORK FILE CAN BE
      *    SORTED FOR THE INVENTORY PASS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1000-CLOSE-XFER-FILES.
           MOVE WS-AGED-XFER-CTR TO RPT-TOT-AGED-CTR.
           WRITE XFERRPT-REC FROM WS-132-CHAR-BLANK-LINE.
           WRITE XFERRPT-REC FROM XF-RPT-TOTAL.
           IF XRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO AGED IN-TRANSIT REPORT'
           END-IF.
      *
           CLOSE XFRSRT
                 XFERMAST
                 XFERNEW
                 XFERMOVE
                 LOTMOVE
                 XFERRPT.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1050-SORT-MOVE-FILE PARAGRAPH SORTS THE STOCK
      *    MOVEMENTS INTO ASCENDING PART-NUMBER/LOCATION SEQUENCE,
      *    GIVING THE SORTED RECORDS TO MOVSRT FOR THE MATCH-MERGE
      *    AGAINST THE OLD INVENTORY MASTER.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1050-SORT-MOVE-FILE.
           SORT MOV-SORT-FILE
               ON ASCENDING KEY MS-PART-NUMBER
                               MS-LOCATION-CODE
               USING XFERMOVE
               GIVING MOVSRT.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1100-OPEN-INVENTORY-FILES PARAGRAPH OPENS THE SORTED
      *    MOVEMENT FILE AND THE OLD AND NEW INVENTORY MASTERS AND
      *    CHECKS EACH FILE STATUS FOR A SUCCESSFUL OPEN OPERATION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1100-OPEN-INVENTORY-FILES.
           OPEN INPUT MOVSRT.
           IF MSCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SORTED STOCK MOVEMENT FILE'
           END-IF.
      *
           OPEN INPUT INVMAST.
           IF IMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING INVENTORY MASTER FILE'
           END-IF.
      *
           OPEN OUTPUT INVNEW.
           IF INCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW INVENTORY MASTER FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1200-READ-MOVE-RECORD PARAGRAPH READS ONE RECORD FROM
      *    THE SORTED MOVEMENT FILE. WHEN THE END OF FILE IS REACHED,
      *    A FLAG IS SET TO INDICATE THAT STATUS AND HIGH-VALUES IS
      *    MOVED TO THE MOVEMENT KEY SO THE MATCH-MERGE TREATS THE
      *    EXHAUSTED FILE AS SORTING HIGH.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  1240-ACCUM-MOVE-QUANTITY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1200-READ-MOVE-RECORD.
           READ MOVSRT INTO WS-MOVE-REC
              AT END
                 MOVE 'Y' TO MOVE-FILE-SW
                 MOVE HIGH-VALUES TO MV-INV-KEY
           END-READ.
      *
           IF MSCODE = '00' OR '10'
              IF NOT END-OF-MOVE-FILE
                 ADD 1 TO WS-MOVES-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING SORTED STOCK MOVEMENT FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1230-READ-MOVE-GROUP PARAGRAPH READS THE NEXT GROUP OF
      *    SORTED MOVEMENTS, NETTING ADJACENT MOVEMENTS WITH THE SAME
      *    PART-NUMBER AND LOCATION INTO WS-MOVE-GROUP-AREA. THE FIRST
      *    MOVEMENT OF THE GROUP IS ALREADY IN WS-MOVE-REC.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  1500-POST-INVENTORY-PROCESS
      *
      *  CALLS:
      *    -  1240-ACCUM-MOVE-QUANTITY
      *****************************************************************
      *
       1230-READ-MOVE-GROUP.
           MOVE MV-INV-KEY TO GM-INV-KEY.
           MOVE 0          TO GM-NET-QTY.
           MOVE SPACES     TO GM-LAST-IN-DATE.
      *
           PERFORM 1240-ACCUM-MOVE-QUANTITY
               UNTIL END-OF-MOVE-FILE
               OR MV-INV-KEY NOT = GM-INV-KEY.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1240-ACCUM-MOVE-QUANTITY PARAGRAPH NETS THE CURRENT
      *    MOVEMENT INTO THE GROUP -- OUTBOUND SUBTRACTS, INBOUND ADDS
      *    AND MOVES THE LATEST INBOUND DATE FORWARD -- AND READS THE
      *    NEXT MOVEMENT.
      *
      *  CALLED BY:
      *    -  1230-READ-MOVE-GROUP
      *
      *  CALLS:
      *    -  1200-READ-MOVE-RECORD
      *****************************************************************
      *
       1240-ACCUM-MOVE-QUANTITY.
           IF MV-MOVE-OUT
              SUBTRACT MV-MOVE-QTY FROM GM-NET-QTY
           ELSE
              ADD MV-MOVE-QTY TO GM-NET-QTY
              IF MV-MOVE-DATE > GM-LAST-IN-DATE
                 MOVE MV-MOVE-DATE TO GM-LAST-IN-DATE
              END-IF
           END-IF.
      *
           PERFORM 1200-READ-MOVE-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1300-READ-INV-MASTER-FILE PARAGRAPH READS THE OLD
      *    ON-HAND INVENTORY MASTER FILE AND CHECKS THE FILE STATUS
      *    FOR A SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS AND HIGH-
      *    VALUES IS MOVED TO THE MASTER KEY SO THE MATCH-MERGE TREATS
      *    THE EXHAUSTED FILE AS SORTING HIGH.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  1500-POST-INVENTORY-PROCESS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1300-READ-INV-MASTER-FILE.
           READ INVMAST INTO WS-INV-OLD-REC
              AT END
                 MOVE 'Y' TO INV-MASTER-FILE-SW
                 MOVE HIGH-VALUES TO OI-INV-KEY
           END-READ.
      *
      *****************************************************************
      *  THE GENERATION HEADER LEADING THE MASTER (SPACES KEY) IS NOT
      *  A PART -- IT IS CARRIED FORWARD VERBATIM TO THE NEW MASTER
      *  AND READ PAST, SO THE GENERATION IDENTITY SURVIVES THE
      *  TRANSFER UPDATE.
      *****************************************************************
           IF NOT END-OF-INV-MASTER-FILE
              AND OI-INV-KEY = SPACES
              AND WS-INV-OLD-REC (26:3) = 'GEN'
              WRITE INVNEW-REC FROM WS-INV-OLD-REC
              READ INVMAST INTO WS-INV-OLD-REC
                 AT END
                    MOVE 'Y' TO INV-MASTER-FILE-SW
                    MOVE HIGH-VALUES TO OI-INV-KEY
              END-READ
           END-IF.
      *
           IF IMCODE = '00' OR '10'
              IF NOT END-OF-INV-MASTER-FILE
                 ADD 1 TO WS-INV-MASTER-READ
              END-IF
           ELSE
              DISPLAY 'ERROR READING INVENTORY MASTER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1500-POST-INVENTORY-PROCESS PARAGRAPH MATCHES THE
      *    CURRENT MOVEMENT GROUP AGAINST THE CURRENT OLD INVENTORY
      *    MASTER RECORD BY PART-NUMBER/LOCATION. A GROUP WITH NO
      *    MATCHING MASTER RECORD OPENS THE PART AT THAT LOCATION --
      *    THE NORMAL CASE FOR A FIRST TRANSFER INTO A WAREHOUSE THAT
      *    HAS NEVER STOCKED THE PART. A MASTER RECORD WITH NO
      *    MATCHING GROUP IS CARRIED FORWARD UNCHANGED. MATCHING KEYS
      *    APPLY THE NET MOVEMENT TO THE ON-HAND QUANTITY.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  1230-READ-MOVE-GROUP
      *    -  1300-READ-INV-MASTER-FILE
      *    -  1600-PROCESS-NEW-LOCATION
      *    -  1700-PROCESS-MATCHED-LOCATION
      *    -  1750-CARRY-FORWARD-INV-PART
      *****************************************************************
      *
       1500-POST-INVENTORY-PROCESS.
           IF GM-INV-KEY < OI-INV-KEY
              PERFORM 1600-PROCESS-NEW-LOCATION
              PERFORM 1230-READ-MOVE-GROUP
           ELSE
              IF GM-INV-KEY > OI-INV-KEY
                 PERFORM 1750-CARRY-FORWARD-INV-PART
                 PERFORM 1300-READ-INV-MASTER-FILE
              ELSE
                 PERFORM 1700-PROCESS-MATCHED-LOCATION
                 PERFORM 1230-READ-MOVE-GROUP
                 PERFORM 1300-READ-INV-MASTER-FILE
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1600-PROCESS-NEW-LOCATION PARAGRAPH BUILDS A NEW
      *    INVENTORY MASTER RECORD FOR A PART/LOCATION THE MOVEMENTS
      *    TOUCHED THAT IS NOT ON THE OLD MASTER, STAMPED WITH THE
      *    LATEST TRANSFER RECEIPT DATE. A SHIPMENT FROM A LOCATION
      *    THAT NEVER HELD THE PART IS REJECTED BY THE FIRST PASS, SO
      *    A NEGATIVE BALANCE HERE IS NOT EXPECTED; SHOULD ONE ARISE
      *    IT IS POSTED AND REPORTED FOR THE CYCLE COUNT PROCESS TO
      *    CORRECT, THE SAME AS INVISSUE.CBL TREATS AN ISSUE THAT
      *    DRIVES A BALANCE NEGATIVE.
      *
      *  CALLED BY:
      *    -  1500-POST-INVENTORY-PROCESS
      *
      *  CALLS:
      *    -  1800-WRITE-INV-MASTER-REC
      *****************************************************************
      *
       1600-PROCESS-NEW-LOCATION.
           INITIALIZE WS-INV-NEW-REC.
           MOVE GM-INV-KEY           TO NI-INV-KEY.
           MOVE GM-NET-QTY           TO NI-QTY-ON-HAND.
           IF GM-LAST-IN-DATE = SPACES
              MOVE WS-TODAY-8        TO NI-LAST-RECEIPT-DATE
           ELSE
              MOVE GM-LAST-IN-DATE   TO NI-LAST-RECEIPT-DATE
           END-IF.
      *
           IF NI-QTY-ON-HAND < 0
              ADD 1 TO WS-NEGATIVE-ONHAND-CTR
              DISPLAY 'TRANSFER SHIPPED PART ' GM-PART-NUMBER
                      ' FROM LOCATION ' GM-LOCATION-CODE
                      ' NOT ON INVENTORY MASTER -- POSTED NEGATIVE'
           END-IF.
      *
           PERFORM 1800-WRITE-INV-MASTER-REC.
           ADD 1 TO WS-INV-ADDED-CTR.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1700-PROCESS-MATCHED-LOCATION PARAGRAPH APPLIES THE
      *    NET TRANSFER MOVEMENT TO THE ON-HAND QUANTITY CARRIED ON
      *    THE OLD INVENTORY MASTER RECORD. THE LAST RECEIPT DATE IS
      *    KEPT -- A TRANSFER IS NOT A PURCHASE RECEIPT. THE HELD
      *    QUANTITY IS CARRIED FORWARD UNCHANGED -- THE FIRST PASS
      *    NEVER ACCEPTS A SHIPMENT OF HELD OR CONSIGNED STOCK. A
      *    TRANSFER THAT DRIVES THE ON-HAND QUANTITY NEGATIVE IS
      *    REPORTED BUT STILL POSTED.
      *
      *  CALLED BY:
      *    -  1500-POST-INVENTORY-PROCESS
      *
      *  CALLS:
      *    -  1800-WRITE-INV-MASTER-REC
      *****************************************************************
      *
       1700-PROCESS-MATCHED-LOCATION.
           INITIALIZE WS-INV-NEW-REC.
           MOVE OI-INV-KEY           TO NI-INV-KEY.
           COMPUTE NI-QTY-ON-HAND = OI-QTY-ON-HAND + GM-NET-QTY.
           MOVE OI-LAST-RECEIPT-DATE TO NI-LAST-RECEIPT-DATE.
           MOVE OI-QTY-HELD          TO NI-QTY-HELD.
      *
           IF NI-QTY-ON-HAND < 0
              ADD 1 TO WS-NEGATIVE-ONHAND-CTR
              DISPLAY 'TRANSFER DROVE PART ' OI-PART-NUMBER
                      ' LOCATION ' OI-LOCATION-CODE
                      ' ON-HAND NEGATIVE'
           END-IF.
      *
           PERFORM 1800-WRITE-INV-MASTER-REC.
           ADD 1 TO WS-INV-UPDATED-CTR.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1750-CARRY-FORWARD-INV-PART PARAGRAPH CARRIES AN
      *    INVENTORY MASTER RECORD FORWARD UNCHANGED WHEN THE PART
      *    AND LOCATION HAD NO TRANSFER MOVEMENT IN THE CURRENT RUN.
      *
      *  CALLED BY:
      *    -  1500-POST-INVENTORY-PROCESS
      *
      *  CALLS:
      *    -  1800-WRITE-INV-MASTER-REC
      *****************************************************************
      *
       1750-CARRY-FORWARD-INV-PART.
           INITIALIZE WS-INV-NEW-REC.
           MOVE OI-INV-KEY            TO NI-INV-KEY.
           MOVE OI-QTY-ON-HAND        TO NI-QTY-ON-HAND.
           MOVE OI-LAST-RECEIPT-DATE  TO NI-LAST-RECEIPT-DATE.
           MOVE OI-QTY-HELD           TO NI-QTY-HELD.
      *
           PERFORM 1800-WRITE-INV-MASTER-REC.
           ADD 1 TO WS-INV-CARRIED-CTR.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1800-WRITE-INV-MASTER-REC PARAGRAPH WRITES THE UPDATED
      *    INVENTORY RECORD TO THE NEW ON-HAND INVENTORY MASTER FILE
      *    AND CHECKS THE FILE STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  1600-PROCESS-NEW-LOCATION
      *    -  1700-PROCESS-MATCHED-LOCATION
      *    -  1750-CARRY-FORWARD-INV-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1800-WRITE-INV-MASTER-REC.
           WRITE INVNEW-REC FROM WS-INV-NEW-REC.
           IF INCODE = '00'
              ADD 1 TO WS-INV-MASTER-WRTN
           ELSE
              DISPLAY 'ERROR WRITING NEW INVENTORY MASTER FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2600-CLOSE-FILES PARAGRAPH CLOSES THE INVENTORY PASS
      *    FILES, DISPLAYS RUN CONTROL TOTALS AND APPENDS THE RUN
      *    CONTROL HANDOFF RECORDS TO THE SHARED RUNCTL FILE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2600-CLOSE-FILES.
           CLOSE MOVSRT
                 INVMAST
                 INVNEW.
      *
           DISPLAY 'TRANSFER TRANSACTIONS READ:  ' WS-XFERS-READ-CTR.
           DISPLAY 'OLD TRANSFER RECORDS READ:   ' WS-XFER-MASTER-READ.
           DISPLAY 'TRANSFER SHIPMENTS POSTED:   ' WS-SHIPMENTS-POSTED.
           DISPLAY 'TRANSFER RECEIPTS POSTED:    ' WS-RECEIPTS-POSTED.
           DISPLAY 'TRANSFER TRANS REJECTED:     ' WS-XFERS-REJECTED.
           DISPLAY '  OVER AVAILABLE STOCK:      '
                   WS-SHIP-OVER-AVAIL-CTR.
           DISPLAY '  LOT ON QUALITY HOLD:       '
                   WS-SHIP-LOT-HELD-CTR.
           DISPLAY '  LOT NOT AT FROM LOCATION:  '
                   WS-SHIP-LOT-MISSING-CTR.
           DISPLAY '  OVER LOT REMAINING:        '
                   WS-SHIP-OVER-LOT-CTR.
           DISPLAY 'TRANSFERS RECEIVED IN FULL:  ' WS-XFERS-CLOSED.
           DISPLAY 'TRANSFERS CARRIED IN TRANSIT:' WS-XFERS-CARRIED.
           DISPLAY 'NEW TRANSFER RECS WRITTEN:   ' WS-XFER-MASTER-WRTN.
           DISPLAY 'AGED TRANSFERS REPORTED:     ' WS-AGED-XFER-CTR.
           DISPLAY 'LOT MOVES WRITTEN:           ' WS-LOT-MOVES-WRTN.
           DISPLAY 'STOCK MOVEMENTS POSTED:      ' WS-MOVES-READ-CTR.
           DISPLAY 'OLD INVENTORY RECORDS READ:  ' WS-INV-MASTER-READ.
           DISPLAY 'INVENTORY LOCATIONS UPDATED: ' WS-INV-UPDATED-CTR.
           DISPLAY 'INVENTORY LOCATIONS ADDED:   ' WS-INV-ADDED-CTR.
           DISPLAY 'INVENTORY LOCATIONS CARRIED: ' WS-INV-CARRIED-CTR.
           DISPLAY 'NEW INVENTORY RECS WRITTEN:  ' WS-INV-MASTER-WRTN.
           DISPLAY 'LOCATIONS DRIVEN NEGATIVE:   '
                   WS-NEGATIVE-ONHAND-CTR.
      *
           OPEN EXTEND RUNCTL.
           IF RCCODE = '00'
              MOVE 'XFERPOST'            TO RC-PROGRAM
              MOVE 'XFERIN  '            TO RC-FILE-NAME
              MOVE 'I'                   TO RC-IN-OUT
              MOVE WS-XFERS-READ-CTR     TO RC-COUNT
              MOVE WS-TODAY-8            TO RC-RUN-DATE
              WRITE RUNCTL-REC FROM WS-RUNCTL-REC
              IF RCCODE NOT = '00'
                 DISPLAY 'ERROR WRITING RUN CONTROL FILE'
              END-IF
              MOVE 'INVNEW  '            TO RC-FILE-NAME
              MOVE 'O'                   TO RC-IN-OUT
              MOVE WS-INV-MASTER-WRTN    TO RC-COUNT
              WRITE RUNCTL-REC FROM WS-RUNCTL-REC
              IF RCCODE NOT = '00'
                 DISPLAY 'ERROR WRITING RUN CONTROL FILE'
              END-IF
              MOVE 'XFERNEW '            TO RC-FILE-NAME
              MOVE WS-XFER-MASTER-WRTN   TO RC-COUNT
              WRITE RUNCTL-REC FROM WS-RUNCTL-REC
              IF RCCODE NOT = '00'
                 DISPLAY 'ERROR WRITING RUN CONTROL FILE'
              END-IF
              MOVE 'LOTMOVE '            TO RC-FILE-NAME
              MOVE WS-LOT-MOVES-WRTN     TO RC-COUNT
              WRITE RUNCTL-REC FROM WS-RUNCTL-REC
              IF RCCODE NOT = '00'
                 DISPLAY 'ERROR WRITING RUN CONTROL FILE'
              END-IF
              CLOSE RUNCTL
           ELSE
              DISPLAY 'ERROR OPENING RUN CONTROL FILE'
           END-IF.
