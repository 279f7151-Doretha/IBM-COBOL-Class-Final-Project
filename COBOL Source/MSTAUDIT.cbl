       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTAUDIT.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM IS THE CROSS-MASTER INTEGRITY AUDIT RUN AFTER
      *    THE LAST UPDATE STEP OF THE NIGHTLY STREAM (AHEAD OF
      *    SNAPCAT.CBL, SO A SET THAT FAILS IS NEVER SNAPSHOTTED AS
      *    GOOD). RUNRECON.CBL PROVES THE RECORD COUNTS HANDED FROM
      *    STEP TO STEP; THIS STEP PROVES THE FINAL MASTERS AGREE WITH
      *    EACH OTHER:
      *      LOT/INV  - FOR EVERY LOT-CONTROLLED PART (ANY LOT ON THE
      *                 LOT MASTER) THE REMAINING QUANTITY OF ITS LOTS
      *                 AT EACH LOCATION MUST EQUAL THE ON-HAND OF THAT
      *                 PART/LOCATION ON THE INVENTORY MASTER PLUS THE
      *                 QUANTITY OF ITS LOTS SHIPPED FROM THERE AND
      *                 STILL IN TRANSIT ON THE TRANSFER MASTER -- A
      *                 TRANSFER SHIPMENT LEAVES THE INVENTORY MASTER AT
      *                 ONCE, BUT THE LOT MASTER MOVES THE LOT ONLY WHEN
      *                 THE TRANSFER IS RECEIVED.
      *      PO/PART  - EVERY LINE ON THE OPEN PO BACKLOG MUST NAME A
      *                 PART ON THE PARTS MASTER THAT IS STILL ACTIVE.
      *      INACTIVE - ON-HAND STOCK OF A DEACTIVATED PART.
      *      XREF/SUP - EVERY SUPPLIER CROSS-REFERENCE ROW MUST NAME A
      *                 SUPPLIER ON THE SUPPLIER MASTER.
      *      ALT/SUPP - EVERY ALTERNATE SUPPLIER ROW MUST NAME A
      *                 SUPPLIER ON THE SUPPLIER MASTER.
      *      RTV/PO   - EVERY OPEN RETURN-TO-VENDOR MUST POINT AT A PO
      *                 STILL ON THE OPEN BACKLOG OR THE CLOSED PO
      *                 HISTORY.
      *    EACH FAILURE IS LISTED WITH THE VALUES FROM BOTH SIDES. THE
      *    SYSIN CARD GIVES THE NUMBER OF FAILURES TOLERATED: UP TO
      *    THAT MANY THE STEP ONLY WARNS, MORE ENDS IT WITH
      *    RETURN-CODE 16 SO THE SCHEDULER HOLDS THE STREAM. A FULL
      *    LOOKUP TABLE ALSO ENDS THE STEP WITH RETURN-CODE 16, AS AN
      *    AUDIT THAT COULD NOT SEE EVERY RECORD PROVES NOTHING. AN
      *    INVALID CARD ENDS THE RUN WITH RETURN-CODE 16 AND NO FILE
      *    TOUCHED.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      SYSIN - AUDIT CONTROL CARD:
      *              POS 1-5    FAILURES TOLERATED BEFORE RETURN-CODE
      *                         16 (OPTIONAL -- DEFAULT 00000, ANY
      *                         FAILURE ENDS THE STEP WITH 16)
      *
      *
      *      RTPOT44.AUTOPART.SUPPMAST.FILE - SUPPLIER MASTER (INDEXED,
      *                                       READ RANDOMLY BY
      *                                       SUPPLIER CODE)
      *      INTERNAL FILE NAME:              SUPPMAST
      *      JCL DD NAME:                     SUPPMAST
      *
      *
      *      RTPOT44.LOTUPDT.LOTMAST.NEW - LOT MASTER
      *      INTERNAL FILE NAME:           LOTMAST
      *      JCL DD NAME:                  LOTMAST
      *
      *
      *      RTPOT44.XFERPOST.XFERMAST.NEW - IN-TRANSIT TRANSFER
      *                                      MASTER
      *      INTERNAL FILE NAME:             XFERMAST
      *      JCL DD NAME:                    XFERMAST
      *
      *
      *      RTPOT44.RTVAGE.RTVHIST.NEW - OPEN-RETURNS MASTER
      *      INTERNAL FILE NAME:          RTVHIST
      *      JCL DD NAME:                 RTVHIST
      *
      *
      *      RTPOT44.CYCLCNT.INVMAST.NEW - ON-HAND INVENTORY MASTER
      *      INTERNAL FILE NAME:           INVMAST
      *      JCL DD NAME:                  INVMAST
      *
      *
      *      RTPOT44.AUTOPART.PARTFILE - PARTS MASTER (INDEXED, READ
      *                                  RANDOMLY BY PART-NUMBER)
      *      INTERNAL FILE NAME:         PARTFILE
      *      JCL DD NAME:                PARTFILE
      *
      *
      *      RTPOT44.PORECV.BACKLOG.NEW - OPEN PO BACKLOG MASTER
      *      INTERNAL FILE NAME:          PORHIST
      *      JCL DD NAME:                 PORHIST
      *
      *
      *      RTPOT44.POCLOSE.HISTORY.NEW - CLOSED PO HISTORY MASTER
      *      INTERNAL FILE NAME:           POCLHIST
      *      JCL DD NAME:                  POCLHIST
      *
      *
      *      RTPOT44.XREFMNT.SUPPXREF.NEW - SUPPLIER CROSS-REFERENCE
      *                                     (INDEXED, READ IN KEY
      *                                     SEQUENCE)
      *      INTERNAL FILE NAME:            SUPPXREF
      *      JCL DD NAME:                   SUPPXREF
      *
      *
      *      RTPOT44.AUTOPART.ALTSUPP.FILE - ALTERNATE SUPPLIER
      *                                      FILE (INDEXED, READ IN
      *                                      KEY SEQUENCE)
      *      INTERNAL FILE NAME:             ALTSUPP
      *      JCL DD NAME:                    ALTSUPP
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.MSTAUDIT.EXCEPT.RPT - CROSS-MASTER INTEGRITY
      *                                    EXCEPTIONS REPORT
      *      INTERNAL FILE NAME:           AUDRPT
      *      JCL DD NAME:                  AUDRPT
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(MSTAUDIT)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  LOT/INV NOW ALLOWS FOR LOTTED TRANSFERS IN
      *                   TRANSIT. XFERPOST.CBL TAKES A SHIPMENT OUT OF
      *                   THE INVENTORY MASTER AT ONCE BUT THE LOT
      *                   MASTER MOVES THE LOT ONLY WHEN IT IS RECEIVED,
      *                   SO THE NEW TRANSFER MASTER IS READ AND THE
      *                   QUANTITY OF EACH LOT STILL IN TRANSIT IS ADDED
      *                   TO THE ON-HAND OF ITS PART AT THE SHIPPING
      *                   LOCATION BEFORE THE LOTS ARE COMPARED WITH IT.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  SUPPLIER MASTER IS NOW INDEXED AND READ BY
      *                   KEY FOR EACH CROSS-REFERENCE AND ALTERNATE
      *                   SUPPLIER ROW -- THE 500-ENTRY SUPPLIER CODE
      *                   TABLE IS GONE. SUPPXREF AND ALTSUPP ARE
      *                   INDEXED, READ IN KEY SEQUENCE
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  LOT MASTER RECORD GREW 76 TO 79 BYTES WITH
      *                   THE COUNTRY OF ORIGIN WRITTEN BY LOTUPDT.CBL
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  LOT MASTER RECORD GREW 70 TO 76 BYTES WITH
      *                   THE RECEIVING PO-NUMBER WRITTEN BY
      *                   LOTUPDT.CBL
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  10/15/2026
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPMAST ASSIGN TO SUPPMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SUPPMAST-FILE-KEY
              FILE STATUS IS SMCODE.
      *
           SELECT LOTMAST ASSIGN TO LOTMAST
              FILE STATUS IS LMCODE.
      *
           SELECT XFERMAST ASSIGN TO XFERMAST
              FILE STATUS IS XMCODE.
      *
           SELECT RTVHIST ASSIGN TO RTVHIST
              FILE STATUS IS RHCODE.
      *
           SELECT INVMAST ASSIGN TO INVMAST
              FILE STATUS IS IMCODE.
      *
           SELECT PARTFILE ASSIGN TO PARTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PARTFILE-KEY
              FILE STATUS IS PACODE.
      *
           SELECT PORHIST ASSIGN TO PORHIST
              FILE STATUS IS PHCODE.
      *
           SELECT POCLHIST ASSIGN TO POCLHIST
              FILE STATUS IS PCCODE.
      *
           SELECT SUPPXREF ASSIGN TO SUPPXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SUPPXREF-FILE-KEY
              ALTERNATE RECORD KEY IS SUPPXREF-SUPP-PART-KEY
                 WITH DUPLICATES
              FILE STATUS IS XFCODE.
      *
           SELECT ALTSUPP ASSIGN TO ALTSUPP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ALTSUPP-FILE-KEY
              FILE STATUS IS ALCODE.
      *
           SELECT AUDRPT ASSIGN TO AUDRPT
              FILE STATUS IS RPCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 29 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMAST-REC.
      *
       01 SUPPMAST-REC.
          05 SUPPMAST-FILE-KEY       PIC X(10).
          05 FILLER                  PIC X(19).
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
       FD  XFERMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XFERMAST-REC.
      *
       01 XFERMAST-REC PIC X(80).
      *
       FD  RTVHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTVHIST-REC.
      *
       01 RTVHIST-REC PIC X(60).
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
       FD  PARTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTS-REC.
      *
       01 PARTS-REC.
          05 PARTFILE-KEY            PIC X(23).
          05 FILLER                  PIC X(69).
      *
       FD  PORHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PORHIST-REC.
      *
       01 PORHIST-REC PIC X(80).
      *
       FD  POCLHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 75 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POCLHIST-REC.
      *
       01 POCLHIST-REC PIC X(75).
      *
       FD  SUPPXREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPXREF-REC.
      *
       01 SUPPXREF-REC.
          05 SUPPXREF-FILE-KEY       PIC X(33).
          05 SUPPXREF-SUPP-PART-KEY  PIC X(15).
          05 FILLER                  PIC X(02).
      *
       FD  ALTSUPP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALTSUPP-REC.
      *
       01 ALTSUPP-REC.
          05 ALTSUPP-FILE-KEY        PIC X(33).
          05 FILLER                  PIC X(01).
      *
       FD  AUDRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AUDRPT-REC.
      *
       01 AUDRPT-REC PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  AUDIT CONTROL CARD ACCEPTED FROM SYSIN.
      *****************************************************************
      *
       01 WS-AUDIT-CARD.
          05 WS-THRESHOLD-CARD      PIC X(05) VALUE SPACES.
          05 WS-THRESHOLD-CARD-9 REDEFINES WS-THRESHOLD-CARD
                                    PIC 9(05).
          05 FILLER                 PIC X(75) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE RECORD OF EACH MASTER READ. EACH IS
      *  THE SAME LAYOUT AS THE RECORD WRITTEN BY THE OWNING STEP.
      *****************************************************************
      *
       01 SUPPMAST-REC-WS. *>SUPPLIER MASTER ROW READ BY KEY
          05 SUPP-CODE-IN           PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(19) VALUE SPACES.
      *
       01 WS-LOT-REC. *>ONE LOT, SAME LAYOUT AS LOTUPDT.CBL WRITES
          05 LM-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 LM-LOT-NUMBER          PIC X(10) VALUE SPACES.
          05 LM-LOCATION-CODE       PIC X(02) VALUE SPACES.
          05 LM-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 LM-RECEIPT-DATE        PIC X(08) VALUE SPACES.
          05 LM-RECEIVED-QTY        PIC 9(07) VALUE 0.
          05 LM-REMAINING-QTY       PIC S9(7) VALUE 0.
          05 LM-HOLD-STATUS         PIC X(01) VALUE SPACES.
          05 LM-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 LM-ORIGIN-COUNTRY      PIC X(03) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
       01 WS-XFER-REC. *>ONE OPEN TRANSFER, SAME LAYOUT AS XFERPOST
          05 XM-XFER-NUMBER         PIC X(08) VALUE SPACES.
          05 XM-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 XM-FROM-LOCATION       PIC X(02) VALUE SPACES.
          05 XM-TO-LOCATION         PIC X(02) VALUE SPACES.
          05 XM-LOT-NUMBER          PIC X(10) VALUE SPACES.
          05 XM-SHIP-QTY            PIC 9(07) VALUE 0.
          05 XM-SHIP-DATE           PIC X(08) VALUE SPACES.
          05 XM-RECEIVED-QTY        PIC 9(07) VALUE 0.
          05 XM-LAST-RECEIPT-DATE   PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(05) VALUE SPACES.
      *
       01 WS-RTV-REC. *>ONE OPEN RETURN, SAME LAYOUT AS RTVAGE.CBL
          05 RH-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 RH-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 RH-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 RH-RETURN-QTY          PIC 9(07) VALUE 0.
          05 RH-REASON-CODE         PIC X(01) VALUE SPACES.
          05 RH-RETURN-DATE         PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(05) VALUE SPACES.
      *
       01 WS-INV-REC. *>ONE PART/LOCATION, SAME LAYOUT AS CYCLCNT.CBL
          05 IM-INV-KEY.
             10 IM-PART-NUMBER      PIC X(23) VALUE SPACES.
             10 IM-LOCATION-CODE    PIC X(02) VALUE SPACES.
          05 IM-QTY-ON-HAND         PIC S9(7) VALUE 0.
          05 IM-LAST-RECEIPT-DATE   PIC X(08) VALUE SPACES.
          05 IM-QTY-HELD            PIC S9(7) VALUE 0.
          05 FILLER                 PIC X(01) VALUE SPACES.
      *
       01 WS-PARTS-REC. *>PARTS MASTER ROW READ BY PART-NUMBER
          05 PM-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 FILLER                 PIC X(65) VALUE SPACES.
          05 PM-PART-STATUS         PIC X(01) VALUE SPACES.
             88 PM-PART-INACTIVE    VALUE 'I'.
          05 FILLER                 PIC X(03) VALUE SPACES.
      *
       01 WS-PO-BACKLOG-REC. *>ONE BACKLOG LINE, SAME LAYOUT AS PORECV
          05 OP-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 OP-BUYER-CODE          PIC X(03) VALUE SPACES.
          05 OP-QUANTITY            PIC S9(7) VALUE 0.
          05 OP-UNIT-PRICE          PIC S9(7)V99 VALUE 0.
          05 OP-ORDER-DATE          PIC X(08) VALUE SPACES.
          05 OP-DELIVERY-DATE       PIC X(08) VALUE SPACES.
          05 OP-CURRENCY-CODE       PIC X(03) VALUE SPACES.
          05 OP-RECEIVED-STATUS     PIC X(01) VALUE SPACES.
          05 OP-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 OP-RECEIVED-QTY        PIC S9(7) VALUE 0.
          05 OP-PO-TYPE             PIC X(01) VALUE SPACES.
          05 OP-REVISION-NUMBER     PIC 9(02) VALUE 0.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
       01 WS-CLOSED-PO-REC. *>ONE CLOSED PO, SAME LAYOUT AS POCLOSE
          05 CH-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 FILLER                 PIC X(69) VALUE SPACES.
      *
       01 WS-XREF-REC. *>ONE CROSS-REFERENCE ROW, SAME AS XREFMNT
          05 XR-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 XR-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 XR-SUPP-PART-NUMBER    PIC X(15) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
       01 ALTSUPP-REC-WS. *>ONE ALTERNATE SUPPLIER ROW
          05 AL-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 AL-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 AL-PREFERENCE-RANK     PIC 9(01) VALUE 0.
      *
      *****************************************************************
      *  SUPPLIER CODE LOOKED UP ON THE SUPPLIER MASTER FOR EVERY
      *  CROSS-REFERENCE AND ALTERNATE SUPPLIER ROW.
      *****************************************************************
      *
       01 WS-SUPP-CODE-VARS.
          05 WS-LOOKUP-SUPPLIER     PIC X(10) VALUE SPACES.
          05 SUPP-FOUND-SW          PIC X(01) VALUE 'N'.
             88 SUPP-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  TABLE OF LOT REMAINING QUANTITY SUMMED BY PART/LOCATION,
      *  WITH THE QUANTITY OF THOSE LOTS SHIPPED FROM THE LOCATION AND
      *  STILL IN TRANSIT ON THE TRANSFER MASTER. THE MATCHED SWITCH
      *  IS SET WHEN THE INVENTORY MASTER HAS A ROW FOR THE
      *  PART/LOCATION, SO LOTS AT A LOCATION WITH NO INVENTORY ROW
      *  CAN BE REPORTED AFTERWARDS.
      *****************************************************************
      *
       01 LOT-SUM-TBL.
          05 LOT-SUM-ENTRY-TBL
            OCCURS 2000 TIMES INDEXED BY LSUM-IDX.
            10 LSUM-PART-NUMBER-TBL PIC X(23) VALUE SPACES.
            10 LSUM-LOCATION-TBL    PIC X(02) VALUE SPACES.
            10 LSUM-REMAINING-TBL   PIC S9(9) VALUE 0.
            10 LSUM-IN-TRANSIT-TBL  PIC S9(9) VALUE 0.
            10 LSUM-MATCHED-SW      PIC X(01) VALUE 'N'.
               88 LSUM-MATCHED      VALUE 'Y'.
      *
       01 WS-LOT-SUM-VARS.
          05 WS-MAX-LSUM-IDX        PIC 9(04) VALUE 2000.
          05 WS-LSUM-LOADED-CTR     PIC 9(04) VALUE 0.
          05 WS-LSUM-SLOT           PIC 9(04) VALUE 0.
          05 LSUM-FOUND-SW          PIC X(01) VALUE 'N'.
             88 LSUM-FOUND          VALUE 'Y'.
          05 PART-LOTTED-SW         PIC X(01) VALUE 'N'.
             88 PART-LOTTED         VALUE 'Y'.
      *
      *****************************************************************
      *  TABLE OF OPEN RETURNS. THE FOUND SWITCH IS SET WHEN THE
      *  RETURN'S PO IS SEEN ON THE OPEN BACKLOG OR THE CLOSED PO
      *  HISTORY.
      *****************************************************************
      *
       01 RTV-OPEN-TBL.
          05 RTV-OPEN-ENTRY-TBL
            OCCURS 500 TIMES INDEXED BY RTVO-IDX.
            10 RTVO-SUPPLIER-TBL    PIC X(10) VALUE SPACES.
            10 RTVO-PO-NUMBER-TBL   PIC X(06) VALUE SPACES.
            10 RTVO-PART-NUMBER-TBL PIC X(23) VALUE SPACES.
            10 RTVO-PO-FOUND-SW     PIC X(01) VALUE 'N'.
               88 RTVO-PO-FOUND     VALUE 'Y'.
      *
       01 WS-RTV-OPEN-VARS.
          05 WS-MAX-RTVO-IDX        PIC 9(03) VALUE 500.
          05 WS-RTVO-LOADED-CTR     PIC 9(03) VALUE 0.
          05 WS-LOOKUP-PO-NUMBER    PIC X(06) VALUE SPACES.
      *
       01 WS-CONTROL-VARS.
          05 WS-FAIL-THRESHOLD      PIC 9(05) VALUE 0.
          05 WS-EDIT-QTY            PIC -(8)9.
          05 WS-LOT-REMAINING       PIC S9(9) VALUE 0.
          05 WS-LOT-IN-TRANSIT      PIC S9(9) VALUE 0.
          05 WS-INV-SIDE-QTY        PIC S9(9) VALUE 0.
          05 PART-READ-OK-SW        PIC X(01) VALUE 'N'.
             88 PART-READ-OK        VALUE 'Y'.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 SMCODE                 PIC X(02) VALUE SPACES.
          05 LMCODE                 PIC X(02) VALUE SPACES.
          05 XMCODE                 PIC X(02) VALUE SPACES.
          05 RHCODE                 PIC X(02) VALUE SPACES.
          05 IMCODE                 PIC X(02) VALUE SPACES.
          05 PACODE                 PIC X(02) VALUE SPACES.
          05 PHCODE                 PIC X(02) VALUE SPACES.
          05 PCCODE                 PIC X(02) VALUE SPACES.
          05 XFCODE                 PIC X(02) VALUE SPACES.
          05 ALCODE                 PIC X(02) VALUE SPACES.
          05 RPCODE                 PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 LOT-MAST-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-LOT-MAST-FILE VALUE 'Y'.
          05 XFER-MAST-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-XFER-MAST-FILE VALUE 'Y'.
          05 RTV-HIST-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-RTV-HIST-FILE VALUE 'Y'.
          05 INV-MAST-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-INV-MAST-FILE VALUE 'Y'.
          05 BACKLOG-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-BACKLOG-FILE VALUE 'Y'.
          05 CLOSED-PO-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-CLOSED-PO-FILE VALUE 'Y'.
          05 XREF-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-XREF-FILE    VALUE 'Y'.
          05 ALTSUPP-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-ALTSUPP-FILE VALUE 'Y'.
          05 RUN-ERROR-SW           PIC X(01) VALUE 'N'.
             88 RUN-ERROR           VALUE 'Y'.
          05 TABLE-FULL-SW          PIC X(01) VALUE 'N'.
             88 TABLE-FULL          VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-SUPP-READ-CTR       PIC 9(07) VALUE 0.
          05 WS-LOTS-READ-CTR       PIC 9(07) VALUE 0.
          05 WS-XFERS-READ-CTR      PIC 9(07) VALUE 0.
          05 WS-RTV-READ-CTR        PIC 9(07) VALUE 0.
          05 WS-INV-READ-CTR        PIC 9(07) VALUE 0.
          05 WS-BACKLOG-READ-CTR    PIC 9(07) VALUE 0.
          05 WS-CLOSED-READ-CTR     PIC 9(07) VALUE 0.
          05 WS-XREF-READ-CTR       PIC 9(07) VALUE 0.
          05 WS-ALTSUPP-READ-CTR    PIC 9(07) VALUE 0.
          05 WS-LOT-INV-FAIL-CTR    PIC 9(05) VALUE 0.
          05 WS-PO-PART-FAIL-CTR    PIC 9(05) VALUE 0.
          05 WS-INACTIVE-FAIL-CTR   PIC 9(05) VALUE 0.
          05 WS-XREF-FAIL-CTR       PIC 9(05) VALUE 0.
          05 WS-ALTSUPP-FAIL-CTR    PIC 9(05) VALUE 0.
          05 WS-RTV-PO-FAIL-CTR     PIC 9(05) VALUE 0.
          05 WS-FAILURE-CTR         PIC 9(05) VALUE 0.
      *
      *****************************************************************
      *  EXCEPTIONS REPORT LINES -- ONE LINE PER FAILURE GIVING THE
      *  CHECK, THE KEY OF THE RECORD THAT FAILED, AND THE VALUE FOUND
      *  ON EACH SIDE OF THE CHECK.
      *****************************************************************
      *
       01 AUD-RPT-HEADER-1. *>HEADER FOR EXCEPTIONS REPORT
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 FILLER                 PIC X(39) VALUE
                             'CROSS-MASTER INTEGRITY AUDIT EXCEPTIONS'.
          05 FILLER                 PIC X(23) VALUE
                                    '   FAILURES TOLERATED: '.
          05 RPT-THRESHOLD          PIC ZZZZ9.
          05 FILLER                 PIC X(61) VALUE SPACES.
      *
       01 AUD-RPT-HEADER-2. *>COLUMN HEADINGS
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'CHECK'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(35) VALUE 'KEY'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(34) VALUE 'FOUND ON'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(34) VALUE 'AGAINST'.
          05 FILLER                 PIC X(11) VALUE SPACES.
      *
       01 AUD-RPT-HEADER-3. *>COLUMN UNDERLINES
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(35) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(34) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(34) VALUE ALL '='.
          05 FILLER                 PIC X(11) VALUE SPACES.
      *
       01 AUD-RPT-DETAIL. *>ONE FAILURE PER LINE
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 RPT-CHECK-ID           PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-KEY                PIC X(35) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-LEFT-LABEL         PIC X(21) VALUE SPACES.
          05 RPT-LEFT-VALUE         PIC X(13) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-RIGHT-LABEL        PIC X(21) VALUE SPACES.
          05 RPT-RIGHT-VALUE        PIC X(13) VALUE SPACES.
          05 FILLER                 PIC X(11) VALUE SPACES.
      *
       01 AUD-RPT-NONE-LINE. *>PRINTED WHEN EVERY CHECK PASSES
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 FILLER                 PIC X(37) VALUE
                             '*** ALL CROSS-MASTER CHECKS PASSED'.
          05 FILLER                 PIC X(91) VALUE SPACES.
      *
       01 AUD-RPT-SUMMARY-LINE. *>GENERIC SUMMARY LINE
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 RPT-SUMMARY-LABEL      PIC X(35) VALUE SPACES.
          05 RPT-SUMMARY-VALUE      PIC ZZZZZZ9.
          05 FILLER                 PIC X(86) VALUE SPACES.
      *
       01 AUD-RPT-VERDICT-LINE. *>FINAL VERDICT OF THE AUDIT
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 RPT-VERDICT            PIC X(60) VALUE SPACES.
          05 FILLER                 PIC X(68) VALUE SPACES.
      *
       01 WS-BLANK-LINE             PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION ACCEPTS AND EDITS THE AUDIT
      *    CONTROL CARD, LOADS THE LOT TOTALS, THE OPEN RETURNS AND
      *    THE LOTS IN TRANSIT, PASSES THE INVENTORY MASTER, THE OPEN
      *    BACKLOG, THE CLOSED PO HISTORY, THE CROSS-REFERENCE AND THE
      *    ALTERNATE SUPPLIERS, REPORTS WHAT IS LEFT UNMATCHED, AND
      *    WRITES THE SUMMARY AND VERDICT. AN INVALID CARD ENDS THE
      *    RUN WITH RETURN-CODE 16 AND NO FILE TOUCHED.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0220-READ-LOT-MAST-FILE
      *    - 0230-LOAD-LOT-SUM-TABLE
      *    - 0240-READ-RTV-HIST-FILE
      *    - 0250-LOAD-RTV-OPEN-TABLE
      *    - 0260-READ-XFER-MAST-FILE
      *    - 0270-LOAD-XFER-IN-TRANSIT
      *    - 0300-READ-INV-MAST-FILE
      *    - 0400-CHECK-INV-MAST-REC
      *    - 0450-CHECK-UNMATCHED-LOTS
      *    - 0500-READ-BACKLOG-FILE
      *    - 0550-CHECK-BACKLOG-REC
      *    - 0600-READ-CLOSED-PO-FILE
      *    - 0650-CHECK-CLOSED-PO-REC
      *    - 0680-CHECK-UNMATCHED-RTV
      *    - 0700-READ-XREF-FILE
      *    - 0750-CHECK-XREF-REC
      *    - 0800-READ-ALTSUPP-FILE
      *    - 0850-CHECK-ALTSUPP-REC
      *    - 2500-WRITE-SUMMARY
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           IF RUN-ERROR
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 0100-OPEN-FILES
              PERFORM 0150-WRITE-RPT-HEADERS
              PERFORM 0220-READ-LOT-MAST-FILE
              PERFORM 0230-LOAD-LOT-SUM-TABLE
                  UNTIL END-OF-LOT-MAST-FILE
              PERFORM 0240-READ-RTV-HIST-FILE
              PERFORM 0250-LOAD-RTV-OPEN-TABLE
                  UNTIL END-OF-RTV-HIST-FILE
              PERFORM 0260-READ-XFER-MAST-FILE
              PERFORM 0270-LOAD-XFER-IN-TRANSIT
                  UNTIL END-OF-XFER-MAST-FILE
              PERFORM 0300-READ-INV-MAST-FILE
              PERFORM 0400-CHECK-INV-MAST-REC
                  UNTIL END-OF-INV-MAST-FILE
              PERFORM 0450-CHECK-UNMATCHED-LOTS
                  VARYING LSUM-IDX FROM 1 BY 1
                  UNTIL LSUM-IDX > WS-LSUM-LOADED-CTR
              PERFORM 0500-READ-BACKLOG-FILE
              PERFORM 0550-CHECK-BACKLOG-REC
                  UNTIL END-OF-BACKLOG-FILE
              PERFORM 0600-READ-CLOSED-PO-FILE
              PERFORM 0650-CHECK-CLOSED-PO-REC
                  UNTIL END-OF-CLOSED-PO-FILE
              PERFORM 0680-CHECK-UNMATCHED-RTV
                  VARYING RTVO-IDX FROM 1 BY 1
                  UNTIL RTVO-IDX > WS-RTVO-LOADED-CTR
              PERFORM 0700-READ-XREF-FILE
              PERFORM 0750-CHECK-XREF-REC
                  UNTIL END-OF-XREF-FILE
              PERFORM 0800-READ-ALTSUPP-FILE
              PERFORM 0850-CHECK-ALTSUPP-REC
                  UNTIL END-OF-ALTSUPP-FILE
              PERFORM 2500-WRITE-SUMMARY
              PERFORM 2600-CLOSE-FILES
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH ACCEPTS THE AUDIT CONTROL
      *    CARD FROM SYSIN AND VALIDATES THE FAILURES TOLERATED. A
      *    BLANK CARD TOLERATES NO FAILURE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           ACCEPT WS-AUDIT-CARD FROM SYSIN.
      *
           IF WS-THRESHOLD-CARD = SPACES
              MOVE 0 TO WS-FAIL-THRESHOLD
           ELSE
              IF WS-THRESHOLD-CARD NUMERIC
                 MOVE WS-THRESHOLD-CARD-9 TO WS-FAIL-THRESHOLD
              ELSE
                 DISPLAY 'MSTAUDIT: FAILURES TOLERATED MUST BE '
                         'NUMERIC -- RUN ENDED'
                 SET RUN-ERROR TO TRUE
              END-IF
           END-IF.
      *
           MOVE WS-FAIL-THRESHOLD TO RPT-THRESHOLD.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0100-OPEN-FILES PARAGRAPH OPENS THE MASTERS FOR INPUT
      *    AND THE EXCEPTIONS REPORT FOR OUTPUT AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL OPEN OPERATION. IF THE OPEN
      *    OPERATION FAILS, AN ERROR MESSAGE IS DISPLAYED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0100-OPEN-FILES.
           OPEN INPUT SUPPMAST.
           IF SMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SUPPLIER MASTER FILE'
           END-IF.
      *
           OPEN INPUT LOTMAST.
           IF LMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING LOT MASTER FILE'
           END-IF.
      *
           OPEN INPUT XFERMAST.
           IF XMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING TRANSFER MASTER FILE'
           END-IF.
      *
           OPEN INPUT RTVHIST.
           IF RHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING OPEN-RETURNS MASTER FILE'
           END-IF.
      *
           OPEN INPUT INVMAST.
           IF IMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING INVENTORY MASTER FILE'
           END-IF.
      *
           OPEN INPUT PARTFILE.
           IF PACODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PARTS MASTER FILE'
           END-IF.
      *
           OPEN INPUT PORHIST.
           IF PHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PO BACKLOG MASTER FILE'
           END-IF.
      *
           OPEN INPUT POCLHIST.
           IF PCCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING CLOSED PO HISTORY FILE'
           END-IF.
      *
           OPEN INPUT SUPPXREF.
           IF XFCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SUPPLIER CROSS-REFERENCE FILE'
           END-IF.
      *
           OPEN INPUT ALTSUPP.
           IF ALCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING ALTERNATE SUPPLIER FILE'
           END-IF.
      *
           OPEN OUTPUT AUDRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING INTEGRITY EXCEPTIONS REPORT FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0150-WRITE-RPT-HEADERS PARAGRAPH WRITES THE REPORT AND
      *    COLUMN HEADINGS TO THE EXCEPTIONS REPORT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0150-WRITE-RPT-HEADERS.
           WRITE AUDRPT-REC FROM AUD-RPT-HEADER-1.
           WRITE AUDRPT-REC FROM WS-BLANK-LINE.
           WRITE AUDRPT-REC FROM AUD-RPT-HEADER-2.
           WRITE AUDRPT-REC FROM AUD-RPT-HEADER-3.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO INTEGRITY EXCEPTIONS REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0220-READ-LOT-MAST-FILE PARAGRAPH READS ONE LOT MASTER
      *    RECORD. WHEN THE END OF FILE IS REACHED, A FLAG IS SET TO
      *    INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0230-LOAD-LOT-SUM-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0220-READ-LOT-MAST-FILE.
           READ LOTMAST INTO WS-LOT-REC
              AT END MOVE 'Y' TO LOT-MAST-FILE-SW
           END-READ.
      *
           IF LMCODE = '00' OR '10'
              IF NOT END-OF-LOT-MAST-FILE
                 ADD 1 TO WS-LOTS-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING LOT MASTER FILE.'
              MOVE 'Y' TO LOT-MAST-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0230-LOAD-LOT-SUM-TABLE PARAGRAPH ADDS THE CURRENT
      *    LOT'S REMAINING QUANTITY TO ITS PART/LOCATION TOTAL,
      *    STARTING A NEW TOTAL FOR A PART/LOCATION NOT YET SEEN, AND
      *    READS THE NEXT LOT. A FULL TABLE IS REPORTED AND ENDS THE
      *    STEP WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0220-READ-LOT-MAST-FILE
      *****************************************************************
      *
       0230-LOAD-LOT-SUM-TABLE.
           MOVE 'N' TO LSUM-FOUND-SW.
           PERFORM VARYING LSUM-IDX FROM 1 BY 1
              UNTIL LSUM-IDX > WS-LSUM-LOADED-CTR OR LSUM-FOUND
              IF LM-PART-NUMBER = LSUM-PART-NUMBER-TBL (LSUM-IDX)
                 AND LM-LOCATION-CODE = LSUM-LOCATION-TBL (LSUM-IDX)
                 ADD LM-REMAINING-QTY TO LSUM-REMAINING-TBL (LSUM-IDX)
                 MOVE 'Y' TO LSUM-FOUND-SW
              END-IF
           END-PERFORM.
      *
           IF NOT LSUM-FOUND
              IF WS-LSUM-LOADED-CTR < WS-MAX-LSUM-IDX
                 ADD 1 TO WS-LSUM-LOADED-CTR
                 SET LSUM-IDX TO WS-LSUM-LOADED-CTR
                 MOVE LM-PART-NUMBER   TO LSUM-PART-NUMBER-TBL
                                          (LSUM-IDX)
                 MOVE LM-LOCATION-CODE TO LSUM-LOCATION-TBL (LSUM-IDX)
                 MOVE LM-REMAINING-QTY TO LSUM-REMAINING-TBL (LSUM-IDX)
              ELSE
                 DISPLAY 'LOT TOTAL TABLE FULL -- PART '
                         LM-PART-NUMBER ' LOCATION ' LM-LOCATION-CODE
                         ' NOT AUDITED'
                 SET TABLE-FULL TO TRUE
              END-IF
           END-IF.
      *
           PERFORM 0220-READ-LOT-MAST-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0240-READ-RTV-HIST-FILE PARAGRAPH READS ONE OPEN RETURN
      *    FROM THE OPEN-RETURNS MASTER. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0250-LOAD-RTV-OPEN-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0240-READ-RTV-HIST-FILE.
           READ RTVHIST INTO WS-RTV-REC
              AT END MOVE 'Y' TO RTV-HIST-FILE-SW
           END-READ.
      *
           IF RHCODE = '00' OR '10'
              IF NOT END-OF-RTV-HIST-FILE
                 ADD 1 TO WS-RTV-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING OPEN-RETURNS MASTER FILE.'
              MOVE 'Y' TO RTV-HIST-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0250-LOAD-RTV-OPEN-TABLE PARAGRAPH ADDS THE CURRENT
      *    OPEN RETURN TO THE OPEN RETURNS TABLE AND READS THE NEXT. A
      *    FULL TABLE IS REPORTED AND ENDS THE STEP WITH RETURN-CODE
      *    16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0240-READ-RTV-HIST-FILE
      *****************************************************************
      *
       0250-LOAD-RTV-OPEN-TABLE.
           IF WS-RTVO-LOADED-CTR < WS-MAX-RTVO-IDX
              ADD 1 TO WS-RTVO-LOADED-CTR
              SET RTVO-IDX TO WS-RTVO-LOADED-CTR
              MOVE RH-SUPPLIER-CODE TO RTVO-SUPPLIER-TBL (RTVO-IDX)
              MOVE RH-PO-NUMBER     TO RTVO-PO-NUMBER-TBL (RTVO-IDX)
              MOVE RH-PART-NUMBER   TO RTVO-PART-NUMBER-TBL (RTVO-IDX)
              MOVE 'N'              TO RTVO-PO-FOUND-SW (RTVO-IDX)
              PERFORM 0240-READ-RTV-HIST-FILE
           ELSE
              DISPLAY 'OPEN RETURNS TABLE FULL -- REMAINING '
                      'RETURNS NOT AUDITED'
              SET TABLE-FULL TO TRUE
              MOVE 'Y' TO RTV-HIST-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0260-READ-XFER-MAST-FILE PARAGRAPH READS ONE OPEN
      *    TRANSFER FROM THE TRANSFER MASTER. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0270-LOAD-XFER-IN-TRANSIT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0260-READ-XFER-MAST-FILE.
           READ XFERMAST INTO WS-XFER-REC
              AT END MOVE 'Y' TO XFER-MAST-FILE-SW
           END-READ.
      *
           IF XMCODE = '00' OR '10'
              IF NOT END-OF-XFER-MAST-FILE
                 ADD 1 TO WS-XFERS-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING TRANSFER MASTER FILE.'
              MOVE 'Y' TO XFER-MAST-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0270-LOAD-XFER-IN-TRANSIT PARAGRAPH ADDS THE QUANTITY
      *    STILL IN TRANSIT ON A TRANSFER OF A LOT -- SHIPPED LESS
      *    RECEIVED -- TO THE LOT TOTAL OF ITS PART AT THE SHIPPING
      *    LOCATION, STARTING A TOTAL WITH NO LOT REMAINING WHEN THE
      *    LOT MASTER HAS NONE THERE, AND READS THE NEXT TRANSFER. A
      *    FULL TABLE IS REPORTED AND ENDS THE STEP WITH RETURN-CODE
      *    16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0280-MATCH-LOT-SUM
      *    -  0260-READ-XFER-MAST-FILE
      *****************************************************************
      *
       0270-LOAD-XFER-IN-TRANSIT.
           IF XM-LOT-NUMBER NOT = SPACES
              AND XM-SHIP-QTY > XM-RECEIVED-QTY
              MOVE 'N' TO LSUM-FOUND-SW
              MOVE 0   TO WS-LSUM-SLOT
              PERFORM 0280-MATCH-LOT-SUM
                  VARYING LSUM-IDX FROM 1 BY 1
                  UNTIL LSUM-IDX > WS-LSUM-LOADED-CTR
                  OR LSUM-FOUND
              IF NOT LSUM-FOUND
                 IF WS-LSUM-LOADED-CTR < WS-MAX-LSUM-IDX
                    ADD 1 TO WS-LSUM-LOADED-CTR
                    MOVE WS-LSUM-LOADED-CTR TO WS-LSUM-SLOT
                    SET LSUM-IDX TO WS-LSUM-SLOT
                    MOVE XM-PART-NUMBER   TO LSUM-PART-NUMBER-TBL
                                             (LSUM-IDX)
                    MOVE XM-FROM-LOCATION TO LSUM-LOCATION-TBL
                                             (LSUM-IDX)
                    MOVE 0 TO LSUM-REMAINING-TBL (LSUM-IDX)
                    MOVE 'Y' TO LSUM-FOUND-SW
                 ELSE
                    DISPLAY 'LOT TOTAL TABLE FULL -- PART '
                            XM-PART-NUMBER ' LOCATION '
                            XM-FROM-LOCATION ' NOT AUDITED'
                    SET TABLE-FULL TO TRUE
                 END-IF
              END-IF
              IF LSUM-FOUND
                 SET LSUM-IDX TO WS-LSUM-SLOT
                 COMPUTE LSUM-IN-TRANSIT-TBL (LSUM-IDX) =
                         LSUM-IN-TRANSIT-TBL (LSUM-IDX)
                       + XM-SHIP-QTY - XM-RECEIVED-QTY
              END-IF
           END-IF.
      *
           PERFORM 0260-READ-XFER-MAST-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0280-MATCH-LOT-SUM PARAGRAPH COMPARES ONE LOT TOTAL
      *    WITH THE PART AND SHIPPING LOCATION OF THE CURRENT
      *    TRANSFER, RETURNING THE ROW NUMBER IN WS-LSUM-SLOT WHEN
      *    THEY MATCH.
      *
      *  CALLED BY:
      *    -  0270-LOAD-XFER-IN-TRANSIT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0280-MATCH-LOT-SUM.
           IF XM-PART-NUMBER = LSUM-PART-NUMBER-TBL (LSUM-IDX)
              AND XM-FROM-LOCATION = LSUM-LOCATION-TBL (LSUM-IDX)
              MOVE 'Y' TO LSUM-FOUND-SW
              SET WS-LSUM-SLOT TO LSUM-IDX
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-READ-INV-MAST-FILE PARAGRAPH READS ONE INVENTORY
      *    MASTER RECORD. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0400-CHECK-INV-MAST-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0300-READ-INV-MAST-FILE.
           READ INVMAST INTO WS-INV-REC
              AT END MOVE 'Y' TO INV-MAST-FILE-SW
           END-READ.
      *
           IF IMCODE = '00' OR '10'
              IF NOT END-OF-INV-MAST-FILE
                 ADD 1 TO WS-INV-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING INVENTORY MASTER FILE.'
              MOVE 'Y' TO INV-MAST-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0350-READ-PART-MASTER PARAGRAPH READS THE PARTS MASTER
      *    RECORD FOR THE PART IN PARTFILE-KEY DIRECTLY BY
      *    PART-NUMBER AND SETS THE PART-READ-OK SWITCH.
      *
      *  CALLED BY:
      *    -  0400-CHECK-INV-MAST-REC
      *    -  0550-CHECK-BACKLOG-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0350-READ-PART-MASTER.
           MOVE 'N' TO PART-READ-OK-SW.
      *
           READ PARTFILE INTO WS-PARTS-REC
              INVALID KEY
                 MOVE 'N' TO PART-READ-OK-SW
              NOT INVALID KEY
                 MOVE 'Y' TO PART-READ-OK-SW
           END-READ.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0400-CHECK-INV-MAST-REC PARAGRAPH CHECKS ONE INVENTORY
      *    MASTER PART/LOCATION. STOCK ON HAND OF A PART DEACTIVATED
      *    ON THE PARTS MASTER IS A FAILURE. WHEN THE PART HAS ANY LOT
      *    ON THE LOT MASTER, THE LOTS' REMAINING QUANTITY AT THIS
      *    LOCATION (ZERO WHEN NONE) MUST EQUAL THE ON-HAND PLUS THE
      *    QUANTITY OF THE PART'S LOTS SHIPPED FROM THIS LOCATION AND
      *    STILL IN TRANSIT, AND THE LOCATION'S LOT TOTAL IS MARKED
      *    MATCHED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0350-READ-PART-MASTER
      *    -  0900-WRITE-FAILURE
      *    -  0300-READ-INV-MAST-FILE
      *****************************************************************
      *
       0400-CHECK-INV-MAST-REC.
           IF IM-QTY-ON-HAND NOT = 0
              MOVE IM-PART-NUMBER TO PARTFILE-KEY
              PERFORM 0350-READ-PART-MASTER
              IF PART-READ-OK AND PM-PART-INACTIVE
                 ADD 1 TO WS-INACTIVE-FAIL-CTR
                 MOVE 'INACTIVE'             TO RPT-CHECK-ID
                 MOVE IM-INV-KEY             TO RPT-KEY
                 MOVE 'INVMAST ON-HAND'      TO RPT-LEFT-LABEL
                 MOVE IM-QTY-ON-HAND         TO WS-EDIT-QTY
                 MOVE WS-EDIT-QTY            TO RPT-LEFT-VALUE
                 MOVE 'PARTFILE STATUS'      TO RPT-RIGHT-LABEL
                 MOVE 'INACTIVE'             TO RPT-RIGHT-VALUE
                 PERFORM 0900-WRITE-FAILURE
              END-IF
           END-IF.
      *
           MOVE 'N' TO LSUM-FOUND-SW.
           MOVE 'N' TO PART-LOTTED-SW.
           MOVE 0 TO WS-LOT-REMAINING.
           MOVE 0 TO WS-LOT-IN-TRANSIT.
           PERFORM VARYING LSUM-IDX FROM 1 BY 1
              UNTIL LSUM-IDX > WS-LSUM-LOADED-CTR
              IF IM-PART-NUMBER = LSUM-PART-NUMBER-TBL (LSUM-IDX)
                 MOVE 'Y' TO PART-LOTTED-SW
                 IF IM-LOCATION-CODE = LSUM-LOCATION-TBL (LSUM-IDX)
                    MOVE 'Y' TO LSUM-FOUND-SW
                    MOVE 'Y' TO LSUM-MATCHED-SW (LSUM-IDX)
                    MOVE LSUM-REMAINING-TBL (LSUM-IDX)
                       TO WS-LOT-REMAINING
                    MOVE LSUM-IN-TRANSIT-TBL (LSUM-IDX)
                       TO WS-LOT-IN-TRANSIT
                 END-IF
              END-IF
           END-PERFORM.
      *
           COMPUTE WS-INV-SIDE-QTY = IM-QTY-ON-HAND
                                   + WS-LOT-IN-TRANSIT.
      *
           IF PART-LOTTED
              AND WS-LOT-REMAINING NOT = WS-INV-SIDE-QTY
              ADD 1 TO WS-LOT-INV-FAIL-CTR
              MOVE 'LOT/INV'              TO RPT-CHECK-ID
              MOVE IM-INV-KEY             TO RPT-KEY
              MOVE 'LOTMAST REMAINING'    TO RPT-LEFT-LABEL
              MOVE WS-LOT-REMAINING       TO WS-EDIT-QTY
              MOVE WS-EDIT-QTY            TO RPT-LEFT-VALUE
              IF WS-LOT-IN-TRANSIT = 0
                 MOVE 'INVMAST ON-HAND'      TO RPT-RIGHT-LABEL
              ELSE
                 MOVE 'ON-HAND + IN TRANSIT' TO RPT-RIGHT-LABEL
              END-IF
              MOVE WS-INV-SIDE-QTY        TO WS-EDIT-QTY
              MOVE WS-EDIT-QTY            TO RPT-RIGHT-VALUE
              PERFORM 0900-WRITE-FAILURE
           END-IF.
      *
           PERFORM 0300-READ-INV-MAST-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0450-CHECK-UNMATCHED-LOTS PARAGRAPH REPORTS A LOT TOTAL
      *    THE INVENTORY MASTER HAS NO ROW FOR -- LOTS STILL HOLDING
      *    STOCK AT A LOCATION THE INVENTORY MASTER DOES NOT CARRY,
      *    BEYOND WHAT IS IN TRANSIT FROM THERE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0900-WRITE-FAILURE
      *****************************************************************
      *
       0450-CHECK-UNMATCHED-LOTS.
           IF NOT LSUM-MATCHED (LSUM-IDX)
              AND LSUM-REMAINING-TBL (LSUM-IDX) NOT =
                  LSUM-IN-TRANSIT-TBL (LSUM-IDX)
              ADD 1 TO WS-LOT-INV-FAIL-CTR
              MOVE 'LOT/INV'              TO RPT-CHECK-ID
              MOVE SPACES                 TO RPT-KEY
              MOVE LSUM-PART-NUMBER-TBL (LSUM-IDX) TO RPT-KEY (1:23)
              MOVE LSUM-LOCATION-TBL (LSUM-IDX)    TO RPT-KEY (24:2)
              MOVE 'LOTMAST REMAINING'    TO RPT-LEFT-LABEL
              MOVE LSUM-REMAINING-TBL (LSUM-IDX) TO WS-EDIT-QTY
              MOVE WS-EDIT-QTY            TO RPT-LEFT-VALUE
              IF LSUM-IN-TRANSIT-TBL (LSUM-IDX) = 0
                 MOVE 'INVMAST ON-HAND'      TO RPT-RIGHT-LABEL
                 MOVE 'NO ROW'               TO RPT-RIGHT-VALUE
              ELSE
                 MOVE 'IN TRANSIT, NO INV'   TO RPT-RIGHT-LABEL
                 MOVE LSUM-IN-TRANSIT-TBL (LSUM-IDX) TO WS-EDIT-QTY
                 MOVE WS-EDIT-QTY            TO RPT-RIGHT-VALUE
              END-IF
              PERFORM 0900-WRITE-FAILURE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-READ-BACKLOG-FILE PARAGRAPH READS ONE OPEN BACKLOG
      *    MASTER RECORD. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0550-CHECK-BACKLOG-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0500-READ-BACKLOG-FILE.
           READ PORHIST INTO WS-PO-BACKLOG-REC
              AT END MOVE 'Y' TO BACKLOG-FILE-SW
           END-READ.
      *
           IF PHCODE = '00' OR '10'
              IF NOT END-OF-BACKLOG-FILE
                 ADD 1 TO WS-BACKLOG-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING PO BACKLOG MASTER FILE.'
              MOVE 'Y' TO BACKLOG-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0550-CHECK-BACKLOG-REC PARAGRAPH CHECKS ONE OPEN
      *    BACKLOG LINE. THE GENERATION HEADER LEADING THE MASTER
      *    (SPACES PO-NUMBER) IS SKIPPED. THE LINE'S PART MUST BE ON
      *    THE PARTS MASTER AND ACTIVE, AND EVERY OPEN RETURN AGAINST
      *    THE LINE'S PO IS MARKED FOUND.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0350-READ-PART-MASTER
      *    -  0900-WRITE-FAILURE
      *    -  0670-MARK-RTV-PO-FOUND
      *    -  0500-READ-BACKLOG-FILE
      *****************************************************************
      *
       0550-CHECK-BACKLOG-REC.
           IF OP-PO-NUMBER NOT = SPACES
              MOVE OP-PART-NUMBER TO PARTFILE-KEY
              PERFORM 0350-READ-PART-MASTER
              IF NOT PART-READ-OK OR PM-PART-INACTIVE
                 ADD 1 TO WS-PO-PART-FAIL-CTR
                 MOVE 'PO/PART'              TO RPT-CHECK-ID
                 MOVE SPACES                 TO RPT-KEY
                 MOVE OP-PART-NUMBER         TO RPT-KEY (1:23)
                 MOVE 'PORHIST PO-NUMBER'    TO RPT-LEFT-LABEL
                 MOVE OP-PO-NUMBER           TO RPT-LEFT-VALUE
                 MOVE 'PARTFILE STATUS'      TO RPT-RIGHT-LABEL
                 IF PART-READ-OK
                    MOVE 'INACTIVE'          TO RPT-RIGHT-VALUE
                 ELSE
                    MOVE 'NOT ON FILE'       TO RPT-RIGHT-VALUE
                 END-IF
                 PERFORM 0900-WRITE-FAILURE
              END-IF
              MOVE OP-PO-NUMBER TO WS-LOOKUP-PO-NUMBER
              PERFORM 0670-MARK-RTV-PO-FOUND
           END-IF.
      *
           PERFORM 0500-READ-BACKLOG-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-READ-CLOSED-PO-FILE PARAGRAPH READS ONE CLOSED PO
      *    HISTORY RECORD. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0650-CHECK-CLOSED-PO-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0600-READ-CLOSED-PO-FILE.
           READ POCLHIST INTO WS-CLOSED-PO-REC
              AT END MOVE 'Y' TO CLOSED-PO-FILE-SW
           END-READ.
      *
           IF PCCODE = '00' OR '10'
              IF NOT END-OF-CLOSED-PO-FILE
                 ADD 1 TO WS-CLOSED-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING CLOSED PO HISTORY FILE.'
              MOVE 'Y' TO CLOSED-PO-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0650-CHECK-CLOSED-PO-REC PARAGRAPH MARKS EVERY OPEN
      *    RETURN AGAINST THE CLOSED PO FOUND AND READS THE NEXT
      *    CLOSED PO.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0670-MARK-RTV-PO-FOUND
      *    -  0600-READ-CLOSED-PO-FILE
      *****************************************************************
      *
       0650-CHECK-CLOSED-PO-REC.
           MOVE CH-PO-NUMBER TO WS-LOOKUP-PO-NUMBER.
           PERFORM 0670-MARK-RTV-PO-FOUND.
           PERFORM 0600-READ-CLOSED-PO-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0670-MARK-RTV-PO-FOUND PARAGRAPH MARKS EVERY OPEN
      *    RETURN AGAINST THE PO IN WS-LOOKUP-PO-NUMBER AS FOUND.
      *
      *  CALLED BY:
      *    -  0550-CHECK-BACKLOG-REC
      *    -  0650-CHECK-CLOSED-PO-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0670-MARK-RTV-PO-FOUND.
           PERFORM VARYING RTVO-IDX FROM 1 BY 1
              UNTIL RTVO-IDX > WS-RTVO-LOADED-CTR
              IF WS-LOOKUP-PO-NUMBER = RTVO-PO-NUMBER-TBL (RTVO-IDX)
                 MOVE 'Y' TO RTVO-PO-FOUND-SW (RTVO-IDX)
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0680-CHECK-UNMATCHED-RTV PARAGRAPH REPORTS AN OPEN
      *    RETURN WHOSE PO IS ON NEITHER THE OPEN BACKLOG NOR THE
      *    CLOSED PO HISTORY.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0900-WRITE-FAILURE
      *****************************************************************
      *
       0680-CHECK-UNMATCHED-RTV.
           IF NOT RTVO-PO-FOUND (RTVO-IDX)
              ADD 1 TO WS-RTV-PO-FAIL-CTR
              MOVE 'RTV/PO'               TO RPT-CHECK-ID
              MOVE SPACES                 TO RPT-KEY
              MOVE RTVO-SUPPLIER-TBL (RTVO-IDX)    TO RPT-KEY (1:10)
              MOVE RTVO-PART-NUMBER-TBL (RTVO-IDX) TO RPT-KEY (12:23)
              MOVE 'RTVHIST PO-NUMBER'    TO RPT-LEFT-LABEL
              MOVE RTVO-PO-NUMBER-TBL (RTVO-IDX)   TO RPT-LEFT-VALUE
              MOVE 'PORHIST/POCLHIST'     TO RPT-RIGHT-LABEL
              MOVE 'NOT ON FILE'          TO RPT-RIGHT-VALUE
              PERFORM 0900-WRITE-FAILURE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-READ-XREF-FILE PARAGRAPH READS ONE SUPPLIER
      *    CROSS-REFERENCE RECORD. WHEN THE END OF FILE IS REACHED, A
      *    FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0750-CHECK-XREF-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0700-READ-XREF-FILE.
           READ SUPPXREF INTO WS-XREF-REC
              AT END MOVE 'Y' TO XREF-FILE-SW
           END-READ.
      *
           IF XFCODE = '00' OR '10'
              IF NOT END-OF-XREF-FILE
                 ADD 1 TO WS-XREF-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING SUPPLIER CROSS-REFERENCE FILE.'
              MOVE 'Y' TO XREF-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0750-CHECK-XREF-REC PARAGRAPH CHECKS THAT ONE SUPPLIER
      *    CROSS-REFERENCE ROW NAMES A SUPPLIER ON THE SUPPLIER MASTER
      *    AND READS THE NEXT ROW.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0950-READ-SUPP-MAST-BY-KEY
      *    -  0900-WRITE-FAILURE
      *    -  0700-READ-XREF-FILE
      *****************************************************************
      *
       0750-CHECK-XREF-REC.
           MOVE XR-SUPPLIER-CODE TO WS-LOOKUP-SUPPLIER.
           PERFORM 0950-READ-SUPP-MAST-BY-KEY.
      *
           IF NOT SUPP-FOUND
              ADD 1 TO WS-XREF-FAIL-CTR
              MOVE 'XREF/SUP'             TO RPT-CHECK-ID
              MOVE SPACES                 TO RPT-KEY
              MOVE XR-PART-NUMBER         TO RPT-KEY (1:23)
              MOVE 'SUPPXREF SUPPLIER'    TO RPT-LEFT-LABEL
              MOVE XR-SUPPLIER-CODE       TO RPT-LEFT-VALUE
              MOVE 'SUPPMAST'             TO RPT-RIGHT-LABEL
              MOVE 'NOT ON FILE'          TO RPT-RIGHT-VALUE
              PERFORM 0900-WRITE-FAILURE
           END-IF.
      *
           PERFORM 0700-READ-XREF-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0800-READ-ALTSUPP-FILE PARAGRAPH READS ONE ALTERNATE
      *    SUPPLIER RECORD. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0850-CHECK-ALTSUPP-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0800-READ-ALTSUPP-FILE.
           READ ALTSUPP INTO ALTSUPP-REC-WS
              AT END MOVE 'Y' TO ALTSUPP-FILE-SW
           END-READ.
      *
           IF ALCODE = '00' OR '10'
              IF NOT END-OF-ALTSUPP-FILE
                 ADD 1 TO WS-ALTSUPP-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING ALTERNATE SUPPLIER FILE.'
              MOVE 'Y' TO ALTSUPP-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0850-CHECK-ALTSUPP-REC PARAGRAPH CHECKS THAT ONE
      *    ALTERNATE SUPPLIER ROW NAMES A SUPPLIER ON THE SUPPLIER
      *    MASTER AND READS THE NEXT ROW.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0950-READ-SUPP-MAST-BY-KEY
      *    -  0900-WRITE-FAILURE
      *    -  0800-READ-ALTSUPP-FILE
      *****************************************************************
      *
       0850-CHECK-ALTSUPP-REC.
           MOVE AL-SUPPLIER-CODE TO WS-LOOKUP-SUPPLIER.
           PERFORM 0950-READ-SUPP-MAST-BY-KEY.
      *
           IF NOT SUPP-FOUND
              ADD 1 TO WS-ALTSUPP-FAIL-CTR
              MOVE 'ALT/SUPP'             TO RPT-CHECK-ID
              MOVE SPACES                 TO RPT-KEY
              MOVE AL-PART-NUMBER         TO RPT-KEY (1:23)
              MOVE 'ALTSUPP SUPPLIER'     TO RPT-LEFT-LABEL
              MOVE AL-SUPPLIER-CODE       TO RPT-LEFT-VALUE
              MOVE 'SUPPMAST'             TO RPT-RIGHT-LABEL
              MOVE 'NOT ON FILE'          TO RPT-RIGHT-VALUE
              PERFORM 0900-WRITE-FAILURE
           END-IF.
      *
           PERFORM 0800-READ-ALTSUPP-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0900-WRITE-FAILURE PARAGRAPH COUNTS ONE FAILURE, WRITES
      *    ITS LINE TO THE EXCEPTIONS REPORT AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0400-CHECK-INV-MAST-REC
      *    -  0450-CHECK-UNMATCHED-LOTS
      *    -  0550-CHECK-BACKLOG-REC
      *    -  0680-CHECK-UNMATCHED-RTV
      *    -  0750-CHECK-XREF-REC
      *    -  0850-CHECK-ALTSUPP-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0900-WRITE-FAILURE.
           ADD 1 TO WS-FAILURE-CTR.
           WRITE AUDRPT-REC FROM AUD-RPT-DETAIL.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO INTEGRITY EXCEPTIONS REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0950-READ-SUPP-MAST-BY-KEY PARAGRAPH READS THE SUPPLIER
      *    MASTER BY KEY FOR WS-LOOKUP-SUPPLIER AND SETS THE
      *    SUPP-FOUND SWITCH.
      *
      *  CALLED BY:
      *    -  0750-CHECK-XREF-REC
      *    -  0850-CHECK-ALTSUPP-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0950-READ-SUPP-MAST-BY-KEY.
           MOVE 'N' TO SUPP-FOUND-SW.
           MOVE WS-LOOKUP-SUPPLIER TO SUPPMAST-FILE-KEY.
      *
           READ SUPPMAST INTO SUPPMAST-REC-WS
              INVALID KEY
                 MOVE 'N' TO SUPP-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO SUPP-FOUND-SW
           END-READ.
      *
           IF SMCODE = '00' OR '23'
              ADD 1 TO WS-SUPP-READ-CTR
           ELSE
              DISPLAY 'ERROR READING SUPPLIER MASTER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2500-WRITE-SUMMARY PARAGRAPH WRITES THE FAILURE COUNT
      *    OF EACH CHECK AND THE VERDICT. MORE FAILURES THAN THE CARD
      *    TOLERATES, OR A FULL LOOKUP TABLE, ENDS THE STEP WITH
      *    RETURN-CODE 16; ANY SMALLER NUMBER OF FAILURES IS ONLY A
      *    WARNING.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2550-WRITE-SUMMARY-LINE
      *****************************************************************
      *
       2500-WRITE-SUMMARY.
           IF WS-FAILURE-CTR = 0
              WRITE AUDRPT-REC FROM AUD-RPT-NONE-LINE
           END-IF.
           WRITE AUDRPT-REC FROM WS-BLANK-LINE.
      *
           MOVE 'LOT/INV   LOT VS ON-HAND:' TO RPT-SUMMARY-LABEL.
           MOVE WS-LOT-INV-FAIL-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'PO/PART   BACKLOG PART:' TO RPT-SUMMARY-LABEL.
           MOVE WS-PO-PART-FAIL-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'INACTIVE  STOCK ON INACTIVE PART:' TO
                RPT-SUMMARY-LABEL.
           MOVE WS-INACTIVE-FAIL-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'XREF/SUP  CROSS-REF SUPPLIER:' TO RPT-SUMMARY-LABEL.
           MOVE WS-XREF-FAIL-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'ALT/SUPP  ALTERNATE SUPPLIER:' TO RPT-SUMMARY-LABEL.
           MOVE WS-ALTSUPP-FAIL-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'RTV/PO    OPEN RETURN PO:' TO RPT-SUMMARY-LABEL.
           MOVE WS-RTV-PO-FAIL-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'TOTAL FAILURES:' TO RPT-SUMMARY-LABEL.
           MOVE WS-FAILURE-CTR TO RPT-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           WRITE AUDRPT-REC FROM WS-BLANK-LINE.
           IF TABLE-FULL
              MOVE 'AUDIT INCOMPLETE -- LOOKUP TABLE FULL -- RC 16'
                 TO RPT-VERDICT
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-FAILURE-CTR > WS-FAIL-THRESHOLD
                 MOVE 'FAILURES EXCEED THE NUMBER TOLERATED -- RC 16'
                    TO RPT-VERDICT
                 MOVE 16 TO RETURN-CODE
              ELSE
                 IF WS-FAILURE-CTR > 0
                    MOVE
                     'WARNING -- FAILURES WITHIN THE NUMBER TOLERATED'
                       TO RPT-VERDICT
                 ELSE
                    MOVE 'MASTERS IN AGREEMENT' TO RPT-VERDICT
                 END-IF
              END-IF
           END-IF.
           WRITE AUDRPT-REC FROM AUD-RPT-VERDICT-LINE.
           DISPLAY 'MSTAUDIT: ' RPT-VERDICT.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2550-WRITE-SUMMARY-LINE PARAGRAPH WRITES ONE SUMMARY
      *    LINE TO THE EXCEPTIONS REPORT AND CHECKS THE FILE STATUS
      *    FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  2500-WRITE-SUMMARY
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2550-WRITE-SUMMARY-LINE.
           WRITE AUDRPT-REC FROM AUD-RPT-SUMMARY-LINE.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO INTEGRITY EXCEPTIONS REPORT'
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
           CLOSE SUPPMAST
                 LOTMAST
                 XFERMAST
                 RTVHIST
                 INVMAST
                 PARTFILE
                 PORHIST
                 POCLHIST
                 SUPPXREF
                 ALTSUPP
                 AUDRPT.
      *
           DISPLAY 'SUPPLIER MASTER LOOKUPS:     ' WS-SUPP-READ-CTR.
           DISPLAY 'LOT MASTER RECORDS READ:     ' WS-LOTS-READ-CTR.
           DISPLAY 'OPEN TRANSFERS READ:         ' WS-XFERS-READ-CTR.
           DISPLAY 'OPEN RETURNS READ:           ' WS-RTV-READ-CTR.
           DISPLAY 'INVENTORY RECORDS READ:      ' WS-INV-READ-CTR.
           DISPLAY 'BACKLOG RECORDS READ:        ' WS-BACKLOG-READ-CTR.
           DISPLAY 'CLOSED PO RECORDS READ:      ' WS-CLOSED-READ-CTR.
           DISPLAY 'CROSS-REFERENCE ROWS READ:   ' WS-XREF-READ-CTR.
           DISPLAY 'ALTERNATE SUPPLIER ROWS READ:' WS-ALTSUPP-READ-CTR.
           DISPLAY 'TOTAL FAILURES:              ' WS-FAILURE-CTR.
