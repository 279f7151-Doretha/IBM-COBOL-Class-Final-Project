       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPEDITE.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM PRODUCES THE SUPPLIER EXPEDITING NOTICES, SO
      *    CHASING A LATE OR UNANSWERED ORDER IS NO LONGER A PHONE
      *    CALL OR A HAND-TYPED LETTER. BUYRWB.CBL SHOWS EACH BUYER
      *    THE SAME ORDERS; THIS STEP WRITES TO THE SUPPLIER.
      *
      *    AN OPEN BACKLOG LINE IS CHASED WHEN IT STILL HAS AN OPEN
      *    BALANCE AND
      *      - ITS DELIVERY DATE HAS PASSED, OR
      *      - ITS 850 WAS TRANSMITTED MORE THAN THE ACKNOWLEDGMENT
      *        GRACE PERIOD AGO (THE SAME GRACE PERIOD EDIACK.CBL
      *        REPORTS AGAINST, COUNTED THE SAME WAY IN PLANT WORKING
      *        DAYS) AND NO 855 HAS COME BACK FOR IT.
      *    THE SUPPLIER IS THE PART'S SUPPLIER ON THE PARTS MASTER
      *    AND THE NOTICE GOES TO THE SUPPLIER'S ORDER ADDRESS
      *    (ADDRESS-TYPE '1') ON THE SUPPLIER ADDRESS MASTER. ALL THE
      *    LINES CHASED FOR ONE SUPPLIER GO ON ONE NOTICE.
      *
      *    THE NOTICE HISTORY MASTER (NOTEHIST OLD/NEW) COUNTS THE
      *    NOTICES EACH ORDER LINE HAS HAD. THE FIRST NOTICE FOR A
      *    LINE IS LEVEL 1, THE SECOND LEVEL 2, AND THE THIRD AND
      *    EVERY ONE AFTER LEVEL 3 -- THE BUYER-MANAGER NOTICE. EACH
      *    NOTICE IS HEADED WITH THE HIGHEST LEVEL OF ANY LINE ON IT.
      *    A LINE NOTICED LESS THAN THE RE-NOTICE INTERVAL AGO IS NOT
      *    REPEATED. A LINE NO LONGER LATE OR UNANSWERED (RECEIVED,
      *    ACKNOWLEDGED OR CLOSED) DROPS OFF THE HISTORY, SO A LATER
      *    PROBLEM ON THE SAME LINE STARTS AGAIN AT A FIRST NOTICE.
      *
      *    THE NOTICES ARE PRINTED FOR MAILING AND ALSO WRITTEN TO A
      *    FLAT EXTRACT THE MAIL/FAX GATEWAY SENDS FROM. A LINE WHOSE
      *    PART OR SUPPLIER ORDER ADDRESS CANNOT BE FOUND IS LISTED ON
      *    THE REGISTER INSTEAD AND IS NOT COUNTED AS NOTICED.
      *
      *    AN OPTION CARD FIELD THAT IS NOT NUMERIC ENDS THE RUN WITH
      *    RETURN-CODE 16 AND NO FILE TOUCHED; A FULL WORKING TABLE
      *    ALSO ENDS THE STEP WITH RETURN-CODE 16.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - BUSDATE.CBL - SHARED BUSINESS-DAY DATE SERVICE. COUNTS THE
      *      PLANT WORKING DAYS A TRANSMITTED ORDER HAS GONE WITHOUT AN
      *      ACKNOWLEDGMENT.
      *****************************************************************
      *
      *    INPUT FILES:
      *      SYSIN - EXPEDITING OPTION CARD
      *                POS 1- 3  ACKNOWLEDGMENT GRACE PERIOD IN DAYS
      *                          (ZERO OR BLANK TAKES THE DEFAULT 007)
      *                POS 4- 6  RE-NOTICE INTERVAL IN DAYS -- A LINE
      *                          NOTICED MORE RECENTLY IS NOT REPEATED
      *                          (BLANK TAKES THE DEFAULT 007; ZERO
      *                          NOTICES EVERY RUN)
      *
      *
      *      RTPOT44.PORECV.BACKLOG.NEW - OPEN PURCHASE ORDER BACKLOG
      *                                   MASTER
      *      INTERNAL FILE NAME:          PORHIST
      *      JCL DD NAME:                 PORHIST
      *
      *
      *      RTPOT44.AUTOPART.EDIPO - ANSI X12 850 PURCHASE ORDERS
      *                               TRANSMITTED BY AUTOPART.CBL
      *      INTERNAL FILE NAME:      EDIPO
      *      JCL DD NAME:             EDIPO
      *
      *
      *      RTPOT44.EDIACK.855IN - INBOUND 855 ACKNOWLEDGMENT LINES
      *      INTERNAL FILE NAME:    EDI855IN
      *      JCL DD NAME:           EDI855IN
      *
      *
      *      RTPOT44.AUTOPART.PARTFILE - PARTS MASTER (INDEXED, READ
      *                                  DIRECTLY BY PART-NUMBER FOR
      *                                  THE PART'S SUPPLIER-CODE)
      *      INTERNAL FILE NAME:         PARTFILE
      *      JCL DD NAME:                PARTFILE
      *
      *
      *      RTPOT44.ADDRMON.ADDRMAST.NEW - SUPPLIER ADDRESS MASTER
      *                                     WRITTEN BY ADDRMON.CBL
      *      INTERNAL FILE NAME:            ADDRMAST
      *      JCL DD NAME:                   ADDRMAST
      *
      *
      *      RTPOT44.EXPEDITE.NOTEHIST.OLD - PRIOR RUN EXPEDITING
      *                                      NOTICE HISTORY MASTER
      *                                      (OLD MASTER)
      *      INTERNAL FILE NAME:             NOTEHIST
      *      JCL DD NAME:                    NOTEHIST
      *
      *
      *      RTPOT44.BUSDATE.SHOPCAL.NEW - SHOP CALENDAR, READ BY THE
      *                                    BUSDATE.CBL DATE SERVICE
      *      INTERNAL FILE NAME:           SHOPCAL
      *      JCL DD NAME:                  SHOPCAL
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.EXPEDITE.NOTEHIST.NEW - UPDATED EXPEDITING NOTICE
      *                                      HISTORY MASTER (NEW
      *                                      MASTER)
      *      INTERNAL FILE NAME:             NOTENEW
      *      JCL DD NAME:                    NOTENEW
      *
      *
      *      RTPOT44.EXPEDITE.NOTICES.RPT - PRINTED EXPEDITING NOTICES,
      *                                     ONE PER SUPPLIER
      *      INTERNAL FILE NAME:            EXPNOTE
      *      JCL DD NAME:                   EXPNOTE
      *
      *
      *      RTPOT44.EXPEDITE.GATEWAY - MAIL/FAX GATEWAY EXTRACT OF
      *                                 THE SAME NOTICES
      *      INTERNAL FILE NAME:        EXPGATE
      *      JCL DD NAME:               EXPGATE
      *
      *
      *      RTPOT44.EXPEDITE.REGISTER.RPT - NOTICE REGISTER AND
      *                                      EXCEPTIONS REPORT
      *      INTERNAL FILE NAME:             EXPRPT
      *      JCL DD NAME:                    EXPRPT
      *
      *
      *    WORK FILES:
      *      EXPWORK - SORT WORK FILE HOLDING THE LINES TO BE NOTICED
      *                SORTED BY SUPPLIER-CODE ASCENDING, NOTICE LEVEL
      *                DESCENDING AND PO-NUMBER AND PART-NUMBER
      *                ASCENDING
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(EXPEDITE)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE ACKNOWLEDGMENT GRACE PERIOD IS NOW COUNTED
      *                   IN PLANT WORKING DAYS BY THE BUSDATE.CBL DATE
      *                   SERVICE, AS EDIACK.CBL COUNTS IT (CALENDAR
      *                   DAYS WHEN THE SERVICE CANNOT COUNT THEM). A
      *                   FULL SHOP CALENDAR TABLE ENDS THE RUN WITH
      *                   RETURN-CODE 16.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  10/15/2026
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORHIST ASSIGN TO PORHIST
              FILE STATUS IS PHCODE.
      *
           SELECT EDIPO ASSIGN TO EDIPO
              FILE STATUS IS EDCODE.
      *
           SELECT EDI855IN ASSIGN TO EDI855IN
              FILE STATUS IS E8CODE.
      *
           SELECT PARTFILE ASSIGN TO PARTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PARTFILE-KEY
              FILE STATUS IS PACODE.
      *
           SELECT ADDRMAST ASSIGN TO ADDRMAST
              FILE STATUS IS AMCODE.
      *
           SELECT NOTEHIST ASSIGN TO NOTEHIST
              FILE STATUS IS NHCODE.
      *
           SELECT NOTENEW ASSIGN TO NOTENEW
              FILE STATUS IS NNCODE.
      *
           SELECT EXP-SORT-FILE ASSIGN TO EXPWORK.
      *
           SELECT EXPNOTE ASSIGN TO EXPNOTE
              FILE STATUS IS ENCODE.
      *
           SELECT EXPGATE ASSIGN TO EXPGATE
              FILE STATUS IS EGCODE.
      *
           SELECT EXPRPT ASSIGN TO EXPRPT
              FILE STATUS IS RPCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PORHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PORHIST-REC.
      *
       01 PORHIST-REC PIC X(80).
      *
       FD  EDIPO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDIPO-REC.
      *
       01 EDIPO-REC PIC X(200).
      *
       FD  EDI855IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 57 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDI855IN-REC.
      *
       01 EDI855IN-REC PIC X(57).
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
       FD  ADDRMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADDRMAST-REC.
      *
       01 ADDRMAST-REC PIC X(100).
      *
       FD  NOTEHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NOTEHIST-REC.
      *
       01 NOTEHIST-REC PIC X(60).
      *
       FD  NOTENEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NOTENEW-REC.
      *
       01 NOTENEW-REC PIC X(60).
      *
       SD  EXP-SORT-FILE
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS EXP-SORT-REC.
      *
       01 EXP-SORT-REC.
          05 XS-SUPPLIER-CODE        PIC X(10).
          05 XS-NOTICE-LEVEL         PIC 9(01).
          05 XS-PO-NUMBER            PIC X(06).
          05 XS-PART-NUMBER          PIC X(23).
          05 XS-BUYER-CODE           PIC X(03).
          05 XS-ORDER-DATE           PIC X(08).
          05 XS-DELIVERY-DATE        PIC X(08).
          05 XS-OPEN-QTY             PIC S9(7).
          05 XS-DAYS-LATE            PIC 9(05).
          05 XS-ACK-AGE-DAYS         PIC 9(05).
          05 XS-CHASE-REASON         PIC X(01).
          05 XS-NOTICE-COUNT         PIC 9(03).
          05 FILLER                  PIC X(10).
      *
       FD  EXPNOTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXPNOTE-REC.
      *
       01 EXPNOTE-REC PIC X(100).
      *
       FD  EXPGATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXPGATE-REC.
      *
       01 EXPGATE-REC PIC X(150).
      *
       FD  EXPRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXPRPT-REC.
      *
       01 EXPRPT-REC PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  EXPEDITING OPTION CARD ACCEPTED FROM SYSIN.
      *****************************************************************
      *
       01 WS-EXP-OPTION-CARD.
          05 WS-GRACE-DAYS-CARD      PIC X(03) VALUE SPACES.
          05 WS-RENOTICE-DAYS-CARD   PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(74) VALUE SPACES.
      *
       01 WS-CONTROL-VARS.
          05 WS-GRACE-DAYS           PIC 9(03) VALUE 0.
          05 WS-DEFAULT-GRACE-DAYS   PIC 9(03) VALUE 7.
          05 WS-RENOTICE-DAYS        PIC 9(03) VALUE 0.
          05 WS-DEFAULT-RENOTICE     PIC 9(03) VALUE 7.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE OPEN BACKLOG MASTER RECORD. SAME
      *  LAYOUT AS THE RECORD WRITTEN BY PORECV.CBL.
      *****************************************************************
      *
       01 WS-PO-BACKLOG-REC.
          05 OP-PO-NUMBER            PIC X(06) VALUE SPACES.
          05 OP-BUYER-CODE           PIC X(03) VALUE SPACES.
          05 OP-QUANTITY             PIC S9(7) VALUE 0.
          05 OP-UNIT-PRICE           PIC S9(7)V99 VALUE 0.
          05 OP-ORDER-DATE           PIC X(08) VALUE SPACES.
          05 OP-DELIVERY-DATE        PIC X(08) VALUE SPACES.
          05 OP-CURRENCY-CODE        PIC X(03) VALUE SPACES.
          05 OP-RECEIVED-STATUS      PIC X(01) VALUE SPACES.
          05 OP-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 OP-RECEIVED-QTY         PIC S9(7) VALUE 0.
          05 OP-PO-TYPE              PIC X(01) VALUE SPACES.
          05 OP-REVISION-NUMBER      PIC 9(02) VALUE 0.
          05 FILLER                  PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE TRANSMITTED 850 RECORD AND THE
      *  TRANSMITTED PO TABLE. THE PO-NUMBER OCCUPIES FIXED POSITIONS
      *  23-28 OF THE BEG SEGMENT AND THE ORDER DATE POSITIONS 31-38;
      *  THE GRACE PERIOD RUNS FROM THE ORDER DATE.
      *****************************************************************
      *
       01 WS-EDIPO-850-REC           PIC X(200) VALUE SPACES.
      *
       01 EDIPO-PO-TBL.
          05 EDIPO-PO-ENTRY-TBL
            OCCURS 2000 TIMES INDEXED BY EPO-IDX.
            10 EPO-PO-NUMBER-TBL    PIC X(06) VALUE SPACES.
            10 EPO-ORDER-DATE-TBL   PIC X(08) VALUE SPACES.
      *
       01 WS-EDIPO-TBL-VARS.
          05 WS-MAX-EPO-IDX         PIC 9(04) VALUE 2000.
          05 WS-EPO-LOADED-CTR      PIC 9(04) VALUE 0.
          05 EPO-FOUND-SW           PIC X(01) VALUE 'N'.
             88 EPO-FOUND           VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE 855 ACKNOWLEDGMENT AND THE TABLE OF
      *  PO-NUMBERS WHOSE ORIGINAL 850 HAS BEEN ANSWERED. ANY ANSWER
      *  COUNTS -- A REJECTED ORDER IS A BUYER'S PROBLEM, NOT AN
      *  UNANSWERED ONE. AN 855 FOR AN 860 CHANGE (REVISION OTHER
      *  THAN BLANK OR 00) DOES NOT ANSWER THE 850.
      *****************************************************************
      *
       01 WS-ACK-REC.
          05 AK-PO-NUMBER            PIC X(06) VALUE SPACES.
          05 AK-ACK-CODE             PIC X(02) VALUE SPACES.
          05 AK-ACK-DATE             PIC X(08) VALUE SPACES.
          05 AK-QUANTITY             PIC 9(07) VALUE 0.
          05 AK-UNIT-PRICE           PIC 9(7)V99 VALUE 0.
          05 AK-DELIVERY-DATE        PIC X(08) VALUE SPACES.
          05 AK-SUPP-PART-NUMBER     PIC X(15) VALUE SPACES.
          05 AK-CHANGE-REVISION      PIC X(02) VALUE SPACES.
      *
       01 ACK-PO-TBL.
          05 ACK-PO-ENTRY-TBL
            OCCURS 2000 TIMES INDEXED BY ACKS-IDX.
            10 ACKS-PO-NUMBER-TBL   PIC X(06) VALUE SPACES.
      *
       01 WS-ACK-TBL-VARS.
          05 WS-MAX-ACKS-IDX        PIC 9(04) VALUE 2000.
          05 WS-ACKS-USED-CTR       PIC 9(04) VALUE 0.
          05 ACKS-FOUND-SW          PIC X(01) VALUE 'N'.
             88 ACKS-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  PARTS MASTER ROW READ BY PART-NUMBER -- ONLY THE OWNING
      *  SUPPLIER-CODE IS USED.
      *****************************************************************
      *
       01 WS-PARTS-REC.
          05 PM-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(55) VALUE SPACES.
          05 PM-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE SUPPLIER ADDRESS MASTER RECORD AND
      *  THE ORDER ADDRESS TABLE LOADED FROM IT.
      *****************************************************************
      *
       01 WS-ADDR-MAST-REC.
          05 AM-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 AM-ADDRESS-TYPE        PIC X(01) VALUE SPACES.
             88 AM-ORDER-ADDRESS    VALUE '1'.
          05 AM-ADDRESS-IMAGE       PIC X(80) VALUE SPACES.
          05 AM-CONFIRM-SW          PIC X(01) VALUE SPACES.
          05 AM-CHANGE-DATE         PIC X(08) VALUE SPACES.
      *
       01 ORDER-ADDR-TBL.
          05 ORDER-ADDR-ENTRY-TBL
            OCCURS 250 TIMES INDEXED BY OADR-IDX.
            10 OADR-SUPPLIER-TBL    PIC X(10) VALUE SPACES.
            10 OADR-IMAGE-TBL       PIC X(80) VALUE SPACES.
      *
       01 WS-ORDER-ADDR-VARS.
          05 WS-MAX-OADR-IDX        PIC 9(03) VALUE 250.
          05 WS-OADR-LOADED-CTR     PIC 9(03) VALUE 0.
          05 WS-LOOKUP-SUPPLIER     PIC X(10) VALUE SPACES.
          05 OADR-FOUND-SW          PIC X(01) VALUE 'N'.
             88 OADR-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  THE ORDER ADDRESS IMAGE BROKEN OUT FOR THE NOTICE -- SAME
      *  LAYOUT AS ONE SUPP-ADDRESS OCCURRENCE OF THE PARTSREC
      *  COPYBOOK.
      *****************************************************************
      *
       01 WS-ORDER-ADDRESS.
          05 OA-ADDRESS-TYPE        PIC X(01) VALUE SPACES.
          05 OA-ADDRESS-1           PIC X(15) VALUE SPACES.
          05 OA-ADDRESS-2           PIC X(15) VALUE SPACES.
          05 OA-ADDRESS-3           PIC X(15) VALUE SPACES.
          05 OA-CITY                PIC X(15) VALUE SPACES.
          05 OA-STATE               PIC X(02) VALUE SPACES.
          05 OA-ZIP-CODE            PIC X(10) VALUE SPACES.
          05 OA-ZIP-CODE-EXT        PIC X(04) VALUE SPACES.
          05 OA-COUNTRY-CODE        PIC X(03) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE NOTICE HISTORY RECORD AND THE
      *  HISTORY TABLE LOADED FROM IT IN PO-NUMBER/PART-NUMBER
      *  SEQUENCE. THE CARRY SWITCH IS SET FOR EVERY LINE STILL
      *  CHASED THIS RUN; ONLY THOSE ARE WRITTEN TO THE NEW MASTER.
      *****************************************************************
      *
       01 WS-NOTICE-HIST-REC.
          05 NH-HIST-KEY.
             10 NH-PO-NUMBER        PIC X(06) VALUE SPACES.
             10 NH-PART-NUMBER      PIC X(23) VALUE SPACES.
          05 NH-NOTICE-COUNT        PIC 9(03) VALUE 0.
          05 NH-FIRST-NOTICE-DATE   PIC X(08) VALUE SPACES.
          05 NH-LAST-NOTICE-DATE    PIC X(08) VALUE SPACES.
          05 NH-LAST-LEVEL          PIC 9(01) VALUE 0.
          05 FILLER                 PIC X(11) VALUE SPACES.
      *
       01 NOTICE-HIST-TBL.
          05 NOTICE-HIST-ENTRY-TBL
            OCCURS 2000 TIMES INDEXED BY HIST-IDX.
            10 HIST-KEY-TBL         PIC X(29) VALUE SPACES.
            10 HIST-COUNT-TBL       PIC 9(03) VALUE 0.
            10 HIST-FIRST-DATE-TBL  PIC X(08) VALUE SPACES.
            10 HIST-LAST-DATE-TBL   PIC X(08) VALUE SPACES.
            10 HIST-LEVEL-TBL       PIC 9(01) VALUE 0.
            10 HIST-CARRY-SW        PIC X(01) VALUE 'N'.
               88 HIST-CARRY        VALUE 'Y'.
      *
       01 WS-HIST-VARS.
          05 WS-MAX-HIST-IDX        PIC 9(04) VALUE 2000.
          05 WS-HIST-LOADED-CTR     PIC 9(04) VALUE 0.
          05 WS-HIST-SLOT           PIC 9(04) VALUE 0.
          05 WS-SHIFT-SUB           PIC 9(04) VALUE 0.
          05 WS-LOOKUP-KEY.
             10 WS-LOOKUP-PO        PIC X(06) VALUE SPACES.
             10 WS-LOOKUP-PART      PIC X(23) VALUE SPACES.
          05 HIST-FOUND-SW          PIC X(01) VALUE 'N'.
             88 HIST-FOUND          VALUE 'Y'.
          05 SLOT-FOUND-SW          PIC X(01) VALUE 'N'.
             88 SLOT-FOUND          VALUE 'Y'.
          05 HIST-ADDED-SW          PIC X(01) VALUE 'N'.
             88 HIST-ADDED          VALUE 'Y'.
      *
      *****************************************************************
      *  CHASE ARITHMETIC AREA. A DATE IS STRUCTURALLY CHECKED BEFORE
      *  THE DAY-NUMBER CONVERSION.
      *****************************************************************
      *
       01 WS-DATE-VARS.
          05 WS-TODAY-8             PIC X(08) VALUE SPACES.
          05 WS-TODAY-INT           PIC 9(08) VALUE 0.
          05 WS-WORK-INT            PIC 9(08) VALUE 0.
          05 WS-DAYS-LATE           PIC S9(05) VALUE 0.
          05 WS-ACK-AGE-DAYS        PIC S9(05) VALUE 0.
          05 WS-SINCE-NOTICE-DAYS   PIC S9(05) VALUE 0.
          05 WS-EDIT-DATE           PIC X(08) VALUE SPACES.
          05 WS-EDIT-DATE-NUM REDEFINES WS-EDIT-DATE.
             10 WS-EDIT-DATE-YYYY   PIC 9(04).
             10 WS-EDIT-DATE-MM     PIC 9(02).
             10 WS-EDIT-DATE-DD     PIC 9(02).
          05 WS-EDIT-DATE-9         PIC 9(08) VALUE 0.
          05 WS-DATE-OK-SW          PIC X(01) VALUE 'N'.
             88 EDIT-DATE-OK        VALUE 'Y'.
      *
       01 WS-CHASE-VARS.
          05 WS-OPEN-QTY            PIC S9(7) VALUE 0.
          05 WS-PO-ORDER-DATE       PIC X(08) VALUE SPACES.
          05 WS-NOTICE-LEVEL        PIC 9(01) VALUE 0.
          05 WS-CHASE-REASON        PIC X(01) VALUE SPACES.
             88 CHASE-LATE          VALUE 'L'.
             88 CHASE-NO-ACK        VALUE 'A'.
             88 CHASE-LATE-NO-ACK   VALUE 'B'.
             88 CHASE-NONE          VALUE SPACES.
          05 WS-EXCEPTION-TEXT      PIC X(40) VALUE SPACES.
      *
      *****************************************************************
      *  THE NOTICE BEING PRINTED -- ONE PER SUPPLIER.
      *****************************************************************
      *
       01 WS-NOTICE-VARS.
          05 WS-CUR-SUPPLIER        PIC X(10) VALUE LOW-VALUES.
          05 WS-NOTICE-NUMBER       PIC 9(06) VALUE 0.
          05 WS-NOTICE-LINE-CTR     PIC 9(05) VALUE 0.
          05 WS-NOTICE-HEAD-LEVEL   PIC 9(01) VALUE 0.
             88 FIRST-NOTICE        VALUE 1.
             88 SECOND-NOTICE       VALUE 2.
             88 MANAGER-NOTICE      VALUE 3.
          05 WS-LEVEL-TEXT          PIC X(22) VALUE SPACES.
          05 NOTICE-OPEN-SW         PIC X(01) VALUE 'N'.
             88 NOTICE-OPEN         VALUE 'Y'.
      *
      *****************************************************************
      *  PARAMETER AREA PASSED TO THE BUSDATE.CBL BUSINESS-DAY DATE
      *  SERVICE TO AGE AN UNACKNOWLEDGED ORDER.
      *****************************************************************
      *
       COPY BUSDPARM.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 PHCODE                 PIC X(02) VALUE SPACES.
          05 EDCODE                 PIC X(02) VALUE SPACES.
          05 E8CODE                 PIC X(02) VALUE SPACES.
          05 PACODE                 PIC X(02) VALUE SPACES.
          05 AMCODE                 PIC X(02) VALUE SPACES.
          05 NHCODE                 PIC X(02) VALUE SPACES.
          05 NNCODE                 PIC X(02) VALUE SPACES.
          05 ENCODE                 PIC X(02) VALUE SPACES.
          05 EGCODE                 PIC X(02) VALUE SPACES.
          05 RPCODE                 PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 BACKLOG-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-BACKLOG-FILE  VALUE 'Y'.
          05 EDIPO-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-EDIPO-FILE    VALUE 'Y'.
          05 ACK-FILE-SW             PIC X(01) VALUE 'N'.
             88 END-OF-ACK-FILE      VALUE 'Y'.
          05 ADDR-MASTER-FILE-SW     PIC X(01) VALUE 'N'.
             88 END-OF-ADDR-MASTER-FILE VALUE 'Y'.
          05 NOTICE-HIST-FILE-SW     PIC X(01) VALUE 'N'.
             88 END-OF-NOTICE-HIST-FILE VALUE 'Y'.
          05 SORT-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-SORT-FILE     VALUE 'Y'.
          05 PART-READ-OK-SW         PIC X(01) VALUE 'N'.
             88 PART-READ-OK         VALUE 'Y'.
          05 RUN-ERROR-SW            PIC X(01) VALUE 'N'.
             88 RUN-ERROR            VALUE 'Y'.
          05 TABLE-FULL-SW           PIC X(01) VALUE 'N'.
             88 TABLE-FULL           VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-BACKLOG-READ-CTR     PIC 9(07) VALUE 0.
          05 WS-EDIPO-READ-CTR       PIC 9(07) VALUE 0.
          05 WS-ACKS-READ-CTR        PIC 9(07) VALUE 0.
          05 WS-HIST-READ-CTR        PIC 9(07) VALUE 0.
          05 WS-LATE-LINES-CTR       PIC 9(07) VALUE 0.
          05 WS-NO-ACK-LINES-CTR     PIC 9(07) VALUE 0.
          05 WS-RECENT-NOTICE-CTR    PIC 9(07) VALUE 0.
          05 WS-EXCEPTION-CTR        PIC 9(07) VALUE 0.
          05 WS-LINES-NOTICED-CTR    PIC 9(07) VALUE 0.
          05 WS-NOTICES-CTR          PIC 9(07) VALUE 0.
          05 WS-FIRST-NOTICE-CTR     PIC 9(07) VALUE 0.
          05 WS-SECOND-NOTICE-CTR    PIC 9(07) VALUE 0.
          05 WS-MANAGER-NOTICE-CTR   PIC 9(07) VALUE 0.
          05 WS-HIST-WRTN-CTR        PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  EXPEDITING NOTICE LINES -- ONE NOTICE PER SUPPLIER: THE
      *  NOTICE LEVEL, NUMBER AND DATE, THE SUPPLIER AND ORDER
      *  ADDRESS, THE REQUEST, ONE LINE PER ORDER LINE CHASED, AND THE
      *  LINE COUNT.
      *****************************************************************
      *
       01 EXP-NOTE-TITLE. *>FIRST LINE OF EACH NOTICE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE
                                     'EXPEDITING NOTICE  --  '.
          05 NOTE-LEVEL-TEXT         PIC X(22) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE ' NOTICE '.
          05 NOTE-NOTICE-NUMBER      PIC 9(06) VALUE 0.
          05 FILLER                  PIC X(07) VALUE '  DATE '.
          05 NOTE-NOTICE-DATE        PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(21) VALUE SPACES.
      *
       01 EXP-NOTE-ADDRESS. *>SUPPLIER AND ORDER ADDRESS LINES
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 NOTE-ADDRESS-LABEL      PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 NOTE-ADDRESS-TEXT       PIC X(40) VALUE SPACES.
          05 FILLER                  PIC X(43) VALUE SPACES.
      *
       01 EXP-NOTE-TEXT. *>ONE LINE OF THE REQUEST
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 NOTE-TEXT               PIC X(70) VALUE SPACES.
          05 FILLER                  PIC X(25) VALUE SPACES.
      *
       01 EXP-NOTE-COLUMNS. *>COLUMN HEADINGS OF EACH NOTICE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE 'PO NO'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'ORDERED'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'DUE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'OPEN QTY'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE ' LATE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(16) VALUE 'ISSUE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE 'NTC'.
          05 FILLER                  PIC X(04) VALUE SPACES.
      *
       01 EXP-NOTE-DETAIL. *>ONE ORDER LINE CHASED
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 NOTE-PO-NUMBER          PIC X(06) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 NOTE-PART-NUMBER        PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 NOTE-ORDER-DATE         PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 NOTE-DELIVERY-DATE      PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 NOTE-OPEN-QTY           PIC ZZZZZZ9-.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 NOTE-DAYS-LATE          PIC ZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 NOTE-ISSUE              PIC X(16) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 NOTE-LINE-LEVEL         PIC 9(01) VALUE 0.
          05 FILLER                  PIC X(05) VALUE SPACES.
      *
       01 EXP-NOTE-TOTAL. *>LINE COUNT OF EACH NOTICE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(25) VALUE
                                     'ORDER LINES ON NOTICE:'.
          05 NOTE-TOTAL-LINES        PIC ZZZZ9.
          05 FILLER                  PIC X(65) VALUE SPACES.
      *
       01 EXP-NOTE-SEPARATOR. *>LINE BETWEEN NOTICES
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(95) VALUE ALL '-'.
      *
       01 WS-100-CHAR-BLANK-LINE     PIC X(100) VALUE SPACES.
      *
      *****************************************************************
      *  MAIL/FAX GATEWAY EXTRACT RECORDS -- A HEADER PER NOTICE
      *  CARRYING THE ADDRESSEE, ONE DETAIL PER ORDER LINE, AND A
      *  FILE TRAILER CARRYING THE NOTICE AND LINE COUNTS THE GATEWAY
      *  BALANCES THE FILE AGAINST.
      *****************************************************************
      *
       01 WS-GATE-HEADER-REC.
          05 GH-RECORD-TYPE         PIC X(01) VALUE 'H'.
          05 GH-NOTICE-NUMBER       PIC 9(06) VALUE 0.
          05 GH-NOTICE-DATE         PIC X(08) VALUE SPACES.
          05 GH-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 GH-NOTICE-LEVEL        PIC 9(01) VALUE 0.
          05 GH-LEVEL-TEXT          PIC X(22) VALUE SPACES.
          05 GH-ORDER-ADDRESS       PIC X(80) VALUE SPACES.
          05 FILLER                 PIC X(22) VALUE SPACES.
      *
       01 WS-GATE-DETAIL-REC.
          05 GD-RECORD-TYPE         PIC X(01) VALUE 'D'.
          05 GD-NOTICE-NUMBER       PIC 9(06) VALUE 0.
          05 GD-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 GD-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 GD-BUYER-CODE          PIC X(03) VALUE SPACES.
          05 GD-ORDER-DATE          PIC X(08) VALUE SPACES.
          05 GD-DELIVERY-DATE       PIC X(08) VALUE SPACES.
          05 GD-OPEN-QTY            PIC S9(7) VALUE 0.
          05 GD-DAYS-LATE           PIC 9(05) VALUE 0.
          05 GD-CHASE-REASON        PIC X(01) VALUE SPACES.
          05 GD-LINE-LEVEL          PIC 9(01) VALUE 0.
          05 GD-NOTICE-COUNT        PIC 9(03) VALUE 0.
          05 FILLER                 PIC X(78) VALUE SPACES.
      *
       01 WS-GATE-TRAILER-REC.
          05 GT-RECORD-TYPE         PIC X(01) VALUE 'T'.
          05 GT-RUN-DATE            PIC X(08) VALUE SPACES.
          05 GT-NOTICE-COUNT        PIC 9(07) VALUE 0.
          05 GT-LINE-COUNT          PIC 9(07) VALUE 0.
          05 FILLER                 PIC X(127) VALUE SPACES.
      *
      *****************************************************************
      *  NOTICE REGISTER LINES -- ONE LINE PER NOTICE ISSUED, ONE LINE
      *  PER ORDER LINE THAT COULD NOT BE NOTICED, AND THE RUN TOTALS.
      *****************************************************************
      *
       01 EXP-RPT-HEADER-1. *>HEADER FOR NOTICE REGISTER
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(32) VALUE
                                     'EXPEDITING NOTICE REGISTER -- '.
          05 RPT-RUN-DATE            PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(14) VALUE
                                     '   ACK GRACE '.
          05 RPT-GRACE-DAYS          PIC ZZ9.
          05 FILLER                  PIC X(20) VALUE
                                     ' DAYS   RE-NOTICE '.
          05 RPT-RENOTICE-DAYS       PIC ZZ9.
          05 FILLER                  PIC X(15) VALUE ' DAYS'.
      *
       01 EXP-RPT-HEADER-2. *>COLUMN HEADINGS FOR NOTICE REGISTER
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE 'SUPPLIER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE 'NOTICE'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(22) VALUE 'LEVEL'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE 'LINES'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(15) VALUE 'ORDER ADDRESS'.
          05 FILLER                  PIC X(29) VALUE SPACES.
      *
       01 EXP-RPT-HEADER-3. *>HEADER FOR NOTICE REGISTER
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(95) VALUE ALL '='.
      *
       01 EXP-RPT-NOTICE-LINE. *>ONE NOTICE ISSUED
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-NOTICE-NUMBER       PIC 9(06) VALUE 0.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-LEVEL-TEXT          PIC X(22) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-NOTICE-LINES        PIC ZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-ADDRESS-1           PIC X(15) VALUE SPACES.
          05 FILLER                  PIC X(29) VALUE SPACES.
      *
       01 EXP-RPT-SECTION-LINE. *>SECTION BANNER LINE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-SECTION-TEXT        PIC X(50) VALUE SPACES.
          05 FILLER                  PIC X(45) VALUE SPACES.
      *
       01 EXP-RPT-EXCEPTION-LINE. *>ONE ORDER LINE NOT NOTICED
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-EXC-PO-NUMBER       PIC X(06) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-EXC-PART-NUMBER     PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-EXC-SUPPLIER        PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-EXC-MESSAGE         PIC X(40) VALUE SPACES.
          05 FILLER                  PIC X(10) VALUE SPACES.
      *
       01 EXP-RPT-TOTAL-LINE. *>ONE RUN TOTAL LINE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-TOTAL-LABEL         PIC X(40) VALUE SPACES.
          05 RPT-TOTAL-COUNT         PIC ZZZZZZ9.
          05 FILLER                  PIC X(48) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION ACCEPTS THE OPTION CARD, LOADS
      *    THE TRANSMITTED 850, ACKNOWLEDGMENT, ORDER ADDRESS AND
      *    NOTICE HISTORY TABLES, RELEASES EVERY ORDER LINE DUE A
      *    NOTICE TO THE SORT, PRINTS ONE NOTICE PER SUPPLIER FROM THE
      *    SORTED LINES, AND WRITES THE NEW NOTICE HISTORY MASTER. A
      *    BAD OPTION CARD ENDS THE RUN WITH RETURN-CODE 16 BEFORE ANY
      *    FILE IS OPENED.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0200-READ-EDIPO-FILE
      *    - 0220-LOAD-EDIPO-TABLE
      *    - 0250-READ-ACK-FILE
      *    - 0270-LOAD-ACK-TABLE
      *    - 0300-READ-ADDR-MASTER
      *    - 0320-LOAD-ORDER-ADDR-TABLE
      *    - 0350-READ-NOTICE-HIST
      *    - 0370-LOAD-NOTICE-HIST-TABLE
      *    - 1000-SELECT-CHASE-LINES (SORT INPUT PROCEDURE)
      *    - 1500-PRINT-NOTICES (SORT OUTPUT PROCEDURE)
      *    - 2000-WRITE-NOTICE-HIST
      *    - 2100-WRITE-GATEWAY-TRAILER
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
              PERFORM 0200-READ-EDIPO-FILE
              PERFORM 0220-LOAD-EDIPO-TABLE
                  UNTIL END-OF-EDIPO-FILE
              PERFORM 0250-READ-ACK-FILE
              PERFORM 0270-LOAD-ACK-TABLE
                  UNTIL END-OF-ACK-FILE
              PERFORM 0300-READ-ADDR-MASTER
              PERFORM 0320-LOAD-ORDER-ADDR-TABLE
                  UNTIL END-OF-ADDR-MASTER-FILE
              PERFORM 0350-READ-NOTICE-HIST
              PERFORM 0370-LOAD-NOTICE-HIST-TABLE
                  UNTIL END-OF-NOTICE-HIST-FILE
              SORT EXP-SORT-FILE
                  ON ASCENDING KEY XS-SUPPLIER-CODE
                  ON DESCENDING KEY XS-NOTICE-LEVEL
                  ON ASCENDING KEY XS-PO-NUMBER
                                   XS-PART-NUMBER
                  INPUT PROCEDURE IS 1000-SELECT-CHASE-LINES
                  OUTPUT PROCEDURE IS 1500-PRINT-NOTICES
              PERFORM 2000-WRITE-NOTICE-HIST
                  VARYING HIST-IDX FROM 1 BY 1
                  UNTIL HIST-IDX > WS-HIST-LOADED-CTR
              PERFORM 2100-WRITE-GATEWAY-TRAILER
              PERFORM 2500-WRITE-SUMMARY
              PERFORM 2600-CLOSE-FILES
              IF TABLE-FULL OR BD-CALENDAR-FULL
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH OBTAINS TODAY'S DATE FOR
      *    THE DAY ARITHMETIC AND ACCEPTS THE OPTION CARD FROM SYSIN.
      *    A BLANK FIELD TAKES ITS DEFAULT (A ZERO GRACE PERIOD ALSO
      *    TAKES THE DEFAULT, AS IN EDIACK.CBL). A FIELD THAT IS NOT
      *    NUMERIC SETS THE RUN ERROR SWITCH.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           INITIALIZE WS-PO-BACKLOG-REC,
                      WS-ACK-REC.
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8.
           MOVE WS-TODAY-8 TO WS-EDIT-DATE-9.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9).
      *
           ACCEPT WS-EXP-OPTION-CARD FROM SYSIN.
      *
           IF WS-GRACE-DAYS-CARD = SPACES
              MOVE WS-DEFAULT-GRACE-DAYS TO WS-GRACE-DAYS
           ELSE
              IF WS-GRACE-DAYS-CARD NUMERIC
                 MOVE WS-GRACE-DAYS-CARD TO WS-GRACE-DAYS
                 IF WS-GRACE-DAYS = 0
                    MOVE WS-DEFAULT-GRACE-DAYS TO WS-GRACE-DAYS
                 END-IF
              ELSE
                 DISPLAY 'EXPEDITE: ACK GRACE PERIOD MUST BE NUMERIC '
                         '-- RUN ENDED'
                 SET RUN-ERROR TO TRUE
              END-IF
           END-IF.
      *
           IF WS-RENOTICE-DAYS-CARD = SPACES
              MOVE WS-DEFAULT-RENOTICE TO WS-RENOTICE-DAYS
           ELSE
              IF WS-RENOTICE-DAYS-CARD NUMERIC
                 MOVE WS-RENOTICE-DAYS-CARD TO WS-RENOTICE-DAYS
              ELSE
                 DISPLAY 'EXPEDITE: RE-NOTICE INTERVAL MUST BE '
                         'NUMERIC -- RUN ENDED'
                 SET RUN-ERROR TO TRUE
              END-IF
           END-IF.
      *
           IF NOT RUN-ERROR
              DISPLAY 'EXPEDITE ACK GRACE DAYS: ' WS-GRACE-DAYS
                      '  RE-NOTICE DAYS: ' WS-RENOTICE-DAYS
           END-IF.
      *
           MOVE WS-TODAY-8       TO RPT-RUN-DATE
                                    GT-RUN-DATE.
           MOVE WS-GRACE-DAYS    TO RPT-GRACE-DAYS.
           MOVE WS-RENOTICE-DAYS TO RPT-RENOTICE-DAYS.
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
           OPEN INPUT PORHIST.
           IF PHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PO BACKLOG MASTER FILE'
           END-IF.
      *
           OPEN INPUT EDIPO.
           IF EDCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING EDI PO FILE'
           END-IF.
      *
           OPEN INPUT EDI855IN.
           IF E8CODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING 855 ACKNOWLEDGMENT FILE'
           END-IF.
      *
           OPEN INPUT PARTFILE.
           IF PACODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PARTS MASTER FILE'
           END-IF.
      *
           OPEN INPUT ADDRMAST.
           IF AMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SUPPLIER ADDRESS MASTER'
           END-IF.
      *
           OPEN INPUT NOTEHIST.
           IF NHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING OLD NOTICE HISTORY MASTER'
           END-IF.
      *
           OPEN OUTPUT NOTENEW.
           IF NNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW NOTICE HISTORY MASTER'
           END-IF.
      *
           OPEN OUTPUT EXPNOTE.
           IF ENCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING EXPEDITING NOTICE FILE'
           END-IF.
      *
           OPEN OUTPUT EXPGATE.
           IF EGCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING MAIL/FAX GATEWAY EXTRACT'
           END-IF.
      *
           OPEN OUTPUT EXPRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NOTICE REGISTER FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0150-WRITE-RPT-HEADERS PARAGRAPH WRITES THE TITLE AND
      *    COLUMN HEADINGS OF THE NOTICE REGISTER AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0150-WRITE-RPT-HEADERS.
           WRITE EXPRPT-REC FROM EXP-RPT-HEADER-1.
           WRITE EXPRPT-REC FROM WS-100-CHAR-BLANK-LINE.
           WRITE EXPRPT-REC FROM EXP-RPT-HEADER-2.
           WRITE EXPRPT-REC FROM EXP-RPT-HEADER-3.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO NOTICE REGISTER'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-EDIPO-FILE PARAGRAPH READS ONE TRANSMITTED
      *    850 RECORD. WHEN THE END OF FILE IS REACHED, A FLAG IS SET
      *    TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0220-LOAD-EDIPO-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0200-READ-EDIPO-FILE.
           READ EDIPO INTO WS-EDIPO-850-REC
              AT END MOVE 'Y' TO EDIPO-FILE-SW
           END-READ.
      *
           IF EDCODE = '00' OR '10'
              IF NOT END-OF-EDIPO-FILE
                 ADD 1 TO WS-EDIPO-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING EDI PO FILE.'
              MOVE 'Y' TO EDIPO-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0220-LOAD-EDIPO-TABLE PARAGRAPH LOADS EACH TRANSMITTED
      *    850 RECORD'S PO-NUMBER AND ORDER DATE INTO THE TRANSMITTED
      *    PO TABLE. THE 860 CHANGE ORDERS PORECV.CBL APPENDS TO EDIPO
      *    ARE SKIPPED. A FULL TABLE IS REPORTED AND ENDS THE STEP
      *    WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0200-READ-EDIPO-FILE
      *****************************************************************
      *
       0220-LOAD-EDIPO-TABLE.
           IF WS-EDIPO-850-REC (4:3) = '850'
              IF WS-EPO-LOADED-CTR < WS-MAX-EPO-IDX
                 ADD 1 TO WS-EPO-LOADED-CTR
                 SET EPO-IDX TO WS-EPO-LOADED-CTR
                 MOVE WS-EDIPO-850-REC (23:6)
                    TO EPO-PO-NUMBER-TBL (EPO-IDX)
                 MOVE WS-EDIPO-850-REC (31:8)
                    TO EPO-ORDER-DATE-TBL (EPO-IDX)
              ELSE
                 DISPLAY 'TRANSMITTED PO TABLE FULL -- REMAINING 850 '
                         'RECORDS NOT LOADED'
                 SET TABLE-FULL TO TRUE
                 MOVE 'Y' TO EDIPO-FILE-SW
              END-IF
           END-IF.
      *
           IF NOT END-OF-EDIPO-FILE
              PERFORM 0200-READ-EDIPO-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0250-READ-ACK-FILE PARAGRAPH READS ONE 855
      *    ACKNOWLEDGMENT LINE. WHEN THE END OF FILE IS REACHED, A
      *    FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0270-LOAD-ACK-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0250-READ-ACK-FILE.
           READ EDI855IN INTO WS-ACK-REC
              AT END MOVE 'Y' TO ACK-FILE-SW
           END-READ.
      *
           IF E8CODE = '00' OR '10'
              IF NOT END-OF-ACK-FILE
                 ADD 1 TO WS-ACKS-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING 855 ACKNOWLEDGMENT FILE.'
              MOVE 'Y' TO ACK-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0270-LOAD-ACK-TABLE PARAGRAPH ADDS THE PO-NUMBER OF ONE
      *    ACKNOWLEDGMENT OF AN ORIGINAL 850 (BLANK OR 00 REVISION) TO
      *    THE ANSWERED PO TABLE, ONCE PER PO-NUMBER. A FULL TABLE IS
      *    REPORTED AND ENDS THE STEP WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0250-READ-ACK-FILE
      *****************************************************************
      *
       0270-LOAD-ACK-TABLE.
           IF AK-CHANGE-REVISION = SPACES OR '00'
              MOVE 'N' TO ACKS-FOUND-SW
              PERFORM VARYING ACKS-IDX FROM 1 BY 1
                 UNTIL ACKS-IDX > WS-ACKS-USED-CTR OR ACKS-FOUND
                 IF AK-PO-NUMBER = ACKS-PO-NUMBER-TBL (ACKS-IDX)
                    MOVE 'Y' TO ACKS-FOUND-SW
                 END-IF
              END-PERFORM
              IF NOT ACKS-FOUND
                 IF WS-ACKS-USED-CTR < WS-MAX-ACKS-IDX
                    ADD 1 TO WS-ACKS-USED-CTR
                    SET ACKS-IDX TO WS-ACKS-USED-CTR
                    MOVE AK-PO-NUMBER TO ACKS-PO-NUMBER-TBL (ACKS-IDX)
                 ELSE
                    DISPLAY 'ACKNOWLEDGMENT TABLE FULL -- REMAINING '
                            'ACKNOWLEDGMENTS NOT LOADED'
                    SET TABLE-FULL TO TRUE
                    MOVE 'Y' TO ACK-FILE-SW
                 END-IF
              END-IF
           END-IF.
      *
           IF NOT END-OF-ACK-FILE
              PERFORM 0250-READ-ACK-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-READ-ADDR-MASTER PARAGRAPH READS ONE SUPPLIER
      *    ADDRESS MASTER RECORD. WHEN THE END OF FILE IS REACHED, A
      *    FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0320-LOAD-ORDER-ADDR-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0300-READ-ADDR-MASTER.
           READ ADDRMAST INTO WS-ADDR-MAST-REC
              AT END MOVE 'Y' TO ADDR-MASTER-FILE-SW
           END-READ.
      *
           IF AMCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING SUPPLIER ADDRESS MASTER.'
              MOVE 'Y' TO ADDR-MASTER-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0320-LOAD-ORDER-ADDR-TABLE PARAGRAPH LOADS EACH
      *    SUPPLIER'S ORDER ADDRESS (ADDRESS-TYPE '1') INTO THE ORDER
      *    ADDRESS TABLE. OTHER ADDRESS TYPES ARE SKIPPED. A FULL
      *    TABLE IS REPORTED AND ENDS THE STEP WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0300-READ-ADDR-MASTER
      *****************************************************************
      *
       0320-LOAD-ORDER-ADDR-TABLE.
           IF AM-ORDER-ADDRESS
              IF WS-OADR-LOADED-CTR < WS-MAX-OADR-IDX
                 ADD 1 TO WS-OADR-LOADED-CTR
                 SET OADR-IDX TO WS-OADR-LOADED-CTR
                 MOVE AM-SUPPLIER-CODE TO OADR-SUPPLIER-TBL (OADR-IDX)
                 MOVE AM-ADDRESS-IMAGE TO OADR-IMAGE-TBL (OADR-IDX)
              ELSE
                 DISPLAY 'ORDER ADDRESS TABLE FULL -- REMAINING '
                         'ADDRESSES NOT LOADED'
                 SET TABLE-FULL TO TRUE
                 MOVE 'Y' TO ADDR-MASTER-FILE-SW
              END-IF
           END-IF.
      *
           IF NOT END-OF-ADDR-MASTER-FILE
              PERFORM 0300-READ-ADDR-MASTER
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0350-READ-NOTICE-HIST PARAGRAPH READS ONE OLD NOTICE
      *    HISTORY MASTER RECORD. WHEN THE END OF FILE IS REACHED, A
      *    FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0370-LOAD-NOTICE-HIST-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0350-READ-NOTICE-HIST.
           READ NOTEHIST INTO WS-NOTICE-HIST-REC
              AT END MOVE 'Y' TO NOTICE-HIST-FILE-SW
           END-READ.
      *
           IF NHCODE = '00' OR '10'
              IF NOT END-OF-NOTICE-HIST-FILE
                 ADD 1 TO WS-HIST-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING OLD NOTICE HISTORY MASTER.'
              MOVE 'Y' TO NOTICE-HIST-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0370-LOAD-NOTICE-HIST-TABLE PARAGRAPH PLACES THE
      *    CURRENT NOTICE HISTORY RECORD ON THE HISTORY TABLE IN
      *    PO-NUMBER/PART-NUMBER SEQUENCE AND READS THE NEXT. NO ROW
      *    IS CARRIED UNTIL THE LINE IS FOUND STILL CHASED THIS RUN.
      *    A FULL TABLE IS REPORTED AND ENDS THE STEP WITH
      *    RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0410-FIND-HIST-ROW
      *    -  0415-INSERT-HIST-ROW
      *    -  0350-READ-NOTICE-HIST
      *****************************************************************
      *
       0370-LOAD-NOTICE-HIST-TABLE.
           MOVE NH-HIST-KEY TO WS-LOOKUP-KEY.
           PERFORM 0410-FIND-HIST-ROW.
      *
           IF HIST-FOUND
              DISPLAY 'DUPLICATE NOTICE HISTORY ROW FOR PO '
                      NH-PO-NUMBER ' PART ' NH-PART-NUMBER
                      ' -- FIRST ROW KEPT'
           ELSE
              PERFORM 0415-INSERT-HIST-ROW
              IF HIST-ADDED
                 MOVE NH-NOTICE-COUNT  TO HIST-COUNT-TBL (HIST-IDX)
                 MOVE NH-FIRST-NOTICE-DATE
                    TO HIST-FIRST-DATE-TBL (HIST-IDX)
                 MOVE NH-LAST-NOTICE-DATE
                    TO HIST-LAST-DATE-TBL (HIST-IDX)
                 MOVE NH-LAST-LEVEL    TO HIST-LEVEL-TBL (HIST-IDX)
              ELSE
                 MOVE 'Y' TO NOTICE-HIST-FILE-SW
              END-IF
           END-IF.
      *
           IF NOT END-OF-NOTICE-HIST-FILE
              PERFORM 0350-READ-NOTICE-HIST
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0410-FIND-HIST-ROW PARAGRAPH SEARCHES THE HISTORY TABLE
      *    FOR WS-LOOKUP-KEY. HIST-FOUND IS SET WHEN THE LINE IS ON
      *    THE TABLE, AND WS-HIST-SLOT IS LEFT AT ITS ENTRY -- OR,
      *    WHEN IT IS NOT, AT THE ENTRY WHERE IT WOULD BE INSERTED TO
      *    KEEP THE TABLE IN SEQUENCE.
      *
      *  CALLED BY:
      *    -  0370-LOAD-NOTICE-HIST-TABLE
      *    -  1200-CHECK-ONE-ORDER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0410-FIND-HIST-ROW.
           MOVE 'N' TO HIST-FOUND-SW.
           MOVE 'N' TO SLOT-FOUND-SW.
           COMPUTE WS-HIST-SLOT = WS-HIST-LOADED-CTR + 1.
      *
           PERFORM VARYING HIST-IDX FROM 1 BY 1
              UNTIL HIST-IDX > WS-HIST-LOADED-CTR OR SLOT-FOUND
              IF HIST-KEY-TBL (HIST-IDX) NOT < WS-LOOKUP-KEY
                 SET WS-HIST-SLOT TO HIST-IDX
                 MOVE 'Y' TO SLOT-FOUND-SW
                 IF HIST-KEY-TBL (HIST-IDX) = WS-LOOKUP-KEY
                    MOVE 'Y' TO HIST-FOUND-SW
                 END-IF
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0415-INSERT-HIST-ROW PARAGRAPH OPENS AN EMPTY ENTRY FOR
      *    WS-LOOKUP-KEY AT WS-HIST-SLOT, SHIFTING THE ENTRIES FROM
      *    THAT SLOT ON DOWN ONE. HIST-ADDED IS SET WHEN THE ENTRY WAS
      *    OPENED; A FULL TABLE IS REPORTED AND ENDS THE STEP WITH
      *    RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  0370-LOAD-NOTICE-HIST-TABLE
      *    -  1450-RECORD-NOTICE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0415-INSERT-HIST-ROW.
           MOVE 'N' TO HIST-ADDED-SW.
      *
           IF WS-HIST-LOADED-CTR < WS-MAX-HIST-IDX
              PERFORM VARYING WS-SHIFT-SUB FROM WS-HIST-LOADED-CTR
                 BY -1 UNTIL WS-SHIFT-SUB < WS-HIST-SLOT
                 MOVE NOTICE-HIST-ENTRY-TBL (WS-SHIFT-SUB)
                    TO NOTICE-HIST-ENTRY-TBL (WS-SHIFT-SUB + 1)
              END-PERFORM
              ADD 1 TO WS-HIST-LOADED-CTR
              SET HIST-IDX TO WS-HIST-SLOT
              INITIALIZE NOTICE-HIST-ENTRY-TBL (HIST-IDX)
              MOVE WS-LOOKUP-KEY TO HIST-KEY-TBL (HIST-IDX)
              MOVE 'N' TO HIST-CARRY-SW (HIST-IDX)
              MOVE 'Y' TO HIST-ADDED-SW
           ELSE
              DISPLAY 'NOTICE HISTORY TABLE FULL -- PO ' WS-LOOKUP-PO
                      ' PART ' WS-LOOKUP-PART ' NOT ADDED'
              SET TABLE-FULL TO TRUE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1000-SELECT-CHASE-LINES PARAGRAPH IS THE SORT INPUT
      *    PROCEDURE. EVERY OPEN BACKLOG RECORD IS READ AND CHECKED,
      *    AND EACH LINE DUE A NOTICE IS RELEASED TO THE SORT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA (SORT INPUT PROCEDURE)
      *
      *  CALLS:
      *    -  1100-READ-BACKLOG-FILE
      *    -  1200-CHECK-ONE-ORDER
      *****************************************************************
      *
       1000-SELECT-CHASE-LINES.
           PERFORM 1100-READ-BACKLOG-FILE.
           PERFORM 1200-CHECK-ONE-ORDER
               UNTIL END-OF-BACKLOG-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1100-READ-BACKLOG-FILE PARAGRAPH READS ONE OPEN BACKLOG
      *    MASTER RECORD. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  1000-SELECT-CHASE-LINES
      *    -  1200-CHECK-ONE-ORDER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1100-READ-BACKLOG-FILE.
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
      *    THE 1200-CHECK-ONE-ORDER PARAGRAPH DECIDES WHETHER ONE OPEN
      *    BACKLOG LINE IS CHASED -- AN OPEN BALANCE AND EITHER A
      *    DELIVERY DATE PASSED OR AN 850 UNANSWERED PAST THE GRACE
      *    PERIOD. A CHASED LINE KEEPS ITS NOTICE HISTORY; ONE NOTICED
      *    INSIDE THE RE-NOTICE INTERVAL IS NOT REPEATED. OTHERWISE
      *    THE PART'S SUPPLIER AND THE SUPPLIER'S ORDER ADDRESS ARE
      *    LOOKED UP AND THE LINE IS NOTICED, OR LISTED ON THE
      *    REGISTER WHEN EITHER IS MISSING. THE GENERATION HEADER
      *    LEADING THE MASTER (SPACES PO-NUMBER) IS SKIPPED. THE NEXT
      *    BACKLOG RECORD IS THEN READ.
      *
      *  CALLED BY:
      *    -  1000-SELECT-CHASE-LINES
      *
      *  CALLS:
      *    -  1250-EDIT-DATE-STRUCTURE
      *    -  1300-CHECK-ACK-STATUS
      *    -  0410-FIND-HIST-ROW
      *    -  1350-READ-PART-MASTER
      *    -  1400-FIND-ORDER-ADDRESS
      *    -  1450-RECORD-NOTICE
      *    -  1480-WRITE-RPT-EXCEPTION
      *    -  1100-READ-BACKLOG-FILE
      *****************************************************************
      *
       1200-CHECK-ONE-ORDER.
           MOVE SPACES TO WS-CHASE-REASON.
           COMPUTE WS-OPEN-QTY = OP-QUANTITY - OP-RECEIVED-QTY.
      *
           IF OP-PO-NUMBER = SPACES OR WS-OPEN-QTY NOT > 0
              NEXT SENTENCE
           ELSE
              MOVE 0 TO WS-DAYS-LATE
              MOVE OP-DELIVERY-DATE TO WS-EDIT-DATE
              PERFORM 1250-EDIT-DATE-STRUCTURE
              IF EDIT-DATE-OK
                 MOVE WS-EDIT-DATE TO WS-EDIT-DATE-9
                 COMPUTE WS-WORK-INT =
                    FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9)
                 IF WS-TODAY-INT > WS-WORK-INT
                    COMPUTE WS-DAYS-LATE =
                       WS-TODAY-INT - WS-WORK-INT
                    SET CHASE-LATE TO TRUE
                    ADD 1 TO WS-LATE-LINES-CTR
                 END-IF
              END-IF
              PERFORM 1300-CHECK-ACK-STATUS
           END-IF.
      *
           IF NOT CHASE-NONE
              MOVE OP-PO-NUMBER   TO WS-LOOKUP-PO
              MOVE OP-PART-NUMBER TO WS-LOOKUP-PART
              PERFORM 0410-FIND-HIST-ROW
              MOVE 99999 TO WS-SINCE-NOTICE-DAYS
              IF HIST-FOUND
                 SET HIST-IDX TO WS-HIST-SLOT
                 MOVE 'Y' TO HIST-CARRY-SW (HIST-IDX)
                 MOVE HIST-LAST-DATE-TBL (HIST-IDX) TO WS-EDIT-DATE
                 PERFORM 1250-EDIT-DATE-STRUCTURE
                 IF EDIT-DATE-OK
                    MOVE WS-EDIT-DATE TO WS-EDIT-DATE-9
                    COMPUTE WS-WORK-INT =
                       FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9)
                    COMPUTE WS-SINCE-NOTICE-DAYS =
                       WS-TODAY-INT - WS-WORK-INT
                 END-IF
              END-IF
              IF WS-SINCE-NOTICE-DAYS < WS-RENOTICE-DAYS
                 ADD 1 TO WS-RECENT-NOTICE-CTR
              ELSE
                 MOVE OP-PART-NUMBER TO PARTFILE-KEY
                 PERFORM 1350-READ-PART-MASTER
                 IF NOT PART-READ-OK OR PM-SUPPLIER-CODE = SPACES
                    MOVE SPACES TO WS-LOOKUP-SUPPLIER
                    MOVE 'NO SUPPLIER ON PARTS MASTER -- NOT SENT'
                       TO WS-EXCEPTION-TEXT
                    PERFORM 1480-WRITE-RPT-EXCEPTION
                 ELSE
                    MOVE PM-SUPPLIER-CODE TO WS-LOOKUP-SUPPLIER
                    PERFORM 1400-FIND-ORDER-ADDRESS
                    IF OADR-FOUND
                       PERFORM 1450-RECORD-NOTICE
                    ELSE
                       MOVE 'NO ORDER ADDRESS ON FILE -- NOT SENT'
                          TO WS-EXCEPTION-TEXT
                       PERFORM 1480-WRITE-RPT-EXCEPTION
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
           PERFORM 1100-READ-BACKLOG-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1250-EDIT-DATE-STRUCTURE PARAGRAPH RUNS A STRUCTURAL
      *    CHECK ON THE YYYYMMDD DATE IN WS-EDIT-DATE -- NUMERIC, A
      *    PLAUSIBLE YEAR AND MONTH AND DAY RANGES -- AND SETS THE
      *    EDIT-DATE-OK SWITCH.
      *
      *  CALLED BY:
      *    -  1200-CHECK-ONE-ORDER
      *    -  1300-CHECK-ACK-STATUS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1250-EDIT-DATE-STRUCTURE.
           MOVE 'N' TO WS-DATE-OK-SW.
      *
           IF WS-EDIT-DATE NUMERIC
              IF WS-EDIT-DATE-YYYY > 1600 AND
                 WS-EDIT-DATE-MM >= 01 AND WS-EDIT-DATE-MM <= 12 AND
                 WS-EDIT-DATE-DD >= 01 AND WS-EDIT-DATE-DD <= 28
                 MOVE 'Y' TO WS-DATE-OK-SW
              ELSE
              IF WS-EDIT-DATE-YYYY > 1600 AND
                 WS-EDIT-DATE-MM >= 01 AND WS-EDIT-DATE-MM <= 12 AND
                 WS-EDIT-DATE-DD >= 29 AND WS-EDIT-DATE-DD <= 31 AND
                 WS-EDIT-DATE-MM NOT = 02
                 MOVE 'Y' TO WS-DATE-OK-SW
              END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1300-CHECK-ACK-STATUS PARAGRAPH CHECKS WHETHER THE
      *    ORDER'S 850 IS STILL UNANSWERED PAST THE GRACE PERIOD. AN
      *    ORDER NEVER TRANSMITTED, OR ONE WITH ANY 855 ANSWER TO ITS
      *    850, IS NOT CHASED FOR AN ACKNOWLEDGMENT. THE CHASE REASON
      *    BECOMES 'A' (OR 'B' WHEN THE LINE IS ALSO LATE). THE AGE
      *    IS THE PLANT WORKING DAYS AFTER THE ORDER DATE UP TO TODAY,
      *    COUNTED BY THE BUSDATE DATE SERVICE AS EDIACK.CBL COUNTS
      *    IT; WHEN THE SERVICE CANNOT COUNT THEM THE CALENDAR DAYS
      *    ARE USED.
      *
      *  CALLED BY:
      *    -  1200-CHECK-ONE-ORDER
      *
      *  CALLS:
      *    -  1250-EDIT-DATE-STRUCTURE
      *    -  BUSDATE (BUSINESS-DAY DATE SERVICE)
      *****************************************************************
      *
       1300-CHECK-ACK-STATUS.
           MOVE 0      TO WS-ACK-AGE-DAYS.
           MOVE SPACES TO WS-PO-ORDER-DATE.
      *
           MOVE 'N' TO EPO-FOUND-SW.
           PERFORM VARYING EPO-IDX FROM 1 BY 1
              UNTIL EPO-IDX > WS-EPO-LOADED-CTR OR EPO-FOUND
              IF OP-PO-NUMBER = EPO-PO-NUMBER-TBL (EPO-IDX)
                 MOVE 'Y' TO EPO-FOUND-SW
                 MOVE EPO-ORDER-DATE-TBL (EPO-IDX) TO WS-PO-ORDER-DATE
              END-IF
           END-PERFORM.
      *
           IF EPO-FOUND
              MOVE 'N' TO ACKS-FOUND-SW
              PERFORM VARYING ACKS-IDX FROM 1 BY 1
                 UNTIL ACKS-IDX > WS-ACKS-USED-CTR OR ACKS-FOUND
                 IF OP-PO-NUMBER = ACKS-PO-NUMBER-TBL (ACKS-IDX)
                    MOVE 'Y' TO ACKS-FOUND-SW
                 END-IF
              END-PERFORM
              IF NOT ACKS-FOUND
                 MOVE WS-PO-ORDER-DATE TO WS-EDIT-DATE
                 PERFORM 1250-EDIT-DATE-STRUCTURE
                 IF EDIT-DATE-OK
                    MOVE WS-EDIT-DATE TO WS-EDIT-DATE-9
                    COMPUTE WS-WORK-INT =
                       FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9)
                    MOVE 'C' TO BD-FUNCTION
                    MOVE 'P' TO BD-DAY-TYPE
                    MOVE WS-EDIT-DATE-9 TO BD-FROM-DATE
                    MOVE WS-TODAY-8     TO BD-TO-DATE
                    CALL 'BUSDATE' USING BUSDATE-AREA
                    IF BD-OK OR BD-NO-CALENDAR
                       MOVE BD-RESULT-DAYS TO WS-ACK-AGE-DAYS
                    ELSE
                       COMPUTE WS-ACK-AGE-DAYS =
                          WS-TODAY-INT - WS-WORK-INT
                    END-IF
                    IF WS-ACK-AGE-DAYS > WS-GRACE-DAYS
                       ADD 1 TO WS-NO-ACK-LINES-CTR
                       IF CHASE-LATE
                          SET CHASE-LATE-NO-ACK TO TRUE
                       ELSE
                          SET CHASE-NO-ACK TO TRUE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1350-READ-PART-MASTER PARAGRAPH READS THE PARTS MASTER
      *    RECORD FOR THE PART IN PARTFILE-KEY DIRECTLY BY
      *    PART-NUMBER AND SETS THE PART-READ-OK SWITCH.
      *
      *  CALLED BY:
      *    -  1200-CHECK-ONE-ORDER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1350-READ-PART-MASTER.
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
      *    THE 1400-FIND-ORDER-ADDRESS PARAGRAPH SEARCHES THE ORDER
      *    ADDRESS TABLE FOR WS-LOOKUP-SUPPLIER, LEAVING OADR-IDX AT
      *    THE ENTRY WHEN OADR-FOUND IS SET.
      *
      *  CALLED BY:
      *    -  1200-CHECK-ONE-ORDER
      *    -  1650-START-NOTICE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1400-FIND-ORDER-ADDRESS.
           MOVE 'N' TO OADR-FOUND-SW.
      *
           PERFORM VARYING OADR-IDX FROM 1 BY 1
              UNTIL OADR-IDX > WS-OADR-LOADED-CTR OR OADR-FOUND
              IF WS-LOOKUP-SUPPLIER = OADR-SUPPLIER-TBL (OADR-IDX)
                 MOVE 'Y' TO OADR-FOUND-SW
              END-IF
           END-PERFORM.
      *
           IF OADR-FOUND
              SET OADR-IDX DOWN BY 1
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1450-RECORD-NOTICE PARAGRAPH SETS THE LINE'S NOTICE
      *    LEVEL FROM THE NOTICES IT HAS ALREADY HAD (NONE -- FIRST
      *    NOTICE, ONE -- SECOND NOTICE, TWO OR MORE -- BUYER-MANAGER
      *    NOTICE), ADDS THIS NOTICE TO ITS HISTORY (OPENING A HISTORY
      *    ROW FOR A LINE NOT NOTICED BEFORE), AND RELEASES THE LINE
      *    TO THE SORT UNDER ITS SUPPLIER.
      *
      *  CALLED BY:
      *    -  1200-CHECK-ONE-ORDER
      *
      *  CALLS:
      *    -  0415-INSERT-HIST-ROW
      *****************************************************************
      *
       1450-RECORD-NOTICE.
           IF HIST-FOUND
              MOVE 'Y' TO HIST-ADDED-SW
           ELSE
              PERFORM 0415-INSERT-HIST-ROW
           END-IF.
      *
           INITIALIZE EXP-SORT-REC.
           IF HIST-ADDED
              EVALUATE HIST-COUNT-TBL (HIST-IDX)
                 WHEN 0
                    MOVE 1 TO WS-NOTICE-LEVEL
                 WHEN 1
                    MOVE 2 TO WS-NOTICE-LEVEL
                 WHEN OTHER
                    MOVE 3 TO WS-NOTICE-LEVEL
              END-EVALUATE
              IF HIST-COUNT-TBL (HIST-IDX) < 999
                 ADD 1 TO HIST-COUNT-TBL (HIST-IDX)
              END-IF
              IF HIST-FIRST-DATE-TBL (HIST-IDX) = SPACES
                 MOVE WS-TODAY-8 TO HIST-FIRST-DATE-TBL (HIST-IDX)
              END-IF
              MOVE WS-TODAY-8      TO HIST-LAST-DATE-TBL (HIST-IDX)
              MOVE WS-NOTICE-LEVEL TO HIST-LEVEL-TBL (HIST-IDX)
              MOVE 'Y'             TO HIST-CARRY-SW (HIST-IDX)
              MOVE HIST-COUNT-TBL (HIST-IDX) TO XS-NOTICE-COUNT
           ELSE
              MOVE 1 TO WS-NOTICE-LEVEL
              MOVE 1 TO XS-NOTICE-COUNT
           END-IF.
      *
           MOVE WS-LOOKUP-SUPPLIER TO XS-SUPPLIER-CODE.
           MOVE WS-NOTICE-LEVEL    TO XS-NOTICE-LEVEL.
           MOVE OP-PO-NUMBER       TO XS-PO-NUMBER.
           MOVE OP-PART-NUMBER     TO XS-PART-NUMBER.
           MOVE OP-BUYER-CODE      TO XS-BUYER-CODE.
           MOVE OP-ORDER-DATE      TO XS-ORDER-DATE.
           MOVE OP-DELIVERY-DATE   TO XS-DELIVERY-DATE.
           MOVE WS-OPEN-QTY        TO XS-OPEN-QTY.
           MOVE WS-DAYS-LATE       TO XS-DAYS-LATE.
           MOVE WS-ACK-AGE-DAYS    TO XS-ACK-AGE-DAYS.
           MOVE WS-CHASE-REASON    TO XS-CHASE-REASON.
           RELEASE EXP-SORT-REC.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1480-WRITE-RPT-EXCEPTION PARAGRAPH LISTS ONE ORDER LINE
      *    THAT IS DUE A NOTICE BUT CANNOT BE SENT ONE ON THE NOTICE
      *    REGISTER, WITH THE REASON IN WS-EXCEPTION-TEXT.
      *
      *  CALLED BY:
      *    -  1200-CHECK-ONE-ORDER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1480-WRITE-RPT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-CTR.
           MOVE OP-PO-NUMBER       TO RPT-EXC-PO-NUMBER.
           MOVE OP-PART-NUMBER     TO RPT-EXC-PART-NUMBER.
           MOVE WS-LOOKUP-SUPPLIER TO RPT-EXC-SUPPLIER.
           MOVE WS-EXCEPTION-TEXT  TO RPT-EXC-MESSAGE.
      *
           WRITE EXPRPT-REC FROM EXP-RPT-EXCEPTION-LINE.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO NOTICE REGISTER'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1500-PRINT-NOTICES PARAGRAPH IS THE SORT OUTPUT
      *    PROCEDURE. EACH SORTED LINE IS RETURNED AND PRINTED ON ITS
      *    SUPPLIER'S NOTICE; THE LAST NOTICE IS FINISHED WHEN THE
      *    SORTED LINES ARE EXHAUSTED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA (SORT OUTPUT PROCEDURE)
      *
      *  CALLS:
      *    -  1550-RETURN-SORTED-LINE
      *    -  1600-PRINT-ONE-LINE
      *    -  1700-FINISH-NOTICE
      *****************************************************************
      *
       1500-PRINT-NOTICES.
           PERFORM 1550-RETURN-SORTED-LINE.
           PERFORM 1600-PRINT-ONE-LINE
               UNTIL END-OF-SORT-FILE.
           IF NOTICE-OPEN
              PERFORM 1700-FINISH-NOTICE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1550-RETURN-SORTED-LINE PARAGRAPH RETURNS ONE SORTED
      *    LINE FROM THE SORT. WHEN THE SORTED RECORDS ARE EXHAUSTED,
      *    A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  1500-PRINT-NOTICES
      *    -  1600-PRINT-ONE-LINE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1550-RETURN-SORTED-LINE.
           RETURN EXP-SORT-FILE
              AT END SET END-OF-SORT-FILE TO TRUE
           END-RETURN.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1600-PRINT-ONE-LINE PARAGRAPH PRINTS ONE ORDER LINE ON
      *    THE NOTICE AND THE GATEWAY EXTRACT, FINISHING THE PRIOR
      *    SUPPLIER'S NOTICE AND STARTING A NEW ONE WHEN THE SUPPLIER
      *    CHANGES, AND RETURNS THE NEXT LINE.
      *
      *  CALLED BY:
      *    -  1500-PRINT-NOTICES
      *
      *  CALLS:
      *    -  1700-FINISH-NOTICE
      *    -  1650-START-NOTICE
      *    -  1790-WRITE-NOTICE-LINE
      *    -  1550-RETURN-SORTED-LINE
      *****************************************************************
      *
       1600-PRINT-ONE-LINE.
           IF XS-SUPPLIER-CODE NOT = WS-CUR-SUPPLIER
              IF NOTICE-OPEN
                 PERFORM 1700-FINISH-NOTICE
              END-IF
              PERFORM 1650-START-NOTICE
           END-IF.
      *
           ADD 1 TO WS-NOTICE-LINE-CTR.
           ADD 1 TO WS-LINES-NOTICED-CTR.
           MOVE XS-PO-NUMBER     TO NOTE-PO-NUMBER.
           MOVE XS-PART-NUMBER   TO NOTE-PART-NUMBER.
           MOVE XS-ORDER-DATE    TO NOTE-ORDER-DATE.
           MOVE XS-DELIVERY-DATE TO NOTE-DELIVERY-DATE.
           MOVE XS-OPEN-QTY      TO NOTE-OPEN-QTY.
           MOVE XS-DAYS-LATE     TO NOTE-DAYS-LATE.
           MOVE XS-NOTICE-LEVEL  TO NOTE-LINE-LEVEL.
           EVALUATE XS-CHASE-REASON
              WHEN 'L'
                 MOVE 'PAST DUE'         TO NOTE-ISSUE
              WHEN 'A'
                 MOVE 'NO 855 RECEIVED'  TO NOTE-ISSUE
              WHEN OTHER
                 MOVE 'PAST DUE, NO 855' TO NOTE-ISSUE
           END-EVALUATE.
           MOVE EXP-NOTE-DETAIL TO EXPNOTE-REC.
           PERFORM 1790-WRITE-NOTICE-LINE.
      *
           MOVE WS-NOTICE-NUMBER TO GD-NOTICE-NUMBER.
           MOVE XS-PO-NUMBER     TO GD-PO-NUMBER.
           MOVE XS-PART-NUMBER   TO GD-PART-NUMBER.
           MOVE XS-BUYER-CODE    TO GD-BUYER-CODE.
           MOVE XS-ORDER-DATE    TO GD-ORDER-DATE.
           MOVE XS-DELIVERY-DATE TO GD-DELIVERY-DATE.
           MOVE XS-OPEN-QTY      TO GD-OPEN-QTY.
           MOVE XS-DAYS-LATE     TO GD-DAYS-LATE.
           MOVE XS-CHASE-REASON  TO GD-CHASE-REASON.
           MOVE XS-NOTICE-LEVEL  TO GD-LINE-LEVEL.
           MOVE XS-NOTICE-COUNT  TO GD-NOTICE-COUNT.
           WRITE EXPGATE-REC FROM WS-GATE-DETAIL-REC.
           IF EGCODE = '00'
              ADD 1 TO GT-LINE-COUNT
           ELSE
              DISPLAY 'ERROR WRITING MAIL/FAX GATEWAY EXTRACT'
           END-IF.
      *
           PERFORM 1550-RETURN-SORTED-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1650-START-NOTICE PARAGRAPH STARTS THE NOTICE FOR THE
      *    SUPPLIER ON THE CURRENT SORTED LINE. THE LINES ARE SORTED
      *    HIGHEST LEVEL FIRST, SO THE FIRST LINE'S LEVEL HEADS THE
      *    NOTICE. THE TITLE, SUPPLIER AND ORDER ADDRESS, THE REQUEST
      *    FOR THE LEVEL AND THE COLUMN HEADINGS ARE PRINTED, AND THE
      *    NOTICE HEADER IS WRITTEN TO THE GATEWAY EXTRACT.
      *
      *  CALLED BY:
      *    -  1600-PRINT-ONE-LINE
      *
      *  CALLS:
      *    -  1400-FIND-ORDER-ADDRESS
      *    -  1790-WRITE-NOTICE-LINE
      *****************************************************************
      *
       1650-START-NOTICE.
           MOVE XS-SUPPLIER-CODE TO WS-CUR-SUPPLIER
                                    WS-LOOKUP-SUPPLIER.
           MOVE XS-NOTICE-LEVEL  TO WS-NOTICE-HEAD-LEVEL.
           MOVE 0                TO WS-NOTICE-LINE-CTR.
           ADD 1 TO WS-NOTICE-NUMBER.
           ADD 1 TO WS-NOTICES-CTR.
           MOVE 'Y' TO NOTICE-OPEN-SW.
      *
           EVALUATE TRUE
              WHEN FIRST-NOTICE
                 MOVE 'FIRST NOTICE'         TO WS-LEVEL-TEXT
                 ADD 1 TO WS-FIRST-NOTICE-CTR
              WHEN SECOND-NOTICE
                 MOVE 'SECOND NOTICE'        TO WS-LEVEL-TEXT
                 ADD 1 TO WS-SECOND-NOTICE-CTR
              WHEN OTHER
                 MOVE 'BUYER-MANAGER NOTICE' TO WS-LEVEL-TEXT
                 ADD 1 TO WS-MANAGER-NOTICE-CTR
           END-EVALUATE.
      *
           PERFORM 1400-FIND-ORDER-ADDRESS.
           IF OADR-FOUND
              MOVE OADR-IMAGE-TBL (OADR-IDX) TO WS-ORDER-ADDRESS
           ELSE
              MOVE SPACES TO WS-ORDER-ADDRESS
           END-IF.
      *
           MOVE WS-LEVEL-TEXT    TO NOTE-LEVEL-TEXT.
           MOVE WS-NOTICE-NUMBER TO NOTE-NOTICE-NUMBER.
           MOVE WS-TODAY-8       TO NOTE-NOTICE-DATE.
           MOVE EXP-NOTE-TITLE TO EXPNOTE-REC.
           PERFORM 1790-WRITE-NOTICE-LINE.
      *
           MOVE 'SUPPLIER'         TO NOTE-ADDRESS-LABEL.
           MOVE WS-CUR-SUPPLIER    TO NOTE-ADDRESS-TEXT.
           MOVE EXP-NOTE-ADDRESS TO EXPNOTE-REC.
           PERFORM 1790-WRITE-NOTICE-LINE.
      *
           MOVE 'ORDER TO'   TO NOTE-ADDRESS-LABEL.
           MOVE OA-ADDRESS-1 TO NOTE-ADDRESS-TEXT.
           MOVE EXP-NOTE-ADDRESS TO EXPNOTE-REC.
           PERFORM 1790-WRITE-NOTICE-LINE.
      *
           MOVE SPACES       TO NOTE-ADDRESS-LABEL.
           IF OA-ADDRESS-2 NOT = SPACES
              MOVE OA-ADDRESS-2 TO NOTE-ADDRESS-TEXT
              MOVE EXP-NOTE-ADDRESS TO EXPNOTE-REC
              PERFORM 1790-WRITE-NOTICE-LINE
           END-IF.
           IF OA-ADDRESS-3 NOT = SPACES
              MOVE OA-ADDRESS-3 TO NOTE-ADDRESS-TEXT
              MOVE EXP-NOTE-ADDRESS TO EXPNOTE-REC
              PERFORM 1790-WRITE-NOTICE-LINE
           END-IF.
           MOVE SPACES TO NOTE-ADDRESS-TEXT.
           STRING OA-CITY ' ' OA-STATE ' ' OA-ZIP-CODE ' '
                  OA-COUNTRY-CODE
                  DELIMITED BY SIZE INTO NOTE-ADDRESS-TEXT
           END-STRING.
           MOVE EXP-NOTE-ADDRESS TO EXPNOTE-REC.
           PERFORM 1790-WRITE-NOTICE-LINE.
      *
           MOVE WS-100-CHAR-BLANK-LINE TO EXPNOTE-REC.
           PERFORM 1790-WRITE-NOTICE-LINE.
           EVALUATE TRUE
              WHEN FIRST-NOTICE
                 MOVE 'THE ORDER LINES BELOW ARE PAST DUE OR HAVE NOT '
                      TO NOTE-TEXT
                 MOVE EXP-NOTE-TEXT TO EXPNOTE-REC
                 PERFORM 1790-WRITE-NOTICE-LINE
                 MOVE 'BEEN ACKNOWLEDGED. PLEASE SEND YOUR 855 OR A '
                      TO NOTE-TEXT
                 MOVE EXP-NOTE-TEXT TO EXPNOTE-REC
                 PERFORM 1790-WRITE-NOTICE-LINE
                 MOVE 'FIRM SHIP DATE FOR EACH LINE.' TO NOTE-TEXT
              WHEN SECOND-NOTICE
                 MOVE 'SECOND REQUEST -- WE HAVE HAD NO RESPONSE TO '
                      TO NOTE-TEXT
                 MOVE EXP-NOTE-TEXT TO EXPNOTE-REC
                 PERFORM 1790-WRITE-NOTICE-LINE
                 MOVE 'OUR EARLIER NOTICE. PLEASE SEND YOUR 855 OR A '
                      TO NOTE-TEXT
                 MOVE EXP-NOTE-TEXT TO EXPNOTE-REC
                 PERFORM 1790-WRITE-NOTICE-LINE
                 MOVE 'FIRM SHIP DATE FOR EACH LINE WITHOUT DELAY.'
                      TO NOTE-TEXT
              WHEN OTHER
                 MOVE 'THIS NOTICE HAS BEEN ESCALATED TO OUR BUYING '
                      TO NOTE-TEXT
                 MOVE EXP-NOTE-TEXT TO EXPNOTE-REC
                 PERFORM 1790-WRITE-NOTICE-LINE
                 MOVE 'MANAGER AFTER REPEATED NOTICES. PLEASE CONTACT '
                      TO NOTE-TEXT
                 MOVE EXP-NOTE-TEXT TO EXPNOTE-REC
                 PERFORM 1790-WRITE-NOTICE-LINE
                 MOVE 'THE BUYING MANAGER ON RECEIPT OF THIS NOTICE.'
                      TO NOTE-TEXT
           END-EVALUATE.
           MOVE EXP-NOTE-TEXT TO EXPNOTE-REC.
           PERFORM 1790-WRITE-NOTICE-LINE.
      *
           MOVE WS-100-CHAR-BLANK-LINE TO EXPNOTE-REC.
           PERFORM 1790-WRITE-NOTICE-LINE.
           MOVE EXP-NOTE-COLUMNS TO EXPNOTE-REC.
           PERFORM 1790-WRITE-NOTICE-LINE.
      *
           MOVE WS-NOTICE-NUMBER     TO GH-NOTICE-NUMBER.
           MOVE WS-TODAY-8           TO GH-NOTICE-DATE.
           MOVE WS-CUR-SUPPLIER      TO GH-SUPPLIER-CODE.
           MOVE WS-NOTICE-HEAD-LEVEL TO GH-NOTICE-LEVEL.
           MOVE WS-LEVEL-TEXT        TO GH-LEVEL-TEXT.
           MOVE WS-ORDER-ADDRESS     TO GH-ORDER-ADDRESS.
           WRITE EXPGATE-REC FROM WS-GATE-HEADER-REC.
           IF EGCODE = '00'
              ADD 1 TO GT-NOTICE-COUNT
           ELSE
              DISPLAY 'ERROR WRITING MAIL/FAX GATEWAY EXTRACT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1700-FINISH-NOTICE PARAGRAPH PRINTS THE LINE COUNT AND
      *    SEPARATOR AT THE FOOT OF THE NOTICE AND LISTS THE NOTICE ON
      *    THE REGISTER.
      *
      *  CALLED BY:
      *    -  1500-PRINT-NOTICES
      *    -  1600-PRINT-ONE-LINE
      *
      *  CALLS:
      *    -  1790-WRITE-NOTICE-LINE
      *****************************************************************
      *
       1700-FINISH-NOTICE.
           MOVE WS-100-CHAR-BLANK-LINE TO EXPNOTE-REC.
           PERFORM 1790-WRITE-NOTICE-LINE.
           MOVE WS-NOTICE-LINE-CTR TO NOTE-TOTAL-LINES.
           MOVE EXP-NOTE-TOTAL TO EXPNOTE-REC.
           PERFORM 1790-WRITE-NOTICE-LINE.
           MOVE EXP-NOTE-SEPARATOR TO EXPNOTE-REC.
           PERFORM 1790-WRITE-NOTICE-LINE.
      *
           MOVE WS-CUR-SUPPLIER    TO RPT-SUPPLIER-CODE.
           MOVE WS-NOTICE-NUMBER   TO RPT-NOTICE-NUMBER.
           MOVE WS-LEVEL-TEXT      TO RPT-LEVEL-TEXT.
           MOVE WS-NOTICE-LINE-CTR TO RPT-NOTICE-LINES.
           MOVE OA-ADDRESS-1       TO RPT-ADDRESS-1.
           WRITE EXPRPT-REC FROM EXP-RPT-NOTICE-LINE.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO NOTICE REGISTER'
           END-IF.
      *
           MOVE 'N' TO NOTICE-OPEN-SW.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1790-WRITE-NOTICE-LINE PARAGRAPH WRITES THE LINE BUILT
      *    IN EXPNOTE-REC TO THE NOTICE FILE AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  1600-PRINT-ONE-LINE
      *    -  1650-START-NOTICE
      *    -  1700-FINISH-NOTICE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1790-WRITE-NOTICE-LINE.
           WRITE EXPNOTE-REC.
           IF ENCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING EXPEDITING NOTICE FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2000-WRITE-NOTICE-HIST PARAGRAPH WRITES THE HISTORY
      *    TABLE ENTRY AT HIST-IDX TO THE NEW NOTICE HISTORY MASTER
      *    WHEN ITS LINE WAS STILL CHASED THIS RUN. A LINE NO LONGER
      *    LATE OR UNANSWERED IS DROPPED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2000-WRITE-NOTICE-HIST.
           IF HIST-CARRY (HIST-IDX)
              INITIALIZE WS-NOTICE-HIST-REC
              MOVE HIST-KEY-TBL (HIST-IDX)   TO NH-HIST-KEY
              MOVE HIST-COUNT-TBL (HIST-IDX) TO NH-NOTICE-COUNT
              MOVE HIST-FIRST-DATE-TBL (HIST-IDX)
                 TO NH-FIRST-NOTICE-DATE
              MOVE HIST-LAST-DATE-TBL (HIST-IDX)
                 TO NH-LAST-NOTICE-DATE
              MOVE HIST-LEVEL-TBL (HIST-IDX) TO NH-LAST-LEVEL
              WRITE NOTENEW-REC FROM WS-NOTICE-HIST-REC
              IF NNCODE = '00'
                 ADD 1 TO WS-HIST-WRTN-CTR
              ELSE
                 DISPLAY 'ERROR WRITING NEW NOTICE HISTORY MASTER'
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2100-WRITE-GATEWAY-TRAILER PARAGRAPH WRITES THE TRAILER
      *    CARRYING THE NOTICE AND LINE COUNTS TO THE GATEWAY EXTRACT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2100-WRITE-GATEWAY-TRAILER.
           WRITE EXPGATE-REC FROM WS-GATE-TRAILER-REC.
           IF EGCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING MAIL/FAX GATEWAY EXTRACT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2500-WRITE-SUMMARY PARAGRAPH WRITES THE RUN TOTALS AT
      *    THE FOOT OF THE NOTICE REGISTER.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2550-WRITE-SUMMARY-LINE
      *****************************************************************
      *
       2500-WRITE-SUMMARY.
           WRITE EXPRPT-REC FROM WS-100-CHAR-BLANK-LINE.
      *
           MOVE 'LINES PAST DUE:' TO RPT-TOTAL-LABEL.
           MOVE WS-LATE-LINES-CTR TO RPT-TOTAL-COUNT.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'LINES WITH 850 UNANSWERED:' TO RPT-TOTAL-LABEL.
           MOVE WS-NO-ACK-LINES-CTR TO RPT-TOTAL-COUNT.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'LINES NOTICED:' TO RPT-TOTAL-LABEL.
           MOVE WS-LINES-NOTICED-CTR TO RPT-TOTAL-COUNT.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'LINES NOTICED INSIDE RE-NOTICE INTERVAL:'
              TO RPT-TOTAL-LABEL.
           MOVE WS-RECENT-NOTICE-CTR TO RPT-TOTAL-COUNT.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'LINES NOT SENT (SEE ABOVE):' TO RPT-TOTAL-LABEL.
           MOVE WS-EXCEPTION-CTR TO RPT-TOTAL-COUNT.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'NOTICES ISSUED:' TO RPT-TOTAL-LABEL.
           MOVE WS-NOTICES-CTR TO RPT-TOTAL-COUNT.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE '  FIRST NOTICES:' TO RPT-TOTAL-LABEL.
           MOVE WS-FIRST-NOTICE-CTR TO RPT-TOTAL-COUNT.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE '  SECOND NOTICES:' TO RPT-TOTAL-LABEL.
           MOVE WS-SECOND-NOTICE-CTR TO RPT-TOTAL-COUNT.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE '  BUYER-MANAGER NOTICES:' TO RPT-TOTAL-LABEL.
           MOVE WS-MANAGER-NOTICE-CTR TO RPT-TOTAL-COUNT.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2550-WRITE-SUMMARY-LINE PARAGRAPH WRITES ONE TOTAL LINE
      *    TO THE NOTICE REGISTER AND CHECKS THE FILE STATUS FOR A
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
           WRITE EXPRPT-REC FROM EXP-RPT-TOTAL-LINE.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO NOTICE REGISTER'
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
           CLOSE PORHIST
                 EDIPO
                 EDI855IN
                 PARTFILE
                 ADDRMAST
                 NOTEHIST
                 NOTENEW
                 EXPNOTE
                 EXPGATE
                 EXPRPT.
      *
           DISPLAY 'BACKLOG RECORDS READ:        '
                   WS-BACKLOG-READ-CTR.
           DISPLAY 'EDI 850 RECORDS READ:        ' WS-EDIPO-READ-CTR.
           DISPLAY 'EDI 855 ACKS READ:           ' WS-ACKS-READ-CTR.
           DISPLAY 'NOTICE HISTORY ROWS READ:    ' WS-HIST-READ-CTR.
           DISPLAY 'LINES NOTICED:               '
                   WS-LINES-NOTICED-CTR.
           DISPLAY 'LINES NOT SENT:              ' WS-EXCEPTION-CTR.
           DISPLAY 'NOTICES ISSUED:              ' WS-NOTICES-CTR.
           DISPLAY 'NOTICE HISTORY ROWS WRITTEN: ' WS-HIST-WRTN-CTR.
