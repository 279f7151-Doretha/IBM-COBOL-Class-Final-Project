      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - BUSDATE.CBL - SHARED BUSINESS-DAY DATE SERVICE. COUNTS THE
      *      PLANT WORKING DAYS AN OPEN ORDER IS PAST ITS DELIVERY DATE.
      *****************************************************************
      *
      *    INPUT FILES:
      *      JCL DD NAME:           EDI855IN
      *
      *
      *      RTPOT44.BUSDATE.SHOPCAL.NEW - SHOP CALENDAR, READ BY THE
      *                                    BUSDATE.CBL DATE SERVICE
      *      INTERNAL FILE NAME:           SHOPCAL
      *      JCL DD NAME:                  SHOPCAL
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.BUYRWB.WORKBENCH.RPT - BUYER OPEN-ORDER WORKBENCH
      *      INTERNAL FILE NAME:            BUYRWRPT
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A FULL TRANSMITTED PO OR ACKNOWLEDGMENT TABLE
      *                   NOW ENDS THE RUN WITH RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  DAYS LATE ARE NOW THE PLANT WORKING DAYS
      *                   AFTER THE DELIVERY DATE UP TO TODAY, COUNTED
      *                   BY THE NEW BUSDATE.CBL DATE SERVICE FROM THE
      *                   SHOP CALENDAR (CALENDAR DAYS, AS BEFORE, WHEN
      *                   THE CALENDAR IS NOT AVAILABLE), AND A BASIS
      *                   LINE UNDER EACH BUYER BANNER STATES WHICH.
      *                   THE EDI855IN FD AND THE ACKNOWLEDGMENT RECORD
      *                   GREW 55 TO 57 BYTES TO MATCH THE 855 LAYOUT
      *                   EDIACK.CBL READS (THE CHANGE REVISION
      *                   NUMBER). A FULL SHOP CALENDAR TABLE ENDS THE
      *                   RUN WITH RETURN CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE BACKLOG MASTER (PORHIST) GREW 76 TO 80
      *                   BYTES WITH THE REVISION NUMBER PORECV.CBL NOW
      *                   STAMPS ON A CHANGED OR CANCELLED ORDER.
      *                   WIDENED THE PORHIST FD AND THE BACKLOG RECORD
      *                   LAYOUT TO MATCH.
      *                   THE 860 CHANGE ORDERS PORECV.CBL NOW APPENDS
      *                   TO EDIPO ARE SKIPPED WHEN THE TRANSMITTED PO
      *                   TABLE IS LOADED.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  09/02/2026
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
       FD  EDI855IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 57 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDI855IN-REC.
      *
       01 EDI855IN-REC PIC X(57).
      *
       SD  WB-SORT-FILE
           RECORD CONTAINS 75 CHARACTERS
          05 OP-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 OP-RECEIVED-QTY         PIC S9(7) VALUE 0.
          05 OP-PO-TYPE              PIC X(01) VALUE SPACES.
          05 OP-REVISION-NUMBER      PIC 9(02) VALUE 0.
          05 FILLER                  PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE TRANSMITTED 850 RECORD AND THE
          05 AK-UNIT-PRICE           PIC 9(7)V99 VALUE 0.
          05 AK-DELIVERY-DATE        PIC X(08) VALUE SPACES.
          05 AK-SUPP-PART-NUMBER     PIC X(15) VALUE SPACES.
          05 AK-CHANGE-REVISION      PIC X(02) VALUE SPACES.
      *
       01 ACK-STATUS-TBL.
          05 ACK-STATUS-ENTRY-TBL
      *
      *****************************************************************
      *  DAYS-LATE ARITHMETIC AREA. A DELIVERY DATE IS STRUCTURALLY
      *  CHECKED BEFORE THE DAY-NUMBER CONVERSION. THE DAYS LATE ARE
      *  COUNTED BY THE BUSDATE.CBL DATE SERVICE, WHOSE PARAMETER AREA
      *  FOLLOWS.
      *****************************************************************
      *
       01 WS-DATE-VARS.
          05 WS-EDIT-DATE-9         PIC 9(08) VALUE 0.
          05 WS-DATE-OK-SW          PIC X(01) VALUE 'N'.
             88 EDIT-DATE-OK        VALUE 'Y'.
      *
       COPY BUSDPARM.
      *
       01 WS-BREAK-VARS.
          05 WS-PRIOR-BUYER         PIC X(03) VALUE LOW-VALUES.
             88 END-OF-ACK-FILE      VALUE 'Y'.
          05 SORT-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-SORT-FILE     VALUE 'Y'.
          05 TABLE-FULL-SW           PIC X(01) VALUE 'N'.
             88 TABLE-FULL           VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-BACKLOG-READ-CTR     PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  WORKBENCH REPORT LINES -- A BUYER BREAK BANNER AND ONE RANKED
      *  DETAIL LINE PER OPEN ORDER. THE BASIS LINE UNDER EACH BANNER
      *  STATES WHETHER DAYS LATE ARE BUSINESS OR CALENDAR DAYS.
      *****************************************************************
      *
       01 WB-RPT-BUYER-BANNER. *>BUYER BREAK BANNER
          05 FILLER                  PIC X(07) VALUE 'BUYER: '.
          05 RPT-BANNER-BUYER        PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(85) VALUE SPACES.
      *
       01 WB-RPT-BASIS-LINE. *>DAYS-LATE BASIS UNDER THE BANNER
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(11) VALUE 'DAYS LATE: '.
          05 RPT-DAYS-LATE-BASIS     PIC X(40) VALUE SPACES.
          05 FILLER                  PIC X(44) VALUE SPACES.
      *
       01 WB-RPT-HEADER-1. *>COLUMN HEADINGS FOR WORKBENCH
          05 FILLER                  PIC X(05) VALUE SPACES.
               INPUT PROCEDURE IS 1000-RELEASE-OPEN-ORDERS
               OUTPUT PROCEDURE IS 1500-PRINT-WORKBENCH.
           PERFORM 2600-CLOSE-FILES.
           IF BD-CALENDAR-FULL OR TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH INITIALIZES VARIABLES,
      *    OBTAINS TODAY'S DATE FOR THE DAYS-LATE ARITHMETIC AND ASKS
      *    THE DATE SERVICE WHICH BASIS THE DAYS LATE WILL BE IN.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  BUSDATE (BUSINESS-DAY DATE SERVICE)
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           MOVE WS-TODAY-8 TO WS-EDIT-DATE-9.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9).
      *
           MOVE 'I' TO BD-FUNCTION.
           MOVE 'P' TO BD-DAY-TYPE.
           CALL 'BUSDATE' USING BUSDATE-AREA.
           MOVE BD-BASIS-TEXT TO RPT-DAYS-LATE-BASIS.
      *
      *****************************************************************
      *  DESCRIPTION:
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0220-LOAD-EDIPO-TABLE PARAGRAPH LOADS EACH TRANSMITTED
      *    850 RECORD'S PO-NUMBER INTO THE TRANSMITTED PO TABLE. THE
      *    860 CHANGE ORDERS PORECV.CBL APPENDS TO EDIPO ARE SKIPPED.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *****************************************************************
      *
       0220-LOAD-EDIPO-TABLE.
           IF WS-EDIPO-850-REC (4:3) = '850'
              IF WS-EPO-LOADED-CTR < WS-MAX-EPO-IDX
                 ADD 1 TO WS-EPO-LOADED-CTR
                 SET EPO-IDX TO WS-EPO-LOADED-CTR
                 MOVE WS-EDIPO-850-REC (23:6)
                    TO EPO-PO-NUMBER-TBL (EPO-IDX)
              ELSE
                 DISPLAY 'TRANSMITTED PO TABLE FULL -- REMAINING 850 '
                         'RECORDS NOT LOADED'
                 SET TABLE-FULL TO TRUE
                 MOVE 'Y' TO EDIPO-FILE-SW
              END-IF
           END-IF.
      *
           IF NOT END-OF-EDIPO-FILE
      *    INTO THE STATUS TABLE -- A PO-NUMBER ALREADY ON THE TABLE
      *    IS REPLACED, SO THE LATEST ACKNOWLEDGMENT (A REJECT
      *    FOLLOWED BY A CORRECTED ACCEPT, FOR INSTANCE) WINS.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
              ELSE
                 DISPLAY 'ACKNOWLEDGMENT TABLE FULL -- RECORD '
                         'DROPPED'
                 SET TABLE-FULL TO TRUE
                 MOVE 0 TO WS-ACKS-SLOT
              END-IF
           END-IF.
      *    ONE WORKBENCH SORT RECORD -- THE OPEN BALANCE, THE DAYS
      *    PAST THE DELIVERY DATE (ZERO WHEN NOT YET DUE OR THE DATE
      *    IS UNUSABLE) AND THE ACKNOWLEDGMENT STATUS RESOLVED THROUGH
      *    THE 850 AND 855 TABLES. THE DAYS LATE ARE THE PLANT WORKING
      *    DAYS AFTER THE DELIVERY DATE UP TO TODAY, COUNTED BY THE
      *    BUSDATE DATE SERVICE. THE NEXT BACKLOG RECORD IS THEN READ.
      *
      *  CALLED BY:
      *    -  1000-RELEASE-OPEN-ORDERS
      *
      *  CALLS:
      *    -  1250-EDIT-DATE-STRUCTURE
      *    -  BUSDATE (BUSINESS-DAY DATE SERVICE)
      *    -  1300-RESOLVE-ACK-STATUS
      *    -  1100-READ-BACKLOG-FILE
      *****************************************************************
                 COMPUTE WS-DELIV-INT =
                    FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9)
                 IF WS-TODAY-INT > WS-DELIV-INT
                    MOVE 'C' TO BD-FUNCTION
                    MOVE 'P' TO BD-DAY-TYPE
                    MOVE WS-EDIT-DATE-9 TO BD-FROM-DATE
                    MOVE WS-TODAY-8     TO BD-TO-DATE
                    CALL 'BUSDATE' USING BUSDATE-AREA
                    IF BD-OK OR BD-NO-CALENDAR
                       MOVE BD-RESULT-DAYS TO WS-DAYS-LATE
                    ELSE
                       COMPUTE WS-DAYS-LATE =
                          WS-TODAY-INT - WS-DELIV-INT
                    END-IF
                 END-IF
              END-IF
              PERFORM 1300-RESOLVE-ACK-STATUS
              MOVE SPACES TO BUYRWRPT-REC
              WRITE BUYRWRPT-REC
              WRITE BUYRWRPT-REC FROM WB-RPT-BUYER-BANNER
              WRITE BUYRWRPT-REC FROM WB-RPT-BASIS-LINE
              WRITE BUYRWRPT-REC FROM WB-RPT-HEADER-1
              WRITE BUYRWRPT-REC FROM WB-RPT-HEADER-2
           END-IF.
