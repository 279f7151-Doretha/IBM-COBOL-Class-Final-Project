      *    MASTER RECORD IS MARKED UNCONFIRMED -- IT STAYS ON THE
      *    REPORT EVERY RUN UNTIL SOMEONE RECORDS A CONFIRMATION
      *    TRANSACTION SAYING THE CHANGE WAS VERIFIED WITH THE
      *    SUPPLIER. EACH CONFIRMATION APPLIED IS LOGGED TO THE
      *    OPERATOR ACTIVITY LOG UNDER THE OPERATOR WHO KEYED IT.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *
      *
      *      RTPOT44.AUTOPART.PARTFILE - PARTS MASTER (INDEXED, READ
      *                                  RANDOMLY BY PART-NUMBER FOR
      *                                  THE OWNING SUPPLIER)
      *      INTERNAL FILE NAME:         PARTFILE
      *      JCL DD NAME:                PARTFILE
      *
      *      RTPOT44.ADDRMON.CONFIRMS - REMIT-TO CONFIRMATION
      *                                 TRANSACTIONS, ONE SUPPLIER-CODE
      *                                 AND ADDRESS-TYPE PER VERIFIED
      *                                 CHANGE, WITH THE CONFIRMING
      *                                 OPERATOR ID
      *      INTERNAL FILE NAME:        CONFRMIN
      *      JCL DD NAME:               CONFRMIN
      *
      *      JCL DD NAME:                  ADDRRPT
      *
      *
      *      RTPOT44.OPERLOG.ACTIVITY - OPERATOR ACTIVITY LOG, ONE
      *                                 RCNF RECORD PER REMIT-TO
      *                                 CHANGE CONFIRMED (OPENED
      *                                 EXTEND, CUMULATIVE)
      *      INTERNAL FILE NAME:        OPERLOG
      *      JCL DD NAME:               OPERLOG
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(ADDRMON)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE OWNING SUPPLIER OF AN EXTRACT PART IS NOW
      *                   READ FROM PARTFILE BY KEY -- THE 2000-ENTRY
      *                   PART/SUPPLIER TABLE IS GONE. A FULL
      *                   CONFIRMATION OR CURRENT ADDRESS TABLE NOW
      *                   ENDS THE STEP WITH RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE CONFIRMATION TRANSACTION GREW 20 TO 28
      *                   BYTES WITH THE CONFIRMING OPERATOR ID, AND
      *                   EACH CONFIRMATION APPLIED IS LOGGED TO
      *                   OPERLOG AS AN RCNF ACTIVITY AGAINST THE
      *                   SUPPLIER.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  09/02/2026
      *
           SELECT PARTFILE ASSIGN TO PARTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PARTFILE-KEY
              FILE STATUS IS PACODE.
      *
      *
           SELECT ADDRNEW ASSIGN TO ADDRNEW
              FILE STATUS IS ANCODE.
      *
           SELECT OPERLOG ASSIGN TO OPERLOG
              FILE STATUS IS OLCODE.
      *
           SELECT ADDRRPT ASSIGN TO ADDRRPT
              FILE STATUS IS RPCODE.
       FD  CONFRMIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 28 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONFRMIN-REC.
      *
       01 CONFRMIN-REC PIC X(28).
      *
       FD  ADDRNEW
           RECORDING MODE IS F
           DATA RECORD IS ADDRRPT-REC.
      *
       01 ADDRRPT-REC PIC X(100).
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
          05 SA-PART-NUMBER          PIC X(23) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE PARTS MASTER RECORD, READ BY KEY FOR
      *  THE SUPPLIER OWNING AN EXTRACT PART.
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
          05 CF-ADDRESS-TYPE        PIC X(01) VALUE SPACES.
          05 CF-CONFIRM-DATE        PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(01) VALUE SPACES.
          05 CF-OPERATOR-ID         PIC X(08) VALUE SPACES.
      *
       01 CONFIRM-TBL.
          05 CONFIRM-ENTRY-TBL
            OCCURS 100 TIMES INDEXED BY CONF-IDX.
            10 CONF-SUPPLIER-TBL    PIC X(10) VALUE SPACES.
            10 CONF-TYPE-TBL        PIC X(01) VALUE SPACES.
            10 CONF-OPER-TBL        PIC X(08) VALUE SPACES.
      *
       01 WS-CONFIRM-VARS.
          05 WS-MAX-CONF-IDX        PIC 9(03) VALUE 100.
          05 WS-CONF-LOADED-CTR     PIC 9(03) VALUE 0.
          05 WS-CONF-SLOT           PIC 9(03) VALUE 0.
          05 CONF-FOUND-SW          PIC X(01) VALUE 'N'.
             88 CONF-FOUND          VALUE 'Y'.
      *
       01 WS-TODAY-VARS.
          05 WS-TODAY-8             PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE COPYLIB MEMBER FOR ONE OPERATOR ACTIVITY
      *  RECORD APPENDED TO OPERLOG.
      *****************************************************************
      *
           COPY OPERACT.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 SACODE                 PIC X(02) VALUE SPACES.
          05 CFCODE                 PIC X(02) VALUE SPACES.
          05 ANCODE                 PIC X(02) VALUE SPACES.
          05 RPCODE                 PIC X(02) VALUE SPACES.
          05 OLCODE                 PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 SUPP-ADDR-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-SUPP-ADDR-FILE VALUE 'Y'.
          05 ADDR-MASTER-FILE-SW     PIC X(01) VALUE 'N'.
             88 END-OF-ADDR-MASTER-FILE VALUE 'Y'.
          05 CONFIRM-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-CONFIRM-FILE  VALUE 'Y'.
          05 TABLE-FULL-SW           PIC X(01) VALUE 'N'.
             88 TABLE-FULL           VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-ADDR-EXTRACT-READ    PIC 9(07) VALUE 0.
          05 WS-PENDING-HELD-CTR     PIC 9(05) VALUE 0.
          05 WS-CONFIRMED-CTR        PIC 9(05) VALUE 0.
          05 WS-NEW-MASTER-WRTN      PIC 9(07) VALUE 0.
          05 WS-OPERLOG-WRTN-CTR     PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  CHANGE REPORT LINES -- A STATUS LINE PER EVENT FOLLOWED BY
      *    - 0000-HOUSEKEEPING
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0190-READ-CONFIRM-FILE
      *    - 0192-LOAD-CONFIRM-TABLE
      *    - 0200-READ-SUPP-ADDR-FILE
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-RPT-HEADERS.
           PERFORM 0190-READ-CONFIRM-FILE.
           PERFORM 0192-LOAD-CONFIRM-TABLE
               UNTIL END-OF-CONFIRM-FILE.
               UNTIL END-OF-ADDR-MASTER-FILE.
           PERFORM 2500-APPEND-NEW-ADDRESSES.
           PERFORM 2600-CLOSE-FILES.
           IF TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
           ELSE
              DISPLAY 'ERROR OPENING ADDRESS CHANGE REPORT FILE'
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
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0182-READ-PART-MASTER PARAGRAPH READS THE PARTS MASTER
      *    BY KEY FOR THE EXTRACT PART AND, WHEN THE PART IS FOUND,
      *    RETURNS ITS OWNING SUPPLIER-CODE IN WS-LOOKUP-SUPPLIER.
      *
      *  CALLED BY:
      *    -  0220-LOAD-CURR-ADDR-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0182-READ-PART-MASTER.
           MOVE 'N'            TO PSUP-FOUND-SW.
           MOVE SPACES         TO WS-LOOKUP-SUPPLIER.
           MOVE SA-PART-NUMBER TO PARTFILE-KEY.
      *
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
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0190-READ-CONFIRM-FILE PARAGRAPH READS ONE CONFIRMATION
      *    TRANSACTION. WHEN THE END OF FILE IS REACHED, A FLAG IS SET
      *    TO INDICATE THAT STATUS.
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0192-LOAD-CONFIRM-TABLE PARAGRAPH LOADS CONFIRMATION
      *    TRANSACTIONS INTO A TABLE (ARRAY) IN WORKING STORAGE. A
      *    FULL TABLE ENDS THE STEP WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
              SET CONF-IDX TO WS-CONF-LOADED-CTR
              MOVE CF-SUPPLIER-CODE TO CONF-SUPPLIER-TBL (CONF-IDX)
              MOVE CF-ADDRESS-TYPE  TO CONF-TYPE-TBL (CONF-IDX)
              MOVE CF-OPERATOR-ID   TO CONF-OPER-TBL (CONF-IDX)
           ELSE
              DISPLAY 'CONFIRMATION TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET TABLE-FULL TO TRUE
              MOVE 'Y' TO CONFIRM-FILE-SW
           END-IF.
      *
      *    APPEARS UNDER MANY PARTS, SO THE FIRST IMAGE SEEN FOR A
      *    SUPPLIER/TYPE KEY WINS. A PART WITH NO PARTS MASTER ENTRY
      *    IS SKIPPED WITH A MESSAGE -- AN ADDRESS WITH NO SUPPLIER
      *    HAS NOWHERE TO POST. A FULL TABLE ENDS THE STEP WITH
      *    RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0182-READ-PART-MASTER
      *    -  0200-READ-SUPP-ADDR-FILE
      *****************************************************************
      *
       0220-LOAD-CURR-ADDR-TABLE.
           PERFORM 0182-READ-PART-MASTER.
      *
           IF NOT PSUP-FOUND
              DISPLAY 'NO PARTS MASTER ENTRY FOR PART '
                    MOVE SA-ADDRESS-IMAGE
                       TO CADR-IMAGE-TBL (CADR-IDX)
                 ELSE
                    DISPLAY 'CURRENT ADDRESS TABLE FULL -- RUN '
                            'ENDS WITH RETURN CODE 16'
                    SET TABLE-FULL TO TRUE
                    MOVE 'Y' TO SUPP-ADDR-FILE-SW
                 END-IF
              END-IF
      *    -  0600-RECORD-ADDRESS-CHANGE
      *    -  0900-WRITE-MASTER-REC
      *    -  0950-WRITE-RPT-STATUS
      *    -  0570-WRITE-OPER-ACTIVITY
      *    -  0300-READ-ADDR-MASTER
      *****************************************************************
      *
                 MOVE 'REMIT-TO CHANGE CONFIRMED'
                    TO RPT-STATUS-MSG
                 PERFORM 0950-WRITE-RPT-STATUS
                 PERFORM 0570-WRITE-OPER-ACTIVITY
              ELSE
                 ADD 1 TO WS-PENDING-HELD-CTR
                 MOVE NA-SUPPLIER-CODE TO RPT-SUPPLIER-CODE
      *  DESCRIPTION:
      *    THE 0560-SEARCH-CONFIRM-TABLE PARAGRAPH SEARCHES THE
      *    CONFIRMATION TABLE FOR THE NEW MASTER RECORD'S SUPPLIER AND
      *    ADDRESS-TYPE AND REMEMBERS THE MATCHING SLOT.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
              IF NA-SUPPLIER-CODE = CONF-SUPPLIER-TBL (CONF-IDX)
                 AND NA-ADDRESS-TYPE = CONF-TYPE-TBL (CONF-IDX)
                 MOVE 'Y' TO CONF-FOUND-SW
                 SET WS-CONF-SLOT TO CONF-IDX
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0570-WRITE-OPER-ACTIVITY PARAGRAPH APPENDS ONE RCNF
      *    RECORD TO THE OPERATOR ACTIVITY LOG FOR THE CONFIRMATION
      *    JUST APPLIED, KEYED BY SUPPLIER-CODE AND CARRYING THE
      *    OPERATOR WHO KEYED THE CONFIRMATION.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0570-WRITE-OPER-ACTIVITY.
           SET CONF-IDX TO WS-CONF-SLOT.
           INITIALIZE OPER-ACT-REC-WS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO OPER-ACT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:8) TO OPER-ACT-TIME.
           MOVE CONF-OPER-TBL (CONF-IDX)    TO OPER-ID.
           MOVE 'RCNF'                      TO OPER-ROLE-CODE.
           MOVE 'SUPP'                      TO OPER-OBJECT-TYPE.
           MOVE NA-SUPPLIER-CODE            TO OPER-OBJECT-KEY.
           MOVE 'ADDRMON '                  TO OPER-SOURCE-PGM.
           MOVE 'REMIT CONFIRMED'           TO OPER-DETAIL.
           WRITE OPERLOG-REC FROM OPER-ACT-REC-WS.
           IF OLCODE = '00'
              ADD 1 TO WS-OPERLOG-WRTN-CTR
           ELSE
              DISPLAY 'ERROR WRITING OPERATOR ACTIVITY LOG'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-RECORD-ADDRESS-CHANGE PARAGRAPH RECORDS ONE
      *    CHANGED ADDRESS -- THE BEFORE AND AFTER IMAGES ARE PRINTED,
      *    THE NEW IMAGE AND TODAY'S DATE GO ONTO THE NEW MASTER
                 ADDRMAST
                 CONFRMIN
                 ADDRNEW
                 ADDRRPT
                 OPERLOG.
      *
           DISPLAY 'ADDRESS EXTRACT RECORDS READ:'
                   WS-ADDR-EXTRACT-READ.
           DISPLAY 'PENDING CONFIRMATIONS HELD:  '
                   WS-PENDING-HELD-CTR.
           DISPLAY 'NEW MASTER RECORDS WRITTEN:  ' WS-NEW-MASTER-WRTN.
           DISPLAY 'OPERATOR ACTIVITY LOGGED:    '
                   WS-OPERLOG-WRTN-CTR.
