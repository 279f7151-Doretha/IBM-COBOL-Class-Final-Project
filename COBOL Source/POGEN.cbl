      *      RTPOT44.POGEN.APPROVALS - APPROVAL TRANSACTIONS, ONE
      *                                PART-NUMBER, APPROVED QUANTITY
      *                                (ZERO TAKES THE SUGGESTED
      *                                QUANTITY), BUYER-CODE,
      *                                ALTERNATE-SUPPLIER FLAG AND
      *                                APPROVING OPERATOR ID PER
      *                                APPROVED SUGGESTION
      *      INTERNAL FILE NAME:       APPRVIN
      *      JCL DD NAME:              APPRVIN
      *
      *      RTPOT44.AUTOPART.ALTSUPP.FILE - ALTERNATE SUPPLIER
      *                                      CROSS-REFERENCE FILE
      *                                      (INDEXED BY PART-NUMBER
      *                                      AND SUPPLIER-CODE, READ
      *                                      BY KEY)
      *      INTERNAL FILE NAME:             ALTSUPP
      *      JCL DD NAME:                    ALTSUPP
      *
      *
      *
      *      RTPOT44.AUTOPART.CONTRACT.FILE - CONTRACT/LAST-PAID PRICE
      *                                       REFERENCE FILE (INDEXED
      *                                       BY PART-NUMBER AND
      *                                       SUPPLIER-CODE, READ BY
      *                                       KEY)
      *      INTERNAL FILE NAME:              CONTRACT
      *      JCL DD NAME:                     CONTRACT
      *
      *      JCL DD NAME:            POGENOUT
      *
      *
      *      RTPOT44.OPERLOG.ACTIVITY - OPERATOR ACTIVITY LOG, ONE
      *                                 APRV RECORD PER GENERATED
      *                                 ORDER (OPENED EXTEND,
      *                                 CUMULATIVE)
      *      INTERNAL FILE NAME:        OPERLOG
      *      JCL DD NAME:               OPERLOG
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(POGEN)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE ALTERNATE SUPPLIER AND CONTRACT PRICE
      *                   TABLES ARE GONE. ALTSUPP AND CONTRACT ARE NOW
      *                   INDEXED BY PART-NUMBER AND SUPPLIER-CODE. THE
      *                   ALTERNATES FOR A FLAGGED PART ARE READ FROM
      *                   ALTSUPP BY KEY (NEW PARAGRAPH
      *                   0645-CHECK-ONE-ALT-SUPPLIER) AND THE PRICE IS
      *                   READ FROM CONTRACT BY KEY. A FULL APPROVAL,
      *                   ADDRESS OR BUYER TABLE NOW ENDS THE RUN WITH
      *                   RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE APPROVAL TRANSACTION (APPRVIN) GREW FROM
      *                   34 TO 42 BYTES FOR THE APPROVING OPERATOR ID,
      *                   CARRIED IN THE APPROVAL TABLE. EVERY
      *                   GENERATED ORDER NOW APPENDS AN APRV RECORD
      *                   KEYED BY THE NEW PO-NUMBER TO THE CUMULATIVE
      *                   OPERATOR ACTIVITY LOG (OPERLOG, COPYBOOK
      *                   OPERACT) FOR THE SEGREGATION OF DUTIES REPORT
      *                   SODRPT.CBL. SEE NEW PARAGRAPH 0850-WRITE-
      *                   OPER-ACTIVITY.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  09/02/2026
              FILE STATUS IS SACODE.
      *
           SELECT ALTSUPP ASSIGN TO ALTSUPP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ALTSUPP-FILE-KEY
              FILE STATUS IS ALCODE.
      *
           SELECT BUYERTBL ASSIGN TO BUYERTBL
              FILE STATUS IS BYCODE.
      *
           SELECT CONTRACT ASSIGN TO CONTRACT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CONTRACT-FILE-KEY
              FILE STATUS IS CTCODE.
      *
           SELECT POGENOUT ASSIGN TO POGENOUT
      *
           SELECT RUNCTL ASSIGN TO RUNCTL
              FILE STATUS IS RCCODE.
      *
           SELECT OPERLOG ASSIGN TO OPERLOG
              FILE STATUS IS OLCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  APPRVIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 42 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APPRVIN-REC.
      *
       01 APPRVIN-REC PIC X(42).
      *
       FD  PARTFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALTSUPP-REC.
      *
       01 ALTSUPP-REC.
          05 ALTSUPP-FILE-KEY        PIC X(33).
          05 FILLER                  PIC X(01).
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
       FD  POGENOUT
           RECORDING MODE IS F
           DATA RECORD IS RUNCTL-REC.
      *
       01 RUNCTL-REC PIC X(32).
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
          05 RC-RUN-DATE            PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE COPYLIB MEMBER FOR ONE OPERATOR ACTIVITY
      *  RECORD APPENDED TO OPERLOG.
      *****************************************************************
      *
           COPY OPERACT.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE SUGGESTION EXTRACT RECORD READ FROM
      *  SUGGOUT.
      *****************************************************************
          05 AP-BUYER-CODE           PIC X(03) VALUE SPACES.
          05 AP-ALT-SUPP-FLAG        PIC X(01) VALUE SPACES.
             88 AP-USE-ALTERNATE     VALUE 'A'.
          05 AP-OPERATOR-ID          PIC X(08) VALUE SPACES.
      *
       01 APPROVAL-TBL.
          05 APPROVAL-ENTRY-TBL
            10 APRV-QTY-TBL         PIC 9(07) VALUE 0.
            10 APRV-BUYER-TBL       PIC X(03) VALUE SPACES.
            10 APRV-ALT-FLAG-TBL    PIC X(01) VALUE SPACES.
            10 APRV-OPER-TBL        PIC X(08) VALUE SPACES.
      *
       01 WS-APPROVAL-VARS.
          05 WS-MAX-APRV-IDX        PIC 9(03) VALUE 500.
          05 AL-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 AL-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 AL-PREFERENCE-RANK     PIC 9(01) VALUE 0.
      *
       01 WS-ALT-SUPP-VARS.
          05 WS-BEST-ALT-RANK       PIC 9(01) VALUE 0.
          05 WS-ALT-SUPPLIER        PIC X(10) VALUE SPACES.
          05 ALT-FOUND-SW           PIC X(01) VALUE 'N'.
          05 CT-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 CT-CONTRACT-PRICE      PIC 9(7)V99 VALUE 0.
      *
       01 WS-PART-SUPP-KEY. *>KEY FOR THE ALTSUPP AND CONTRACT FILES
          05 PSK-PART-NUMBER        PIC X(23) VALUE SPACES.
          05 PSK-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
      *
       01 WS-CONTRACT-VARS.
          05 WS-LOOKUP-PRICE        PIC 9(7)V99 VALUE 0.
          05 CNTR-FOUND-SW          PIC X(01) VALUE 'N'.
             88 CNTR-FOUND          VALUE 'Y'.
          05 CTCODE                 PIC X(02) VALUE SPACES.
          05 PGCODE                 PIC X(02) VALUE SPACES.
          05 RCCODE                 PIC X(02) VALUE SPACES.
          05 OLCODE                 PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 SUGGEST-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-ALT-SUPP-FILE VALUE 'Y'.
          05 BUYER-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-BUYER-FILE    VALUE 'Y'.
          05 REF-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
             88 REF-TABLE-FULL       VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-SUGGESTS-READ-CTR    PIC 9(07) VALUE 0.
          05 WS-SKIPPED-CTR          PIC 9(07) VALUE 0.
          05 WS-ORPHAN-APRV-CTR      PIC 9(05) VALUE 0.
          05 WS-ALT-USED-CTR         PIC 9(05) VALUE 0.
          05 WS-OPERLOG-WRTN-CTR     PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION ACCEPTS THE STARTING PO-NUMBER,
      *    LOADS THE APPROVAL, ADDRESS AND BUYER TABLES, WALKS THE
      *    SUGGESTION EXTRACT GENERATING A PARTSIN-FORMAT PURCHASE
      *    ORDER RECORD FOR EACH APPROVED SUGGESTION, REPORTS ORPHAN
      *    APPROVALS, AND CLOSES FILES. A FILE LARGER THAN ITS TABLE
      *    ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
      *    - 0165-LOAD-APPROVAL-TABLE
      *    - 0170-READ-SUPP-ADDR-FILE
      *    - 0175-LOAD-ADDR-XREF-TABLE
      *    - 0190-READ-BUYER-FILE
      *    - 0195-LOAD-BUYER-TABLE
      *    - 0250-READ-SUGGEST-FILE
      *    - 0500-MAIN-PROCESS
      *    - 2500-REPORT-ORPHAN-APPROVALS
           PERFORM 0170-READ-SUPP-ADDR-FILE.
           PERFORM 0175-LOAD-ADDR-XREF-TABLE
               UNTIL END-OF-SUPP-ADDR-FILE.
           PERFORM 0190-READ-BUYER-FILE.
           PERFORM 0195-LOAD-BUYER-TABLE
               UNTIL END-OF-BUYER-FILE.
           PERFORM 0250-READ-SUGGEST-FILE.
           PERFORM 0500-MAIN-PROCESS
               UNTIL END-OF-SUGGEST-FILE.
           PERFORM 2500-REPORT-ORPHAN-APPROVALS.
           PERFORM 2600-CLOSE-FILES.
           IF REF-TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
           ELSE
              DISPLAY 'ERROR OPENING GENERATED ORDER FILE'
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
              MOVE AP-APPROVED-QTY  TO APRV-QTY-TBL (APRV-IDX)
              MOVE AP-BUYER-CODE    TO APRV-BUYER-TBL (APRV-IDX)
              MOVE AP-ALT-SUPP-FLAG TO APRV-ALT-FLAG-TBL (APRV-IDX)
              MOVE AP-OPERATOR-ID   TO APRV-OPER-TBL (APRV-IDX)
           ELSE
              DISPLAY 'APPROVAL TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET REF-TABLE-FULL TO TRUE
              MOVE 'Y' TO APPROVAL-FILE-SW
           END-IF.
      *
              MOVE SA-PART-NUMBER    TO ADRX-PART-TBL (ADRX-IDX)
              MOVE SA-ADDRESS-IMAGE  TO ADRX-IMAGE-TBL (ADRX-IDX)
           ELSE
              DISPLAY 'ADDRESS TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET REF-TABLE-FULL TO TRUE
              MOVE 'Y' TO SUPP-ADDR-FILE-SW
           END-IF.
      *
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0180-READ-ALT-SUPP-FILE PARAGRAPH READS THE NEXT
      *    ALTERNATE SUPPLIER CROSS-REFERENCE RECORD. THE END OF THE
      *    FILE OR THE FIRST RECORD FOR ANOTHER PART ENDS THE
      *    SUGGESTED PART'S ALTERNATES.
      *
      *  CALLED BY:
      *    -  0640-CHOOSE-SUPPLIER
      *    -  0645-CHECK-ONE-ALT-SUPPLIER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0180-READ-ALT-SUPP-FILE.
           READ ALTSUPP NEXT RECORD INTO ALTSUPP-REC-WS
              AT END MOVE 'Y' TO ALT-SUPP-FILE-SW
           END-READ.
      *
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING ALTERNATE SUPPLIER FILE.'
              MOVE 'Y' TO ALT-SUPP-FILE-SW
           END-IF.
      *
           IF AL-PART-NUMBER NOT = SG-PART-NUMBER
              MOVE 'Y' TO ALT-SUPP-FILE-SW
           END-IF.
      *
      *****************************************************************
              MOVE BUYER-CODE-IN  TO BUYER-CODE-TBL (BUYER-IDX)
              MOVE BUYER-LIMIT-IN TO BUYER-LIMIT-TBL (BUYER-IDX)
           ELSE
              DISPLAY 'BUYER TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET REF-TABLE-FULL TO TRUE
              MOVE 'Y' TO BUYER-FILE-SW
           END-IF.
      *
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0250-READ-SUGGEST-FILE PARAGRAPH READS ONE SUGGESTION
      *    EXTRACT RECORD AND CHECKS THE FILE STATUS FOR A SUCCESSFUL
      *    READ OPERATION. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    THE 0640-CHOOSE-SUPPLIER PARAGRAPH CHOOSES THE SUPPLIER FOR
      *    THE GENERATED ORDER -- THE PART'S OWN SUPPLIER-CODE, OR THE
      *    TOP-RANKED (LOWEST RANK NUMBER) ALTERNATE FROM THE ALTSUPP
      *    FILE WHEN THE APPROVAL FLAGGED THE PRIMARY SUPPLIER. THE
      *    FILE IS POSITIONED BY KEY AT THE PART'S FIRST ALTERNATE AND
      *    READ FORWARD THROUGH ITS LAST. AN APPROVAL FLAGGING THE
      *    PRIMARY WITH NO ALTERNATE ON FILE FALLS BACK TO THE PRIMARY
      *    WITH A MESSAGE.
      *
      *  CALLED BY:
      *    -  0600-GENERATE-ORDER
      *
      *  CALLS:
      *    -  0180-READ-ALT-SUPP-FILE
      *    -  0645-CHECK-ONE-ALT-SUPPLIER
      *****************************************************************
      *
       0640-CHOOSE-SUPPLIER.
              MOVE 'N' TO ALT-FOUND-SW
              MOVE 9   TO WS-BEST-ALT-RANK
              MOVE SPACES TO WS-ALT-SUPPLIER
              MOVE 'N'    TO ALT-SUPP-FILE-SW
              MOVE SG-PART-NUMBER TO PSK-PART-NUMBER
              MOVE LOW-VALUES     TO PSK-SUPPLIER-CODE
              MOVE WS-PART-SUPP-KEY TO ALTSUPP-FILE-KEY
              START ALTSUPP KEY IS NOT LESS THAN ALTSUPP-FILE-KEY
                 INVALID KEY
                    MOVE 'Y' TO ALT-SUPP-FILE-SW
              END-START
              IF NOT END-OF-ALT-SUPP-FILE
                 PERFORM 0180-READ-ALT-SUPP-FILE
              END-IF
              PERFORM 0645-CHECK-ONE-ALT-SUPPLIER
                 UNTIL END-OF-ALT-SUPP-FILE
              IF ALT-FOUND
                 MOVE WS-ALT-SUPPLIER TO WS-CHOSEN-SUPPLIER
                 ADD 1 TO WS-ALT-USED-CTR
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0645-CHECK-ONE-ALT-SUPPLIER PARAGRAPH KEEPS ONE
      *    ALTERNATE OF THE SUGGESTED PART WHEN ITS RANK IS AS GOOD AS
      *    THE BEST SEEN SO FAR, THEN READS THE NEXT ALTERNATE.
      *
      *  CALLED BY:
      *    -  0640-CHOOSE-SUPPLIER
      *
      *  CALLS:
      *    -  0180-READ-ALT-SUPP-FILE
      *****************************************************************
      *
       0645-CHECK-ONE-ALT-SUPPLIER.
           IF AL-PREFERENCE-RANK NOT > WS-BEST-ALT-RANK
              MOVE 'Y' TO ALT-FOUND-SW
              MOVE AL-PREFERENCE-RANK TO WS-BEST-ALT-RANK
              MOVE AL-SUPPLIER-CODE   TO WS-ALT-SUPPLIER
           END-IF.
      *
           PERFORM 0180-READ-ALT-SUPP-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0650-READ-SUPPLIER-MASTER PARAGRAPH READS THE SUPPLIER
      *    RECORD FOR THE CHOSEN SUPPLIER DIRECTLY BY SUPPLIER-CODE
      *    AND SETS THE SUPP-READ-OK SWITCH.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0670-LOOKUP-CONTRACT-PRICE PARAGRAPH READS THE
      *    CONTRACT PRICE FILE BY KEY ON PART-NUMBER PLUS THE CHOSEN
      *    SUPPLIER-CODE AND RETURNS THE CONTRACT PRICE IN
      *    WS-LOOKUP-PRICE.
      *
           MOVE 'N' TO CNTR-FOUND-SW.
           MOVE 0   TO WS-LOOKUP-PRICE.
      *
           MOVE SG-PART-NUMBER     TO PSK-PART-NUMBER.
           MOVE WS-CHOSEN-SUPPLIER TO PSK-SUPPLIER-CODE.
           MOVE WS-PART-SUPP-KEY   TO CONTRACT-FILE-KEY.
           READ CONTRACT INTO CONTRACT-REC-WS
              INVALID KEY
                 MOVE 'N' TO CNTR-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO CNTR-FOUND-SW
                 MOVE CT-CONTRACT-PRICE TO WS-LOOKUP-PRICE
           END-READ.
      *
           IF CTCODE = '00' OR '23'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING CONTRACT PRICE FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *  DESCRIPTION:
      *    THE 0800-WRITE-ORDER-REC PARAGRAPH WRITES THE BUILT PARTSIN
      *    RECORD TO THE GENERATED ORDER FILE AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL WRITE OPERATION. EACH ORDER
      *    WRITTEN IS LOGGED TO THE OPERATOR ACTIVITY LOG UNDER THE
      *    APPROVING OPERATOR.
      *
      *  CALLED BY:
      *    -  0600-GENERATE-ORDER
      *
      *  CALLS:
      *    -  0850-WRITE-OPER-ACTIVITY
      *****************************************************************
      *
       0800-WRITE-ORDER-REC.
           WRITE POGENOUT-REC FROM PARTS-IN-REC-WS.
           IF PGCODE = '00'
              ADD 1 TO WS-ORDERS-WRTN-CTR
              PERFORM 0850-WRITE-OPER-ACTIVITY
           ELSE
              DISPLAY 'ERROR WRITING GENERATED ORDER FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0850-WRITE-OPER-ACTIVITY PARAGRAPH APPENDS ONE APRV
      *    RECORD TO THE OPERATOR ACTIVITY LOG FOR THE ORDER JUST
      *    GENERATED, KEYED BY THE NEW PO-NUMBER SO SODRPT.CBL CAN
      *    MATCH IT AGAINST THE RECEIPTS PORECV.CBL LATER POSTS TO
      *    THE SAME ORDER.
      *
      *  CALLED BY:
      *    -  0800-WRITE-ORDER-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0850-WRITE-OPER-ACTIVITY.
           INITIALIZE OPER-ACT-REC-WS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO OPER-ACT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:8) TO OPER-ACT-TIME.
           MOVE APRV-OPER-TBL (APRV-IDX)    TO OPER-ID.
           MOVE 'APRV'                      TO OPER-ROLE-CODE.
           MOVE 'PO  '                      TO OPER-OBJECT-TYPE.
           MOVE PO-NUMBER (PO-IDX)          TO OPER-OBJECT-KEY.
           MOVE 'POGEN   '                  TO OPER-SOURCE-PGM.
           MOVE SG-PART-NUMBER              TO OPER-DETAIL.
           WRITE OPERLOG-REC FROM OPER-ACT-REC-WS.
           IF OLCODE = '00'
              ADD 1 TO WS-OPERLOG-WRTN-CTR
           ELSE
              DISPLAY 'ERROR WRITING OPERATOR ACTIVITY LOG'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2500-REPORT-ORPHAN-APPROVALS PARAGRAPH SCANS THE
      *    APPROVAL TABLE AFTER THE SUGGESTION FILE IS EXHAUSTED AND
      *    REPORTS EVERY APPROVAL THAT MATCHED NO SUGGESTION -- AN
                 ALTSUPP
                 BUYERTBL
                 CONTRACT
                 POGENOUT
                 OPERLOG.
      *
           DISPLAY 'SUGGESTIONS READ:            '
                   WS-SUGGESTS-READ-CTR.
           DISPLAY 'SUGGESTIONS SKIPPED:         ' WS-SKIPPED-CTR.
           DISPLAY 'ORPHAN APPROVALS:            ' WS-ORPHAN-APRV-CTR.
           DISPLAY 'ALTERNATE SUPPLIERS USED:    ' WS-ALT-USED-CTR.
           DISPLAY 'OPERATOR ACTIVITY LOGGED:    '
                   WS-OPERLOG-WRTN-CTR.
      *
           OPEN EXTEND RUNCTL.
           IF RCCODE = '00'
