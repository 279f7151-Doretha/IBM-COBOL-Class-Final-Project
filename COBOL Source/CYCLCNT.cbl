      *    THE BOOK QUANTITY) AND AN ADJUSTMENT AUDIT RECORD IS
      *    WRITTEN SO EVERY BOOK CHANGE CAN BE TRACED TO A COUNT AND
      *    A COUNTER. AN UNAPPROVED VARIANCE IS REPORTED ONLY.
      *    EVERY COUNT IS ALSO CHECKED AGAINST THE WEEK'S CYCLE COUNT
      *    SCHEDULE BUILT BY ABCSTRAT.CBL. A COUNT OF A PART/LOCATION
      *    NOT ON THE SCHEDULE IS STILL PROCESSED BUT IS LISTED AS AN
      *    UNSCHEDULED COUNT, AND EVERY SCHEDULED PART/LOCATION THAT
      *    WAS NOT COUNTED IS LISTED AS A MISSED COUNT, AT THE END OF
      *    THE VARIANCE REPORT.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    INPUT FILES:
      *      RTPOT44.CYCLCNT.COUNTS - CYCLE COUNT TRANSACTIONS, ONE
      *                               PART-NUMBER, COUNTED QUANTITY,
      *                               COUNTER ID, COUNT DATE,
      *                               APPROVAL FLAG, LOCATION AND
      *                               KEYING OPERATOR ID PER COUNT
      *      INTERNAL FILE NAME:      COUNTIN
      *      JCL DD NAME:             COUNTIN
      *
      *
      *      RTPOT44.XFERPOST.INVMAST.NEW - ON-HAND INVENTORY MASTER
      *                                     AFTER TRANSFERS (OLD
      *                                     MASTER FOR THIS STEP)
      *      INTERNAL FILE NAME:            INVMAST
      *      JCL DD NAME:                   INVMAST
      *
      *
      *      RTPOT44.AUTOPART.PARTFILE - PARTS MASTER (INDEXED BY
      *                                  PART-NUMBER, READ BY KEY FOR
      *                                  EACH PART/SUPPLIER LOOKUP)
      *      INTERNAL FILE NAME:         PARTFILE
      *      JCL DD NAME:                PARTFILE
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
      *
      *      RTPOT44.ABCSTRAT.CNTSCHED - CYCLE COUNT SCHEDULE FOR THE
      *                                  WEEK WRITTEN BY ABCSTRAT.CBL
      *                                  (WHEN ABSENT THE SCHEDULE
      *                                  CHECK IS SKIPPED)
      *      INTERNAL FILE NAME:         CNTSCHED
      *      JCL DD NAME:                CNTSCHED
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.CYCLCNT.INVMAST.NEW - UPDATED ON-HAND INVENTORY
      *                                    MASTER FILE (NEW MASTER)
      *      JCL DD NAME:             CNTADJ
      *
      *
      *      RTPOT44.OPERLOG.ACTIVITY - OPERATOR ACTIVITY LOG, ONE CNT
      *                                 RECORD PER UNAPPROVED COUNT
      *                                 KEYED AND ONE
      *                                 CAPR RECORD PER APPROVED
      *                                 VARIANCE APPLIED (OPENED
      *                                 EXTEND, CUMULATIVE)
      *      INTERNAL FILE NAME:        OPERLOG
      *      JCL DD NAME:               OPERLOG
      *
      *
      *    WORK FILES:
      *      CNTSRT - SORT WORK FILE HOLDING THE COUNT TRANSACTIONS
      *               SORTED ASCENDING BY PART-NUMBER AND COUNT DATE
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE PART/SUPPLIER AND CONTRACT PRICE TABLES
      *                   ARE GONE. EACH VARIANCE NOW READS PARTFILE BY
      *                   PART-NUMBER FOR THE OWNING SUPPLIER AND READS
      *                   CONTRACT (NOW INDEXED BY PART-NUMBER AND
      *                   SUPPLIER-CODE) BY KEY FOR THE PRICE, SO A
      *                   CONTRACT FILE LARGER THAN THE OLD 100-ROW
      *                   TABLE NO LONGER VALUES REAL PARTS AT ZERO. A
      *                   FULL COUNT SCHEDULE OR UNSCHEDULED COUNT
      *                   TABLE NOW ENDS THE RUN WITH RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE COUNT TRANSACTION GREW 44 TO 52 BYTES
      *                   WITH THE KEYING OPERATOR ID. EVERY COUNT
      *                   KEYED WITHOUT THE APPROVAL FLAG IS LOGGED TO
      *                   OPERLOG AS A CNT ACTIVITY, AND EACH APPROVED
      *                   VARIANCE APPLIED IS LOGGED AS A CAPR ACTIVITY
      *                   BY THE OPERATOR WHO KEYED THE WINNING COUNT,
      *                   WHO IS ALSO CARRIED ON THE ADJUSTMENT AUDIT
      *                   RECORD (GREW 65 TO 73 BYTES).
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE ON-HAND INVENTORY MASTER GREW 44 TO 48
      *                   BYTES -- THE FORMER 4-BYTE FILLER BECAME THE
      *                   QUANTITY ON QUALITY HOLD (NI-QTY-HELD)
      *                   MAINTAINED BY HOLDPOST.CBL, PLUS A 1-BYTE
      *                   FILLER. A COUNT ADJUSTS ON-HAND AS BEFORE AND
      *                   CARRIES THE HELD QUANTITY FORWARD UNCHANGED
      *                   -- ONLY A RELEASE OR RETURN THROUGH
      *                   HOLDPOST.CBL TAKES STOCK OFF HOLD.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE OLD INVENTORY MASTER IS NOW THE ONE
      *                   WRITTEN BY XFERPOST.CBL, WHICH RUNS BETWEEN
      *                   INVISSUE.CBL AND THIS STEP TO POST
      *                   INTER-WAREHOUSE TRANSFERS.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  COUNTS ARE NOW CHECKED AGAINST THE WEEKLY
      *                   CYCLE COUNT SCHEDULE (CNTSCHED) WRITTEN BY
      *                   ABCSTRAT.CBL. COUNTS OF PART/LOCATIONS NOT
      *                   SCHEDULED AND SCHEDULED PART/LOCATIONS NOT
      *                   COUNTED ARE LISTED IN TWO NEW SECTIONS AT THE
      *                   END OF THE VARIANCE REPORT.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE ADJUSTMENT AUDIT FILE NOW FEEDS THE
      *                   GENERAL LEDGER JOURNAL (GLJRNL.CBL), SO THE
      *                   NUMBER OF CNTADJ RECORDS WRITTEN IS ADDED TO
      *                   THE RUN CONTROL HANDOFF FOR RUNRECON.CBL TO
      *                   BALANCE AGAINST WHAT THE JOURNAL READ.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  09/02/2026
      *     DESCRIPTION:  THE INVENTORY MASTER NOW LEADS WITH A
      *                   GENERATION HEADER (SPACES KEY, 'GEN',
      *
           SELECT PARTFILE ASSIGN TO PARTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PARTFILE-KEY
              FILE STATUS IS PACODE.
      *
           SELECT CONTRACT ASSIGN TO CONTRACT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CONTRACT-FILE-KEY
              FILE STATUS IS CTCODE.
      *
           SELECT CNTSCHED ASSIGN TO CNTSCHED
              FILE STATUS IS SDCODE.
      *
           SELECT CNTVRPT ASSIGN TO CNTVRPT
              FILE STATUS IS VRCODE.
      *
           SELECT RUNCTL ASSIGN TO RUNCTL
              FILE STATUS IS RCCODE.
      *
           SELECT OPERLOG ASSIGN TO OPERLOG
              FILE STATUS IS OLCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  COUNTIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COUNTIN-REC.
      *
       01 COUNTIN-REC PIC X(52).
      *
       SD  CNT-SORT-FILE
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS CNT-SORT-REC.
      *
       01 CNT-SORT-REC.
          05 CS-COUNT-DATE           PIC X(08).
          05 FILLER                  PIC X(01).
          05 CS-LOCATION-CODE        PIC X(02).
          05 FILLER                  PIC X(08).
      *
       FD  CNTSRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 52 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNTSRT-REC.
      *
       01 CNTSRT-REC PIC X(52).
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
       FD  PARTFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTRACT-REC.
      *
       01 CONTRACT-REC.
          05 CONTRACT-FILE-KEY       PIC X(33).
          05 FILLER                  PIC X(09).
      *
       FD  CNTSCHED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNTSCHED-REC.
      *
       01 CNTSCHED-REC PIC X(40).
      *
       FD  CNTVRPT
           RECORDING MODE IS F
       FD  CNTADJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CNTADJ-REC.
      *
       01 CNTADJ-REC PIC X(73).
      *
       FD  RUNCTL
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
          05 CN-APPROVAL-FLAG        PIC X(01) VALUE SPACES.
             88 CN-APPROVED          VALUE 'A'.
          05 CN-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 CN-OPERATOR-ID          PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  WS-COUNT-GROUP-AREA HOLDS THE CURRENT GROUP OF SORTED COUNT
      *  TRANSACTIONS FOR ONE PART. THE SORT CARRIES COUNT DATE AS A
      *  MINOR KEY, SO WHEN A BIN WAS COUNTED MORE THAN ONCE THE LAST
      *  TRANSACTION IN THE GROUP -- THE LATEST COUNT -- WINS. THE
      *  OPERATOR WHO KEYED THE WINNING COUNT, AND SO SET ITS APPROVAL
      *  FLAG, IS THE APPROVER OF ANY VARIANCE IT APPLIES. AN APPROVED
      *  COUNT IS THE SIGN-OFF OF THE EARLIER COUNTS OF THE BIN, SO
      *  ONLY UNAPPROVED COUNTS ARE LOGGED AS CNT ACTIVITY.
      *****************************************************************
      *
       01 WS-COUNT-GROUP-AREA.
          05 GC-APPROVAL-FLAG        PIC X(01) VALUE SPACES.
             88 GC-APPROVED          VALUE 'A'.
          05 GC-RECOUNT-CTR          PIC 9(03) VALUE 0.
          05 GC-OPERATOR-ID          PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE OLD AND NEW ON-HAND INVENTORY MASTER
      *  RECORDS. SAME LAYOUT AS THE RECORDS WRITTEN BY PORECV.CBL,
      *  INVISSUE.CBL AND XFERPOST.CBL.
      *****************************************************************
      *
       01 WS-INV-OLD-REC.
             10 OI-LOCATION-CODE     PIC X(02) VALUE SPACES.
          05 OI-QTY-ON-HAND          PIC S9(7) VALUE 0.
          05 OI-LAST-RECEIPT-DATE    PIC X(08) VALUE SPACES.
          05 OI-QTY-HELD             PIC S9(7) VALUE 0.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
       01 WS-INV-NEW-REC.
          05 NI-INV-KEY.
             10 NI-LOCATION-CODE     PIC X(02) VALUE SPACES.
          05 NI-QTY-ON-HAND          PIC S9(7) VALUE 0.
          05 NI-LAST-RECEIPT-DATE    PIC X(08) VALUE SPACES.
          05 NI-QTY-HELD             PIC S9(7) VALUE 0.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE ADJUSTMENT AUDIT RECORD WRITTEN TO
          05 AJ-COUNTER-ID           PIC X(03) VALUE SPACES.
          05 AJ-COUNT-DATE           PIC X(08) VALUE SPACES.
          05 AJ-APPLIED-DATE         PIC X(08) VALUE SPACES.
          05 AJ-APPROVER-ID          PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE COPYLIB MEMBER FOR ONE OPERATOR ACTIVITY
      *  RECORD APPENDED TO OPERLOG, AND THE DETAIL TEXT CARRIED ON IT
      *  -- THE COUNTED QUANTITY FOR A CNT RECORD, THE VARIANCE FOR A
      *  CAPR RECORD.
      *****************************************************************
      *
           COPY OPERACT.
      *
       01 WS-OPER-DETAIL-LINE.
          05 WS-OPER-DETAIL-LABEL   PIC X(04) VALUE SPACES.
          05 WS-OPER-DETAIL-QTY     PIC -9(07).
          05 FILLER                 PIC X(03) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE PARTS MASTER RECORD READ FROM
      *  PARTFILE BY PART-NUMBER. IT RESOLVES EACH COUNTED PART'S
      *  OWNING SUPPLIER SO THE VARIANCE CAN BE PRICED FROM THE
      *  CONTRACT PRICE FILE, WHICH IS KEYED PART-NUMBER PLUS
      *  SUPPLIER-CODE.
      *****************************************************************
      *
       01 WS-PARTS-REC.
          05 FILLER                  PIC X(55) VALUE SPACES.
          05 PM-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(04) VALUE SPACES.
      *
       01 WS-PART-SUPP-VARS.
          05 WS-LOOKUP-SUPPLIER     PIC X(10) VALUE SPACES.
          05 WS-LOOKUP-PART-NUMBER  PIC X(23) VALUE SPACES.
          05 PSUP-FOUND-SW          PIC X(01) VALUE 'N'.
          05 CT-CONTRACT-PRICE      PIC 9(7)V99 VALUE 0.
      *
      *****************************************************************
      *  KEY USED TO READ THE CONTRACT PRICE FILE FOR ONE PART UNDER
      *  ITS OWNING SUPPLIER. USED TO PRICE EACH VARIANCE -- A PART
      *  WITH NO CONTRACT ROW IS VALUED AT ZERO AND NOTED.
      *****************************************************************
      *
       01 WS-CONTRACT-KEY.
          05 CK-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 CK-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
      *
       01 WS-CONTRACT-VARS.
          05 WS-LOOKUP-PRICE        PIC 9(7)V99 VALUE 0.
          05 CNTR-FOUND-SW          PIC X(01) VALUE 'N'.
             88 CNTR-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE CYCLE COUNT SCHEDULE RECORD (SAME
      *  LAYOUT AS THE RECORD WRITTEN BY ABCSTRAT.CBL) AND THE TABLE
      *  OF THE WEEK'S SCHEDULED PART/LOCATIONS LOADED FROM IT. EACH
      *  ENTRY IS MARKED WHEN ITS COUNT ARRIVES; THOSE STILL UNMARKED
      *  AT THE END OF THE RUN ARE THE MISSED COUNTS.
      *****************************************************************
      *
       01 WS-SCHEDULE-REC.
          05 SD-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 SD-LOCATION-CODE        PIC X(02) VALUE SPACES.
          05 SD-ABC-CLASS            PIC X(01) VALUE SPACES.
          05 SD-WEEK-DATE            PIC X(08) VALUE SPACES.
          05 SD-FREQ-WEEKS           PIC 9(02) VALUE 0.
          05 FILLER                  PIC X(04) VALUE SPACES.
      *
       01 SCHEDULE-TBL.
          05 SCHEDULE-ENTRY-TBL
            OCCURS 3000 TIMES INDEXED BY SCHD-IDX.
            10 SCHD-PART-NUMBER-TBL PIC X(23) VALUE SPACES.
            10 SCHD-LOCATION-TBL    PIC X(02) VALUE SPACES.
            10 SCHD-CLASS-TBL       PIC X(01) VALUE SPACES.
            10 SCHD-COUNTED-TBL     PIC X(01) VALUE 'N'.
               88 SCHD-COUNTED      VALUE 'Y'.
      *
       01 WS-SCHEDULE-VARS.
          05 WS-MAX-SCHD-IDX        PIC 9(04) VALUE 3000.
          05 WS-SCHD-LOADED-CTR     PIC 9(04) VALUE 0.
          05 WS-SCHED-WEEK-DATE     PIC X(08) VALUE SPACES.
          05 SCHD-FOUND-SW          PIC X(01) VALUE 'N'.
             88 SCHD-FOUND          VALUE 'Y'.
      *
      *****************************************************************
      *  COUNTS OF PART/LOCATIONS NOT ON THE SCHEDULE, HELD FOR THE
      *  UNSCHEDULED COUNT SECTION OF THE VARIANCE REPORT.
      *****************************************************************
      *
       01 UNSCHED-TBL.
          05 UNSCHED-ENTRY-TBL
            OCCURS 500 TIMES INDEXED BY UNSC-IDX.
            10 UNSC-PART-NUMBER-TBL PIC X(23) VALUE SPACES.
            10 UNSC-LOCATION-TBL    PIC X(02) VALUE SPACES.
            10 UNSC-COUNTER-ID-TBL  PIC X(03) VALUE SPACES.
            10 UNSC-COUNT-DATE-TBL  PIC X(08) VALUE SPACES.
      *
       01 WS-UNSCHED-VARS.
          05 WS-MAX-UNSC-IDX        PIC 9(03) VALUE 500.
          05 WS-UNSC-USED-CTR       PIC 9(03) VALUE 0.
      *
       01 WS-VARIANCE-VARS.
          05 WS-VARIANCE-QTY        PIC S9(8) VALUE 0.
          05 VRCODE                  PIC X(02) VALUE SPACES.
          05 AJCODE                  PIC X(02) VALUE SPACES.
          05 RCCODE                  PIC X(02) VALUE SPACES.
          05 SDCODE                  PIC X(02) VALUE SPACES.
          05 OLCODE                  PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 RAW-COUNT-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-COUNT-FILE    VALUE 'Y'.
          05 INV-MASTER-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-INV-MASTER-FILE VALUE 'Y'.
          05 SCHED-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-SCHED-FILE    VALUE 'Y'.
          05 SCHED-ACTIVE-SW         PIC X(01) VALUE 'N'.
             88 SCHED-ACTIVE         VALUE 'Y'.
          05 SCHD-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
             88 SCHD-TABLE-FULL      VALUE 'Y'.
          05 UNSC-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
             88 UNSC-TABLE-FULL      VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-COUNTS-READ-CTR      PIC 9(07) VALUE 0.
          05 WS-INV-MASTER-WRTN      PIC 9(07) VALUE 0.
          05 WS-RECOUNT-CTR          PIC 9(07) VALUE 0.
          05 WS-UNPRICED-CTR         PIC 9(07) VALUE 0.
          05 WS-SCHEDULED-CTR        PIC 9(07) VALUE 0.
          05 WS-UNSCHED-CTR          PIC 9(07) VALUE 0.
          05 WS-MISSED-CTR           PIC 9(07) VALUE 0.
          05 WS-OPERLOG-WRTN-CTR     PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  COLUMN HEADINGS FOR THE CYCLE COUNT VARIANCE REPORT
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(15) VALUE ALL '='.
          05 FILLER                  PIC X(01) VALUE SPACES.
      *
       01 CNTV-RPT-SECTION. *>SCHEDULE EXCEPTION SECTION BANNER
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-SECTION-TEXT        PIC X(60) VALUE SPACES.
          05 FILLER                  PIC X(35) VALUE SPACES.
      *
       01 CNTV-RPT-EXCEPTION. *>UNSCHEDULED OR MISSED COUNT LINE
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-EXC-PART-NUMBER     PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-EXC-LOCATION        PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-EXC-CLASS           PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 RPT-EXC-COUNTER-ID      PIC X(03) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-EXC-DATE            PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-EXC-MSG             PIC X(30) VALUE SPACES.
          05 FILLER                  PIC X(17) VALUE SPACES.
      *
       01 CNTV-RPT-DETAIL. *>DETAIL LINE FOR VARIANCE REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION SORTS THE COUNT TRANSACTIONS,
      *    LOADS THE COUNT SCHEDULE TABLE, PRIMES THE COUNT GROUP
      *    AND MASTER READS, MATCH-MERGES COUNTS AGAINST THE OLD
      *    INVENTORY MASTER TO PRODUCE THE VARIANCE REPORT AND THE NEW
      *    INVENTORY MASTER, AND CLOSES FILES. A SCHEDULE OR A SET OF
      *    UNSCHEDULED COUNTS LARGER THAN ITS TABLE ENDS THE RUN WITH
      *    RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
      *    - 0050-SORT-COUNT-FILE
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0190-READ-SCHED-FILE
      *    - 0192-LOAD-SCHED-TABLE
      *    - 0300-READ-COUNT-RECORD
      *    - 0350-READ-COUNT-GROUP
      *    - 0400-READ-INV-MASTER-FILE
      *    - 0500-MAIN-PROCESS
      *    - 2000-WRITE-SCHED-EXCEPTIONS
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
           PERFORM 0050-SORT-COUNT-FILE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-RPT-HEADERS.
           IF SCHED-ACTIVE
              PERFORM 0190-READ-SCHED-FILE
              PERFORM 0192-LOAD-SCHED-TABLE
                  UNTIL END-OF-SCHED-FILE
           END-IF.
           PERFORM 0300-READ-COUNT-RECORD.
           PERFORM 0350-READ-COUNT-GROUP.
           PERFORM 0400-READ-INV-MASTER-FILE.
           PERFORM 0500-MAIN-PROCESS
               UNTIL GC-INV-KEY = HIGH-VALUES
               AND OI-INV-KEY = HIGH-VALUES.
           IF SCHED-ACTIVE
              PERFORM 2000-WRITE-SCHED-EXCEPTIONS
           END-IF.
           PERFORM 2600-CLOSE-FILES.
           IF SCHD-TABLE-FULL OR UNSC-TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
           ELSE
              DISPLAY 'ERROR OPENING CONTRACT PRICE FILE'
           END-IF.
      *
           OPEN INPUT CNTSCHED.
           IF SDCODE = '00'
              MOVE 'Y' TO SCHED-ACTIVE-SW
           ELSE
              DISPLAY 'COUNT SCHEDULE NOT AVAILABLE -- SCHEDULE CHECK '
                      'SKIPPED'
           END-IF.
      *
           OPEN OUTPUT CNTVRPT.
           IF VRCODE = '00'
           ELSE
              DISPLAY 'ERROR OPENING ADJUSTMENT AUDIT FILE'
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
      *    THE 0190-READ-SCHED-FILE PARAGRAPH READS ONE CYCLE COUNT
      *    SCHEDULE RECORD. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0192-LOAD-SCHED-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0190-READ-SCHED-FILE.
           READ CNTSCHED INTO WS-SCHEDULE-REC
              AT END MOVE 'Y' TO SCHED-FILE-SW
           END-READ.
      *
           IF SDCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING COUNT SCHEDULE FILE.'
              MOVE 'Y' TO SCHED-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0192-LOAD-SCHED-TABLE PARAGRAPH LOADS ONE SCHEDULED
      *    PART/LOCATION INTO THE SCHEDULE TABLE, NOT YET COUNTED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0190-READ-SCHED-FILE
      *****************************************************************
      *
       0192-LOAD-SCHED-TABLE.
           IF WS-SCHD-LOADED-CTR < WS-MAX-SCHD-IDX
              ADD 1 TO WS-SCHD-LOADED-CTR
              SET SCHD-IDX TO WS-SCHD-LOADED-CTR
              MOVE SD-PART-NUMBER   TO SCHD-PART-NUMBER-TBL (SCHD-IDX)
              MOVE SD-LOCATION-CODE TO SCHD-LOCATION-TBL (SCHD-IDX)
              MOVE SD-ABC-CLASS     TO SCHD-CLASS-TBL (SCHD-IDX)
              MOVE 'N'              TO SCHD-COUNTED-TBL (SCHD-IDX)
              MOVE SD-WEEK-DATE     TO WS-SCHED-WEEK-DATE
           ELSE
              DISPLAY 'COUNT SCHEDULE TABLE FULL -- RUN ENDS WITH '
                      'RETURN CODE 16'
              SET SCHD-TABLE-FULL TO TRUE
              MOVE 'Y' TO SCHED-FILE-SW
           END-IF.
      *
           IF NOT END-OF-SCHED-FILE
              PERFORM 0190-READ-SCHED-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0375-TAKE-LATEST-COUNT PARAGRAPH MOVES THE CURRENT
      *    COUNT TRANSACTION'S FIELDS INTO THE GROUP AREA (REPLACING
      *    ANY EARLIER COUNT OF THE SAME PART), LOGS THE COUNT TO THE
      *    OPERATOR ACTIVITY LOG UNDER THE OPERATOR WHO KEYED IT, AND
      *    READS THE NEXT COUNT TRANSACTION. EVERY UNAPPROVED COUNT
      *    KEYED IS LOGGED, INCLUDING ONES A LATER RECOUNT REPLACES;
      *    AN APPROVED COUNT IS LOGGED AS CAPR WHEN ITS VARIANCE IS
      *    APPLIED.
      *
      *  CALLED BY:
      *    -  0350-READ-COUNT-GROUP
      *
      *  CALLS:
      *    -  0890-WRITE-OPER-ACTIVITY
      *    -  0300-READ-COUNT-RECORD
      *****************************************************************
      *
           MOVE CN-COUNTER-ID    TO GC-COUNTER-ID.
           MOVE CN-COUNT-DATE    TO GC-COUNT-DATE.
           MOVE CN-APPROVAL-FLAG TO GC-APPROVAL-FLAG.
           MOVE CN-OPERATOR-ID   TO GC-OPERATOR-ID.
           ADD 1 TO GC-RECOUNT-CTR.
      *
           IF NOT CN-APPROVED
              INITIALIZE OPER-ACT-REC-WS
              MOVE CN-OPERATOR-ID   TO OPER-ID
              MOVE 'CNT '           TO OPER-ROLE-CODE
              MOVE 'QTY '           TO WS-OPER-DETAIL-LABEL
              MOVE CN-COUNTED-QTY   TO WS-OPER-DETAIL-QTY
              PERFORM 0890-WRITE-OPER-ACTIVITY
           END-IF.
      *
           PERFORM 0300-READ-COUNT-RECORD.
      *
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0770-CHECK-COUNT-SCHEDULE
      *    -  0820-PRICE-VARIANCE
      *    -  0850-WRITE-RPT-DETAIL
      *    -  0880-WRITE-ADJUST-REC
      *****************************************************************
      *
       0600-PROCESS-UNMATCHED-COUNT.
           IF SCHED-ACTIVE
              PERFORM 0770-CHECK-COUNT-SCHEDULE
           END-IF.
      *
           MOVE 0 TO WS-VARIANCE-QTY.
           ADD GC-COUNTED-QTY TO WS-VARIANCE-QTY.
           PERFORM 0820-PRICE-VARIANCE.
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0770-CHECK-COUNT-SCHEDULE
      *    -  0820-PRICE-VARIANCE
      *    -  0850-WRITE-RPT-DETAIL
      *    -  0880-WRITE-ADJUST-REC
      *****************************************************************
      *
       0700-PROCESS-MATCHED-COUNT.
           IF SCHED-ACTIVE
              PERFORM 0770-CHECK-COUNT-SCHEDULE
           END-IF.
      *
           MOVE OI-QTY-ON-HAND TO WS-BOOK-QTY.
           COMPUTE WS-VARIANCE-QTY =
                   GC-COUNTED-QTY - OI-QTY-ON-HAND.
           INITIALIZE WS-INV-NEW-REC.
           MOVE OI-INV-KEY            TO NI-INV-KEY.
           MOVE OI-LAST-RECEIPT-DATE  TO NI-LAST-RECEIPT-DATE.
           MOVE OI-QTY-HELD           TO NI-QTY-HELD.
      *
           EVALUATE TRUE
              WHEN WS-VARIANCE-QTY = 0
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
      *    THE 0770-CHECK-COUNT-SCHEDULE PARAGRAPH LOOKS THE CURRENT
      *    COUNT GROUP'S PART/LOCATION UP ON THE WEEK'S SCHEDULE. A
      *    SCHEDULED COUNT IS MARKED AS RECEIVED; AN UNSCHEDULED ONE
      *    IS HELD FOR THE UNSCHEDULED COUNT SECTION OF THE REPORT.
      *    THE COUNT ITSELF IS PROCESSED EITHER WAY.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-UNMATCHED-COUNT
      *    -  0700-PROCESS-MATCHED-COUNT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0770-CHECK-COUNT-SCHEDULE.
           MOVE 'N' TO SCHD-FOUND-SW.
      *
           PERFORM VARYING SCHD-IDX FROM 1 BY 1
              UNTIL SCHD-IDX > WS-SCHD-LOADED-CTR OR SCHD-FOUND
              IF GC-PART-NUMBER = SCHD-PART-NUMBER-TBL (SCHD-IDX)
                 AND GC-LOCATION-CODE = SCHD-LOCATION-TBL (SCHD-IDX)
                 MOVE 'Y' TO SCHD-FOUND-SW
                 MOVE 'Y' TO SCHD-COUNTED-TBL (SCHD-IDX)
              END-IF
           END-PERFORM.
      *
           IF SCHD-FOUND
              ADD 1 TO WS-SCHEDULED-CTR
           ELSE
              ADD 1 TO WS-UNSCHED-CTR
              IF WS-UNSC-USED-CTR < WS-MAX-UNSC-IDX
                 ADD 1 TO WS-UNSC-USED-CTR
                 SET UNSC-IDX TO WS-UNSC-USED-CTR
                 MOVE GC-PART-NUMBER TO UNSC-PART-NUMBER-TBL (UNSC-IDX)
                 MOVE GC-LOCATION-CODE TO UNSC-LOCATION-TBL (UNSC-IDX)
                 MOVE GC-COUNTER-ID  TO UNSC-COUNTER-ID-TBL (UNSC-IDX)
                 MOVE GC-COUNT-DATE  TO UNSC-COUNT-DATE-TBL (UNSC-IDX)
              ELSE
                 DISPLAY 'UNSCHEDULED COUNT ' GC-PART-NUMBER
                         ' LOCATION ' GC-LOCATION-CODE
                         ' -- TABLE FULL, NOT LISTED ON REPORT'
                 SET UNSC-TABLE-FULL TO TRUE
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0800-WRITE-INV-MASTER-REC PARAGRAPH WRITES THE UPDATED
      *    INVENTORY RECORD TO THE NEW ON-HAND INVENTORY MASTER FILE
      *    AND CHECKS THE FILE STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *  DESCRIPTION:
      *    THE 0820-PRICE-VARIANCE PARAGRAPH PRICES THE VARIANCE
      *    QUANTITY IN WS-VARIANCE-QTY. THE PART'S OWNING SUPPLIER IS
      *    READ FROM THE PARTS MASTER AND THE CONTRACT PRICE FILE IS
      *    READ BY KEY ON PART-NUMBER PLUS SUPPLIER-CODE.
      *    A PART WITH NO CONTRACT ROW IS VALUED AT ZERO AND REPORTED
      *    TO THE JOB LOG SO PURCHASING CAN CHASE THE MISSING PRICE.
      *
           MOVE 'N'    TO PSUP-FOUND-SW.
           MOVE SPACES TO WS-LOOKUP-SUPPLIER.
      *
           MOVE GC-PART-NUMBER TO PARTFILE-KEY.
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
           END-IF.
      *
           MOVE 'N' TO CNTR-FOUND-SW.
           MOVE 0   TO WS-LOOKUP-PRICE.
      *
           MOVE GC-PART-NUMBER     TO CK-PART-NUMBER.
           MOVE WS-LOOKUP-SUPPLIER TO CK-SUPPLIER-CODE.
           MOVE WS-CONTRACT-KEY    TO CONTRACT-FILE-KEY.
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
           IF NOT CNTR-FOUND
              ADD 1 TO WS-UNPRICED-CTR
      *    THE 0880-WRITE-ADJUST-REC PARAGRAPH WRITES ONE ADJUSTMENT
      *    AUDIT RECORD FOR AN APPROVED VARIANCE -- THE BOOK QUANTITY
      *    BEFORE THE ADJUSTMENT, THE COUNTED QUANTITY APPLIED, THE
      *    VARIANCE, WHO COUNTED THE BIN AND WHEN, THE DATE THE
      *    ADJUSTMENT WAS APPLIED AND THE OPERATOR WHO APPROVED IT --
      *    AND CHECKS THE FILE STATUS FOR A SUCCESSFUL WRITE
      *    OPERATION. THE APPROVAL IS ALSO LOGGED TO THE OPERATOR
      *    ACTIVITY LOG.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-UNMATCHED-COUNT
      *    -  0700-PROCESS-MATCHED-COUNT
      *
      *  CALLS:
      *    -  0890-WRITE-OPER-ACTIVITY
      *****************************************************************
      *
       0880-WRITE-ADJUST-REC.
           MOVE GC-COUNTER-ID         TO AJ-COUNTER-ID.
           MOVE GC-COUNT-DATE         TO AJ-COUNT-DATE.
           MOVE WS-TODAY-8            TO AJ-APPLIED-DATE.
           MOVE GC-OPERATOR-ID        TO AJ-APPROVER-ID.
      *
           WRITE CNTADJ-REC FROM WS-ADJUST-REC.
           IF AJCODE = '00'
           ELSE
              DISPLAY 'ERROR WRITING ADJUSTMENT AUDIT FILE'
           END-IF.
      *
           INITIALIZE OPER-ACT-REC-WS.
           MOVE GC-OPERATOR-ID        TO OPER-ID.
           MOVE 'CAPR'                TO OPER-ROLE-CODE.
           MOVE 'VAR '                TO WS-OPER-DETAIL-LABEL.
           MOVE WS-VARIANCE-QTY       TO WS-OPER-DETAIL-QTY.
           PERFORM 0890-WRITE-OPER-ACTIVITY.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0890-WRITE-OPER-ACTIVITY PARAGRAPH COMPLETES THE
      *    OPERATOR ACTIVITY RECORD WHOSE OPERATOR, ROLE AND DETAIL
      *    THE CALLER HAS SET -- STAMPING THE DATE AND TIME AND
      *    KEYING IT BY THE BIN (PART-NUMBER AND LOCATION) -- AND
      *    APPENDS IT TO THE OPERATOR ACTIVITY LOG.
      *
      *  CALLED BY:
      *    -  0375-TAKE-LATEST-COUNT
      *    -  0880-WRITE-ADJUST-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0890-WRITE-OPER-ACTIVITY.
           MOVE FUNCTION CURRENT-DATE (1:8) TO OPER-ACT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:8) TO OPER-ACT-TIME.
           MOVE 'BIN '                      TO OPER-OBJECT-TYPE.
           MOVE GC-INV-KEY                  TO OPER-OBJECT-KEY.
           MOVE 'CYCLCNT '                  TO OPER-SOURCE-PGM.
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
      *    THE 2000-WRITE-SCHED-EXCEPTIONS PARAGRAPH CLOSES THE
      *    VARIANCE REPORT WITH TWO SECTIONS -- THE COUNTS RECEIVED
      *    FOR PART/LOCATIONS NOT ON THE WEEK'S SCHEDULE, AND THE
      *    SCHEDULED PART/LOCATIONS FOR WHICH NO COUNT ARRIVED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2050-WRITE-EXCEPTION-LINE
      *****************************************************************
      *
       2000-WRITE-SCHED-EXCEPTIONS.
           MOVE SPACES TO CNTVRPT-REC.
           PERFORM 2050-WRITE-EXCEPTION-LINE.
           MOVE 'UNSCHEDULED COUNTS -- NOT ON THIS WEEK''S SCHEDULE'
              TO RPT-SECTION-TEXT.
           MOVE CNTV-RPT-SECTION TO CNTVRPT-REC.
           PERFORM 2050-WRITE-EXCEPTION-LINE.
      *
           PERFORM VARYING UNSC-IDX FROM 1 BY 1
              UNTIL UNSC-IDX > WS-UNSC-USED-CTR
              MOVE UNSC-PART-NUMBER-TBL (UNSC-IDX)
                 TO RPT-EXC-PART-NUMBER
              MOVE UNSC-LOCATION-TBL (UNSC-IDX)   TO RPT-EXC-LOCATION
              MOVE SPACES                         TO RPT-EXC-CLASS
              MOVE UNSC-COUNTER-ID-TBL (UNSC-IDX) TO RPT-EXC-COUNTER-ID
              MOVE UNSC-COUNT-DATE-TBL (UNSC-IDX) TO RPT-EXC-DATE
              MOVE 'UNSCHEDULED COUNT'            TO RPT-EXC-MSG
              MOVE CNTV-RPT-EXCEPTION TO CNTVRPT-REC
              PERFORM 2050-WRITE-EXCEPTION-LINE
           END-PERFORM.
      *
           MOVE SPACES TO CNTVRPT-REC.
           PERFORM 2050-WRITE-EXCEPTION-LINE.
           MOVE 'MISSED COUNTS -- SCHEDULED THIS WEEK, NOT COUNTED'
              TO RPT-SECTION-TEXT.
           MOVE CNTV-RPT-SECTION TO CNTVRPT-REC.
           PERFORM 2050-WRITE-EXCEPTION-LINE.
      *
           PERFORM VARYING SCHD-IDX FROM 1 BY 1
              UNTIL SCHD-IDX > WS-SCHD-LOADED-CTR
              IF NOT SCHD-COUNTED (SCHD-IDX)
                 ADD 1 TO WS-MISSED-CTR
                 MOVE SCHD-PART-NUMBER-TBL (SCHD-IDX)
                    TO RPT-EXC-PART-NUMBER
                 MOVE SCHD-LOCATION-TBL (SCHD-IDX) TO RPT-EXC-LOCATION
                 MOVE SCHD-CLASS-TBL (SCHD-IDX)    TO RPT-EXC-CLASS
                 MOVE SPACES                       TO RPT-EXC-COUNTER-ID
                 MOVE WS-SCHED-WEEK-DATE           TO RPT-EXC-DATE
                 MOVE 'MISSED COUNT'               TO RPT-EXC-MSG
                 MOVE CNTV-RPT-EXCEPTION TO CNTVRPT-REC
                 PERFORM 2050-WRITE-EXCEPTION-LINE
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2050-WRITE-EXCEPTION-LINE PARAGRAPH WRITES THE LINE
      *    ALREADY MOVED TO CNTVRPT-REC AND CHECKS THE FILE STATUS FOR
      *    A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  2000-WRITE-SCHED-EXCEPTIONS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2050-WRITE-EXCEPTION-LINE.
           WRITE CNTVRPT-REC.
           IF VRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO VARIANCE REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
                 PARTFILE
                 CONTRACT
                 CNTVRPT
                 CNTADJ
                 OPERLOG.
      *
           IF SCHED-ACTIVE
              CLOSE CNTSCHED
           END-IF.
      *
           DISPLAY 'COUNT TRANSACTIONS READ:     ' WS-COUNTS-READ-CTR.
           DISPLAY 'OLD INVENTORY RECORDS READ:  ' WS-INV-MASTER-READ.
           DISPLAY 'NEW INVENTORY RECS WRITTEN:  ' WS-INV-MASTER-WRTN.
           DISPLAY 'BINS COUNTED MORE THAN ONCE: ' WS-RECOUNT-CTR.
           DISPLAY 'VARIANCES WITHOUT A PRICE:   ' WS-UNPRICED-CTR.
           DISPLAY 'SCHEDULED COUNTS RECEIVED:   ' WS-SCHEDULED-CTR.
           DISPLAY 'UNSCHEDULED COUNTS:          ' WS-UNSCHED-CTR.
           DISPLAY 'MISSED SCHEDULED COUNTS:     ' WS-MISSED-CTR.
           DISPLAY 'OPERATOR ACTIVITY LOGGED:    '
                   WS-OPERLOG-WRTN-CTR.
      *
           OPEN EXTEND RUNCTL.
           IF RCCODE = '00'
              IF RCCODE NOT = '00'
                 DISPLAY 'ERROR WRITING RUN CONTROL FILE'
              END-IF
              MOVE 'CNTADJ  '            TO RC-FILE-NAME
              MOVE WS-ADJ-APPLIED-CTR    TO RC-COUNT
              WRITE RUNCTL-REC FROM WS-RUNCTL-REC
              IF RCCODE NOT = '00'
                 DISPLAY 'ERROR WRITING RUN CONTROL FILE'
              END-IF
              CLOSE RUNCTL
           ELSE
              DISPLAY 'ERROR OPENING RUN CONTROL FILE'
