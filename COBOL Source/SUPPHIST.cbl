      *      JCL DD NAME:              RECVPERF
      *
      *
      *      RTPOT44.WARRCLM.WARRFEED - WARRANTY CLAIM FEED, ONE
      *                                 RECORD PER CLAIM RAISED,
      *                                 WRITTEN BY WARRCLM.CBL
      *      INTERNAL FILE NAME:        WARRFEED
      *      JCL DD NAME:               WARRFEED
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.SUPPHIST.MASTER.NEW - UPDATED SUPPLIER HISTORY
      *                                    FILE (NEW MASTER)
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A FULL PERFORMANCE FEED TABLE NOW ENDS THE RUN
      *                   WITH RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  WARRANTY CLAIMS RAISED AGAINST A SUPPLIER BY
      *                   WARRCLM.CBL NOW COUNT ON THE SUPPLIER'S
      *                   REJECT COUNTER. THE WARRFEED FEED IS LOADED
      *                   INTO THE PER-SUPPLIER TABLE AFTER THE RECEIPT
      *                   FEED (NEW PARAGRAPHS 0180/0185/0190), ONE
      *                   REJECT PER CLAIM; THE RECEIPT COUNTS ARE NOT
      *                   TOUCHED.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  09/02/2026
      *     DESCRIPTION:  THE RUN STAMP SCHEME NOW CARRIES A CYCLE
      *                   NUMBER WITHIN THE DAY. THE STAMP RECORD
      *
           SELECT RECVPERF ASSIGN TO RECVPERF
              FILE STATUS IS RFCODE.
      *
           SELECT WARRFEED ASSIGN TO WARRFEED
              FILE STATUS IS WFCODE.
      *
           SELECT SUPPHNEW ASSIGN TO SUPPHNEW
              FILE STATUS IS SNCODE.
           DATA RECORD IS RECVPERF-REC.
      *
       01 RECVPERF-REC PIC X(43).
      *
       FD  WARRFEED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WARRFEED-REC.
      *
       01 WARRFEED-REC PIC X(60).
      *
       FD  SUPPHNEW
           RECORDING MODE IS F
          05 RF-DISPOSITION          PIC X(01) VALUE SPACES.
             88 RF-DISP-REJECT       VALUE 'D', 'W', 'S'.
          05 RF-RECEIPT-DATE         PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE WARRANTY CLAIM FEED RECORD READ FROM
      *  WARRFEED. EACH CLAIM RAISED AGAINST A SUPPLIER BY WARRCLM
      *  COUNTS AS ONE MORE REJECT IN THE SUPPLIER'S SLOT OF THE
      *  ACCUMULATION TABLE -- IT IS NOT A RECEIPT EVENT.
      *****************************************************************
      *
       01 WS-WARR-FEED-REC.
          05 WF-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 WF-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 WF-CLAIM-NUMBER         PIC X(08) VALUE SPACES.
          05 WF-RETURN-DATE          PIC X(08) VALUE SPACES.
          05 WF-CLAIM-QTY            PIC 9(07) VALUE 0.
          05 FILLER                  PIC X(04) VALUE SPACES.
      *
       01 RECV-PERF-TBL.
          05 RECV-PERF-ENTRY-TBL
          05 SSCODE                  PIC X(02) VALUE SPACES.
          05 SHCODE                  PIC X(02) VALUE SPACES.
          05 RFCODE                  PIC X(02) VALUE SPACES.
          05 WFCODE                  PIC X(02) VALUE SPACES.
          05 SNCODE                  PIC X(02) VALUE SPACES.
          05 SRCODE                  PIC X(02) VALUE SPACES.
          05 RCCODE                  PIC X(02) VALUE SPACES.
             88 END-OF-MASTER-FILE   VALUE 'Y'.
          05 PERF-FEED-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-PERF-FEED-FILE VALUE 'Y'.
          05 WARR-FEED-FILE-SW       PIC X(01) VALUE 'N'.
             88 END-OF-WARR-FEED-FILE VALUE 'Y'.
          05 TABLE-FULL-SW           PIC X(01) VALUE 'N'.
             88 TABLE-FULL           VALUE 'Y'.
      *
       01 WS-KEY-HOLD-AREA. *>LAST TRANSACTION KEY ACCEPTED (FOR DEDUP)
          05 WS-LAST-TRANS-CODE      PIC X(10) VALUE SPACES.
          05 WS-ONTIME-EVENTS-CTR    PIC 9(07) VALUE 0.
          05 WS-LATE-EVENTS-CTR      PIC 9(07) VALUE 0.
          05 WS-REJECT-EVENTS-CTR    PIC 9(07) VALUE 0.
          05 WS-WARR-FEED-READ       PIC 9(07) VALUE 0.
          05 WS-WARR-CLAIM-EVENTS-CTR PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  COLUMN HEADINGS FOR THE SUPPLIER PERFORMANCE TREND REPORT
      *    FILE, PRIMES THE DEDUPLICATED TRANSACTION AND SUPPLIER
      *    HISTORY MASTER READS, MATCHES TRANSACTIONS AGAINST THE OLD
      *    MASTER BY SUPPLIER-CODE TO PRODUCE THE NEW MASTER AND TREND
      *    REPORT, AND CLOSES FILES. A FULL PERFORMANCE FEED TABLE
      *    ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0160-LOAD-PERF-FEED-TABLE
      *    - 0180-LOAD-WARR-FEED-TABLE
      *    - 0200-READ-TRANS-FILE
      *    - 0250-READ-MASTER-FILE
      *    - 0500-MAIN-PROCESS
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-RPT-HEADERS.
           PERFORM 0160-LOAD-PERF-FEED-TABLE.
           PERFORM 0180-LOAD-WARR-FEED-TABLE.
           PERFORM 0200-READ-TRANS-FILE.
           PERFORM 0250-READ-MASTER-FILE.
           PERFORM 0120-VERIFY-GENERATIONS.
                  UNTIL END-OF-TRANS-FILE AND END-OF-MASTER-FILE
           END-IF.
           PERFORM 2600-CLOSE-FILES.
           IF GENERATION-ERROR OR TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
           ELSE
              DISPLAY 'ERROR OPENING SUPPLIER PERFORMANCE FEED FILE'
           END-IF.
      *
           OPEN INPUT WARRFEED.
           IF WFCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING WARRANTY CLAIM FEED FILE'
           END-IF.
      *
           OPEN OUTPUT SUPPHNEW.
           IF SNCODE = '00'
      *    APPENDING A NEW SLOT FOR A SUPPLIER NOT YET SEEN, AND READS
      *    THE NEXT FEED RECORD. A FEED LARGER THAN THE TABLE HAS ITS
      *    OVERFLOW SUPPLIERS REPORTED AND DROPPED.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  0160-LOAD-PERF-FEED-TABLE
              ELSE
                 DISPLAY 'PERFORMANCE FEED TABLE FULL -- SUPPLIER '
                         RF-SUPPLIER-CODE ' EVENT DROPPED'
                 SET TABLE-FULL TO TRUE
                 MOVE 0 TO WS-RPERF-SLOT
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0180-LOAD-WARR-FEED-TABLE PARAGRAPH READS THE WARRANTY
      *    CLAIM FEED AND ADDS EACH CLAIM RAISED TO ITS SUPPLIER'S
      *    REJECT COUNT IN THE RECV-PERF-TBL TABLE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0185-READ-WARR-FEED-FILE
      *    -  0190-ACCUM-WARR-CLAIM
      *****************************************************************
      *
       0180-LOAD-WARR-FEED-TABLE.
           PERFORM 0185-READ-WARR-FEED-FILE.
      *
           PERFORM 0190-ACCUM-WARR-CLAIM
               UNTIL END-OF-WARR-FEED-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0185-READ-WARR-FEED-FILE PARAGRAPH READS ONE RECORD
      *    FROM THE WARRANTY CLAIM FEED AND CHECKS THE FILE STATUS FOR
      *    A SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS
      *    REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  0180-LOAD-WARR-FEED-TABLE
      *    -  0190-ACCUM-WARR-CLAIM
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0185-READ-WARR-FEED-FILE.
           READ WARRFEED INTO WS-WARR-FEED-REC
              AT END MOVE 'Y' TO WARR-FEED-FILE-SW
           END-READ.
      *
           IF WFCODE = '00' OR '10'
              IF NOT END-OF-WARR-FEED-FILE
                 ADD 1 TO WS-WARR-FEED-READ
              END-IF
           ELSE
              DISPLAY 'ERROR READING WARRANTY CLAIM FEED FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0190-ACCUM-WARR-CLAIM PARAGRAPH ADDS ONE WARRANTY CLAIM
      *    TO ITS SUPPLIER'S REJECT COUNT IN THE ACCUMULATION TABLE,
      *    APPENDING A NEW SLOT FOR A SUPPLIER NOT YET SEEN, AND READS
      *    THE NEXT FEED RECORD. THE RECEIPT COUNTS ARE NOT TOUCHED --
      *    A FAILURE IN SERVICE IS NOT A DELIVERY. A CLAIM FOR A
      *    SUPPLIER THAT DOES NOT FIT IN THE TABLE IS REPORTED AND
      *    DROPPED.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  0180-LOAD-WARR-FEED-TABLE
      *
      *  CALLS:
      *    -  0185-READ-WARR-FEED-FILE
      *****************************************************************
      *
       0190-ACCUM-WARR-CLAIM.
           MOVE 'N' TO RPERF-FOUND-SW.
           MOVE 0   TO WS-RPERF-SLOT.
      *
           PERFORM VARYING RPERF-IDX FROM 1 BY 1
              UNTIL RPERF-IDX > WS-RPERF-USED-CTR OR RPERF-FOUND
              IF WF-SUPPLIER-CODE = RP-SUPPLIER-TBL (RPERF-IDX)
                 MOVE 'Y' TO RPERF-FOUND-SW
                 SET WS-RPERF-SLOT TO RPERF-IDX
              END-IF
           END-PERFORM.
      *
           IF NOT RPERF-FOUND
              IF WS-RPERF-USED-CTR < WS-MAX-RPERF-IDX
                 ADD 1 TO WS-RPERF-USED-CTR
                 MOVE WS-RPERF-USED-CTR TO WS-RPERF-SLOT
                 SET RPERF-IDX TO WS-RPERF-SLOT
                 MOVE WF-SUPPLIER-CODE TO RP-SUPPLIER-TBL (RPERF-IDX)
              ELSE
                 DISPLAY 'PERFORMANCE FEED TABLE FULL -- SUPPLIER '
                         WF-SUPPLIER-CODE ' WARRANTY CLAIM DROPPED'
                 SET TABLE-FULL TO TRUE
                 MOVE 0 TO WS-RPERF-SLOT
              END-IF
           END-IF.
      *
           IF WS-RPERF-SLOT > 0
              SET RPERF-IDX TO WS-RPERF-SLOT
              ADD 1 TO RP-REJECT-TBL (RPERF-IDX)
              ADD 1 TO WS-WARR-CLAIM-EVENTS-CTR
           END-IF.
      *
           PERFORM 0185-READ-WARR-FEED-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-TRANS-FILE PARAGRAPH READS THE NEXT SUPPLIER-
      *    CODE FROM THE SORTED SUPPLIER TRANSACTION FILE. AUTOPART
      *    WRITES ONE SUPPLIER RECORD PER PARTSIN RECORD, SO THE SAME
           CLOSE SUPPSRT
                 SUPPHIST
                 RECVPERF
                 WARRFEED
                 SUPPHNEW
                 SUPPHRPT.
      *
           DISPLAY 'ON-TIME RECEIPT EVENTS:     ' WS-ONTIME-EVENTS-CTR.
           DISPLAY 'LATE RECEIPT EVENTS:        ' WS-LATE-EVENTS-CTR.
           DISPLAY 'REJECTED RECEIPT EVENTS:    ' WS-REJECT-EVENTS-CTR.
           DISPLAY 'WARRANTY FEED RECORDS READ: ' WS-WARR-FEED-READ.
           DISPLAY 'WARRANTY CLAIM REJECTS:     '
                   WS-WARR-CLAIM-EVENTS-CTR.
      *
      *****************************************************************
      *  A RUN REFUSED BY THE GENERATION CHECK PROCESSED NOTHING AND
