      *
      *
      *      RTPOT44.AUTOPART.PARTFILE - PARTS MASTER (INDEXED, READ
      *                                  RANDOMLY BY PART-NUMBER FOR
      *                                  THE STATED LEAD TIME)
      *      INTERNAL FILE NAME:         PARTFILE
      *      JCL DD NAME:                PARTFILE
      *
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A CLOSED PART'S STATED LEAD TIME IS NOW READ
      *                   FROM PARTFILE BY KEY -- THE 2000-ENTRY
      *                   PART/LEAD-TIME TABLE IS GONE.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  PORECV.CBL NOW ALSO FEEDS CANCELLED ORDERS
      *                   THROUGH THE CLOSEOUT FILE, WITH THE CANCEL
      *                   REASON IN THE FEED'S LAST 2 BYTES AND THE
      *                   CANCEL DATE AS THE FINAL DATE. A CANCELLED
      *                   ORDER IS KEPT ON THE HISTORY MASTER WITH
      *                   ITS REASON BUT LEFT OFF THE LEAD TIME
      *                   REPORT -- IT NEVER FINISHED RECEIVING, SO
      *                   ITS LEAD TIME MEANS NOTHING -- AND IS
      *                   COUNTED SEPARATELY ON THE RUN TOTALS.
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
          05 CT-DELIVERY-DATE       PIC X(08) VALUE SPACES.
          05 CT-FINAL-RECEIPT-DATE  PIC X(08) VALUE SPACES.
          05 CT-TOTAL-RECEIVED-QTY  PIC S9(7) VALUE 0.
          05 CT-CANCEL-REASON       PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE OLD AND NEW CLOSED-ORDER HISTORY
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE PARTS MASTER RECORD READ FROM
      *  PARTFILE BY KEY FOR THE CLOSED ORDER'S PART.
      *****************************************************************
      *
       01 WS-PARTS-REC.
          05 FILLER                  PIC X(35) VALUE SPACES.
          05 PM-WEEKS-LEAD-TIME      PIC 9(03) VALUE 0.
          05 FILLER                  PIC X(31) VALUE SPACES.
      *
       01 WS-PART-LEAD-VARS.
          05 WS-LOOKUP-LEAD-WEEKS   PIC 9(03) VALUE 0.
          05 PLED-FOUND-SW          PIC X(01) VALUE 'N'.
             88 PLED-FOUND          VALUE 'Y'.
             88 END-OF-CLOSED-TRANS-FILE VALUE 'Y'.
          05 CLOSED-MASTER-FILE-SW   PIC X(01) VALUE 'N'.
             88 END-OF-CLOSED-MASTER-FILE VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-CLOSED-TRANS-READ    PIC 9(07) VALUE 0.
          05 WS-NEW-HISTORY-WRTN     PIC 9(07) VALUE 0.
          05 WS-DUP-CLOSED-CTR       PIC 9(07) VALUE 0.
          05 WS-LATE-CLOSED-CTR      PIC 9(07) VALUE 0.
          05 WS-CANCELLED-CLOSED-CTR PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  COLUMN HEADINGS AND DETAIL LINE FOR THE ACTUAL VERSUS STATED
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION SORTS THE CLOSED-ORDER FEED,
      *    PRIMES THE FEED AND OLD HISTORY MASTER READS, MATCH-MERGES
      *    THEM INTO THE NEW HISTORY MASTER WHILE REPORTING EACH NEWLY
      *    CLOSED ORDER'S ACTUAL VERSUS STATED LEAD TIME, AND CLOSES
      *    FILES.
      *
      *  CALLED BY:
      *    - NONE
      *    - 0050-SORT-CLOSED-FEED
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0200-READ-TRANS-FILE
      *    - 0250-READ-MASTER-FILE
      *    - 0500-MAIN-PROCESS
           PERFORM 0050-SORT-CLOSED-FEED.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-RPT-HEADERS.
           PERFORM 0200-READ-TRANS-FILE.
           PERFORM 0250-READ-MASTER-FILE.
           PERFORM 0500-MAIN-PROCESS
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-TRANS-FILE PARAGRAPH READS THE NEXT CLOSED-
      *    ORDER FEED RECORD FROM THE SORTED FEED FILE AND CHECKS THE
      *    FILE STATUS FOR A SUCCESSFUL READ OPERATION. WHEN THE END
      *  DESCRIPTION:
      *    THE 0600-PROCESS-NEW-CLOSE PARAGRAPH WRITES ONE NEWLY
      *    CLOSED ORDER TO THE NEW HISTORY MASTER AND REPORTS ITS
      *    ACTUAL VERSUS STATED LEAD TIME. A CANCELLED ORDER CARRIES
      *    A CANCEL REASON AND IS ONLY COUNTED -- IT WAS NEVER FULLY
      *    RECEIVED, SO IT HAS NO LEAD TIME TO REPORT.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
           MOVE WS-CLOSED-TRANS-REC TO WS-CLOSED-NEW-REC.
           PERFORM 0900-WRITE-HISTORY-REC.
           ADD 1 TO WS-NEW-CLOSED-CTR.
           IF CT-CANCEL-REASON NOT = SPACES
              ADD 1 TO WS-CANCELLED-CLOSED-CTR
           ELSE
              PERFORM 0650-REPORT-LEAD-TIME
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-LOOKUP-PART-LEAD-TIME PARAGRAPH READS THE PARTS
      *    MASTER BY KEY FOR THE CLOSED ORDER'S PART-NUMBER AND
      *    RETURNS THE STATED WEEKS-LEAD-TIME (ZERO WHEN THE PART IS
      *    NOT ON THE PARTS MASTER).
      *
      *****************************************************************
      *
       0700-LOOKUP-PART-LEAD-TIME.
           MOVE 'N'            TO PLED-FOUND-SW.
           MOVE 0              TO WS-LOOKUP-LEAD-WEEKS.
           MOVE CT-PART-NUMBER TO PARTFILE-KEY.
      *
           READ PARTFILE INTO WS-PARTS-REC
              INVALID KEY
                 MOVE 'N' TO PLED-FOUND-SW
              NOT INVALID KEY
                 MOVE 'Y' TO PLED-FOUND-SW
                 MOVE PM-WEEKS-LEAD-TIME TO WS-LOOKUP-LEAD-WEEKS
           END-READ.
      *
           IF PACODE = '00' OR '23'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING PARTS FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
           DISPLAY 'NEW HISTORY RECORDS WRITTEN: ' WS-NEW-HISTORY-WRTN.
           DISPLAY 'REUSED PO-NUMBERS:           ' WS-DUP-CLOSED-CTR.
           DISPLAY 'ORDERS CLOSED PAST STATED:   ' WS-LATE-CLOSED-CTR.
           DISPLAY 'ORDERS CLOSED BY CANCEL:     '
                   WS-CANCELLED-CLOSED-CTR.
