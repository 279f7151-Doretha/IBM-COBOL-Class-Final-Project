      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A FULL TRANSMITTED PO OR OPEN ORDER TABLE NOW
      *                   ENDS THE RUN WITH RETURN-CODE 16.
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
       FD  EXPRECV
           RECORDING MODE IS F
          05 OP-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 OP-RECEIVED-QTY         PIC S9(7) VALUE 0.
          05 OP-PO-TYPE              PIC X(01) VALUE SPACES.
          05 OP-REVISION-NUMBER      PIC 9(02) VALUE 0.
          05 FILLER                  PIC X(02) VALUE SPACES.
      *
       01 BACKLOG-TBL.
          05 BACKLOG-ENTRY-TBL
             88 END-OF-EDIPO-FILE    VALUE 'Y'.
          05 BACKLOG-FILE-SW         PIC X(01) VALUE 'N'.
             88 END-OF-BACKLOG-FILE  VALUE 'Y'.
          05 TABLE-FULL-SW           PIC X(01) VALUE 'N'.
             88 TABLE-FULL           VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-ASN-READ-CTR         PIC 9(07) VALUE 0.
      *    TABLE FROM EDIPO AND THE OPEN ORDER TABLE FROM THE BACKLOG
      *    MASTER, WALKS THE INBOUND ASN FILE MATCHING EACH SHIP
      *    NOTICE, WRITES THE EXPECTED RECEIPTS FILE AND THE EXCEPTION
      *    REPORT, AND CLOSES FILES. A FULL TABLE ENDS THE RUN WITH
      *    RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
           PERFORM 0500-MAIN-PROCESS
               UNTIL END-OF-ASN-FILE.
           PERFORM 2600-CLOSE-FILES.
           IF TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0220-LOAD-EDIPO-TABLE PARAGRAPH LOADS EACH TRANSMITTED
      *    850 RECORD'S PO-NUMBER (FIXED POSITIONS 23-28 OF THE BEG
      *    SEGMENT) INTO THE TRANSMITTED PO-NUMBER TABLE. THE 860
      *    CHANGE ORDERS PORECV.CBL APPENDS TO EDIPO ARE SKIPPED.
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
      *    BALANCE INTO THE OPEN ORDER TABLE. THE GENERATION HEADER
      *    LEADING THE MASTER (SPACES KEY) IS NOT AN OPEN ORDER AND IS
      *    SKIPPED.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
              ELSE
                 DISPLAY 'OPEN ORDER TABLE FULL -- REMAINING BACKLOG '
                         'RECORDS NOT LOADED'
                 SET TABLE-FULL TO TRUE
                 MOVE 'Y' TO BACKLOG-FILE-SW
              END-IF
           END-IF.
