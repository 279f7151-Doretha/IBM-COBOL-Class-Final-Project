      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A FULL AUDIT RESOLUTION TABLE NOW ENDS THE RUN
      *                   WITH RETURN-CODE 16 AFTER THE ARCHIVE PASS.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE BACKLOG MASTER (PORHIST) GREW 76 TO 80
      *                   BYTES WITH THE REVISION NUMBER PORECV.CBL NOW
      *                   STAMPS ON A CHANGED OR CANCELLED ORDER.
      *                   WIDENED THE PORHIST AND PORKEEP FDS AND THE
      *                   BACKLOG RECORD LAYOUT TO MATCH, AND THE PO
      *                   BACKLOG ARCHIVE RECORD GREW 84 TO 88 BYTES.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  08/22/2026
       FD  PORHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PORHIST-REC.
      *
       01 PORHIST-REC PIC X(80).
      *
       FD  PORKEEP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PORKEEP-REC.
      *
       01 PORKEEP-REC PIC X(80).
      *
       FD  POARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 88 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POARCH-REC.
      *
       01 POARCH-REC PIC X(88).
      *
       FD  AUDITTRL
           RECORDING MODE IS F
          05 OP-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 FILLER                 PIC X(19) VALUE SPACES.
          05 OP-ORDER-DATE          PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(47) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE AUDIT TRAIL RECORD.
          05 WS-SUPP-ARCH-DATE      PIC X(08) VALUE SPACES.
      *
       01 WS-PO-ARCH-REC.
          05 WS-PO-ARCH-BODY        PIC X(80) VALUE SPACES.
          05 WS-PO-ARCH-DATE        PIC X(08) VALUE SPACES.
      *
       01 WS-AUD-ARCH-REC.
      *    THE MAIN PROCEDURE ACCEPTS AND EDITS THE FUNCTION CARD AND
      *    RUNS EITHER THE ARCHIVE PASS OVER THE THREE MASTERS OR THE
      *    AUDIT HISTORY RETRIEVAL. AN INVALID CARD ENDS THE RUN WITH
      *    RETURN-CODE 16 AND NO FILE TOUCHED. A FULL RESOLUTION TABLE
      *    ALSO ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED PARAGRAPHS:
      *    - 0000-HOUSEKEEPING
                 PERFORM 4000-RETRIEVE-AUDIT-HISTORY
              END-IF
           END-IF.
           IF RSLV-OVERFLOW
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *
           IF RSLV-OVERFLOW
              DISPLAY 'ARCHPURG: RESOLUTION TABLE FULL -- PARTS '
                      'BEYOND ' WS-MAX-RSLV-IDX ' ARE KEPT THIS RUN -- '
                      'RUN ENDS WITH RETURN CODE 16'
           END-IF.
      *
           MOVE 'N' TO AUDIT-FILE-SW.
