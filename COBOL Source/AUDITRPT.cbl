      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A FULL ERROR MESSAGE TALLY TABLE IS NOW
      *                   REPORTED ON THE JOB LOG AND ENDS THE RUN WITH
      *                   RETURN-CODE 16 INSTEAD OF QUIETLY DROPPING THE
      *                   MESSAGES THAT DO NOT FIT.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  08/22/2026
             88 END-OF-AUDIT-FILE   VALUE 'Y'.
          05 SORT-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-SORT-FILE    VALUE 'Y'.
          05 TABLE-FULL-SW          PIC X(01) VALUE 'N'.
             88 TABLE-FULL          VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-AUDIT-READ-CTR      PIC 9(07) VALUE 0.
      *    EACH RECORD WITH ITS ARRIVAL SEQUENCE SO A PART'S ENTRIES
      *    STAY IN CHRONOLOGICAL ORDER WITHIN THE SORT), WALKS THE
      *    SORTED TRAIL IN THE OUTPUT PROCEDURE, AND WRITES THE
      *    SUMMARY. A FULL MESSAGE TALLY TABLE ENDS THE RUN WITH
      *    RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
               OUTPUT PROCEDURE IS 0500-PROCESS-SORTED-RECS.
           PERFORM 2500-WRITE-SUMMARY.
           PERFORM 2600-CLOSE-FILES.
           IF TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *    THE 0800-TALLY-ERROR-MESSAGES PARAGRAPH ADDS EACH NON-BLANK
      *    ERROR MESSAGE ON A REJECT ENTRY TO THE MESSAGE TALLY TABLE,
      *    APPENDING A NEW SLOT FOR A MESSAGE NOT YET SEEN. A TRAIL
      *    WITH MORE DISTINCT MESSAGES THAN THE TABLE HOLDS IS
      *    REPORTED ON THE JOB LOG AND ENDS THE RUN WITH RETURN-CODE
      *    16, AS THE TOP-MESSAGE SUMMARY CANNOT BE TRUSTED.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-ONE-ENTRY
                    END-IF
                 END-PERFORM
                 IF NOT MSGT-FOUND
                    IF WS-MSGT-USED-CTR < WS-MAX-MSGT-IDX
                       ADD 1 TO WS-MSGT-USED-CTR
                       SET MSGT-IDX TO WS-MSGT-USED-CTR
                       MOVE AUDIT-ERROR-MSG-TEXT (AUDIT-ERR-IDX)
                          TO MSGT-TEXT-TBL (MSGT-IDX)
                       MOVE 1 TO MSGT-COUNT-TBL (MSGT-IDX)
                    ELSE
                       DISPLAY 'ERROR MESSAGE TABLE FULL -- RUN ENDS '
                               'WITH RETURN CODE 16'
                       SET TABLE-FULL TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
