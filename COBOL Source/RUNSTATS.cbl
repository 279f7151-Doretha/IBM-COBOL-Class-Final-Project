      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A FULL TONIGHT LEG OR HISTORY ROLL-UP TABLE
      *                   NOW ENDS THE RUN WITH RETURN-CODE 16.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  09/02/2026
             88 END-OF-RUNCTL-FILE  VALUE 'Y'.
          05 HISTORY-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-HISTORY-FILE VALUE 'Y'.
          05 TABLE-FULL-SW          PIC X(01) VALUE 'N'.
             88 TABLE-FULL          VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-RUNCTL-READ-CTR     PIC 9(05) VALUE 0.
      *    LOADS TONIGHT'S RUNCTL LEGS AND THE HISTORY ROLL-UP (WHILE
      *    COPYING THE OLD HISTORY FORWARD TO THE NEW MASTER), TRENDS
      *    AND BANDS EACH TONIGHT LEG, APPENDS TONIGHT'S COUNTS TO THE
      *    HISTORY, CHECKS THE REJECT RATE, AND CLOSES FILES. A FULL
      *    TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
           PERFORM 0500-TREND-TONIGHT-LEGS.
           PERFORM 0800-CHECK-REJECT-RATE.
           PERFORM 2600-CLOSE-FILES.
           IF TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *    TRIPLE ALREADY ON THE TABLE IS REPLACED, SO THE LATEST
      *    APPENDED RECORD FOR EACH LEG WINS, THE SAME WAY
      *    RUNRECON.CBL TAKES THEM.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
                 MOVE WS-TNGT-USED-CTR TO WS-TNGT-SLOT
              ELSE
                 DISPLAY 'TONIGHT LEG TABLE FULL -- RECORD DROPPED'
                 SET TABLE-FULL TO TRUE
                 MOVE 0 TO WS-TNGT-SLOT
              END-IF
           END-IF.
      *    THE LEG'S HISTORIC SUM AND POINT COUNT. THE PARTSIN AND
      *    ERRFILE LEGS ALSO FEED THE HISTORIC REJECT RATE. THE NEXT
      *    HISTORY RECORD IS THEN READ.
      *    A FULL TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
                 MOVE RS-IN-OUT    TO HIST-IN-OUT-TBL (HIST-IDX)
              ELSE
                 DISPLAY 'HISTORY ROLL-UP TABLE FULL -- LEG DROPPED'
                 SET TABLE-FULL TO TRUE
                 MOVE 0 TO WS-HIST-SLOT
              END-IF
           END-IF.
