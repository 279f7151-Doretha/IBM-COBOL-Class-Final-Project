      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  A FULL VEHICLE MAKE TABLE NOW ENDS THE RUN
      *                   WITH RETURN-CODE 16 INSTEAD OF DROPPING THE
      *                   REMAINING MAKES.
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  08/22/2026
             88 END-OF-VEH-MAKE-FILE VALUE 'Y'.
          05 SORT-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-SORT-FILE     VALUE 'Y'.
          05 TABLE-FULL-SW           PIC X(01) VALUE 'N'.
             88 TABLE-FULL           VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-PARTS-READ-CTR       PIC 9(07) VALUE 0.
      *    SORTS THE ACTIVE PARTS MASTER RECORDS INTO MAKE/MODEL/YEAR/
      *    PART-NUMBER SEQUENCE (THE INPUT PROCEDURE READS PARTFILE
      *    AND SKIPS INACTIVE PARTS), AND WRITES THE CATALOG FILE AND
      *    CONTROL-BROKEN REPORT FROM THE OUTPUT PROCEDURE. A FULL
      *    VEHICLE MAKE TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
               INPUT PROCEDURE IS 0300-RELEASE-FITMENT-RECS
               OUTPUT PROCEDURE IS 0500-WRITE-FITMENT-CATALOG.
           PERFORM 2600-CLOSE-FILES.
           IF TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0250-LOAD-VEH-MAKE-TABLE PARAGRAPH LOADS VEHICLE MAKE
      *    RECORDS INTO A TABLE (ARRAY) IN WORKING STORAGE. A FULL
      *    TABLE ENDS THE RUN WITH RETURN-CODE 16.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
               PERFORM 0200-READ-VEH-MAKE-FILE
           END-PERFORM.
      *
           IF NOT END-OF-VEH-MAKE-FILE
              DISPLAY 'VEHICLE MAKE TABLE FULL -- RUN ENDS WITH RETURN '
                      'CODE 16'
              SET TABLE-FULL TO TRUE
              MOVE 'Y' TO VEH-MAKE-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
