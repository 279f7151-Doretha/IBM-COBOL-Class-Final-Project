       IDENTIFICATION DIVISION.
       PROGRAM-ID. HAZMAINT.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM MAINTAINS THE HAZARDOUS MATERIAL MASTER
      *    (HAZMAST) -- ONE RECORD PER HAZMAT PART-NUMBER, CARRYING
      *    THE DOT HAZARD CLASS (E.G. '3' FLAMMABLE LIQUID, '8'
      *    CORROSIVE, '2.1' FLAMMABLE GAS), THE FOUR-DIGIT UN
      *    IDENTIFICATION NUMBER, THE REVISION DATE OF THE SAFETY
      *    DATA SHEET ON FILE, AND UP TO FIVE STORAGE LOCATIONS THE
      *    PART MAY BE PUT AWAY TO. A PART NOT ON THIS MASTER IS NOT
      *    HAZARDOUS. RECVEDIT.CBL FLAGS HAZMAT LINES ON THE DOCK
      *    WORKSHEET FROM IT, PORECV.CBL REFUSES A RECEIPT PUT AWAY TO
      *    A LOCATION NOT ALLOWED FOR THE PART, AND HAZRPT.CBL REPORTS
      *    SAFETY DATA SHEETS PAST THEIR REVIEW DATE AND INCOMPATIBLE
      *    CLASSES STORED TOGETHER. MAINTENANCE TRANSACTIONS (ADD,
      *    CHANGE, DELETE) ARE SORTED INTO PART-NUMBER SEQUENCE AND
      *    MATCH-MERGED AGAINST THE OLD MASTER TO PRODUCE THE NEW ONE,
      *    THE SAME WAY KITMAINT.CBL MAINTAINS THE KIT BILL OF
      *    MATERIALS. AN ADD OR CHANGE MUST CARRY A HAZARD CLASS
      *    STARTING 1 THROUGH 9, A NUMERIC UN NUMBER, A VALID SAFETY
      *    DATA SHEET REVISION DATE AND AT LEAST ONE ALLOWED STORAGE
      *    LOCATION; A CHANGE REPLACES THE WHOLE RECORD. EVERY
      *    APPLIED AND REJECTED TRANSACTION AND THE RESULTING MASTER
      *    CONTENT ARE PRINTED ON THE HAZARDOUS MATERIAL MASTER
      *    LISTING REPORT.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      RTPOT44.HAZMAINT.TRANS - HAZARDOUS MATERIAL MASTER
      *                               MAINTENANCE TRANSACTIONS (ACTION
      *                               CODE FOLLOWED BY THE FULL MASTER
      *                               RECORD IMAGE)
      *      INTERNAL FILE NAME:      HAZTRN
      *      JCL DD NAME:             HAZTRN
      *
      *
      *      RTPOT44.HAZMAINT.HAZMAST.OLD - PRIOR HAZARDOUS MATERIAL
      *                                     MASTER (OLD MASTER)
      *      INTERNAL FILE NAME:            HAZMAST
      *      JCL DD NAME:                   HAZMAST
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.HAZMAINT.HAZMAST.NEW - UPDATED HAZARDOUS MATERIAL
      *                                     MASTER (NEW MASTER)
      *      INTERNAL FILE NAME:            HAZMNEW
      *      JCL DD NAME:                   HAZMNEW
      *
      *
      *      RTPOT44.HAZMAINT.LISTING.RPT - HAZARDOUS MATERIAL MASTER
      *                                     MAINTENANCE AND LISTING
      *                                     REPORT
      *      INTERNAL FILE NAME:            HAZRPT
      *      JCL DD NAME:                   HAZRPT
      *
      *
      *    WORK FILES:
      *      HAZSRT - SORT WORK FILE HOLDING THE MAINTENANCE
      *               TRANSACTIONS SORTED ASCENDING BY PART-NUMBER
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(HAZMAINT)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  10/15/2026
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HAZTRN ASSIGN TO HAZTRN
              FILE STATUS IS HTCODE.
      *
           SELECT HAZ-SORT-FILE ASSIGN TO HAZWORK.
      *
           SELECT HAZSRT ASSIGN TO HAZSRT
              FILE STATUS IS HSCODE.
      *
           SELECT HAZMAST ASSIGN TO HAZMAST
              FILE STATUS IS HOCODE.
      *
           SELECT HAZMNEW ASSIGN TO HAZMNEW
              FILE STATUS IS HNCODE.
      *
           SELECT HAZRPT ASSIGN TO HAZRPT
              FILE STATUS IS HRCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  HAZTRN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HAZTRN-REC.
      *
       01 HAZTRN-REC PIC X(60).
      *
       SD  HAZ-SORT-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS HAZ-SORT-REC.
      *
       01 HAZ-SORT-REC.
          05 FILLER                  PIC X(01).
          05 HS-PART-NUMBER          PIC X(23).
          05 FILLER                  PIC X(36).
      *
       FD  HAZSRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HAZSRT-REC.
      *
       01 HAZSRT-REC PIC X(60).
      *
       FD  HAZMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HAZMAST-REC.
      *
       01 HAZMAST-REC PIC X(60).
      *
       FD  HAZMNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HAZMNEW-REC.
      *
       01 HAZMNEW-REC PIC X(60).
      *
       FD  HAZRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HAZRPT-REC.
      *
       01 HAZRPT-REC PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE MAINTENANCE TRANSACTION READ FROM THE
      *  SORTED TRANSACTION FILE. THE ACTION CODE IS FOLLOWED BY THE
      *  MASTER RECORD IMAGE, KEYED BY PART-NUMBER.
      *****************************************************************
      *
       01 WS-HAZ-TRANS-REC.
          05 HT-ACTION-CODE          PIC X(01) VALUE SPACES.
             88 HT-ACTION-ADD        VALUE 'A'.
             88 HT-ACTION-CHANGE     VALUE 'C'.
             88 HT-ACTION-DELETE     VALUE 'D'.
             88 HT-VALID-ACTION      VALUE 'A', 'C', 'D'.
          05 HT-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 HT-HAZARD-CLASS.
             10 HT-CLASS-NUMBER      PIC X(01) VALUE SPACES.
                88 HT-VALID-CLASS    VALUE '1' THRU '9'.
             10 HT-CLASS-DIVISION    PIC X(02) VALUE SPACES.
          05 HT-UN-NUMBER            PIC X(04) VALUE SPACES.
          05 HT-SDS-REVISION-DATE.
             10 HT-SDS-YEAR          PIC X(04) VALUE SPACES.
             10 HT-SDS-MONTH         PIC X(02) VALUE SPACES.
                88 HT-VALID-MONTH    VALUE '01' THRU '12'.
             10 HT-SDS-DAY           PIC X(02) VALUE SPACES.
                88 HT-VALID-DAY      VALUE '01' THRU '31'.
          05 HT-ALLOWED-LOCATIONS.
             10 HT-ALLOWED-LOC       PIC X(02) VALUE SPACES
                                     OCCURS 5 TIMES.
          05 FILLER                  PIC X(11) VALUE SPACES.
      *
       01 WS-HAZ-TRANS-KEY.
          05 TK-PART-NUMBER          PIC X(23) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR THE OLD AND NEW HAZARDOUS MATERIAL MASTER
      *  RECORDS.
      *****************************************************************
      *
       01 WS-HAZ-OLD-REC.
          05 OH-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 OH-HAZARD-CLASS         PIC X(03) VALUE SPACES.
          05 OH-UN-NUMBER            PIC X(04) VALUE SPACES.
          05 OH-SDS-REVISION-DATE    PIC X(08) VALUE SPACES.
          05 OH-ALLOWED-LOCATIONS    PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(12) VALUE SPACES.
      *
       01 WS-HAZ-OLD-KEY.
          05 OK-PART-NUMBER          PIC X(23) VALUE SPACES.
      *
       01 WS-HAZ-NEW-REC.
          05 NH-PART-NUMBER          PIC X(23) VALUE SPACES.
          05 NH-HAZARD-CLASS         PIC X(03) VALUE SPACES.
          05 NH-UN-NUMBER            PIC X(04) VALUE SPACES.
          05 NH-SDS-REVISION-DATE    PIC X(08) VALUE SPACES.
          05 NH-ALLOWED-LOCATIONS    PIC X(10) VALUE SPACES.
          05 FILLER                  PIC X(12) VALUE SPACES.
      *
       01 WS-EDIT-VARS.
          05 TRANS-EDIT-SW           PIC X(01) VALUE 'Y'.
             88 TRANS-EDIT-OK        VALUE 'Y'.
          05 WS-EDIT-MSG             PIC X(20) VALUE SPACES.
          05 WS-LOC-SUB              PIC 9(01) VALUE 0.
          05 WS-LOC-COUNT            PIC 9(01) VALUE 0.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 HTCODE                  PIC X(02) VALUE SPACES.
          05 HSCODE                  PIC X(02) VALUE SPACES.
          05 HOCODE                  PIC X(02) VALUE SPACES.
          05 HNCODE                  PIC X(02) VALUE SPACES.
          05 HRCODE                  PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 TRANS-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-TRANS-FILE    VALUE 'Y'.
          05 MASTER-FILE-SW          PIC X(01) VALUE 'N'.
             88 END-OF-MASTER-FILE   VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-TRANS-READ-CTR       PIC 9(05) VALUE 0.
          05 WS-OLD-MASTER-READ      PIC 9(07) VALUE 0.
          05 WS-ADDS-APPLIED-CTR     PIC 9(05) VALUE 0.
          05 WS-CHANGES-APPLIED-CTR  PIC 9(05) VALUE 0.
          05 WS-DELETES-APPLIED-CTR  PIC 9(05) VALUE 0.
          05 WS-TRANS-REJECTED-CTR   PIC 9(05) VALUE 0.
          05 WS-CARRIED-CTR          PIC 9(07) VALUE 0.
          05 WS-NEW-MASTER-WRTN      PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  COLUMN HEADINGS AND DETAIL LINE FOR THE HAZARDOUS MATERIAL
      *  MASTER MAINTENANCE AND LISTING REPORT.
      *****************************************************************
      *
       01 HAZ-RPT-HEADER-1. *>HEADER FOR HAZMAT MASTER REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE 'PART NUMBER'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE 'CLASS'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE 'UN NO'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE 'SDS REV'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(15) VALUE 'LOCATIONS'.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(20) VALUE 'STATUS'.
          05 FILLER                  PIC X(09) VALUE SPACES.
      *
       01 HAZ-RPT-HEADER-2. *>HEADER FOR HAZMAT MASTER REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(23) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(05) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(15) VALUE ALL '='.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(20) VALUE ALL '='.
          05 FILLER                  PIC X(09) VALUE SPACES.
      *
       01 HAZ-RPT-DETAIL. *>DETAIL LINE FOR HAZMAT MASTER REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 RPT-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-HAZARD-CLASS        PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-UN-NUMBER           PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-SDS-REVISION-DATE   PIC X(08) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-ALLOWED-LOCATIONS.
             10 RPT-LOC-ENTRY        OCCURS 5 TIMES.
                15 RPT-LOC           PIC X(02).
                15 RPT-LOC-GAP       PIC X(01).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 RPT-STATUS-MSG          PIC X(20) VALUE SPACES.
          05 FILLER                  PIC X(09) VALUE SPACES.
      *
       01 WS-RPT-LOC-SOURCE.
          05 WS-RPT-LOC              PIC X(02) VALUE SPACES
                                     OCCURS 5 TIMES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION SORTS THE MAINTENANCE
      *    TRANSACTIONS INTO KEY SEQUENCE, PRIMES THE TRANSACTION AND
      *    OLD MASTER READS, MATCH-MERGES THEM INTO THE NEW MASTER
      *    WHILE PRINTING THE LISTING REPORT, AND CLOSES FILES.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0050-SORT-TRANS-FILE
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0200-READ-TRANS-FILE
      *    - 0250-READ-MASTER-FILE
      *    - 0500-MAIN-PROCESS
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0050-SORT-TRANS-FILE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-RPT-HEADERS.
           PERFORM 0200-READ-TRANS-FILE.
           PERFORM 0250-READ-MASTER-FILE.
           PERFORM 0500-MAIN-PROCESS
               UNTIL END-OF-TRANS-FILE
               AND END-OF-MASTER-FILE.
           PERFORM 2600-CLOSE-FILES.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0050-SORT-TRANS-FILE PARAGRAPH SORTS THE MAINTENANCE
      *    TRANSACTIONS INTO ASCENDING PART-NUMBER SEQUENCE, GIVING
      *    THE SORTED RECORDS TO HAZSRT FOR THE MATCH-MERGE AGAINST
      *    THE OLD MASTER.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0050-SORT-TRANS-FILE.
           SORT HAZ-SORT-FILE
               ON ASCENDING KEY HS-PART-NUMBER
               USING HAZTRN
               GIVING HAZSRT.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0100-OPEN-FILES PARAGRAPH OPENS FILES FOR INPUT AND
      *    OUTPUT AND CHECKS THE FILE STATUS FOR A SUCCESSFUL OPEN
      *    OPERATION. IF THE OPEN OPERATION FAILS, AN ERROR MESSAGE IS
      *    DISPLAYED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0100-OPEN-FILES.
           OPEN INPUT HAZSRT.
           IF HSCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SORTED TRANSACTION FILE'
           END-IF.
      *
           OPEN INPUT HAZMAST.
           IF HOCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING HAZMAT MASTER FILE'
           END-IF.
      *
           OPEN OUTPUT HAZMNEW.
           IF HNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW HAZMAT MASTER FILE'
           END-IF.
      *
           OPEN OUTPUT HAZRPT.
           IF HRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING HAZMAT MASTER REPORT FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0150-WRITE-RPT-HEADERS PARAGRAPH WRITES COLUMN HEADINGS
      *    TO THE HAZARDOUS MATERIAL MASTER REPORT AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0150-WRITE-RPT-HEADERS.
           WRITE HAZRPT-REC FROM HAZ-RPT-HEADER-1.
           WRITE HAZRPT-REC FROM HAZ-RPT-HEADER-2.
           IF HRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO HAZMAT MASTER REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-TRANS-FILE PARAGRAPH READS THE NEXT SORTED
      *    MAINTENANCE TRANSACTION AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL READ OPERATION. WHEN THE END OF FILE IS REACHED,
      *    A FLAG IS SET TO INDICATE THAT STATUS AND HIGH-VALUES IS
      *    MOVED TO THE TRANSACTION KEY SO THE MATCH-MERGE TREATS THE
      *    EXHAUSTED FILE AS SORTING HIGH.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0200-READ-TRANS-FILE.
           READ HAZSRT INTO WS-HAZ-TRANS-REC
              AT END
                 MOVE 'Y' TO TRANS-FILE-SW
                 MOVE HIGH-VALUES TO WS-HAZ-TRANS-KEY
           END-READ.
      *
           IF HSCODE = '00' OR '10'
              IF NOT END-OF-TRANS-FILE
                 ADD 1 TO WS-TRANS-READ-CTR
                 MOVE HT-PART-NUMBER    TO TK-PART-NUMBER
              END-IF
           ELSE
              DISPLAY 'ERROR READING SORTED TRANSACTION FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0250-READ-MASTER-FILE PARAGRAPH READS THE OLD HAZARDOUS
      *    MATERIAL MASTER AND CHECKS THE FILE STATUS FOR A SUCCESSFUL
      *    READ OPERATION. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET TO INDICATE THAT STATUS AND HIGH-VALUES IS MOVED TO THE
      *    MASTER KEY SO THE MATCH-MERGE TREATS THE EXHAUSTED FILE AS
      *    SORTING HIGH.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0250-READ-MASTER-FILE.
           READ HAZMAST INTO WS-HAZ-OLD-REC
              AT END
                 MOVE 'Y' TO MASTER-FILE-SW
                 MOVE HIGH-VALUES TO WS-HAZ-OLD-KEY
           END-READ.
      *
           IF HOCODE = '00' OR '10'
              IF NOT END-OF-MASTER-FILE
                 ADD 1 TO WS-OLD-MASTER-READ
                 MOVE OH-PART-NUMBER    TO OK-PART-NUMBER
              END-IF
           ELSE
              DISPLAY 'ERROR READING HAZMAT MASTER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-MAIN-PROCESS PARAGRAPH MATCHES THE CURRENT
      *    TRANSACTION AGAINST THE CURRENT OLD MASTER RECORD BY
      *    PART-NUMBER. A TRANSACTION WITH NO MATCHING MASTER RECORD
      *    CAN ONLY BE AN ADD. A MASTER RECORD WITH NO MATCHING
      *    TRANSACTION IS CARRIED FORWARD UNCHANGED. MATCHING KEYS
      *    APPLY A CHANGE OR DELETE -- AN ADD AGAINST AN EXISTING KEY
      *    IS REJECTED AS A DUPLICATE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0200-READ-TRANS-FILE
      *    -  0250-READ-MASTER-FILE
      *    -  0550-EDIT-TRANS
      *    -  0600-PROCESS-UNMATCHED-TRANS
      *    -  0700-PROCESS-MATCHED-TRANS
      *    -  0800-CARRY-FORWARD-HAZ
      *****************************************************************
      *
       0500-MAIN-PROCESS.
           IF WS-HAZ-TRANS-KEY < WS-HAZ-OLD-KEY
              PERFORM 0550-EDIT-TRANS
              PERFORM 0600-PROCESS-UNMATCHED-TRANS
              PERFORM 0200-READ-TRANS-FILE
           ELSE
              IF WS-HAZ-TRANS-KEY > WS-HAZ-OLD-KEY
                 PERFORM 0800-CARRY-FORWARD-HAZ
                 PERFORM 0250-READ-MASTER-FILE
              ELSE
                 PERFORM 0550-EDIT-TRANS
                 PERFORM 0700-PROCESS-MATCHED-TRANS
                 PERFORM 0200-READ-TRANS-FILE
                 PERFORM 0250-READ-MASTER-FILE
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0550-EDIT-TRANS PARAGRAPH EDITS THE CONTENT OF AN ADD
      *    OR CHANGE TRANSACTION BEFORE IT IS APPLIED. THE PART-NUMBER
      *    MUST BE PRESENT, THE HAZARD CLASS MUST START WITH A CLASS
      *    NUMBER 1 THROUGH 9, THE UN NUMBER MUST BE FOUR DIGITS AND
      *    NOT ZERO, THE SAFETY DATA SHEET REVISION DATE MUST BE A
      *    NUMERIC YYYYMMDD WITH A VALID MONTH AND DAY, AND AT LEAST
      *    ONE ALLOWED STORAGE LOCATION MUST BE GIVEN -- A HAZMAT PART
      *    WITH NOWHERE TO GO COULD NEVER BE RECEIVED. A DELETE NEEDS
      *    ONLY ITS KEY.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0550-EDIT-TRANS.
           MOVE 'Y'    TO TRANS-EDIT-SW.
           MOVE SPACES TO WS-EDIT-MSG.
      *
           MOVE 0 TO WS-LOC-COUNT.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
              UNTIL WS-LOC-SUB > 5
              IF HT-ALLOWED-LOC (WS-LOC-SUB) NOT = SPACES
                 ADD 1 TO WS-LOC-COUNT
              END-IF
           END-PERFORM.
      *
           IF HT-ACTION-ADD OR HT-ACTION-CHANGE
              EVALUATE TRUE
                 WHEN HT-PART-NUMBER = SPACES
                    MOVE 'N' TO TRANS-EDIT-SW
                    MOVE 'REJECT - MISSING KEY'  TO WS-EDIT-MSG
                 WHEN NOT HT-VALID-CLASS
                    MOVE 'N' TO TRANS-EDIT-SW
                    MOVE 'REJECT - BAD CLASS'    TO WS-EDIT-MSG
                 WHEN HT-UN-NUMBER NOT NUMERIC
                    OR HT-UN-NUMBER = '0000'
                    MOVE 'N' TO TRANS-EDIT-SW
                    MOVE 'REJECT - BAD UN NO'    TO WS-EDIT-MSG
                 WHEN HT-SDS-REVISION-DATE NOT NUMERIC
                    OR NOT HT-VALID-MONTH
                    OR NOT HT-VALID-DAY
                    MOVE 'N' TO TRANS-EDIT-SW
                    MOVE 'REJECT - SDS DATE'     TO WS-EDIT-MSG
                 WHEN WS-LOC-COUNT = 0
                    MOVE 'N' TO TRANS-EDIT-SW
                    MOVE 'REJECT - NO LOCATION'  TO WS-EDIT-MSG
              END-EVALUATE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-PROCESS-UNMATCHED-TRANS PARAGRAPH HANDLES A
      *    TRANSACTION WHOSE KEY HAS NO OLD MASTER RECORD. A CLEAN
      *    ADD WRITES A NEW MASTER RECORD; AN ADD THAT FAILED THE
      *    EDIT, A CHANGE OR DELETE AGAINST A KEY THAT IS NOT ON
      *    FILE, OR AN UNKNOWN ACTION CODE, IS REJECTED TO THE
      *    REPORT.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0650-MOVE-TRANS-TO-RPT
      *    -  0900-WRITE-MASTER-REC
      *    -  0950-WRITE-RPT-DETAIL
      *****************************************************************
      *
       0600-PROCESS-UNMATCHED-TRANS.
           PERFORM 0650-MOVE-TRANS-TO-RPT.
      *
           IF HT-ACTION-ADD
              IF TRANS-EDIT-OK
                 MOVE HT-PART-NUMBER       TO NH-PART-NUMBER
                 MOVE HT-HAZARD-CLASS      TO NH-HAZARD-CLASS
                 MOVE HT-UN-NUMBER         TO NH-UN-NUMBER
                 MOVE HT-SDS-REVISION-DATE TO NH-SDS-REVISION-DATE
                 MOVE HT-ALLOWED-LOCATIONS TO NH-ALLOWED-LOCATIONS
                 PERFORM 0900-WRITE-MASTER-REC
                 ADD 1 TO WS-ADDS-APPLIED-CTR
                 MOVE 'ADDED'              TO RPT-STATUS-MSG
              ELSE
                 ADD 1 TO WS-TRANS-REJECTED-CTR
                 MOVE WS-EDIT-MSG          TO RPT-STATUS-MSG
              END-IF
           ELSE
              ADD 1 TO WS-TRANS-REJECTED-CTR
              IF HT-VALID-ACTION
                 MOVE 'REJECT - NOT ON FILE' TO RPT-STATUS-MSG
              ELSE
                 MOVE 'REJECT - BAD ACTION'  TO RPT-STATUS-MSG
              END-IF
           END-IF.
      *
           PERFORM 0950-WRITE-RPT-DETAIL.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0650-MOVE-TRANS-TO-RPT PARAGRAPH MOVES THE CONTENT OF
      *    THE CURRENT TRANSACTION TO THE REPORT DETAIL LINE, WITH THE
      *    ALLOWED STORAGE LOCATIONS SPREAD ONE TO A COLUMN.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-UNMATCHED-TRANS
      *    -  0700-PROCESS-MATCHED-TRANS
      *
      *  CALLS:
      *    -  0960-FORMAT-RPT-LOCATIONS
      *****************************************************************
      *
       0650-MOVE-TRANS-TO-RPT.
           MOVE HT-PART-NUMBER        TO RPT-PART-NUMBER.
           MOVE HT-HAZARD-CLASS       TO RPT-HAZARD-CLASS.
           MOVE HT-UN-NUMBER          TO RPT-UN-NUMBER.
           MOVE HT-SDS-REVISION-DATE  TO RPT-SDS-REVISION-DATE.
           MOVE HT-ALLOWED-LOCATIONS  TO WS-RPT-LOC-SOURCE.
           PERFORM 0960-FORMAT-RPT-LOCATIONS.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-PROCESS-MATCHED-TRANS PARAGRAPH APPLIES A
      *    TRANSACTION WHOSE KEY MATCHED AN OLD MASTER RECORD. A
      *    CLEAN CHANGE REPLACES THE WHOLE RECORD, A DELETE DROPS THE
      *    RECORD FROM THE NEW MASTER, AND AN ADD AGAINST AN EXISTING
      *    KEY, A CHANGE THAT FAILED THE EDIT OR AN UNKNOWN ACTION IS
      *    REJECTED (THE OLD RECORD IS CARRIED FORWARD UNCHANGED).
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0650-MOVE-TRANS-TO-RPT
      *    -  0900-WRITE-MASTER-REC
      *    -  0950-WRITE-RPT-DETAIL
      *****************************************************************
      *
       0700-PROCESS-MATCHED-TRANS.
           PERFORM 0650-MOVE-TRANS-TO-RPT.
      *
           MOVE OH-PART-NUMBER        TO NH-PART-NUMBER.
           MOVE OH-HAZARD-CLASS       TO NH-HAZARD-CLASS.
           MOVE OH-UN-NUMBER          TO NH-UN-NUMBER.
           MOVE OH-SDS-REVISION-DATE  TO NH-SDS-REVISION-DATE.
           MOVE OH-ALLOWED-LOCATIONS  TO NH-ALLOWED-LOCATIONS.
      *
           EVALUATE TRUE
              WHEN HT-ACTION-CHANGE AND TRANS-EDIT-OK
                 MOVE HT-HAZARD-CLASS      TO NH-HAZARD-CLASS
                 MOVE HT-UN-NUMBER         TO NH-UN-NUMBER
                 MOVE HT-SDS-REVISION-DATE TO NH-SDS-REVISION-DATE
                 MOVE HT-ALLOWED-LOCATIONS TO NH-ALLOWED-LOCATIONS
                 PERFORM 0900-WRITE-MASTER-REC
                 ADD 1 TO WS-CHANGES-APPLIED-CTR
                 MOVE 'CHANGED'            TO RPT-STATUS-MSG
              WHEN HT-ACTION-CHANGE
                 PERFORM 0900-WRITE-MASTER-REC
                 ADD 1 TO WS-TRANS-REJECTED-CTR
                 MOVE WS-EDIT-MSG          TO RPT-STATUS-MSG
              WHEN HT-ACTION-DELETE
                 ADD 1 TO WS-DELETES-APPLIED-CTR
                 MOVE 'DELETED'            TO RPT-STATUS-MSG
              WHEN HT-ACTION-ADD
                 PERFORM 0900-WRITE-MASTER-REC
                 ADD 1 TO WS-TRANS-REJECTED-CTR
                 MOVE 'REJECT - DUPLICATE'  TO RPT-STATUS-MSG
              WHEN OTHER
                 PERFORM 0900-WRITE-MASTER-REC
                 ADD 1 TO WS-TRANS-REJECTED-CTR
                 MOVE 'REJECT - BAD ACTION' TO RPT-STATUS-MSG
           END-EVALUATE.
      *
           PERFORM 0950-WRITE-RPT-DETAIL.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0800-CARRY-FORWARD-HAZ PARAGRAPH CARRIES AN OLD
      *    HAZARDOUS MATERIAL RECORD FORWARD UNCHANGED WHEN NO
      *    TRANSACTION ARRIVED FOR ITS KEY, AND LISTS IT ON THE
      *    REPORT SO THE LISTING SHOWS THE WHOLE RESULTING MASTER.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0900-WRITE-MASTER-REC
      *    -  0950-WRITE-RPT-DETAIL
      *    -  0960-FORMAT-RPT-LOCATIONS
      *****************************************************************
      *
       0800-CARRY-FORWARD-HAZ.
           MOVE OH-PART-NUMBER        TO NH-PART-NUMBER.
           MOVE OH-HAZARD-CLASS       TO NH-HAZARD-CLASS.
           MOVE OH-UN-NUMBER          TO NH-UN-NUMBER.
           MOVE OH-SDS-REVISION-DATE  TO NH-SDS-REVISION-DATE.
           MOVE OH-ALLOWED-LOCATIONS  TO NH-ALLOWED-LOCATIONS.
           PERFORM 0900-WRITE-MASTER-REC.
           ADD 1 TO WS-CARRIED-CTR.
      *
           MOVE OH-PART-NUMBER        TO RPT-PART-NUMBER.
           MOVE OH-HAZARD-CLASS       TO RPT-HAZARD-CLASS.
           MOVE OH-UN-NUMBER          TO RPT-UN-NUMBER.
           MOVE OH-SDS-REVISION-DATE  TO RPT-SDS-REVISION-DATE.
           MOVE OH-ALLOWED-LOCATIONS  TO WS-RPT-LOC-SOURCE.
           PERFORM 0960-FORMAT-RPT-LOCATIONS.
           MOVE 'UNCHANGED'           TO RPT-STATUS-MSG.
           PERFORM 0950-WRITE-RPT-DETAIL.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0900-WRITE-MASTER-REC PARAGRAPH WRITES ONE RECORD TO
      *    THE NEW HAZARDOUS MATERIAL MASTER AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-UNMATCHED-TRANS
      *    -  0700-PROCESS-MATCHED-TRANS
      *    -  0800-CARRY-FORWARD-HAZ
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0900-WRITE-MASTER-REC.
           WRITE HAZMNEW-REC FROM WS-HAZ-NEW-REC.
           IF HNCODE = '00'
              ADD 1 TO WS-NEW-MASTER-WRTN
           ELSE
              DISPLAY 'ERROR WRITING NEW HAZMAT MASTER'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0950-WRITE-RPT-DETAIL PARAGRAPH WRITES ONE DETAIL LINE
      *    TO THE HAZARDOUS MATERIAL MASTER REPORT AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0600-PROCESS-UNMATCHED-TRANS
      *    -  0700-PROCESS-MATCHED-TRANS
      *    -  0800-CARRY-FORWARD-HAZ
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0950-WRITE-RPT-DETAIL.
           WRITE HAZRPT-REC FROM HAZ-RPT-DETAIL.
           IF HRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO HAZMAT MASTER REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0960-FORMAT-RPT-LOCATIONS PARAGRAPH SPREADS THE FIVE
      *    ALLOWED STORAGE LOCATION CODES IN WS-RPT-LOC-SOURCE ACROSS
      *    THE LOCATIONS COLUMN OF THE REPORT DETAIL LINE, ONE SPACE
      *    BETWEEN EACH.
      *
      *  CALLED BY:
      *    -  0650-MOVE-TRANS-TO-RPT
      *    -  0800-CARRY-FORWARD-HAZ
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0960-FORMAT-RPT-LOCATIONS.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
              UNTIL WS-LOC-SUB > 5
              MOVE WS-RPT-LOC (WS-LOC-SUB) TO RPT-LOC (WS-LOC-SUB)
              MOVE SPACE                   TO RPT-LOC-GAP (WS-LOC-SUB)
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2600-CLOSE-FILES PARAGRAPH CLOSES ALL FILES AND
      *    DISPLAYS RUN CONTROL TOTALS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2600-CLOSE-FILES.
           CLOSE HAZSRT
                 HAZMAST
                 HAZMNEW
                 HAZRPT.
      *
           DISPLAY 'TRANSACTIONS READ:           ' WS-TRANS-READ-CTR.
           DISPLAY 'OLD MASTER RECORDS READ:     ' WS-OLD-MASTER-READ.
           DISPLAY 'ADDS APPLIED:                ' WS-ADDS-APPLIED-CTR.
           DISPLAY 'CHANGES APPLIED:             '
                   WS-CHANGES-APPLIED-CTR.
           DISPLAY 'DELETES APPLIED:             '
                   WS-DELETES-APPLIED-CTR.
           DISPLAY 'TRANSACTIONS REJECTED:       '
                   WS-TRANS-REJECTED-CTR.
           DISPLAY 'RECORDS CARRIED FORWARD:     ' WS-CARRIED-CTR.
           DISPLAY 'NEW MASTER RECORDS WRITTEN:  ' WS-NEW-MASTER-WRTN.
