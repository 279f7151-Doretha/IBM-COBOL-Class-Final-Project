      *    ARE SORTED INTO PO-NUMBER SEQUENCE AND MATCH-MERGED. THE
      *    EXCEPTION REPORT SHOWS EVERY TRANSMITTED PURCHASE ORDER
      *    STILL UNACKNOWLEDGED AFTER A GRACE PERIOD (SYSIN, DEFAULT 7
      *    PLANT WORKING DAYS), EVERY ACKNOWLEDGMENT THAT REJECTED
      *    THE ORDER OR CHANGED ITS QUANTITY, PRICE OR DELIVERY DATE,
      *    AND EVERY ACKNOWLEDGMENT FOR A PURCHASE ORDER WE NEVER
      *    TRANSMITTED -- SO A BUYER NO LONGER FINDS OUT FROM THE
      *    AGING REPORT WEEKS LATER THAT A PURCHASE ORDER WAS NEVER
      *    ACCEPTED. EDIPO ALSO CARRIES THE 860 CHANGE ORDERS
      *    PORECV.CBL SENDS WHEN AN OPEN ORDER IS AMENDED OR
      *    CANCELLED; EACH ONE IS MATCHED TO THE 855 THAT ACKNOWLEDGES
      *    ITS REVISION NUMBER AND IS REPORTED THE SAME WAY WHEN IT
      *    GOES UNACKNOWLEDGED OR IS REJECTED.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - BUSDATE.CBL - SHARED BUSINESS-DAY DATE SERVICE. COUNTS THE
      *      PLANT WORKING DAYS A TRANSMITTED ORDER HAS GONE WITHOUT AN
      *      ACKNOWLEDGMENT.
      *****************************************************************
      *
      *    INPUT FILES:
      *      RTPOT44.AUTOPART.EDIPO - ANSI X12 850 PURCHASE ORDERS
      *                               TRANSMITTED BY AUTOPART.CBL AND
      *                               860 CHANGE ORDERS APPENDED BY
      *                               PORECV.CBL
      *      INTERNAL FILE NAME:      EDIPO
      *      JCL DD NAME:             EDIPO
      *
      *              1-3. ZERO OR A BLANK CARD TAKES THE DEFAULT.
      *
      *
      *      RTPOT44.XREFMNT.SUPPXREF.NEW - SUPPLIER PART-NUMBER
      *                                     CROSS-REFERENCE (INDEXED,
      *                                     READ BY THE SUPPLIER'S
      *                                     PART NUMBER ALTERNATE KEY)
      *      INTERNAL FILE NAME:            SUPPXREF
      *      JCL DD NAME:                   SUPPXREF
      *
      *
      *      RTPOT44.BUSDATE.SHOPCAL.NEW - SHOP CALENDAR, READ BY THE
      *                                    BUSDATE.CBL DATE SERVICE
      *      INTERNAL FILE NAME:           SHOPCAL
      *      JCL DD NAME:                  SHOPCAL
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.EDIACK.EXCEPTION.RPT - ACKNOWLEDGMENT EXCEPTION
      *                                     REPORT
      *
      *    WORK FILES:
      *      EDIPSRT - SORT WORK FILE HOLDING THE TRANSMITTED 850
      *                AND 860 RECORDS SORTED ASCENDING BY PO-NUMBER,
      *                TRANSACTION SET AND REVISION NUMBER
      *
      *      ACKSRT  - SORT WORK FILE HOLDING THE 855 ACKNOWLEDGMENTS
      *                SORTED ASCENDING BY PO-NUMBER AND REVISION
      *                NUMBER
      *
      *
      *    JCL JOB:
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE SUPPLIER PART-NUMBER CROSS-REFERENCE IS
      *                   NOW AN INDEXED FILE READ DIRECTLY ON ITS
      *                   SUPPLIER PART NUMBER ALTERNATE KEY WHEN AN
      *                   ORPHAN ACKNOWLEDGMENT IS RESOLVED, REPLACING
      *                   THE 500-ROW TABLE THAT STOPPED LOADING WHEN
      *                   FULL AND LEFT LATER ROWS UNRESOLVABLE.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE ACKNOWLEDGMENT GRACE PERIOD IS NOW
      *                   COUNTED IN PLANT WORKING DAYS BY THE NEW
      *                   BUSDATE.CBL DATE SERVICE FROM THE SHOP
      *                   CALENDAR (CALENDAR DAYS, AS BEFORE, WHEN THE
      *                   CALENDAR IS NOT AVAILABLE). A BASIS LINE AT
      *                   THE TOP OF THE EXCEPTION REPORT STATES THE
      *                   GRACE PERIOD AND WHICH BASIS IT WAS COUNTED
      *                   IN. A FULL SHOP CALENDAR TABLE ENDS THE RUN
      *                   WITH RETURN-CODE 16.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  PORECV.CBL NOW APPENDS AN ANSI X12 860
      *                   PURCHASE ORDER CHANGE TO EDIPO FOR EVERY
      *                   CHANGE OR CANCEL APPLIED TO AN OPEN ORDER,
      *                   STAMPED WITH THE ORDER'S NEW REVISION
      *                   NUMBER. THE INBOUND ACKNOWLEDGMENT RECORD
      *                   GREW 55 TO 57 BYTES WITH THE REVISION NUMBER
      *                   THE SUPPLIER IS ACKNOWLEDGING (BLANK OR 00
      *                   FOR THE ORIGINAL 850). BOTH FILES NOW SORT
      *                   AND MATCH ON PO-NUMBER PLUS REVISION, SO AN
      *                   860 WITH NO ACKNOWLEDGMENT PAST THE GRACE
      *                   PERIOD (AGED FROM ITS CHANGE DATE) IS
      *                   REPORTED AS CHANGE NOT ACKNOWLEDGED, A
      *                   REJECTED CHANGE IS REPORTED AS SUCH, AND AN
      *                   ACCEPTED CHANGE IS COMPARED AGAINST THE
      *                   AMENDED TERMS. A CANCEL NEEDS ONLY TO BE
      *                   ACKNOWLEDGED -- NO TERMS ARE COMPARED.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  09/02/2026
      *     DESCRIPTION:  SUPPLIERS QUOTE THEIR OWN CATALOG NUMBERS ON
      *                   855 LINES, SO THE INBOUND ACKNOWLEDGMENT
              FILE STATUS IS ASCODE.
      *
           SELECT SUPPXREF ASSIGN TO SUPPXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SUPPXREF-FILE-KEY
              ALTERNATE RECORD KEY IS SUPPXREF-SUPP-PART-KEY
                 WITH DUPLICATES
              FILE STATUS IS XFCODE.
      *
           SELECT EDIARPT ASSIGN TO EDIARPT
      *  THE 850 TRANSACTION SET BUILT BY AUTOPART.CBL'S 1450-WRITE-
      *  EDI-PO-REC HAS FIXED ELEMENT POSITIONS (THE CONTROL NUMBER IS
      *  ALWAYS 4 DIGITS), SO THE PO-NUMBER IN THE BEG SEGMENT ALWAYS
      *  OCCUPIES POSITIONS 23-28 OF THE RECORD. THE 860 BUILT BY
      *  PORECV.CBL'S 0698-WRITE-EDI-860-REC KEEPS THE PO-NUMBER IN
      *  THE SAME POSITIONS OF ITS BCH SEGMENT, WITH THE REVISION
      *  NUMBER IN POSITIONS 31-32. THE TRANSACTION SET ID (850 OR
      *  860) IS IN POSITIONS 4-6, SO EACH ORDER'S 850 SORTS AHEAD OF
      *  ITS 860S AND THE 860S SORT IN REVISION ORDER.
      *****************************************************************
      *
       01 EDI-SORT-REC.
          05 FILLER                  PIC X(03).
          05 ES-SET-ID               PIC X(03).
          05 FILLER                  PIC X(16).
          05 ES-PO-NUMBER            PIC X(06).
          05 FILLER                  PIC X(02).
          05 ES-REVISION             PIC X(02).
          05 FILLER                  PIC X(168).
      *
       FD  EDIPSRT
           RECORDING MODE IS F
       FD  EDI855IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 57 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EDI855IN-REC.
      *
       01 EDI855IN-REC PIC X(57).
      *
       SD  ACK-SORT-FILE
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS ACK-SORT-REC.
      *
       01 ACK-SORT-REC.
          05 AS-PO-NUMBER            PIC X(06).
          05 FILLER                  PIC X(49).
          05 AS-REVISION             PIC X(02).
      *
       FD  ACKSRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 57 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACKSRT-REC.
      *
       01 ACKSRT-REC PIC X(57).
      *
       FD  SUPPXREF
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPXREF-REC.
      *
       01 SUPPXREF-REC.
          05 SUPPXREF-FILE-KEY       PIC X(33).
          05 SUPPXREF-SUPP-PART-KEY  PIC X(15).
          05 FILLER                  PIC X(02).
      *
       FD  EDIARPT
           RECORDING MODE IS F
      *****************************************************************
      *  WORKING STORAGE FOR ONE TRANSMITTED 850 RECORD READ FROM THE
      *  SORTED EDIPO FILE. THE ELEMENT POSITIONS ARE FIXED BY
      *  AUTOPART.CBL'S 1450-WRITE-EDI-PO-REC STRING LAYOUT (AND BY
      *  PORECV.CBL'S 0698-WRITE-EDI-860-REC FOR AN 860), SO THE
      *  FIELDS OF INTEREST ARE PICKED UP BY POSITION. THE MATCH KEY
      *  IS THE PO-NUMBER PLUS THE REVISION NUMBER -- 00 FOR AN 850.
      *  EP-ORDER-DATE HOLDS THE ORDER DATE OF AN 850 AND THE CHANGE
      *  DATE OF AN 860, WHICHEVER THE GRACE PERIOD RUNS FROM.
      *****************************************************************
      *
       01 WS-EDIPO-850-REC           PIC X(200) VALUE SPACES.
       01 WS-EDIPO-FIELDS.
          05 EP-MATCH-KEY.
             10 EP-PO-NUMBER         PIC X(06) VALUE SPACES.
             10 EP-REVISION          PIC X(02) VALUE SPACES.
          05 EP-SET-ID               PIC X(03) VALUE SPACES.
             88 EP-CHANGE-ORDER      VALUE '860'.
          05 EP-CHANGE-CODE          PIC X(02) VALUE SPACES.
             88 EP-CANCEL-LINE       VALUE 'DI'.
          05 EP-ORDER-DATE           PIC X(08) VALUE SPACES.
          05 EP-QUANTITY             PIC 9(07) VALUE 0.
          05 EP-UNIT-PRICE           PIC 9(7)V99 VALUE 0.
          05 AK-UNIT-PRICE           PIC 9(7)V99 VALUE 0.
          05 AK-DELIVERY-DATE        PIC X(08) VALUE SPACES.
          05 AK-SUPP-PART-NUMBER     PIC X(15) VALUE SPACES.
          05 AK-CHANGE-REVISION      PIC X(02) VALUE SPACES.
      *
       01 WS-ACK-MATCH-KEY.
          05 AK-KEY-PO-NUMBER        PIC X(06) VALUE SPACES.
          05 AK-KEY-REVISION         PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE SUPPLIER PART-NUMBER CROSS-REFERENCE
      *  RECORD. AN ORPHAN ACKNOWLEDGMENT CARRYING A KNOWN SUPPLIER
      *  PART NUMBER IS RESOLVED TO OUR PART-NUMBER BY READING THE
      *  CROSS-REFERENCE ON ITS SUPPLIER PART NUMBER ALTERNATE KEY.
      *****************************************************************
      *
       01 WS-XREF-REC.
          05 XF-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
          05 XF-SUPP-PART-NUMBER     PIC X(15) VALUE SPACES.
          05 FILLER                  PIC X(02) VALUE SPACES.
      *
       01 WS-XREF-VARS.
          05 WS-XREF-PART-FOUND     PIC X(23) VALUE SPACES.
          05 XREF-FOUND-SW          PIC X(01) VALUE 'N'.
             88 XREF-FOUND          VALUE 'Y'.
      *  1-3 GIVE THE ACKNOWLEDGMENT GRACE PERIOD IN DAYS -- A
      *  TRANSMITTED PURCHASE ORDER OLDER THAN THE GRACE PERIOD WITH
      *  NO ACKNOWLEDGMENT IS REPORTED. ZERO OR A BLANK CARD TAKES
      *  THE DEFAULT. THE DAYS ARE PLANT WORKING DAYS FROM THE SHOP
      *  CALENDAR, OR CALENDAR DAYS WHEN THE CALENDAR IS NOT
      *  AVAILABLE.
      *****************************************************************
      *
       01 WS-RUN-OPTION-CARD.
          05 WS-DATE-OK-SW           PIC X(01) VALUE 'N'.
             88 EDIT-DATE-OK         VALUE 'Y'.
          05 WS-EDITED-AMOUNT        PIC 9999999.99.
      *
      *****************************************************************
      *  PARAMETER AREA PASSED TO THE BUSDATE.CBL BUSINESS-DAY DATE
      *  SERVICE TO AGE AN UNACKNOWLEDGED ORDER.
      *****************************************************************
      *
       COPY BUSDPARM.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 EDCODE                  PIC X(02) VALUE SPACES.
             88 END-OF-EDIPO-FILE    VALUE 'Y'.
          05 ACK-FILE-SW             PIC X(01) VALUE 'N'.
             88 END-OF-ACK-FILE      VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-EDIPO-READ-CTR       PIC 9(07) VALUE 0.
          05 WS-ACK-REJECTED-CTR     PIC 9(07) VALUE 0.
          05 WS-ORPHAN-ACK-CTR       PIC 9(07) VALUE 0.
          05 WS-XREF-RESOLVED-CTR    PIC 9(07) VALUE 0.
          05 WS-EDI860-READ-CTR      PIC 9(07) VALUE 0.
          05 WS-CHG-UNACKED-CTR      PIC 9(07) VALUE 0.
          05 WS-CHG-REJECTED-CTR     PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  COLUMN HEADINGS AND DETAIL LINE FOR THE ACKNOWLEDGMENT
      *  EXCEPTION REPORT. THE BASIS LINE STATES THE GRACE PERIOD AND
      *  WHETHER IT WAS COUNTED IN BUSINESS OR CALENDAR DAYS.
      *****************************************************************
      *
       01 EDIA-RPT-BASIS-LINE. *>GRACE PERIOD BASIS FOR ACK REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 FILLER                  PIC X(14) VALUE 'GRACE PERIOD: '.
          05 RPT-GRACE-DAYS          PIC ZZ9.
          05 FILLER                  PIC X(09) VALUE ' DAYS -- '.
          05 RPT-GRACE-BASIS         PIC X(40) VALUE SPACES.
          05 FILLER                  PIC X(29) VALUE SPACES.
      *
       01 EDIA-RPT-HEADER-1. *>HEADER FOR ACK EXCEPTION REPORT
          05 FILLER                  PIC X(05) VALUE SPACES.
      *    - 0060-SORT-ACK-FILE
      *    - 0100-OPEN-FILES
      *    - 0150-WRITE-RPT-HEADERS
      *    - 0200-READ-EDIPO-FILE
      *    - 0250-READ-ACK-FILE
      *    - 0500-MAIN-PROCESS
           PERFORM 0060-SORT-ACK-FILE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-WRITE-RPT-HEADERS.
           PERFORM 0200-READ-EDIPO-FILE.
           PERFORM 0250-READ-ACK-FILE.
           PERFORM 0500-MAIN-PROCESS
               UNTIL END-OF-EDIPO-FILE AND END-OF-ACK-FILE.
           PERFORM 2600-CLOSE-FILES.
           IF BD-CALENDAR-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH INITIALIZES VARIABLES,
      *    OBTAINS TODAY'S DATE, ACCEPTS THE GRACE PERIOD FROM
      *    SYSIN AND ASKS THE DATE SERVICE WHICH BASIS THE GRACE
      *    PERIOD WILL BE COUNTED IN.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  BUSDATE (BUSINESS-DAY DATE SERVICE)
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           END-IF.
      *
           DISPLAY 'EDIACK ACKNOWLEDGMENT GRACE DAYS: ' WS-GRACE-DAYS.
      *
           MOVE 'I' TO BD-FUNCTION.
           MOVE 'P' TO BD-DAY-TYPE.
           CALL 'BUSDATE' USING BUSDATE-AREA.
           MOVE WS-GRACE-DAYS TO RPT-GRACE-DAYS.
           MOVE BD-BASIS-TEXT TO RPT-GRACE-BASIS.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0050-SORT-EDIPO-FILE PARAGRAPH SORTS THE TRANSMITTED
      *    850 FILE INTO ASCENDING PO-NUMBER SEQUENCE (THE PO-NUMBER
      *    OCCUPIES FIXED POSITIONS IN THE BEG SEGMENT), THEN BY
      *    TRANSACTION SET AND REVISION NUMBER SO EACH ORDER'S 860
      *    CHANGES FOLLOW ITS 850, GIVING THE SORTED RECORDS TO
      *    EDIPSRT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
       0050-SORT-EDIPO-FILE.
           SORT EDI-SORT-FILE
               ON ASCENDING KEY ES-PO-NUMBER
                                ES-SET-ID
                                ES-REVISION
               USING EDIPO
               GIVING EDIPSRT.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0060-SORT-ACK-FILE PARAGRAPH SORTS THE INBOUND 855
      *    ACKNOWLEDGMENT FILE INTO ASCENDING PO-NUMBER AND REVISION
      *    NUMBER SEQUENCE, GIVING THE SORTED RECORDS TO ACKSRT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
       0060-SORT-ACK-FILE.
           SORT ACK-SORT-FILE
               ON ASCENDING KEY AS-PO-NUMBER
                                AS-REVISION
               USING EDI855IN
               GIVING ACKSRT.
      *
      *****************************************************************
      *
       0150-WRITE-RPT-HEADERS.
           WRITE EDIARPT-REC FROM EDIA-RPT-BASIS-LINE.
           WRITE EDIARPT-REC FROM EDIA-RPT-HEADER-1.
           WRITE EDIARPT-REC FROM EDIA-RPT-HEADER-2.
           IF RPCODE = '00'
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-EDIPO-FILE PARAGRAPH READS THE NEXT
      *    TRANSMITTED 850 OR 860 RECORD FROM THE SORTED EDI PO FILE
      *    AND PICKS THE PO-NUMBER, ORDER DATE, QUANTITY, UNIT PRICE
      *    AND DELIVERY DATE OUT OF THEIR FIXED SEGMENT POSITIONS --
      *    FOR AN 860, THE REVISION NUMBER, CHANGE DATE AND CHANGE
      *    CODE AS WELL. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET AND HIGH-VALUES IS MOVED TO THE MATCH KEY SO THE
      *    MATCH-MERGE TREATS THE EXHAUSTED FILE AS SORTING HIGH.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
           READ EDIPSRT INTO WS-EDIPO-850-REC
              AT END
                 MOVE 'Y' TO EDIPO-FILE-SW
                 MOVE HIGH-VALUES TO EP-MATCH-KEY
           END-READ.
      *
           IF EPCODE = '00' OR '10'
              IF NOT END-OF-EDIPO-FILE
                 MOVE WS-EDIPO-850-REC (4:3)   TO EP-SET-ID
                 MOVE WS-EDIPO-850-REC (23:6)  TO EP-PO-NUMBER
                 IF EP-CHANGE-ORDER
                    ADD 1 TO WS-EDI860-READ-CTR
                    MOVE WS-EDIPO-850-REC (31:2)  TO EP-REVISION
                    MOVE WS-EDIPO-850-REC (34:8)  TO EP-ORDER-DATE
                    MOVE WS-EDIPO-850-REC (60:2)  TO EP-CHANGE-CODE
                    MOVE WS-EDIPO-850-REC (63:7)  TO EP-QUANTITY
                    MOVE WS-EDIPO-850-REC (82:9)
                       TO EP-UNIT-PRICE (1:9)
                    MOVE WS-EDIPO-850-REC (108:8) TO EP-DELIVERY-DATE
                 ELSE
                    ADD 1 TO WS-EDIPO-READ-CTR
                    MOVE '00'                     TO EP-REVISION
                    MOVE SPACES                   TO EP-CHANGE-CODE
                    MOVE WS-EDIPO-850-REC (31:8)  TO EP-ORDER-DATE
                    MOVE WS-EDIPO-850-REC (57:7)  TO EP-QUANTITY
                    MOVE WS-EDIPO-850-REC (68:9)
                       TO EP-UNIT-PRICE (1:9)
                    MOVE WS-EDIPO-850-REC (94:8)  TO EP-DELIVERY-DATE
                 END-IF
                 MOVE 'N' TO EP-ACKED-SW
              END-IF
           ELSE
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0250-READ-ACK-FILE PARAGRAPH READS THE NEXT 855
      *    ACKNOWLEDGMENT FROM THE SORTED ACKNOWLEDGMENT FILE AND
      *    BUILDS ITS MATCH KEY -- A BLANK REVISION NUMBER IS AN
      *    ACKNOWLEDGMENT OF THE ORIGINAL 850 AND KEYS AS 00. WHEN
      *    THE END OF FILE IS REACHED, A FLAG IS SET AND HIGH-VALUES
      *    IS MOVED TO THE MATCH KEY SO THE MATCH-MERGE TREATS THE
      *    EXHAUSTED FILE AS SORTING HIGH.
      *
      *  CALLED BY:
              AT END
                 MOVE 'Y' TO ACK-FILE-SW
                 MOVE HIGH-VALUES TO AK-PO-NUMBER
                 MOVE HIGH-VALUES TO WS-ACK-MATCH-KEY
           END-READ.
      *
           IF ASCODE = '00' OR '10'
              IF NOT END-OF-ACK-FILE
                 ADD 1 TO WS-ACK-READ-CTR
                 MOVE AK-PO-NUMBER TO AK-KEY-PO-NUMBER
                 IF AK-CHANGE-REVISION = SPACES
                    MOVE '00' TO AK-KEY-REVISION
                 ELSE
                    MOVE AK-CHANGE-REVISION TO AK-KEY-REVISION
                 END-IF
              END-IF
           ELSE
              DISPLAY 'ERROR READING SORTED ACKNOWLEDGMENT FILE.'
      *  DESCRIPTION:
      *    THE 0500-MAIN-PROCESS PARAGRAPH MATCH-MERGES THE SORTED
      *    TRANSMITTED 850 FILE AND THE SORTED 855 ACKNOWLEDGMENTS BY
      *    PO-NUMBER AND REVISION NUMBER, SO EACH 860 CHANGE ORDER IS
      *    MATCHED ONLY TO THE ACKNOWLEDGMENT OF ITS OWN REVISION. A
      *    TRANSMITTED ORDER WITH NO ACKNOWLEDGMENT IS
      *    CHECKED AGAINST THE GRACE PERIOD WHEN IT IS PASSED. AN
      *    ACKNOWLEDGMENT WITH NO TRANSMITTED ORDER IS AN ORPHAN. ON
      *    A MATCH, ONLY THE ACKNOWLEDGMENT SIDE ADVANCES, SO SEVERAL
      *****************************************************************
      *
       0500-MAIN-PROCESS.
           IF EP-MATCH-KEY < WS-ACK-MATCH-KEY
              PERFORM 0600-CHECK-UNACKNOWLEDGED
              PERFORM 0200-READ-EDIPO-FILE
           ELSE
              IF EP-MATCH-KEY > WS-ACK-MATCH-KEY
                 PERFORM 0800-REPORT-ORPHAN-ACK
                 PERFORM 0250-READ-ACK-FILE
              ELSE
      *    WHEN ITS ORDER DATE IS OLDER THAN THE GRACE PERIOD. AN
      *    ORDER STILL INSIDE THE GRACE PERIOD, OR ONE THAT MATCHED AT
      *    LEAST ONE ACKNOWLEDGMENT EARLIER IN THE MERGE, IS PASSED
      *    WITHOUT A REPORT LINE. AN UNACKNOWLEDGED 860 IS AGED FROM
      *    ITS CHANGE DATE AND REPORTED AS A CHANGE NOT ACKNOWLEDGED.
      *    THE AGE IS THE PLANT WORKING DAYS AFTER THE ORDER DATE UP
      *    TO TODAY, COUNTED BY THE BUSDATE DATE SERVICE; WHEN THE
      *    SERVICE CANNOT COUNT THEM THE CALENDAR DAYS ARE USED.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0960-EDIT-DATE-STRUCTURE
      *    -  BUSDATE (BUSINESS-DAY DATE SERVICE)
      *    -  0900-WRITE-RPT-DETAIL
      *****************************************************************
      *
                 MOVE WS-EDIT-DATE TO WS-EDIT-DATE-9
                 COMPUTE WS-ORDER-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-9)
                 MOVE 'C' TO BD-FUNCTION
                 MOVE 'P' TO BD-DAY-TYPE
                 MOVE WS-EDIT-DATE-9 TO BD-FROM-DATE
                 MOVE WS-TODAY-8     TO BD-TO-DATE
                 CALL 'BUSDATE' USING BUSDATE-AREA
                 IF BD-OK OR BD-NO-CALENDAR
                    MOVE BD-RESULT-DAYS TO WS-AGE-DAYS
                 ELSE
                    COMPUTE WS-AGE-DAYS =
                       WS-TODAY-INT - WS-ORDER-DATE-INT
                 END-IF
                 IF WS-AGE-DAYS > WS-GRACE-DAYS
                    MOVE EP-PO-NUMBER   TO RPT-PO-NUMBER
                    IF EP-CHANGE-ORDER
                       ADD 1 TO WS-CHG-UNACKED-CTR
                       MOVE 'CHANGE NOT ACKNOWLEDGED' TO RPT-EXCEPTION
                    ELSE
                       ADD 1 TO WS-UNACKED-CTR
                       MOVE 'NOT ACKNOWLEDGED'  TO RPT-EXCEPTION
                    END-IF
                    MOVE EP-ORDER-DATE  TO RPT-PO-VALUE
                    MOVE SPACES         TO RPT-ACK-VALUE
                    PERFORM 0900-WRITE-RPT-DETAIL
      *    ACKNOWLEDGMENT AGAINST THE TRANSMITTED ORDER IT MATCHES. A
      *    REJECTED ACKNOWLEDGMENT IS REPORTED OUTRIGHT. AN ACCEPTED
      *    ACKNOWLEDGMENT IS REPORTED ONCE PER ELEMENT THE SUPPLIER
      *    CHANGED -- QUANTITY, UNIT PRICE OR DELIVERY DATE. FOR AN
      *    860 THE COMPARISON IS AGAINST THE AMENDED TERMS; AN
      *    ACCEPTED CANCEL HAS NO TERMS LEFT TO COMPARE.
      *
      *  CALLED BY:
      *    -  0500-MAIN-PROCESS
           MOVE EP-PO-NUMBER TO RPT-PO-NUMBER.
      *
           IF AK-REJECTED
              IF EP-CHANGE-ORDER
                 ADD 1 TO WS-CHG-REJECTED-CTR
                 MOVE 'CHANGE REJECTED BY SUPPL' TO RPT-EXCEPTION
                 MOVE EP-REVISION TO RPT-PO-VALUE
              ELSE
                 ADD 1 TO WS-ACK-REJECTED-CTR
                 MOVE 'PO REJECTED BY SUPPLIER' TO RPT-EXCEPTION
                 MOVE SPACES      TO RPT-PO-VALUE
              END-IF
              MOVE AK-ACK-CODE TO RPT-ACK-VALUE
              PERFORM 0900-WRITE-RPT-DETAIL
           ELSE
              IF EP-CANCEL-LINE
                 NEXT SENTENCE
              ELSE
                 IF AK-QUANTITY NOT = EP-QUANTITY
                    ADD 1 TO WS-ACK-CHANGED-CTR
                    MOVE 'ACK CHANGED QUANTITY' TO RPT-EXCEPTION
                    MOVE EP-QUANTITY TO RPT-PO-VALUE
                    MOVE AK-QUANTITY TO RPT-ACK-VALUE
                    PERFORM 0900-WRITE-RPT-DETAIL
                 END-IF
                 IF AK-UNIT-PRICE NOT = EP-UNIT-PRICE
                    ADD 1 TO WS-ACK-CHANGED-CTR
                    MOVE 'ACK CHANGED UNIT PRICE' TO RPT-EXCEPTION
                    MOVE EP-UNIT-PRICE TO WS-EDITED-AMOUNT
                    MOVE WS-EDITED-AMOUNT TO RPT-PO-VALUE
                    MOVE AK-UNIT-PRICE TO WS-EDITED-AMOUNT
                    MOVE WS-EDITED-AMOUNT TO RPT-ACK-VALUE
                    PERFORM 0900-WRITE-RPT-DETAIL
                 END-IF
                 IF AK-DELIVERY-DATE NOT = EP-DELIVERY-DATE
                    ADD 1 TO WS-ACK-CHANGED-CTR
                    MOVE 'ACK CHANGED DELIV DATE' TO RPT-EXCEPTION
                    MOVE EP-DELIVERY-DATE TO RPT-PO-VALUE
                    MOVE AK-DELIVERY-DATE TO RPT-ACK-VALUE
                    PERFORM 0900-WRITE-RPT-DETAIL
                 END-IF
              END-IF
           END-IF.
      *
      *    -  0500-MAIN-PROCESS
      *
      *  CALLS:
      *    -  0850-READ-XREF-BY-SUPP-PART
      *    -  0900-WRITE-RPT-DETAIL
      *****************************************************************
      *
           MOVE SPACES       TO RPT-PO-VALUE.
           MOVE AK-ACK-DATE  TO RPT-ACK-VALUE.
      *
           PERFORM 0850-READ-XREF-BY-SUPP-PART.
           IF XREF-FOUND
              ADD 1 TO WS-XREF-RESOLVED-CTR
              MOVE 'UNKNOWN PO - PART XREFED' TO RPT-EXCEPTION
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0850-READ-XREF-BY-SUPP-PART PARAGRAPH READS THE
      *    SUPPLIER PART-NUMBER CROSS-REFERENCE BY ITS ALTERNATE KEY
      *    FOR THE ACKNOWLEDGMENT'S SUPPLIER PART NUMBER AND RETURNS
      *    OUR PART-NUMBER IN WS-XREF-PART-FOUND. A BLANK SUPPLIER
      *    PART NUMBER IS NEVER LOOKED UP.
      *
      *  CALLED BY:
      *    -  0800-REPORT-ORPHAN-ACK
      *    -  NONE
      *****************************************************************
      *
       0850-READ-XREF-BY-SUPP-PART.
           MOVE 'N'    TO XREF-FOUND-SW.
           MOVE SPACES TO WS-XREF-PART-FOUND.
      *
           IF AK-SUPP-PART-NUMBER = SPACES
              NEXT SENTENCE
           ELSE
              MOVE AK-SUPP-PART-NUMBER TO SUPPXREF-SUPP-PART-KEY
              READ SUPPXREF INTO WS-XREF-REC
                 KEY IS SUPPXREF-SUPP-PART-KEY
                 INVALID KEY
                    MOVE 'N' TO XREF-FOUND-SW
                 NOT INVALID KEY
                    MOVE 'Y' TO XREF-FOUND-SW
                    MOVE XF-PART-NUMBER TO WS-XREF-PART-FOUND
              END-READ
              IF XFCODE = '00' OR '02' OR '23'
                 NEXT SENTENCE
              ELSE
                 DISPLAY 'ERROR READING PART CROSS-REFERENCE FILE.'
              END-IF
           END-IF.
      *
      *****************************************************************
           DISPLAY 'ACKS FOR UNKNOWN POS:        ' WS-ORPHAN-ACK-CTR.
           DISPLAY 'ORPHANS RESOLVED BY XREF:    '
                   WS-XREF-RESOLVED-CTR.
           DISPLAY 'EDI 860 CHANGES READ:        ' WS-EDI860-READ-CTR.
           DISPLAY 'CHANGES NOT ACKNOWLEDGED:    ' WS-CHG-UNACKED-CTR.
           DISPLAY 'CHANGES REJECTED BY SUPPLIER:'
                   WS-CHG-REJECTED-CTR.
