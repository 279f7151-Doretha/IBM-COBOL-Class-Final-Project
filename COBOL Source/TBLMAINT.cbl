      *    REFERENCE FILES OF THE STREAM -- THE FIVE AUTOPART.CBL
      *    LOADS AT START-UP (STATEZIP, VEHMAKE, SUPPMAST, BUYERTBL
      *    AND UNITOFM) PLUS THE PAYMENT TERMS FILE (PAYTERMS) THE
      *    ACCOUNTS PAYABLE CHAIN USES, THE GENERAL LEDGER POSTING
      *    RULES FILE (GLRULES) THE GL JOURNAL STEP USES AND THE
      *    ANNUAL STANDARD COST MASTER (STDCOST) THE PURCHASE PRICE
      *    VARIANCE REPORT USES AND THE SEGREGATION-OF-DUTIES CONFLICT
      *    RULES (SODRULES) THE SEGREGATION-OF-DUTIES REPORT USES AND
      *    THE COMMODITY BUDGET MASTER (COMMBUDG) AND SUPERVISOR
      *    BUDGET OVERRIDES (BUDGOVRD) THE PURCHASE ORDER BUDGET CHECK
      *    USES AND THE CONSIGNMENT AGREEMENT FILE (CONSIGN) THE
      *    RECEIVING AND SELF-BILLING STEPS USE AND THE DOMESTIC
      *    CONTENT REQUIREMENT FILE (DOMCONT) THE COUNTRY OF ORIGIN
      *    COMPLIANCE CHECK USES AND THE HAZARD CLASS SEGREGATION
      *    RULES (HAZSEGR) THE HAZARDOUS MATERIAL REPORT USES AND THE
      *    SHOP CALENDAR (SHOPCAL) THE BUSINESS-DAY DATE SERVICE USES
      *    -- WHICH UNTIL NOW WERE HAND-EDITED IN THE DATASET EDITOR.
      *    IT READS
      *    A TRANSACTION FILE (TBLTRANS) OF ADD/CHANGE/DELETE
      *    TRANSACTIONS, EACH CARRYING THE TABLE ID, AN ACTION CODE
      *    AND A REPLACEMENT RECORD IMAGE, APPLIES THEM TO AN IN-MEMORY
      *    DELETE, BUYER LIMITS MUST BE NUMERIC, STATE CODES MUST BE
      *    WELL-FORMED) AND EVERY APPLIED OR REJECTED TRANSACTION IS
      *    PRINTED ON A BEFORE/AFTER MAINTENANCE REPORT SO THE CHANGES
      *    CAN BE REVIEWED BEFORE AUTOPART PICKS THE TABLES UP. EVERY
      *    TRANSACTION CARRIES THE ID OF THE OPERATOR WHO KEYED IT,
      *    PRINTED ON THE REPORT, AND EVERY APPLIED TRANSACTION IS
      *    LOGGED TO THE OPERATOR ACTIVITY LOG.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *      JCL DD NAME:                     VEHMAKE
      *
      *      RTPOT44.AUTOPART.SUPPMAST.FILE - SUPPLIER MASTER REFERENCE
      *                                       (INDEXED BY SUPPLIER
      *                                       CODE)
      *      INTERNAL FILE NAME:              SUPPMAST
      *      JCL DD NAME:                     SUPPMAST
      *
      *      INTERNAL FILE NAME:              PAYTERMS
      *      JCL DD NAME:                     PAYTERMS
      *
      *      RTPOT44.GLJRNL.GLRULES.FILE    - GL POSTING RULES
      *      INTERNAL FILE NAME:              GLRULES
      *      JCL DD NAME:                     GLRULES
      *
      *      RTPOT44.PPVRPT.STDCOST.FILE    - STANDARD COST MASTER
      *      INTERNAL FILE NAME:              STDCOST
      *      JCL DD NAME:                     STDCOST
      *
      *      RTPOT44.SODRPT.SODRULES.FILE   - SEGREGATION-OF-DUTIES
      *                                       CONFLICT RULES
      *      INTERNAL FILE NAME:              SODRULES
      *      JCL DD NAME:                     SODRULES
      *
      *      RTPOT44.BUDGRPT.COMMBUDG.FILE  - COMMODITY BUDGET MASTER
      *      INTERNAL FILE NAME:              COMMBUDG
      *      JCL DD NAME:                     COMMBUDG
      *
      *      RTPOT44.BUDGRPT.BUDGOVRD.FILE  - SUPERVISOR BUDGET
      *                                       OVERRIDES
      *      INTERNAL FILE NAME:              BUDGOVRD
      *      JCL DD NAME:                     BUDGOVRD
      *
      *      RTPOT44.PORECV.CONSIGN.FILE    - CONSIGNMENT AGREEMENTS
      *      INTERNAL FILE NAME:              CONSIGN
      *      JCL DD NAME:                     CONSIGN
      *
      *      RTPOT44.ORIGCHK.DOMCONT.FILE   - DOMESTIC CONTENT
      *                                       REQUIREMENTS BY PART
      *      INTERNAL FILE NAME:              DOMCONT
      *      JCL DD NAME:                     DOMCONT
      *
      *      RTPOT44.HAZRPT.HAZSEGR.FILE    - HAZARD CLASS
      *                                       SEGREGATION RULES
      *      INTERNAL FILE NAME:              HAZSEGR
      *      JCL DD NAME:                     HAZSEGR
      *
      *      RTPOT44.BUSDATE.SHOPCAL.FILE   - SHOP CALENDAR OF PLANT
      *                                       AND BANK NON-WORKING DAYS
      *      INTERNAL FILE NAME:              SHOPCAL
      *      JCL DD NAME:                     SHOPCAL
      *
      *      RTPOT44.TBLMAINT.TRANS - ADD/CHANGE/DELETE TRANSACTIONS
      *      INTERNAL FILE NAME:      TBLTRANS
      *      JCL DD NAME:             TBLTRANS
      *      JCL DD NAME:                    VEHMNEW
      *
      *      RTPOT44.AUTOPART.SUPPMAST.NEW - UPDATED SUPPLIER MASTER
      *                                      (INDEXED BY SUPPLIER
      *                                      CODE, WRITTEN BY KEY)
      *      INTERNAL FILE NAME:             SUPPMNEW
      *      JCL DD NAME:                    SUPPMNEW
      *
      *      INTERNAL FILE NAME:             PAYTNEW
      *      JCL DD NAME:                    PAYTNEW
      *
      *      RTPOT44.GLJRNL.GLRULES.NEW    - UPDATED GL POSTING RULES
      *      INTERNAL FILE NAME:             GLRULNEW
      *      JCL DD NAME:                    GLRULNEW
      *
      *      RTPOT44.PPVRPT.STDCOST.NEW    - UPDATED STANDARD COST
      *                                      MASTER
      *      INTERNAL FILE NAME:             STDCNEW
      *      JCL DD NAME:                    STDCNEW
      *
      *      RTPOT44.SODRPT.SODRULES.NEW   - UPDATED SEGREGATION-OF-
      *                                      DUTIES CONFLICT RULES
      *      INTERNAL FILE NAME:             SODRNEW
      *      JCL DD NAME:                    SODRNEW
      *
      *      RTPOT44.BUDGRPT.COMMBUDG.NEW  - UPDATED COMMODITY BUDGET
      *                                      MASTER
      *      INTERNAL FILE NAME:             COMBNEW
      *      JCL DD NAME:                    COMBNEW
      *
      *      RTPOT44.BUDGRPT.BUDGOVRD.NEW  - UPDATED SUPERVISOR BUDGET
      *                                      OVERRIDES
      *      INTERNAL FILE NAME:             BOVRNEW
      *      JCL DD NAME:                    BOVRNEW
      *
      *      RTPOT44.PORECV.CONSIGN.NEW    - UPDATED CONSIGNMENT
      *                                      AGREEMENTS
      *      INTERNAL FILE NAME:             CSGNNEW
      *      JCL DD NAME:                    CSGNNEW
      *
      *      RTPOT44.ORIGCHK.DOMCONT.NEW   - UPDATED DOMESTIC CONTENT
      *                                      REQUIREMENTS
      *      INTERNAL FILE NAME:             DOMCNEW
      *      JCL DD NAME:                    DOMCNEW
      *
      *      RTPOT44.HAZRPT.HAZSEGR.NEW    - UPDATED HAZARD CLASS
      *                                      SEGREGATION RULES
      *      INTERNAL FILE NAME:             HAZSNEW
      *      JCL DD NAME:                    HAZSNEW
      *
      *      RTPOT44.BUSDATE.SHOPCAL.NEW   - UPDATED SHOP CALENDAR
      *      INTERNAL FILE NAME:             SCALNEW
      *      JCL DD NAME:                    SCALNEW
      *
      *      RTPOT44.OPERLOG.ACTIVITY - OPERATOR ACTIVITY LOG, ONE
      *                                 TMNT (BOVR FOR A BUDGET
      *                                 OVERRIDE) RECORD PER APPLIED
      *                                 TRANSACTION (OPENED EXTEND,
      *                                 CUMULATIVE)
      *      INTERNAL FILE NAME:        OPERLOG
      *      JCL DD NAME:               OPERLOG
      *
      *      RTPOT44.TBLMAINT.MAINT.RPT - BEFORE/AFTER MAINTENANCE
      *                                   REPORT
      *      INTERNAL FILE NAME:          TBLMRPT
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  THE SUPPLIER MASTER IS NOW AN INDEXED FILE
      *                   KEYED ON SUPPLIER-CODE. THE OLD MASTER IS
      *                   READ IN KEY ORDER AND THE NEW MASTER IS
      *                   WRITTEN BY KEY (RANDOM ACCESS) SINCE ADDED
      *                   SUPPLIERS ARE APPENDED TO THE IN-MEMORY TABLE
      *                   OUT OF KEY ORDER. MORE TRANSACTIONS THAN THE
      *                   TRANSACTION TABLE HOLDS NOW ABANDON THE RUN
      *                   WITH RETURN-CODE 16 INSTEAD OF DROPPING THE
      *                   EXCESS.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED A FIFTEENTH MAINTENANCE PHASE FOR THE
      *                   SHOP CALENDAR (SHOPCAL -- CALENDAR DATE 1-8,
      *                   DAY TYPE 9, DESCRIPTION 10-34, KEYED 1-8).
      *                   DAY TYPE 'H' IS A PLANT AND BANK HOLIDAY, 'P'
      *                   A PLANT SHUTDOWN DAY, 'B' A BANK HOLIDAY AND
      *                   'W' A WEEKEND DAY THE PLANT WORKS. READ BY
      *                   THE BUSINESS-DAY DATE SERVICE BUSDATE.CBL.
      *                   ADDS AND CHANGES REQUIRE A NUMERIC DATE AND A
      *                   VALID DAY TYPE.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED A FOURTEENTH MAINTENANCE PHASE FOR THE
      *                   HAZARD CLASS SEGREGATION RULES FILE (HAZSEGR
      *                   -- FIRST HAZARD CLASS 1-3, SECOND HAZARD
      *                   CLASS 4-6, DESCRIPTION 7-34, KEYED 1-6). EACH
      *                   ROW IS A PAIR OF CLASSES THAT MUST NOT SHARE
      *                   A STORAGE LOCATION, READ BY HAZRPT.CBL. ADDS
      *                   AND CHANGES REQUIRE BOTH CLASSES PRESENT.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED A THIRTEENTH MAINTENANCE PHASE FOR THE
      *                   DOMESTIC CONTENT REQUIREMENT FILE (DOMCONT --
      *                   PART-NUMBER 1-23, DOMESTIC CONTENT REQUIRED
      *                   FLAG 'Y'/'N' 24, UP TO THREE FURTHER
      *                   QUALIFYING COUNTRY OF ORIGIN CODES 25-33,
      *                   KEYED 1-23). AN APPLIED REQUIREMENT IS LOGGED
      *                   TO OPERLOG AGAINST THE PART.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED A TWELFTH MAINTENANCE PHASE FOR THE
      *                   CONSIGNMENT AGREEMENT FILE (CONSIGN -- PART-
      *                   NUMBER 1-23, SUPPLIER-CODE 24-33, CONSIGNMENT
      *                   FLAG 'Y'/'N' 34, KEYED 1-33). AN APPLIED
      *                   AGREEMENT IS LOGGED TO OPERLOG AGAINST THE
      *                   SUPPLIER.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED A TENTH AND ELEVENTH MAINTENANCE PHASE
      *                   FOR THE COMMODITY BUDGET MASTER (COMMBUDG --
      *                   COMMODITY-CODE 1-3, PERIOD YYYYMM 4-9, HARD
      *                   BUDGET USD 10-20, SOFT THRESHOLD PERCENT
      *                   21-23, KEYED 1-9) AND THE SUPERVISOR BUDGET
      *                   OVERRIDE FILE (BUDGOVRD -- PO-NUMBER 1-6,
      *                   COMMODITY-CODE 7-9, SUPERVISOR ID 10-17,
      *                   REASON 18-34, KEYED 1-6). AN OVERRIDE MUST BE
      *                   KEYED BY THE SUPERVISOR NAMED ON IT AND IS
      *                   LOGGED TO OPERLOG AS A BOVR ACTIVITY ON THE
      *                   ORDER.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED A NINTH MAINTENANCE PHASE FOR THE
      *                   SEGREGATION-OF-DUTIES CONFLICT RULES FILE
      *                   (SODRULES -- FIRST ROLE 1-4, SECOND ROLE 5-8,
      *                   OBJECT TYPE 9-12, DESCRIPTION 13-34, KEYED
      *                   1-12). THE TRANSACTION GREW 43 TO 51 BYTES
      *                   WITH THE KEYING OPERATOR ID, WHICH IS PRINTED
      *                   ON THE REPORT AND REQUIRED; EVERY APPLIED
      *                   TRANSACTION IS LOGGED TO OPERLOG AS A TMNT
      *                   ACTIVITY.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED AN EIGHTH MAINTENANCE PHASE FOR THE
      *                   STANDARD COST MASTER (STDCOST -- PART-NUMBER
      *                   1-23, STANDARD UNIT COST IN USD 24-32 AS
      *                   9(7)V99). THE KEY IS THE PART-NUMBER (1-23).
      *                   ADDS AND CHANGES REQUIRE THE COST NUMERIC.
      *                   THE IN-MEMORY REFERENCE TABLE GREW FROM 600
      *                   TO 2000 ENTRIES TO HOLD A STANDARD FOR EVERY
      *                   PART.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED A SEVENTH MAINTENANCE PHASE FOR THE GL
      *                   POSTING RULES FILE (GLRULES -- TRANSACTION
      *                   TYPE 1-2, REASON CODE 3, DEBIT ACCOUNT 4-13,
      *                   CREDIT ACCOUNT 14-23, DESCRIPTION 24-34).
      *                   THE KEY IS TYPE PLUS REASON (1-3). ADDS AND
      *                   CHANGES REQUIRE BOTH ACCOUNTS PRESENT.
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  09/02/2026
      *     DESCRIPTION:  ADDED A SIXTH MAINTENANCE PHASE FOR THE NEW
      *                   PAYMENT TERMS REFERENCE FILE (PAYTERMS --
              FILE STATUS IS VMCODE.
      *
           SELECT SUPPMAST ASSIGN TO SUPPMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SUPPMAST-FILE-KEY
              FILE STATUS IS SMCODE.
      *
           SELECT BUYERTBL ASSIGN TO BUYERTBL
      *
           SELECT PAYTERMS ASSIGN TO PAYTERMS
              FILE STATUS IS PTCODE.
      *
           SELECT GLRULES ASSIGN TO GLRULES
              FILE STATUS IS GLCODE.
      *
           SELECT STDCOST ASSIGN TO STDCOST
              FILE STATUS IS SCCODE.
      *
           SELECT SODRULES ASSIGN TO SODRULES
              FILE STATUS IS SDCODE.
      *
           SELECT COMMBUDG ASSIGN TO COMMBUDG
              FILE STATUS IS CBCODE.
      *
           SELECT BUDGOVRD ASSIGN TO BUDGOVRD
              FILE STATUS IS BOCODE.
      *
           SELECT CONSIGN ASSIGN TO CONSIGN
              FILE STATUS IS CGCODE.
      *
           SELECT DOMCONT ASSIGN TO DOMCONT
              FILE STATUS IS DCCODE.
      *
           SELECT HAZSEGR ASSIGN TO HAZSEGR
              FILE STATUS IS HSCODE.
      *
           SELECT SHOPCAL ASSIGN TO SHOPCAL
              FILE STATUS IS CLCODE.
      *
           SELECT TBLTRANS ASSIGN TO TBLTRANS
              FILE STATUS IS TTCODE.
              FILE STATUS IS VNCODE.
      *
           SELECT SUPPMNEW ASSIGN TO SUPPMNEW
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SUPPMNEW-FILE-KEY
              FILE STATUS IS MNCODE.
      *
           SELECT BUYERNEW ASSIGN TO BUYERNEW
      *
           SELECT PAYTNEW ASSIGN TO PAYTNEW
              FILE STATUS IS PWCODE.
      *
           SELECT GLRULNEW ASSIGN TO GLRULNEW
              FILE STATUS IS GNCODE.
      *
           SELECT STDCNEW ASSIGN TO STDCNEW
              FILE STATUS IS CNCODE.
      *
           SELECT SODRNEW ASSIGN TO SODRNEW
              FILE STATUS IS SWCODE.
      *
           SELECT COMBNEW ASSIGN TO COMBNEW
              FILE STATUS IS CWCODE.
      *
           SELECT BOVRNEW ASSIGN TO BOVRNEW
              FILE STATUS IS OWCODE.
      *
           SELECT CSGNNEW ASSIGN TO CSGNNEW
              FILE STATUS IS CXCODE.
      *
           SELECT DOMCNEW ASSIGN TO DOMCNEW
              FILE STATUS IS DXCODE.
      *
           SELECT HAZSNEW ASSIGN TO HAZSNEW
              FILE STATUS IS HXCODE.
      *
           SELECT SCALNEW ASSIGN TO SCALNEW
              FILE STATUS IS LXCODE.
      *
           SELECT TBLMRPT ASSIGN TO TBLMRPT
              FILE STATUS IS RPCODE.
      *
           SELECT OPERLOG ASSIGN TO OPERLOG
              FILE STATUS IS OLCODE.
      *
       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMAST-REC.
      *
       01 SUPPMAST-REC.
          05 SUPPMAST-FILE-KEY       PIC X(10).
          05 FILLER                  PIC X(19).
      *
       FD  BUYERTBL
           RECORDING MODE IS F
           DATA RECORD IS PAYTERMS-REC.
      *
       01 PAYTERMS-REC PIC X(20).
      *
       FD  GLRULES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLRULES-REC.
      *
       01 GLRULES-REC PIC X(34).
      *
       FD  STDCOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STDCOST-REC.
      *
       01 STDCOST-REC PIC X(34).
      *
       FD  SODRULES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SODRULES-REC.
      *
       01 SODRULES-REC PIC X(34).
      *
       FD  COMMBUDG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMMBUDG-REC.
      *
       01 COMMBUDG-REC PIC X(34).
      *
       FD  BUDGOVRD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUDGOVRD-REC.
      *
       01 BUDGOVRD-REC PIC X(34).
      *
       FD  CONSIGN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONSIGN-REC.
      *
       01 CONSIGN-REC PIC X(34).
      *
       FD  DOMCONT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOMCONT-REC.
      *
       01 DOMCONT-REC PIC X(34).
      *
       FD  HAZSEGR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HAZSEGR-REC.
      *
       01 HAZSEGR-REC PIC X(34).
      *
       FD  SHOPCAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SHOPCAL-REC.
      *
       01 SHOPCAL-REC PIC X(34).
      *
       FD  TBLTRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 51 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TBLTRANS-REC.
      *
       01 TBLTRANS-REC PIC X(51).
      *
       FD  STATENEW
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMNEW-REC.
      *
       01 SUPPMNEW-REC.
          05 SUPPMNEW-FILE-KEY       PIC X(10).
          05 FILLER                  PIC X(19).
      *
       FD  BUYERNEW
           RECORDING MODE IS F
           DATA RECORD IS PAYTNEW-REC.
      *
       01 PAYTNEW-REC PIC X(20).
      *
       FD  GLRULNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLRULNEW-REC.
      *
       01 GLRULNEW-REC PIC X(34).
      *
       FD  STDCNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STDCNEW-REC.
      *
       01 STDCNEW-REC PIC X(34).
      *
       FD  SODRNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SODRNEW-REC.
      *
       01 SODRNEW-REC PIC X(34).
      *
       FD  COMBNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMBNEW-REC.
      *
       01 COMBNEW-REC PIC X(34).
      *
       FD  BOVRNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BOVRNEW-REC.
      *
       01 BOVRNEW-REC PIC X(34).
      *
       FD  CSGNNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CSGNNEW-REC.
      *
       01 CSGNNEW-REC PIC X(34).
      *
       FD  DOMCNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOMCNEW-REC.
      *
       01 DOMCNEW-REC PIC X(34).
      *
       FD  HAZSNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HAZSNEW-REC.
      *
       01 HAZSNEW-REC PIC X(34).
      *
       FD  SCALNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SCALNEW-REC.
      *
       01 SCALNEW-REC PIC X(34).
      *
       FD  TBLMRPT
           RECORDING MODE IS F
           DATA RECORD IS TBLMRPT-REC.
      *
       01 TBLMRPT-REC PIC X(100).
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
      *  WORKING STORAGE FOR ONE MAINTENANCE TRANSACTION READ FROM
      *  TBLTRANS. THE RECORD IMAGE CARRIES THE FULL REPLACEMENT
      *  REFERENCE RECORD, LEFT-JUSTIFIED AND PADDED TO THE WIDEST
      *  REFERENCE RECORD (34 BYTES), FOLLOWED BY THE ID OF THE
      *  OPERATOR WHO KEYED THE TRANSACTION.
      *****************************************************************
      *
       01 WS-TRANS-REC.
             88 TR-DELETE           VALUE 'D'.
             88 TR-VALID-ACTION     VALUE 'A', 'C', 'D'.
          05 TR-RECORD-IMAGE        PIC X(34) VALUE SPACES.
          05 TR-OPERATOR-ID         PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  TABLE OF MAINTENANCE TRANSACTIONS LOADED FROM TBLTRANS. EACH
            10 TRANS-TABLE-ID-TBL   PIC X(08) VALUE SPACES.
            10 TRANS-ACTION-TBL     PIC X(01) VALUE SPACES.
            10 TRANS-IMAGE-TBL      PIC X(34) VALUE SPACES.
            10 TRANS-OPER-TBL       PIC X(08) VALUE SPACES.
      *
       01 WS-TRANS-VARS.
          05 WS-MAX-TRANS-IDX       PIC 9(03) VALUE 200.
      *
       01 REF-TBL.
          05 REF-ENTRY-TBL
            OCCURS 2000 TIMES INDEXED BY REF-IDX.
            10 REF-DELETED-SW       PIC X(01) VALUE SPACES.
               88 REF-DELETED       VALUE 'Y'.
            10 REF-DATA-TBL         PIC X(34) VALUE SPACES.
      *
       01 WS-REF-VARS.
          05 WS-MAX-REF-IDX         PIC 9(04) VALUE 2000.
          05 WS-REF-COUNT           PIC 9(04) VALUE 0.
          05 WS-CURRENT-TABLE-ID    PIC X(08) VALUE SPACES.
          05 WS-REF-KEY-POS         PIC 9(02) VALUE 1.
          05 WS-REF-KEY-LEN         PIC 9(02) VALUE 1.
          05 WS-REF-MATCH-IDX       PIC 9(04) VALUE 0.
          05 REF-KEY-FOUND-SW       PIC X(01) VALUE 'N'.
             88 REF-KEY-FOUND       VALUE 'Y'.
          05 TRANS-REJECTED-SW      PIC X(01) VALUE 'N'.
          05 TABLE-OVERFLOW-SW      PIC X(01) VALUE 'N'.
             88 TABLE-OVERFLOW      VALUE 'Y'.
          05 WS-OLD-REC-IMAGE       PIC X(34) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE COPYLIB MEMBER FOR ONE OPERATOR ACTIVITY
      *  RECORD APPENDED TO OPERLOG.
      *****************************************************************
      *
           COPY OPERACT.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 SZCODE                 PIC X(02) VALUE SPACES.
          05 BYCODE                 PIC X(02) VALUE SPACES.
          05 UMCODE                 PIC X(02) VALUE SPACES.
          05 PTCODE                 PIC X(02) VALUE SPACES.
          05 GLCODE                 PIC X(02) VALUE SPACES.
          05 SCCODE                 PIC X(02) VALUE SPACES.
          05 TTCODE                 PIC X(02) VALUE SPACES.
          05 SNCODE                 PIC X(02) VALUE SPACES.
          05 VNCODE                 PIC X(02) VALUE SPACES.
          05 BNCODE                 PIC X(02) VALUE SPACES.
          05 UNCODE                 PIC X(02) VALUE SPACES.
          05 PWCODE                 PIC X(02) VALUE SPACES.
          05 GNCODE                 PIC X(02) VALUE SPACES.
          05 CNCODE                 PIC X(02) VALUE SPACES.
          05 SDCODE                 PIC X(02) VALUE SPACES.
          05 SWCODE                 PIC X(02) VALUE SPACES.
          05 CBCODE                 PIC X(02) VALUE SPACES.
          05 BOCODE                 PIC X(02) VALUE SPACES.
          05 CWCODE                 PIC X(02) VALUE SPACES.
          05 OWCODE                 PIC X(02) VALUE SPACES.
          05 CGCODE                 PIC X(02) VALUE SPACES.
          05 CXCODE                 PIC X(02) VALUE SPACES.
          05 DCCODE                 PIC X(02) VALUE SPACES.
          05 DXCODE                 PIC X(02) VALUE SPACES.
          05 HSCODE                 PIC X(02) VALUE SPACES.
          05 HXCODE                 PIC X(02) VALUE SPACES.
          05 CLCODE                 PIC X(02) VALUE SPACES.
          05 LXCODE                 PIC X(02) VALUE SPACES.
          05 RPCODE                 PIC X(02) VALUE SPACES.
          05 OLCODE                 PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 TRANS-FILE-SW          PIC X(01) VALUE 'N'.
          05 WS-TRANS-APPLIED-CTR   PIC 9(05) VALUE 0.
          05 WS-TRANS-REJECTED-CTR  PIC 9(05) VALUE 0.
          05 WS-UNKNOWN-TABLE-CTR   PIC 9(05) VALUE 0.
          05 WS-OPERLOG-WRTN-CTR    PIC 9(05) VALUE 0.
      *
      *****************************************************************
      *  MAINTENANCE REPORT LINES. EACH TRANSACTION PRINTS A STATUS
          05 FILLER                 PIC X(06) VALUE 'ACTION'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(40) VALUE 'STATUS'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'OPERATOR'.
          05 FILLER                 PIC X(27) VALUE SPACES.
      *
       01 TBLM-RPT-HEADER-3. *>HEADER FOR MAINTENANCE REPORT
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 FILLER                 PIC X(06) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(40) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE ALL '='.
          05 FILLER                 PIC X(27) VALUE SPACES.
      *
       01 TBLM-RPT-DETAIL. *>STATUS LINE FOR ONE TRANSACTION
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 RPT-ACTION-CODE        PIC X(01) VALUE SPACES.
          05 FILLER                 PIC X(07) VALUE SPACES.
          05 RPT-STATUS-MSG         PIC X(40) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 RPT-OPERATOR-ID        PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(27) VALUE SPACES.
      *
       01 TBLM-RPT-BEFORE-LINE. *>BEFORE IMAGE FOR ONE TRANSACTION
          05 FILLER                 PIC X(10) VALUE SPACES.
      *    - 1300-MAINTAIN-BUYERTBL
      *    - 1400-MAINTAIN-UNITOFM
      *    - 1500-MAINTAIN-PAYTERMS
      *    - 1600-MAINTAIN-GLRULES
      *    - 1700-MAINTAIN-STDCOST
      *    - 1800-MAINTAIN-SODRULES
      *    - 1900-MAINTAIN-COMMBUDG
      *    - 1950-MAINTAIN-BUDGOVRD
      *    - 1960-MAINTAIN-CONSIGN
      *    - 1970-MAINTAIN-DOMCONT
      *    - 1980-MAINTAIN-HAZSEGR
      *    - 1990-MAINTAIN-SHOPCAL
      *    - 2900-REPORT-UNKNOWN-TABLES
      *    - 2600-CLOSE-FILES
      ****************************************************************
           PERFORM 1300-MAINTAIN-BUYERTBL.
           PERFORM 1400-MAINTAIN-UNITOFM.
           PERFORM 1500-MAINTAIN-PAYTERMS.
           PERFORM 1600-MAINTAIN-GLRULES.
           PERFORM 1700-MAINTAIN-STDCOST.
           PERFORM 1800-MAINTAIN-SODRULES.
           PERFORM 1900-MAINTAIN-COMMBUDG.
           PERFORM 1950-MAINTAIN-BUDGOVRD.
           PERFORM 1960-MAINTAIN-CONSIGN.
           PERFORM 1970-MAINTAIN-DOMCONT.
           PERFORM 1980-MAINTAIN-HAZSEGR.
           PERFORM 1990-MAINTAIN-SHOPCAL.
           PERFORM 2900-REPORT-UNKNOWN-TABLES.
           PERFORM 2600-CLOSE-FILES.
           IF TABLE-OVERFLOW
           ELSE
              DISPLAY 'ERROR OPENING PAYMENT TERMS FILE'
           END-IF.
      *
           OPEN INPUT GLRULES.
           IF GLCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING GL POSTING RULES FILE'
           END-IF.
      *
           OPEN INPUT STDCOST.
           IF SCCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING STANDARD COST MASTER'
           END-IF.
      *
           OPEN INPUT SODRULES.
           IF SDCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SOD CONFLICT RULES FILE'
           END-IF.
      *
           OPEN INPUT COMMBUDG.
           IF CBCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING COMMODITY BUDGET MASTER'
           END-IF.
      *
           OPEN INPUT BUDGOVRD.
           IF BOCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING BUDGET OVERRIDE FILE'
           END-IF.
      *
           OPEN INPUT CONSIGN.
           IF CGCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING CONSIGNMENT AGREEMENT FILE'
           END-IF.
      *
           OPEN INPUT DOMCONT.
           IF DCCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING DOMESTIC CONTENT FILE'
           END-IF.
      *
           OPEN INPUT HAZSEGR.
           IF HSCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING HAZARD SEGREGATION FILE'
           END-IF.
      *
           OPEN INPUT SHOPCAL.
           IF CLCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SHOP CALENDAR FILE'
           END-IF.
      *
           OPEN INPUT TBLTRANS.
           IF TTCODE = '00'
           ELSE
              DISPLAY 'ERROR OPENING NEW PAYMENT TERMS FILE'
           END-IF.
      *
           OPEN OUTPUT GLRULNEW.
           IF GNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW GL POSTING RULES FILE'
           END-IF.
      *
           OPEN OUTPUT STDCNEW.
           IF CNCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW STANDARD COST MASTER'
           END-IF.
      *
           OPEN OUTPUT SODRNEW.
           IF SWCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW SOD CONFLICT RULES FILE'
           END-IF.
      *
           OPEN OUTPUT COMBNEW.
           IF CWCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW COMMODITY BUDGET MASTER'
           END-IF.
      *
           OPEN OUTPUT BOVRNEW.
           IF OWCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW BUDGET OVERRIDE FILE'
           END-IF.
      *
           OPEN OUTPUT CSGNNEW.
           IF CXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW CONSIGNMENT AGREEMENT FILE'
           END-IF.
      *
           OPEN OUTPUT DOMCNEW.
           IF DXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW DOMESTIC CONTENT FILE'
           END-IF.
      *
           OPEN OUTPUT HAZSNEW.
           IF HXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW HAZARD SEGREGATION FILE'
           END-IF.
      *
           OPEN OUTPUT SCALNEW.
           IF LXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW SHOP CALENDAR FILE'
           END-IF.
      *
           OPEN OUTPUT TBLMRPT.
           IF RPCODE = '00'
           ELSE
              DISPLAY 'ERROR OPENING MAINTENANCE REPORT FILE'
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
      *    THE 0200-LOAD-TRANS-TABLE PARAGRAPH LOADS THE MAINTENANCE
      *    TRANSACTIONS INTO THE TRANSACTION TABLE IN THEIR INPUT
      *    ORDER. INPUT ORDER IS PRESERVED SO SEVERAL TRANSACTIONS FOR
      *    THE SAME KEY APPLY IN THE ORDER THE CLERK KEYED THEM. MORE
      *    TRANSACTIONS THAN THE TABLE HOLDS ABANDON THE RUN WITH
      *    RETURN-CODE 16, THE SAME AS AN OVERSIZED REFERENCE FILE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
               MOVE TR-TABLE-ID    TO TRANS-TABLE-ID-TBL (TRANS-IDX)
               MOVE TR-ACTION-CODE TO TRANS-ACTION-TBL (TRANS-IDX)
               MOVE TR-RECORD-IMAGE TO TRANS-IMAGE-TBL (TRANS-IDX)
               MOVE TR-OPERATOR-ID TO TRANS-OPER-TBL (TRANS-IDX)
               ADD 1 TO WS-TRANS-LOADED-CTR
      *
               PERFORM 0250-READ-TRANS-FILE
           END-PERFORM.
      *
           IF NOT END-OF-TRANS-FILE
              DISPLAY 'TRANSACTION TABLE FULL AT ' WS-MAX-TRANS-IDX
                      ' TRANSACTIONS -- RUN ABANDONED'
              SET TABLE-OVERFLOW TO TRUE
              MOVE 'Y' TO TRANS-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1600-MAINTAIN-GLRULES PARAGRAPH RUNS THE MAINTENANCE
      *    PHASE FOR THE GL POSTING RULES FILE. THE KEY IS THE TWO
      *    CHARACTER TRANSACTION TYPE PLUS THE ONE CHARACTER REASON
      *    CODE IN POSITIONS 1-3.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2000-MAINTAIN-ONE-TABLE
      *****************************************************************
      *
       1600-MAINTAIN-GLRULES.
           MOVE 'GLRULES ' TO WS-CURRENT-TABLE-ID.
           MOVE 01         TO WS-REF-KEY-POS.
           MOVE 03         TO WS-REF-KEY-LEN.
           PERFORM 2000-MAINTAIN-ONE-TABLE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1700-MAINTAIN-STDCOST PARAGRAPH RUNS THE MAINTENANCE
      *    PHASE FOR THE STANDARD COST MASTER. THE KEY IS THE
      *    23 CHARACTER PART-NUMBER IN POSITIONS 1-23. STANDARDS ARE
      *    SET ONCE A YEAR, SO THIS PHASE IS NORMALLY EMPTY.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2000-MAINTAIN-ONE-TABLE
      *****************************************************************
      *
       1700-MAINTAIN-STDCOST.
           MOVE 'STDCOST ' TO WS-CURRENT-TABLE-ID.
           MOVE 01         TO WS-REF-KEY-POS.
           MOVE 23         TO WS-REF-KEY-LEN.
           PERFORM 2000-MAINTAIN-ONE-TABLE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1800-MAINTAIN-SODRULES PARAGRAPH RUNS THE MAINTENANCE
      *    PHASE FOR THE SEGREGATION-OF-DUTIES CONFLICT RULES FILE
      *    (FIRST ROLE CODE 1-4, SECOND ROLE CODE 5-8, OBJECT TYPE
      *    9-12, DESCRIPTION 13-34). THE KEY IS THE TWO ROLE CODES
      *    PLUS THE OBJECT TYPE IN POSITIONS 1-12.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2000-MAINTAIN-ONE-TABLE
      *****************************************************************
      *
       1800-MAINTAIN-SODRULES.
           MOVE 'SODRULES' TO WS-CURRENT-TABLE-ID.
           MOVE 01         TO WS-REF-KEY-POS.
           MOVE 12         TO WS-REF-KEY-LEN.
           PERFORM 2000-MAINTAIN-ONE-TABLE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1900-MAINTAIN-COMMBUDG PARAGRAPH RUNS THE MAINTENANCE
      *    PHASE FOR THE COMMODITY BUDGET MASTER (COMMODITY-CODE 1-3,
      *    BUDGET PERIOD YYYYMM 4-9, HARD BUDGET LIMIT IN USD 10-20 AS
      *    9(9)V99, SOFT WARNING THRESHOLD PERCENT 21-23). THE KEY IS
      *    THE COMMODITY-CODE PLUS THE PERIOD IN POSITIONS 1-9, SO
      *    NEXT MONTH'S BUDGETS CAN BE KEYED AHEAD OF TIME.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2000-MAINTAIN-ONE-TABLE
      *****************************************************************
      *
       1900-MAINTAIN-COMMBUDG.
           MOVE 'COMMBUDG' TO WS-CURRENT-TABLE-ID.
           MOVE 01         TO WS-REF-KEY-POS.
           MOVE 09         TO WS-REF-KEY-LEN.
           PERFORM 2000-MAINTAIN-ONE-TABLE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1950-MAINTAIN-BUDGOVRD PARAGRAPH RUNS THE MAINTENANCE
      *    PHASE FOR THE SUPERVISOR BUDGET OVERRIDE FILE (PO-NUMBER
      *    1-6, COMMODITY-CODE 7-9, SUPERVISOR ID 10-17, REASON
      *    18-34). THE KEY IS THE PO-NUMBER IN POSITIONS 1-6. AN
      *    OVERRIDE LETS THAT ORDER PASS THE HARD COMMODITY BUDGET
      *    LIMIT IN THE PURCHASE ORDER EDIT; IT IS REMOVED WITH A
      *    DELETE ONCE THE ORDER HAS BEEN ACCEPTED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2000-MAINTAIN-ONE-TABLE
      *****************************************************************
      *
       1950-MAINTAIN-BUDGOVRD.
           MOVE 'BUDGOVRD' TO WS-CURRENT-TABLE-ID.
           MOVE 01         TO WS-REF-KEY-POS.
           MOVE 06         TO WS-REF-KEY-LEN.
           PERFORM 2000-MAINTAIN-ONE-TABLE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1960-MAINTAIN-CONSIGN PARAGRAPH RUNS THE MAINTENANCE
      *    PHASE FOR THE CONSIGNMENT AGREEMENT FILE (PART-NUMBER
      *    1-23, SUPPLIER-CODE 24-33, CONSIGNMENT FLAG 34 -- 'Y' WHILE
      *    THE SUPPLIER STOCKS THE PART ON CONSIGNMENT, 'N' ONCE THE
      *    AGREEMENT IS SUSPENDED). THE KEY IS THE PART-NUMBER PLUS
      *    THE SUPPLIER-CODE IN POSITIONS 1-33, SO ONE PART CAN BE
      *    CONSIGNED BY ONE SUPPLIER AND BOUGHT OUTRIGHT FROM ANOTHER.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2000-MAINTAIN-ONE-TABLE
      *****************************************************************
      *
       1960-MAINTAIN-CONSIGN.
           MOVE 'CONSIGN ' TO WS-CURRENT-TABLE-ID.
           MOVE 01         TO WS-REF-KEY-POS.
           MOVE 33         TO WS-REF-KEY-LEN.
           PERFORM 2000-MAINTAIN-ONE-TABLE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1970-MAINTAIN-DOMCONT PARAGRAPH RUNS THE MAINTENANCE
      *    PHASE FOR THE DOMESTIC CONTENT REQUIREMENT FILE (PART-
      *    NUMBER 1-23, DOMESTIC CONTENT REQUIRED FLAG 24 -- 'Y' WHEN
      *    THE GOVERNMENT CONTRACTS FOR THE PART CALL FOR DOMESTIC
      *    ORIGIN MATERIAL, 'N' WHEN THEY DO NOT -- AND UP TO THREE
      *    FURTHER QUALIFYING COUNTRY OF ORIGIN CODES IN 25-33 FOR
      *    CONTRACTS THAT ACCEPT DESIGNATED COUNTRIES AS WELL AS
      *    USA). THE KEY IS THE PART-NUMBER IN POSITIONS 1-23.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2000-MAINTAIN-ONE-TABLE
      *****************************************************************
      *
       1970-MAINTAIN-DOMCONT.
           MOVE 'DOMCONT ' TO WS-CURRENT-TABLE-ID.
           MOVE 01         TO WS-REF-KEY-POS.
           MOVE 23         TO WS-REF-KEY-LEN.
           PERFORM 2000-MAINTAIN-ONE-TABLE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1980-MAINTAIN-HAZSEGR PARAGRAPH RUNS THE MAINTENANCE
      *    PHASE FOR THE HAZARD CLASS SEGREGATION RULES FILE (FIRST
      *    HAZARD CLASS 1-3, SECOND HAZARD CLASS 4-6, DESCRIPTION OF
      *    THE HAZARD 7-34). EACH ROW NAMES A PAIR OF HAZARD CLASSES
      *    THAT MUST NOT BE STORED IN THE SAME LOCATION; HAZRPT.CBL
      *    CHECKS THE PAIR IN EITHER ORDER. THE KEY IS THE TWO CLASSES
      *    IN POSITIONS 1-6.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2000-MAINTAIN-ONE-TABLE
      *****************************************************************
      *
       1980-MAINTAIN-HAZSEGR.
           MOVE 'HAZSEGR ' TO WS-CURRENT-TABLE-ID.
           MOVE 01         TO WS-REF-KEY-POS.
           MOVE 06         TO WS-REF-KEY-LEN.
           PERFORM 2000-MAINTAIN-ONE-TABLE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1990-MAINTAIN-SHOPCAL PARAGRAPH RUNS THE MAINTENANCE
      *    PHASE FOR THE SHOP CALENDAR (CALENDAR DATE YYYYMMDD 1-8,
      *    DAY TYPE 9, DESCRIPTION 10-34). MONDAY THROUGH FRIDAY ARE
      *    PLANT WORKING DAYS AND BANKING DAYS UNLESS THE CALENDAR
      *    SAYS OTHERWISE: DAY TYPE 'H' IS A HOLIDAY FOR BOTH THE
      *    PLANT AND THE BANK, 'P' A PLANT SHUTDOWN DAY THE BANK IS
      *    OPEN, 'B' A BANK HOLIDAY THE PLANT WORKS, AND 'W' A WEEKEND
      *    DAY THE PLANT WORKS. BUSDATE.CBL READS IT. THE KEY IS THE
      *    CALENDAR DATE IN POSITIONS 1-8.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2000-MAINTAIN-ONE-TABLE
      *****************************************************************
      *
       1990-MAINTAIN-SHOPCAL.
           MOVE 'SHOPCAL ' TO WS-CURRENT-TABLE-ID.
           MOVE 01         TO WS-REF-KEY-POS.
           MOVE 08         TO WS-REF-KEY-LEN.
           PERFORM 2000-MAINTAIN-ONE-TABLE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2000-MAINTAIN-ONE-TABLE PARAGRAPH RUNS ONE MAINTENANCE
      *    PHASE -- IT LOADS THE CURRENT REFERENCE FILE INTO THE
      *    GENERIC IN-MEMORY TABLE, APPLIES EVERY TRANSACTION WHOSE
      *    -  1300-MAINTAIN-BUYERTBL
      *    -  1400-MAINTAIN-UNITOFM
      *    -  1500-MAINTAIN-PAYTERMS
      *    -  1600-MAINTAIN-GLRULES
      *    -  1700-MAINTAIN-STDCOST
      *    -  1800-MAINTAIN-SODRULES
      *    -  1900-MAINTAIN-COMMBUDG
      *    -  1950-MAINTAIN-BUDGOVRD
      *    -  1960-MAINTAIN-CONSIGN
      *    -  1970-MAINTAIN-DOMCONT
      *    -  1980-MAINTAIN-HAZSEGR
      *    -  1990-MAINTAIN-SHOPCAL
      *
      *  CALLS:
      *    -  2100-READ-OLD-RECORD
                 READ PAYTERMS INTO WS-OLD-REC-IMAGE
                    AT END MOVE 'Y' TO OLD-FILE-SW
                 END-READ
              WHEN 'GLRULES '
                 READ GLRULES INTO WS-OLD-REC-IMAGE
                    AT END MOVE 'Y' TO OLD-FILE-SW
                 END-READ
              WHEN 'STDCOST '
                 READ STDCOST INTO WS-OLD-REC-IMAGE
                    AT END MOVE 'Y' TO OLD-FILE-SW
                 END-READ
              WHEN 'SODRULES'
                 READ SODRULES INTO WS-OLD-REC-IMAGE
                    AT END MOVE 'Y' TO OLD-FILE-SW
                 END-READ
              WHEN 'COMMBUDG'
                 READ COMMBUDG INTO WS-OLD-REC-IMAGE
                    AT END MOVE 'Y' TO OLD-FILE-SW
                 END-READ
              WHEN 'BUDGOVRD'
                 READ BUDGOVRD INTO WS-OLD-REC-IMAGE
                    AT END MOVE 'Y' TO OLD-FILE-SW
                 END-READ
              WHEN 'CONSIGN '
                 READ CONSIGN INTO WS-OLD-REC-IMAGE
                    AT END MOVE 'Y' TO OLD-FILE-SW
                 END-READ
              WHEN 'DOMCONT '
                 READ DOMCONT INTO WS-OLD-REC-IMAGE
                    AT END MOVE 'Y' TO OLD-FILE-SW
                 END-READ
              WHEN 'HAZSEGR '
                 READ HAZSEGR INTO WS-OLD-REC-IMAGE
                    AT END MOVE 'Y' TO OLD-FILE-SW
                 END-READ
              WHEN 'SHOPCAL '
                 READ SHOPCAL INTO WS-OLD-REC-IMAGE
                    AT END MOVE 'Y' TO OLD-FILE-SW
                 END-READ
           END-EVALUATE.
      *
      *****************************************************************
      *    PER-TABLE FIELD EDITS. THE BEFORE AND AFTER RECORD IMAGES
      *    ARE PRINTED ON THE MAINTENANCE REPORT FOR EVERY APPLIED
      *    TRANSACTION, AND EVERY REJECT IS PRINTED WITH ITS REASON.
      *    A TRANSACTION WITH NO OPERATOR ID CANNOT BE ATTRIBUTED AND
      *    IS REJECTED. EVERY APPLIED TRANSACTION IS LOGGED TO THE
      *    OPERATOR ACTIVITY LOG.
      *
      *  CALLED BY:
      *    -  2200-APPLY-TRANSACTIONS
      *    -  2500-WRITE-RPT-STATUS
      *    -  2520-WRITE-RPT-BEFORE
      *    -  2540-WRITE-RPT-AFTER
      *    -  2560-WRITE-OPER-ACTIVITY
      *****************************************************************
      *
       2300-APPLY-ONE-TRANS.
           MOVE 'N' TO TRANS-REJECTED-SW.
           MOVE TRANS-TABLE-ID-TBL (TRANS-IDX) TO RPT-TABLE-ID.
           MOVE TRANS-ACTION-TBL (TRANS-IDX)   TO RPT-ACTION-CODE.
           MOVE TRANS-OPER-TBL (TRANS-IDX)     TO RPT-OPERATOR-ID.
      *
           IF TRANS-ACTION-TBL (TRANS-IDX) = 'A' OR 'C' OR 'D'
              NEXT SENTENCE
                   RPT-STATUS-MSG
              SET TRANS-REJECTED TO TRUE
           END-IF.
      *
           IF NOT TRANS-REJECTED
              AND TRANS-OPER-TBL (TRANS-IDX) = SPACES
              MOVE 'REJECTED - OPERATOR ID MISSING' TO
                   RPT-STATUS-MSG
              SET TRANS-REJECTED TO TRUE
           END-IF.
      *
           IF NOT TRANS-REJECTED
              PERFORM 2400-VALIDATE-TRANS-DATA
                    PERFORM 2520-WRITE-RPT-BEFORE
                    MOVE 'Y' TO REF-DELETED-SW (REF-IDX)
              END-EVALUATE
              PERFORM 2560-WRITE-OPER-ACTIVITY
           END-IF.
      *
      *****************************************************************
      *    LIMIT (POSITIONS 4-14) MUST BE NUMERIC ON AN ADD OR CHANGE.
      *    FOR STATEZIP THE STATE ABBREVIATION (POSITIONS 17-18) MUST
      *    BE ALPHABETIC AND THE LOW/HIGH ZIP RANGES (POSITIONS 21-25
      *    AND 29-33) MUST BE NUMERIC ON AN ADD OR CHANGE. FOR
      *    GLRULES THE DEBIT AND CREDIT ACCOUNTS (POSITIONS 4-13 AND
      *    14-23) MUST BOTH BE PRESENT ON AN ADD OR CHANGE. FOR
      *    STDCOST THE STANDARD UNIT COST (POSITIONS 24-32) MUST BE
      *    NUMERIC ON AN ADD OR CHANGE. FOR SODRULES BOTH ROLE CODES
      *    AND THE OBJECT TYPE (POSITIONS 1-4, 5-8 AND 9-12) MUST BE
      *    PRESENT ON AN ADD OR CHANGE. FOR COMMBUDG THE PERIOD
      *    (POSITIONS 4-9), BUDGET (10-20) AND SOFT THRESHOLD PERCENT
      *    (21-23) MUST BE NUMERIC ON AN ADD OR CHANGE. FOR BUDGOVRD
      *    THE COMMODITY-CODE (POSITIONS 7-9) AND SUPERVISOR ID
      *    (10-17) MUST BE PRESENT, AND THE SUPERVISOR MUST BE THE
      *    OPERATOR KEYING THE OVERRIDE SO NO ONE CAN GRANT AN
      *    OVERRIDE IN A SUPERVISOR'S NAME. FOR CONSIGN THE
      *    SUPPLIER-CODE (POSITIONS 24-33) MUST BE PRESENT AND THE
      *    CONSIGNMENT FLAG (34) MUST BE 'Y' OR 'N' ON AN ADD OR
      *    CHANGE. FOR DOMCONT THE DOMESTIC CONTENT FLAG (POSITION 24)
      *    MUST BE 'Y' OR 'N' ON AN ADD OR CHANGE. FOR HAZSEGR BOTH
      *    HAZARD CLASSES (POSITIONS 1-3 AND 4-6) MUST BE PRESENT ON AN
      *    ADD OR CHANGE. FOR SHOPCAL THE CALENDAR DATE (POSITIONS 1-8)
      *    MUST BE NUMERIC AND THE DAY TYPE (9) MUST BE 'H', 'P', 'B'
      *    OR 'W' ON AN ADD OR CHANGE. A DELETE ONLY NEEDS A VALID KEY.
      *
      *  CALLED BY:
      *    -  2300-APPLY-ONE-TRANS
                 SET TRANS-REJECTED TO TRUE
              END-IF
           ELSE
           IF WS-CURRENT-TABLE-ID = 'GLRULES '
              IF TRANS-IMAGE-TBL (TRANS-IDX) (4:10) NOT = SPACES
                 AND TRANS-IMAGE-TBL (TRANS-IDX) (14:10) NOT = SPACES
                 NEXT SENTENCE
              ELSE
                 MOVE 'REJECTED - GL ACCOUNT MISSING' TO
                      RPT-STATUS-MSG
                 SET TRANS-REJECTED TO TRUE
              END-IF
           ELSE
           IF WS-CURRENT-TABLE-ID = 'STDCOST '
              IF TRANS-IMAGE-TBL (TRANS-IDX) (24:9) NUMERIC
                 NEXT SENTENCE
              ELSE
                 MOVE 'REJECTED - STANDARD COST NOT NUMERIC' TO
                      RPT-STATUS-MSG
                 SET TRANS-REJECTED TO TRUE
              END-IF
           ELSE
           IF WS-CURRENT-TABLE-ID = 'SODRULES'
              IF TRANS-IMAGE-TBL (TRANS-IDX) (1:4) NOT = SPACES
                 AND TRANS-IMAGE-TBL (TRANS-IDX) (5:4) NOT = SPACES
                 AND TRANS-IMAGE-TBL (TRANS-IDX) (9:4) NOT = SPACES
                 NEXT SENTENCE
              ELSE
                 MOVE 'REJECTED - ROLE OR OBJECT TYPE MISSING' TO
                      RPT-STATUS-MSG
                 SET TRANS-REJECTED TO TRUE
              END-IF
           ELSE
           IF WS-CURRENT-TABLE-ID = 'COMMBUDG'
              IF TRANS-IMAGE-TBL (TRANS-IDX) (4:6) NUMERIC
                 AND TRANS-IMAGE-TBL (TRANS-IDX) (10:14) NUMERIC
                 NEXT SENTENCE
              ELSE
                 MOVE 'REJECTED - BUDGET FIELDS NOT NUMERIC' TO
                      RPT-STATUS-MSG
                 SET TRANS-REJECTED TO TRUE
              END-IF
           ELSE
           IF WS-CURRENT-TABLE-ID = 'BUDGOVRD'
              IF TRANS-IMAGE-TBL (TRANS-IDX) (7:3) NOT = SPACES
                 AND TRANS-IMAGE-TBL (TRANS-IDX) (10:8) NOT = SPACES
                 IF TRANS-IMAGE-TBL (TRANS-IDX) (10:8) =
                    TRANS-OPER-TBL (TRANS-IDX)
                    NEXT SENTENCE
                 ELSE
                    MOVE 'REJECTED - SUPERVISOR MUST KEY OVERRIDE' TO
                         RPT-STATUS-MSG
                    SET TRANS-REJECTED TO TRUE
                 END-IF
              ELSE
                 MOVE 'REJECTED - COMMODITY OR SUPERVISOR MISSING'
                      TO RPT-STATUS-MSG
                 SET TRANS-REJECTED TO TRUE
              END-IF
           ELSE
           IF WS-CURRENT-TABLE-ID = 'CONSIGN '
              IF TRANS-IMAGE-TBL (TRANS-IDX) (24:10) NOT = SPACES
                 AND (TRANS-IMAGE-TBL (TRANS-IDX) (34:1) = 'Y'
                   OR TRANS-IMAGE-TBL (TRANS-IDX) (34:1) = 'N')
                 NEXT SENTENCE
              ELSE
                 MOVE 'REJECTED - SUPPLIER OR CONSIGN FLAG INVALID'
                      TO RPT-STATUS-MSG
                 SET TRANS-REJECTED TO TRUE
              END-IF
           ELSE
           IF WS-CURRENT-TABLE-ID = 'DOMCONT '
              IF TRANS-IMAGE-TBL (TRANS-IDX) (24:1) = 'Y'
                 OR TRANS-IMAGE-TBL (TRANS-IDX) (24:1) = 'N'
                 NEXT SENTENCE
              ELSE
                 MOVE 'REJECTED - DOMESTIC CONTENT FLAG INVALID'
                      TO RPT-STATUS-MSG
                 SET TRANS-REJECTED TO TRUE
              END-IF
           ELSE
           IF WS-CURRENT-TABLE-ID = 'HAZSEGR '
              IF TRANS-IMAGE-TBL (TRANS-IDX) (1:3) NOT = SPACES
                 AND TRANS-IMAGE-TBL (TRANS-IDX) (4:3) NOT = SPACES
                 NEXT SENTENCE
              ELSE
                 MOVE 'REJECTED - HAZARD CLASS MISSING'
                      TO RPT-STATUS-MSG
                 SET TRANS-REJECTED TO TRUE
              END-IF
           ELSE
           IF WS-CURRENT-TABLE-ID = 'SHOPCAL '
              IF TRANS-IMAGE-TBL (TRANS-IDX) (1:8) NUMERIC
                 AND (TRANS-IMAGE-TBL (TRANS-IDX) (9:1) = 'H'
                   OR TRANS-IMAGE-TBL (TRANS-IDX) (9:1) = 'P'
                   OR TRANS-IMAGE-TBL (TRANS-IDX) (9:1) = 'B'
                   OR TRANS-IMAGE-TBL (TRANS-IDX) (9:1) = 'W')
                 NEXT SENTENCE
              ELSE
                 MOVE 'REJECTED - DATE OR DAY TYPE INVALID'
                      TO RPT-STATUS-MSG
                 SET TRANS-REJECTED TO TRUE
              END-IF
           ELSE
           IF WS-CURRENT-TABLE-ID = 'STATEZIP'
              IF TRANS-IMAGE-TBL (TRANS-IDX) (17:2) ALPHABETIC
                 IF TRANS-IMAGE-TBL (TRANS-IDX) (21:5) NUMERIC
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
      *****************************************************************
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2560-WRITE-OPER-ACTIVITY PARAGRAPH APPENDS ONE TMNT
      *    RECORD TO THE OPERATOR ACTIVITY LOG FOR AN APPLIED
      *    TRANSACTION. A SUPPLIER MASTER OR PAYMENT TERMS ROW IS
      *    LOGGED AGAINST THE SUPPLIER, A BUYER ROW AGAINST THE BUYER
      *    AND A STANDARD COST ROW AGAINST THE PART, SO SODRPT.CBL CAN
      *    MATCH THEM WITH OTHER DUTIES ON THE SAME OBJECT. A BUDGET
      *    OVERRIDE IS LOGGED AS A BOVR DUTY AGAINST THE ORDER IT
      *    LETS THROUGH. A CONSIGNMENT AGREEMENT IS LOGGED AGAINST
      *    THE SUPPLIER IT WAS MADE WITH AND A DOMESTIC CONTENT
      *    REQUIREMENT AGAINST ITS PART. ANY OTHER ROW IS LOGGED
      *    AGAINST ITS TABLE ID AND ROW KEY.
      *
      *  CALLED BY:
      *    -  2300-APPLY-ONE-TRANS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2560-WRITE-OPER-ACTIVITY.
           INITIALIZE OPER-ACT-REC-WS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO OPER-ACT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:8) TO OPER-ACT-TIME.
           MOVE TRANS-OPER-TBL (TRANS-IDX)  TO OPER-ID.
           MOVE 'TMNT'                      TO OPER-ROLE-CODE.
           MOVE 'TBLMAINT'                  TO OPER-SOURCE-PGM.
           MOVE RPT-STATUS-MSG (11:15)      TO OPER-DETAIL.
      *
           EVALUATE WS-CURRENT-TABLE-ID
              WHEN 'SUPPMAST'
              WHEN 'PAYTERMS'
                 MOVE 'SUPP' TO OPER-OBJECT-TYPE
                 MOVE TRANS-IMAGE-TBL (TRANS-IDX) (1:10)
                    TO OPER-OBJECT-KEY
              WHEN 'BUYERTBL'
                 MOVE 'BUYR' TO OPER-OBJECT-TYPE
                 MOVE TRANS-IMAGE-TBL (TRANS-IDX) (1:3)
                    TO OPER-OBJECT-KEY
              WHEN 'STDCOST '
                 MOVE 'PART' TO OPER-OBJECT-TYPE
                 MOVE TRANS-IMAGE-TBL (TRANS-IDX) (1:23)
                    TO OPER-OBJECT-KEY
              WHEN 'CONSIGN '
                 MOVE 'SUPP' TO OPER-OBJECT-TYPE
                 MOVE TRANS-IMAGE-TBL (TRANS-IDX) (24:10)
                    TO OPER-OBJECT-KEY
              WHEN 'DOMCONT '
                 MOVE 'PART' TO OPER-OBJECT-TYPE
                 MOVE TRANS-IMAGE-TBL (TRANS-IDX) (1:23)
                    TO OPER-OBJECT-KEY
              WHEN 'BUDGOVRD'
                 MOVE 'BOVR' TO OPER-ROLE-CODE
                 MOVE 'PO  ' TO OPER-OBJECT-TYPE
                 MOVE TRANS-IMAGE-TBL (TRANS-IDX) (1:6)
                    TO OPER-OBJECT-KEY
              WHEN OTHER
                 MOVE 'TBL ' TO OPER-OBJECT-TYPE
                 MOVE WS-CURRENT-TABLE-ID TO OPER-OBJECT-KEY (1:8)
                 MOVE TRANS-IMAGE-TBL (TRANS-IDX)
                      (WS-REF-KEY-POS:WS-REF-KEY-LEN)
                    TO OPER-OBJECT-KEY (9:17)
           END-EVALUATE.
      *
           WRITE OPERLOG-REC FROM OPER-ACT-REC-WS.
           IF OLCODE = '00'
              ADD 1 TO WS-OPERLOG-WRTN-CTR
           ELSE
              DISPLAY 'ERROR WRITING OPERATOR ACTIVITY LOG'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2700-WRITE-NEW-FILE PARAGRAPH WRITES EVERY UNDELETED
      *    ENTRY OF THE IN-MEMORY TABLE TO THE CURRENT PHASE'S NEW
      *    OUTPUT FILE, TRUNCATED BACK TO THAT FILE'S OWN RECORD
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2800-WRITE-NEW-RECORD PARAGRAPH WRITES ONE RECORD IMAGE
      *    TO THE NEW OUTPUT FILE BELONGING TO THE CURRENT PHASE. THE
      *    NEW SUPPLIER MASTER IS AN INDEXED FILE WRITTEN BY KEY, SO
      *    ADDED SUPPLIERS NEED NOT FOLLOW THE OLD MASTER'S ORDER.
      *
      *  CALLED BY:
      *    -  2700-WRITE-NEW-FILE
                 WRITE VEHMNEW-REC FROM REF-DATA-TBL (REF-IDX)
              WHEN 'SUPPMAST'
                 WRITE SUPPMNEW-REC FROM REF-DATA-TBL (REF-IDX)
                    INVALID KEY
                       DISPLAY 'ERROR WRITING NEW SUPPLIER MASTER -- '
                               'KEY ' SUPPMNEW-FILE-KEY ' STATUS '
                               MNCODE
                 END-WRITE
              WHEN 'BUYERTBL'
                 WRITE BUYERNEW-REC FROM REF-DATA-TBL (REF-IDX)
              WHEN 'UNITOFM '
                 WRITE UOMNEW-REC FROM REF-DATA-TBL (REF-IDX)
              WHEN 'PAYTERMS'
                 WRITE PAYTNEW-REC FROM REF-DATA-TBL (REF-IDX)
              WHEN 'GLRULES '
                 WRITE GLRULNEW-REC FROM REF-DATA-TBL (REF-IDX)
              WHEN 'STDCOST '
                 WRITE STDCNEW-REC FROM REF-DATA-TBL (REF-IDX)
              WHEN 'SODRULES'
                 WRITE SODRNEW-REC FROM REF-DATA-TBL (REF-IDX)
              WHEN 'COMMBUDG'
                 WRITE COMBNEW-REC FROM REF-DATA-TBL (REF-IDX)
              WHEN 'BUDGOVRD'
                 WRITE BOVRNEW-REC FROM REF-DATA-TBL (REF-IDX)
              WHEN 'CONSIGN '
                 WRITE CSGNNEW-REC FROM REF-DATA-TBL (REF-IDX)
              WHEN 'DOMCONT '
                 WRITE DOMCNEW-REC FROM REF-DATA-TBL (REF-IDX)
              WHEN 'HAZSEGR '
                 WRITE HAZSNEW-REC FROM REF-DATA-TBL (REF-IDX)
              WHEN 'SHOPCAL '
                 WRITE SCALNEW-REC FROM REF-DATA-TBL (REF-IDX)
           END-EVALUATE.
      *
      *****************************************************************
                 BUYERTBL
                 UNITOFM
                 PAYTERMS
                 GLRULES
                 STDCOST
                 SODRULES
                 COMMBUDG
                 BUDGOVRD
                 CONSIGN
                 DOMCONT
                 HAZSEGR
                 SHOPCAL
                 TBLTRANS
                 STATENEW
                 VEHMNEW
                 BUYERNEW
                 UOMNEW
                 PAYTNEW
                 GLRULNEW
                 STDCNEW
                 SODRNEW
                 COMBNEW
                 BOVRNEW
                 CSGNNEW
                 DOMCNEW
                 HAZSNEW
                 SCALNEW
                 TBLMRPT
                 OPERLOG.
      *
           DISPLAY 'MAINT TRANSACTIONS READ:     ' WS-TRANS-READ-CTR.
           DISPLAY 'TRANSACTIONS APPLIED:        '
                   WS-TRANS-REJECTED-CTR.
           DISPLAY 'UNKNOWN TABLE IDS:           '
                   WS-UNKNOWN-TABLE-CTR.
           DISPLAY 'OPERATOR ACTIVITY LOGGED:    '
                   WS-OPERLOG-WRTN-CTR.
