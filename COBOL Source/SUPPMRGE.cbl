       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPMRGE.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS UTILITY REPLACES A SUPPLIER-CODE WITH ANOTHER ACROSS
      *    EVERY MASTER THAT CARRIES IT, IN ONE CONTROLLED RUN, WHEN A
      *    SUPPLIER IS BOUGHT BY ANOTHER AND ITS BUSINESS MOVES TO THE
      *    BUYER'S CODE. IT IS RUN ON DEMAND BETWEEN NIGHTLY STREAMS,
      *    AFTER SNAPCAT.CBL HAS CATALOGED THE NIGHT'S MASTERS, SO THAT
      *    SNAPREST.CBL CAN RETURN THE CATALOGED MASTERS TO THEIR STATE
      *    BEFORE THE MERGE. PARTFILE, SUPPMAST, ALTSUPP, PAYTERMS,
      *    CONSIGN AND THE SUPPLIER GROUP FILE ARE NOT IN THE SNAPSHOT
      *    SET AND ARE BACKED UP BY THE JOB.
      *
      *    EACH MERGE TRANSACTION GIVES THE OLD (RETIRING) CODE, THE
      *    NEW (SURVIVING) CODE, THE EFFECTIVE DATE AND THE OPERATOR
      *    WHO KEYED IT. A TRANSACTION IS REJECTED WHEN A CODE OR THE
      *    OPERATOR IS MISSING, THE TWO CODES ARE THE SAME, THE DATE
      *    IS NOT VALID, THE OLD CODE IS NOT ON THE SUPPLIER MASTER,
      *    THE OLD CODE IS ALREADY BEING MERGED THIS RUN, OR IT WOULD
      *    CHAIN WITH ANOTHER MERGE THIS RUN (A CODE BOTH RETIRING AND
      *    SURVIVING) -- A CHAIN IS RUN AS TWO SEPARATE RUNS. A MERGE
      *    DATED AFTER TODAY IS LISTED AS NOT YET EFFECTIVE AND LEFT
      *    FOR A LATER RUN. SEVERAL OLD CODES MAY MERGE INTO ONE NEW
      *    CODE IN THE SAME RUN.
      *
      *    PARTFILE IS REWRITTEN IN PLACE. THE SUPPLIER MASTER,
      *    SUPPLIER HISTORY, CONTRACT, ALTERNATE SUPPLIER, SUPPLIER
      *    CROSS-REFERENCE, PAYMENT TERMS, ADDRESS MASTER, OPEN-RETURNS
      *    MASTER, INVOICE REGISTER, CONSIGNMENT AGREEMENTS,
      *    CONSIGNMENT STOCK MASTER, OPEN-CLAIMS MASTER AND SUPPLIER
      *    GROUP FILE ARE EACH READ, RE-KEYED AND SORTED BACK INTO
      *    THEIR KEY SEQUENCE ONTO A NEW FILE. WHEN A RE-KEYED RECORD
      *    LANDS ON A KEY THE SURVIVING CODE ALREADY HOLDS, THE
      *    COLLISION IS LISTED ON THE REPORT. SUPPLIER HISTORY
      *    STATISTICS ARE COMBINED INTO ONE RECORD, AN OPEN RETURN'S
      *    QUANTITIES ARE ADDED TOGETHER AND CONSIGNED STOCK AT ONE
      *    PART AND LOCATION IS ADDED INTO ONE ROW; IN EVERY OTHER
      *    FILE THE SURVIVING CODE'S RECORD IS KEPT AND THE RE-KEYED
      *    ONE DROPPED.
      *
      *    THE OPEN AP ITEMS MASTER, PAID VOUCHER HISTORY, RFQ MASTER
      *    AND OPEN-HOLDS MASTER ARE NOT KEYED ON THE SUPPLIER-CODE,
      *    SO CHANGING IT CANNOT MOVE A RECORD OR MAKE TWO RECORDS
      *    COLLIDE. EACH IS COPIED TO ITS NEW FILE IN THE ORDER READ
      *    WITH THE CODE REPLACED WHERE IT IS BEING MERGED. ON THE
      *    OPEN AP ITEMS MASTER THE CODE SITS IN A DIFFERENT PLACE ON
      *    A VOUCHER AND ON A DEBIT MEMO.
      *
      *    THE PO BACKLOG AND THE EXPEDITE NOTE HISTORY CARRY NO
      *    SUPPLIER-CODE -- A PO'S SUPPLIER IS ITS PART'S SUPPLIER ON
      *    PARTFILE -- SO THEY MOVE WITH PARTFILE. THE BACKLOG IS
      *    COUNTED; THE NOTE HISTORY IS NOT READ.
      *
      *    EVERY MERGE APPLIED IS APPENDED TO THE CUMULATIVE MERGE
      *    CROSS-REFERENCE (OLD CODE, NEW CODE, EFFECTIVE DATE) SO
      *    HISTORY PRINTED UNDER THE OLD CODE CAN STILL BE TRACED, AND
      *    LOGGED TO THE OPERATOR ACTIVITY LOG. THE REPORT LISTS THE
      *    TRANSACTIONS, THE COLLISIONS AND A BEFORE/AFTER RECORD COUNT
      *    PER FILE, SHOWING HOW MANY RECORDS WERE UNDER THE OLD AND
      *    NEW CODES BEFORE AND AFTER THE MERGE.
      *
      *    A FULL MERGE OR MERGED-PART TABLE ENDS THE STEP WITH
      *    RETURN-CODE 16.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      RTPOT44.SUPPMRGE.TRANS - SUPPLIER MERGE TRANSACTIONS, ONE
      *                               PER SUPPLIER-CODE RETIRED
      *      INTERNAL FILE NAME:      MRGTRAN
      *      JCL DD NAME:             MRGTRAN
      *
      *
      *      RTPOT44.AUTOPART.SUPPMAST.FILE - SUPPLIER MASTER (INDEXED)
      *      INTERNAL FILE NAME:              SUPPMAST
      *      JCL DD NAME:                     SUPPMAST
      *
      *
      *      RTPOT44.SUPPHIST.MASTER.NEW - SUPPLIER HISTORY MASTER
      *      INTERNAL FILE NAME:           SUPPHIST
      *      JCL DD NAME:                  SUPPHIST
      *
      *
      *      RTPOT44.AUTOPART.CONTRACT.NEW - CONTRACT PRICE FILE
      *                                      (INDEXED)
      *      INTERNAL FILE NAME:             CONTRACT
      *      JCL DD NAME:                    CONTRACT
      *
      *
      *      RTPOT44.AUTOPART.ALTSUPP.FILE - ALTERNATE SUPPLIER FILE
      *                                      (INDEXED)
      *      INTERNAL FILE NAME:             ALTSUPP
      *      JCL DD NAME:                    ALTSUPP
      *
      *
      *      RTPOT44.XREFMNT.SUPPXREF.NEW - SUPPLIER CROSS-REFERENCE
      *                                     (INDEXED)
      *      INTERNAL FILE NAME:            SUPPXREF
      *      JCL DD NAME:                   SUPPXREF
      *
      *
      *      RTPOT44.AUTOPART.PAYTERMS.FILE - PAYMENT TERMS FILE
      *      INTERNAL FILE NAME:              PAYTERMS
      *      JCL DD NAME:                     PAYTERMS
      *
      *
      *      RTPOT44.ADDRMON.ADDRMAST.NEW - SUPPLIER ADDRESS MASTER
      *      INTERNAL FILE NAME:            ADDRMAST
      *      JCL DD NAME:                   ADDRMAST
      *
      *
      *      RTPOT44.RTVAGE.RTVHIST.NEW - OPEN-RETURNS MASTER
      *      INTERNAL FILE NAME:          RTVHIST
      *      JCL DD NAME:                 RTVHIST
      *
      *
      *      RTPOT44.PORECV.INVREG.NEW - INVOICE REGISTER
      *      INTERNAL FILE NAME:         INVREG
      *      JCL DD NAME:                INVREG
      *
      *
      *      RTPOT44.PORECV.CONSIGN.FILE - CONSIGNMENT AGREEMENTS
      *      INTERNAL FILE NAME:           CONSIGN
      *      JCL DD NAME:                  CONSIGN
      *
      *
      *      RTPOT44.INVISSUE.CONSMAST.NEW - CONSIGNMENT STOCK MASTER
      *      INTERNAL FILE NAME:             CONSMAST
      *      JCL DD NAME:                    CONSMAST
      *
      *
      *      RTPOT44.WARRCLM.CLMHIST.NEW - OPEN-CLAIMS MASTER
      *      INTERNAL FILE NAME:           CLMHIST
      *      JCL DD NAME:                  CLMHIST
      *
      *
      *      RTPOT44.AUTOPART.SUPPLIER - SUPPLIER GROUP FILE (INDEXED)
      *      INTERNAL FILE NAME:         SUPPLIER
      *      JCL DD NAME:                SUPPLIER
      *
      *
      *      RTPOT44.PAYRUN.APOPEN.NEW - OPEN AP ITEMS MASTER
      *      INTERNAL FILE NAME:         APOPEN
      *      JCL DD NAME:                APOPEN
      *
      *
      *      RTPOT44.PAYRUN.PAIDHIST.NEW - PAID VOUCHER HISTORY
      *      INTERNAL FILE NAME:           PAIDHIST
      *      JCL DD NAME:                  PAIDHIST
      *
      *
      *      RTPOT44.RFQCYCL.RFQMAST.NEW - RFQ MASTER
      *      INTERNAL FILE NAME:           RFQMAST
      *      JCL DD NAME:                  RFQMAST
      *
      *
      *      RTPOT44.HOLDPOST.HOLDMAST.NEW - OPEN-HOLDS MASTER
      *      INTERNAL FILE NAME:             HOLDMAST
      *      JCL DD NAME:                    HOLDMAST
      *
      *
      *      RTPOT44.PORECV.BACKLOG.NEW - OPEN PO BACKLOG MASTER
      *      INTERNAL FILE NAME:          PORHIST
      *      JCL DD NAME:                 PORHIST
      *
      *
      *    INPUT/OUTPUT FILES:
      *      RTPOT44.AUTOPART.PARTFILE - PARTS MASTER (INDEXED,
      *                                  REWRITTEN IN PLACE)
      *      INTERNAL FILE NAME:         PARTFILE
      *      JCL DD NAME:                PARTFILE
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.SUPPMRGE.SUPPMAST.NEW - RE-KEYED SUPPLIER MASTER
      *                                      (INDEXED)
      *      INTERNAL FILE NAME:             SMNEW
      *      JCL DD NAME:                    SMNEW
      *
      *
      *      RTPOT44.SUPPMRGE.SUPPHIST.NEW - RE-KEYED SUPPLIER HISTORY
      *                                      MASTER
      *      INTERNAL FILE NAME:             SHNEW
      *      JCL DD NAME:                    SHNEW
      *
      *
      *      RTPOT44.SUPPMRGE.CONTRACT.NEW - RE-KEYED CONTRACT PRICE
      *                                      FILE (INDEXED)
      *      INTERNAL FILE NAME:             CTNEW
      *      JCL DD NAME:                    CTNEW
      *
      *
      *      RTPOT44.SUPPMRGE.ALTSUPP.NEW - RE-KEYED ALTERNATE SUPPLIER
      *                                     FILE (INDEXED)
      *      INTERNAL FILE NAME:            ASNEW
      *      JCL DD NAME:                   ASNEW
      *
      *
      *      RTPOT44.SUPPMRGE.SUPPXREF.NEW - RE-KEYED SUPPLIER CROSS-
      *                                      REFERENCE (INDEXED)
      *      INTERNAL FILE NAME:             SXNEW
      *      JCL DD NAME:                    SXNEW
      *
      *
      *      RTPOT44.SUPPMRGE.PAYTERMS.NEW - RE-KEYED PAYMENT TERMS
      *                                      FILE
      *      INTERNAL FILE NAME:             PTNEW
      *      JCL DD NAME:                    PTNEW
      *
      *
      *      RTPOT44.SUPPMRGE.ADDRMAST.NEW - RE-KEYED SUPPLIER ADDRESS
      *                                      MASTER
      *      INTERNAL FILE NAME:             AMNEW
      *      JCL DD NAME:                    AMNEW
      *
      *
      *      RTPOT44.SUPPMRGE.RTVHIST.NEW - RE-KEYED OPEN-RETURNS
      *                                     MASTER
      *      INTERNAL FILE NAME:            RVNEW
      *      JCL DD NAME:                   RVNEW
      *
      *
      *      RTPOT44.SUPPMRGE.INVREG.NEW - RE-KEYED INVOICE REGISTER,
      *                                    IN SUPPLIER/INVOICE SEQUENCE
      *      INTERNAL FILE NAME:           IRNEW
      *      JCL DD NAME:                  IRNEW
      *
      *
      *      RTPOT44.SUPPMRGE.CONSIGN.NEW - RE-KEYED CONSIGNMENT
      *                                     AGREEMENTS
      *      INTERNAL FILE NAME:            CGNEW
      *      JCL DD NAME:                   CGNEW
      *
      *
      *      RTPOT44.SUPPMRGE.CONSMAST.NEW - RE-KEYED CONSIGNMENT STOCK
      *                                      MASTER
      *      INTERNAL FILE NAME:             CMNEW
      *      JCL DD NAME:                    CMNEW
      *
      *
      *      RTPOT44.SUPPMRGE.CLMHIST.NEW - RE-KEYED OPEN-CLAIMS MASTER
      *      INTERNAL FILE NAME:            CHNEW
      *      JCL DD NAME:                   CHNEW
      *
      *
      *      RTPOT44.SUPPMRGE.SUPPLIER.NEW - RE-KEYED SUPPLIER GROUP
      *                                      FILE (INDEXED)
      *      INTERNAL FILE NAME:             SPNEW
      *      JCL DD NAME:                    SPNEW
      *
      *
      *      RTPOT44.SUPPMRGE.APOPEN.NEW - OPEN AP ITEMS MASTER UNDER
      *                                    THE SURVIVING CODES
      *      INTERNAL FILE NAME:           AONEW
      *      JCL DD NAME:                  AONEW
      *
      *
      *      RTPOT44.SUPPMRGE.PAIDHIST.NEW - PAID VOUCHER HISTORY UNDER
      *                                      THE SURVIVING CODES
      *      INTERNAL FILE NAME:             PDNEW
      *      JCL DD NAME:                    PDNEW
      *
      *
      *      RTPOT44.SUPPMRGE.RFQMAST.NEW - RFQ MASTER UNDER THE
      *                                     SURVIVING CODES
      *      INTERNAL FILE NAME:            RQNEW
      *      JCL DD NAME:                   RQNEW
      *
      *
      *      RTPOT44.SUPPMRGE.HOLDMAST.NEW - OPEN-HOLDS MASTER UNDER
      *                                      THE SURVIVING CODES
      *      INTERNAL FILE NAME:             HMNEW
      *      JCL DD NAME:                    HMNEW
      *
      *
      *      EACH NEW FILE IS PROMOTED BY THE JOB OVER THE DSN IT WAS
      *      READ FROM.
      *
      *
      *      RTPOT44.SUPPMRGE.XREF - SUPPLIER MERGE CROSS-REFERENCE,
      *                              ONE RECORD PER MERGE APPLIED
      *                              (OPENED EXTEND, CUMULATIVE)
      *      INTERNAL FILE NAME:     MRGXREF
      *      JCL DD NAME:            MRGXREF
      *
      *
      *      RTPOT44.SUPPMRGE.MERGE.RPT - SUPPLIER MERGE REPORT
      *      INTERNAL FILE NAME:          MRGRPT
      *      JCL DD NAME:                 MRGRPT
      *
      *
      *      RTPOT44.OPERLOG.ACTIVITY - OPERATOR ACTIVITY LOG, ONE
      *                                 SMRG RECORD PER MERGE APPLIED
      *                                 (OPENED EXTEND, CUMULATIVE)
      *      INTERNAL FILE NAME:        OPERLOG
      *      JCL DD NAME:               OPERLOG
      *
      *
      *    WORK FILES:
      *      MRGWORK - SORT WORK FILE HOLDING ONE FILE'S RECORDS AT A
      *                TIME, RE-KEYED, SORTED ASCENDING BY THE FILE'S
      *                KEY WITH THE SURVIVING CODE'S OWN RECORD AHEAD
      *                OF A RE-KEYED RECORD ON THE SAME KEY
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(SUPPMRGE)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  CONSIGN, CONSMAST, CLMHIST AND THE SUPPLIER
      *                   GROUP FILE ARE NOW RE-KEYED THROUGH THE SORT,
      *                   CONSIGNED STOCK ON ONE PART AND LOCATION BEING
      *                   COMBINED. APOPEN, PAIDHIST, RFQMAST AND
      *                   HOLDMAST ARE COPIED IN PLACE WITH THE CODE
      *                   REPLACED. RECORD IMAGE WIDENED TO 140 BYTES
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  SUPPMAST, CONTRACT, ALTSUPP AND SUPPXREF ARE
      *                   NOW INDEXED. EACH IS READ IN KEY SEQUENCE AND
      *                   ITS RE-KEYED FILE LOADED FROM THE SORT, WHICH
      *                   RETURNS ONE RECORD PER KEY IN KEY SEQUENCE
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  10/15/2026
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRGTRAN ASSIGN TO MRGTRAN
              FILE STATUS IS TRCODE.
      *
           SELECT SUPPMAST ASSIGN TO SUPPMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SUPPMAST-FILE-KEY
              FILE STATUS IS SMCODE.
      *
           SELECT SMNEW ASSIGN TO SMNEW
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SMNEW-FILE-KEY
              FILE STATUS IS SNCODE.
      *
           SELECT SUPPHIST ASSIGN TO SUPPHIST
              FILE STATUS IS HSCODE.
      *
           SELECT SHNEW ASSIGN TO SHNEW
              FILE STATUS IS HNCODE.
      *
           SELECT CONTRACT ASSIGN TO CONTRACT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CONTRACT-FILE-KEY
              FILE STATUS IS CTCODE.
      *
           SELECT CTNEW ASSIGN TO CTNEW
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CTNEW-FILE-KEY
              FILE STATUS IS CNCODE.
      *
           SELECT ALTSUPP ASSIGN TO ALTSUPP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ALTSUPP-FILE-KEY
              FILE STATUS IS ASCODE.
      *
           SELECT ASNEW ASSIGN TO ASNEW
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ASNEW-FILE-KEY
              FILE STATUS IS ANCODE.
      *
           SELECT SUPPXREF ASSIGN TO SUPPXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SUPPXREF-FILE-KEY
              ALTERNATE RECORD KEY IS SUPPXREF-SUPP-PART-KEY
                 WITH DUPLICATES
              FILE STATUS IS SXCODE.
      *
           SELECT SXNEW ASSIGN TO SXNEW
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SXNEW-FILE-KEY
              ALTERNATE RECORD KEY IS SXNEW-SUPP-PART-KEY
                 WITH DUPLICATES
              FILE STATUS IS XNCODE.
      *
           SELECT PAYTERMS ASSIGN TO PAYTERMS
              FILE STATUS IS PTCODE.
      *
           SELECT PTNEW ASSIGN TO PTNEW
              FILE STATUS IS PNCODE.
      *
           SELECT ADDRMAST ASSIGN TO ADDRMAST
              FILE STATUS IS AMCODE.
      *
           SELECT AMNEW ASSIGN TO AMNEW
              FILE STATUS IS MNCODE.
      *
           SELECT RTVHIST ASSIGN TO RTVHIST
              FILE STATUS IS RVCODE.
      *
           SELECT RVNEW ASSIGN TO RVNEW
              FILE STATUS IS VNCODE.
      *
           SELECT INVREG ASSIGN TO INVREG
              FILE STATUS IS IRCODE.
      *
           SELECT IRNEW ASSIGN TO IRNEW
              FILE STATUS IS INCODE.
      *
           SELECT CONSIGN ASSIGN TO CONSIGN
              FILE STATUS IS CGCODE.
      *
           SELECT CGNEW ASSIGN TO CGNEW
              FILE STATUS IS GNCODE.
      *
           SELECT CONSMAST ASSIGN TO CONSMAST
              FILE STATUS IS CMCODE.
      *
           SELECT CMNEW ASSIGN TO CMNEW
              FILE STATUS IS KNCODE.
      *
           SELECT CLMHIST ASSIGN TO CLMHIST
              FILE STATUS IS CHCODE.
      *
           SELECT CHNEW ASSIGN TO CHNEW
              FILE STATUS IS LNCODE.
      *
           SELECT SUPPLIER ASSIGN TO SUPPLIER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SUPPLIER-FILE-KEY
              FILE STATUS IS SUCODE.
      *
           SELECT SPNEW ASSIGN TO SPNEW
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SPNEW-FILE-KEY
              FILE STATUS IS UNCODE.
      *
           SELECT APOPEN ASSIGN TO APOPEN
              FILE STATUS IS AOCODE.
      *
           SELECT AONEW ASSIGN TO AONEW
              FILE STATUS IS ONCODE.
      *
           SELECT PAIDHIST ASSIGN TO PAIDHIST
              FILE STATUS IS PDCODE.
      *
           SELECT PDNEW ASSIGN TO PDNEW
              FILE STATUS IS DNCODE.
      *
           SELECT RFQMAST ASSIGN TO RFQMAST
              FILE STATUS IS RQCODE.
      *
           SELECT RQNEW ASSIGN TO RQNEW
              FILE STATUS IS QNCODE.
      *
           SELECT HOLDMAST ASSIGN TO HOLDMAST
              FILE STATUS IS HMCODE.
      *
           SELECT HMNEW ASSIGN TO HMNEW
              FILE STATUS IS WNCODE.
      *
           SELECT PARTFILE ASSIGN TO PARTFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PARTFILE-KEY
              FILE STATUS IS PACODE.
      *
           SELECT PORHIST ASSIGN TO PORHIST
              FILE STATUS IS PHCODE.
      *
           SELECT MRG-SORT-FILE ASSIGN TO MRGWORK.
      *
           SELECT MRGXREF ASSIGN TO MRGXREF
              FILE STATUS IS MXCODE.
      *
           SELECT MRGRPT ASSIGN TO MRGRPT
              FILE STATUS IS MRCODE.
      *
           SELECT OPERLOG ASSIGN TO OPERLOG
              FILE STATUS IS OLCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MRGTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MRGTRAN-REC.
      *
       01 MRGTRAN-REC PIC X(40).
      *
       FD  SUPPMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 29 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMAST-REC.
      *
       01 SUPPMAST-REC.
          05 SUPPMAST-FILE-KEY       PIC X(10).
          05 FILLER                  PIC X(19).
      *
       FD  SMNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 29 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SMNEW-REC.
      *
       01 SMNEW-REC.
          05 SMNEW-FILE-KEY          PIC X(10).
          05 FILLER                  PIC X(19).
      *
       FD  SUPPHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 71 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPHIST-REC.
      *
       01 SUPPHIST-REC PIC X(71).
      *
       FD  SHNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 71 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SHNEW-REC.
      *
       01 SHNEW-REC PIC X(71).
      *
       FD  CONTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 42 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTRACT-REC.
      *
       01 CONTRACT-REC.
          05 CONTRACT-FILE-KEY       PIC X(33).
          05 FILLER                  PIC X(09).
      *
       FD  CTNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 42 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CTNEW-REC.
      *
       01 CTNEW-REC.
          05 CTNEW-FILE-KEY          PIC X(33).
          05 FILLER                  PIC X(09).
      *
       FD  ALTSUPP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALTSUPP-REC.
      *
       01 ALTSUPP-REC.
          05 ALTSUPP-FILE-KEY        PIC X(33).
          05 FILLER                  PIC X(01).
      *
       FD  ASNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASNEW-REC.
      *
       01 ASNEW-REC.
          05 ASNEW-FILE-KEY          PIC X(33).
          05 FILLER                  PIC X(01).
      *
       FD  SUPPXREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPXREF-REC.
      *
       01 SUPPXREF-REC.
          05 SUPPXREF-FILE-KEY       PIC X(33).
          05 SUPPXREF-SUPP-PART-KEY  PIC X(15).
          05 FILLER                  PIC X(02).
      *
       FD  SXNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SXNEW-REC.
      *
       01 SXNEW-REC.
          05 SXNEW-FILE-KEY          PIC X(33).
          05 SXNEW-SUPP-PART-KEY     PIC X(15).
          05 FILLER                  PIC X(02).
      *
       FD  PAYTERMS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYTERMS-REC.
      *
       01 PAYTERMS-REC PIC X(20).
      *
       FD  PTNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PTNEW-REC.
      *
       01 PTNEW-REC PIC X(20).
      *
       FD  ADDRMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADDRMAST-REC.
      *
       01 ADDRMAST-REC PIC X(100).
      *
       FD  AMNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AMNEW-REC.
      *
       01 AMNEW-REC PIC X(100).
      *
       FD  RTVHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTVHIST-REC.
      *
       01 RTVHIST-REC PIC X(60).
      *
       FD  RVNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RVNEW-REC.
      *
       01 RVNEW-REC PIC X(60).
      *
       FD  INVREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVREG-REC.
      *
       01 INVREG-REC PIC X(45).
      *
       FD  IRNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS IRNEW-REC.
      *
       01 IRNEW-REC PIC X(45).
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
       FD  CGNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 34 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CGNEW-REC.
      *
       01 CGNEW-REC PIC X(34).
      *
       FD  CONSMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONSMAST-REC.
      *
       01 CONSMAST-REC PIC X(50).
      *
       FD  CMNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CMNEW-REC.
      *
       01 CMNEW-REC PIC X(50).
      *
       FD  CLMHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLMHIST-REC.
      *
       01 CLMHIST-REC PIC X(100).
      *
       FD  CHNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHNEW-REC.
      *
       01 CHNEW-REC PIC X(100).
      *
       FD  SUPPLIER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 43 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLIER-REC.
      *
       01 SUPPLIER-REC.
          05 SUPPLIER-FILE-KEY       PIC X(10).
          05 FILLER                  PIC X(33).
      *
       FD  SPNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 43 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SPNEW-REC.
      *
       01 SPNEW-REC.
          05 SPNEW-FILE-KEY          PIC X(10).
          05 FILLER                  PIC X(33).
      *
       FD  APOPEN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APOPEN-REC.
      *
       01 APOPEN-REC PIC X(130).
      *
       FD  AONEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AONEW-REC.
      *
       01 AONEW-REC PIC X(130).
      *
       FD  PAIDHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAIDHIST-REC.
      *
       01 PAIDHIST-REC PIC X(120).
      *
       FD  PDNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PDNEW-REC.
      *
       01 PDNEW-REC PIC X(120).
      *
       FD  RFQMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RFQMAST-REC.
      *
       01 RFQMAST-REC PIC X(140).
      *
       FD  RQNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RQNEW-REC.
      *
       01 RQNEW-REC PIC X(140).
      *
       FD  HOLDMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLDMAST-REC.
      *
       01 HOLDMAST-REC PIC X(70).
      *
       FD  HMNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HMNEW-REC.
      *
       01 HMNEW-REC PIC X(70).
      *
       FD  PARTFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 92 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTS-REC.
      *
       01 PARTS-REC.
          05 PARTFILE-KEY            PIC X(23).
          05 FILLER                  PIC X(69).
      *
       FD  PORHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PORHIST-REC.
      *
       01 PORHIST-REC PIC X(80).
      *
       SD  MRG-SORT-FILE
           RECORD CONTAINS 190 CHARACTERS
           DATA RECORD IS MRG-SORT-REC.
      *
       01 MRG-SORT-REC.
          05 MS-KEY                  PIC X(39).
          05 MS-SOURCE               PIC X(01).
          05 MS-FROM-CODE            PIC X(10).
          05 MS-IMAGE                PIC X(140).
      *
       FD  MRGXREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MRGXREF-REC.
      *
       01 MRGXREF-REC PIC X(50).
      *
       FD  MRGRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MRGRPT-REC.
      *
       01 MRGRPT-REC PIC X(133).
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
      *****************************************************************
      *  WORKING STORAGE FOR ONE MERGE TRANSACTION -- THE RETIRING
      *  CODE, THE SURVIVING CODE, THE DATE THE MERGE TAKES EFFECT AND
      *  THE OPERATOR WHO KEYED IT.
      *****************************************************************
      *
       01 WS-MERGE-TRANS-REC.
          05 MT-OLD-CODE            PIC X(10) VALUE SPACES.
          05 MT-NEW-CODE            PIC X(10) VALUE SPACES.
          05 MT-EFFECTIVE-DATE      PIC X(08) VALUE SPACES.
          05 MT-OPERATOR-ID         PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(04) VALUE SPACES.
      *
      *****************************************************************
      *  MERGE TABLE -- EVERY TRANSACTION READ, WITH ITS STATUS:
      *  'A' APPLIED THIS RUN, 'R' REJECTED, 'H' HELD AS NOT YET
      *  EFFECTIVE. ONLY 'A' ENTRIES RE-KEY ANY RECORD. THE FOUND FLAG
      *  IS SET WHEN THE OLD CODE IS SEEN ON THE SUPPLIER MASTER.
      *****************************************************************
      *
       01 MRG-TBL.
          05 MRG-ENTRY-TBL
            OCCURS 50 TIMES INDEXED BY MRG-IDX MRG-LOOK-IDX.
            10 MRG-OLD-CODE-TBL     PIC X(10) VALUE SPACES.
            10 MRG-NEW-CODE-TBL     PIC X(10) VALUE SPACES.
            10 MRG-EFF-DATE-TBL     PIC X(08) VALUE SPACES.
            10 MRG-OPER-TBL         PIC X(08) VALUE SPACES.
            10 MRG-STATUS-TBL       PIC X(01) VALUE SPACES.
            10 MRG-REASON-TBL       PIC X(29) VALUE SPACES.
            10 MRG-FOUND-TBL        PIC X(01) VALUE 'N'.
      *
       01 WS-MERGE-VARS.
          05 WS-MAX-MRG-IDX         PIC 9(03) VALUE 50.
          05 WS-MRG-LOADED-CTR      PIC 9(03) VALUE 0.
          05 WS-TRANS-STATUS        PIC X(01) VALUE SPACES.
          05 WS-REJECT-REASON       PIC X(29) VALUE SPACES.
      *
      *****************************************************************
      *  SUPPLIER LOOKUP AREA -- THE CODE BEING CHECKED, WHETHER IT IS
      *  AN OLD CODE BEING MERGED THIS RUN (AND THE CODE IT BECOMES)
      *  AND WHETHER IT IS A SURVIVING CODE.
      *****************************************************************
      *
       01 WS-LOOKUP-VARS.
          05 WS-LOOK-SUPPLIER       PIC X(10) VALUE SPACES.
          05 WS-LOOK-NEW-CODE       PIC X(10) VALUE SPACES.
          05 OLD-CODE-HIT-SW        PIC X(01) VALUE 'N'.
             88 OLD-CODE-HIT        VALUE 'Y'.
          05 NEW-CODE-HIT-SW        PIC X(01) VALUE 'N'.
             88 NEW-CODE-HIT        VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE SUPPLIER MASTER RECORD, SAME LAYOUT
      *  AS TBLMAINT.CBL'S SUPPLIER MASTER ROW.
      *****************************************************************
      *
       01 WS-SUPP-MAST-REC.
          05 SM-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 SM-CERT-TYPE           PIC X(03) VALUE SPACES.
          05 SM-CERT-EXPIRY         PIC X(08) VALUE SPACES.
          05 SM-INS-EXPIRY          PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  THE FILE BEING RE-KEYED -- ITS ID, WHERE ITS SUPPLIER-CODE
      *  SITS IN THE RECORD AND HOW LONG ITS KEY IS (EVERY KEY STARTS
      *  IN POSITION 1) -- AND THE RECORD JUST READ FROM IT. THE HELD
      *  RECORD IS THE LAST ONE RETURNED FROM THE SORT, KEPT BACK
      *  UNTIL THE NEXT KEY IS SEEN SO A COLLIDING RE-KEYED RECORD
      *  CAN BE COMBINED INTO IT. A FILE COPIED IN PLACE HAS NO KEY
      *  LENGTH, AND ON THE OPEN AP ITEMS MASTER THE SUPPLIER-CODE
      *  POSITION IS SET FROM EACH RECORD'S ITEM TYPE.
      *****************************************************************
      *
       01 WS-CUR-FILE-VARS.
          05 WS-CUR-FILE-ID         PIC X(08) VALUE SPACES.
          05 WS-CUR-CODE            PIC X(02) VALUE SPACES.
          05 WS-SUPP-POS            PIC 9(03) VALUE 0.
          05 WS-KEY-LEN             PIC 9(03) VALUE 0.
          05 WS-REC-IMAGE           PIC X(140) VALUE SPACES.
          05 WS-HOLD-KEY            PIC X(39) VALUE SPACES.
          05 WS-HOLD-FROM-CODE      PIC X(10) VALUE SPACES.
          05 WS-HOLD-IMAGE          PIC X(140) VALUE SPACES.
          05 HOLD-SW                PIC X(01) VALUE 'N'.
             88 HOLD-PRESENT        VALUE 'Y'.
      *
      *****************************************************************
      *  SUPPLIER HISTORY RECORDS, SAME LAYOUT AS SUPPHIST.CBL'S
      *  MASTER -- THE SURVIVING CODE'S RECORD AND THE RE-KEYED
      *  RECORD COMBINED INTO IT.
      *****************************************************************
      *
       01 WS-HIST-HOLD-REC.
          05 HH-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 HH-RUN-COUNT           PIC 9(05) VALUE 0.
          05 HH-LATEST-PERF         PIC 9(03) VALUE 0.
          05 HH-LATEST-RATING       PIC X(01) VALUE SPACES.
          05 HH-PERF-SUM            PIC 9(09) VALUE 0.
          05 HH-PERF-HIGH           PIC 9(03) VALUE 0.
          05 HH-PERF-LOW            PIC 9(03) VALUE 0.
          05 HH-TREND-INDICATOR     PIC X(09) VALUE SPACES.
          05 HH-ONTIME-COUNT        PIC 9(05) VALUE 0.
          05 HH-LATE-COUNT          PIC 9(05) VALUE 0.
          05 HH-REJECT-COUNT        PIC 9(05) VALUE 0.
          05 HH-RECEIPT-COUNT       PIC 9(05) VALUE 0.
          05 HH-LAST-ACTIVITY-DATE  PIC X(08) VALUE SPACES.
      *
       01 WS-HIST-MRG-REC.
          05 HM-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 HM-RUN-COUNT           PIC 9(05) VALUE 0.
          05 HM-LATEST-PERF         PIC 9(03) VALUE 0.
          05 HM-LATEST-RATING       PIC X(01) VALUE SPACES.
          05 HM-PERF-SUM            PIC 9(09) VALUE 0.
          05 HM-PERF-HIGH           PIC 9(03) VALUE 0.
          05 HM-PERF-LOW            PIC 9(03) VALUE 0.
          05 HM-TREND-INDICATOR     PIC X(09) VALUE SPACES.
          05 HM-ONTIME-COUNT        PIC 9(05) VALUE 0.
          05 HM-LATE-COUNT          PIC 9(05) VALUE 0.
          05 HM-REJECT-COUNT        PIC 9(05) VALUE 0.
          05 HM-RECEIPT-COUNT       PIC 9(05) VALUE 0.
          05 HM-LAST-ACTIVITY-DATE  PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  OPEN-RETURNS RECORDS, SAME LAYOUT AS RTVAGE.CBL'S MASTER --
      *  THE SURVIVING CODE'S RETURN AND THE RE-KEYED RETURN ADDED
      *  INTO IT.
      *****************************************************************
      *
       01 WS-RTV-HOLD-REC.
          05 RH-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 RH-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 RH-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 RH-RETURN-QTY          PIC 9(07) VALUE 0.
          05 RH-REASON-CODE         PIC X(01) VALUE SPACES.
          05 RH-RETURN-DATE         PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(05) VALUE SPACES.
      *
       01 WS-RTV-MRG-REC.
          05 RM-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 RM-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 RM-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 RM-RETURN-QTY          PIC 9(07) VALUE 0.
          05 RM-REASON-CODE         PIC X(01) VALUE SPACES.
          05 RM-RETURN-DATE         PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(05) VALUE SPACES.
      *
      *****************************************************************
      *  CONSIGNMENT STOCK RECORDS, SAME LAYOUT AS PORECV.CBL'S
      *  MASTER -- THE SURVIVING CODE'S STOCK AND THE RE-KEYED STOCK
      *  AT THE SAME PART AND LOCATION ADDED INTO IT.
      *****************************************************************
      *
       01 WS-CONS-HOLD-REC.
          05 CH-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 CH-LOCATION-CODE       PIC X(02) VALUE SPACES.
          05 CH-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 CH-CONSIGNED-QTY       PIC S9(7) VALUE 0.
          05 CH-LAST-RECEIPT-DATE   PIC X(08) VALUE SPACES.
      *
       01 WS-CONS-MRG-REC.
          05 CM-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 CM-LOCATION-CODE       PIC X(02) VALUE SPACES.
          05 CM-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 CM-CONSIGNED-QTY       PIC S9(7) VALUE 0.
          05 CM-LAST-RECEIPT-DATE   PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE PARTS MASTER RECORD, AND THE TABLE OF
      *  PARTS BELONGING TO A MERGED OR SURVIVING SUPPLIER USED TO
      *  COUNT THE PO BACKLOG -- 'O' FOR A PART MOVED OFF AN OLD CODE,
      *  'N' FOR A PART ALREADY UNDER A SURVIVING CODE.
      *****************************************************************
      *
       01 WS-PARTS-REC.
          05 PM-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 FILLER                 PIC X(55) VALUE SPACES.
          05 PM-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(04) VALUE SPACES.
      *
       01 MPART-TBL.
          05 MPART-ENTRY-TBL
            OCCURS 2000 TIMES INDEXED BY MPART-IDX.
            10 MPART-NUMBER-TBL     PIC X(23) VALUE SPACES.
            10 MPART-SIDE-TBL       PIC X(01) VALUE SPACES.
      *
       01 WS-MPART-VARS.
          05 WS-MAX-MPART-IDX       PIC 9(04) VALUE 2000.
          05 WS-MPART-LOADED-CTR    PIC 9(04) VALUE 0.
          05 WS-MPART-SIDE          PIC X(01) VALUE SPACES.
          05 MPART-FOUND-SW         PIC X(01) VALUE 'N'.
             88 MPART-FOUND         VALUE 'Y'.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE PO BACKLOG LINE, SAME LAYOUT AS
      *  PORECV.CBL. THE GENERATION HEADER LEADING THE MASTER CARRIES
      *  A BLANK PO-NUMBER.
      *****************************************************************
      *
       01 WS-PO-BACKLOG-REC.
          05 OP-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 OP-BUYER-CODE          PIC X(03) VALUE SPACES.
          05 OP-QUANTITY            PIC S9(7) VALUE 0.
          05 OP-UNIT-PRICE          PIC S9(7)V99 VALUE 0.
          05 OP-ORDER-DATE          PIC X(08) VALUE SPACES.
          05 OP-DELIVERY-DATE       PIC X(08) VALUE SPACES.
          05 OP-CURRENCY-CODE       PIC X(03) VALUE SPACES.
          05 OP-RECEIVED-STATUS     PIC X(01) VALUE SPACES.
          05 OP-PART-NUMBER         PIC X(23) VALUE SPACES.
          05 OP-RECEIVED-QTY        PIC S9(7) VALUE 0.
          05 OP-PO-TYPE             PIC X(01) VALUE SPACES.
          05 OP-REVISION-NUMBER     PIC 9(02) VALUE 0.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE FOR ONE MERGE CROSS-REFERENCE RECORD -- THE
      *  OLD CODE, THE CODE IT WAS MERGED INTO, THE EFFECTIVE DATE,
      *  THE RUN DATE AND THE OPERATOR WHO KEYED THE MERGE.
      *****************************************************************
      *
       01 WS-MERGE-XREF-REC.
          05 MX-OLD-CODE            PIC X(10) VALUE SPACES.
          05 MX-NEW-CODE            PIC X(10) VALUE SPACES.
          05 MX-EFFECTIVE-DATE      PIC X(08) VALUE SPACES.
          05 MX-RUN-DATE            PIC X(08) VALUE SPACES.
          05 MX-OPERATOR-ID         PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(06) VALUE SPACES.
      *
      *****************************************************************
      *  BEFORE/AFTER COUNTS, ONE ENTRY PER FILE IN THE ORDER THE
      *  FILES ARE PROCESSED -- RECORDS ON THE FILE, AND RECORDS UNDER
      *  AN OLD CODE AND UNDER A SURVIVING CODE, BEFORE AND AFTER THE
      *  MERGE, WITH THE COLLISIONS FOUND.
      *****************************************************************
      *
       01 FCNT-TBL.
          05 FCNT-ENTRY-TBL
            OCCURS 19 TIMES INDEXED BY FCNT-IDX.
            10 FCNT-FILE-ID-TBL     PIC X(08) VALUE SPACES.
            10 FCNT-BEFORE-TBL      PIC 9(07) VALUE 0.
            10 FCNT-AFTER-TBL       PIC 9(07) VALUE 0.
            10 FCNT-OLD-BEFORE-TBL  PIC 9(07) VALUE 0.
            10 FCNT-OLD-AFTER-TBL   PIC 9(07) VALUE 0.
            10 FCNT-NEW-BEFORE-TBL  PIC 9(07) VALUE 0.
            10 FCNT-NEW-AFTER-TBL   PIC 9(07) VALUE 0.
            10 FCNT-COLLISION-TBL   PIC 9(05) VALUE 0.
            10 FCNT-REMARK-TBL      PIC X(24) VALUE SPACES.
      *
       01 WS-FCNT-VARS.
          05 WS-FCNT-CTR            PIC 9(02) VALUE 0.
      *
       01 WS-DATE-VARS.
          05 WS-TODAY-8             PIC X(08) VALUE SPACES.
          05 WS-EDIT-DATE           PIC X(08) VALUE SPACES.
          05 WS-EDIT-DATE-NUM REDEFINES WS-EDIT-DATE.
             10 WS-EDIT-DATE-YYYY   PIC 9(04).
             10 WS-EDIT-DATE-MM     PIC 9(02).
             10 WS-EDIT-DATE-DD     PIC 9(02).
          05 WS-DATE-OK-SW          PIC X(01) VALUE 'N'.
             88 EDIT-DATE-OK        VALUE 'Y'.
      *
       01 FILE-STATUS-CODES. *>CODES TO CHECK FILE OPERATIONS
          05 TRCODE                 PIC X(02) VALUE SPACES.
          05 SMCODE                 PIC X(02) VALUE SPACES.
          05 SNCODE                 PIC X(02) VALUE SPACES.
          05 HSCODE                 PIC X(02) VALUE SPACES.
          05 HNCODE                 PIC X(02) VALUE SPACES.
          05 CTCODE                 PIC X(02) VALUE SPACES.
          05 CNCODE                 PIC X(02) VALUE SPACES.
          05 ASCODE                 PIC X(02) VALUE SPACES.
          05 ANCODE                 PIC X(02) VALUE SPACES.
          05 SXCODE                 PIC X(02) VALUE SPACES.
          05 XNCODE                 PIC X(02) VALUE SPACES.
          05 PTCODE                 PIC X(02) VALUE SPACES.
          05 PNCODE                 PIC X(02) VALUE SPACES.
          05 AMCODE                 PIC X(02) VALUE SPACES.
          05 MNCODE                 PIC X(02) VALUE SPACES.
          05 RVCODE                 PIC X(02) VALUE SPACES.
          05 VNCODE                 PIC X(02) VALUE SPACES.
          05 IRCODE                 PIC X(02) VALUE SPACES.
          05 INCODE                 PIC X(02) VALUE SPACES.
          05 CGCODE                 PIC X(02) VALUE SPACES.
          05 GNCODE                 PIC X(02) VALUE SPACES.
          05 CMCODE                 PIC X(02) VALUE SPACES.
          05 KNCODE                 PIC X(02) VALUE SPACES.
          05 CHCODE                 PIC X(02) VALUE SPACES.
          05 LNCODE                 PIC X(02) VALUE SPACES.
          05 SUCODE                 PIC X(02) VALUE SPACES.
          05 UNCODE                 PIC X(02) VALUE SPACES.
          05 AOCODE                 PIC X(02) VALUE SPACES.
          05 ONCODE                 PIC X(02) VALUE SPACES.
          05 PDCODE                 PIC X(02) VALUE SPACES.
          05 DNCODE                 PIC X(02) VALUE SPACES.
          05 RQCODE                 PIC X(02) VALUE SPACES.
          05 QNCODE                 PIC X(02) VALUE SPACES.
          05 HMCODE                 PIC X(02) VALUE SPACES.
          05 WNCODE                 PIC X(02) VALUE SPACES.
          05 PACODE                 PIC X(02) VALUE SPACES.
          05 PHCODE                 PIC X(02) VALUE SPACES.
          05 MXCODE                 PIC X(02) VALUE SPACES.
          05 MRCODE                 PIC X(02) VALUE SPACES.
          05 OLCODE                 PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE COPYLIB MEMBER FOR ONE OPERATOR ACTIVITY
      *  RECORD APPENDED TO OPERLOG, AND THE DETAIL TEXT CARRIED ON IT
      *  -- THE SURVIVING CODE THE SUPPLIER WAS MERGED INTO.
      *****************************************************************
      *
           COPY OPERACT.
      *
       01 WS-OPER-DETAIL-LINE.
          05 FILLER                 PIC X(03) VALUE 'TO '.
          05 WS-OPER-DETAIL-CODE    PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
       01 SWITCHES-WS. *>SWITCHES TO DETECT END OF INPUT FILES
          05 TRANS-FILE-SW          PIC X(01) VALUE 'N'.
             88 END-OF-TRANS-FILE   VALUE 'Y'.
          05 SUPP-MAST-FILE-SW      PIC X(01) VALUE 'N'.
             88 END-OF-SUPP-MAST-FILE VALUE 'Y'.
          05 CUR-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-CUR-FILE     VALUE 'Y'.
          05 SORT-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-SORT-FILE    VALUE 'Y'.
          05 PARTS-FILE-SW          PIC X(01) VALUE 'N'.
             88 END-OF-PARTS-FILE   VALUE 'Y'.
          05 BACKLOG-FILE-SW        PIC X(01) VALUE 'N'.
             88 END-OF-BACKLOG-FILE VALUE 'Y'.
          05 TABLE-FULL-SW          PIC X(01) VALUE 'N'.
             88 TABLE-FULL          VALUE 'Y'.
      *
       01 WS-ACCUM-VARS. *>RUN CONTROL TOTALS
          05 WS-TRANS-READ-CTR      PIC 9(05) VALUE 0.
          05 WS-MERGES-APPLIED-CTR  PIC 9(05) VALUE 0.
          05 WS-MERGES-REJECT-CTR   PIC 9(05) VALUE 0.
          05 WS-MERGES-HELD-CTR     PIC 9(05) VALUE 0.
          05 WS-SUPP-MAST-READ-CTR  PIC 9(07) VALUE 0.
          05 WS-COLLISION-CTR       PIC 9(07) VALUE 0.
          05 WS-XREF-WRTN-CTR       PIC 9(05) VALUE 0.
          05 WS-OPERLOG-WRTN-CTR    PIC 9(05) VALUE 0.
      *
      *****************************************************************
      *  SUPPLIER MERGE REPORT -- THE MERGE TRANSACTIONS AND WHAT
      *  BECAME OF EACH, THE KEY COLLISIONS ON THE SURVIVING CODES,
      *  AND THE BEFORE/AFTER RECORD COUNTS PER FILE.
      *****************************************************************
      *
       01 MRG-RPT-TITLE. *>HEADER FOR THE MERGE REPORT
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(30) VALUE
                                    'SUPPLIER CODE MERGE -- RUN    '.
          05 MRG-TITLE-DATE         PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(93) VALUE SPACES.
      *
       01 MRG-RPT-SECTION-LINE. *>SECTION HEADING
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 MRG-SECTION-TEXT       PIC X(50) VALUE SPACES.
          05 FILLER                 PIC X(81) VALUE SPACES.
      *
       01 TRN-RPT-HEADER-1. *>COLUMN HEADINGS FOR THE TRANSACTIONS
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE 'OLD CODE'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE 'NEW CODE'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'EFFECTIV'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'OPERATOR'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(17) VALUE 'STATUS'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(29) VALUE 'REASON'.
          05 FILLER                 PIC X(39) VALUE SPACES.
      *
       01 TRN-RPT-HEADER-2. *>COLUMN UNDERLINES FOR THE TRANSACTIONS
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(17) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(29) VALUE ALL '='.
          05 FILLER                 PIC X(39) VALUE SPACES.
      *
       01 TRN-RPT-DETAIL. *>ONE MERGE TRANSACTION PER LINE
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 TRN-OLD-CODE           PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 TRN-NEW-CODE           PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 TRN-EFF-DATE           PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 TRN-OPERATOR-ID        PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 TRN-STATUS             PIC X(17) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 TRN-REASON             PIC X(29) VALUE SPACES.
          05 FILLER                 PIC X(39) VALUE SPACES.
      *
       01 COL-RPT-HEADER-1. *>COLUMN HEADINGS FOR THE COLLISIONS
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'FILE'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(39) VALUE
                                    'KEY ON THE SURVIVING CODE'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE 'MERGED'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE 'KEPT FROM'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(29) VALUE 'ACTION'.
          05 FILLER                 PIC X(27) VALUE SPACES.
      *
       01 COL-RPT-HEADER-2. *>COLUMN UNDERLINES FOR THE COLLISIONS
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(39) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(29) VALUE ALL '='.
          05 FILLER                 PIC X(27) VALUE SPACES.
      *
       01 COL-RPT-DETAIL. *>ONE KEY COLLISION PER LINE
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 COL-FILE-ID            PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 COL-KEY                PIC X(39) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 COL-MERGED-FROM        PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 COL-KEPT-FROM          PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 COL-ACTION             PIC X(29) VALUE SPACES.
          05 FILLER                 PIC X(27) VALUE SPACES.
      *
       01 CNT-RPT-HEADER-1. *>COLUMN HEADINGS FOR THE FILE COUNTS
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'FILE'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(11) VALUE 'RECS BEFORE'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(11) VALUE ' RECS AFTER'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(11) VALUE ' OLD BEFORE'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(11) VALUE '  OLD AFTER'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(11) VALUE ' NEW BEFORE'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(11) VALUE '  NEW AFTER'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE 'COLLISIONS'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(24) VALUE 'REMARK'.
          05 FILLER                 PIC X(07) VALUE SPACES.
      *
       01 CNT-RPT-HEADER-2. *>COLUMN UNDERLINES FOR THE FILE COUNTS
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(11) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(11) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(11) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(11) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(11) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(11) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE ALL '='.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(24) VALUE ALL '='.
          05 FILLER                 PIC X(07) VALUE SPACES.
      *
       01 CNT-RPT-DETAIL. *>ONE FILE PER LINE
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CNT-FILE-ID            PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CNT-BEFORE             PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CNT-AFTER              PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CNT-OLD-BEFORE         PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CNT-OLD-AFTER          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CNT-NEW-BEFORE         PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CNT-NEW-AFTER          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 CNT-COLLISIONS         PIC ZZZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 CNT-REMARK             PIC X(24) VALUE SPACES.
          05 FILLER                 PIC X(07) VALUE SPACES.
      *
       01 MRG-RPT-SUMMARY-LINE. *>GENERIC SUMMARY LINE
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 MRG-SUMMARY-LABEL      PIC X(35) VALUE SPACES.
          05 MRG-SUMMARY-VALUE      PIC ZZZZZZZZ9.
          05 FILLER                 PIC X(87) VALUE SPACES.
      *
       01 WS-BLANK-LINE             PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE SECTION LOADS AND EDITS THE MERGE
      *    TRANSACTIONS, CHECKS EVERY OLD CODE AGAINST THE SUPPLIER
      *    MASTER, LISTS THE TRANSACTIONS WHILE WRITING THE CROSS-
      *    REFERENCE AND ACTIVITY LOG FOR EACH MERGE APPLIED, REWRITES
      *    PARTFILE, COUNTS THE PO BACKLOG, RE-KEYS EACH SEQUENTIAL
      *    MASTER IN TURN, COPIES THE MASTERS NOT KEYED ON THE
      *    SUPPLIER-CODE UNDER THE SURVIVING CODES, PRINTS THE
      *    BEFORE/AFTER COUNTS AND CLOSES FILES. A FULL TABLE SETS
      *    RETURN-CODE 16.
      *
      *  CALLED BY:
      *    - NONE
      *
      *  CALLS:
      *    - 0000-HOUSEKEEPING
      *    - 0100-OPEN-CONTROL-FILES
      *    - 0150-WRITE-TRANS-HEADERS
      *    - 0200-READ-MERGE-TRANS
      *    - 0250-LOAD-MERGE-TABLE
      *    - 0300-VERIFY-OLD-CODES
      *    - 0400-LIST-MERGE-TRANS
      *    - 0480-WRITE-COLLISION-HEADERS
      *    - 0500-REKEY-PARTFILE
      *    - 0600-COUNT-PO-BACKLOG
      *    - 1000-REKEY-SEQ-FILE
      *    - 1600-REKEY-IN-PLACE
      *    - 2500-WRITE-COUNT-SECTION
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-CONTROL-FILES.
           PERFORM 0150-WRITE-TRANS-HEADERS.
           PERFORM 0200-READ-MERGE-TRANS.
           PERFORM 0250-LOAD-MERGE-TABLE
               UNTIL END-OF-TRANS-FILE.
           PERFORM 0300-VERIFY-OLD-CODES.
           PERFORM 0400-LIST-MERGE-TRANS
               VARYING MRG-IDX FROM 1 BY 1
               UNTIL MRG-IDX > WS-MRG-LOADED-CTR.
           PERFORM 0480-WRITE-COLLISION-HEADERS.
           PERFORM 0500-REKEY-PARTFILE.
           PERFORM 0600-COUNT-PO-BACKLOG.
      *****************************************************************
      *  EACH SEQUENTIAL MASTER IS NAMED BY ITS FILE ID, THE POSITION
      *  OF ITS SUPPLIER-CODE AND THE LENGTH OF ITS KEY, AND PASSED
      *  THROUGH THE SAME RE-KEY SORT.
      *****************************************************************
           MOVE 'SUPPMAST' TO WS-CUR-FILE-ID.
           MOVE 1          TO WS-SUPP-POS.
           MOVE 10         TO WS-KEY-LEN.
           PERFORM 1000-REKEY-SEQ-FILE.
      *
           MOVE 'SUPPHIST' TO WS-CUR-FILE-ID.
           MOVE 1          TO WS-SUPP-POS.
           MOVE 10         TO WS-KEY-LEN.
           PERFORM 1000-REKEY-SEQ-FILE.
      *
           MOVE 'CONTRACT' TO WS-CUR-FILE-ID.
           MOVE 24         TO WS-SUPP-POS.
           MOVE 33         TO WS-KEY-LEN.
           PERFORM 1000-REKEY-SEQ-FILE.
      *
           MOVE 'ALTSUPP ' TO WS-CUR-FILE-ID.
           MOVE 24         TO WS-SUPP-POS.
           MOVE 33         TO WS-KEY-LEN.
           PERFORM 1000-REKEY-SEQ-FILE.
      *
           MOVE 'SUPPXREF' TO WS-CUR-FILE-ID.
           MOVE 24         TO WS-SUPP-POS.
           MOVE 33         TO WS-KEY-LEN.
           PERFORM 1000-REKEY-SEQ-FILE.
      *
           MOVE 'PAYTERMS' TO WS-CUR-FILE-ID.
           MOVE 1          TO WS-SUPP-POS.
           MOVE 10         TO WS-KEY-LEN.
           PERFORM 1000-REKEY-SEQ-FILE.
      *
           MOVE 'ADDRMAST' TO WS-CUR-FILE-ID.
           MOVE 1          TO WS-SUPP-POS.
           MOVE 11         TO WS-KEY-LEN.
           PERFORM 1000-REKEY-SEQ-FILE.
      *
           MOVE 'RTVHIST ' TO WS-CUR-FILE-ID.
           MOVE 1          TO WS-SUPP-POS.
           MOVE 39         TO WS-KEY-LEN.
           PERFORM 1000-REKEY-SEQ-FILE.
      *
           MOVE 'INVREG  ' TO WS-CUR-FILE-ID.
           MOVE 1          TO WS-SUPP-POS.
           MOVE 20         TO WS-KEY-LEN.
           PERFORM 1000-REKEY-SEQ-FILE.
      *
           MOVE 'CONSIGN ' TO WS-CUR-FILE-ID.
           MOVE 24         TO WS-SUPP-POS.
           MOVE 33         TO WS-KEY-LEN.
           PERFORM 1000-REKEY-SEQ-FILE.
      *
           MOVE 'CONSMAST' TO WS-CUR-FILE-ID.
           MOVE 26         TO WS-SUPP-POS.
           MOVE 35         TO WS-KEY-LEN.
           PERFORM 1000-REKEY-SEQ-FILE.
      *
           MOVE 'CLMHIST ' TO WS-CUR-FILE-ID.
           MOVE 1          TO WS-SUPP-POS.
           MOVE 18         TO WS-KEY-LEN.
           PERFORM 1000-REKEY-SEQ-FILE.
      *
           MOVE 'SUPPLIER' TO WS-CUR-FILE-ID.
           MOVE 1          TO WS-SUPP-POS.
           MOVE 10         TO WS-KEY-LEN.
           PERFORM 1000-REKEY-SEQ-FILE.
      *****************************************************************
      *  THE MASTERS NOT KEYED ON THE SUPPLIER-CODE ARE NAMED BY THEIR
      *  FILE ID AND THE POSITION OF THEIR SUPPLIER-CODE AND COPIED
      *  IN THE ORDER READ. THE OPEN AP ITEMS MASTER SETS ITS OWN
      *  POSITION RECORD BY RECORD.
      *****************************************************************
           MOVE 'APOPEN  ' TO WS-CUR-FILE-ID.
           MOVE 87         TO WS-SUPP-POS.
           MOVE 0          TO WS-KEY-LEN.
           PERFORM 1600-REKEY-IN-PLACE.
      *
           MOVE 'PAIDHIST' TO WS-CUR-FILE-ID.
           MOVE 2          TO WS-SUPP-POS.
           MOVE 0          TO WS-KEY-LEN.
           PERFORM 1600-REKEY-IN-PLACE.
      *
           MOVE 'RFQMAST ' TO WS-CUR-FILE-ID.
           MOVE 7          TO WS-SUPP-POS.
           MOVE 0          TO WS-KEY-LEN.
           PERFORM 1600-REKEY-IN-PLACE.
      *
           MOVE 'HOLDMAST' TO WS-CUR-FILE-ID.
           MOVE 53         TO WS-SUPP-POS.
           MOVE 0          TO WS-KEY-LEN.
           PERFORM 1600-REKEY-IN-PLACE.
      *
           PERFORM 2500-WRITE-COUNT-SECTION.
           PERFORM 2600-CLOSE-FILES.
           IF TABLE-FULL
              MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH INITIALIZES VARIABLES AND
      *    OBTAINS TODAY'S DATE FOR THE EFFECTIVE DATE CHECK, THE
      *    CROSS-REFERENCE AND THE REPORT TITLE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           INITIALIZE WS-MERGE-TRANS-REC,
                      WS-SUPP-MAST-REC,
                      WS-PARTS-REC,
                      WS-PO-BACKLOG-REC,
                      WS-MERGE-XREF-REC.
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8.
           MOVE WS-TODAY-8 TO MRG-TITLE-DATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0100-OPEN-CONTROL-FILES PARAGRAPH OPENS THE MERGE
      *    TRANSACTIONS, THE REPORT, THE CROSS-REFERENCE AND THE
      *    ACTIVITY LOG, AND CHECKS THE FILE STATUS FOR A SUCCESSFUL
      *    OPEN OPERATION. IF THE OPEN OPERATION FAILS, AN ERROR
      *    MESSAGE IS DISPLAYED. THE CROSS-REFERENCE AND THE LOG ARE
      *    OPENED EXTEND SO EVERY RUN ADDS TO THEM.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0100-OPEN-CONTROL-FILES.
           OPEN INPUT MRGTRAN.
           IF TRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING MERGE TRANSACTION FILE'
           END-IF.
      *
           OPEN OUTPUT MRGRPT.
           IF MRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING MERGE REPORT FILE'
           END-IF.
      *
           OPEN EXTEND MRGXREF.
           IF MXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING MERGE CROSS-REFERENCE FILE'
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
      *    THE 0150-WRITE-TRANS-HEADERS PARAGRAPH WRITES THE REPORT
      *    TITLE AND THE HEADINGS OF THE MERGE TRANSACTION SECTION AND
      *    CHECKS THE FILE STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0150-WRITE-TRANS-HEADERS.
           WRITE MRGRPT-REC FROM MRG-RPT-TITLE.
           WRITE MRGRPT-REC FROM WS-BLANK-LINE.
           MOVE 'MERGE TRANSACTIONS' TO MRG-SECTION-TEXT.
           WRITE MRGRPT-REC FROM MRG-RPT-SECTION-LINE.
           WRITE MRGRPT-REC FROM WS-BLANK-LINE.
           WRITE MRGRPT-REC FROM TRN-RPT-HEADER-1.
           WRITE MRGRPT-REC FROM TRN-RPT-HEADER-2.
           IF MRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO MERGE REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-READ-MERGE-TRANS PARAGRAPH READS ONE MERGE
      *    TRANSACTION AND CHECKS THE FILE STATUS FOR A SUCCESSFUL
      *    READ OPERATION. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *    -  0250-LOAD-MERGE-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0200-READ-MERGE-TRANS.
           READ MRGTRAN INTO WS-MERGE-TRANS-REC
              AT END MOVE 'Y' TO TRANS-FILE-SW
           END-READ.
      *
           IF TRCODE = '00' OR '10'
              IF NOT END-OF-TRANS-FILE
                 ADD 1 TO WS-TRANS-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING MERGE TRANSACTION FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0250-LOAD-MERGE-TABLE PARAGRAPH EDITS ONE MERGE
      *    TRANSACTION AND LOADS IT INTO THE MERGE TABLE WITH ITS
      *    STATUS -- REJECTED WITH A REASON, HELD WHEN IT TAKES EFFECT
      *    AFTER TODAY, OTHERWISE TO BE APPLIED. A MERGE ONLY CHAINS
      *    OR REPEATS AGAINST ONE ALREADY ACCEPTED THIS RUN.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0200-READ-MERGE-TRANS
      *    -  0260-CHECK-MERGE-CHAIN
      *    -  0960-EDIT-DATE-STRUCTURE
      *****************************************************************
      *
       0250-LOAD-MERGE-TABLE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE MT-EFFECTIVE-DATE TO WS-EDIT-DATE.
           PERFORM 0960-EDIT-DATE-STRUCTURE.
      *
           EVALUATE TRUE
              WHEN MT-OLD-CODE = SPACES
                 MOVE 'OLD SUPPLIER CODE MISSING' TO WS-REJECT-REASON
              WHEN MT-NEW-CODE = SPACES
                 MOVE 'NEW SUPPLIER CODE MISSING' TO WS-REJECT-REASON
              WHEN MT-OLD-CODE = MT-NEW-CODE
                 MOVE 'OLD AND NEW CODES THE SAME' TO WS-REJECT-REASON
              WHEN MT-OPERATOR-ID = SPACES
                 MOVE 'OPERATOR ID MISSING' TO WS-REJECT-REASON
              WHEN NOT EDIT-DATE-OK
                 MOVE 'EFFECTIVE DATE NOT VALID' TO WS-REJECT-REASON
              WHEN MT-EFFECTIVE-DATE > WS-TODAY-8
                 CONTINUE
              WHEN OTHER
                 PERFORM 0260-CHECK-MERGE-CHAIN
           END-EVALUATE.
      *
           IF WS-REJECT-REASON NOT = SPACES
              MOVE 'R' TO WS-TRANS-STATUS
           ELSE
              IF MT-EFFECTIVE-DATE > WS-TODAY-8
                 MOVE 'H' TO WS-TRANS-STATUS
                 MOVE 'EFFECTIVE DATE AFTER TODAY'
                   TO WS-REJECT-REASON
              ELSE
                 MOVE 'A' TO WS-TRANS-STATUS
              END-IF
           END-IF.
      *
           IF WS-MRG-LOADED-CTR < WS-MAX-MRG-IDX
              ADD 1 TO WS-MRG-LOADED-CTR
              SET MRG-IDX TO WS-MRG-LOADED-CTR
              MOVE MT-OLD-CODE       TO MRG-OLD-CODE-TBL (MRG-IDX)
              MOVE MT-NEW-CODE       TO MRG-NEW-CODE-TBL (MRG-IDX)
              MOVE MT-EFFECTIVE-DATE TO MRG-EFF-DATE-TBL (MRG-IDX)
              MOVE MT-OPERATOR-ID    TO MRG-OPER-TBL (MRG-IDX)
              MOVE WS-TRANS-STATUS   TO MRG-STATUS-TBL (MRG-IDX)
              MOVE WS-REJECT-REASON  TO MRG-REASON-TBL (MRG-IDX)
              MOVE 'N'               TO MRG-FOUND-TBL (MRG-IDX)
           ELSE
              DISPLAY 'MERGE TABLE FULL -- REMAINING MERGES NOT '
                      'PROCESSED'
              SET TABLE-FULL TO TRUE
              MOVE 'Y' TO TRANS-FILE-SW
           END-IF.
      *
           IF NOT END-OF-TRANS-FILE
              PERFORM 0200-READ-MERGE-TRANS
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0260-CHECK-MERGE-CHAIN PARAGRAPH CHECKS THE CURRENT
      *    TRANSACTION AGAINST EVERY MERGE ALREADY ACCEPTED THIS RUN.
      *    THE SAME OLD CODE TWICE IS REJECTED, AS IS A CODE THAT
      *    WOULD BOTH RETIRE AND SURVIVE -- ITS RECORDS WOULD END UP
      *    UNDER DIFFERENT CODES DEPENDING ON THE ORDER THE MERGES
      *    WERE APPLIED.
      *
      *  CALLED BY:
      *    -  0250-LOAD-MERGE-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0260-CHECK-MERGE-CHAIN.
           PERFORM VARYING MRG-LOOK-IDX FROM 1 BY 1
              UNTIL MRG-LOOK-IDX > WS-MRG-LOADED-CTR
                 OR WS-REJECT-REASON NOT = SPACES
              IF MRG-STATUS-TBL (MRG-LOOK-IDX) = 'A'
                 IF MT-OLD-CODE = MRG-OLD-CODE-TBL (MRG-LOOK-IDX)
                    MOVE 'OLD CODE ALREADY MERGING'
                      TO WS-REJECT-REASON
                 ELSE
                    IF MT-OLD-CODE = MRG-NEW-CODE-TBL (MRG-LOOK-IDX)
                    OR MT-NEW-CODE = MRG-OLD-CODE-TBL (MRG-LOOK-IDX)
                       MOVE 'CHAINED MERGE - RUN SEPARATELY'
                         TO WS-REJECT-REASON
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-VERIFY-OLD-CODES PARAGRAPH READS THE SUPPLIER
      *    MASTER ONCE TO FLAG EVERY OLD CODE FOUND ON IT, THEN
      *    REJECTS ANY MERGE WHOSE OLD CODE IS NOT THERE -- A CODE
      *    KEYED WRONG WOULD OTHERWISE RE-KEY NOTHING AND STILL BE
      *    RECORDED AS MERGED. THE MASTER IS CLOSED AGAIN FOR ITS
      *    RE-KEY PASS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0310-READ-SUPP-MAST
      *    -  0320-FLAG-OLD-CODE
      *    -  0330-REJECT-UNKNOWN-CODE
      *****************************************************************
      *
       0300-VERIFY-OLD-CODES.
           OPEN INPUT SUPPMAST.
           IF SMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SUPPLIER MASTER FILE'
           END-IF.
      *
           PERFORM 0310-READ-SUPP-MAST.
           PERFORM 0320-FLAG-OLD-CODE
               UNTIL END-OF-SUPP-MAST-FILE.
           CLOSE SUPPMAST.
      *
           PERFORM 0330-REJECT-UNKNOWN-CODE
               VARYING MRG-IDX FROM 1 BY 1
               UNTIL MRG-IDX > WS-MRG-LOADED-CTR.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0310-READ-SUPP-MAST PARAGRAPH READS ONE SUPPLIER MASTER
      *    RECORD AND CHECKS THE FILE STATUS FOR A SUCCESSFUL READ
      *    OPERATION. WHEN THE END OF FILE IS REACHED, A FLAG IS SET
      *    TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  0300-VERIFY-OLD-CODES
      *    -  0320-FLAG-OLD-CODE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0310-READ-SUPP-MAST.
           READ SUPPMAST INTO WS-SUPP-MAST-REC
              AT END MOVE 'Y' TO SUPP-MAST-FILE-SW
           END-READ.
      *
           IF SMCODE = '00' OR '10'
              IF NOT END-OF-SUPP-MAST-FILE
                 ADD 1 TO WS-SUPP-MAST-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING SUPPLIER MASTER FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0320-FLAG-OLD-CODE PARAGRAPH FLAGS EVERY ACCEPTED MERGE
      *    WHOSE OLD CODE IS THE SUPPLIER MASTER RECORD JUST READ.
      *
      *  CALLED BY:
      *    -  0300-VERIFY-OLD-CODES
      *
      *  CALLS:
      *    -  0310-READ-SUPP-MAST
      *****************************************************************
      *
       0320-FLAG-OLD-CODE.
           PERFORM VARYING MRG-LOOK-IDX FROM 1 BY 1
              UNTIL MRG-LOOK-IDX > WS-MRG-LOADED-CTR
              IF SM-SUPPLIER-CODE = MRG-OLD-CODE-TBL (MRG-LOOK-IDX)
                 MOVE 'Y' TO MRG-FOUND-TBL (MRG-LOOK-IDX)
              END-IF
           END-PERFORM.
      *
           PERFORM 0310-READ-SUPP-MAST.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0330-REJECT-UNKNOWN-CODE PARAGRAPH REJECTS AN ACCEPTED
      *    MERGE WHOSE OLD CODE WAS NOT FOUND ON THE SUPPLIER MASTER.
      *
      *  CALLED BY:
      *    -  0300-VERIFY-OLD-CODES
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0330-REJECT-UNKNOWN-CODE.
           IF MRG-STATUS-TBL (MRG-IDX) = 'A'
              AND MRG-FOUND-TBL (MRG-IDX) = 'N'
              MOVE 'R' TO MRG-STATUS-TBL (MRG-IDX)
              MOVE 'OLD CODE NOT ON SUPPMAST'
                TO MRG-REASON-TBL (MRG-IDX)
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0400-LIST-MERGE-TRANS PARAGRAPH LISTS ONE MERGE
      *    TRANSACTION WITH ITS STATUS ON THE REPORT. A MERGE TO BE
      *    APPLIED IS WRITTEN TO THE CROSS-REFERENCE AND THE ACTIVITY
      *    LOG.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0420-WRITE-XREF-REC
      *    -  0440-WRITE-OPER-ACTIVITY
      *****************************************************************
      *
       0400-LIST-MERGE-TRANS.
           MOVE MRG-OLD-CODE-TBL (MRG-IDX) TO TRN-OLD-CODE.
           MOVE MRG-NEW-CODE-TBL (MRG-IDX) TO TRN-NEW-CODE.
           MOVE MRG-EFF-DATE-TBL (MRG-IDX) TO TRN-EFF-DATE.
           MOVE MRG-OPER-TBL (MRG-IDX)     TO TRN-OPERATOR-ID.
           MOVE MRG-REASON-TBL (MRG-IDX)   TO TRN-REASON.
      *
           EVALUATE MRG-STATUS-TBL (MRG-IDX)
              WHEN 'A'
                 MOVE 'APPLIED' TO TRN-STATUS
                 ADD 1 TO WS-MERGES-APPLIED-CTR
                 PERFORM 0420-WRITE-XREF-REC
                 PERFORM 0440-WRITE-OPER-ACTIVITY
              WHEN 'H'
                 MOVE 'NOT YET EFFECTIVE' TO TRN-STATUS
                 ADD 1 TO WS-MERGES-HELD-CTR
              WHEN OTHER
                 MOVE 'REJECTED' TO TRN-STATUS
                 ADD 1 TO WS-MERGES-REJECT-CTR
           END-EVALUATE.
      *
           WRITE MRGRPT-REC FROM TRN-RPT-DETAIL.
           IF MRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO MERGE REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0420-WRITE-XREF-REC PARAGRAPH APPENDS ONE MERGE APPLIED
      *    TO THE CUMULATIVE MERGE CROSS-REFERENCE AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  0400-LIST-MERGE-TRANS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0420-WRITE-XREF-REC.
           MOVE MRG-OLD-CODE-TBL (MRG-IDX) TO MX-OLD-CODE.
           MOVE MRG-NEW-CODE-TBL (MRG-IDX) TO MX-NEW-CODE.
           MOVE MRG-EFF-DATE-TBL (MRG-IDX) TO MX-EFFECTIVE-DATE.
           MOVE WS-TODAY-8                 TO MX-RUN-DATE.
           MOVE MRG-OPER-TBL (MRG-IDX)     TO MX-OPERATOR-ID.
      *
           WRITE MRGXREF-REC FROM WS-MERGE-XREF-REC.
           IF MXCODE = '00'
              ADD 1 TO WS-XREF-WRTN-CTR
           ELSE
              DISPLAY 'ERROR WRITING MERGE CROSS-REFERENCE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0440-WRITE-OPER-ACTIVITY PARAGRAPH APPENDS ONE RECORD
      *    TO THE OPERATOR ACTIVITY LOG FOR A MERGE APPLIED -- THE
      *    OPERATOR WHO KEYED IT, ROLE SMRG, AGAINST THE RETIRED
      *    SUPPLIER-CODE, WITH THE SURVIVING CODE AS DETAIL.
      *
      *  CALLED BY:
      *    -  0400-LIST-MERGE-TRANS
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0440-WRITE-OPER-ACTIVITY.
           INITIALIZE OPER-ACT-REC-WS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO OPER-ACT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:8) TO OPER-ACT-TIME.
           MOVE MRG-OPER-TBL (MRG-IDX)      TO OPER-ID.
           SET OPER-ROLE-SUPP-MERGE         TO TRUE.
           SET OPER-OBJ-SUPPLIER            TO TRUE.
           MOVE MRG-OLD-CODE-TBL (MRG-IDX)  TO OPER-OBJECT-KEY.
           MOVE 'SUPPMRGE'                  TO OPER-SOURCE-PGM.
           MOVE MRG-NEW-CODE-TBL (MRG-IDX)  TO WS-OPER-DETAIL-CODE.
           MOVE WS-OPER-DETAIL-LINE         TO OPER-DETAIL.
           WRITE OPERLOG-REC FROM OPER-ACT-REC-WS.
           IF OLCODE = '00'
              ADD 1 TO WS-OPERLOG-WRTN-CTR
           ELSE
              DISPLAY 'ERROR WRITING OPERATOR ACTIVITY LOG'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0480-WRITE-COLLISION-HEADERS PARAGRAPH WRITES THE
      *    HEADINGS OF THE KEY COLLISION SECTION, FILLED IN AS EACH
      *    FILE IS RE-KEYED, AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0480-WRITE-COLLISION-HEADERS.
           WRITE MRGRPT-REC FROM WS-BLANK-LINE.
           WRITE MRGRPT-REC FROM WS-BLANK-LINE.
           MOVE 'KEY COLLISIONS ON THE SURVIVING CODES'
             TO MRG-SECTION-TEXT.
           WRITE MRGRPT-REC FROM MRG-RPT-SECTION-LINE.
           WRITE MRGRPT-REC FROM WS-BLANK-LINE.
           WRITE MRGRPT-REC FROM COL-RPT-HEADER-1.
           WRITE MRGRPT-REC FROM COL-RPT-HEADER-2.
           IF MRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO MERGE REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-REKEY-PARTFILE PARAGRAPH READS THE WHOLE PARTS
      *    MASTER IN KEY SEQUENCE AND REWRITES EVERY PART WHOSE
      *    SUPPLIER IS BEING MERGED WITH THE SURVIVING CODE. THE PARTS
      *    OF MERGED AND SURVIVING SUPPLIERS ARE TABLED FOR THE PO
      *    BACKLOG COUNT. PARTFILE IS KEYED BY PART-NUMBER ALONE, SO NO
      *    COLLISION IS POSSIBLE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0510-READ-PARTS-FILE
      *    -  0520-REKEY-PART
      *****************************************************************
      *
       0500-REKEY-PARTFILE.
           ADD 1 TO WS-FCNT-CTR.
           SET FCNT-IDX TO WS-FCNT-CTR.
           MOVE 'PARTFILE' TO FCNT-FILE-ID-TBL (FCNT-IDX).
           MOVE 'REWRITTEN IN PLACE' TO FCNT-REMARK-TBL (FCNT-IDX).
      *
           OPEN I-O PARTFILE.
           IF PACODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PARTS FILE'
           END-IF.
      *
           PERFORM 0510-READ-PARTS-FILE.
           PERFORM 0520-REKEY-PART
               UNTIL END-OF-PARTS-FILE.
           CLOSE PARTFILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0510-READ-PARTS-FILE PARAGRAPH READS THE NEXT PARTS
      *    MASTER RECORD AND CHECKS THE FILE STATUS FOR A SUCCESSFUL
      *    READ OPERATION. WHEN THE END OF FILE IS REACHED, A FLAG IS
      *    SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  0500-REKEY-PARTFILE
      *    -  0520-REKEY-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0510-READ-PARTS-FILE.
           READ PARTFILE INTO WS-PARTS-REC
              AT END MOVE 'Y' TO PARTS-FILE-SW
           END-READ.
      *
           IF PACODE = '00' OR '10'
              IF NOT END-OF-PARTS-FILE
                 ADD 1 TO FCNT-BEFORE-TBL (FCNT-IDX)
                          FCNT-AFTER-TBL (FCNT-IDX)
              END-IF
           ELSE
              DISPLAY 'ERROR READING PARTS FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0520-REKEY-PART PARAGRAPH REWRITES ONE PART UNDER ITS
      *    SURVIVING CODE WHEN ITS SUPPLIER IS BEING MERGED, AND
      *    COUNTS AND TABLES IT. A PART ALREADY UNDER A SURVIVING CODE
      *    IS COUNTED AND TABLED AS IT STANDS.
      *
      *  CALLED BY:
      *    -  0500-REKEY-PARTFILE
      *
      *  CALLS:
      *    -  0510-READ-PARTS-FILE
      *    -  0530-ADD-MERGED-PART
      *    -  0900-FIND-SUPPLIER
      *****************************************************************
      *
       0520-REKEY-PART.
           MOVE PM-SUPPLIER-CODE TO WS-LOOK-SUPPLIER.
           PERFORM 0900-FIND-SUPPLIER.
      *
           IF OLD-CODE-HIT
              ADD 1 TO FCNT-OLD-BEFORE-TBL (FCNT-IDX)
              MOVE WS-LOOK-NEW-CODE TO PM-SUPPLIER-CODE
              REWRITE PARTS-REC FROM WS-PARTS-REC
              IF PACODE = '00'
                 ADD 1 TO FCNT-NEW-AFTER-TBL (FCNT-IDX)
                 MOVE 'O' TO WS-MPART-SIDE
                 PERFORM 0530-ADD-MERGED-PART
              ELSE
                 ADD 1 TO FCNT-OLD-AFTER-TBL (FCNT-IDX)
                 DISPLAY 'ERROR REWRITING PARTS FILE -- PART '
                         PM-PART-NUMBER
              END-IF
           ELSE
              IF NEW-CODE-HIT
                 ADD 1 TO FCNT-NEW-BEFORE-TBL (FCNT-IDX)
                          FCNT-NEW-AFTER-TBL (FCNT-IDX)
                 MOVE 'N' TO WS-MPART-SIDE
                 PERFORM 0530-ADD-MERGED-PART
              END-IF
           END-IF.
      *
           PERFORM 0510-READ-PARTS-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0530-ADD-MERGED-PART PARAGRAPH ADDS ONE PART TO THE
      *    MERGED-PART TABLE. WHEN THE TABLE IS FULL THE PART IS LEFT
      *    OUT, THE PO BACKLOG COUNTS FALL SHORT AND THE STEP ENDS
      *    WITH RETURN-CODE 16 -- PARTFILE ITSELF IS STILL REWRITTEN.
      *
      *  CALLED BY:
      *    -  0520-REKEY-PART
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0530-ADD-MERGED-PART.
           IF WS-MPART-LOADED-CTR < WS-MAX-MPART-IDX
              ADD 1 TO WS-MPART-LOADED-CTR
              SET MPART-IDX TO WS-MPART-LOADED-CTR
              MOVE PM-PART-NUMBER TO MPART-NUMBER-TBL (MPART-IDX)
              MOVE WS-MPART-SIDE  TO MPART-SIDE-TBL (MPART-IDX)
           ELSE
              IF NOT TABLE-FULL
                 DISPLAY 'MERGED PART TABLE FULL -- PO BACKLOG '
                         'COUNTS INCOMPLETE'
              END-IF
              SET TABLE-FULL TO TRUE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-COUNT-PO-BACKLOG PARAGRAPH READS THE PO BACKLOG
      *    AND COUNTS THE PO LINES FOR PARTS OF A MERGED SUPPLIER
      *    (UNDER THE OLD CODE BEFORE, THE SURVIVING CODE AFTER) AND
      *    OF A SURVIVING SUPPLIER. THE BACKLOG ITSELF IS NOT
      *    REWRITTEN -- ITS LINES FOLLOW THEIR PARTS ON PARTFILE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0610-READ-PO-BACKLOG
      *    -  0620-COUNT-PO-LINE
      *****************************************************************
      *
       0600-COUNT-PO-BACKLOG.
           ADD 1 TO WS-FCNT-CTR.
           SET FCNT-IDX TO WS-FCNT-CTR.
           MOVE 'PORHIST ' TO FCNT-FILE-ID-TBL (FCNT-IDX).
           MOVE 'NOT REWRITTEN - VIA PART'
             TO FCNT-REMARK-TBL (FCNT-IDX).
      *
           OPEN INPUT PORHIST.
           IF PHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING PO BACKLOG FILE'
           END-IF.
      *
           PERFORM 0610-READ-PO-BACKLOG.
           PERFORM 0620-COUNT-PO-LINE
               UNTIL END-OF-BACKLOG-FILE.
           CLOSE PORHIST.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0610-READ-PO-BACKLOG PARAGRAPH READS ONE PO BACKLOG
      *    RECORD AND CHECKS THE FILE STATUS FOR A SUCCESSFUL READ
      *    OPERATION. WHEN THE END OF FILE IS REACHED, A FLAG IS SET
      *    TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  0600-COUNT-PO-BACKLOG
      *    -  0620-COUNT-PO-LINE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0610-READ-PO-BACKLOG.
           READ PORHIST INTO WS-PO-BACKLOG-REC
              AT END MOVE 'Y' TO BACKLOG-FILE-SW
           END-READ.
      *
           IF PHCODE = '00' OR '10'
              IF NOT END-OF-BACKLOG-FILE
                 ADD 1 TO FCNT-BEFORE-TBL (FCNT-IDX)
                          FCNT-AFTER-TBL (FCNT-IDX)
              END-IF
           ELSE
              DISPLAY 'ERROR READING PO BACKLOG FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0620-COUNT-PO-LINE PARAGRAPH LOOKS UP ONE PO LINE'S
      *    PART ON THE MERGED-PART TABLE AND COUNTS IT UNDER THE SIDE
      *    THE PART WAS ON. THE GENERATION HEADER IS PASSED OVER.
      *
      *  CALLED BY:
      *    -  0600-COUNT-PO-BACKLOG
      *
      *  CALLS:
      *    -  0610-READ-PO-BACKLOG
      *****************************************************************
      *
       0620-COUNT-PO-LINE.
           IF OP-PO-NUMBER NOT = SPACES
              MOVE 'N' TO MPART-FOUND-SW
              PERFORM VARYING MPART-IDX FROM 1 BY 1
                 UNTIL MPART-IDX > WS-MPART-LOADED-CTR OR MPART-FOUND
                 IF OP-PART-NUMBER = MPART-NUMBER-TBL (MPART-IDX)
                    MOVE 'Y' TO MPART-FOUND-SW
                    IF MPART-SIDE-TBL (MPART-IDX) = 'O'
                       ADD 1 TO FCNT-OLD-BEFORE-TBL (FCNT-IDX)
                    ELSE
                       ADD 1 TO FCNT-NEW-BEFORE-TBL (FCNT-IDX)
                    END-IF
                    ADD 1 TO FCNT-NEW-AFTER-TBL (FCNT-IDX)
                 END-IF
              END-PERFORM
           END-IF.
      *
           PERFORM 0610-READ-PO-BACKLOG.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0900-FIND-SUPPLIER PARAGRAPH CHECKS WS-LOOK-SUPPLIER
      *    AGAINST EVERY MERGE APPLIED THIS RUN. WHEN IT IS AN OLD
      *    CODE THE SURVIVING CODE IT BECOMES IS LEFT IN
      *    WS-LOOK-NEW-CODE; A SURVIVING CODE IS FLAGGED AS SUCH.
      *
      *  CALLED BY:
      *    -  0520-REKEY-PART
      *    -  1150-REKEY-ONE-RECORD
      *    -  1400-WRITE-HELD-RECORD
      *    -  1650-REKEY-IN-PLACE-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0900-FIND-SUPPLIER.
           MOVE 'N'    TO OLD-CODE-HIT-SW
                          NEW-CODE-HIT-SW.
           MOVE SPACES TO WS-LOOK-NEW-CODE.
      *
           PERFORM VARYING MRG-LOOK-IDX FROM 1 BY 1
              UNTIL MRG-LOOK-IDX > WS-MRG-LOADED-CTR
              IF MRG-STATUS-TBL (MRG-LOOK-IDX) = 'A'
                 IF WS-LOOK-SUPPLIER = MRG-OLD-CODE-TBL (MRG-LOOK-IDX)
                    MOVE 'Y' TO OLD-CODE-HIT-SW
                    MOVE MRG-NEW-CODE-TBL (MRG-LOOK-IDX)
                      TO WS-LOOK-NEW-CODE
                 END-IF
                 IF WS-LOOK-SUPPLIER = MRG-NEW-CODE-TBL (MRG-LOOK-IDX)
                    MOVE 'Y' TO NEW-CODE-HIT-SW
                 END-IF
              END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0960-EDIT-DATE-STRUCTURE PARAGRAPH CHECKS THAT
      *    WS-EDIT-DATE IS A NUMERIC YYYYMMDD DATE WITH A MONTH OF
      *    01-12 AND A DAY THAT CAN FALL IN THAT MONTH.
      *
      *  CALLED BY:
      *    -  0250-LOAD-MERGE-TABLE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0960-EDIT-DATE-STRUCTURE.
           MOVE 'N' TO WS-DATE-OK-SW.
      *
           IF WS-EDIT-DATE NUMERIC
              IF WS-EDIT-DATE-YYYY > 1600 AND
                 WS-EDIT-DATE-MM >= 01 AND WS-EDIT-DATE-MM <= 12 AND
                 WS-EDIT-DATE-DD >= 01 AND WS-EDIT-DATE-DD <= 28
                 MOVE 'Y' TO WS-DATE-OK-SW
              ELSE
              IF WS-EDIT-DATE-YYYY > 1600 AND
                 WS-EDIT-DATE-MM >= 01 AND WS-EDIT-DATE-MM <= 12 AND
                 WS-EDIT-DATE-DD >= 29 AND WS-EDIT-DATE-DD <= 31 AND
                 WS-EDIT-DATE-MM NOT = 02
                 MOVE 'Y' TO WS-DATE-OK-SW
              END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1000-REKEY-SEQ-FILE PARAGRAPH RE-KEYS THE SEQUENTIAL
      *    MASTER NAMED IN WS-CUR-FILE-ID. THE MASTER IS READ AND
      *    RE-KEYED INTO THE SORT, AND THE SORTED RECORDS ARE WRITTEN
      *    TO ITS NEW FILE WITH ANY COLLISIONS RESOLVED.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  1050-OPEN-CUR-FILES
      *    -  1100-RELEASE-REKEYED
      *    -  1200-WRITE-MERGED-FILE
      *    -  1500-CLOSE-CUR-FILES
      *****************************************************************
      *
       1000-REKEY-SEQ-FILE.
           ADD 1 TO WS-FCNT-CTR.
           SET FCNT-IDX TO WS-FCNT-CTR.
           MOVE WS-CUR-FILE-ID TO FCNT-FILE-ID-TBL (FCNT-IDX).
           IF WS-CUR-FILE-ID = 'INVREG  '
              MOVE 'NOW IN SUPPLIER/INVOICE'
                TO FCNT-REMARK-TBL (FCNT-IDX)
           END-IF.
      *
           MOVE 'N' TO CUR-FILE-SW.
           PERFORM 1050-OPEN-CUR-FILES.
           SORT MRG-SORT-FILE
               ON ASCENDING KEY MS-KEY
                               MS-SOURCE
               INPUT PROCEDURE IS 1100-RELEASE-REKEYED
               OUTPUT PROCEDURE IS 1200-WRITE-MERGED-FILE.
           PERFORM 1500-CLOSE-CUR-FILES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1050-OPEN-CUR-FILES PARAGRAPH OPENS THE CURRENT MASTER
      *    AND ITS NEW FILE AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL OPEN OPERATION. IF THE OPEN OPERATION FAILS, AN
      *    ERROR MESSAGE IS DISPLAYED.
      *
      *  CALLED BY:
      *    -  1000-REKEY-SEQ-FILE
      *    -  1600-REKEY-IN-PLACE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1050-OPEN-CUR-FILES.
           EVALUATE WS-CUR-FILE-ID
              WHEN 'SUPPMAST'
                 OPEN INPUT SUPPMAST
                 MOVE SMCODE TO WS-CUR-CODE
              WHEN 'SUPPHIST'
                 OPEN INPUT SUPPHIST
                 MOVE HSCODE TO WS-CUR-CODE
              WHEN 'CONTRACT'
                 OPEN INPUT CONTRACT
                 MOVE CTCODE TO WS-CUR-CODE
              WHEN 'ALTSUPP '
                 OPEN INPUT ALTSUPP
                 MOVE ASCODE TO WS-CUR-CODE
              WHEN 'SUPPXREF'
                 OPEN INPUT SUPPXREF
                 MOVE SXCODE TO WS-CUR-CODE
              WHEN 'PAYTERMS'
                 OPEN INPUT PAYTERMS
                 MOVE PTCODE TO WS-CUR-CODE
              WHEN 'ADDRMAST'
                 OPEN INPUT ADDRMAST
                 MOVE AMCODE TO WS-CUR-CODE
              WHEN 'RTVHIST '
                 OPEN INPUT RTVHIST
                 MOVE RVCODE TO WS-CUR-CODE
              WHEN 'INVREG  '
                 OPEN INPUT INVREG
                 MOVE IRCODE TO WS-CUR-CODE
              WHEN 'CONSIGN '
                 OPEN INPUT CONSIGN
                 MOVE CGCODE TO WS-CUR-CODE
              WHEN 'CONSMAST'
                 OPEN INPUT CONSMAST
                 MOVE CMCODE TO WS-CUR-CODE
              WHEN 'CLMHIST '
                 OPEN INPUT CLMHIST
                 MOVE CHCODE TO WS-CUR-CODE
              WHEN 'SUPPLIER'
                 OPEN INPUT SUPPLIER
                 MOVE SUCODE TO WS-CUR-CODE
              WHEN 'APOPEN  '
                 OPEN INPUT APOPEN
                 MOVE AOCODE TO WS-CUR-CODE
              WHEN 'PAIDHIST'
                 OPEN INPUT PAIDHIST
                 MOVE PDCODE TO WS-CUR-CODE
              WHEN 'RFQMAST '
                 OPEN INPUT RFQMAST
                 MOVE RQCODE TO WS-CUR-CODE
              WHEN 'HOLDMAST'
                 OPEN INPUT HOLDMAST
                 MOVE HMCODE TO WS-CUR-CODE
           END-EVALUATE.
      *
           IF WS-CUR-CODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING ' WS-CUR-FILE-ID ' FILE'
           END-IF.
      *
           EVALUATE WS-CUR-FILE-ID
              WHEN 'SUPPMAST'
                 OPEN OUTPUT SMNEW
                 MOVE SNCODE TO WS-CUR-CODE
              WHEN 'SUPPHIST'
                 OPEN OUTPUT SHNEW
                 MOVE HNCODE TO WS-CUR-CODE
              WHEN 'CONTRACT'
                 OPEN OUTPUT CTNEW
                 MOVE CNCODE TO WS-CUR-CODE
              WHEN 'ALTSUPP '
                 OPEN OUTPUT ASNEW
                 MOVE ANCODE TO WS-CUR-CODE
              WHEN 'SUPPXREF'
                 OPEN OUTPUT SXNEW
                 MOVE XNCODE TO WS-CUR-CODE
              WHEN 'PAYTERMS'
                 OPEN OUTPUT PTNEW
                 MOVE PNCODE TO WS-CUR-CODE
              WHEN 'ADDRMAST'
                 OPEN OUTPUT AMNEW
                 MOVE MNCODE TO WS-CUR-CODE
              WHEN 'RTVHIST '
                 OPEN OUTPUT RVNEW
                 MOVE VNCODE TO WS-CUR-CODE
              WHEN 'INVREG  '
                 OPEN OUTPUT IRNEW
                 MOVE INCODE TO WS-CUR-CODE
              WHEN 'CONSIGN '
                 OPEN OUTPUT CGNEW
                 MOVE GNCODE TO WS-CUR-CODE
              WHEN 'CONSMAST'
                 OPEN OUTPUT CMNEW
                 MOVE KNCODE TO WS-CUR-CODE
              WHEN 'CLMHIST '
                 OPEN OUTPUT CHNEW
                 MOVE LNCODE TO WS-CUR-CODE
              WHEN 'SUPPLIER'
                 OPEN OUTPUT SPNEW
                 MOVE UNCODE TO WS-CUR-CODE
              WHEN 'APOPEN  '
                 OPEN OUTPUT AONEW
                 MOVE ONCODE TO WS-CUR-CODE
              WHEN 'PAIDHIST'
                 OPEN OUTPUT PDNEW
                 MOVE DNCODE TO WS-CUR-CODE
              WHEN 'RFQMAST '
                 OPEN OUTPUT RQNEW
                 MOVE QNCODE TO WS-CUR-CODE
              WHEN 'HOLDMAST'
                 OPEN OUTPUT HMNEW
                 MOVE WNCODE TO WS-CUR-CODE
           END-EVALUATE.
      *
           IF WS-CUR-CODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING NEW ' WS-CUR-FILE-ID ' FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1100-RELEASE-REKEYED PARAGRAPH IS THE SORT INPUT
      *    PROCEDURE. IT READS THE WHOLE CURRENT MASTER AND RELEASES
      *    EVERY RECORD TO THE SORT, RE-KEYED WHERE ITS SUPPLIER IS
      *    BEING MERGED.
      *
      *  CALLED BY:
      *    -  1000-REKEY-SEQ-FILE
      *
      *  CALLS:
      *    -  1150-REKEY-ONE-RECORD
      *    -  1300-READ-CUR-FILE
      *****************************************************************
      *
       1100-RELEASE-REKEYED.
           PERFORM 1300-READ-CUR-FILE.
           PERFORM 1150-REKEY-ONE-RECORD
               UNTIL END-OF-CUR-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1150-REKEY-ONE-RECORD PARAGRAPH REPLACES AN OLD
      *    SUPPLIER-CODE IN THE RECORD JUST READ WITH ITS SURVIVING
      *    CODE, BUILDS THE SORT KEY FROM THE FILE'S KEY POSITIONS AND
      *    RELEASES THE RECORD. A RE-KEYED RECORD CARRIES SOURCE '1'
      *    SO IT SORTS BEHIND THE SURVIVING CODE'S OWN RECORD ON THE
      *    SAME KEY; THE CODE IT CAME FROM TRAVELS WITH IT FOR THE
      *    COLLISION REPORT.
      *
      *  CALLED BY:
      *    -  1100-RELEASE-REKEYED
      *
      *  CALLS:
      *    -  0900-FIND-SUPPLIER
      *    -  1300-READ-CUR-FILE
      *****************************************************************
      *
       1150-REKEY-ONE-RECORD.
           MOVE WS-REC-IMAGE (WS-SUPP-POS:10) TO WS-LOOK-SUPPLIER.
           PERFORM 0900-FIND-SUPPLIER.
           MOVE WS-LOOK-SUPPLIER TO MS-FROM-CODE.
      *
           IF OLD-CODE-HIT
              ADD 1 TO FCNT-OLD-BEFORE-TBL (FCNT-IDX)
              MOVE WS-LOOK-NEW-CODE TO WS-REC-IMAGE (WS-SUPP-POS:10)
              MOVE '1' TO MS-SOURCE
           ELSE
              IF NEW-CODE-HIT
                 ADD 1 TO FCNT-NEW-BEFORE-TBL (FCNT-IDX)
              END-IF
              MOVE '0' TO MS-SOURCE
           END-IF.
      *
           MOVE SPACES TO MS-KEY.
           MOVE WS-REC-IMAGE (1:WS-KEY-LEN) TO MS-KEY (1:WS-KEY-LEN).
           MOVE WS-REC-IMAGE TO MS-IMAGE.
           RELEASE MRG-SORT-REC.
      *
           PERFORM 1300-READ-CUR-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1200-WRITE-MERGED-FILE PARAGRAPH IS THE SORT OUTPUT
      *    PROCEDURE. EACH SORTED RECORD IS HELD BACK UNTIL THE NEXT
      *    ONE IS RETURNED; A RE-KEYED RECORD ON THE HELD RECORD'S KEY
      *    IS A COLLISION AND IS RESOLVED INTO THE HELD RECORD,
      *    OTHERWISE THE HELD RECORD IS WRITTEN. TWO RECORDS ON ONE
      *    KEY THAT WERE BOTH THERE BEFORE THE MERGE ARE LEFT AS THEY
      *    WERE.
      *
      *  CALLED BY:
      *    -  1000-REKEY-SEQ-FILE
      *
      *  CALLS:
      *    -  1210-RETURN-SORTED-REC
      *    -  1220-MERGE-SORTED-REC
      *    -  1400-WRITE-HELD-RECORD
      *****************************************************************
      *
       1200-WRITE-MERGED-FILE.
           MOVE 'N' TO SORT-FILE-SW
                       HOLD-SW.
           PERFORM 1210-RETURN-SORTED-REC.
           PERFORM 1220-MERGE-SORTED-REC
               UNTIL END-OF-SORT-FILE.
           IF HOLD-PRESENT
              PERFORM 1400-WRITE-HELD-RECORD
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1210-RETURN-SORTED-REC PARAGRAPH RETURNS THE NEXT
      *    RECORD FROM THE SORT. WHEN THE SORT IS EXHAUSTED, A FLAG IS
      *    SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  1200-WRITE-MERGED-FILE
      *    -  1220-MERGE-SORTED-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1210-RETURN-SORTED-REC.
           RETURN MRG-SORT-FILE
              AT END MOVE 'Y' TO SORT-FILE-SW
           END-RETURN.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1220-MERGE-SORTED-REC PARAGRAPH EITHER RESOLVES THE
      *    RECORD JUST RETURNED INTO THE HELD RECORD (A COLLISION) OR
      *    WRITES THE HELD RECORD AND HOLDS THE NEW ONE IN ITS PLACE.
      *
      *  CALLED BY:
      *    -  1200-WRITE-MERGED-FILE
      *
      *  CALLS:
      *    -  1210-RETURN-SORTED-REC
      *    -  1250-RESOLVE-COLLISION
      *    -  1400-WRITE-HELD-RECORD
      *****************************************************************
      *
       1220-MERGE-SORTED-REC.
           IF HOLD-PRESENT
              AND MS-KEY = WS-HOLD-KEY
              AND MS-SOURCE = '1'
              PERFORM 1250-RESOLVE-COLLISION
           ELSE
              IF HOLD-PRESENT
                 PERFORM 1400-WRITE-HELD-RECORD
              END-IF
              MOVE MS-KEY       TO WS-HOLD-KEY
              MOVE MS-FROM-CODE TO WS-HOLD-FROM-CODE
              MOVE MS-IMAGE     TO WS-HOLD-IMAGE
              MOVE 'Y'          TO HOLD-SW
           END-IF.
      *
           PERFORM 1210-RETURN-SORTED-REC.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1250-RESOLVE-COLLISION PARAGRAPH RESOLVES A RE-KEYED
      *    RECORD THAT LANDED ON THE HELD RECORD'S KEY AND LISTS THE
      *    COLLISION ON THE REPORT. SUPPLIER HISTORY STATISTICS, OPEN
      *    RETURN QUANTITIES AND CONSIGNED STOCK ARE COMBINED INTO THE
      *    HELD RECORD; IN ANY OTHER FILE THE HELD RECORD IS KEPT AS
      *    IT IS AND THE RE-KEYED ONE DROPPED. A SECOND INVOICE OR
      *    CLAIM NUMBER FOR THE SAME SUPPLIER IS A DUPLICATE AND IS
      *    CALLED OUT AS SUCH.
      *
      *  CALLED BY:
      *    -  1220-MERGE-SORTED-REC
      *
      *  CALLS:
      *    -  1260-COMBINE-SUPPHIST
      *    -  1270-COMBINE-RTVHIST
      *    -  1280-COMBINE-CONSMAST
      *****************************************************************
      *
       1250-RESOLVE-COLLISION.
           ADD 1 TO FCNT-COLLISION-TBL (FCNT-IDX)
                    WS-COLLISION-CTR.
      *
           EVALUATE WS-CUR-FILE-ID
              WHEN 'SUPPHIST'
                 PERFORM 1260-COMBINE-SUPPHIST
                 MOVE 'HISTORY STATISTICS COMBINED' TO COL-ACTION
              WHEN 'RTVHIST '
                 PERFORM 1270-COMBINE-RTVHIST
                 MOVE 'RETURN QUANTITIES COMBINED' TO COL-ACTION
              WHEN 'CONSMAST'
                 PERFORM 1280-COMBINE-CONSMAST
                 MOVE 'CONSIGNED STOCK COMBINED' TO COL-ACTION
              WHEN 'INVREG  '
                 MOVE 'DUPLICATE INVOICE - DROPPED' TO COL-ACTION
              WHEN 'CLMHIST '
                 MOVE 'DUPLICATE CLAIM - DROPPED' TO COL-ACTION
              WHEN OTHER
                 MOVE 'SURVIVOR KEPT - MERGED DROPPED' TO COL-ACTION
           END-EVALUATE.
      *
           MOVE WS-CUR-FILE-ID    TO COL-FILE-ID.
           MOVE MS-KEY            TO COL-KEY.
           MOVE MS-FROM-CODE      TO COL-MERGED-FROM.
           MOVE WS-HOLD-FROM-CODE TO COL-KEPT-FROM.
           WRITE MRGRPT-REC FROM COL-RPT-DETAIL.
           IF MRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO MERGE REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1260-COMBINE-SUPPHIST PARAGRAPH COMBINES A MERGED
      *    SUPPLIER'S HISTORY INTO THE SURVIVING CODE'S. RUN COUNTS,
      *    THE PERFORMANCE SUM AND THE ON-TIME, LATE, REJECT AND
      *    RECEIPT COUNTS ARE ADDED; THE HIGH AND LOW SCORES ARE THE
      *    HIGHER AND LOWER OF THE TWO. THE LATEST SCORE, RATING AND
      *    TREND COME FROM WHICHEVER SUPPLIER WAS ACTIVE MOST RECENTLY
      *    (THE MERGED ONE WHEN THE SURVIVOR HAS NO RUNS YET).
      *
      *  CALLED BY:
      *    -  1250-RESOLVE-COLLISION
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1260-COMBINE-SUPPHIST.
           MOVE WS-HOLD-IMAGE TO WS-HIST-HOLD-REC.
           MOVE MS-IMAGE      TO WS-HIST-MRG-REC.
      *
           IF HH-RUN-COUNT = 0
              MOVE HM-PERF-HIGH TO HH-PERF-HIGH
              MOVE HM-PERF-LOW  TO HH-PERF-LOW
           ELSE
              IF HM-RUN-COUNT > 0
                 IF HM-PERF-HIGH > HH-PERF-HIGH
                    MOVE HM-PERF-HIGH TO HH-PERF-HIGH
                 END-IF
                 IF HM-PERF-LOW < HH-PERF-LOW
                    MOVE HM-PERF-LOW TO HH-PERF-LOW
                 END-IF
              END-IF
           END-IF.
      *
           IF HH-RUN-COUNT = 0
              OR HM-LAST-ACTIVITY-DATE > HH-LAST-ACTIVITY-DATE
              MOVE HM-LATEST-PERF        TO HH-LATEST-PERF
              MOVE HM-LATEST-RATING      TO HH-LATEST-RATING
              MOVE HM-TREND-INDICATOR    TO HH-TREND-INDICATOR
              MOVE HM-LAST-ACTIVITY-DATE TO HH-LAST-ACTIVITY-DATE
           END-IF.
      *
           ADD HM-RUN-COUNT     TO HH-RUN-COUNT.
           ADD HM-PERF-SUM      TO HH-PERF-SUM.
           ADD HM-ONTIME-COUNT  TO HH-ONTIME-COUNT.
           ADD HM-LATE-COUNT    TO HH-LATE-COUNT.
           ADD HM-REJECT-COUNT  TO HH-REJECT-COUNT.
           ADD HM-RECEIPT-COUNT TO HH-RECEIPT-COUNT.
      *
           MOVE WS-HIST-HOLD-REC TO WS-HOLD-IMAGE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1270-COMBINE-RTVHIST PARAGRAPH ADDS A MERGED SUPPLIER'S
      *    OPEN RETURN QUANTITY INTO THE SURVIVING CODE'S RETURN FOR
      *    THE SAME PO AND PART, AGED FROM THE EARLIER RETURN DATE.
      *
      *  CALLED BY:
      *    -  1250-RESOLVE-COLLISION
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1270-COMBINE-RTVHIST.
           MOVE WS-HOLD-IMAGE TO WS-RTV-HOLD-REC.
           MOVE MS-IMAGE      TO WS-RTV-MRG-REC.
      *
           ADD RM-RETURN-QTY TO RH-RETURN-QTY.
           IF RM-RETURN-DATE < RH-RETURN-DATE
              MOVE RM-RETURN-DATE TO RH-RETURN-DATE
           END-IF.
      *
           MOVE WS-RTV-HOLD-REC TO WS-HOLD-IMAGE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1280-COMBINE-CONSMAST PARAGRAPH ADDS A MERGED
      *    SUPPLIER'S CONSIGNED STOCK INTO THE SURVIVING CODE'S STOCK
      *    AT THE SAME PART AND LOCATION, DATED FROM THE LATER
      *    RECEIPT.
      *
      *  CALLED BY:
      *    -  1250-RESOLVE-COLLISION
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1280-COMBINE-CONSMAST.
           MOVE WS-HOLD-IMAGE TO WS-CONS-HOLD-REC.
           MOVE MS-IMAGE      TO WS-CONS-MRG-REC.
      *
           ADD CM-CONSIGNED-QTY TO CH-CONSIGNED-QTY.
           IF CM-LAST-RECEIPT-DATE > CH-LAST-RECEIPT-DATE
              MOVE CM-LAST-RECEIPT-DATE TO CH-LAST-RECEIPT-DATE
           END-IF.
      *
           MOVE WS-CONS-HOLD-REC TO WS-HOLD-IMAGE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1300-READ-CUR-FILE PARAGRAPH READS ONE RECORD FROM THE
      *    CURRENT MASTER INTO THE RECORD IMAGE AND CHECKS THE FILE
      *    STATUS FOR A SUCCESSFUL READ OPERATION. WHEN THE END OF FILE
      *    IS REACHED, A FLAG IS SET TO INDICATE THAT STATUS.
      *
      *  CALLED BY:
      *    -  1100-RELEASE-REKEYED
      *    -  1150-REKEY-ONE-RECORD
      *    -  1600-REKEY-IN-PLACE
      *    -  1650-REKEY-IN-PLACE-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1300-READ-CUR-FILE.
           EVALUATE WS-CUR-FILE-ID
              WHEN 'SUPPMAST'
                 READ SUPPMAST INTO WS-REC-IMAGE
                    AT END MOVE 'Y' TO CUR-FILE-SW
                 END-READ
                 MOVE SMCODE TO WS-CUR-CODE
              WHEN 'SUPPHIST'
                 READ SUPPHIST INTO WS-REC-IMAGE
                    AT END MOVE 'Y' TO CUR-FILE-SW
                 END-READ
                 MOVE HSCODE TO WS-CUR-CODE
              WHEN 'CONTRACT'
                 READ CONTRACT INTO WS-REC-IMAGE
                    AT END MOVE 'Y' TO CUR-FILE-SW
                 END-READ
                 MOVE CTCODE TO WS-CUR-CODE
              WHEN 'ALTSUPP '
                 READ ALTSUPP INTO WS-REC-IMAGE
                    AT END MOVE 'Y' TO CUR-FILE-SW
                 END-READ
                 MOVE ASCODE TO WS-CUR-CODE
              WHEN 'SUPPXREF'
                 READ SUPPXREF INTO WS-REC-IMAGE
                    AT END MOVE 'Y' TO CUR-FILE-SW
                 END-READ
                 MOVE SXCODE TO WS-CUR-CODE
              WHEN 'PAYTERMS'
                 READ PAYTERMS INTO WS-REC-IMAGE
                    AT END MOVE 'Y' TO CUR-FILE-SW
                 END-READ
                 MOVE PTCODE TO WS-CUR-CODE
              WHEN 'ADDRMAST'
                 READ ADDRMAST INTO WS-REC-IMAGE
                    AT END MOVE 'Y' TO CUR-FILE-SW
                 END-READ
                 MOVE AMCODE TO WS-CUR-CODE
              WHEN 'RTVHIST '
                 READ RTVHIST INTO WS-REC-IMAGE
                    AT END MOVE 'Y' TO CUR-FILE-SW
                 END-READ
                 MOVE RVCODE TO WS-CUR-CODE
              WHEN 'INVREG  '
                 READ INVREG INTO WS-REC-IMAGE
                    AT END MOVE 'Y' TO CUR-FILE-SW
                 END-READ
                 MOVE IRCODE TO WS-CUR-CODE
              WHEN 'CONSIGN '
                 READ CONSIGN INTO WS-REC-IMAGE
                    AT END MOVE 'Y' TO CUR-FILE-SW
                 END-READ
                 MOVE CGCODE TO WS-CUR-CODE
              WHEN 'CONSMAST'
                 READ CONSMAST INTO WS-REC-IMAGE
                    AT END MOVE 'Y' TO CUR-FILE-SW
                 END-READ
                 MOVE CMCODE TO WS-CUR-CODE
              WHEN 'CLMHIST '
                 READ CLMHIST INTO WS-REC-IMAGE
                    AT END MOVE 'Y' TO CUR-FILE-SW
                 END-READ
                 MOVE CHCODE TO WS-CUR-CODE
              WHEN 'SUPPLIER'
                 READ SUPPLIER INTO WS-REC-IMAGE
                    AT END MOVE 'Y' TO CUR-FILE-SW
                 END-READ
                 MOVE SUCODE TO WS-CUR-CODE
              WHEN 'APOPEN  '
                 READ APOPEN INTO WS-REC-IMAGE
                    AT END MOVE 'Y' TO CUR-FILE-SW
                 END-READ
                 MOVE AOCODE TO WS-CUR-CODE
              WHEN 'PAIDHIST'
                 READ PAIDHIST INTO WS-REC-IMAGE
                    AT END MOVE 'Y' TO CUR-FILE-SW
                 END-READ
                 MOVE PDCODE TO WS-CUR-CODE
              WHEN 'RFQMAST '
                 READ RFQMAST INTO WS-REC-IMAGE
                    AT END MOVE 'Y' TO CUR-FILE-SW
                 END-READ
                 MOVE RQCODE TO WS-CUR-CODE
              WHEN 'HOLDMAST'
                 READ HOLDMAST INTO WS-REC-IMAGE
                    AT END MOVE 'Y' TO CUR-FILE-SW
                 END-READ
                 MOVE HMCODE TO WS-CUR-CODE
           END-EVALUATE.
      *
           IF WS-CUR-CODE = '00' OR '10'
              IF NOT END-OF-CUR-FILE
                 ADD 1 TO FCNT-BEFORE-TBL (FCNT-IDX)
              END-IF
           ELSE
              DISPLAY 'ERROR READING ' WS-CUR-FILE-ID ' FILE.'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1400-WRITE-HELD-RECORD PARAGRAPH WRITES THE HELD RECORD
      *    TO THE CURRENT MASTER'S NEW FILE, CHECKS THE FILE STATUS FOR
      *    A SUCCESSFUL WRITE OPERATION AND COUNTS IT, AND UNDER WHICH
      *    CODE IT NOW STANDS.
      *
      *  CALLED BY:
      *    -  1200-WRITE-MERGED-FILE
      *    -  1220-MERGE-SORTED-REC
      *    -  1650-REKEY-IN-PLACE-REC
      *
      *  CALLS:
      *    -  0900-FIND-SUPPLIER
      *****************************************************************
      *
       1400-WRITE-HELD-RECORD.
           EVALUATE WS-CUR-FILE-ID
              WHEN 'SUPPMAST'
                 WRITE SMNEW-REC FROM WS-HOLD-IMAGE
                 MOVE SNCODE TO WS-CUR-CODE
              WHEN 'SUPPHIST'
                 WRITE SHNEW-REC FROM WS-HOLD-IMAGE
                 MOVE HNCODE TO WS-CUR-CODE
              WHEN 'CONTRACT'
                 WRITE CTNEW-REC FROM WS-HOLD-IMAGE
                 MOVE CNCODE TO WS-CUR-CODE
              WHEN 'ALTSUPP '
                 WRITE ASNEW-REC FROM WS-HOLD-IMAGE
                 MOVE ANCODE TO WS-CUR-CODE
              WHEN 'SUPPXREF'
                 WRITE SXNEW-REC FROM WS-HOLD-IMAGE
                 MOVE XNCODE TO WS-CUR-CODE
              WHEN 'PAYTERMS'
                 WRITE PTNEW-REC FROM WS-HOLD-IMAGE
                 MOVE PNCODE TO WS-CUR-CODE
              WHEN 'ADDRMAST'
                 WRITE AMNEW-REC FROM WS-HOLD-IMAGE
                 MOVE MNCODE TO WS-CUR-CODE
              WHEN 'RTVHIST '
                 WRITE RVNEW-REC FROM WS-HOLD-IMAGE
                 MOVE VNCODE TO WS-CUR-CODE
              WHEN 'INVREG  '
                 WRITE IRNEW-REC FROM WS-HOLD-IMAGE
                 MOVE INCODE TO WS-CUR-CODE
              WHEN 'CONSIGN '
                 WRITE CGNEW-REC FROM WS-HOLD-IMAGE
                 MOVE GNCODE TO WS-CUR-CODE
              WHEN 'CONSMAST'
                 WRITE CMNEW-REC FROM WS-HOLD-IMAGE
                 MOVE KNCODE TO WS-CUR-CODE
              WHEN 'CLMHIST '
                 WRITE CHNEW-REC FROM WS-HOLD-IMAGE
                 MOVE LNCODE TO WS-CUR-CODE
              WHEN 'SUPPLIER'
                 WRITE SPNEW-REC FROM WS-HOLD-IMAGE
                 MOVE UNCODE TO WS-CUR-CODE
              WHEN 'APOPEN  '
                 WRITE AONEW-REC FROM WS-HOLD-IMAGE
                 MOVE ONCODE TO WS-CUR-CODE
              WHEN 'PAIDHIST'
                 WRITE PDNEW-REC FROM WS-HOLD-IMAGE
                 MOVE DNCODE TO WS-CUR-CODE
              WHEN 'RFQMAST '
                 WRITE RQNEW-REC FROM WS-HOLD-IMAGE
                 MOVE QNCODE TO WS-CUR-CODE
              WHEN 'HOLDMAST'
                 WRITE HMNEW-REC FROM WS-HOLD-IMAGE
                 MOVE WNCODE TO WS-CUR-CODE
           END-EVALUATE.
      *
           IF WS-CUR-CODE = '00'
              ADD 1 TO FCNT-AFTER-TBL (FCNT-IDX)
              MOVE WS-HOLD-IMAGE (WS-SUPP-POS:10) TO WS-LOOK-SUPPLIER
              PERFORM 0900-FIND-SUPPLIER
              IF OLD-CODE-HIT
                 ADD 1 TO FCNT-OLD-AFTER-TBL (FCNT-IDX)
              END-IF
              IF NEW-CODE-HIT
                 ADD 1 TO FCNT-NEW-AFTER-TBL (FCNT-IDX)
              END-IF
           ELSE
              DISPLAY 'ERROR WRITING NEW ' WS-CUR-FILE-ID ' FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1500-CLOSE-CUR-FILES PARAGRAPH CLOSES THE CURRENT
      *    MASTER AND ITS NEW FILE.
      *
      *  CALLED BY:
      *    -  1000-REKEY-SEQ-FILE
      *    -  1600-REKEY-IN-PLACE
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       1500-CLOSE-CUR-FILES.
           EVALUATE WS-CUR-FILE-ID
              WHEN 'SUPPMAST'
                 CLOSE SUPPMAST
                       SMNEW
              WHEN 'SUPPHIST'
                 CLOSE SUPPHIST
                       SHNEW
              WHEN 'CONTRACT'
                 CLOSE CONTRACT
                       CTNEW
              WHEN 'ALTSUPP '
                 CLOSE ALTSUPP
                       ASNEW
              WHEN 'SUPPXREF'
                 CLOSE SUPPXREF
                       SXNEW
              WHEN 'PAYTERMS'
                 CLOSE PAYTERMS
                       PTNEW
              WHEN 'ADDRMAST'
                 CLOSE ADDRMAST
                       AMNEW
              WHEN 'RTVHIST '
                 CLOSE RTVHIST
                       RVNEW
              WHEN 'INVREG  '
                 CLOSE INVREG
                       IRNEW
              WHEN 'CONSIGN '
                 CLOSE CONSIGN
                       CGNEW
              WHEN 'CONSMAST'
                 CLOSE CONSMAST
                       CMNEW
              WHEN 'CLMHIST '
                 CLOSE CLMHIST
                       CHNEW
              WHEN 'SUPPLIER'
                 CLOSE SUPPLIER
                       SPNEW
              WHEN 'APOPEN  '
                 CLOSE APOPEN
                       AONEW
              WHEN 'PAIDHIST'
                 CLOSE PAIDHIST
                       PDNEW
              WHEN 'RFQMAST '
                 CLOSE RFQMAST
                       RQNEW
              WHEN 'HOLDMAST'
                 CLOSE HOLDMAST
                       HMNEW
           END-EVALUATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1600-REKEY-IN-PLACE PARAGRAPH COPIES THE MASTER NAMED
      *    IN WS-CUR-FILE-ID TO ITS NEW FILE IN THE ORDER READ, WITH
      *    AN OLD SUPPLIER-CODE REPLACED BY ITS SURVIVING CODE. THE
      *    MASTER IS NOT KEYED ON THE CODE, SO NO RECORD MOVES AND
      *    NONE CAN COLLIDE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  1050-OPEN-CUR-FILES
      *    -  1300-READ-CUR-FILE
      *    -  1650-REKEY-IN-PLACE-REC
      *    -  1500-CLOSE-CUR-FILES
      *****************************************************************
      *
       1600-REKEY-IN-PLACE.
           ADD 1 TO WS-FCNT-CTR.
           SET FCNT-IDX TO WS-FCNT-CTR.
           MOVE WS-CUR-FILE-ID TO FCNT-FILE-ID-TBL (FCNT-IDX).
           MOVE 'COPIED IN FILE SEQUENCE' TO FCNT-REMARK-TBL (FCNT-IDX).
      *
           MOVE 'N' TO CUR-FILE-SW.
           PERFORM 1050-OPEN-CUR-FILES.
           PERFORM 1300-READ-CUR-FILE.
           PERFORM 1650-REKEY-IN-PLACE-REC
               UNTIL END-OF-CUR-FILE.
           PERFORM 1500-CLOSE-CUR-FILES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 1650-REKEY-IN-PLACE-REC PARAGRAPH REPLACES AN OLD
      *    SUPPLIER-CODE IN THE RECORD JUST READ WITH ITS SURVIVING
      *    CODE, WRITES THE RECORD TO THE NEW FILE AND READS THE NEXT.
      *    ON THE OPEN AP ITEMS MASTER A DEBIT MEMO ('M') CARRIES THE
      *    CODE RIGHT AFTER THE ITEM TYPE AND A VOUCHER FURTHER IN.
      *
      *  CALLED BY:
      *    -  1600-REKEY-IN-PLACE
      *
      *  CALLS:
      *    -  0900-FIND-SUPPLIER
      *    -  1400-WRITE-HELD-RECORD
      *    -  1300-READ-CUR-FILE
      *****************************************************************
      *
       1650-REKEY-IN-PLACE-REC.
           IF WS-CUR-FILE-ID = 'APOPEN  '
              IF WS-REC-IMAGE (1:1) = 'M'
                 MOVE 2  TO WS-SUPP-POS
              ELSE
                 MOVE 87 TO WS-SUPP-POS
              END-IF
           END-IF.
      *
           MOVE WS-REC-IMAGE (WS-SUPP-POS:10) TO WS-LOOK-SUPPLIER.
           PERFORM 0900-FIND-SUPPLIER.
      *
           IF OLD-CODE-HIT
              ADD 1 TO FCNT-OLD-BEFORE-TBL (FCNT-IDX)
              MOVE WS-LOOK-NEW-CODE TO WS-REC-IMAGE (WS-SUPP-POS:10)
           ELSE
              IF NEW-CODE-HIT
                 ADD 1 TO FCNT-NEW-BEFORE-TBL (FCNT-IDX)
              END-IF
           END-IF.
      *
           MOVE WS-REC-IMAGE TO WS-HOLD-IMAGE.
           PERFORM 1400-WRITE-HELD-RECORD.
      *
           PERFORM 1300-READ-CUR-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2500-WRITE-COUNT-SECTION PARAGRAPH WRITES THE
      *    BEFORE/AFTER RECORD COUNT OF EVERY FILE AND THE RUN TOTALS
      *    AT THE FOOT OF THE REPORT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  2520-WRITE-COUNT-LINE
      *    -  2550-WRITE-SUMMARY-LINE
      *****************************************************************
      *
       2500-WRITE-COUNT-SECTION.
           WRITE MRGRPT-REC FROM WS-BLANK-LINE.
           WRITE MRGRPT-REC FROM WS-BLANK-LINE.
           MOVE 'RECORD COUNTS BEFORE AND AFTER THE MERGE'
             TO MRG-SECTION-TEXT.
           WRITE MRGRPT-REC FROM MRG-RPT-SECTION-LINE.
           WRITE MRGRPT-REC FROM WS-BLANK-LINE.
           WRITE MRGRPT-REC FROM CNT-RPT-HEADER-1.
           WRITE MRGRPT-REC FROM CNT-RPT-HEADER-2.
      *
           PERFORM 2520-WRITE-COUNT-LINE
               VARYING FCNT-IDX FROM 1 BY 1
               UNTIL FCNT-IDX > WS-FCNT-CTR.
      *
           WRITE MRGRPT-REC FROM WS-BLANK-LINE.
      *
           MOVE 'MERGE TRANSACTIONS READ:' TO MRG-SUMMARY-LABEL.
           MOVE WS-TRANS-READ-CTR TO MRG-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'MERGES APPLIED:' TO MRG-SUMMARY-LABEL.
           MOVE WS-MERGES-APPLIED-CTR TO MRG-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'MERGES REJECTED:' TO MRG-SUMMARY-LABEL.
           MOVE WS-MERGES-REJECT-CTR TO MRG-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'MERGES NOT YET EFFECTIVE:' TO MRG-SUMMARY-LABEL.
           MOVE WS-MERGES-HELD-CTR TO MRG-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
           MOVE 'KEY COLLISIONS:' TO MRG-SUMMARY-LABEL.
           MOVE WS-COLLISION-CTR TO MRG-SUMMARY-VALUE.
           PERFORM 2550-WRITE-SUMMARY-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2520-WRITE-COUNT-LINE PARAGRAPH WRITES THE BEFORE/AFTER
      *    COUNTS OF ONE FILE AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  2500-WRITE-COUNT-SECTION
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2520-WRITE-COUNT-LINE.
           MOVE FCNT-FILE-ID-TBL (FCNT-IDX)    TO CNT-FILE-ID.
           MOVE FCNT-BEFORE-TBL (FCNT-IDX)     TO CNT-BEFORE.
           MOVE FCNT-AFTER-TBL (FCNT-IDX)      TO CNT-AFTER.
           MOVE FCNT-OLD-BEFORE-TBL (FCNT-IDX) TO CNT-OLD-BEFORE.
           MOVE FCNT-OLD-AFTER-TBL (FCNT-IDX)  TO CNT-OLD-AFTER.
           MOVE FCNT-NEW-BEFORE-TBL (FCNT-IDX) TO CNT-NEW-BEFORE.
           MOVE FCNT-NEW-AFTER-TBL (FCNT-IDX)  TO CNT-NEW-AFTER.
           MOVE FCNT-COLLISION-TBL (FCNT-IDX)  TO CNT-COLLISIONS.
           MOVE FCNT-REMARK-TBL (FCNT-IDX)     TO CNT-REMARK.
           WRITE MRGRPT-REC FROM CNT-RPT-DETAIL.
           IF MRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO MERGE REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2550-WRITE-SUMMARY-LINE PARAGRAPH WRITES ONE SUMMARY
      *    LINE TO THE MERGE REPORT AND CHECKS THE FILE STATUS FOR A
      *    SUCCESSFUL WRITE OPERATION.
      *
      *  CALLED BY:
      *    -  2500-WRITE-COUNT-SECTION
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2550-WRITE-SUMMARY-LINE.
           WRITE MRGRPT-REC FROM MRG-RPT-SUMMARY-LINE.
           IF MRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR WRITING TO MERGE REPORT'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2600-CLOSE-FILES PARAGRAPH CLOSES THE CONTROL FILES AND
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
           CLOSE MRGTRAN
                 MRGRPT
                 MRGXREF
                 OPERLOG.
      *
           DISPLAY 'MERGE TRANSACTIONS READ:     ' WS-TRANS-READ-CTR.
           DISPLAY 'MERGES APPLIED:              '
                   WS-MERGES-APPLIED-CTR.
           DISPLAY 'MERGES REJECTED:             '
                   WS-MERGES-REJECT-CTR.
           DISPLAY 'MERGES NOT YET EFFECTIVE:    ' WS-MERGES-HELD-CTR.
           DISPLAY 'SUPPLIER MASTER RECORDS READ:'
                   WS-SUPP-MAST-READ-CTR.
           DISPLAY 'KEY COLLISIONS:              ' WS-COLLISION-CTR.
           DISPLAY 'CROSS-REFERENCE WRITTEN:     ' WS-XREF-WRTN-CTR.
           DISPLAY 'OPERATOR ACTIVITY LOGGED:    '
                   WS-OPERLOG-WRTN-CTR.
           IF WS-MERGES-APPLIED-CTR = 0
              DISPLAY 'NO MERGE APPLIED -- FILES COPIED UNCHANGED'
           END-IF.
