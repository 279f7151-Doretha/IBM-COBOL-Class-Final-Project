       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPCAT.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. 10/15/2026.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  PROGRAM DESCRIPTION:
      *    THIS PROGRAM IS THE SNAPSHOT STEP AT THE END OF THE NIGHTLY
      *    STREAM. EVERY OLD-MASTER/NEW-MASTER PAIR IN THE STREAM HAS
      *    ITS FINAL NEW MASTER COPIED TO A SNAPSHOT DATASET QUALIFIED
      *    BY THE RUN STAMP (TRANSACTION DATE AND CYCLE) THAT BUILT IT,
      *    AND EACH COPY IS CATALOGED WITH ITS RECORD COUNT AND A HASH
      *    TOTAL OVER EVERY BYTE OF EVERY RECORD (BYTE VALUE TIMES ITS
      *    POSITION IN THE RECORD, SO A SHIFTED OR SWAPPED FIELD
      *    CHANGES THE TOTAL). SNAPREST.CBL USES THE CATALOG TO
      *    RESTORE THE WHOLE SET AS OF A CHOSEN RUN STAMP.
      *    THE RUN STAMP IS TAKEN FROM THE GENERATION HEADER LEADING
      *    THE PO BACKLOG MASTER. A BACKLOG MASTER WITHOUT A
      *    GENERATION HEADER ENDS THE RUN WITH RETURN-CODE 16 AND
      *    NOTHING CATALOGED -- A SET THAT CANNOT BE NAMED BY ITS
      *    STAMP CANNOT BE CHOSEN FOR A RESTORE.
      *    A MASTER THAT CANNOT BE OPENED OR READ TO THE END IS
      *    CATALOGED INCOMPLETE, WHICH BARS THAT STAMP FROM A RESTORE.
      *    RERUNNING THE STEP FOR THE SAME STAMP REPLACES THAT STAMP'S
      *    CATALOG ENTRIES; ALL OTHER ENTRIES ARE CARRIED FORWARD.
      *****************************************************************
      *
      *  PROGRAM MODULES CALLED:
      *    - NONE
      *****************************************************************
      *
      *    INPUT FILES:
      *      RTPOT44.SUPPHIST.MASTER.NEW - SUPPLIER HISTORY MASTER
      *      INTERNAL FILE NAME:           SUPPHIST
      *      JCL DD NAME:                  SUPPHIST
      *
      *
      *      RTPOT44.PORECV.BACKLOG.NEW - OPEN PO BACKLOG MASTER
      *      INTERNAL FILE NAME:          PORHIST
      *      JCL DD NAME:                 PORHIST
      *
      *
      *      RTPOT44.CYCLCNT.INVMAST.NEW - ON-HAND INVENTORY MASTER
      *      INTERNAL FILE NAME:           INVMAST
      *      JCL DD NAME:                  INVMAST
      *
      *
      *      RTPOT44.INVISSUE.DEMHIST.NEW - DEMAND HISTORY MASTER
      *      INTERNAL FILE NAME:            DEMHIST
      *      JCL DD NAME:                   DEMHIST
      *
      *
      *      RTPOT44.LOTUPDT.LOTMAST.NEW - LOT MASTER
      *      INTERNAL FILE NAME:           LOTMAST
      *      JCL DD NAME:                  LOTMAST
      *
      *
      *      RTPOT44.RTVAGE.RTVHIST.NEW - OPEN-RETURNS MASTER
      *      INTERNAL FILE NAME:          RTVHIST
      *      JCL DD NAME:                 RTVHIST
      *
      *
      *      RTPOT44.POCLOSE.HISTORY.NEW - CLOSED PO HISTORY MASTER
      *      INTERNAL FILE NAME:           POCLHIST
      *      JCL DD NAME:                  POCLHIST
      *
      *
      *      RTPOT44.ADDRMON.ADDRMAST.NEW - SUPPLIER ADDRESS MASTER
      *      INTERNAL FILE NAME:            ADDRMAST
      *      JCL DD NAME:                   ADDRMAST
      *
      *
      *      RTPOT44.PORECV.INVREG.NEW - INVOICE REGISTER
      *      INTERNAL FILE NAME:         INVREG
      *      JCL DD NAME:                INVREG
      *
      *
      *      RTPOT44.AUTOPART.BUYRSPND.NEW - BUYER COMMITMENT MASTER
      *      INTERNAL FILE NAME:             BUYRSPND
      *      JCL DD NAME:                    BUYRSPND
      *
      *
      *      RTPOT44.XREFMNT.SUPPXREF.NEW - SUPPLIER CROSS-REFERENCE
      *                                     (INDEXED)
      *      INTERNAL FILE NAME:            SUPPXREF
      *      JCL DD NAME:                   SUPPXREF
      *
      *
      *      RTPOT44.PERCLOSE.PERSUMM.NEW - PERIOD SUMMARY MASTER
      *      INTERNAL FILE NAME:            PERSUMM
      *      JCL DD NAME:                   PERSUMM
      *
      *
      *      RTPOT44.RUNSTATS.HISTORY.NEW - RUN STATISTICS HISTORY
      *      INTERNAL FILE NAME:            RUNSTHST
      *      JCL DD NAME:                   RUNSTHST
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
      *      RTPOT44.XFERPOST.XFERMAST.NEW - IN-TRANSIT MASTER
      *      INTERNAL FILE NAME:             XFERMAST
      *      JCL DD NAME:                    XFERMAST
      *
      *
      *      RTPOT44.CUSTORD.ORDMAST.NEW - CUSTOMER ORDER MASTER
      *      INTERNAL FILE NAME:           ORDMAST
      *      JCL DD NAME:                  ORDMAST
      *
      *
      *      RTPOT44.RFQCYCL.RFQMAST.NEW - RFQ MASTER
      *      INTERNAL FILE NAME:           RFQMAST
      *      JCL DD NAME:                  RFQMAST
      *
      *
      *      RTPOT44.AUTOPART.CONTRACT.NEW - CONTRACT PRICE FILE
      *                                      (INDEXED)
      *      INTERNAL FILE NAME:             CONTRACT
      *      JCL DD NAME:                    CONTRACT
      *
      *
      *      RTPOT44.HOLDPOST.HOLDMAST.NEW - OPEN-HOLDS MASTER
      *      INTERNAL FILE NAME:             HOLDMAST
      *      JCL DD NAME:                    HOLDMAST
      *
      *
      *      RTPOT44.INVISSUE.CONSMAST.NEW - CONSIGNMENT STOCK MASTER
      *      INTERNAL FILE NAME:             CONSMAST
      *      JCL DD NAME:                    CONSMAST
      *
      *
      *      RTPOT44.BUDGRPT.BUDGSTAT.NEW - COMMODITY BUDGET POSITION
      *      INTERNAL FILE NAME:            BUDGSTAT
      *      JCL DD NAME:                   BUDGSTAT
      *
      *
      *      RTPOT44.WARRCLM.CLMHIST.NEW - OPEN-CLAIMS MASTER
      *      INTERNAL FILE NAME:           CLMHIST
      *      JCL DD NAME:                  CLMHIST
      *
      *
      *      RTPOT44.EXPEDITE.NOTEHIST.NEW - EXPEDITING NOTICE HISTORY
      *      INTERNAL FILE NAME:             NOTEHIST
      *      JCL DD NAME:                    NOTEHIST
      *
      *
      *      RTPOT44.PRICEUPD.PRICMAST.NEW - SELLING PRICE MASTER
      *      INTERNAL FILE NAME:             PRICMAST
      *      JCL DD NAME:                    PRICMAST
      *
      *
      *      RTPOT44.FCSTPLAN.FCSTPROP.NEW - PLANNING PROPOSAL MASTER
      *      INTERNAL FILE NAME:             FCSTPROP
      *      JCL DD NAME:                    FCSTPROP
      *
      *
      *      RTPOT44.REPLRPT.PLANPARM.NEW - PLANNING PARAMETER FILE
      *                                     (INDEXED)
      *      INTERNAL FILE NAME:            PLANPARM
      *      JCL DD NAME:                   PLANPARM
      *
      *
      *      RTPOT44.KITMAINT.KITBOM.NEW - KIT BILL-OF-MATERIALS
      *      INTERNAL FILE NAME:           KITBOM
      *      JCL DD NAME:                  KITBOM
      *
      *
      *      RTPOT44.HAZMAINT.HAZMAST.NEW - HAZARDOUS MATERIAL MASTER
      *      INTERNAL FILE NAME:            HAZMAST
      *      JCL DD NAME:                   HAZMAST
      *
      *
      *      RTPOT44.SNAPCAT.CATALOG.OLD - PRIOR SNAPSHOT CATALOG
      *      INTERNAL FILE NAME:           SNAPCTLG
      *      JCL DD NAME:                  SNAPCTLG
      *
      *
      *    OUTPUT FILES:
      *      RTPOT44.SNAP.SUPPHIST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPSUPH
      *      JCL DD NAME:                        SNPSUPH
      *
      *
      *      RTPOT44.SNAP.PORHIST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                SNPPORH
      *      JCL DD NAME:                       SNPPORH
      *
      *
      *      RTPOT44.SNAP.INVMAST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                SNPINVM
      *      JCL DD NAME:                       SNPINVM
      *
      *
      *      RTPOT44.SNAP.DEMHIST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                SNPDEMH
      *      JCL DD NAME:                       SNPDEMH
      *
      *
      *      RTPOT44.SNAP.LOTMAST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                SNPLOTM
      *      JCL DD NAME:                       SNPLOTM
      *
      *
      *      RTPOT44.SNAP.RTVHIST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                SNPRTVH
      *      JCL DD NAME:                       SNPRTVH
      *
      *
      *      RTPOT44.SNAP.POCLHIST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPPOCL
      *      JCL DD NAME:                        SNPPOCL
      *
      *
      *      RTPOT44.SNAP.ADDRMAST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPADDR
      *      JCL DD NAME:                        SNPADDR
      *
      *
      *      RTPOT44.SNAP.INVREG.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:               SNPINVR
      *      JCL DD NAME:                      SNPINVR
      *
      *
      *      RTPOT44.SNAP.BUYRSPND.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPBUYR
      *      JCL DD NAME:                        SNPBUYR
      *
      *
      *      RTPOT44.SNAP.SUPPXREF.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPXREF
      *      JCL DD NAME:                        SNPXREF
      *
      *
      *      RTPOT44.SNAP.PERSUMM.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                SNPPERS
      *      JCL DD NAME:                       SNPPERS
      *
      *
      *      RTPOT44.SNAP.RUNSTHST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPRUNS
      *      JCL DD NAME:                        SNPRUNS
      *
      *
      *      RTPOT44.SNAP.APOPEN.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:               SNPAPOP
      *      JCL DD NAME:                      SNPAPOP
      *
      *
      *      RTPOT44.SNAP.PAIDHIST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPPAID
      *      JCL DD NAME:                        SNPPAID
      *
      *
      *      RTPOT44.SNAP.XFERMAST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPXFER
      *      JCL DD NAME:                        SNPXFER
      *
      *
      *      RTPOT44.SNAP.ORDMAST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                SNPORDM
      *      JCL DD NAME:                       SNPORDM
      *
      *
      *      RTPOT44.SNAP.RFQMAST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                SNPRFQM
      *      JCL DD NAME:                       SNPRFQM
      *
      *
      *      RTPOT44.SNAP.CONTRACT.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPCONT
      *      JCL DD NAME:                        SNPCONT
      *
      *
      *      RTPOT44.SNAP.HOLDMAST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPHOLD
      *      JCL DD NAME:                        SNPHOLD
      *
      *
      *      RTPOT44.SNAP.CONSMAST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPCONM
      *      JCL DD NAME:                        SNPCONM
      *
      *
      *      RTPOT44.SNAP.BUDGSTAT.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPBUDG
      *      JCL DD NAME:                        SNPBUDG
      *
      *
      *      RTPOT44.SNAP.CLMHIST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                SNPCLMH
      *      JCL DD NAME:                       SNPCLMH
      *
      *
      *      RTPOT44.SNAP.NOTEHIST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPNOTE
      *      JCL DD NAME:                        SNPNOTE
      *
      *
      *      RTPOT44.SNAP.PRICMAST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPPRIC
      *      JCL DD NAME:                        SNPPRIC
      *
      *
      *      RTPOT44.SNAP.FCSTPROP.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPFCST
      *      JCL DD NAME:                        SNPFCST
      *
      *
      *      RTPOT44.SNAP.PLANPARM.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                 SNPPLAN
      *      JCL DD NAME:                        SNPPLAN
      *
      *
      *      RTPOT44.SNAP.KITBOM.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:               SNPKITB
      *      JCL DD NAME:                      SNPKITB
      *
      *
      *      RTPOT44.SNAP.HAZMAST.DYYMMDD.CNN - SNAPSHOT
      *      INTERNAL FILE NAME:                SNPHAZM
      *      JCL DD NAME:                       SNPHAZM
      *
      *
      *      RTPOT44.SNAPCAT.CATALOG.NEW - UPDATED SNAPSHOT CATALOG
      *      INTERNAL FILE NAME:           SNAPCNEW
      *      JCL DD NAME:                  SNAPCNEW
      *
      *
      *      RTPOT44.SNAPCAT.SNAPSHOT.RPT - SNAPSHOT REPORT
      *      INTERNAL FILE NAME:            SNAPRPT
      *      JCL DD NAME:                   SNAPRPT
      *
      *
      *    JCL JOB:
      *      RTPOT44.FINAL.JCL(SNAPCAT)
      ****************************************************************
      *  CHANGE LOG: *
      ****************
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED THE CONSIGNMENT STOCK, COMMODITY BUDGET
      *                   POSITION, OPEN-CLAIMS, EXPEDITING NOTICE
      *                   HISTORY, SELLING PRICE, PLANNING PROPOSAL,
      *                   PLANNING PARAMETER, KIT BILL-OF-MATERIALS AND
      *                   HAZARDOUS MATERIAL MASTERS TO THE SNAPSHOT SET
      *                   (MEMBERS 21 TO 29), SO EVERY MASTER THE STREAM
      *                   CARRIES FORWARD IS CATALOGED UNDER THE RUN
      *                   STAMP
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  SUPPXREF AND CONTRACT ARE NOW INDEXED AND
      *                   ARE COPIED IN KEY SEQUENCE
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  LOT MASTER RECORD GREW 76 TO 79 BYTES WITH
      *                   THE COUNTRY OF ORIGIN WRITTEN BY LOTUPDT.CBL
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  DEMAND HISTORY MEMBER WIDENED TO 240 BYTES
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  LOT MASTER RECORD GREW 70 TO 76 BYTES WITH
      *                   THE RECEIVING PO-NUMBER WRITTEN BY
      *                   LOTUPDT.CBL
      *
      *      CREATED BY:  DORETHA RILEY
      *     DESCRIPTION:  ORIGINAL CREATION OF PROGRAM
      *            DATE:  10/15/2026
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPHIST ASSIGN TO SUPPHIST
              FILE STATUS IS MSCODE.
      *
           SELECT PORHIST ASSIGN TO PORHIST
              FILE STATUS IS MSCODE.
      *
           SELECT INVMAST ASSIGN TO INVMAST
              FILE STATUS IS MSCODE.
      *
           SELECT DEMHIST ASSIGN TO DEMHIST
              FILE STATUS IS MSCODE.
      *
           SELECT LOTMAST ASSIGN TO LOTMAST
              FILE STATUS IS MSCODE.
      *
           SELECT RTVHIST ASSIGN TO RTVHIST
              FILE STATUS IS MSCODE.
      *
           SELECT POCLHIST ASSIGN TO POCLHIST
              FILE STATUS IS MSCODE.
      *
           SELECT ADDRMAST ASSIGN TO ADDRMAST
              FILE STATUS IS MSCODE.
      *
           SELECT INVREG ASSIGN TO INVREG
              FILE STATUS IS MSCODE.
      *
           SELECT BUYRSPND ASSIGN TO BUYRSPND
              FILE STATUS IS MSCODE.
      *
           SELECT SUPPXREF ASSIGN TO SUPPXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS SUPPXREF-FILE-KEY
              ALTERNATE RECORD KEY IS SUPPXREF-SUPP-PART-KEY
                 WITH DUPLICATES
              FILE STATUS IS MSCODE.
      *
           SELECT PERSUMM ASSIGN TO PERSUMM
              FILE STATUS IS MSCODE.
      *
           SELECT RUNSTHST ASSIGN TO RUNSTHST
              FILE STATUS IS MSCODE.
      *
           SELECT APOPEN ASSIGN TO APOPEN
              FILE STATUS IS MSCODE.
      *
           SELECT PAIDHIST ASSIGN TO PAIDHIST
              FILE STATUS IS MSCODE.
      *
           SELECT XFERMAST ASSIGN TO XFERMAST
              FILE STATUS IS MSCODE.
      *
           SELECT ORDMAST ASSIGN TO ORDMAST
              FILE STATUS IS MSCODE.
      *
           SELECT RFQMAST ASSIGN TO RFQMAST
              FILE STATUS IS MSCODE.
      *
           SELECT CONTRACT ASSIGN TO CONTRACT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CONTRACT-FILE-KEY
              FILE STATUS IS MSCODE.
      *
           SELECT HOLDMAST ASSIGN TO HOLDMAST
              FILE STATUS IS MSCODE.
      *
           SELECT CONSMAST ASSIGN TO CONSMAST
              FILE STATUS IS MSCODE.
      *
           SELECT BUDGSTAT ASSIGN TO BUDGSTAT
              FILE STATUS IS MSCODE.
      *
           SELECT CLMHIST ASSIGN TO CLMHIST
              FILE STATUS IS MSCODE.
      *
           SELECT NOTEHIST ASSIGN TO NOTEHIST
              FILE STATUS IS MSCODE.
      *
           SELECT PRICMAST ASSIGN TO PRICMAST
              FILE STATUS IS MSCODE.
      *
           SELECT FCSTPROP ASSIGN TO FCSTPROP
              FILE STATUS IS MSCODE.
      *
           SELECT PLANPARM ASSIGN TO PLANPARM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PLANPARM-FILE-KEY
              FILE STATUS IS MSCODE.
      *
           SELECT KITBOM ASSIGN TO KITBOM
              FILE STATUS IS MSCODE.
      *
           SELECT HAZMAST ASSIGN TO HAZMAST
              FILE STATUS IS MSCODE.
      *
           SELECT SNPSUPH ASSIGN TO SNPSUPH
              FILE STATUS IS SSCODE.
      *
           SELECT SNPPORH ASSIGN TO SNPPORH
              FILE STATUS IS SSCODE.
      *
           SELECT SNPINVM ASSIGN TO SNPINVM
              FILE STATUS IS SSCODE.
      *
           SELECT SNPDEMH ASSIGN TO SNPDEMH
              FILE STATUS IS SSCODE.
      *
           SELECT SNPLOTM ASSIGN TO SNPLOTM
              FILE STATUS IS SSCODE.
      *
           SELECT SNPRTVH ASSIGN TO SNPRTVH
              FILE STATUS IS SSCODE.
      *
           SELECT SNPPOCL ASSIGN TO SNPPOCL
              FILE STATUS IS SSCODE.
      *
           SELECT SNPADDR ASSIGN TO SNPADDR
              FILE STATUS IS SSCODE.
      *
           SELECT SNPINVR ASSIGN TO SNPINVR
              FILE STATUS IS SSCODE.
      *
           SELECT SNPBUYR ASSIGN TO SNPBUYR
              FILE STATUS IS SSCODE.
      *
           SELECT SNPXREF ASSIGN TO SNPXREF
              FILE STATUS IS SSCODE.
      *
           SELECT SNPPERS ASSIGN TO SNPPERS
              FILE STATUS IS SSCODE.
      *
           SELECT SNPRUNS ASSIGN TO SNPRUNS
              FILE STATUS IS SSCODE.
      *
           SELECT SNPAPOP ASSIGN TO SNPAPOP
              FILE STATUS IS SSCODE.
      *
           SELECT SNPPAID ASSIGN TO SNPPAID
              FILE STATUS IS SSCODE.
      *
           SELECT SNPXFER ASSIGN TO SNPXFER
              FILE STATUS IS SSCODE.
      *
           SELECT SNPORDM ASSIGN TO SNPORDM
              FILE STATUS IS SSCODE.
      *
           SELECT SNPRFQM ASSIGN TO SNPRFQM
              FILE STATUS IS SSCODE.
      *
           SELECT SNPCONT ASSIGN TO SNPCONT
              FILE STATUS IS SSCODE.
      *
           SELECT SNPHOLD ASSIGN TO SNPHOLD
              FILE STATUS IS SSCODE.
      *
           SELECT SNPCONM ASSIGN TO SNPCONM
              FILE STATUS IS SSCODE.
      *
           SELECT SNPBUDG ASSIGN TO SNPBUDG
              FILE STATUS IS SSCODE.
      *
           SELECT SNPCLMH ASSIGN TO SNPCLMH
              FILE STATUS IS SSCODE.
      *
           SELECT SNPNOTE ASSIGN TO SNPNOTE
              FILE STATUS IS SSCODE.
      *
           SELECT SNPPRIC ASSIGN TO SNPPRIC
              FILE STATUS IS SSCODE.
      *
           SELECT SNPFCST ASSIGN TO SNPFCST
              FILE STATUS IS SSCODE.
      *
           SELECT SNPPLAN ASSIGN TO SNPPLAN
              FILE STATUS IS SSCODE.
      *
           SELECT SNPKITB ASSIGN TO SNPKITB
              FILE STATUS IS SSCODE.
      *
           SELECT SNPHAZM ASSIGN TO SNPHAZM
              FILE STATUS IS SSCODE.
      *
           SELECT SNAPCTLG ASSIGN TO SNAPCTLG
              FILE STATUS IS SCCODE.
      *
           SELECT SNAPCNEW ASSIGN TO SNAPCNEW
              FILE STATUS IS SNCODE.
      *
           SELECT SNAPRPT ASSIGN TO SNAPRPT
              FILE STATUS IS RPCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 71 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPHIST-REC.
      *
       01 SUPPHIST-REC PIC X(71).
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
       FD  INVMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVMAST-REC.
      *
       01 INVMAST-REC PIC X(48).
      *
       FD  DEMHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEMHIST-REC.
      *
       01 DEMHIST-REC PIC X(240).
      *
       FD  LOTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 79 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOTMAST-REC.
      *
       01 LOTMAST-REC PIC X(79).
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
       FD  POCLHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 75 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POCLHIST-REC.
      *
       01 POCLHIST-REC PIC X(75).
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
       FD  INVREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVREG-REC.
      *
       01 INVREG-REC PIC X(45).
      *
       FD  BUYRSPND
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 22 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYRSPND-REC.
      *
       01 BUYRSPND-REC PIC X(22).
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
       FD  PERSUMM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PERSUMM-REC.
      *
       01 PERSUMM-REC PIC X(40).
      *
       FD  RUNSTHST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUNSTHST-REC.
      *
       01 RUNSTHST-REC PIC X(40).
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
       FD  PAIDHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAIDHIST-REC.
      *
       01 PAIDHIST-REC PIC X(120).
      *
       FD  XFERMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XFERMAST-REC.
      *
       01 XFERMAST-REC PIC X(80).
      *
       FD  ORDMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORDMAST-REC.
      *
       01 ORDMAST-REC PIC X(100).
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
       FD  HOLDMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLDMAST-REC.
      *
       01 HOLDMAST-REC PIC X(70).
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
       FD  BUDGSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUDGSTAT-REC.
      *
       01 BUDGSTAT-REC PIC X(60).
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
       FD  NOTEHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NOTEHIST-REC.
      *
       01 NOTEHIST-REC PIC X(60).
      *
       FD  PRICMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRICMAST-REC.
      *
       01 PRICMAST-REC PIC X(100).
      *
       FD  FCSTPROP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FCSTPROP-REC.
      *
       01 FCSTPROP-REC PIC X(80).
      *
       FD  PLANPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLANPARM-REC.
      *
       01 PLANPARM-REC.
          05 PLANPARM-FILE-KEY       PIC X(23).
          05 FILLER                  PIC X(26).
      *
       FD  KITBOM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KITBOM-REC.
      *
       01 KITBOM-REC PIC X(60).
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
       FD  SNPSUPH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 71 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPSUPH-REC.
      *
       01 SNPSUPH-REC PIC X(71).
      *
       FD  SNPPORH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPPORH-REC.
      *
       01 SNPPORH-REC PIC X(80).
      *
       FD  SNPINVM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPINVM-REC.
      *
       01 SNPINVM-REC PIC X(48).
      *
       FD  SNPDEMH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 240 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPDEMH-REC.
      *
       01 SNPDEMH-REC PIC X(240).
      *
       FD  SNPLOTM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 79 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPLOTM-REC.
      *
       01 SNPLOTM-REC PIC X(79).
      *
       FD  SNPRTVH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPRTVH-REC.
      *
       01 SNPRTVH-REC PIC X(60).
      *
       FD  SNPPOCL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 75 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPPOCL-REC.
      *
       01 SNPPOCL-REC PIC X(75).
      *
       FD  SNPADDR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPADDR-REC.
      *
       01 SNPADDR-REC PIC X(100).
      *
       FD  SNPINVR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 45 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPINVR-REC.
      *
       01 SNPINVR-REC PIC X(45).
      *
       FD  SNPBUYR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 22 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPBUYR-REC.
      *
       01 SNPBUYR-REC PIC X(22).
      *
       FD  SNPXREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPXREF-REC.
      *
       01 SNPXREF-REC PIC X(50).
      *
       FD  SNPPERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPPERS-REC.
      *
       01 SNPPERS-REC PIC X(40).
      *
       FD  SNPRUNS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPRUNS-REC.
      *
       01 SNPRUNS-REC PIC X(40).
      *
       FD  SNPAPOP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPAPOP-REC.
      *
       01 SNPAPOP-REC PIC X(130).
      *
       FD  SNPPAID
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPPAID-REC.
      *
       01 SNPPAID-REC PIC X(120).
      *
       FD  SNPXFER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPXFER-REC.
      *
       01 SNPXFER-REC PIC X(80).
      *
       FD  SNPORDM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPORDM-REC.
      *
       01 SNPORDM-REC PIC X(100).
      *
       FD  SNPRFQM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPRFQM-REC.
      *
       01 SNPRFQM-REC PIC X(140).
      *
       FD  SNPCONT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 42 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPCONT-REC.
      *
       01 SNPCONT-REC PIC X(42).
      *
       FD  SNPHOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPHOLD-REC.
      *
       01 SNPHOLD-REC PIC X(70).
      *
       FD  SNPCONM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPCONM-REC.
      *
       01 SNPCONM-REC PIC X(50).
      *
       FD  SNPBUDG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPBUDG-REC.
      *
       01 SNPBUDG-REC PIC X(60).
      *
       FD  SNPCLMH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPCLMH-REC.
      *
       01 SNPCLMH-REC PIC X(100).
      *
       FD  SNPNOTE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPNOTE-REC.
      *
       01 SNPNOTE-REC PIC X(60).
      *
       FD  SNPPRIC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPPRIC-REC.
      *
       01 SNPPRIC-REC PIC X(100).
      *
       FD  SNPFCST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPFCST-REC.
      *
       01 SNPFCST-REC PIC X(80).
      *
       FD  SNPPLAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPPLAN-REC.
      *
       01 SNPPLAN-REC PIC X(49).
      *
       FD  SNPKITB
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPKITB-REC.
      *
       01 SNPKITB-REC PIC X(60).
      *
       FD  SNPHAZM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNPHAZM-REC.
      *
       01 SNPHAZM-REC PIC X(60).
      *
       FD  SNAPCTLG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNAPCTLG-REC.
      *
       01 SNAPCTLG-REC PIC X(100).
      *
       FD  SNAPCNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNAPCNEW-REC.
      *
       01 SNAPCNEW-REC PIC X(100).
      *
       FD  SNAPRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNAPRPT-REC.
      *
       01 SNAPRPT-REC PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  SNAPSHOT SET MEMBERS -- MASTER NAME AND RECORD LENGTH, IN THE
      *  SAME ORDER AS THE FILE DEFINITIONS AND THE EVALUATES IN THE
      *  0300 PARAGRAPHS. SNAPREST.CBL CARRIES THE SAME TABLE.
      *****************************************************************
      *
       01 SNAP-MEMBER-AREA.
          05 FILLER                 PIC X(11) VALUE 'SUPPHIST071'.
          05 FILLER                 PIC X(11) VALUE 'PORHIST 080'.
          05 FILLER                 PIC X(11) VALUE 'INVMAST 048'.
          05 FILLER                 PIC X(11) VALUE 'DEMHIST 240'.
          05 FILLER                 PIC X(11) VALUE 'LOTMAST 079'.
          05 FILLER                 PIC X(11) VALUE 'RTVHIST 060'.
          05 FILLER                 PIC X(11) VALUE 'POCLHIST075'.
          05 FILLER                 PIC X(11) VALUE 'ADDRMAST100'.
          05 FILLER                 PIC X(11) VALUE 'INVREG  045'.
          05 FILLER                 PIC X(11) VALUE 'BUYRSPND022'.
          05 FILLER                 PIC X(11) VALUE 'SUPPXREF050'.
          05 FILLER                 PIC X(11) VALUE 'PERSUMM 040'.
          05 FILLER                 PIC X(11) VALUE 'RUNSTHST040'.
          05 FILLER                 PIC X(11) VALUE 'APOPEN  130'.
          05 FILLER                 PIC X(11) VALUE 'PAIDHIST120'.
          05 FILLER                 PIC X(11) VALUE 'XFERMAST080'.
          05 FILLER                 PIC X(11) VALUE 'ORDMAST 100'.
          05 FILLER                 PIC X(11) VALUE 'RFQMAST 140'.
          05 FILLER                 PIC X(11) VALUE 'CONTRACT042'.
          05 FILLER                 PIC X(11) VALUE 'HOLDMAST070'.
          05 FILLER                 PIC X(11) VALUE 'CONSMAST050'.
          05 FILLER                 PIC X(11) VALUE 'BUDGSTAT060'.
          05 FILLER                 PIC X(11) VALUE 'CLMHIST 100'.
          05 FILLER                 PIC X(11) VALUE 'NOTEHIST060'.
          05 FILLER                 PIC X(11) VALUE 'PRICMAST100'.
          05 FILLER                 PIC X(11) VALUE 'FCSTPROP080'.
          05 FILLER                 PIC X(11) VALUE 'PLANPARM049'.
          05 FILLER                 PIC X(11) VALUE 'KITBOM  060'.
          05 FILLER                 PIC X(11) VALUE 'HAZMAST 060'.
       01 SNAP-MEMBER-TBL REDEFINES SNAP-MEMBER-AREA.
          05 SNAP-MEMBER-ENTRY OCCURS 29 TIMES.
             10 SM-MEMBER-NAME      PIC X(08).
             10 SM-RECORD-LEN       PIC 9(03).
      *
      *****************************************************************
      *  RESULT OF SNAPPING EACH MEMBER, SUBSCRIPTED LIKE THE MEMBER
      *  TABLE ABOVE.
      *****************************************************************
      *
       01 SNAP-RESULT-TBL.
          05 SNAP-RESULT-ENTRY OCCURS 29 TIMES.
             10 SR-SNAP-DSN         PIC X(44) VALUE SPACES.
             10 SR-REC-COUNT        PIC 9(09) VALUE 0.
             10 SR-HASH-TOTAL       PIC 9(15) VALUE 0.
             10 SR-STATUS           PIC X(01) VALUE SPACES.
                88 SR-COMPLETE      VALUE 'C'.
                88 SR-INCOMPLETE    VALUE 'I'.
             10 SR-REASON           PIC X(24) VALUE SPACES.
      *
       01 WS-SNAP-CONTROL-VARS.
          05 WS-MAX-MBR-SUB         PIC 9(02) VALUE 29.
          05 WS-MBR-SUB             PIC 9(02) VALUE 0.
          05 WS-BYTE-SUB            PIC 9(03) VALUE 0.
          05 WS-REC-HASH            PIC 9(09) VALUE 0.
          05 WS-INCOMPLETE-CTR      PIC 9(02) VALUE 0.
      *
      *****************************************************************
      *  ONE MASTER RECORD, READ INTO THE WIDEST MEMBER'S LENGTH. THE
      *  HASH COVERS ONLY THE MEMBER'S OWN RECORD LENGTH.
      *****************************************************************
      *
       01 WS-SNAP-BUFFER.
          05 WS-SNAP-BYTE           PIC X(01) OCCURS 240 TIMES.
      *
      *****************************************************************
      *  RUN STAMP FROM THE GENERATION HEADER LEADING THE PO BACKLOG
      *  MASTER (SAME LAYOUT AS WRITTEN BY PORECV.CBL). A HEADER
      *  WITHOUT A CYCLE IS TREATED AS CYCLE 01, AS IN PORECV.CBL.
      *****************************************************************
      *
       01 WS-PO-GEN-HEADER-REC.
          05 GH-PO-NUMBER           PIC X(06) VALUE SPACES.
          05 GH-GEN-ID              PIC X(03) VALUE SPACES.
             88 GH-IS-GEN-HEADER    VALUE 'GEN'.
          05 GH-GEN-SEQ             PIC 9(05) VALUE 0.
          05 GH-MASTER-DATE         PIC X(08) VALUE SPACES.
          05 GH-TRANS-DATE          PIC X(08) VALUE SPACES.
          05 GH-TRANS-TIME          PIC X(08) VALUE SPACES.
          05 GH-TRANS-CYCLE         PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(40) VALUE SPACES.
      *
       01 WS-RUN-STAMP.
          05 WS-STAMP-DATE          PIC X(08) VALUE SPACES.
          05 WS-STAMP-CYCLE         PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  SNAPSHOT CATALOG RECORD -- ONE PER MEMBER PER RUN STAMP. THE
      *  SAME LAYOUT IS READ BY SNAPREST.CBL.
      *****************************************************************
      *
       01 WS-CATALOG-REC.
          05 CT-RUN-STAMP.
             10 CT-RUN-DATE         PIC X(08) VALUE SPACES.
             10 CT-RUN-CYCLE        PIC X(02) VALUE SPACES.
          05 CT-MEMBER-NAME         PIC X(08) VALUE SPACES.
          05 CT-SNAP-DSN            PIC X(44) VALUE SPACES.
          05 CT-REC-COUNT           PIC 9(09) VALUE 0.
          05 CT-HASH-TOTAL          PIC 9(15) VALUE 0.
          05 CT-SNAP-DATE           PIC X(08) VALUE SPACES.
          05 CT-SNAP-STATUS         PIC X(01) VALUE SPACES.
             88 CT-SNAP-COMPLETE    VALUE 'C'.
             88 CT-SNAP-INCOMPLETE  VALUE 'I'.
          05 CT-RECORD-LEN          PIC 9(03) VALUE 0.
          05 FILLER                 PIC X(02) VALUE SPACES.
      *
      *****************************************************************
      *  FILE STATUS SWITCHES AND END OF FILE FLAGS. ONE STATUS CODE
      *  SERVES ALL THE MASTERS AND ONE ALL THE SNAPSHOTS -- ONLY ONE
      *  MEMBER IS OPEN AT A TIME.
      *****************************************************************
      *
       01 WS-FILE-STATUS-CODES.
          05 MSCODE                 PIC X(02) VALUE SPACES.
          05 SSCODE                 PIC X(02) VALUE SPACES.
          05 SCCODE                 PIC X(02) VALUE SPACES.
          05 SNCODE                 PIC X(02) VALUE SPACES.
          05 RPCODE                 PIC X(02) VALUE SPACES.
      *
       01 WS-END-OF-FILE-SWITCHES.
          05 MBR-FILE-SW            PIC X(01) VALUE 'N'.
             88 END-OF-MBR-FILE     VALUE 'Y'.
          05 CTLG-FILE-SW           PIC X(01) VALUE 'N'.
             88 END-OF-CTLG-FILE    VALUE 'Y'.
      *
       01 WS-MISC-WS-FIELDS.
          05 WS-TODAY-8             PIC X(08) VALUE SPACES.
          05 RUN-ERROR-SW           PIC X(01) VALUE 'N'.
             88 RUN-ERROR           VALUE 'Y'.
          05 MBR-ERROR-SW           PIC X(01) VALUE 'N'.
             88 MBR-ERROR           VALUE 'Y'.
      *
      *****************************************************************
      *  RUN CONTROL COUNTERS.
      *****************************************************************
      *
       01 WS-RUN-CONTROL-COUNTERS.
          05 WS-CTLG-READ-CTR       PIC 9(07) VALUE 0.
          05 WS-CTLG-KEPT-CTR       PIC 9(07) VALUE 0.
          05 WS-CTLG-REPLACED-CTR   PIC 9(07) VALUE 0.
          05 WS-CTLG-ADDED-CTR      PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  SNAPSHOT REPORT LINES.
      *****************************************************************
      *
       01 SNAP-RPT-HDR-LINE-1.
          05 FILLER                 PIC X(25) VALUE SPACES.
          05 FILLER                 PIC X(30)
             VALUE 'NIGHTLY MASTER SNAPSHOT REPORT'.
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 FILLER                 PIC X(11) VALUE 'RUN STAMP: '.
          05 HDR-STAMP-DATE         PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(07) VALUE ' CYCLE '.
          05 HDR-STAMP-CYCLE        PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(45) VALUE SPACES.
      *
       01 SNAP-RPT-HDR-LINE-2.
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 FILLER                 PIC X(08) VALUE 'MEMBER'.
          05 FILLER                 PIC X(03) VALUE SPACES.
          05 FILLER                 PIC X(06) VALUE 'STATUS'.
          05 FILLER                 PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(07) VALUE 'RECORDS'.
          05 FILLER                 PIC X(07) VALUE SPACES.
          05 FILLER                 PIC X(10) VALUE 'HASH TOTAL'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(44) VALUE 'SNAPSHOT'.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 FILLER                 PIC X(24) VALUE 'REASON'.
          05 FILLER                 PIC X(07) VALUE SPACES.
      *
       01 SNAP-RPT-DETAIL-LINE.
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 SNAP-RPT-MEMBER        PIC X(08) VALUE SPACES.
          05 FILLER                 PIC X(03) VALUE SPACES.
          05 SNAP-RPT-STATUS        PIC X(10) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 SNAP-RPT-REC-COUNT     PIC ZZZZZZZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 SNAP-RPT-HASH-TOTAL    PIC ZZZZZZZZZZZZZZ9.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 SNAP-RPT-SNAP-DSN      PIC X(44) VALUE SPACES.
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 SNAP-RPT-REASON        PIC X(24) VALUE SPACES.
          05 FILLER                 PIC X(07) VALUE SPACES.
      *
       01 SNAP-RPT-TOTAL-LINE.
          05 FILLER                 PIC X(05) VALUE SPACES.
          05 SNAP-RPT-TOTAL-TEXT    PIC X(60) VALUE SPACES.
          05 FILLER                 PIC X(68) VALUE SPACES.
      *
       01 WS-BLANK-LINE             PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE MAIN PROCEDURE TAKES THE RUN STAMP FROM THE BACKLOG
      *    MASTER'S GENERATION HEADER, SNAPS AND CATALOGS EVERY MEMBER
      *    OF THE SET AND WRITES THE SNAPSHOT REPORT. A BACKLOG MASTER
      *    WITHOUT A GENERATION HEADER ENDS THE RUN WITH RETURN-CODE
      *    16 AND NOTHING CATALOGED.
      *
      *  CALLED PARAGRAPHS:
      *    - 0000-HOUSEKEEPING
      *    - 0100-GET-RUN-STAMP
      *    - 0200-OPEN-CATALOG-FILES
      *    - 0300-SNAP-ONE-MEMBER
      *    - 0500-CARRY-CATALOG
      *    - 0600-ADD-CATALOG-ENTRIES
      *    - 0700-WRITE-SNAPSHOT-REPORT
      *    - 2600-CLOSE-FILES
      ****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-GET-RUN-STAMP.
           IF RUN-ERROR
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 0200-OPEN-CATALOG-FILES
              PERFORM 0300-SNAP-ONE-MEMBER
                  VARYING WS-MBR-SUB FROM 1 BY 1
                  UNTIL WS-MBR-SUB > WS-MAX-MBR-SUB
              PERFORM 0500-CARRY-CATALOG
              PERFORM 0600-ADD-CATALOG-ENTRIES
                  VARYING WS-MBR-SUB FROM 1 BY 1
                  UNTIL WS-MBR-SUB > WS-MAX-MBR-SUB
              PERFORM 0700-WRITE-SNAPSHOT-REPORT
              PERFORM 2600-CLOSE-FILES
           END-IF.
           GOBACK.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0000-HOUSEKEEPING PARAGRAPH OBTAINS TODAY'S DATE -- THE
      *    DATE EACH SNAPSHOT IS CATALOGED AS TAKEN.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0000-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0100-GET-RUN-STAMP PARAGRAPH READS THE GENERATION
      *    HEADER LEADING THE PO BACKLOG MASTER AND TAKES ITS
      *    TRANSACTION DATE AND CYCLE AS THE RUN STAMP OF THE SET.
      *    THE BACKLOG MASTER IS CLOSED AGAIN AND SNAPPED WITH THE
      *    OTHER MEMBERS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0100-GET-RUN-STAMP.
           OPEN INPUT PORHIST.
           IF MSCODE = '00'
              READ PORHIST INTO WS-PO-GEN-HEADER-REC
                 AT END
                    MOVE SPACES TO WS-PO-GEN-HEADER-REC
              END-READ
              CLOSE PORHIST
           ELSE
              DISPLAY 'ERROR OPENING PO BACKLOG MASTER - ' MSCODE
           END-IF.
      *
           IF GH-PO-NUMBER = SPACES
              AND GH-IS-GEN-HEADER
              AND GH-TRANS-DATE NUMERIC
              MOVE GH-TRANS-DATE TO WS-STAMP-DATE
              IF GH-TRANS-CYCLE = SPACES
                 MOVE '01' TO WS-STAMP-CYCLE
              ELSE
                 MOVE GH-TRANS-CYCLE TO WS-STAMP-CYCLE
              END-IF
              MOVE WS-STAMP-DATE  TO HDR-STAMP-DATE
              MOVE WS-STAMP-CYCLE TO HDR-STAMP-CYCLE
              DISPLAY 'SNAPCAT: SNAPPING RUN STAMP ' WS-STAMP-DATE
                      ' CYCLE ' WS-STAMP-CYCLE
           ELSE
              DISPLAY 'SNAPCAT: PO BACKLOG MASTER HAS NO GENERATION '
                      'HEADER -- NO RUN STAMP, NOTHING CATALOGED'
              SET RUN-ERROR TO TRUE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0200-OPEN-CATALOG-FILES PARAGRAPH OPENS THE OLD AND NEW
      *    SNAPSHOT CATALOGS AND THE SNAPSHOT REPORT.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0200-OPEN-CATALOG-FILES.
           OPEN INPUT  SNAPCTLG
                OUTPUT SNAPCNEW
                       SNAPRPT.
           IF SCCODE = '00' AND SNCODE = '00' AND RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR OPENING SNAPSHOT CATALOG FILES - '
                      SCCODE ' ' SNCODE ' ' RPCODE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0300-SNAP-ONE-MEMBER PARAGRAPH COPIES ONE MASTER TO ITS
      *    SNAPSHOT, COUNTING AND HASHING EVERY RECORD COPIED. A
      *    MASTER OR SNAPSHOT THAT WILL NOT OPEN, OR A READ OR WRITE
      *    ERROR PART WAY THROUGH, LEAVES THE MEMBER INCOMPLETE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0310-OPEN-MEMBER
      *    -  0315-OPEN-SNAPSHOT
      *    -  0320-READ-MEMBER
      *    -  0400-COPY-MEMBER-REC
      *    -  0340-CLOSE-MEMBER
      *    -  0345-CLOSE-SNAPSHOT
      *****************************************************************
      *
       0300-SNAP-ONE-MEMBER.
           MOVE 'N' TO MBR-ERROR-SW.
           MOVE 'N' TO MBR-FILE-SW.
           MOVE 0   TO SR-REC-COUNT  (WS-MBR-SUB)
                       SR-HASH-TOTAL (WS-MBR-SUB).
           MOVE SPACES TO SR-SNAP-DSN (WS-MBR-SUB).
           STRING 'RTPOT44.SNAP.'             DELIMITED BY SIZE
                  SM-MEMBER-NAME (WS-MBR-SUB) DELIMITED BY SPACE
                  '.D'                        DELIMITED BY SIZE
                  WS-STAMP-DATE (3:6)         DELIMITED BY SIZE
                  '.C'                        DELIMITED BY SIZE
                  WS-STAMP-CYCLE              DELIMITED BY SIZE
              INTO SR-SNAP-DSN (WS-MBR-SUB)
           END-STRING.
      *
           PERFORM 0310-OPEN-MEMBER.
           IF MSCODE NOT = '00'
              MOVE 'MASTER NOT AVAILABLE' TO SR-REASON (WS-MBR-SUB)
              SET MBR-ERROR TO TRUE
           ELSE
              PERFORM 0315-OPEN-SNAPSHOT
              IF SSCODE NOT = '00'
                 MOVE 'SNAPSHOT NOT OPENED' TO SR-REASON (WS-MBR-SUB)
                 SET MBR-ERROR TO TRUE
              ELSE
                 PERFORM 0320-READ-MEMBER
                 PERFORM 0400-COPY-MEMBER-REC
                     UNTIL END-OF-MBR-FILE
                 PERFORM 0345-CLOSE-SNAPSHOT
              END-IF
              PERFORM 0340-CLOSE-MEMBER
           END-IF.
      *
           IF MBR-ERROR
              SET SR-INCOMPLETE (WS-MBR-SUB) TO TRUE
              ADD 1 TO WS-INCOMPLETE-CTR
              DISPLAY 'SNAPCAT: ' SM-MEMBER-NAME (WS-MBR-SUB)
                      ' SNAPSHOT INCOMPLETE - ' SR-REASON (WS-MBR-SUB)
                      ' ' MSCODE ' ' SSCODE
           ELSE
              SET SR-COMPLETE (WS-MBR-SUB) TO TRUE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0310-OPEN-MEMBER PARAGRAPH OPENS THE MASTER FOR THE
      *    CURRENT MEMBER.
      *
      *  CALLED BY:
      *    -  0300-SNAP-ONE-MEMBER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0310-OPEN-MEMBER.
           EVALUATE WS-MBR-SUB
              WHEN 1
                 OPEN INPUT SUPPHIST
              WHEN 2
                 OPEN INPUT PORHIST
              WHEN 3
                 OPEN INPUT INVMAST
              WHEN 4
                 OPEN INPUT DEMHIST
              WHEN 5
                 OPEN INPUT LOTMAST
              WHEN 6
                 OPEN INPUT RTVHIST
              WHEN 7
                 OPEN INPUT POCLHIST
              WHEN 8
                 OPEN INPUT ADDRMAST
              WHEN 9
                 OPEN INPUT INVREG
              WHEN 10
                 OPEN INPUT BUYRSPND
              WHEN 11
                 OPEN INPUT SUPPXREF
              WHEN 12
                 OPEN INPUT PERSUMM
              WHEN 13
                 OPEN INPUT RUNSTHST
              WHEN 14
                 OPEN INPUT APOPEN
              WHEN 15
                 OPEN INPUT PAIDHIST
              WHEN 16
                 OPEN INPUT XFERMAST
              WHEN 17
                 OPEN INPUT ORDMAST
              WHEN 18
                 OPEN INPUT RFQMAST
              WHEN 19
                 OPEN INPUT CONTRACT
              WHEN 20
                 OPEN INPUT HOLDMAST
              WHEN 21
                 OPEN INPUT CONSMAST
              WHEN 22
                 OPEN INPUT BUDGSTAT
              WHEN 23
                 OPEN INPUT CLMHIST
              WHEN 24
                 OPEN INPUT NOTEHIST
              WHEN 25
                 OPEN INPUT PRICMAST
              WHEN 26
                 OPEN INPUT FCSTPROP
              WHEN 27
                 OPEN INPUT PLANPARM
              WHEN 28
                 OPEN INPUT KITBOM
              WHEN 29
                 OPEN INPUT HAZMAST
           END-EVALUATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0315-OPEN-SNAPSHOT PARAGRAPH OPENS THE SNAPSHOT DATASET
      *    FOR THE CURRENT MEMBER.
      *
      *  CALLED BY:
      *    -  0300-SNAP-ONE-MEMBER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0315-OPEN-SNAPSHOT.
           EVALUATE WS-MBR-SUB
              WHEN 1
                 OPEN OUTPUT SNPSUPH
              WHEN 2
                 OPEN OUTPUT SNPPORH
              WHEN 3
                 OPEN OUTPUT SNPINVM
              WHEN 4
                 OPEN OUTPUT SNPDEMH
              WHEN 5
                 OPEN OUTPUT SNPLOTM
              WHEN 6
                 OPEN OUTPUT SNPRTVH
              WHEN 7
                 OPEN OUTPUT SNPPOCL
              WHEN 8
                 OPEN OUTPUT SNPADDR
              WHEN 9
                 OPEN OUTPUT SNPINVR
              WHEN 10
                 OPEN OUTPUT SNPBUYR
              WHEN 11
                 OPEN OUTPUT SNPXREF
              WHEN 12
                 OPEN OUTPUT SNPPERS
              WHEN 13
                 OPEN OUTPUT SNPRUNS
              WHEN 14
                 OPEN OUTPUT SNPAPOP
              WHEN 15
                 OPEN OUTPUT SNPPAID
              WHEN 16
                 OPEN OUTPUT SNPXFER
              WHEN 17
                 OPEN OUTPUT SNPORDM
              WHEN 18
                 OPEN OUTPUT SNPRFQM
              WHEN 19
                 OPEN OUTPUT SNPCONT
              WHEN 20
                 OPEN OUTPUT SNPHOLD
              WHEN 21
                 OPEN OUTPUT SNPCONM
              WHEN 22
                 OPEN OUTPUT SNPBUDG
              WHEN 23
                 OPEN OUTPUT SNPCLMH
              WHEN 24
                 OPEN OUTPUT SNPNOTE
              WHEN 25
                 OPEN OUTPUT SNPPRIC
              WHEN 26
                 OPEN OUTPUT SNPFCST
              WHEN 27
                 OPEN OUTPUT SNPPLAN
              WHEN 28
                 OPEN OUTPUT SNPKITB
              WHEN 29
                 OPEN OUTPUT SNPHAZM
           END-EVALUATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0320-READ-MEMBER PARAGRAPH READS ONE RECORD OF THE
      *    CURRENT MEMBER'S MASTER INTO THE SNAPSHOT BUFFER. A READ
      *    ERROR ENDS THE COPY AND LEAVES THE MEMBER INCOMPLETE.
      *
      *  CALLED BY:
      *    -  0300-SNAP-ONE-MEMBER
      *    -  0400-COPY-MEMBER-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0320-READ-MEMBER.
           EVALUATE WS-MBR-SUB
              WHEN 1
                 READ SUPPHIST INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 2
                 READ PORHIST INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 3
                 READ INVMAST INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 4
                 READ DEMHIST INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 5
                 READ LOTMAST INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 6
                 READ RTVHIST INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 7
                 READ POCLHIST INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 8
                 READ ADDRMAST INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 9
                 READ INVREG INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 10
                 READ BUYRSPND INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 11
                 READ SUPPXREF INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 12
                 READ PERSUMM INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 13
                 READ RUNSTHST INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 14
                 READ APOPEN INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 15
                 READ PAIDHIST INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 16
                 READ XFERMAST INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 17
                 READ ORDMAST INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 18
                 READ RFQMAST INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 19
                 READ CONTRACT INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 20
                 READ HOLDMAST INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 21
                 READ CONSMAST INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 22
                 READ BUDGSTAT INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 23
                 READ CLMHIST INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 24
                 READ NOTEHIST INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 25
                 READ PRICMAST INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 26
                 READ FCSTPROP INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 27
                 READ PLANPARM INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 28
                 READ KITBOM INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
              WHEN 29
                 READ HAZMAST INTO WS-SNAP-BUFFER
                    AT END
                       MOVE 'Y' TO MBR-FILE-SW
                 END-READ
           END-EVALUATE.
      *
           IF MSCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR READING ' SM-MEMBER-NAME (WS-MBR-SUB)
                      ' - ' MSCODE
              MOVE 'MASTER READ ERROR' TO SR-REASON (WS-MBR-SUB)
              SET MBR-ERROR TO TRUE
              MOVE 'Y' TO MBR-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0330-WRITE-SNAPSHOT PARAGRAPH WRITES THE RECORD IN THE
      *    SNAPSHOT BUFFER TO THE CURRENT MEMBER'S SNAPSHOT.
      *
      *  CALLED BY:
      *    -  0400-COPY-MEMBER-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0330-WRITE-SNAPSHOT.
           EVALUATE WS-MBR-SUB
              WHEN 1
                 WRITE SNPSUPH-REC FROM WS-SNAP-BUFFER
              WHEN 2
                 WRITE SNPPORH-REC FROM WS-SNAP-BUFFER
              WHEN 3
                 WRITE SNPINVM-REC FROM WS-SNAP-BUFFER
              WHEN 4
                 WRITE SNPDEMH-REC FROM WS-SNAP-BUFFER
              WHEN 5
                 WRITE SNPLOTM-REC FROM WS-SNAP-BUFFER
              WHEN 6
                 WRITE SNPRTVH-REC FROM WS-SNAP-BUFFER
              WHEN 7
                 WRITE SNPPOCL-REC FROM WS-SNAP-BUFFER
              WHEN 8
                 WRITE SNPADDR-REC FROM WS-SNAP-BUFFER
              WHEN 9
                 WRITE SNPINVR-REC FROM WS-SNAP-BUFFER
              WHEN 10
                 WRITE SNPBUYR-REC FROM WS-SNAP-BUFFER
              WHEN 11
                 WRITE SNPXREF-REC FROM WS-SNAP-BUFFER
              WHEN 12
                 WRITE SNPPERS-REC FROM WS-SNAP-BUFFER
              WHEN 13
                 WRITE SNPRUNS-REC FROM WS-SNAP-BUFFER
              WHEN 14
                 WRITE SNPAPOP-REC FROM WS-SNAP-BUFFER
              WHEN 15
                 WRITE SNPPAID-REC FROM WS-SNAP-BUFFER
              WHEN 16
                 WRITE SNPXFER-REC FROM WS-SNAP-BUFFER
              WHEN 17
                 WRITE SNPORDM-REC FROM WS-SNAP-BUFFER
              WHEN 18
                 WRITE SNPRFQM-REC FROM WS-SNAP-BUFFER
              WHEN 19
                 WRITE SNPCONT-REC FROM WS-SNAP-BUFFER
              WHEN 20
                 WRITE SNPHOLD-REC FROM WS-SNAP-BUFFER
              WHEN 21
                 WRITE SNPCONM-REC FROM WS-SNAP-BUFFER
              WHEN 22
                 WRITE SNPBUDG-REC FROM WS-SNAP-BUFFER
              WHEN 23
                 WRITE SNPCLMH-REC FROM WS-SNAP-BUFFER
              WHEN 24
                 WRITE SNPNOTE-REC FROM WS-SNAP-BUFFER
              WHEN 25
                 WRITE SNPPRIC-REC FROM WS-SNAP-BUFFER
              WHEN 26
                 WRITE SNPFCST-REC FROM WS-SNAP-BUFFER
              WHEN 27
                 WRITE SNPPLAN-REC FROM WS-SNAP-BUFFER
              WHEN 28
                 WRITE SNPKITB-REC FROM WS-SNAP-BUFFER
              WHEN 29
                 WRITE SNPHAZM-REC FROM WS-SNAP-BUFFER
           END-EVALUATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0340-CLOSE-MEMBER PARAGRAPH CLOSES THE CURRENT MEMBER'S
      *    MASTER.
      *
      *  CALLED BY:
      *    -  0300-SNAP-ONE-MEMBER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0340-CLOSE-MEMBER.
           EVALUATE WS-MBR-SUB
              WHEN 1
                 CLOSE SUPPHIST
              WHEN 2
                 CLOSE PORHIST
              WHEN 3
                 CLOSE INVMAST
              WHEN 4
                 CLOSE DEMHIST
              WHEN 5
                 CLOSE LOTMAST
              WHEN 6
                 CLOSE RTVHIST
              WHEN 7
                 CLOSE POCLHIST
              WHEN 8
                 CLOSE ADDRMAST
              WHEN 9
                 CLOSE INVREG
              WHEN 10
                 CLOSE BUYRSPND
              WHEN 11
                 CLOSE SUPPXREF
              WHEN 12
                 CLOSE PERSUMM
              WHEN 13
                 CLOSE RUNSTHST
              WHEN 14
                 CLOSE APOPEN
              WHEN 15
                 CLOSE PAIDHIST
              WHEN 16
                 CLOSE XFERMAST
              WHEN 17
                 CLOSE ORDMAST
              WHEN 18
                 CLOSE RFQMAST
              WHEN 19
                 CLOSE CONTRACT
              WHEN 20
                 CLOSE HOLDMAST
              WHEN 21
                 CLOSE CONSMAST
              WHEN 22
                 CLOSE BUDGSTAT
              WHEN 23
                 CLOSE CLMHIST
              WHEN 24
                 CLOSE NOTEHIST
              WHEN 25
                 CLOSE PRICMAST
              WHEN 26
                 CLOSE FCSTPROP
              WHEN 27
                 CLOSE PLANPARM
              WHEN 28
                 CLOSE KITBOM
              WHEN 29
                 CLOSE HAZMAST
           END-EVALUATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0345-CLOSE-SNAPSHOT PARAGRAPH CLOSES THE CURRENT
      *    MEMBER'S SNAPSHOT.
      *
      *  CALLED BY:
      *    -  0300-SNAP-ONE-MEMBER
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0345-CLOSE-SNAPSHOT.
           EVALUATE WS-MBR-SUB
              WHEN 1
                 CLOSE SNPSUPH
              WHEN 2
                 CLOSE SNPPORH
              WHEN 3
                 CLOSE SNPINVM
              WHEN 4
                 CLOSE SNPDEMH
              WHEN 5
                 CLOSE SNPLOTM
              WHEN 6
                 CLOSE SNPRTVH
              WHEN 7
                 CLOSE SNPPOCL
              WHEN 8
                 CLOSE SNPADDR
              WHEN 9
                 CLOSE SNPINVR
              WHEN 10
                 CLOSE SNPBUYR
              WHEN 11
                 CLOSE SNPXREF
              WHEN 12
                 CLOSE SNPPERS
              WHEN 13
                 CLOSE SNPRUNS
              WHEN 14
                 CLOSE SNPAPOP
              WHEN 15
                 CLOSE SNPPAID
              WHEN 16
                 CLOSE SNPXFER
              WHEN 17
                 CLOSE SNPORDM
              WHEN 18
                 CLOSE SNPRFQM
              WHEN 19
                 CLOSE SNPCONT
              WHEN 20
                 CLOSE SNPHOLD
              WHEN 21
                 CLOSE SNPCONM
              WHEN 22
                 CLOSE SNPBUDG
              WHEN 23
                 CLOSE SNPCLMH
              WHEN 24
                 CLOSE SNPNOTE
              WHEN 25
                 CLOSE SNPPRIC
              WHEN 26
                 CLOSE SNPFCST
              WHEN 27
                 CLOSE SNPPLAN
              WHEN 28
                 CLOSE SNPKITB
              WHEN 29
                 CLOSE SNPHAZM
           END-EVALUATE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0400-COPY-MEMBER-REC PARAGRAPH WRITES ONE MASTER RECORD
      *    TO THE SNAPSHOT, ADDS IT TO THE MEMBER'S RECORD COUNT AND
      *    HASH TOTAL AND READS THE NEXT. A WRITE ERROR ENDS THE COPY
      *    AND LEAVES THE MEMBER INCOMPLETE.
      *
      *  CALLED BY:
      *    -  0300-SNAP-ONE-MEMBER
      *
      *  CALLS:
      *    -  0330-WRITE-SNAPSHOT
      *    -  0450-HASH-RECORD
      *    -  0320-READ-MEMBER
      *****************************************************************
      *
       0400-COPY-MEMBER-REC.
           PERFORM 0330-WRITE-SNAPSHOT.
           IF SSCODE NOT = '00'
              DISPLAY 'ERROR WRITING SNAPSHOT OF '
                      SM-MEMBER-NAME (WS-MBR-SUB) ' - ' SSCODE
              MOVE 'SNAPSHOT WRITE ERROR' TO SR-REASON (WS-MBR-SUB)
              SET MBR-ERROR TO TRUE
              MOVE 'Y' TO MBR-FILE-SW
           ELSE
              ADD 1 TO SR-REC-COUNT (WS-MBR-SUB)
              PERFORM 0450-HASH-RECORD
              ADD WS-REC-HASH TO SR-HASH-TOTAL (WS-MBR-SUB)
              PERFORM 0320-READ-MEMBER
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0450-HASH-RECORD PARAGRAPH HASHES THE RECORD IN THE
      *    SNAPSHOT BUFFER OVER THE MEMBER'S RECORD LENGTH: THE SUM OF
      *    EACH BYTE'S ORDINAL VALUE TIMES ITS POSITION. SNAPREST.CBL
      *    HASHES A SNAPSHOT THE SAME WAY TO VERIFY IT.
      *
      *  CALLED BY:
      *    -  0400-COPY-MEMBER-REC
      *
      *  CALLS:
      *    -  0460-HASH-ONE-BYTE
      *****************************************************************
      *
       0450-HASH-RECORD.
           MOVE 0 TO WS-REC-HASH.
           PERFORM 0460-HASH-ONE-BYTE
               VARYING WS-BYTE-SUB FROM 1 BY 1
               UNTIL WS-BYTE-SUB > SM-RECORD-LEN (WS-MBR-SUB).
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0460-HASH-ONE-BYTE PARAGRAPH ADDS ONE BYTE OF THE
      *    RECORD TO THE RECORD HASH.
      *
      *  CALLED BY:
      *    -  0450-HASH-RECORD
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0460-HASH-ONE-BYTE.
           COMPUTE WS-REC-HASH = WS-REC-HASH +
                   FUNCTION ORD (WS-SNAP-BYTE (WS-BYTE-SUB))
                   * WS-BYTE-SUB.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0500-CARRY-CATALOG PARAGRAPH COPIES THE OLD SNAPSHOT
      *    CATALOG TO THE NEW ONE, DROPPING ANY ENTRIES ALREADY THERE
      *    FOR TONIGHT'S RUN STAMP (A RERUN OF THIS STEP) SO THE
      *    ENTRIES ADDED BY 0600-ADD-CATALOG-ENTRIES REPLACE THEM.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0510-READ-CATALOG
      *    -  0520-CARRY-CATALOG-REC
      *****************************************************************
      *
       0500-CARRY-CATALOG.
           IF SCCODE = '00'
              PERFORM 0510-READ-CATALOG
              PERFORM 0520-CARRY-CATALOG-REC
                  UNTIL END-OF-CTLG-FILE
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0510-READ-CATALOG PARAGRAPH READS ONE OLD SNAPSHOT
      *    CATALOG ENTRY.
      *
      *  CALLED BY:
      *    -  0500-CARRY-CATALOG
      *    -  0520-CARRY-CATALOG-REC
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0510-READ-CATALOG.
           READ SNAPCTLG INTO WS-CATALOG-REC
              AT END
                 MOVE 'Y' TO CTLG-FILE-SW
           END-READ.
      *
           IF SCCODE = '00' OR '10'
              IF NOT END-OF-CTLG-FILE
                 ADD 1 TO WS-CTLG-READ-CTR
              END-IF
           ELSE
              DISPLAY 'ERROR READING SNAPSHOT CATALOG - ' SCCODE
              MOVE 'Y' TO CTLG-FILE-SW
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0520-CARRY-CATALOG-REC PARAGRAPH WRITES ONE OLD CATALOG
      *    ENTRY TO THE NEW CATALOG UNLESS IT BELONGS TO TONIGHT'S RUN
      *    STAMP.
      *
      *  CALLED BY:
      *    -  0500-CARRY-CATALOG
      *
      *  CALLS:
      *    -  0510-READ-CATALOG
      *****************************************************************
      *
       0520-CARRY-CATALOG-REC.
           IF CT-RUN-STAMP = WS-RUN-STAMP
              ADD 1 TO WS-CTLG-REPLACED-CTR
           ELSE
              WRITE SNAPCNEW-REC FROM WS-CATALOG-REC
              ADD 1 TO WS-CTLG-KEPT-CTR
           END-IF.
      *
           PERFORM 0510-READ-CATALOG.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0600-ADD-CATALOG-ENTRIES PARAGRAPH WRITES TONIGHT'S
      *    CATALOG ENTRY FOR ONE MEMBER -- ITS SNAPSHOT, RECORD COUNT,
      *    HASH TOTAL AND WHETHER THE SNAPSHOT IS COMPLETE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0600-ADD-CATALOG-ENTRIES.
           MOVE SPACES                       TO WS-CATALOG-REC.
           MOVE WS-STAMP-DATE                TO CT-RUN-DATE.
           MOVE WS-STAMP-CYCLE               TO CT-RUN-CYCLE.
           MOVE SM-MEMBER-NAME (WS-MBR-SUB)  TO CT-MEMBER-NAME.
           MOVE SR-SNAP-DSN (WS-MBR-SUB)     TO CT-SNAP-DSN.
           MOVE SR-REC-COUNT (WS-MBR-SUB)    TO CT-REC-COUNT.
           MOVE SR-HASH-TOTAL (WS-MBR-SUB)   TO CT-HASH-TOTAL.
           MOVE WS-TODAY-8                   TO CT-SNAP-DATE.
           MOVE SR-STATUS (WS-MBR-SUB)       TO CT-SNAP-STATUS.
           MOVE SM-RECORD-LEN (WS-MBR-SUB)   TO CT-RECORD-LEN.
           WRITE SNAPCNEW-REC FROM WS-CATALOG-REC.
           ADD 1 TO WS-CTLG-ADDED-CTR.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0700-WRITE-SNAPSHOT-REPORT PARAGRAPH LISTS EVERY MEMBER
      *    OF TONIGHT'S SET WITH ITS COUNT, HASH TOTAL AND SNAPSHOT,
      *    AND STATES WHETHER THE SET CAN BE RESTORED. AN INCOMPLETE
      *    SET IS ALSO RAISED AS AN OPERATOR MESSAGE.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  0710-WRITE-MEMBER-LINE
      *****************************************************************
      *
       0700-WRITE-SNAPSHOT-REPORT.
           WRITE SNAPRPT-REC FROM SNAP-RPT-HDR-LINE-1.
           WRITE SNAPRPT-REC FROM WS-BLANK-LINE.
           WRITE SNAPRPT-REC FROM SNAP-RPT-HDR-LINE-2.
      *
           PERFORM 0710-WRITE-MEMBER-LINE
               VARYING WS-MBR-SUB FROM 1 BY 1
               UNTIL WS-MBR-SUB > WS-MAX-MBR-SUB.
      *
           IF WS-INCOMPLETE-CTR = 0
              MOVE 'SNAPSHOT SET COMPLETE -- STAMP MAY BE RESTORED'
                 TO SNAP-RPT-TOTAL-TEXT
           ELSE
              MOVE 'SNAPSHOT SET INCOMPLETE -- STAMP CANNOT BE RESTORED'
                 TO SNAP-RPT-TOTAL-TEXT
              DISPLAY 'SNAPCAT: ' WS-INCOMPLETE-CTR
                      ' MEMBER(S) NOT SNAPPED -- RUN STAMP '
                      WS-STAMP-DATE ' CYCLE ' WS-STAMP-CYCLE
                      ' CANNOT BE RESTORED'
           END-IF.
           WRITE SNAPRPT-REC FROM WS-BLANK-LINE.
           WRITE SNAPRPT-REC FROM SNAP-RPT-TOTAL-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 0710-WRITE-MEMBER-LINE PARAGRAPH WRITES ONE MEMBER'S
      *    LINE OF THE SNAPSHOT REPORT.
      *
      *  CALLED BY:
      *    -  0700-WRITE-SNAPSHOT-REPORT
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       0710-WRITE-MEMBER-LINE.
           MOVE SM-MEMBER-NAME (WS-MBR-SUB) TO SNAP-RPT-MEMBER.
           IF SR-COMPLETE (WS-MBR-SUB)
              MOVE 'COMPLETE'   TO SNAP-RPT-STATUS
           ELSE
              MOVE 'INCOMPLETE' TO SNAP-RPT-STATUS
           END-IF.
           MOVE SR-REC-COUNT (WS-MBR-SUB)  TO SNAP-RPT-REC-COUNT.
           MOVE SR-HASH-TOTAL (WS-MBR-SUB) TO SNAP-RPT-HASH-TOTAL.
           MOVE SR-SNAP-DSN (WS-MBR-SUB)   TO SNAP-RPT-SNAP-DSN.
           MOVE SR-REASON (WS-MBR-SUB)     TO SNAP-RPT-REASON.
           WRITE SNAPRPT-REC FROM SNAP-RPT-DETAIL-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:
      *    THE 2600-CLOSE-FILES PARAGRAPH CLOSES THE CATALOG AND REPORT
      *    FILES AND DISPLAYS THE RUN CONTROL TOTALS.
      *
      *  CALLED BY:
      *    -  MAIN PROCEDURE AREA
      *
      *  CALLS:
      *    -  NONE
      *****************************************************************
      *
       2600-CLOSE-FILES.
           CLOSE SNAPCTLG
                 SNAPCNEW
                 SNAPRPT.
      *
           DISPLAY 'CATALOG ENTRIES READ:        ' WS-CTLG-READ-CTR.
           DISPLAY 'CATALOG ENTRIES CARRIED:     ' WS-CTLG-KEPT-CTR.
           DISPLAY 'CATALOG ENTRIES REPLACED:    ' WS-CTLG-REPLACED-CTR.
           DISPLAY 'CATALOG ENTRIES ADDED:       ' WS-CTLG-ADDED-CTR.
           DISPLAY 'MEMBERS NOT SNAPPED:         ' WS-INCOMPLETE-CTR.
