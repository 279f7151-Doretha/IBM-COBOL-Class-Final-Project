      *****************************************************************
      *  COPYBOOK:     OPERACT
      *  DESCRIPTION:
      *    DEFINES THE 80 BYTE OPERATOR ACTIVITY RECORD APPENDED TO
      *    THE CUMULATIVE OPERATOR ACTIVITY LOG (OPERLOG). EVERY STEP
      *    THAT APPLIES A KEYED TRANSACTION LOGS ONE RECORD PER
      *    APPLIED TRANSACTION GIVING WHO KEYED IT (THE OPERATOR ID
      *    CARRIED ON THE TRANSACTION), THE DUTY IT EXERCISED (ROLE
      *    CODE) AND THE ORDER, BIN, SUPPLIER, PART OR TABLE ROW IT
      *    TOUCHED (OBJECT TYPE AND KEY). SODRPT.CBL MATCHES THE LOG
      *    AGAINST THE SODRULES CONFLICT RULES TABLE TO FIND ONE
      *    OPERATOR EXERCISING TWO CONFLICTING DUTIES ON THE SAME
      *    OBJECT.
      *
      *    ROLE CODES:
      *      APRV - BUY APPROVED INTO A GENERATED ORDER (POGEN)
      *      RECV - RECEIPT POSTED AGAINST AN ORDER (PORECV)
      *      ISSU - STOCK ISSUED FROM A BIN (INVISSUE)
      *      CNT  - BIN COUNT KEYED (CYCLCNT)
      *      CAPR - COUNT VARIANCE APPROVED AND APPLIED (CYCLCNT)
      *      TMNT - REFERENCE TABLE ROW MAINTAINED (TBLMAINT)
      *      RCNF - SUPPLIER ADDRESS CHANGE CONFIRMED (ADDRMON)
      *      RTVC - RETURN-TO-VENDOR DOCUMENT CLOSED (RTVAGE)
      *      PREL - SUPPLIER PAYMENT RELEASED (PAYRUN)
      *      PRCA - SELLING PRICE APPROVED, REJECTED OR SET (PRICEUPD)
      *      WCLM - WARRANTY CLAIM RAISED AGAINST A SUPPLIER (WARRCLM)
      *      WCRD - WARRANTY CLAIM CLOSED BY SUPPLIER CREDIT (WARRCLM)
      *      SMRG - SUPPLIER CODE MERGED INTO ANOTHER (SUPPMRGE)
      *      BOVR - COMMODITY BUDGET OVERRIDE GRANTED ON AN ORDER
      *             (TBLMAINT)
      *      FCSA - PLANNING PARAMETER PROPOSAL APPROVED OR REJECTED
      *             (FCSTPLAN)
      *
      *    OBJECT TYPES AND KEYS:
      *      PO   - PO-NUMBER (1-6)
      *      BIN  - PART-NUMBER (1-23) AND LOCATION CODE (24-25)
      *      SUPP - SUPPLIER CODE (1-10)
      *      BUYR - BUYER CODE (1-3)
      *      PART - PART-NUMBER (1-23)
      *      TBL  - TABLE ID (1-8) AND ROW KEY (9-25)
      *
      *  USED BY:
      *    -  POGEN.CBL
      *    -  PORECV.CBL
      *    -  INVISSUE.CBL
      *    -  CYCLCNT.CBL
      *    -  TBLMAINT.CBL
      *    -  ADDRMON.CBL
      *    -  RTVAGE.CBL
      *    -  PAYRUN.CBL
      *    -  PRICEUPD.CBL
      *    -  WARRCLM.CBL
      *    -  SUPPMRGE.CBL
      *    -  FCSTPLAN.CBL
      *    -  SODRPT.CBL
      *****************************************************************
      *  CHANGE LOG: *
      ****************
      *      CREATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ORIGINAL CREATION OF COPYBOOK
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED PRCA ROLE FOR SELLING PRICE
      *                   TRANSACTIONS
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED WCLM AND WCRD ROLES FOR WARRANTY
      *                   CLAIMS RAISED AND CREDITED
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED SMRG ROLE FOR SUPPLIER CODE MERGES
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED BOVR ROLE FOR SUPERVISOR COMMODITY
      *                   BUDGET OVERRIDES
      *
      *      UPDATED BY:  DORETHA RILEY
      *            DATE:  10/15/2026
      *     DESCRIPTION:  ADDED FCSA ROLE FOR PLANNING PARAMETER
      *                   PROPOSAL APPROVALS
      *****************************************************************
      *
       01 OPER-ACT-REC-WS.
          05 OPER-ACT-DATE            PIC X(08).
          05 OPER-ACT-TIME            PIC X(08).
          05 OPER-ID                  PIC X(08).
          05 OPER-ROLE-CODE           PIC X(04).
             88 OPER-ROLE-APPROVE     VALUE 'APRV'.
             88 OPER-ROLE-RECEIVE     VALUE 'RECV'.
             88 OPER-ROLE-ISSUE       VALUE 'ISSU'.
             88 OPER-ROLE-COUNT       VALUE 'CNT '.
             88 OPER-ROLE-CNT-APPROVE VALUE 'CAPR'.
             88 OPER-ROLE-TBL-MAINT   VALUE 'TMNT'.
             88 OPER-ROLE-ADDR-CONFIRM VALUE 'RCNF'.
             88 OPER-ROLE-RTV-CLOSE   VALUE 'RTVC'.
             88 OPER-ROLE-PAY-RELEASE VALUE 'PREL'.
             88 OPER-ROLE-PRICE-APPROVE VALUE 'PRCA'.
             88 OPER-ROLE-WARR-CLAIM  VALUE 'WCLM'.
             88 OPER-ROLE-WARR-CREDIT VALUE 'WCRD'.
             88 OPER-ROLE-SUPP-MERGE  VALUE 'SMRG'.
             88 OPER-ROLE-BUDG-OVERRIDE VALUE 'BOVR'.
             88 OPER-ROLE-FCST-APPROVE VALUE 'FCSA'.
          05 OPER-OBJECT-TYPE         PIC X(04).
             88 OPER-OBJ-ORDER        VALUE 'PO  '.
             88 OPER-OBJ-BIN          VALUE 'BIN '.
             88 OPER-OBJ-SUPPLIER     VALUE 'SUPP'.
             88 OPER-OBJ-BUYER        VALUE 'BUYR'.
             88 OPER-OBJ-PART         VALUE 'PART'.
             88 OPER-OBJ-TABLE        VALUE 'TBL '.
          05 OPER-OBJECT-KEY          PIC X(25).
          05 OPER-SOURCE-PGM          PIC X(08).
          05 OPER-DETAIL              PIC X(15).
