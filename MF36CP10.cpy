             REVERSEDTS                     TIMESTAMP,
             REVRSN                         CHAR(30),
             ISSUEDTS                       TIMESTAMP,
             DEDUCTAMT                      INTEGER,
             CLEAREDTS                      TIMESTAMP,
             CLEARDATE                      DATE,
             CLEARAMT                       INTEGER,
             GLPOSTEDTS                     TIMESTAMP,
             PAYEEID                        CHAR(10),
             RELSTATUS                      CHAR(1),
             RELOPID                        CHAR(8),
             RELTS                          TIMESTAMP,
             PAYCATEGORY                    CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.PAYMENTS                    *
       01  PAYMENTS.
      *    *************************************************************
      *    CLAIM THE PAYMENT WAS ISSUED AGAINST - ONE ROW PER CHEQUE.   *
      *    CLAIMS.PAID IS THE ROLLED-UP TOTAL OF THE INDEMNITY ROWS     *
      *    (SEE PAYCATEGORY) AND IS NOT MAINTAINED DIRECTLY FROM THE    *
      *    SCREEN ANY MORE.                                             *
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    *************************************************************
      *    PAYMENT IT TAKES BACK, RESTORING THE UNSATISFIED BALANCE.   *
      *    *************************************************************
           10 DEDUCTAMT            PIC S9(9) USAGE COMP.
      *    *************************************************************
      *    NULL UNTIL THE BANK'S PAID-ITEMS FILE (MF36BL4) SHOWS THE   *
      *    CHEQUE PRESENTED AND PAID - THEN THE RECONCILIATION RUN     *
      *    TIMESTAMP. AN ISSUED CHEQUE STILL NULL HERE IS OUTSTANDING  *
      *    AND AGES ONTO THE STALE-DATED CHEQUE LIST (MF36BRF). A      *
      *    CLEARED CHEQUE CAN NO LONGER BE VOIDED UNDER OPTION '9'.    *
      *    *************************************************************
           10 CLEAREDTS            PIC X(26).
      *    *************************************************************
      *    THE DATE THE BANK PAID THE CHEQUE, AS THE BANK REPORTS IT   *
      *    *************************************************************
           10 CLEARDATE            PIC N(10) USAGE NATIONAL.
      *    *************************************************************
      *    THE AMOUNT THE BANK PAID - NORMALLY PAYAMOUNT; A DIFFERENT  *
      *    FIGURE IS AN ALTERED OR MIS-ENCODED CHEQUE AND IS REPORTED  *
      *    AS AN AMOUNT MISMATCH BY THE RECONCILIATION RUN.            *
      *    *************************************************************
           10 CLEARAMT             PIC S9(9) USAGE COMP.
      *    *************************************************************
      *    NULL UNTIL THE NIGHTLY GENERAL LEDGER JOURNAL (MF36BRG) HAS *
      *    POSTED THE ROW - THEN THAT RUN'S TIMESTAMP. THE JOURNAL     *
      *    ONLY PICKS UP NULL ROWS, SO A PAYMENT OR VOID IS POSTED TO  *
      *    THE LEDGER EXACTLY ONCE HOWEVER OFTEN THE JOB IS RERUN.     *
      *    *************************************************************
           10 GLPOSTEDTS           PIC X(26).
      *    *************************************************************
      *    THE MFTR36.PAYEEMAST ROW THE PAYMENT WAS MADE TO - PAYEE    *
      *    ABOVE IS THEN THE MASTER'S NAME AS AT THE PAYMENT. A VOID   *
      *    ('V') ROW CARRIES THE SAME ID AS THE PAYMENT IT REVERSES.   *
      *    NULL ON ROWS KEYED BEFORE THE PAYEE MASTER EXISTED, WHICH   *
      *    HAVE ONLY THE FREE-TEXT NAME.                               *
      *    *************************************************************
           10 PAYEEID              PIC X(10).
      *    *************************************************************
      *    RELEASE STATE OF A 'P' ROW FOR THE BANK FILE: A = WITHIN    *
      *    THE KEYING OPERATOR'S OPERAUTH.AMTCEILING, RELEASED AS      *
      *    KEYED; H = OVER IT, HELD UNTIL A SECOND OPERATOR RELEASES   *
      *    OR REJECTS IT UNDER OPTION 'H'; R = RELEASED; X = REJECTED  *
      *    (REVERSED BY A 'V' ROW). MF36BR9 TAKES ONLY A AND R - NULL  *
      *    ON ROWS KEYED BEFORE THE RELEASE QUEUE IS READ AS A.        *
      *    *************************************************************
           10 RELSTATUS            PIC X(01).
      *    *************************************************************
      *    THE SECOND OPERATOR WHO RELEASED OR REJECTED A HELD ROW,    *
      *    AND WHEN - NULL UNTIL THEN                                  *
      *    *************************************************************
           10 RELOPID              PIC X(08).
           10 RELTS                PIC X(26).
      *    *************************************************************
      *    I = INDEMNITY (LOSS PAID TO OR FOR THE CLAIMANT - ROLLED    *
      *    UP INTO CLAIMS.PAID AND MEASURED AGAINST CVALUE), E =       *
      *    DEFENCE/LEGAL EXPENSE (ATTORNEY AND COURT COSTS OF A SUIT - *
      *    NOT PART OF THE LOSS, SO NOT IN CLAIMS.PAID, NOT AGAINST    *
      *    CVALUE AND NOTHING WITHHELD FOR THE DEDUCTIBLE). A 'V' ROW  *
      *    CARRIES THE CATEGORY OF THE PAYMENT IT REVERSES. NULL ON    *
      *    ROWS KEYED BEFORE THE CATEGORY EXISTED IS READ AS I.        *
      *    *************************************************************
           10 PAYCATEGORY          PIC X(01).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPAYMENTS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 20 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 20      *
      ******************************************************************
