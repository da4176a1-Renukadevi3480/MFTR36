      ******************************************************************
      * DCLGEN TABLE(MFTR36.GLACCTMAP)                                  *
      *        LIBRARY(MFTR36.DCLGEN.COPYLIB(GLACCTMP))                 *
      *        ACTION(REPLACE)                                          *
      *        LANGUAGE(COBOL)                                          *
      *        STRUCTURE(GLACCTMAP)                                     *
      *        APOST                                                    *
      *        LABEL(YES)                                               *
      *        DBCSDELIM(NO)                                            *
      *        COLSUFFIX(YES)                                           *
      *        INDVAR(YES)                                              *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE MFTR36.GLACCTMAP TABLE
           ( ENTRYTYPE                      CHAR(2) NOT NULL,
             CCODE                          CHAR(10) NOT NULL,
             CURRENCYCODE                   CHAR(3) NOT NULL,
             DEBITACCT                      CHAR(12),
             CREDITACCT                     CHAR(12)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.GLACCTMAP                   *
      ******************************************************************
       01  GLACCTMAP.
      *    *************************************************************
      *    THE KIND OF JOURNAL ENTRY THE ROW MAPS, AS MF36BRG WRITES   *
      *    THEM TO THE GENERAL LEDGER FILE:                            *
      *    PY = CLAIM PAYMENT (NET CHEQUE)   DD = DEDUCTIBLE WITHHELD  *
      *    RS = SALVAGE RECOVERY             RU = SUBROGATION RECOVERY *
      *    RR = REINSURANCE RECOVERY         RV = NET RESERVE MOVEMENT *
      *    PE = DEFENCE/LEGAL EXPENSE PAYMENT (CATEGORY 'E' CHEQUE)    *
      *    A VOID POSTS UNDER THE SAME TYPE AS THE PAYMENT IT TAKES    *
      *    BACK, WITH DEBIT AND CREDIT TURNED ROUND.                   *
      *    *************************************************************
           10 ENTRYTYPE            PIC X(02).
      *    *************************************************************
      *    CAUSE CODE THE MAPPING APPLIES TO (MFTR36.CAUSECODE) - ALL  *
      *    SPACES IS THE CATCH-ALL ROW FOR ANY CAUSE WITHOUT ITS OWN.  *
      *    *************************************************************
           10 CCODE                PIC X(10).
      *    *************************************************************
      *    ISO CURRENCY THE MAPPING APPLIES TO - SPACES IS THE         *
      *    CATCH-ALL. THE MOST SPECIFIC ROW WINS: CAUSE AND CURRENCY,  *
      *    THEN CAUSE ONLY, THEN CURRENCY ONLY, THEN THE DEFAULT.      *
      *    *************************************************************
           10 CURRENCYCODE         PIC X(03).
      *    *************************************************************
      *    GL ACCOUNT DEBITED FOR A POSITIVE AMOUNT OF THIS TYPE       *
      *    *************************************************************
           10 DEBITACCT            PIC X(12).
      *    *************************************************************
      *    GL ACCOUNT CREDITED FOR A POSITIVE AMOUNT OF THIS TYPE      *
      *    *************************************************************
           10 CREDITACCT           PIC X(12).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IGLACCTMAP.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
