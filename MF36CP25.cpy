      ******************************************************************
      * DCLGEN TABLE(MFTR36.GLRESBAL)                                   *
      *        LIBRARY(MFTR36.DCLGEN.COPYLIB(GLRESBAL))                 *
      *        ACTION(REPLACE)                                          *
      *        LANGUAGE(COBOL)                                          *
      *        STRUCTURE(GLRESBAL)                                      *
      *        APOST                                                    *
      *        LABEL(YES)                                               *
      *        DBCSDELIM(NO)                                            *
      *        COLSUFFIX(YES)                                           *
      *        INDVAR(YES)                                              *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE MFTR36.GLRESBAL TABLE
           ( CCODE                          CHAR(10) NOT NULL,
             CURRENCYCODE                   CHAR(3) NOT NULL,
             RESERVEBAL                     INTEGER NOT NULL,
             POSTEDTS                       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.GLRESBAL                    *
      ******************************************************************
       01  GLRESBAL.
      *    *************************************************************
      *    ONE ROW PER CAUSE CODE AND CURRENCY - THE NET OUTSTANDING   *
      *    RESERVE (CVALUE - PAID - RECOVERIES ON OPEN CLAIMS) AS      *
      *    LAST POSTED TO THE GENERAL LEDGER BY MF36BRG. EACH RUN      *
      *    POSTS ONLY THE DIFFERENCE BETWEEN TODAY'S FIGURE AND THIS   *
      *    ONE, THEN RESETS IT IN THE SAME UNIT OF WORK, SO A RERUN    *
      *    POSTS NOTHING TWICE.                                        *
      *    *************************************************************
           10 CCODE                PIC X(10).
      *    *************************************************************
           10 CURRENCYCODE         PIC X(03).
      *    *************************************************************
      *    RESERVE LAST POSTED, IN THE CLAIMS' OWN CURRENCY            *
      *    *************************************************************
           10 RESERVEBAL           PIC S9(9) USAGE COMP.
      *    *************************************************************
      *    RUN TIMESTAMP OF THE JOURNAL THAT LAST MOVED THIS BALANCE   *
      *    *************************************************************
           10 POSTEDTS             PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IGLRESBAL.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
