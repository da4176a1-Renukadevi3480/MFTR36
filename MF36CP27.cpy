      ******************************************************************
      * DCLGEN TABLE(MFTR36.RICESSION)                                  *
      *        LIBRARY(MFTR36.DCLGEN.COPYLIB(RICESSIO))                 *
      *        ACTION(REPLACE)                                          *
      *        LANGUAGE(COBOL)                                          *
      *        STRUCTURE(RICESSION)                                     *
      *        APOST                                                    *
      *        LABEL(YES)                                               *
      *        DBCSDELIM(NO)                                            *
      *        COLSUFFIX(YES)                                           *
      *        INDVAR(YES)                                              *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE MFTR36.RICESSION TABLE
           ( QUARTEREND                     DATE NOT NULL,
             TREATYID                       CHAR(10) NOT NULL,
             REINSURER                      CHAR(10) NOT NULL,
             CLAIMNUMBER                    INTEGER NOT NULL,
             EVENTCODE                      CHAR(4),
             SUBJECTPAID                    INTEGER NOT NULL,
             SUBJECTINC                     INTEGER NOT NULL,
             CEDEDPAID                      INTEGER NOT NULL,
             CEDEDINC                       INTEGER NOT NULL,
             RUNTS                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.RICESSION                   *
      ******************************************************************
       01  RICESSION.
      *    *************************************************************
      *    CEDED-LOSS LEDGER - ONE ROW PER TREATY ROW PER CLAIM (TYPES *
      *    Q AND X) OR PER EVENT (TYPE C, CLAIMNUMBER ZERO) FOR EACH   *
      *    QUARTER END, WRITTEN BY MF36BRH. FIGURES ARE TO DATE AS AT  *
      *    THE QUARTER END, IN USD. A RERUN OF A QUARTER REPLACES ITS  *
      *    ROWS. THE BORDEREAU FILE IS PRODUCED FROM THESE ROWS.       *
      *    *************************************************************
           10 QUARTEREND           PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 TREATYID             PIC X(10).
      *    *************************************************************
           10 REINSURER            PIC X(10).
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 EVENTCODE            PIC X(04).
      *    *************************************************************
      *    THE LOSS THE TREATY ROW WAS APPLIED TO - GROSS OF           *
      *    REINSURANCE, NET OF SALVAGE AND SUBROGATION, AND FOR THE    *
      *    EXCESS LAYERS NET OF THE CESSIONS THAT INURE BEFORE THEM    *
      *    *************************************************************
           10 SUBJECTPAID          PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 SUBJECTINC           PIC S9(9) USAGE COMP.
      *    *************************************************************
      *    THE REINSURER'S SHARE OF PAID - THE BASIS OF THE AMOUNT     *
      *    DUE ON THE BORDEREAU                                        *
      *    *************************************************************
           10 CEDEDPAID            PIC S9(9) USAGE COMP.
      *    *************************************************************
      *    THE REINSURER'S SHARE OF INCURRED                           *
      *    *************************************************************
           10 CEDEDINC             PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 RUNTS                PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IRICESSION.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
