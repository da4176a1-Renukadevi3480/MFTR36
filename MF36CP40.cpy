      ******************************************************************
      * DCLGEN TABLE(MFTR36.DOCCHASE)                                   *
      *        LIBRARY(MFTR36.DCLGEN.COPYLIB(DOCCHASE))                 *
      *        ACTION(REPLACE)                                          *
      *        LANGUAGE(COBOL)                                          *
      *        STRUCTURE(DOCCHASE)                                      *
      *        APOST                                                    *
      *        LABEL(YES)                                               *
      *        DBCSDELIM(NO)                                            *
      *        COLSUFFIX(YES)                                           *
      *        INDVAR(YES)                                              *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE MFTR36.DOCCHASE TABLE
           ( CLAIMNUMBER                    INTEGER NOT NULL,
             CHASETS                        TIMESTAMP NOT NULL,
             CHASEDATE                      DATE NOT NULL,
             MISSINGCOUNT                   SMALLINT NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.DOCCHASE                    *
      ******************************************************************
       01  DOCCHASE.
      *    *************************************************************
      *    ONE ROW PER CHASE FOR OUTSTANDING DOCUMENTS RAISED BY THE   *
      *    NIGHTLY CHASE JOB (MF36BRQ) ON AN OPEN CLAIM STILL MISSING  *
      *    REQUIRED DOCUMENTS. THE CORRESPONDENCE JOB (MF36BR6) TURNS  *
      *    EACH ROW OF THE BUSINESS DATE INTO A CHASE LETTER (DC)      *
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    *************************************************************
      *    WHEN THE CHASE WAS RAISED - WITH CLAIMNUMBER THE KEY THE    *
      *    LETTER IS LOGGED UNDER ON MFTR36.LETTERLOG                  *
      *    *************************************************************
           10 CHASETS              PIC X(26).
      *    *************************************************************
      *    THE BUSINESS DATE THE CHASE WAS RAISED FOR. A CLAIM IS NOT  *
      *    CHASED AGAIN UNTIL THE CHASE PERIOD HAS PASSED SINCE        *
      *    *************************************************************
           10 CHASEDATE            PIC N(10) USAGE NATIONAL.
      *    *************************************************************
      *    HOW MANY REQUIRED DOCUMENTS WERE STILL OUTSTANDING          *
      *    *************************************************************
           10 MISSINGCOUNT         PIC S9(4) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IDOCCHASE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
