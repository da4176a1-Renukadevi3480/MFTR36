      ******************************************************************
      * DCLGEN TABLE(MFTR36.SANCSCREEN)                                 *
      *        LIBRARY(MFTR36.DCLGEN.COPYLIB(SANCSCRN))                 *
      *        ACTION(REPLACE)                                          *
      *        LANGUAGE(COBOL)                                          *
      *        STRUCTURE(SANCSCREEN)                                    *
      *        APOST                                                    *
      *        LABEL(YES)                                               *
      *        DBCSDELIM(NO)                                            *
      *        COLSUFFIX(YES)                                           *
      *        INDVAR(YES)                                              *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE MFTR36.SANCSCREEN TABLE
           ( CLAIMNUMBER                    INTEGER NOT NULL,
             PAYMENTTS                      TIMESTAMP NOT NULL,
             SCREENTS                       TIMESTAMP NOT NULL,
             BUSDATE                        DATE NOT NULL,
             LISTDATE                       DATE NOT NULL,
             LISTCOUNT                      INTEGER NOT NULL,
             THRESHOLD                      SMALLINT NOT NULL,
             PAYEENAME                      CHAR(60) NOT NULL,
             HOLDERNAME                     CHAR(60) NOT NULL,
             HITCOUNT                       SMALLINT NOT NULL,
             RESULT                         CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.SANCSCREEN                  *
      ******************************************************************
       01  SANCSCREEN.
      *    *************************************************************
      *    ONE ROW PER PAYMENT PER SCREENING RUN - THE EVIDENCE THAT   *
      *    EVERY PAYMENT WAS CHECKED AGAINST THE SANCTIONS LIST        *
      *    BEFORE ISSUE. MF36BR9 EXTRACTS ONLY A PAYMENT WITH A ROW    *
      *    FOR THE CURRENT BUSINESS DATE                               *
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 PAYMENTTS            PIC X(26).
      *    *************************************************************
      *    WHEN THE PAYMENT WAS SCREENED                               *
      *    *************************************************************
           10 SCREENTS             PIC X(26).
      *    *************************************************************
      *    THE BUSINESS DATE OF THE SCREENING RUN                      *
      *    *************************************************************
           10 BUSDATE              PIC N(10) USAGE NATIONAL.
      *    *************************************************************
      *    THE PUBLICATION DATE OF THE LIST SCREENED AGAINST           *
      *    *************************************************************
           10 LISTDATE             PIC N(10) USAGE NATIONAL.
      *    *************************************************************
      *    THE NUMBER OF LIST NAMES SCREENED AGAINST                   *
      *    *************************************************************
           10 LISTCOUNT            PIC S9(9) USAGE COMP.
      *    *************************************************************
      *    THE MATCH SCORE AT OR ABOVE WHICH A NAME WAS A HIT          *
      *    *************************************************************
           10 THRESHOLD            PIC S9(4) USAGE COMP.
      *    *************************************************************
      *    THE PAYEE AND HOLDER NAMES AS SCREENED                      *
      *    *************************************************************
           10 PAYEENAME            PIC X(60).
      *    *************************************************************
           10 HOLDERNAME           PIC X(60).
      *    *************************************************************
      *    MATCHES AT OR ABOVE THE THRESHOLD THIS RUN                  *
      *    *************************************************************
           10 HITCOUNT             PIC S9(4) USAGE COMP.
      *    *************************************************************
      *    C = CLEAR, H = HELD FOR AN OPEN MATCH, F = HELD FOR A       *
      *    CONFIRMED MATCH - NEVER TO BE PAID                          *
      *    *************************************************************
           10 RESULT               PIC X(01).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ISANCSCREEN.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 11 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
