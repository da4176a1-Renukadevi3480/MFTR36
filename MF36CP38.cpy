      ******************************************************************
      * DCLGEN TABLE(MFTR36.CAUSEDOC)                                   *
      *        LIBRARY(MFTR36.DCLGEN.COPYLIB(CAUSEDOC))                 *
      *        ACTION(REPLACE)                                          *
      *        LANGUAGE(COBOL)                                          *
      *        STRUCTURE(CAUSEDOC)                                      *
      *        APOST                                                    *
      *        LABEL(YES)                                               *
      *        DBCSDELIM(NO)                                            *
      *        COLSUFFIX(YES)                                           *
      *        INDVAR(YES)                                              *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE MFTR36.CAUSEDOC TABLE
           ( CCODE                          CHAR(10) NOT NULL,
             DOCTYPE                        CHAR(8) NOT NULL,
             DOCDESC                        CHAR(40) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.CAUSEDOC                    *
      ******************************************************************
       01  CAUSEDOC.
      *    *************************************************************
      *    THE REQUIRED-DOCUMENT CHECKLIST FOR A CAUSE CODE - ONE ROW  *
      *    PER DOCUMENT TYPE A CLAIM WITH THAT MFTR36.CAUSECODE MUST   *
      *    HAVE RECEIVED. KEPT BY SUPERVISORS ON SCREEN OPTION 8       *
      *    ALONGSIDE THE CODE ITSELF, EACH CHANGE ON MFTR36.CAUSEAUDIT *
      *    *************************************************************
           10 CCODE                PIC N(10) USAGE NATIONAL.
      *    *************************************************************
      *    THE DOCUMENT TYPE AS THE IMAGING SYSTEM INDEXES IT (FOR     *
      *    EXAMPLE POLICERP, REPAIREST, MEDICAL)                       *
      *    *************************************************************
           10 DOCTYPE              PIC X(08).
      *    *************************************************************
      *    WHAT THE DOCUMENT IS - PRINTED ON THE CHASE LETTER          *
      *    *************************************************************
           10 DOCDESC              PIC X(40).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICAUSEDOC.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 3 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
