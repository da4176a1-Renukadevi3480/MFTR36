      ******************************************************************
      * DCLGEN TABLE(MFTR36.HANDLERROUTE)                               *
      *        LIBRARY(MFTR36.DCLGEN.COPYLIB(HNDROUTE))                 *
      *        ACTION(REPLACE)                                          *
      *        LANGUAGE(COBOL)                                          *
      *        STRUCTURE(HANDLERROUTE)                                  *
      *        APOST                                                    *
      *        LABEL(YES)                                               *
      *        DBCSDELIM(NO)                                            *
      *        COLSUFFIX(YES)                                           *
      *        INDVAR(YES)                                              *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE MFTR36.HANDLERROUTE TABLE
           ( HANDLEROPID                    CHAR(8) NOT NULL,
             CCODE                          CHAR(10) NOT NULL,
             MINVALUE                       INTEGER NOT NULL,
             MAXVALUE                       INTEGER NOT NULL,
             ACTIVE                         CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.HANDLERROUTE                *
      ******************************************************************
       01  HANDLERROUTE.
      *    *************************************************************
      *    CLAIM ROUTING RULES - ONE ROW PER HANDLER PER CAUSE CODE    *
      *    AND VALUE BAND THEY TAKE. A NEW CLAIM FROM ANY INTAKE PATH  *
      *    GOES TO THE ACTIVE HANDLER WHOSE ROW COVERS ITS CAUSE AND   *
      *    CLAIM VALUE AND WHO HOLDS THE FEWEST OPEN CLAIMS (TIES TO   *
      *    THE LOWEST OPERATOR ID). MAINTAINED BY CLAIMS MANAGEMENT    *
      *    ALONGSIDE MFTR36.OPERAUTH.                                  *
      *    *************************************************************
           10 HANDLEROPID          PIC X(08).
      *    *************************************************************
      *    CAUSE CODE THE ROW COVERS - SPACES COVERS EVERY CAUSE       *
      *    *************************************************************
           10 CCODE                PIC X(10).
      *    *************************************************************
      *    VALUE BAND - CLAIM VALUE (CVALUE) FROM/TO, INCLUSIVE        *
      *    *************************************************************
           10 MINVALUE             PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 MAXVALUE             PIC S9(9) USAGE COMP.
      *    *************************************************************
      *    Y = TAKING NEW CLAIMS, N = NOT. MOVING A DEPARTING          *
      *    HANDLER'S WHOLE BOOK UNDER OPTION 'F' SETS THEIR ROWS N.    *
      *    *************************************************************
           10 ACTIVE               PIC X(01).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IHANDLERROUTE.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
