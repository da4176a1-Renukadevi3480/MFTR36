      ******************************************************************
      * DCLGEN TABLE(MFTR36.PORTALLOG)                                  *
      *        LIBRARY(MFTR36.DCLGEN.COPYLIB(PORTALLG))                 *
      *        ACTION(REPLACE)                                          *
      *        LANGUAGE(COBOL)                                          *
      *        STRUCTURE(PORTALLOG)                                     *
      *        APOST                                                    *
      *        LABEL(YES)                                               *
      *        DBCSDELIM(NO)                                            *
      *        COLSUFFIX(YES)                                           *
      *        INDVAR(YES)                                              *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE MFTR36.PORTALLOG TABLE
           ( CALLTS                         TIMESTAMP NOT NULL,
             POLICYNUMBER                   INTEGER NOT NULL,
             CLAIMNUMBER                    INTEGER NOT NULL,
             RESULT                         CHAR(1) NOT NULL,
             HTTPSTATUS                     SMALLINT NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.PORTALLOG                   *
      ******************************************************************
       01  PORTALLOG.
      *    *************************************************************
      *    ONE ROW PER CALL OF THE POLICYHOLDER PORTAL CLAIM STATUS    *
      *    SERVICE (MF36CB5), ANSWERED OR NOT - WHEN IT CAME IN.       *
      *    PORTAL VOLUMES ARE COUNTED FROM HERE                        *
      *    *************************************************************
           10 CALLTS               PIC X(26).
      *    *************************************************************
      *    THE POLICY AND CLAIM THE PORTAL ASKED ABOUT, AS SENT - ZERO *
      *    WHEN MISSING OR NOT NUMERIC                                 *
      *    *************************************************************
           10 POLICYNUMBER         PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    *************************************************************
      *    F = FOUND AND ANSWERED, N = NO SUCH CLAIM ON THAT POLICY    *
      *    (A CLAIM ON ANOTHER POLICY IS ANSWERED THE SAME WAY, SO     *
      *    THE PORTAL CANNOT TELL THE TWO APART), B = BAD REQUEST      *
      *    (NOT A GET, OR A NUMBER MISSING OR NOT NUMERIC), E = SQL    *
      *    ERROR - SEE MFTR36.SQLERRORLOG                              *
      *    *************************************************************
           10 RESULT               PIC X(01).
      *    *************************************************************
      *    THE HTTP STATUS CODE SENT BACK - 200, 400, 404, 405 OR 500  *
      *    *************************************************************
           10 HTTPSTATUS           PIC S9(4) USAGE COMP.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPORTALLOG.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
