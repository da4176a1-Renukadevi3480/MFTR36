      ******************************************************************
      * DCLGEN TABLE(MFTR36.LITIGATION)                                 *
      *        LIBRARY(MFTR36.DCLGEN.COPYLIB(LITIGATN))                 *
      *        ACTION(REPLACE)                                          *
      *        LANGUAGE(COBOL)                                          *
      *        STRUCTURE(LITIGATION)                                    *
      *        APOST                                                    *
      *        LABEL(YES)                                               *
      *        DBCSDELIM(NO)                                            *
      *        COLSUFFIX(YES)                                           *
      *        INDVAR(YES)                                              *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE MFTR36.LITIGATION TABLE
           ( CLAIMNUMBER                    INTEGER NOT NULL,
             ATTORNEY                       CHAR(30),
             COURT                          CHAR(30),
             DOCKETNBR                      CHAR(20),
             SUITDATE                       DATE NOT NULL,
             TRIALDATE                      DATE,
             NEXTCOURTDT                    DATE,
             SUITSTATUS                     CHAR(1) NOT NULL,
             MAINTOPID                      CHAR(8),
             MAINTTS                        TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.LITIGATION                  *
      ******************************************************************
       01  LITIGATION.
      *    *************************************************************
      *    CLAIM THAT HAS GONE TO SUIT - ONE ROW PER CLAIM, KEPT ON    *
      *    THE MF36 SCREEN UNDER OPTION 'I' INSTEAD OF IN THE          *
      *    OBSERVATIONS TEXT OR ON PAPER. THE ROW IS NEVER DELETED -   *
      *    A SUIT THAT ENDS IS MARKED CONCLUDED (SUITSTATUS C).        *
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    *************************************************************
      *    DEFENCE ATTORNEY (OR FIRM) HANDLING THE SUIT                *
      *    *************************************************************
           10 ATTORNEY             PIC X(30).
      *    *************************************************************
      *    COURT THE SUIT IS FILED IN                                  *
      *    *************************************************************
           10 COURT                PIC X(30).
      *    *************************************************************
      *    THE COURT'S DOCKET (CASE) NUMBER                            *
      *    *************************************************************
           10 DOCKETNBR            PIC X(20).
      *    *************************************************************
      *    DATE THE SUIT WAS FILED OR SERVED                           *
      *    *************************************************************
           10 SUITDATE             PIC N(10) USAGE NATIONAL.
      *    *************************************************************
      *    DATE SET FOR TRIAL - NULL UNTIL THE COURT SETS ONE          *
      *    *************************************************************
           10 TRIALDATE            PIC N(10) USAGE NATIONAL.
      *    *************************************************************
      *    NEXT HEARING OR OTHER COURT DATE SHORT OF TRIAL - NULL      *
      *    WHEN NONE IS SET. THE EARLIER OF THIS AND TRIALDATE THAT    *
      *    IS NOT YET PAST IS THE SUIT'S NEXT COURT DATE ON THE        *
      *    LITIGATION REPORT (MF36BRM); THE DIARY WORKLIST (MF36BR5)   *
      *    LISTS EACH OF THE TWO AS IT COMES UP.                       *
      *    *************************************************************
           10 NEXTCOURTDT          PIC N(10) USAGE NATIONAL.
      *    *************************************************************
      *    O = OPEN (THE SUIT IS LIVE), C = CONCLUDED (SETTLED,        *
      *    DISMISSED OR JUDGMENT GIVEN)                                *
      *    *************************************************************
           10 SUITSTATUS           PIC X(01).
      *    *************************************************************
      *    OPERATOR WHO LAST CHANGED THE ROW, AND WHEN                 *
      *    *************************************************************
           10 MAINTOPID            PIC X(08).
      *    *************************************************************
           10 MAINTTS              PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ILITIGATION.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
