      ******************************************************************
      * DCLGEN TABLE(MFTR36.BUSDATELOG)                                 *
      *        LIBRARY(MFTR36.DCLGEN.COPYLIB(BUSDLOG))                  *
      *        ACTION(REPLACE)                                          *
      *        LANGUAGE(COBOL)                                          *
      *        STRUCTURE(BUSDATELOG)                                    *
      *        APOST                                                    *
      *        LABEL(YES)                                               *
      *        DBCSDELIM(NO)                                            *
      *        COLSUFFIX(YES)                                           *
      *        INDVAR(YES)                                              *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE MFTR36.BUSDATELOG TABLE
           ( CHANGETS                       TIMESTAMP NOT NULL,
             FROMDATE                       DATE NOT NULL,
             TODATE                         DATE NOT NULL,
             CHANGETYPE                     CHAR(1) NOT NULL,
             OPID                           CHAR(8) NOT NULL,
             REASON                         CHAR(40)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.BUSDATELOG                  *
      ******************************************************************
       01  BUSDATELOG.
      *    *************************************************************
      *    ONE ROW PER CHANGE TO THE BUSINESS DATE ON MFTR36.CLAIMCTL, *
      *    WRITTEN BY MF36BRP IN THE SAME UNIT OF WORK AS THE CHANGE - *
      *    WHEN IT WAS MADE                                            *
      *    *************************************************************
           10 CHANGETS             PIC X(26).
      *    *************************************************************
      *    THE BUSINESS DATE BEFORE AND AFTER THE CHANGE               *
      *    *************************************************************
           10 FROMDATE             PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 TODATE               PIC N(10) USAGE NATIONAL.
      *    *************************************************************
      *    A = ADVANCED ONE DAY BY THE END-OF-DAY STEP, S = SET BACK   *
      *    FOR A RERUN OF A PRIOR BUSINESS DAY                         *
      *    *************************************************************
           10 CHANGETYPE           PIC X(01).
      *    *************************************************************
      *    WHO MADE THE CHANGE - MF36BRP FOR AN ADVANCE, THE           *
      *    AUTHORISING SUPERVISOR (MFTR36.SUPERVISOR) FOR A SET-BACK   *
      *    *************************************************************
           10 OPID                 PIC X(08).
      *    *************************************************************
      *    WHY A SET-BACK WAS MADE - BLANK ON AN ADVANCE               *
      *    *************************************************************
           10 REASON               PIC X(40).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IBUSDATELOG.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
