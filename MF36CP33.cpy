      ******************************************************************
      * DCLGEN TABLE(MFTR36.JOBRUN)                                     *
      *        LIBRARY(MFTR36.DCLGEN.COPYLIB(JOBRUN))                   *
      *        ACTION(REPLACE)                                          *
      *        LANGUAGE(COBOL)                                          *
      *        STRUCTURE(JOBRUN)                                        *
      *        APOST                                                    *
      *        LABEL(YES)                                               *
      *        DBCSDELIM(NO)                                            *
      *        COLSUFFIX(YES)                                           *
      *        INDVAR(YES)                                              *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE MFTR36.JOBRUN TABLE
           ( JOBNAME                        CHAR(8) NOT NULL,
             BUSDATE                        DATE NOT NULL,
             RUNSTATUS                      CHAR(1) NOT NULL,
             STARTTS                        TIMESTAMP,
             ENDTS                          TIMESTAMP,
             RETCODE                        SMALLINT,
             INCOUNT                        INTEGER,
             OUTCOUNT                       INTEGER,
             EXCPCOUNT                      INTEGER,
             ATTEMPTS                       SMALLINT,
             RUNMSG                         CHAR(60)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.JOBRUN                      *
      ******************************************************************
       01  JOBRUN.
      *    *************************************************************
      *    BATCH PROGRAM THE ROW BELONGS TO - ONE ROW PER PROGRAM PER  *
      *    BUSINESS DATE, WRITTEN BY THE RUN-CONTROL ROUTINE (MF36BRN) *
      *    EVERY BATCH PROGRAM CALLS AT START AND AT END. A RERUN ON   *
      *    THE SAME BUSINESS DATE REWRITES THE ROW AND COUNTS THE      *
      *    ATTEMPT.                                                    *
      *    *************************************************************
           10 JOBNAME              PIC X(08).
      *    *************************************************************
      *    BUSINESS DATE THE RUN WAS FOR                               *
      *    *************************************************************
           10 BUSDATE              PIC N(10) USAGE NATIONAL.
      *    *************************************************************
      *    S = STARTED (STILL RUNNING, OR ENDED WITHOUT REACHING ITS   *
      *    END CALL - AN ABEND), C = COMPLETED (RETURN CODE UNDER 8),  *
      *    F = FAILED (ENDED WITH RETURN CODE 8 OR MORE), R = REFUSED  *
      *    (A PREREQUISITE JOB HAD NOT COMPLETED FOR THE BUSINESS      *
      *    DATE - SEE RUNMSG), O = REOPENED (COMPLETED, BUT THE        *
      *    BUSINESS DATE HAS SINCE BEEN SET BACK TO OR BEFORE THIS     *
      *    DATE BY MF36BRP, SO THE JOB IS DUE TO RUN AGAIN)            *
      *    *************************************************************
           10 RUNSTATUS            PIC X(01).
      *    *************************************************************
      *    WHEN THE LATEST ATTEMPT STARTED AND ENDED - ENDTS IS NULL   *
      *    WHILE THE ROW IS STARTED                                    *
      *    *************************************************************
           10 STARTTS              PIC X(26).
      *    *************************************************************
           10 ENDTS                PIC X(26).
      *    *************************************************************
      *    RETURN CODE THE PROGRAM ENDED WITH (12 ON A REFUSAL)        *
      *    *************************************************************
           10 RETCODE              PIC S9(4) USAGE COMP.
      *    *************************************************************
      *    RECORD COUNTS THE PROGRAM REPORTED AT ITS END - RECORDS OR  *
      *    ROWS READ, RECORDS OR ROWS WRITTEN, AND EXCEPTIONS          *
      *    (REJECTS, HOLDS, OUT-OF-BALANCE BREAKS AND THE LIKE)        *
      *    *************************************************************
           10 INCOUNT              PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 OUTCOUNT             PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 EXCPCOUNT            PIC S9(9) USAGE COMP.
      *    *************************************************************
      *    HOW MANY TIMES THE PROGRAM WAS STARTED FOR THE BUSINESS     *
      *    DATE, REFUSED STARTS INCLUDED                               *
      *    *************************************************************
           10 ATTEMPTS             PIC S9(4) USAGE COMP.
      *    *************************************************************
      *    WHY A START WAS REFUSED - BLANK OTHERWISE                   *
      *    *************************************************************
           10 RUNMSG               PIC X(60).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IJOBRUN.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 11 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
