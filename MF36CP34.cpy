      ******************************************************************
      * DCLGEN TABLE(MFTR36.BATCHJOB)                                   *
      *        LIBRARY(MFTR36.DCLGEN.COPYLIB(BATCHJOB))                 *
      *        ACTION(REPLACE)                                          *
      *        LANGUAGE(COBOL)                                          *
      *        STRUCTURE(BATCHJOB)                                      *
      *        APOST                                                    *
      *        LABEL(YES)                                               *
      *        DBCSDELIM(NO)                                            *
      *        COLSUFFIX(YES)                                           *
      *        INDVAR(YES)                                              *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE MFTR36.BATCHJOB TABLE
           ( JOBNAME                        CHAR(8) NOT NULL,
             JOBSEQ                         SMALLINT NOT NULL,
             RUNFREQ                        CHAR(1) NOT NULL,
             JOBDESC                        CHAR(30)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.BATCHJOB                    *
      ******************************************************************
       01  BATCHJOB.
      *    *************************************************************
      *    ONE ROW PER PROGRAM IN THE BATCH SUITE, MAINTAINED BY       *
      *    OPERATIONS. THE MORNING STATUS REPORT (MF36BRO) WALKS IT    *
      *    SO A DAILY JOB THAT NEVER RAN SHOWS AS NOT RUN.             *
      *    *************************************************************
           10 JOBNAME              PIC X(08).
      *    *************************************************************
      *    POSITION OF THE JOB IN THE SCHEDULE - THE REPORT ORDER      *
      *    *************************************************************
           10 JOBSEQ               PIC S9(4) USAGE COMP.
      *    *************************************************************
      *    D = DAILY (NIGHTLY SUITE), W = WEEKLY, M = MONTHLY,         *
      *    Q = QUARTERLY, Y = YEARLY - THESE RUN ONCE PER BUSINESS     *
      *    DATE AND A SECOND START IS REFUSED ONCE ONE HAS COMPLETED;  *
      *    R = ON REQUEST (E.G. THE LOSS RUN), WHICH MAY RUN ANY       *
      *    NUMBER OF TIMES. A PROGRAM WITH NO ROW HERE IS TREATED AS   *
      *    ON REQUEST. ONLY DAILY JOBS SHOW AS NOT RUN ON THE REPORT.  *
      *    *************************************************************
           10 RUNFREQ              PIC X(01).
      *    *************************************************************
      *    SHORT DESCRIPTION FOR THE REPORT                            *
      *    *************************************************************
           10 JOBDESC              PIC X(30).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IBATCHJOB.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 4 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
