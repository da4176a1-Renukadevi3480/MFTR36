      ******************************************************************
      * DCLGEN TABLE(MFTR36.JOBPREREQ)                                  *
      *        LIBRARY(MFTR36.DCLGEN.COPYLIB(JOBPREQ))                  *
      *        ACTION(REPLACE)                                          *
      *        LANGUAGE(COBOL)                                          *
      *        STRUCTURE(JOBPREREQ)                                     *
      *        APOST                                                    *
      *        LABEL(YES)                                               *
      *        DBCSDELIM(NO)                                            *
      *        COLSUFFIX(YES)                                           *
      *        INDVAR(YES)                                              *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE MFTR36.JOBPREREQ TABLE
           ( JOBNAME                        CHAR(8) NOT NULL,
             PREREQJOB                      CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.JOBPREREQ                   *
      ******************************************************************
       01  JOBPREREQ.
      *    *************************************************************
      *    A JOB THAT MAY NOT START UNTIL PREREQJOB HAS COMPLETED      *
      *    (MFTR36.JOBRUN RUNSTATUS C) FOR THE SAME BUSINESS DATE -    *
      *    ONE ROW PER PREREQUISITE, MAINTAINED BY OPERATIONS. THE     *
      *    SUITE IS SET UP WITH MF36BR9 AFTER MF36BR8 (THE DAY'S       *
      *    CLAIMS SCREENED BEFORE CHEQUES GO TO THE BANK), MF36BR4     *
      *    AFTER MF36BR2 (THE FEED IT MATCHES) AND EVERY REPORT THAT   *
      *    CONVERTS THROUGH MFTR36.EXCHRATE AFTER MF36BL3.             *
      *    *************************************************************
           10 JOBNAME              PIC X(08).
      *    *************************************************************
           10 PREREQJOB            PIC X(08).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IJOBPREREQ.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 2 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
