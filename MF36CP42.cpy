      ******************************************************************
      * DCLGEN TABLE(MFTR36.SANCLIST)                                   *
      *        LIBRARY(MFTR36.DCLGEN.COPYLIB(SANCLIST))                 *
      *        ACTION(REPLACE)                                          *
      *        LANGUAGE(COBOL)                                          *
      *        STRUCTURE(SANCLIST)                                      *
      *        APOST                                                    *
      *        LABEL(YES)                                               *
      *        DBCSDELIM(NO)                                            *
      *        COLSUFFIX(YES)                                           *
      *        INDVAR(YES)                                              *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE MFTR36.SANCLIST TABLE
           ( ENTRYID                        CHAR(10) NOT NULL,
             ENTRYNAME                      CHAR(60) NOT NULL,
             ENTRYTYPE                      CHAR(1) NOT NULL,
             SANCPROG                       CHAR(12) NOT NULL,
             LISTDATE                       DATE NOT NULL,
             LOADTS                         TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.SANCLIST                    *
      ******************************************************************
       01  SANCLIST.
      *    *************************************************************
      *    ONE ROW PER NAME ON THE PUBLISHED GOVERNMENT SANCTIONS      *
      *    LIST - THE LIST'S OWN ENTRY ID. AKAS ARE LOADED AS ROWS     *
      *    OF THEIR OWN UNDER THE SAME ENTRY ID. THE WHOLE TABLE IS    *
      *    REPLACED EACH NIGHT BY MF36BL6 FROM THE LIST FILE           *
      *    *************************************************************
           10 ENTRYID              PIC X(10).
      *    *************************************************************
      *    THE NAME AS PUBLISHED                                       *
      *    *************************************************************
           10 ENTRYNAME            PIC X(60).
      *    *************************************************************
      *    I = INDIVIDUAL, E = ENTITY, V = VESSEL                      *
      *    *************************************************************
           10 ENTRYTYPE            PIC X(01).
      *    *************************************************************
      *    THE SANCTIONS PROGRAMME THE ENTRY IS LISTED UNDER           *
      *    *************************************************************
           10 SANCPROG             PIC X(12).
      *    *************************************************************
      *    THE PUBLICATION DATE CARRIED ON THE LIST FILE HEADER        *
      *    *************************************************************
           10 LISTDATE             PIC N(10) USAGE NATIONAL.
      *    *************************************************************
      *    WHEN THE LIST WAS LOADED - ONE VALUE FOR THE WHOLE LOAD     *
      *    *************************************************************
           10 LOADTS               PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ISANCLIST.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 6 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
