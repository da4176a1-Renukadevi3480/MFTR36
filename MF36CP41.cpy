      ******************************************************************
      * DCLGEN TABLE(MFTR36.EXTRACTCTL)                                 *
      *        LIBRARY(MFTR36.DCLGEN.COPYLIB(EXTRCTL))                  *
      *        ACTION(REPLACE)                                          *
      *        LANGUAGE(COBOL)                                          *
      *        STRUCTURE(EXTRACTCTL)                                    *
      *        APOST                                                    *
      *        LABEL(YES)                                               *
      *        DBCSDELIM(NO)                                            *
      *        COLSUFFIX(YES)                                           *
      *        INDVAR(YES)                                              *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE MFTR36.EXTRACTCTL TABLE
           ( EXTRACTNAME                    CHAR(8) NOT NULL,
             HWMTS                          TIMESTAMP NOT NULL,
             RUNMODE                        CHAR(1) NOT NULL,
             BUSDATE                        DATE NOT NULL,
             UPDATEDTS                      TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.EXTRACTCTL                  *
      ******************************************************************
       01  EXTRACTCTL.
      *    *************************************************************
      *    ONE ROW PER OUTBOUND CHANGE EXTRACT, KEYED BY THE EXTRACT   *
      *    PROGRAM NAME (MF36BRS = THE DATA WAREHOUSE FEED). ADDED     *
      *    BY THE EXTRACT ITSELF ON ITS FIRST SUCCESSFUL RUN           *
      *    *************************************************************
           10 EXTRACTNAME          PIC X(08).
      *    *************************************************************
      *    HIGH-WATER MARK - THE UPPER BOUND OF THE WINDOW THE LAST    *
      *    SUCCESSFUL RUN SENT. THE NEXT RUN SENDS ROWS STAMPED AFTER  *
      *    IT, SO A FAILED NIGHT (MARK NOT MOVED) IS SENT BY THE NEXT  *
      *    RUN WITH NO GAP AND NOTHING SENT TWICE                      *
      *    *************************************************************
           10 HWMTS                PIC X(26).
      *    *************************************************************
      *    D = DELTA, F = FULL REFRESH - HOW THE MARK WAS LAST SET     *
      *    *************************************************************
           10 RUNMODE              PIC X(01).
      *    *************************************************************
      *    THE BUSINESS DATE OF THE LAST SUCCESSFUL RUN                *
      *    *************************************************************
           10 BUSDATE              PIC N(10) USAGE NATIONAL.
      *    *************************************************************
      *    WHEN THE LAST SUCCESSFUL RUN MOVED THE MARK                 *
      *    *************************************************************
           10 UPDATEDTS            PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IEXTRACTCTL.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
