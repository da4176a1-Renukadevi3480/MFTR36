      ******************************************************************
      * DCLGEN TABLE(MFTR36.CLAIMDOC)                                   *
      *        LIBRARY(MFTR36.DCLGEN.COPYLIB(CLAIMDOC))                 *
      *        ACTION(REPLACE)                                          *
      *        LANGUAGE(COBOL)                                          *
      *        STRUCTURE(CLAIMDOC)                                      *
      *        APOST                                                    *
      *        LABEL(YES)                                               *
      *        DBCSDELIM(NO)                                            *
      *        COLSUFFIX(YES)                                           *
      *        INDVAR(YES)                                              *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE MFTR36.CLAIMDOC TABLE
           ( CLAIMNUMBER                    INTEGER NOT NULL,
             DOCTYPE                        CHAR(8) NOT NULL,
             IMAGEID                        CHAR(20) NOT NULL,
             RECEIVEDDATE                   DATE NOT NULL,
             LOADTS                         TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.CLAIMDOC                    *
      ******************************************************************
       01  CLAIMDOC.
      *    *************************************************************
      *    ONE ROW PER DOCUMENT THE SCANNING ROOM HAS RECEIVED AND     *
      *    IMAGED FOR A CLAIM, LOADED FROM THE NIGHTLY IMAGING INDEX   *
      *    FILE BY MF36BL5                                             *
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    *************************************************************
      *    THE DOCUMENT TYPE AS INDEXED - MATCHED AGAINST THE CAUSE    *
      *    CHECKLIST ON MFTR36.CAUSEDOC                                *
      *    *************************************************************
           10 DOCTYPE              PIC X(08).
      *    *************************************************************
      *    THE IMAGING SYSTEM'S OWN ID FOR THE DOCUMENT - UNIQUE, SO   *
      *    A RERUN OF THE SAME INDEX FILE LOADS NOTHING TWICE          *
      *    *************************************************************
           10 IMAGEID              PIC X(20).
      *    *************************************************************
      *    THE DATE THE SCANNING ROOM RECEIVED THE DOCUMENT            *
      *    *************************************************************
           10 RECEIVEDDATE         PIC N(10) USAGE NATIONAL.
      *    *************************************************************
      *    WHEN THE INDEX RECORD WAS LOADED                            *
      *    *************************************************************
           10 LOADTS               PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMDOC.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 5 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
