      ******************************************************************
      * DCLGEN TABLE(MFTR36.RITREATY)                                   *
      *        LIBRARY(MFTR36.DCLGEN.COPYLIB(RITREATY))                 *
      *        ACTION(REPLACE)                                          *
      *        LANGUAGE(COBOL)                                          *
      *        STRUCTURE(RITREATY)                                      *
      *        APOST                                                    *
      *        LABEL(YES)                                               *
      *        DBCSDELIM(NO)                                            *
      *        COLSUFFIX(YES)                                           *
      *        INDVAR(YES)                                              *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE MFTR36.RITREATY TABLE
           ( TREATYID                       CHAR(10) NOT NULL,
             REINSURER                      CHAR(10) NOT NULL,
             TREATYTYPE                     CHAR(1) NOT NULL,
             DESCRIPTION                    VARCHAR(60),
             SHAREPCT                       DECIMAL(5, 2) NOT NULL,
             RETENTION                      INTEGER,
             LIMITAMT                       INTEGER,
             EVENTCODE                      CHAR(4),
             EFFDATE                        DATE NOT NULL,
             EXPDATE                        DATE NOT NULL,
             MAINTSUPID                     CHAR(8),
             MAINTTS                        TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.RITREATY                    *
      ******************************************************************
       01  RITREATY.
      *    *************************************************************
      *    REINSURANCE TREATY REFERENCE - ONE ROW PER TREATY LAYER PER *
      *    PARTICIPATING REINSURER, MAINTAINED FROM THE MF36 SCREEN    *
      *    (OPTION 'E') BY SUPERVISORS, THE WAY CATEVENT IS UNDER      *
      *    OPTION 'C'. THE QUARTERLY CESSION JOB (MF36BRH) APPLIES     *
      *    EVERY ROW IN FORCE ON THE CLAIM DATE AND WRITES THE CEDED   *
      *    SHARE TO MFTR36.RICESSION. ROWS ARE NEVER DELETED - A       *
      *    TREATY THAT LAPSES HAS ITS EXPIRY DATE SET.                 *
      *    *************************************************************
           10 TREATYID             PIC X(10).
      *    *************************************************************
      *    REINSURER CODE - THE BORDEREAU IS SPLIT BY THIS, AND AN     *
      *    'R' RECOVERY UNDER OPTION 'B' NAMES IT TO BE RECONCILED     *
      *    *************************************************************
           10 REINSURER            PIC X(10).
      *    *************************************************************
      *    Q = QUOTA SHARE, X = PER-RISK EXCESS OF LOSS,               *
      *    C = CATASTROPHE EXCESS OF LOSS ON ONE CATEVENT CODE         *
      *    *************************************************************
           10 TREATYTYPE           PIC X(01).
      *    *************************************************************
           10 DESCRIPTION          PIC N(60) USAGE NATIONAL.
      *    *************************************************************
      *    QUOTA SHARE: THE PERCENTAGE CEDED TO THIS REINSURER.        *
      *    EXCESS OF LOSS: THIS REINSURER'S PERCENTAGE OF THE LAYER    *
      *    *************************************************************
           10 SHAREPCT             PIC S9(3)V9(2) USAGE COMP-3.
      *    *************************************************************
      *    EXCESS OF LOSS ONLY - THE LAYER ATTACHES ABOVE THIS (USD),  *
      *    PER CLAIM FOR TYPE X, PER EVENT FOR TYPE C                  *
      *    *************************************************************
           10 RETENTION            PIC S9(9) USAGE COMP.
      *    *************************************************************
      *    EXCESS OF LOSS ONLY - THE WIDTH OF THE LAYER (USD)          *
      *    *************************************************************
           10 LIMITAMT             PIC S9(9) USAGE COMP.
      *    *************************************************************
      *    TYPE C ONLY - THE MFTR36.CATEVENT CODE THE LAYER COVERS     *
      *    *************************************************************
           10 EVENTCODE            PIC X(04).
      *    *************************************************************
      *    TREATY PERIOD - A CLAIM ATTACHES WHEN ITS CLAIM DATE FALLS  *
      *    INSIDE IT                                                   *
      *    *************************************************************
           10 EFFDATE              PIC N(10) USAGE NATIONAL.
      *    *************************************************************
           10 EXPDATE              PIC N(10) USAGE NATIONAL.
      *    *************************************************************
      *    SUPERVISOR WHO LAST ADDED OR CHANGED THE ROW, AND WHEN      *
      *    *************************************************************
           10 MAINTSUPID           PIC X(08).
      *    *************************************************************
           10 MAINTTS              PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IRITREATY.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 12 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
