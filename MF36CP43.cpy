      ******************************************************************
      * DCLGEN TABLE(MFTR36.SANCHIT)                                    *
      *        LIBRARY(MFTR36.DCLGEN.COPYLIB(SANCHIT))                  *
      *        ACTION(REPLACE)                                          *
      *        LANGUAGE(COBOL)                                          *
      *        STRUCTURE(SANCHIT)                                       *
      *        APOST                                                    *
      *        LABEL(YES)                                               *
      *        DBCSDELIM(NO)                                            *
      *        COLSUFFIX(YES)                                           *
      *        INDVAR(YES)                                              *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE MFTR36.SANCHIT TABLE
           ( CLAIMNUMBER                    INTEGER NOT NULL,
             PAYMENTTS                      TIMESTAMP NOT NULL,
             NAMETYPE                       CHAR(1) NOT NULL,
             SCREENNAME                     CHAR(60) NOT NULL,
             ENTRYID                        CHAR(10) NOT NULL,
             ENTRYNAME                      CHAR(60) NOT NULL,
             MATCHSCORE                     SMALLINT NOT NULL,
             PAYEEID                        CHAR(10) NOT NULL,
             POLICYNUMBER                   INTEGER NOT NULL,
             HITSTATUS                      CHAR(1) NOT NULL,
             FOUNDTS                        TIMESTAMP NOT NULL,
             DECIDEOPID                     CHAR(8) NOT NULL,
             DECIDETS                       TIMESTAMP,
             DECIDENOTE                     CHAR(30) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.SANCHIT                     *
      ******************************************************************
       01  SANCHIT.
      *    *************************************************************
      *    ONE ROW PER POSSIBLE SANCTIONS MATCH FOUND BY THE NIGHTLY   *
      *    SCREENING (MF36BRU) - THE PAYMENT SCREENED, KEYED BY ITS    *
      *    CLAIM AND PAYMENTS.PAYMENTTS                                *
      *    *************************************************************
           10 CLAIMNUMBER          PIC S9(9) USAGE COMP.
      *    *************************************************************
           10 PAYMENTTS            PIC X(26).
      *    *************************************************************
      *    WHICH NAME MATCHED - P = THE PAYEE, H = THE POLICYHOLDER    *
      *    *************************************************************
           10 NAMETYPE             PIC X(01).
      *    *************************************************************
      *    THE NAME AS SCREENED (PAYEE OR HOLDER NAME)                 *
      *    *************************************************************
           10 SCREENNAME           PIC X(60).
      *    *************************************************************
      *    THE SANCTIONS LIST ENTRY IT MATCHED (MFTR36.SANCLIST)       *
      *    *************************************************************
           10 ENTRYID              PIC X(10).
      *    *************************************************************
           10 ENTRYNAME            PIC X(60).
      *    *************************************************************
      *    HOW CLOSE THE MATCH IS, 0 TO 100                            *
      *    *************************************************************
           10 MATCHSCORE           PIC S9(4) USAGE COMP.
      *    *************************************************************
      *    THE PAYMENT'S PAYEE ID AND THE CLAIM'S POLICY AT THE        *
      *    TIME OF THE SCREEN, SO A CONFIRMED MATCH CAN STOP A NEW     *
      *    PAYMENT TO THE SAME PAYEE OR HOLDER AT THE SCREEN           *
      *    *************************************************************
           10 PAYEEID              PIC X(10).
      *    *************************************************************
           10 POLICYNUMBER         PIC S9(9) USAGE COMP.
      *    *************************************************************
      *    O = OPEN, AWAITING A COMPLIANCE DECISION (PAYMENT HELD)     *
      *    C = CLEARED AS A FALSE MATCH, F = CONFIRMED - NEVER PAID    *
      *    *************************************************************
           10 HITSTATUS            PIC X(01).
      *    *************************************************************
      *    WHEN THE SCREENING RUN FOUND THE MATCH                      *
      *    *************************************************************
           10 FOUNDTS              PIC X(26).
      *    *************************************************************
      *    THE COMPLIANCE OFFICER WHO CLEARED OR CONFIRMED IT ON       *
      *    OPTION 'K' - SPACES WHILE OPEN. A DECISION CARRIED          *
      *    FORWARD FROM AN EARLIER MATCH OF THE SAME NAME TO THE       *
      *    SAME ENTRY KEEPS THAT OFFICER'S ID                          *
      *    *************************************************************
           10 DECIDEOPID           PIC X(08).
      *    *************************************************************
      *    WHEN THE DECISION WAS MADE - NULL WHILE OPEN                *
      *    *************************************************************
           10 DECIDETS             PIC X(26).
      *    *************************************************************
      *    THE OFFICER'S REASON FOR THE DECISION                       *
      *    *************************************************************
           10 DECIDENOTE           PIC X(30).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ISANCHIT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 14 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
