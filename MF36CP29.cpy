      ******************************************************************
      * DCLGEN TABLE(MFTR36.PAYEEMAST)                                  *
      *        LIBRARY(MFTR36.DCLGEN.COPYLIB(PAYEEMST))                 *
      *        ACTION(REPLACE)                                          *
      *        LANGUAGE(COBOL)                                          *
      *        STRUCTURE(PAYEEMAST)                                     *
      *        APOST                                                    *
      *        LABEL(YES)                                               *
      *        DBCSDELIM(NO)                                            *
      *        COLSUFFIX(YES)                                           *
      *        INDVAR(YES)                                              *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE MFTR36.PAYEEMAST TABLE
           ( PAYEEID                        CHAR(10) NOT NULL,
             PAYEENAME                      CHAR(30) NOT NULL,
             ADDRLINE1                      CHAR(30) NOT NULL,
             ADDRLINE2                      CHAR(30),
             CITY                           CHAR(30) NOT NULL,
             STATECODE                      CHAR(2) NOT NULL,
             ZIPCODE                        CHAR(9) NOT NULL,
             TAXID                          CHAR(9),
             TINTYPE                        CHAR(1),
             PAYEETYPE                      CHAR(1) NOT NULL,
             ACTIVE                         CHAR(1) NOT NULL,
             MAINTOPID                      CHAR(8),
             MAINTSUPID                     CHAR(8),
             MAINTTS                        TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.PAYEEMAST                   *
      ******************************************************************
       01  PAYEEMAST.
      *    *************************************************************
      *    PAYEE MASTER - ONE ROW PER PERSON OR FIRM WE PAY. OPTION    *
      *    '6' PAYMENTS NAME A PAYEE BY THIS ID (IN PAYEE ON THE       *
      *    SCREEN) AND MUST FIND AN ACTIVE ROW HERE; THE BANK          *
      *    DISBURSEMENT EXTRACT (MF36BR9) TAKES THE REMIT ADDRESS FROM *
      *    HERE AND THE YEAR-END 1099 JOB (MF36BRJ) THE TAX ID.        *
      *    MAINTAINED BY SUPERVISORS UNDER OPTION 'G'. ROWS ARE        *
      *    NEVER DELETED - A PAYEE NO LONGER USED IS SET INACTIVE.     *
      *    *************************************************************
           10 PAYEEID              PIC X(10).
      *    *************************************************************
      *    NAME AS IT GOES ON THE CHEQUE AND THE 1099                  *
      *    *************************************************************
           10 PAYEENAME            PIC X(30).
      *    *************************************************************
      *    REMIT ADDRESS - TWO STREET LINES, CITY, STATE, ZIP          *
      *    *************************************************************
           10 ADDRLINE1            PIC X(30).
      *    *************************************************************
           10 ADDRLINE2            PIC X(30).
      *    *************************************************************
           10 CITY                 PIC X(30).
      *    *************************************************************
           10 STATECODE            PIC X(02).
      *    *************************************************************
      *    5-DIGIT ZIP, OR ZIP+4 WITHOUT THE HYPHEN                    *
      *    *************************************************************
           10 ZIPCODE              PIC X(09).
      *    *************************************************************
      *    TAXPAYER IDENTIFICATION NUMBER, 9 DIGITS, NO HYPHENS -      *
      *    SPACES WHEN WE DO NOT HOLD ONE. A REPORTABLE PAYEE WITHOUT  *
      *    ONE IS LISTED ON THE 1099 EXCEPTION REPORT.                 *
      *    *************************************************************
           10 TAXID                PIC X(09).
      *    *************************************************************
      *    S = SOCIAL SECURITY NUMBER (INDIVIDUALS), E = EMPLOYER      *
      *    IDENTIFICATION NUMBER (EVERY OTHER PAYEE TYPE)              *
      *    *************************************************************
           10 TINTYPE              PIC X(01).
      *    *************************************************************
      *    I = INDIVIDUAL, B = UNINCORPORATED BUSINESS, A = ATTORNEY,  *
      *    M = MEDICAL PROVIDER, C = CORPORATION, G = GOVERNMENT,      *
      *    P = POLICYHOLDER/CLAIMANT. I, B, A AND M ARE 1099-REPORTABLE*
      *    (A IN BOX 10, M IN BOX 6, I AND B IN BOX 3)                 *
      *    *************************************************************
           10 PAYEETYPE            PIC X(01).
      *    *************************************************************
      *    Y = MAY BE PAID, N = NOT (NO NEW PAYMENTS TAKE IT)          *
      *    *************************************************************
           10 ACTIVE               PIC X(01).
      *    *************************************************************
      *    OPERATOR AND SUPERVISOR WHO LAST MAINTAINED THE ROW, WHEN   *
      *    *************************************************************
           10 MAINTOPID            PIC X(08).
      *    *************************************************************
           10 MAINTSUPID           PIC X(08).
      *    *************************************************************
           10 MAINTTS              PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPAYEEMAST.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 14 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
