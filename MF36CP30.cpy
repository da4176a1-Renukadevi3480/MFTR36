      ******************************************************************
      * DCLGEN TABLE(MFTR36.PAYERINFO)                                  *
      *        LIBRARY(MFTR36.DCLGEN.COPYLIB(PAYERINF))                 *
      *        ACTION(REPLACE)                                          *
      *        LANGUAGE(COBOL)                                          *
      *        STRUCTURE(PAYERINFO)                                     *
      *        APOST                                                    *
      *        LABEL(YES)                                               *
      *        DBCSDELIM(NO)                                            *
      *        COLSUFFIX(YES)                                           *
      *        INDVAR(YES)                                              *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS    *
      ******************************************************************
           EXEC SQL DECLARE MFTR36.PAYERINFO TABLE
           ( PAYERTIN                       CHAR(9) NOT NULL,
             PAYERNAME                      CHAR(40) NOT NULL,
             PAYERADDR                      CHAR(40) NOT NULL,
             PAYERCITY                      CHAR(40) NOT NULL,
             PAYERSTATE                     CHAR(2) NOT NULL,
             PAYERZIP                       CHAR(9) NOT NULL,
             PAYERPHONE                     CHAR(15),
             TCC                            CHAR(5) NOT NULL,
             CONTACTNAME                    CHAR(40),
             CONTACTEMAIL                   CHAR(50)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.PAYERINFO                   *
      ******************************************************************
       01  PAYERINFO.
      *    *************************************************************
      *    THE COMPANY AS PAYER AND TRANSMITTER OF THE IRS 1099        *
      *    INFORMATION RETURNS - A SINGLE ROW, KEPT BY FINANCE, READ   *
      *    BY THE YEAR-END 1099 JOB (MF36BRJ) FOR THE T AND A RECORDS  *
      *    AND THE HEADING OF EVERY RECIPIENT COPY                     *
      *    *************************************************************
           10 PAYERTIN             PIC X(09).
      *    *************************************************************
           10 PAYERNAME            PIC X(40).
      *    *************************************************************
           10 PAYERADDR            PIC X(40).
      *    *************************************************************
           10 PAYERCITY            PIC X(40).
      *    *************************************************************
           10 PAYERSTATE           PIC X(02).
      *    *************************************************************
           10 PAYERZIP             PIC X(09).
      *    *************************************************************
           10 PAYERPHONE           PIC X(15).
      *    *************************************************************
      *    TRANSMITTER CONTROL CODE ISSUED BY THE IRS                  *
      *    *************************************************************
           10 TCC                  PIC X(05).
      *    *************************************************************
           10 CONTACTNAME          PIC X(40).
      *    *************************************************************
           10 CONTACTEMAIL         PIC X(50).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPAYERINFO.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 10 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
