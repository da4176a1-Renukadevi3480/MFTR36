             AUDITACTION                    CHAR(1) NOT NULL,
             SUPID                          CHAR(8),
             DESCRIPTION                    VARCHAR(60),
             EXPIRYDT                       DATE,
             DOCTYPE                        CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.CAUSEAUDIT                  *
      *    *************************************************************
           10 AUDITTS              PIC X(26).
      *    *************************************************************
      *    A = CODE ADDED, C = DESCRIPTION CHANGED, R = CODE RETIRED,  *
      *    D = REQUIRED DOCUMENT ADDED TO (OR CHANGED ON) THE CODE'S   *
      *    CHECKLIST, X = REQUIRED DOCUMENT TAKEN OFF THE CHECKLIST    *
      *    *************************************************************
           10 AUDITACTION          PIC X(01).
      *    *************************************************************
           10 DESCRIPTION          PIC N(60) USAGE NATIONAL.
      *    *************************************************************
           10 EXPIRYDT             PIC N(10) USAGE NATIONAL.
      *    *************************************************************
      *    THE DOCUMENT TYPE FOR A D OR X ROW (MFTR36.CAUSEDOC) - NULL *
      *    ON A ROW FOR THE CODE ITSELF                                *
      *    *************************************************************
           10 DOCTYPE              PIC X(08).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICAUSEAUDIT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
