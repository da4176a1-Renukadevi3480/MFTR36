             COVLIMIT                       INTEGER,
             INCEPTDT                       DATE,
             EXPIRYDT                       DATE,
             DEDUCTIBLE                     INTEGER,
             LASTCHGTS                      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.POLICY                      *
      *    ZERO OR NULL MEANS NO DEDUCTIBLE.                           *
      *    *************************************************************
           10 DEDUCTIBLE           PIC S9(9) USAGE COMP.
      *    *************************************************************
      *    WHEN THE ADMIN SYSTEM LOAD (MF36BL2) LAST ADDED, CHANGED OR *
      *    CANCELLED THE POLICY - THE WAREHOUSE EXTRACT (MF36BRS)      *
      *    SENDS A POLICY CHANGED SINCE ITS LAST RUN. NULL ON POLICIES *
      *    LOADED BEFORE THE COLUMN EXISTED (SENT ON A FULL REFRESH).  *
      *    *************************************************************
           10 LASTCHGTS            PIC X(26).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IPOLICY.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
