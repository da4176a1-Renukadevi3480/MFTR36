      ******************************************************************
           EXEC SQL DECLARE MFTR36.OPERAUTH TABLE
           ( OPID                           CHAR(8) NOT NULL,
             ALLOWEDOPTS                    CHAR(32),
             AMTCEILING                     INTEGER
           ) END-EXEC.
      ******************************************************************
      *    OR '123456789' AND ON FOR EVERYTHING. CHECKED UP FRONT IN   *
      *    MF36CB3'S OPTION EVALUATE.                                  *
      *    *************************************************************
           10 ALLOWEDOPTS          PIC X(32).
      *    *************************************************************
      *    LARGEST CVALUE THIS OPERATOR MAY SAVE WITHOUT SUPERVISOR    *
      *    SIGN-OFF, EVEN UNDER THE GLOBAL HIGH-VALUE THRESHOLD, AND   *
      *    LARGEST PAYMENT THEY MAY KEY WITHOUT IT BEING HELD FOR A    *
      *    SECOND OPERATOR'S RELEASE (OR MAY RELEASE FOR SOMEONE       *
      *    ELSE) - ZERO MEANS NO PERSONAL CEILING.                     *
      *    *************************************************************
           10 AMTCEILING           PIC S9(9) USAGE COMP.
      ******************************************************************
