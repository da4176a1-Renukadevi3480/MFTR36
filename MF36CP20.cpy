             RECOVERYTS                     TIMESTAMP NOT NULL,
             RECOVERYTYPE                   CHAR(1) NOT NULL,
             RECOVERYAMT                    INTEGER NOT NULL,
             RECOVOPID                      CHAR(8),
             GLPOSTEDTS                     TIMESTAMP,
             REINSURER                      CHAR(10)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.RECOVERY                    *
      *    OPERATOR WHO RECORDED THE RECOVERY                          *
      *    *************************************************************
           10 RECOVOPID            PIC X(08).
      *    *************************************************************
      *    NULL UNTIL THE NIGHTLY GENERAL LEDGER JOURNAL (MF36BRG) HAS *
      *    POSTED THE RECOVERY - THEN THAT RUN'S TIMESTAMP, SO EACH    *
      *    RECOVERY REACHES THE LEDGER EXACTLY ONCE.                   *
      *    *************************************************************
           10 GLPOSTEDTS           PIC X(26).
      *    *************************************************************
      *    'R' ROWS ONLY - THE MFTR36.RITREATY REINSURER THE MONEY     *
      *    CAME FROM, SO THE QUARTERLY BORDEREAU (MF36BRH) CAN         *
      *    RECONCILE COLLECTIONS AGAINST THE AMOUNT CEDED TO IT        *
      *    *************************************************************
           10 REINSURER            PIC X(10).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  IRECOVERY.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 7 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
