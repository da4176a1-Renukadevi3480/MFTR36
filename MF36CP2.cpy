             CURRENCYCODE                   CHAR(3),
             REOPENID                       CHAR(8),
             REOPENTS                       TIMESTAMP,
             CATEVENT                       CHAR(4),
             ASSIGNEDOPID                   CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.CLAIMS                      *
      *    ACCUMULATION REPORT (MF36BRD).                              *
      *    *************************************************************
           10 CATEVENT             PIC X(04).
      *    *************************************************************
      *    HANDLER WHO OWNS THE CLAIM - SET AT INTAKE (SCREEN,         *
      *    BORDEREAU OR CALL CENTRE) BY THE MFTR36.HANDLERROUTE RULES  *
      *    TO THE ELIGIBLE HANDLER WITH THE FEWEST OPEN CLAIMS, AND    *
      *    CHANGED ONLY BY A SUPERVISOR UNDER OPTION 'F'. SPACES WHEN  *
      *    NO ROUTING RULE COVERED THE CLAIM - THE WEEKLY CASELOAD     *
      *    REPORT (MF36BRI) SHOWS THOSE AS UNASSIGNED.                 *
      *    *************************************************************
           10 ASSIGNEDOPID         PIC X(08).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 17 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
