             OBSERVATIONS                   VARCHAR(255),
             CLAIMSTATUS                    CHAR(1),
             POLICYNUMBER                   INTEGER,
             CATEVENT                       CHAR(4),
             ASSIGNEDOPID                   CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.CLAIMS_AUDIT                *
      *    WITHDRAWN CLAIM),                                            *
      *    V = VOID (A PAYMENT REVERSED AND PAID ROLLED BACK DOWN),     *
      *    S = RECOVERY (SALVAGE/SUBROGATION/REINSURANCE MONEY          *
      *    RECORDED ON MFTR36.RECOVERY AGAINST THE CLAIM),              *
      *    H = HANDLER (CLAIM REASSIGNED TO ANOTHER HANDLER BY A        *
      *    SUPERVISOR UNDER OPTION 'F'),                                *
      *    L = RELEASE (A HELD PAYMENT RELEASED FOR THE BANK FILE BY A  *
      *    SECOND OPERATOR UNDER OPTION 'H' - A REJECTED ONE IS         *
      *    AUDITED AS THE 'V' THAT REVERSES IT),                        *
      *    T = SUIT (THE CLAIM'S MFTR36.LITIGATION ROW RECORDED,        *
      *    CHANGED OR CONCLUDED UNDER OPTION 'I'),                      *
      *    M = MERGE (A DUPLICATE CLAIM'S PAYMENTS, RECOVERIES, NOTES,  *
      *    DIARY, FRAUD REFERRALS AND DOCUMENTS MOVED ONTO ITS          *
      *    SURVIVING CLAIM UNDER OPTION 'J' - WRITTEN ON BOTH CLAIMS)   *
      *    *************************************************************
           10 AUDITACTION          PIC X(01).
      *    *************************************************************
      *    CATASTROPHE EVENT CODE THE CLAIM CARRIED AS OF THE CHANGE   *
      *    *************************************************************
           10 CATEVENT             PIC X(04).
      *    *************************************************************
      *    HANDLER THE CLAIM WAS ASSIGNED TO AS OF THE CHANGE           *
      *    *************************************************************
           10 ASSIGNEDOPID         PIC X(08).
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMS-AUDIT.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 13 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
