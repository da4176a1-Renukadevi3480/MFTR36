           10 AUDITTS              PIC X(26).
      *    *************************************************************
      *    AK = ACKNOWLEDGMENT OF A NEW CLAIM, DN = DENIAL LETTER,     *
      *    WD = WITHDRAWAL CONFIRMATION, PY = PAYMENT ADVICE,          *
      *    DC = OUTSTANDING-DOCUMENT CHASE (AUDITTS IS THEN THE        *
      *    CHASETS OF THE MFTR36.DOCCHASE ROW, NOT A CLAIMS_AUDIT ONE) *
      *    *************************************************************
           10 LETTERTYPE           PIC X(02).
      *    *************************************************************
