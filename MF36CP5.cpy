      *    PAST IT INSTEAD OF REPROCESSING FROM THE START. THE CAUSE   *
      *    RUNNING TOTALS LET THE REGISTER REPORT (MF36BR1) RESTORE AN *
      *    IN-PROGRESS CAUSE SUBTOTAL RATHER THAN RESTARTING IT AT     *
      *    ZERO PARTWAY THROUGH A CAUSE GROUP; THE DEFENCE/LEGAL       *
      *    EXPENSE SUBTOTAL IS CARRIED AT THE END OF THE RECORD.       *
      ******************************************************************
       01  RC-RECORD.
           05  RC-JOBID                PIC X(08).
           05  RC-CAUSE-TOTAL-PAID     PIC S9(11) COMP-3.
           05  RC-CAUSE-TOTAL-VALUE    PIC S9(11) COMP-3.
           05  RC-CAUSE-COUNT          PIC S9(07) COMP-3.
           05  RC-CAUSE-TOTAL-EXP      PIC S9(11) COMP-3.
