      ******************************************************************
      *    MF36CP32 : BATCH RUN-CONTROL CALL AREA, PASSED BY EVERY     *
      *    BATCH PROGRAM TO THE RUN-CONTROL ROUTINE (MF36BRN) ONCE AS  *
      *    ITS FIRST STEP (JR-START) AND ONCE AS ITS LAST (JR-END).    *
      *    ON START THE ROUTINE RETURNS THE BUSINESS DATE AND WHETHER  *
      *    THE JOB MAY RUN - A REFUSED JOB ENDS AT ONCE WITH RETURN    *
      *    CODE 12 AND JR-MESSAGE SAYS WHY. ON END THE CALLER PASSES   *
      *    ITS RETURN CODE AND RECORD COUNTS FOR MFTR36.JOBRUN.        *
      ******************************************************************
       01  JR-CALL-AREA.
           05  JR-FUNCTION             PIC X(01).
               88  JR-START                      VALUE 'S'.
               88  JR-END                        VALUE 'E'.
           05  JR-JOBNAME              PIC X(08).
           05  JR-RETCODE              PIC S9(04) COMP.
           05  JR-IN-COUNT             PIC S9(09) COMP.
           05  JR-OUT-COUNT            PIC S9(09) COMP.
           05  JR-EXCP-COUNT           PIC S9(09) COMP.
           05  JR-BUSDATE              PIC X(10).
           05  JR-RESULT               PIC X(01).
               88  JR-ALLOWED                    VALUE 'Y'.
               88  JR-REFUSED                    VALUE 'N'.
           05  JR-MESSAGE              PIC X(60).
