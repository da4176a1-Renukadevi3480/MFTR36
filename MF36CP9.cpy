      ******************************************************************
           EXEC SQL DECLARE MFTR36.CLAIMCTL TABLE
           ( HIVALTHRESH                    INTEGER NOT NULL,
             NEXTCLAIMNBR                   INTEGER NOT NULL,
             BUSDATE                        DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MFTR36.CLAIMCTL                    *
      *    SKIPS PAST ANY COUNTER VALUE ALREADY TAKEN BY ONE.          *
      *    *************************************************************
           10 NEXTCLAIMNBR             PIC S9(9) USAGE COMP.
      *    *************************************************************
      *    THE BUSINESS PROCESSING DATE EVERY BATCH PROGRAM WORKS TO   *
      *    IN PLACE OF THE SYSTEM CLOCK - HANDED OUT BY THE RUN-       *
      *    CONTROL ROUTINE MF36BRN AT EACH JOB'S START, SO A CYCLE     *
      *    THAT RUNS PAST MIDNIGHT OR IS RERUN NEXT MORNING STILL      *
      *    AGES, SELECTS AND CONVERTS AS OF THE RIGHT DAY. MOVED ONLY  *
      *    BY MF36BRP - FORWARD ONE DAY AT END OF DAY, OR BACK FOR A   *
      *    RERUN ON A SUPERVISOR'S AUTHORITY - EACH CHANGE LOGGED ON   *
      *    MFTR36.BUSDATELOG.                                          *
      *    *************************************************************
           10 BUSDATE                  PIC N(10) USAGE NATIONAL.
      ******************************************************************
      * INDICATOR VARIABLE STRUCTURE                                   *
      ******************************************************************
       01  ICLAIMCTL.
           10 INDSTRUC           PIC S9(4) USAGE COMP OCCURS 3 TIMES.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
