      ******************************************************************
      ***        MF36BRP : END-OF-DAY BUSINESS DATE CONTROL          ***
      ***  THE ONLY PROGRAM THAT MOVES THE BUSINESS DATE ON THE      ***
      ***  CONTROL RECORD (MFTR36.CLAIMCTL BUSDATE) THAT EVERY BATCH ***
      ***  PROGRAM PROCESSES AS OF. TWO USES, BY JCL PARM:           ***
      ***   - ADVANCE (OR NO PARM) - THE END-OF-DAY STEP. MOVES THE  ***
      ***     DATE FORWARD ONE DAY, BUT ONLY ONCE EVERY DAILY JOB ON ***
      ***     MFTR36.BATCHJOB HAS COMPLETED FOR THE CURRENT BUSINESS ***
      ***     DATE - A NIGHT THAT FAILED STAYS ON ITS DATE UNTIL IT  ***
      ***     HAS BEEN FINISHED, HOWEVER LATE THAT IS.               ***
      ***   - SETBACK YYYY-MM-DD SUPID REASON - SETS THE DATE BACK   ***
      ***     TO AN EARLIER BUSINESS DAY SO IT CAN BE RERUN. THE     ***
      ***     SUPID MUST BE ON MFTR36.SUPERVISOR AND A REASON IS     ***
      ***     REQUIRED.                                              ***
      ***  EVERY CHANGE IS LOGGED ON MFTR36.BUSDATELOG IN THE SAME   ***
      ***  UNIT OF WORK; A REFUSED CHANGE LEAVES THE DATE ALONE AND  ***
      ***  ENDS WITH RETURN CODE 8.                                  ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BRP.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-BATCH-OPID            PIC X(08) VALUE 'MF36BRP '.
       01 WS-ERR-PARAID            PIC X(30).
       01 WS-ERR-SQLCODE           PIC S9(9) COMP.
       01 WS-PARM-BAD-SW           PIC X(01) VALUE 'N'.
          88 WS-PARM-BAD                     VALUE 'Y'.
       01 WS-ACTION-SW             PIC X(01) VALUE 'A'.
          88 WS-ADVANCE                      VALUE 'A'.
          88 WS-SETBACK                      VALUE 'S'.
       01 WS-CHANGE-OK-SW          PIC X(01) VALUE 'Y'.
          88 WS-CHANGE-OK                    VALUE 'Y'.
       01 WS-FROM-DATE             PIC X(10).
       01 WS-TO-DATE               PIC X(10).
       01 WS-CHANGE-OPID           PIC X(08).
       01 WS-CHANGE-REASON         PIC X(40).
       01 WS-MISSING-JOB           PIC X(08).
       01 WS-SUPER-CHECK-COUNT     PIC S9(9) COMP.
       01 WS-REASON-LEN            PIC S9(4) COMP.
       01 WS-REOPEN-MSG            PIC X(60).
       01 WS-CHANGE-COUNT          PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-REFUSED-COUNT         PIC S9(7)  COMP-3 VALUE ZERO.
           COPY MF36CP32.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP8
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP9
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP36
           END-EXEC.
       LINKAGE SECTION.
       01  LK-PARM-FIELD.
           05  LK-PARM-LEN         PIC S9(04) COMP.
           05  LK-PARM-ACTION      PIC X(07).
           05  FILLER              PIC X(01).
           05  LK-PARM-DATE        PIC X(10).
           05  FILLER              PIC X(01).
           05  LK-PARM-SUPID       PIC X(08).
           05  FILLER              PIC X(01).
           05  LK-PARM-REASON      PIC X(40).
      ***-----------------------------------------------------------***
      ***  JCL PARM: 'ADVANCE' OR NOTHING FOR THE END-OF-DAY STEP,  ***
      ***  OR 'SETBACK YYYY-MM-DD SUPID    REASON TEXT' (SUPID IN   ***
      ***  COLUMNS 20-27, THE REASON FROM COLUMN 29) FOR A RERUN.   ***
      ***-----------------------------------------------------------***
       PROCEDURE DIVISION USING LK-PARM-FIELD.
      ***-----------------------------------------------------------***
      ***  MAIN PROCEDURE                                           ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           PERFORM 95000-RUN-START-PARA
           PERFORM 10000-INITIALIZE-PARA
           IF WS-PARM-BAD
              PERFORM 50000-EXIT-PARA
           END-IF
           IF WS-ADVANCE
              PERFORM 20000-ADVANCE-PARA
           ELSE
              PERFORM 30000-SETBACK-PARA
           END-IF
           IF WS-CHANGE-OK
              PERFORM 40000-CHANGE-DATE-PARA
           ELSE
              ADD 1 TO WS-REFUSED-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 50000-EXIT-PARA.
      ***-----------------------------------------------------------***
      ***  WHICH CHANGE IS WANTED - A SET-BACK MUST NAME ITS DATE,  ***
      ***  ITS AUTHORISING SUPERVISOR AND WHY.                      ***
      ***-----------------------------------------------------------***
       10000-INITIALIZE-PARA.
           MOVE JR-BUSDATE TO WS-FROM-DATE
           IF LK-PARM-LEN = ZERO
              SET WS-ADVANCE TO TRUE
           ELSE
              EVALUATE TRUE
                WHEN LK-PARM-LEN < 7 OR LK-PARM-LEN > 68
                  DISPLAY 'MF36BRP - PARM MUST BE ADVANCE OR SETBACK '
                          'YYYY-MM-DD SUPID REASON (UP TO 68 BYTES)'
                  MOVE 8 TO RETURN-CODE
                  SET WS-PARM-BAD TO TRUE
                WHEN LK-PARM-ACTION = 'ADVANCE'
                  SET WS-ADVANCE TO TRUE
                WHEN LK-PARM-ACTION = 'SETBACK'
                     AND LK-PARM-LEN > 28
                  SET WS-SETBACK TO TRUE
                  IF LK-PARM-DATE(1:4) NOT NUMERIC
                     OR LK-PARM-DATE(5:1) NOT = '-'
                     OR LK-PARM-DATE(6:2) NOT NUMERIC
                     OR LK-PARM-DATE(8:1) NOT = '-'
                     OR LK-PARM-DATE(9:2) NOT NUMERIC
                     OR LK-PARM-SUPID = SPACES
                     DISPLAY 'MF36BRP - SETBACK NEEDS YYYY-MM-DD AND '
                             'A SUPERVISOR ID'
                     MOVE 8 TO RETURN-CODE
                     SET WS-PARM-BAD TO TRUE
                  ELSE
                     MOVE LK-PARM-SUPID TO WS-CHANGE-OPID
                     MOVE SPACES        TO WS-CHANGE-REASON
                     COMPUTE WS-REASON-LEN = LK-PARM-LEN - 28
                     IF WS-REASON-LEN > 40
                        MOVE 40 TO WS-REASON-LEN
                     END-IF
                     MOVE LK-PARM-REASON(1:WS-REASON-LEN)
                                        TO WS-CHANGE-REASON
                     IF WS-CHANGE-REASON = SPACES
                        DISPLAY 'MF36BRP - SETBACK NEEDS A REASON'
                        MOVE 8 TO RETURN-CODE
                        SET WS-PARM-BAD TO TRUE
                     END-IF
                  END-IF
                WHEN OTHER
                  DISPLAY 'MF36BRP - PARM MUST BE ADVANCE OR SETBACK '
                          'YYYY-MM-DD SUPID REASON'
                  MOVE 8 TO RETURN-CODE
                  SET WS-PARM-BAD TO TRUE
              END-EVALUATE
           END-IF
           DISPLAY 'MF36BRP - BUSINESS DATE NOW ' WS-FROM-DATE
           .
      ***-----------------------------------------------------------***
      ***  END OF DAY - EVERY DAILY JOB MUST HAVE COMPLETED FOR THE ***
      ***  DATE BEING CLOSED (THIS STEP AND THE MORNING STATUS      ***
      ***  REPORT, WHICH RUN AFTER IT, EXCEPTED); THE NEW DATE IS   ***
      ***  THE NEXT CALENDAR DAY.                                   ***
      ***-----------------------------------------------------------***
       20000-ADVANCE-PARA.
           MOVE SPACES    TO WS-MISSING-JOB
           MOVE 'MF36BRP' TO WS-CHANGE-OPID
           MOVE SPACES    TO WS-CHANGE-REASON
            EXEC SQL
                SELECT COALESCE(MIN(J.JOBNAME), ' ')
                  INTO :WS-MISSING-JOB
                  FROM MFTR36.BATCHJOB J
                 WHERE J.RUNFREQ = 'D'
                   AND J.JOBNAME NOT IN ('MF36BRP', 'MF36BRO')
                   AND NOT EXISTS
                       (SELECT 1
                          FROM MFTR36.JOBRUN R
                         WHERE R.JOBNAME   = J.JOBNAME
                           AND R.BUSDATE   = DATE(:WS-FROM-DATE)
                           AND R.RUNSTATUS = 'C')
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE '20000-CHECK-DAILY-JOBS' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
              MOVE 'N' TO WS-CHANGE-OK-SW
              DISPLAY 'MF36BRP - DATE NOT ADVANCED - JOB CHECK FAILED'
           ELSE
              IF WS-MISSING-JOB NOT = SPACES
                 MOVE 'N' TO WS-CHANGE-OK-SW
                 DISPLAY 'MF36BRP - DATE NOT ADVANCED - '
                         WS-MISSING-JOB ' NOT COMPLETE FOR '
                         WS-FROM-DATE
              ELSE
                  EXEC SQL
                      SET :WS-TO-DATE =
                          CHAR(DATE(:WS-FROM-DATE) + 1 DAY, ISO)
                  END-EXEC
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  RERUN OF A PRIOR DAY - ONLY A SUPERVISOR MAY, AND ONLY TO ***
      ***  A REAL DATE EARLIER THAN THE CURRENT BUSINESS DATE.      ***
      ***-----------------------------------------------------------***
       30000-SETBACK-PARA.
           MOVE ZERO TO WS-SUPER-CHECK-COUNT
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-SUPER-CHECK-COUNT
                  FROM MFTR36.SUPERVISOR
                 WHERE SUPID = :WS-CHANGE-OPID
            END-EXEC
           IF WS-SUPER-CHECK-COUNT = 0
              MOVE 'N' TO WS-CHANGE-OK-SW
              DISPLAY 'MF36BRP - SETBACK REFUSED - ' WS-CHANGE-OPID
                      ' IS NOT A SUPERVISOR'
           ELSE
               EXEC SQL
                   SET :WS-TO-DATE = CHAR(DATE(:LK-PARM-DATE), ISO)
               END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO WS-CHANGE-OK-SW
                 DISPLAY 'MF36BRP - SETBACK REFUSED - '
                         LK-PARM-DATE ' IS NOT A VALID DATE'
              ELSE
                 IF WS-TO-DATE NOT < WS-FROM-DATE
                    MOVE 'N' TO WS-CHANGE-OK-SW
                    DISPLAY 'MF36BRP - SETBACK REFUSED - '
                            WS-TO-DATE ' IS NOT BEFORE '
                            WS-FROM-DATE
                 END-IF
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  MOVE THE DATE AND LOG IT TOGETHER. THE UPDATE MATCHES    ***
      ***  ONLY IF THE DATE IS STILL THE ONE THIS RUN STARTED ON,   ***
      ***  SO TWO CHANGES CANNOT CROSS.                             ***
      ***-----------------------------------------------------------***
       40000-CHANGE-DATE-PARA.
            EXEC SQL
                UPDATE MFTR36.CLAIMCTL
                   SET BUSDATE = DATE(:WS-TO-DATE)
                 WHERE BUSDATE = DATE(:WS-FROM-DATE)
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE '40000-UPDATE-CLAIMCTL' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
              MOVE 'N' TO WS-CHANGE-OK-SW
           ELSE
               EXEC SQL
                   INSERT INTO MFTR36.BUSDATELOG
                          (CHANGETS, FROMDATE, TODATE, CHANGETYPE,
                           OPID, REASON)
                   VALUES (CURRENT TIMESTAMP, DATE(:WS-FROM-DATE),
                           DATE(:WS-TO-DATE), :WS-ACTION-SW,
                           :WS-CHANGE-OPID, :WS-CHANGE-REASON)
               END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '40000-INSERT-BUSDATELOG' TO WS-ERR-PARAID
                 PERFORM 90000-LOG-SQL-ERROR-PARA
                 MOVE 'N' TO WS-CHANGE-OK-SW
              END-IF
           END-IF
           IF WS-CHANGE-OK AND WS-SETBACK
              PERFORM 41000-REOPEN-RUNS-PARA
           END-IF
           IF WS-CHANGE-OK
               EXEC SQL
                   COMMIT
               END-EXEC
              ADD 1 TO WS-CHANGE-COUNT
              IF WS-ADVANCE
                 DISPLAY 'MF36BRP - BUSINESS DATE ADVANCED FROM '
                         WS-FROM-DATE ' TO ' WS-TO-DATE
              ELSE
                 DISPLAY 'MF36BRP - BUSINESS DATE SET BACK FROM '
                         WS-FROM-DATE ' TO ' WS-TO-DATE ' BY '
                         WS-CHANGE-OPID
              END-IF
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
              ADD 1 TO WS-REFUSED-COUNT
              MOVE 8 TO RETURN-CODE
              DISPLAY 'MF36BRP - BUSINESS DATE NOT CHANGED - SEE '
                      'ERROR LOG'
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  A SET-BACK REOPENS EVERY RUN COMPLETED FOR THE DATES     ***
      ***  BEING GONE BACK OVER, SO THE SUITE RUNS AGAIN FOR THEM - ***
      ***  THE ONCE-PER-DATE GUARD, THE PREREQUISITES AND THE NEXT  ***
      ***  ADVANCE ALL LOOK FOR COMPLETED RUNS.                     ***
      ***-----------------------------------------------------------***
       41000-REOPEN-RUNS-PARA.
           MOVE SPACES TO WS-REOPEN-MSG
           STRING 'REOPENED - BUSINESS DATE SET BACK TO ' WS-TO-DATE
                  ' BY ' WS-CHANGE-OPID
                  DELIMITED BY SIZE INTO WS-REOPEN-MSG
           END-STRING
            EXEC SQL
                UPDATE MFTR36.JOBRUN
                   SET RUNSTATUS = 'O',
                       RUNMSG    = :WS-REOPEN-MSG
                 WHERE BUSDATE  >= DATE(:WS-TO-DATE)
                   AND RUNSTATUS = 'C'
            END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE '41000-UPDATE-JOBRUN' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
              MOVE 'N' TO WS-CHANGE-OK-SW
           END-IF
           .
       50000-EXIT-PARA.
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  LOG AN UNEXPECTED SQLCODE TO MFTR36.SQLERRORLOG, THE SAME ***
      ***  TRAIL THE ONLINE PROGRAMS USE.                           ***
      ***-----------------------------------------------------------***
       90000-LOG-SQL-ERROR-PARA.
           MOVE SQLCODE TO WS-ERR-SQLCODE
            EXEC SQL
                INSERT INTO MFTR36.SQLERRORLOG
                       (CLAIMNUMBER,
                        ERRORTS,
                        PROGID,
                        PARAID,
                        OPID,
                        ERRSQLCODE,
                        ERRSQLSTATE)
                VALUES (0,
                        CURRENT TIMESTAMP,
                        'MF36BRP',
                        :WS-ERR-PARAID,
                        :WS-BATCH-OPID,
                        :WS-ERR-SQLCODE,
                        :SQLSTATE)
            END-EXEC
           .
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE START ON MFTR36.JOBRUN. A JOB   ***
      ***  REFUSED (A PREREQUISITE NOT COMPLETE, OR ALREADY RUN FOR ***
      ***  THE BUSINESS DATE) ENDS HERE WITH RETURN CODE 12.        ***
      ***-----------------------------------------------------------***
       95000-RUN-START-PARA.
           SET JR-START TO TRUE
           MOVE 'MF36BRP' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BRP - RUN REFUSED: ' JR-MESSAGE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE END WITH THE RETURN CODE AND    ***
      ***  THE RUN'S COUNTS (IN, OUT, EXCEPTIONS). THE CALL RESETS  ***
      ***  RETURN-CODE, SO THE JOB'S OWN CODE IS PUT BACK AFTER IT. ***
      ***-----------------------------------------------------------***
       95100-RUN-END-PARA.
           MOVE RETURN-CODE TO JR-RETCODE
           COMPUTE JR-IN-COUNT = WS-CHANGE-COUNT + WS-REFUSED-COUNT
           MOVE WS-CHANGE-COUNT TO JR-OUT-COUNT
           MOVE WS-REFUSED-COUNT TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
