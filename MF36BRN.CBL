      ******************************************************************
      ***        MF36BRN : BATCH RUN-CONTROL ROUTINE                  ***
      ***  CALLED BY EVERY BATCH PROGRAM AS ITS FIRST STEP AND AGAIN  ***
      ***  JUST BEFORE IT STOPS (CALL AREA MF36CP32), SO THE NIGHTLY  ***
      ***  SUITE CANNOT RUN OUT OF ORDER OR TWICE AND EVERY RUN IS    ***
      ***  ON RECORD IN MFTR36.JOBRUN, NOT ONLY IN ITS JOB LOG.       ***
      ***  THE START CALL ALSO HANDS BACK THE BUSINESS DATE FROM THE  ***
      ***  CONTROL RECORD (MFTR36.CLAIMCTL), WHICH THE JOB USES AS    ***
      ***  ITS PROCESSING DATE IN PLACE OF THE SYSTEM CLOCK.          ***
      ***  ON START IT REFUSES THE JOB WHEN                           ***
      ***   - THE BUSINESS DATE CANNOT BE READ,                       ***
      ***   - THE JOB HAS ALREADY COMPLETED FOR THE BUSINESS DATE AND ***
      ***     IS NOT AN ON-REQUEST JOB (MFTR36.BATCHJOB RUNFREQ R),   ***
      ***   - ANY OF ITS PREREQUISITES ON MFTR36.JOBPREREQ HAS NOT    ***
      ***     COMPLETED FOR THE SAME BUSINESS DATE;                   ***
      ***  OTHERWISE IT MARKS THE JOB STARTED. ON END IT RECORDS THE  ***
      ***  RETURN CODE AND RECORD COUNTS AND MARKS THE JOB COMPLETED  ***
      ***  (RETURN CODE UNDER 8) OR FAILED. A JOB THAT ABENDS NEVER   ***
      ***  MAKES ITS END CALL AND STAYS STARTED, WHICH THE MORNING    ***
      ***  STATUS REPORT (MF36BRO) SHOWS, AND MAY BE RERUN. EACH CALL ***
      ***  COMMITS ITS OWN ROW SO THE RECORD SURVIVES A LATER ABEND.  ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BRN.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-BATCH-OPID            PIC X(08) VALUE 'MF36BRN '.
       01 WS-ERR-PARAID            PIC X(30).
       01 WS-ERR-SQLCODE           PIC S9(9) COMP.
       01 WS-RUN-STATUS            PIC X(01).
       01 WS-RUN-FREQ              PIC X(01).
       01 WS-MISSING-JOB           PIC X(08).
       01 WS-END-STATUS            PIC X(01).
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP9
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP33
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP34
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP35
           END-EXEC.
       LINKAGE SECTION.
           COPY MF36CP32.
       PROCEDURE DIVISION USING JR-CALL-AREA.
      ***-----------------------------------------------------------***
      ***  MAIN PROCEDURE                                            ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           IF JR-START
              PERFORM 10000-START-PARA
           ELSE
              PERFORM 20000-END-PARA
           END-IF
            EXEC SQL
                COMMIT
            END-EXEC
           GOBACK.
      ***-----------------------------------------------------------***
      ***  START OF A JOB - FIND THE BUSINESS DATE, APPLY THE ONCE-  ***
      ***  PER-DATE AND PREREQUISITE GUARDS, THEN RECORD THE START   ***
      ***  OR THE REFUSAL. A SECOND START OF A COMPLETED JOB LEAVES  ***
      ***  THE COMPLETED ROW AS IT IS - THE REFUSAL IS IN THE LOG.   ***
      ***-----------------------------------------------------------***
       10000-START-PARA.
           SET JR-ALLOWED TO TRUE
           MOVE SPACES TO JR-MESSAGE
           MOVE ZERO   TO JR-RETCODE
                          JR-IN-COUNT
                          JR-OUT-COUNT
                          JR-EXCP-COUNT
           MOVE SPACE  TO WS-RUN-STATUS
           PERFORM 11000-GET-BUSDATE-PARA
           IF JR-ALLOWED
              PERFORM 12000-CHECK-ONCE-PARA
           END-IF
           IF JR-ALLOWED
              PERFORM 13000-CHECK-PREREQ-PARA
           END-IF
           IF JR-ALLOWED
              PERFORM 14000-RECORD-START-PARA
           ELSE
              IF WS-RUN-STATUS NOT = 'C'
                 AND JR-BUSDATE NOT = SPACES
                 PERFORM 15000-RECORD-REFUSAL-PARA
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  THE BUSINESS DATE THE RUN IS FOR - THE ONE ON THE CONTROL ***
      ***  RECORD, NEVER THE SYSTEM CLOCK. WITHOUT IT NO JOB MAY RUN, ***
      ***  SINCE IT COULD NOT TELL WHICH DAY IT WAS PROCESSING.      ***
      ***-----------------------------------------------------------***
       11000-GET-BUSDATE-PARA.
           MOVE SPACES TO JR-BUSDATE
            EXEC SQL
                SELECT CHAR(BUSDATE, ISO)
                  INTO :JR-BUSDATE
                  FROM MFTR36.CLAIMCTL
            END-EXEC
           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 MOVE '11000-READ-CLAIMCTL' TO WS-ERR-PARAID
                 PERFORM 90000-LOG-SQL-ERROR-PARA
              END-IF
              MOVE SPACES TO JR-BUSDATE
              SET JR-REFUSED TO TRUE
              MOVE 'BUSINESS DATE CONTROL RECORD NOT AVAILABLE'
                                          TO JR-MESSAGE
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ONCE PER BUSINESS DATE, UNLESS THE JOB IS ON REQUEST - A  ***
      ***  PROGRAM NOT ON MFTR36.BATCHJOB COUNTS AS ON REQUEST.      ***
      ***-----------------------------------------------------------***
       12000-CHECK-ONCE-PARA.
           MOVE SPACE TO WS-RUN-STATUS
           MOVE 'R'   TO WS-RUN-FREQ
            EXEC SQL
                SELECT RUNSTATUS
                  INTO :WS-RUN-STATUS
                  FROM MFTR36.JOBRUN
                 WHERE JOBNAME = :JR-JOBNAME
                   AND BUSDATE = DATE(:JR-BUSDATE)
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE SPACE TO WS-RUN-STATUS
             WHEN OTHER
               MOVE '12000-READ-JOBRUN' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
           END-EVALUATE
            EXEC SQL
                SELECT RUNFREQ
                  INTO :WS-RUN-FREQ
                  FROM MFTR36.BATCHJOB
                 WHERE JOBNAME = :JR-JOBNAME
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'R' TO WS-RUN-FREQ
           END-IF
           IF WS-RUN-STATUS = 'C' AND WS-RUN-FREQ NOT = 'R'
              SET JR-REFUSED TO TRUE
              STRING 'ALREADY COMPLETED FOR BUSINESS DATE '
                     JR-BUSDATE
                     DELIMITED BY SIZE INTO JR-MESSAGE
              END-STRING
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  THE FIRST PREREQUISITE (BY NAME) WITH NO COMPLETED RUN    ***
      ***  FOR THE BUSINESS DATE - BLANK WHEN ALL HAVE COMPLETED OR  ***
      ***  THE JOB HAS NONE.                                         ***
      ***-----------------------------------------------------------***
       13000-CHECK-PREREQ-PARA.
           MOVE SPACES TO WS-MISSING-JOB
            EXEC SQL
                SELECT COALESCE(MIN(P.PREREQJOB), ' ')
                  INTO :WS-MISSING-JOB
                  FROM MFTR36.JOBPREREQ P
                 WHERE P.JOBNAME = :JR-JOBNAME
                   AND NOT EXISTS
                       (SELECT 1
                          FROM MFTR36.JOBRUN R
                         WHERE R.JOBNAME   = P.PREREQJOB
                           AND R.BUSDATE   = DATE(:JR-BUSDATE)
                           AND R.RUNSTATUS = 'C')
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE '13000-READ-PREREQ' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
              MOVE SPACES TO WS-MISSING-JOB
           END-IF
           IF WS-MISSING-JOB NOT = SPACES
              SET JR-REFUSED TO TRUE
              STRING 'PREREQUISITE ' WS-MISSING-JOB
                     ' NOT COMPLETE FOR ' JR-BUSDATE
                     DELIMITED BY SIZE INTO JR-MESSAGE
              END-STRING
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  MARK THE JOB STARTED - A RERUN REWRITES THE DAY'S ROW     ***
      ***  AND COUNTS THE ATTEMPT, A FIRST RUN ADDS IT.              ***
      ***-----------------------------------------------------------***
       14000-RECORD-START-PARA.
            EXEC SQL
                UPDATE MFTR36.JOBRUN
                   SET RUNSTATUS = 'S',
                       STARTTS   = CURRENT TIMESTAMP,
                       ENDTS     = NULL,
                       RETCODE   = 0,
                       INCOUNT   = 0,
                       OUTCOUNT  = 0,
                       EXCPCOUNT = 0,
                       ATTEMPTS  = ATTEMPTS + 1,
                       RUNMSG    = ' '
                 WHERE JOBNAME = :JR-JOBNAME
                   AND BUSDATE = DATE(:JR-BUSDATE)
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
                EXEC SQL
                    INSERT INTO MFTR36.JOBRUN
                           (JOBNAME, BUSDATE, RUNSTATUS, STARTTS,
                            ENDTS, RETCODE, INCOUNT, OUTCOUNT,
                            EXCPCOUNT, ATTEMPTS, RUNMSG)
                    VALUES (:JR-JOBNAME, DATE(:JR-BUSDATE), 'S',
                            CURRENT TIMESTAMP, NULL, 0, 0, 0,
                            0, 1, ' ')
                END-EXEC
               IF SQLCODE NOT = 0
                  MOVE '14000-INSERT-JOBRUN' TO WS-ERR-PARAID
                  PERFORM 90000-LOG-SQL-ERROR-PARA
               END-IF
             WHEN OTHER
               MOVE '14000-UPDATE-JOBRUN' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  RECORD A REFUSED START, SO THE MORNING REPORT SHOWS WHY   ***
      ***  THE JOB DID NOT RUN.                                      ***
      ***-----------------------------------------------------------***
       15000-RECORD-REFUSAL-PARA.
           MOVE 12 TO JR-RETCODE
            EXEC SQL
                UPDATE MFTR36.JOBRUN
                   SET RUNSTATUS = 'R',
                       STARTTS   = CURRENT TIMESTAMP,
                       ENDTS     = CURRENT TIMESTAMP,
                       RETCODE   = :JR-RETCODE,
                       INCOUNT   = 0,
                       OUTCOUNT  = 0,
                       EXCPCOUNT = 0,
                       ATTEMPTS  = ATTEMPTS + 1,
                       RUNMSG    = :JR-MESSAGE
                 WHERE JOBNAME = :JR-JOBNAME
                   AND BUSDATE = DATE(:JR-BUSDATE)
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
                EXEC SQL
                    INSERT INTO MFTR36.JOBRUN
                           (JOBNAME, BUSDATE, RUNSTATUS, STARTTS,
                            ENDTS, RETCODE, INCOUNT, OUTCOUNT,
                            EXCPCOUNT, ATTEMPTS, RUNMSG)
                    VALUES (:JR-JOBNAME, DATE(:JR-BUSDATE), 'R',
                            CURRENT TIMESTAMP, CURRENT TIMESTAMP,
                            :JR-RETCODE, 0, 0, 0, 1, :JR-MESSAGE)
                END-EXEC
               IF SQLCODE NOT = 0
                  MOVE '15000-INSERT-JOBRUN' TO WS-ERR-PARAID
                  PERFORM 90000-LOG-SQL-ERROR-PARA
               END-IF
             WHEN OTHER
               MOVE '15000-UPDATE-JOBRUN' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  END OF A JOB - ITS RETURN CODE DECIDES COMPLETED OR       ***
      ***  FAILED; THE COUNTS ARE WHATEVER THE JOB PASSED.           ***
      ***-----------------------------------------------------------***
       20000-END-PARA.
           IF JR-RETCODE < 8
              MOVE 'C' TO WS-END-STATUS
           ELSE
              MOVE 'F' TO WS-END-STATUS
           END-IF
            EXEC SQL
                UPDATE MFTR36.JOBRUN
                   SET RUNSTATUS = :WS-END-STATUS,
                       ENDTS     = CURRENT TIMESTAMP,
                       RETCODE   = :JR-RETCODE,
                       INCOUNT   = :JR-IN-COUNT,
                       OUTCOUNT  = :JR-OUT-COUNT,
                       EXCPCOUNT = :JR-EXCP-COUNT
                 WHERE JOBNAME = :JR-JOBNAME
                   AND BUSDATE = DATE(:JR-BUSDATE)
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE '20000-UPDATE-JOBRUN' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  LOG AN UNEXPECTED SQLCODE TO MFTR36.SQLERRORLOG, THE SAME ***
      ***  TRAIL THE ONLINE PROGRAMS USE.                            ***
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
                        'MF36BRN',
                        :WS-ERR-PARAID,
                        :JR-JOBNAME,
                        :WS-ERR-SQLCODE,
                        :SQLSTATE)
            END-EXEC
           .
      ***-----------------------------------------------------------***
