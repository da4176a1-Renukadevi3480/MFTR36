      ******************************************************************
      ***        MF36BRO : MORNING BATCH OPERATIONS STATUS REPORT     ***
      ***  ONE LINE PER JOB OF THE NIGHTLY SUITE FOR A BUSINESS DATE ***
      ***  FROM THE RUN-CONTROL TABLE MFTR36.JOBRUN - WHETHER IT RAN ***
      ***  AND HOW IT ENDED, WHEN IT STARTED AND ENDED, ITS RETURN   ***
      ***  CODE, ITS IN/OUT/EXCEPTION COUNTS AND HOW MANY ATTEMPTS   ***
      ***  IT TOOK, WITH THE REASON UNDER ANY REFUSED START. JOBS    ***
      ***  ARE LISTED IN SCHEDULE ORDER (MFTR36.BATCHJOB JOBSEQ);    ***
      ***  EVERY DAILY JOB APPEARS, AS NOT RUN IF IT HAS NO ROW, AND ***
      ***  OTHER JOBS (WEEKLY, MONTHLY, ON REQUEST, OR NOT ON        ***
      ***  BATCHJOB AT ALL) APPEAR WHEN THEY RAN. A JOB STILL MARKED ***
      ***  STARTED HAS NOT REACHED ITS END - IT ABENDED OR IS STILL  ***
      ***  RUNNING. A RUN SET ASIDE WHEN MF36BRP MOVED THE BUSINESS  ***
      ***  DATE BACK SHOWS AS REOPENED, WITH MF36BRP'S REASON AND    ***
      ***  WITHOUT THE OLD RUN'S TIMES AND COUNTS. THE FOOT COUNTS   ***
      ***  THE JOBS BY STATUS AND THE REPORT ENDS WITH RETURN CODE 4 ***
      ***  WHEN ANY JOB FAILED, WAS REFUSED, HAS NO END, WAS         ***
      ***  REOPENED OR DID NOT RUN, SO THE SCHEDULER CAN ALERT ON    ***
      ***  IT.                                                       ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPSSTAT ASSIGN TO OPSSTAT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPSSTAT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
          88 WS-EOF-YES                      VALUE 'Y'.
       01 WS-PARM-BAD-SW           PIC X(01) VALUE 'N'.
          88 WS-PARM-BAD                     VALUE 'Y'.
       01 WS-REPORT-DATE           PIC X(10) VALUE SPACES.
       01 WS-RUN-STATUS            PIC X(01).
          88 WS-RUN-COMPLETED                VALUE 'C'.
          88 WS-RUN-FAILED                   VALUE 'F'.
          88 WS-RUN-REFUSED                  VALUE 'R'.
          88 WS-RUN-NO-END                   VALUE 'S'.
          88 WS-RUN-REOPENED                 VALUE 'O'.
          88 WS-RUN-NOT-RUN                  VALUE ' '.
       01 WS-START-TS              PIC X(16).
       01 WS-END-TIME              PIC X(08).
       01 WS-JOB-COUNT             PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-COMPLETED-COUNT       PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-FAILED-COUNT          PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-REFUSED-COUNT         PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-NO-END-COUNT          PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-REOPENED-COUNT        PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-NOT-RUN-COUNT         PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-PROBLEM-COUNT         PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-RC-EDIT               PIC ZZ9.
       01 WS-REC-EDIT              PIC Z(8)9.
       01 WS-EXCP-EDIT             PIC Z(6)9.
       01 WS-TRIES-EDIT            PIC ZZ9.
       01 WS-RUN-DATE.
          05 WS-RUN-YY             PIC 9(02).
          05 WS-RUN-MM             PIC 9(02).
          05 WS-RUN-DD             PIC 9(02).
       01 WS-RUN-TIME.
          05 WS-RUN-HH             PIC 9(02).
          05 WS-RUN-MN             PIC 9(02).
          05 WS-RUN-SS             PIC 9(02).
          05 WS-RUN-HS             PIC 9(02).
       01 WS-TITLE-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(132) VALUE
              'MFTR36 BATCH OPERATIONS STATUS - JOBS FOR BUSINESS DATE'.
       01 WS-RUNDATE-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(09) VALUE 'RUN DATE:'.
           05 RDL-MM               PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 RDL-DD               PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 RDL-YY               PIC 9(02).
           05 FILLER               PIC X(04) VALUE ' AT '.
           05 RDL-HH               PIC 9(02).
           05 FILLER               PIC X(01) VALUE ':'.
           05 RDL-MN               PIC 9(02).
           05 FILLER               PIC X(04) VALUE SPACE.
           05 FILLER               PIC X(15) VALUE 'BUSINESS DATE: '.
           05 RDL-BUSDATE          PIC X(10).
           05 FILLER               PIC X(77) VALUE SPACE.
       01 WS-COL-HDR-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(10) VALUE 'JOB'.
           05 FILLER               PIC X(26) VALUE 'DESCRIPTION'.
           05 FILLER               PIC X(11) VALUE 'STATUS'.
           05 FILLER               PIC X(18) VALUE 'STARTED'.
           05 FILLER               PIC X(10) VALUE 'ENDED'.
           05 FILLER               PIC X(05) VALUE ' RC'.
           05 FILLER               PIC X(11) VALUE '       IN'.
           05 FILLER               PIC X(11) VALUE '      OUT'.
           05 FILLER               PIC X(09) VALUE '   EXCPS'.
           05 FILLER               PIC X(21) VALUE 'TRY'.
       01 WS-DETAIL-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DTL-JOBNAME          PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-JOBDESC          PIC X(24).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-STATUS           PIC X(09).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-STARTED          PIC X(16).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-ENDED            PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-RC               PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-IN               PIC X(09).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-OUT              PIC X(09).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-EXCP             PIC X(07).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-TRIES            PIC X(03).
           05 FILLER               PIC X(18) VALUE SPACE.
       01 WS-REASON-LINE.
           05 FILLER               PIC X(11) VALUE SPACE.
           05 FILLER               PIC X(08) VALUE 'REASON: '.
           05 RSL-MESSAGE          PIC X(60).
           05 FILLER               PIC X(54) VALUE SPACE.
       01 WS-TEXT-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 TXT-LABEL            PIC X(40).
           05 TXT-VALUE            PIC X(13).
           05 FILLER               PIC X(79) VALUE SPACE.
       01 WS-BLANK-LINE            PIC X(133) VALUE SPACES.
           COPY MF36CP32.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP33
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP34
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  EVERY DAILY JOB, RUN OR NOT, AND EVERY OTHER JOB ON       ***
      ***  BATCHJOB THAT RAN, THEN ANY JOB THAT RAN WITHOUT A        ***
      ***  BATCHJOB ROW - THIS REPORT'S OWN RUNS ARE LEFT OUT.       ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSROPS CURSOR WITH HOLD FOR
                   SELECT J.JOBSEQ, J.JOBNAME,
                          COALESCE(J.JOBDESC, ' '),
                          COALESCE(R.RUNSTATUS, ' '),
                          COALESCE(SUBSTR(CHAR(R.STARTTS), 1, 16),
                                   ' '),
                          COALESCE(CHAR(TIME(R.ENDTS), ISO), ' '),
                          COALESCE(R.RETCODE, 0),
                          COALESCE(R.INCOUNT, 0),
                          COALESCE(R.OUTCOUNT, 0),
                          COALESCE(R.EXCPCOUNT, 0),
                          COALESCE(R.ATTEMPTS, 0),
                          COALESCE(R.RUNMSG, ' ')
                     FROM MFTR36.BATCHJOB J
                          LEFT OUTER JOIN MFTR36.JOBRUN R
                             ON R.JOBNAME = J.JOBNAME
                            AND R.BUSDATE = DATE(:WS-REPORT-DATE)
                    WHERE J.JOBNAME <> 'MF36BRO'
                      AND (J.RUNFREQ = 'D'
                           OR R.JOBNAME IS NOT NULL)
                   UNION ALL
                   SELECT 9999, R.JOBNAME, ' ',
                          R.RUNSTATUS,
                          COALESCE(SUBSTR(CHAR(R.STARTTS), 1, 16),
                                   ' '),
                          COALESCE(CHAR(TIME(R.ENDTS), ISO), ' '),
                          COALESCE(R.RETCODE, 0),
                          COALESCE(R.INCOUNT, 0),
                          COALESCE(R.OUTCOUNT, 0),
                          COALESCE(R.EXCPCOUNT, 0),
                          COALESCE(R.ATTEMPTS, 0),
                          COALESCE(R.RUNMSG, ' ')
                     FROM MFTR36.JOBRUN R
                    WHERE R.BUSDATE = DATE(:WS-REPORT-DATE)
                      AND R.JOBNAME <> 'MF36BRO'
                      AND NOT EXISTS
                          (SELECT 1
                             FROM MFTR36.BATCHJOB J
                            WHERE J.JOBNAME = R.JOBNAME)
                    ORDER BY 1, 2
           END-EXEC.
       LINKAGE SECTION.
       01  LK-PARM-FIELD.
           05  LK-PARM-LEN         PIC S9(04) COMP.
           05  LK-PARM-DATE        PIC X(10).
      ***-----------------------------------------------------------***
      ***  AN OPTIONAL JCL PARM OF THE BUSINESS DATE, YYYY-MM-DD -   ***
      ***  LEFT OFF, THE REPORT IS FOR THE LATEST BUSINESS DATE ANY  ***
      ***  JOB HAS RUN FOR, I.E. LAST NIGHT'S SUITE.                 ***
      ***-----------------------------------------------------------***
       PROCEDURE DIVISION USING LK-PARM-FIELD.
      ***-----------------------------------------------------------***
      ***  MAIN PROCEDURE                                            ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           PERFORM 95000-RUN-START-PARA
           PERFORM 10000-INITIALIZE-PARA
           IF WS-PARM-BAD
              PERFORM 50000-EXIT-PARA
           END-IF
           PERFORM 20000-FETCH-PARA
           PERFORM 30000-PROCESS-PARA UNTIL WS-EOF-YES
           PERFORM 40000-WRAP-UP-PARA
           PERFORM 50000-EXIT-PARA.
       10000-INITIALIZE-PARA.
           IF LK-PARM-LEN > ZERO
              IF LK-PARM-LEN NOT = 10
                 OR LK-PARM-DATE(1:4) NOT NUMERIC
                 OR LK-PARM-DATE(5:1) NOT = '-'
                 OR LK-PARM-DATE(6:2) NOT NUMERIC
                 OR LK-PARM-DATE(8:1) NOT = '-'
                 OR LK-PARM-DATE(9:2) NOT NUMERIC
                 OR LK-PARM-DATE(6:2) < '01'
                 OR LK-PARM-DATE(6:2) > '12'
                 DISPLAY 'MF36BRO - PARM MUST BE A BUSINESS DATE '
                         'YYYY-MM-DD'
                 MOVE 8 TO RETURN-CODE
                 SET WS-PARM-BAD TO TRUE
              ELSE
                 MOVE LK-PARM-DATE TO WS-REPORT-DATE
              END-IF
           ELSE
              PERFORM 11000-LATEST-BUSDATE-PARA
           END-IF
           IF WS-PARM-BAD
              CONTINUE
           ELSE
              OPEN OUTPUT OPSSTAT
              ACCEPT WS-RUN-DATE FROM DATE
              MOVE WS-RUN-MM TO RDL-MM
              MOVE WS-RUN-DD TO RDL-DD
              MOVE WS-RUN-YY TO RDL-YY
              ACCEPT WS-RUN-TIME FROM TIME
              MOVE WS-RUN-HH TO RDL-HH
              MOVE WS-RUN-MN TO RDL-MN
              MOVE WS-REPORT-DATE TO RDL-BUSDATE
              WRITE RPT-RECORD FROM WS-TITLE-LINE
              WRITE RPT-RECORD FROM WS-RUNDATE-LINE
              WRITE RPT-RECORD FROM WS-COL-HDR-LINE
               EXEC SQL
                   OPEN CSROPS
               END-EXEC
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  THE LATEST BUSINESS DATE ON THE RUN-CONTROL TABLE, LEAVING ***
      ***  OUT THIS REPORT'S OWN RUNS - WITH NO RUNS AT ALL THE       ***
      ***  RUN-CONTROL DATE IS USED AND EVERY DAILY JOB IS NOT RUN.  ***
      ***-----------------------------------------------------------***
       11000-LATEST-BUSDATE-PARA.
            EXEC SQL
                SELECT COALESCE(CHAR(MAX(BUSDATE), ISO), ' ')
                  INTO :WS-REPORT-DATE
                  FROM MFTR36.JOBRUN
                 WHERE JOBNAME <> 'MF36BRO'
            END-EXEC
           IF SQLCODE NOT = 0 OR WS-REPORT-DATE = SPACES
              MOVE JR-BUSDATE TO WS-REPORT-DATE
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  FETCH THE NEXT JOB                                        ***
      ***-----------------------------------------------------------***
       20000-FETCH-PARA.
            EXEC SQL
                FETCH CSROPS
                 INTO :BATCHJOB.JOBSEQ, :JOBRUN.JOBNAME,
                      :BATCHJOB.JOBDESC, :WS-RUN-STATUS,
                      :WS-START-TS, :WS-END-TIME,
                      :JOBRUN.RETCODE, :JOBRUN.INCOUNT,
                      :JOBRUN.OUTCOUNT, :JOBRUN.EXCPCOUNT,
                      :JOBRUN.ATTEMPTS, :JOBRUN.RUNMSG
            END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ONE JOB - ITS STATUS, AND THE TIMES AND COUNTS WHEN IT    ***
      ***  RAN; A REFUSED OR FAILED JOB GETS ITS REASON UNDERNEATH.  ***
      ***-----------------------------------------------------------***
       30000-PROCESS-PARA.
           MOVE SPACES              TO WS-DETAIL-LINE
           MOVE JOBNAME OF JOBRUN   TO DTL-JOBNAME
           MOVE JOBDESC OF BATCHJOB TO DTL-JOBDESC
           ADD 1 TO WS-JOB-COUNT
           EVALUATE TRUE
             WHEN WS-RUN-COMPLETED
               MOVE 'COMPLETED' TO DTL-STATUS
               ADD 1 TO WS-COMPLETED-COUNT
             WHEN WS-RUN-FAILED
               MOVE 'FAILED'    TO DTL-STATUS
               ADD 1 TO WS-FAILED-COUNT
             WHEN WS-RUN-REFUSED
               MOVE 'REFUSED'   TO DTL-STATUS
               ADD 1 TO WS-REFUSED-COUNT
             WHEN WS-RUN-NO-END
               MOVE 'NO END'    TO DTL-STATUS
               ADD 1 TO WS-NO-END-COUNT
             WHEN WS-RUN-REOPENED
               MOVE 'REOPENED'  TO DTL-STATUS
               ADD 1 TO WS-REOPENED-COUNT
             WHEN OTHER
               MOVE 'NOT RUN'   TO DTL-STATUS
               ADD 1 TO WS-NOT-RUN-COUNT
           END-EVALUATE
      *    A REOPENED RUN'S TIMES AND COUNTS ARE THOSE OF THE RUN
      *    SET ASIDE, NOT OF ANYTHING STILL TO COME - LEAVE THEM OFF
           IF NOT WS-RUN-NOT-RUN AND NOT WS-RUN-REOPENED
              MOVE WS-START-TS          TO DTL-STARTED
              MOVE WS-END-TIME          TO DTL-ENDED
              MOVE RETCODE OF JOBRUN    TO WS-RC-EDIT
              MOVE WS-RC-EDIT           TO DTL-RC
              MOVE INCOUNT OF JOBRUN    TO WS-REC-EDIT
              MOVE WS-REC-EDIT          TO DTL-IN
              MOVE OUTCOUNT OF JOBRUN   TO WS-REC-EDIT
              MOVE WS-REC-EDIT          TO DTL-OUT
              MOVE EXCPCOUNT OF JOBRUN  TO WS-EXCP-EDIT
              MOVE WS-EXCP-EDIT         TO DTL-EXCP
              MOVE ATTEMPTS OF JOBRUN   TO WS-TRIES-EDIT
              MOVE WS-TRIES-EDIT        TO DTL-TRIES
           END-IF
           WRITE RPT-RECORD FROM WS-DETAIL-LINE
           IF RUNMSG OF JOBRUN NOT = SPACES
              MOVE RUNMSG OF JOBRUN     TO RSL-MESSAGE
              WRITE RPT-RECORD FROM WS-REASON-LINE
           END-IF
           PERFORM 20000-FETCH-PARA
           .
      ***-----------------------------------------------------------***
      ***  THE FOOT - JOBS BY STATUS; ANYTHING BUT COMPLETED SETS    ***
      ***  RETURN CODE 4 FOR THE OPERATIONS ALERT.                   ***
      ***-----------------------------------------------------------***
       40000-WRAP-UP-PARA.
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           MOVE SPACES               TO WS-TEXT-LINE
           MOVE 'JOBS LISTED'                   TO TXT-LABEL
           MOVE WS-JOB-COUNT         TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'COMPLETED'                     TO TXT-LABEL
           MOVE WS-COMPLETED-COUNT   TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'FAILED (RETURN CODE 8 OR OVER)' TO TXT-LABEL
           MOVE WS-FAILED-COUNT      TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'REFUSED AT START'              TO TXT-LABEL
           MOVE WS-REFUSED-COUNT     TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'STARTED WITH NO END (ABEND/RUNNING)' TO TXT-LABEL
           MOVE WS-NO-END-COUNT      TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'REOPENED FOR A RERUN'          TO TXT-LABEL
           MOVE WS-REOPENED-COUNT    TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'DAILY JOBS NOT RUN'            TO TXT-LABEL
           MOVE WS-NOT-RUN-COUNT     TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           COMPUTE WS-PROBLEM-COUNT = WS-FAILED-COUNT
                                    + WS-REFUSED-COUNT
                                    + WS-NO-END-COUNT
                                    + WS-REOPENED-COUNT
                                    + WS-NOT-RUN-COUNT
           IF WS-PROBLEM-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-JOB-COUNT         TO WS-COUNT-EDIT
           DISPLAY 'MF36BRO - JOBS FOR ' WS-REPORT-DATE ' : '
                   WS-COUNT-EDIT
           MOVE WS-PROBLEM-COUNT     TO WS-COUNT-EDIT
           DISPLAY 'MF36BRO - JOBS NEEDING ATTENTION : ' WS-COUNT-EDIT
            EXEC SQL
                CLOSE CSROPS
            END-EXEC
           .
       50000-EXIT-PARA.
           IF NOT WS-PARM-BAD
              CLOSE OPSSTAT
           END-IF
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE START ON MFTR36.JOBRUN. A JOB    ***
      ***  REFUSED (A PREREQUISITE NOT COMPLETE, OR ALREADY RUN FOR  ***
      ***  THE BUSINESS DATE) ENDS HERE WITH RETURN CODE 12.         ***
      ***-----------------------------------------------------------***
       95000-RUN-START-PARA.
           SET JR-START TO TRUE
           MOVE 'MF36BRO' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BRO - RUN REFUSED: ' JR-MESSAGE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE END WITH THE RETURN CODE AND     ***
      ***  THE RUN'S COUNTS (IN, OUT, EXCEPTIONS). THE CALL RESETS   ***
      ***  RETURN-CODE, SO THE JOB'S OWN CODE IS PUT BACK AFTER IT.  ***
      ***-----------------------------------------------------------***
       95100-RUN-END-PARA.
           MOVE RETURN-CODE TO JR-RETCODE
           MOVE WS-JOB-COUNT TO JR-IN-COUNT
           MOVE WS-JOB-COUNT TO JR-OUT-COUNT
           MOVE WS-PROBLEM-COUNT TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
