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
       01 WS-REJECT-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RJL-DATA             PIC X(25).
           05 STL-AGE              PIC X(06).
           05 FILLER               PIC X(108) VALUE SPACE.
       01 WS-BLANK-LINE            PIC X(133) VALUE SPACES.
           COPY MF36CP32.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
               DECLARE CSRSTL CURSOR WITH HOLD FOR
                   SELECT C.CURRENCYCODE,
                          COALESCE(CHAR(MAX(E.EFFDATE)), 'NO RATE'),
                          COALESCE(DAYS(DATE(:JR-BUSDATE))
                                   - DAYS(MAX(E.EFFDATE)), 99999)
                     FROM MFTR36.CLAIMS C
                          LEFT OUTER JOIN MFTR36.EXCHRATE E
                      AND C.CURRENCYCODE <> ' '
                    GROUP BY C.CURRENCYCODE
                   HAVING MAX(E.EFFDATE) IS NULL
                       OR DAYS(DATE(:JR-BUSDATE)) - DAYS(MAX(E.EFFDATE))
                          > :WS-STALE-DAYS
                    ORDER BY C.CURRENCYCODE
           END-EXEC.
      ***  MAIN PROCEDURE                                            ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           PERFORM 95000-RUN-START-PARA
           PERFORM 10000-INITIALIZE-PARA
           IF WS-PARM-BAD
              PERFORM 50000-EXIT-PARA
           MOVE WS-RUN-MM TO RDL-MM
           MOVE WS-RUN-DD TO RDL-DD
           MOVE WS-RUN-YY TO RDL-YY
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-HH TO RDL-HH
           MOVE WS-RUN-MN TO RDL-MN
           MOVE JR-BUSDATE TO RDL-BUSDATE
           WRITE RPT-RECORD FROM WS-TITLE-LINE
           WRITE RPT-RECORD FROM WS-RUNDATE-LINE
           WRITE RPT-RECORD FROM WS-BLANK-LINE
              CLOSE RATEIN
              CLOSE RATERPT
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
           MOVE 'MF36BL3' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BL3 - RUN REFUSED: ' JR-MESSAGE
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
           MOVE WS-READ-COUNT TO JR-IN-COUNT
           MOVE WS-LOAD-COUNT TO JR-OUT-COUNT
           MOVE WS-REJECT-COUNT TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
