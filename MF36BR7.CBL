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
       01 WS-TEXT-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 TXT-LABEL            PIC X(40).
           05 BRL-TEXT             PIC X(60).
           05 FILLER               PIC X(60) VALUE SPACE.
       01 WS-BLANK-LINE            PIC X(133) VALUE SPACES.
           COPY MF36CP32.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
                   SELECT A.CLAIMNUMBER, A.PAID, A.CVALUE,
                          A.CLAIMSTATUS
                     FROM MFTR36.CLAIMS_AUDIT A
                    WHERE DATE(A.AUDITTS) = DATE(:JR-BUSDATE)
                      AND A.AUDITTS =
                          (SELECT MAX(B.AUDITTS)
                             FROM MFTR36.CLAIMS_AUDIT B
      ***  MAIN PROCEDURE                                            ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           PERFORM 95000-RUN-START-PARA
           PERFORM 10000-INITIALIZE-PARA
           PERFORM 20000-ACTIVITY-COUNTS-PARA
           PERFORM 30000-ROWCOUNT-PROOF-PARA
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
                SELECT COUNT(*)
                  INTO :WS-INS-TODAY
                  FROM MFTR36.CLAIMS_AUDIT
                 WHERE DATE(AUDITTS) = DATE(:JR-BUSDATE)
                   AND AUDITACTION = 'I'
            END-EXEC
           MOVE ZERO TO WS-UPD-TODAY
                SELECT COUNT(*)
                  INTO :WS-UPD-TODAY
                  FROM MFTR36.CLAIMS_AUDIT
                 WHERE DATE(AUDITTS) = DATE(:JR-BUSDATE)
                   AND AUDITACTION <> 'I'
            END-EXEC
           MOVE SPACES               TO WS-TEXT-LINE
           .
       70000-EXIT-PARA.
           CLOSE BALRPT
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE START ON MFTR36.JOBRUN. A JOB    ***
      ***  REFUSED (A PREREQUISITE NOT COMPLETE, OR ALREADY RUN FOR  ***
      ***  THE BUSINESS DATE) ENDS HERE WITH RETURN CODE 12.         ***
      ***-----------------------------------------------------------***
       95000-RUN-START-PARA.
           SET JR-START TO TRUE
           MOVE 'MF36BR7' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BR7 - RUN REFUSED: ' JR-MESSAGE
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
           MOVE ZERO TO JR-IN-COUNT
           MOVE ZERO TO JR-OUT-COUNT
           COMPUTE JR-EXCP-COUNT = WS-MISMATCH-COUNT
                 + WS-BREAK-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
