       01  LET-RECORD                 PIC X(63).
       FD  ARCCAU
           RECORDING MODE IS F.
       01  CAU-RECORD                 PIC X(123).
       FD  RESTCTL.
           COPY MF36CP5.
       WORKING-STORAGE SECTION.
           05 CAU-SUPID            PIC X(08).
           05 CAU-DESC             PIC X(60).
           05 CAU-EXPIRYDT         PIC X(10).
           05 CAU-DOCTYPE          PIC X(08).
           COPY MF36CP32.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
                          COALESCE(A.POLICYNUMBER, 0)
                     FROM MFTR36.CLAIMS_AUDIT A
                    WHERE DATE(A.AUDITTS) <
                          DATE(:JR-BUSDATE) - :WS-RET-AUD DAYS
                      AND NOT EXISTS
                          (SELECT 1
                             FROM MFTR36.CLAIMS C
                          ERRSQLCODE, COALESCE(ERRSQLSTATE, ' ')
                     FROM MFTR36.SQLERRORLOG
                    WHERE DATE(ERRORTS) <
                          DATE(:JR-BUSDATE) - :WS-RET-SQL DAYS
                      FOR UPDATE
           END-EXEC.
           EXEC SQL
                          COALESCE(CLAIMNUMBER, 0)
                     FROM MFTR36.SECURITYLOG
                    WHERE DATE(DENYTS) <
                          DATE(:JR-BUSDATE) - :WS-RET-SEC DAYS
                      FOR UPDATE
           END-EXEC.
           EXEC SQL
                   SELECT CLAIMNUMBER, AUDITTS, LETTERTYPE, SENTTS
                     FROM MFTR36.LETTERLOG
                    WHERE DATE(SENTTS) <
                          DATE(:JR-BUSDATE) - :WS-RET-LET DAYS
                      FOR UPDATE
           END-EXEC.
           EXEC SQL
                   SELECT CCODE, AUDITTS, AUDITACTION,
                          COALESCE(SUPID, ' '),
                          COALESCE(DESCRIPTION, ' '),
                          COALESCE(CHAR(EXPIRYDT), ' '),
                          COALESCE(DOCTYPE, ' ')
                     FROM MFTR36.CAUSEAUDIT
                    WHERE DATE(AUDITTS) <
                          DATE(:JR-BUSDATE) - :WS-RET-CAU DAYS
                      FOR UPDATE
           END-EXEC.
       LINKAGE SECTION.
      ***  MAIN PROCEDURE - ONE TABLE AT A TIME                      ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           PERFORM 95000-RUN-START-PARA
           PERFORM 10000-INITIALIZE-PARA
           IF WS-PARM-BAD
              PERFORM 50000-EXIT-PARA
                      :CAUSEAUDIT.AUDITACTION,
                      :CAUSEAUDIT.SUPID,
                      :CAUSEAUDIT.DESCRIPTION,
                      :CAUSEAUDIT.EXPIRYDT,
                      :CAUSEAUDIT.DOCTYPE
            END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF-SW
                                         TO CAU-DESC
           MOVE FUNCTION DISPLAY-OF(EXPIRYDT OF CAUSEAUDIT)
                                         TO CAU-EXPIRYDT
           MOVE DOCTYPE     OF CAUSEAUDIT TO CAU-DOCTYPE
           WRITE CAU-RECORD FROM WS-CAU-LINE
            EXEC SQL
                DELETE FROM MFTR36.CAUSEAUDIT
              CLOSE ARCAUD ARCSQL ARCSEC ARCLET ARCCAU
              CLOSE RESTCTL
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
           MOVE 'MF36BRC' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BRC - RUN REFUSED: ' JR-MESSAGE
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
           MOVE WS-DELETE-TOTAL TO JR-IN-COUNT
           MOVE WS-DELETE-TOTAL TO JR-OUT-COUNT
           MOVE ZERO TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
