           05 REJ-DATA             PIC X(108).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 REJ-REASON           PIC X(40).
           COPY MF36CP32.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      ***  MAIN PROCEDURE                                            ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           PERFORM 95000-RUN-START-PARA
           PERFORM 10000-INITIALIZE-PARA
           PERFORM 20000-READ-PARA
           PERFORM 30000-PROCESS-PARA UNTIL WS-EOF-YES
                        COVLIMIT,
                        INCEPTDT,
                        EXPIRYDT,
                        DEDUCTIBLE,
                        LASTCHGTS)
                VALUES (:POLICY.POLICYNUMBER,
                        :POLICY.HOLDERNAME,
                        :POLICY.COVLIMIT,
                        :POLICY.INCEPTDT,
                        :POLICY.EXPIRYDT,
                        :POLICY.DEDUCTIBLE,
                        CURRENT TIMESTAMP)
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                       COVLIMIT   = :POLICY.COVLIMIT,
                       INCEPTDT   = :POLICY.INCEPTDT,
                       EXPIRYDT   = :POLICY.EXPIRYDT,
                       DEDUCTIBLE = :POLICY.DEDUCTIBLE,
                       LASTCHGTS  = CURRENT TIMESTAMP
                 WHERE POLICYNUMBER = :POLICY.POLICYNUMBER
            END-EXEC
           EVALUATE SQLCODE
              MOVE PI-EXPIRYDT     TO EXPIRYDT     OF POLICY
               EXEC SQL
                   UPDATE MFTR36.POLICY
                      SET EXPIRYDT  = :POLICY.EXPIRYDT,
                          LASTCHGTS = CURRENT TIMESTAMP
                    WHERE POLICYNUMBER = :POLICY.POLICYNUMBER
               END-EXEC
              EVALUATE SQLCODE
           CLOSE POLIN
           CLOSE ACCEPTF
           CLOSE REJECTF
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE START ON MFTR36.JOBRUN. A JOB    ***
      ***  REFUSED (A PREREQUISITE NOT COMPLETE, OR ALREADY RUN FOR  ***
      ***  THE BUSINESS DATE) ENDS HERE WITH RETURN CODE 12.         ***
      ***-----------------------------------------------------------***
       95000-RUN-START-PARA.
           SET JR-START TO TRUE
           MOVE 'MF36BL2' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BL2 - RUN REFUSED: ' JR-MESSAGE
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
           MOVE WS-ACCEPT-COUNT TO JR-OUT-COUNT
           MOVE WS-REJECT-COUNT TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
