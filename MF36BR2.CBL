           05 FDL-CVALUE-USD       PIC S9(09).
           05 FDL-RESERVE-USD      PIC S9(09).
           05 FDL-RATE-FLAG        PIC X(01).
           COPY MF36CP32.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      ***  MAIN PROCEDURE                                            ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           PERFORM 95000-RUN-START-PARA
           PERFORM 10000-INITIALIZE-PARA
           PERFORM 20000-FETCH-PARA
           PERFORM 30000-PROCESS-PARA UNTIL WS-EOF-YES
           .
      ***-----------------------------------------------------------***
      ***  FIND THE RATE TO HOME CURRENCY IN FORCE FOR THE CLAIM'S    ***
      ***  CURRENCY - THE LATEST EFFDATE NOT AFTER THE BUSINESS DATE. ***
      ***  THE HOME CURRENCY IS ALWAYS RATE 1 AND NEEDS NO ROW. A     ***
      ***  FOREIGN CURRENCY WITH NO RATE ON FILE IS CARRIED AT RATE 1 ***
      ***  AND FLAGGED '*' ON THE RECORD SO THE BUREAU CAN SEE THE    ***
      ***  GAP.                                                       ***
      ***-----------------------------------------------------------***
       30050-GET-RATE-PARA.
           MOVE SPACE TO FDL-RATE-FLAG
                     INTO :EXCHRATE.RATETOUSD
                     FROM MFTR36.EXCHRATE
                    WHERE CURRENCYCODE = :CLAIMS.CURRENCYCODE
                      AND EFFDATE <= DATE(:JR-BUSDATE)
                    ORDER BY EFFDATE DESC
                    FETCH FIRST 1 ROW ONLY
               END-EXEC
       50000-EXIT-PARA.
           CLOSE EXTOUT
           CLOSE RESTCTL
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE START ON MFTR36.JOBRUN. A JOB    ***
      ***  REFUSED (A PREREQUISITE NOT COMPLETE, OR ALREADY RUN FOR  ***
      ***  THE BUSINESS DATE) ENDS HERE WITH RETURN CODE 12.         ***
      ***-----------------------------------------------------------***
       95000-RUN-START-PARA.
           SET JR-START TO TRUE
           MOVE 'MF36BR2' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BR2 - RUN REFUSED: ' JR-MESSAGE
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
           MOVE WS-EXTRACT-COUNT TO JR-IN-COUNT
           MOVE WS-EXTRACT-COUNT TO JR-OUT-COUNT
           MOVE ZERO TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
