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
       01 WS-COL-HDR-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(22) VALUE 'CAUSE'.
       01 WS-RESERVE-EDIT          PIC ZZZ,ZZZ,ZZ9.
       01 WS-AGE-EDIT              PIC ZZZZZ9.
       01 WS-CLMNBR-EDIT           PIC Z(8)9.
           COPY MF36CP32.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
               INCLUDE MF36CP11
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  THE AGE IN DAYS IS COMPUTED BY DB2 AGAINST THE BUSINESS   ***
      ***  DATE SO THE BUCKETING AND THE OVER-90 RESTRICTION USE THE ***
      ***  SAME ARITHMETIC.                                          ***
      ***-----------------------------------------------------------***
      ***  THE RESERVE IS STATED NET OF THE CLAIM'S MFTR36.RECOVERY  ***
           EXEC SQL
               DECLARE CSRAGE CURSOR WITH HOLD FOR
                   SELECT C.CAUSE, C.PAID, C.CVALUE, C.CURRENCYCODE,
                          DAYS(DATE(:JR-BUSDATE)) - DAYS(C.CLAIMDATE),
                          COALESCE((SELECT SUM(R.RECOVERYAMT)
                                      FROM MFTR36.RECOVERY R
                                     WHERE R.CLAIMNUMBER =
                   SELECT C.CLAIMNUMBER, C.CLAIMDATE, C.CAUSE,
                          C.PAID, C.CVALUE, C.CURRENCYCODE,
                          C.ENTOPID,
                          DAYS(DATE(:JR-BUSDATE)) - DAYS(C.CLAIMDATE),
                          COALESCE((SELECT SUM(R.RECOVERYAMT)
                                      FROM MFTR36.RECOVERY R
                                     WHERE R.CLAIMNUMBER =
                                           C.CLAIMNUMBER), 0)
                     FROM MFTR36.CLAIMS C
                    WHERE C.CLAIMSTATUS = 'O'
                      AND DAYS(DATE(:JR-BUSDATE)) - DAYS(C.CLAIMDATE)
                          > 90
                    ORDER BY C.CAUSE, C.CLAIMDATE, C.CLAIMNUMBER
           END-EXEC.
       PROCEDURE DIVISION.
      ***  MAIN PROCEDURE                                            ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           PERFORM 95000-RUN-START-PARA
           PERFORM 10000-INITIALIZE-PARA
           PERFORM 20000-FETCH-PARA
           PERFORM 30000-PROCESS-PARA UNTIL WS-EOF-YES
           MOVE WS-RUN-MM TO RDL-MM
           MOVE WS-RUN-DD TO RDL-DD
           MOVE WS-RUN-YY TO RDL-YY
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-HH TO RDL-HH
           MOVE WS-RUN-MN TO RDL-MN
           MOVE JR-BUSDATE TO RDL-BUSDATE
           WRITE RPT-RECORD FROM WS-TITLE-LINE
           WRITE RPT-RECORD FROM WS-RUNDATE-LINE
           WRITE RPT-RECORD FROM WS-COL-HDR-LINE
                     INTO :EXCHRATE.RATETOUSD
                     FROM MFTR36.EXCHRATE
                    WHERE CURRENCYCODE = :CLAIMS.CURRENCYCODE
                      AND EFFDATE <= DATE(:JR-BUSDATE)
                    ORDER BY EFFDATE DESC
                    FETCH FIRST 1 ROW ONLY
               END-EXEC
           .
       50000-EXIT-PARA.
           CLOSE RPTOUT
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE START ON MFTR36.JOBRUN. A JOB    ***
      ***  REFUSED (A PREREQUISITE NOT COMPLETE, OR ALREADY RUN FOR  ***
      ***  THE BUSINESS DATE) ENDS HERE WITH RETURN CODE 12.         ***
      ***-----------------------------------------------------------***
       95000-RUN-START-PARA.
           SET JR-START TO TRUE
           MOVE 'MF36BR3' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BR3 - RUN REFUSED: ' JR-MESSAGE
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
           COMPUTE JR-IN-COUNT = WS-GB-COUNT (1)
                 + WS-GB-COUNT (2)
                 + WS-GB-COUNT (3)
                 + WS-GB-COUNT (4)
                 + WS-GB-COUNT (5)
           MOVE JR-IN-COUNT TO JR-OUT-COUNT
           MOVE ZERO TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
