      ******************************************************************
      ***        MF36BRR : DORMANT CLAIM CLOSURE SWEEP                ***
      ***  CLOSES OPEN CLAIMS THAT ARE FINISHED IN ALL BUT NAME -     ***
      ***  NET RESERVE ZERO (CVALUE LESS PAID LESS RECOVERIES, THE    ***
      ***  SAME RESERVE THE INQUIRY SCREEN AND THE AGING REPORT SHOW) ***
      ***  AND NO ACTIVITY FOR THE DORMANCY PERIOD: NO CLAIMS_AUDIT   ***
      ***  ROW, NO PAYMENTS ROW, NO NOTE AND NO DIARY DATE FALLING    ***
      ***  INSIDE IT. SUCH A CLAIM IS LEFT OPEN, AND LISTED WITH THE  ***
      ***  REASON, WHEN IT STILL HAS AN OPEN SIU REFERRAL, A CHEQUE   ***
      ***  NOT YET CLEARED BY THE BANK (NOR VOIDED), OR A DIARY       ***
      ***  FOLLOW-UP STILL TO COME. THE CLOSE IS THE SAME STATUS      ***
      ***  TRANSITION THE SCREEN ALLOWS - OPEN TO SETTLED (P), WHICH  ***
      ***  NEEDS SOMETHING TO HAVE BEEN PAID; A DORMANT CLAIM WITH    ***
      ***  NOTHING PAID CANNOT BE SETTLED AND IS LISTED FOR ITS       ***
      ***  HANDLER TO DENY OR WITHDRAW. EACH CLOSE IS AUDITED ON      ***
      ***  CLAIMS_AUDIT (ACTION 'U') UNDER THE JOB'S OWN OPERATOR ID, ***
      ***  NOTED ON THE CLAIM'S FILE, AND COMMITTED CLAIM BY CLAIM.   ***
      ***  THE REPORT LISTS EVERY CLAIM CLOSED AND EVERY ONE LEFT     ***
      ***  OPEN, BY HANDLER.                                          ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BRR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSRPT ASSIGN TO CLOSRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSRPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-BATCH-OPID            PIC X(08) VALUE 'MF36BRR '.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
          88 WS-EOF-YES                      VALUE 'Y'.
       01 WS-PARM-BAD-SW           PIC X(01) VALUE 'N'.
          88 WS-PARM-BAD                     VALUE 'Y'.
       01 WS-DORMANT-DAYS          PIC S9(4) COMP VALUE 90.
       01 WS-DAYS-SHOW             PIC ZZ9.
       01 WS-HANDLER               PIC X(08).
       01 WS-RECOVERED             PIC S9(9) COMP.
       01 WS-LAST-AUDITED          PIC X(10).
       01 WS-FRAUD-OPEN            PIC S9(9) COMP.
       01 WS-UNCLEARED             PIC S9(9) COMP.
       01 WS-FUTURE-DIARY          PIC S9(9) COMP.
       01 WS-NOTE-TEXT             PIC X(80).
       01 WS-CLOSED-COUNT          PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-SKIP-COUNT            PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-ERROR-COUNT           PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-FOUND-COUNT           PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-AMT-EDIT              PIC ZZZ,ZZZ,ZZ9-.
       01 WS-CLMNBR-EDIT           PIC Z(8)9.
       01 WS-ERR-PARAID            PIC X(30).
       01 WS-ERR-SQLCODE           PIC S9(9) COMP.
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
              'MFTR36 DORMANT ZERO-RESERVE CLAIM CLOSURE SWEEP'.
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
       01 WS-PERIOD-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(33) VALUE
              'NO ACTIVITY FOR AT LEAST (DAYS): '.
           05 PDL-DAYS             PIC ZZ9.
           05 FILLER               PIC X(96) VALUE SPACE.
       01 WS-COL-HDR-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(11) VALUE '    CLAIM'.
           05 FILLER               PIC X(10) VALUE 'HANDLER'.
           05 FILLER               PIC X(12) VALUE 'CAUSE'.
           05 FILLER               PIC X(14) VALUE '       CVALUE'.
           05 FILLER               PIC X(14) VALUE '         PAID'.
           05 FILLER               PIC X(14) VALUE '    RECOVERED'.
           05 FILLER               PIC X(05) VALUE 'CCY'.
           05 FILLER               PIC X(12) VALUE 'LAST AUDIT'.
           05 FILLER               PIC X(41) VALUE 'ACTION'.
       01 WS-DETAIL-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DTL-CLMNBR           PIC X(09).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-HANDLER          PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-CAUSE            PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-CVALUE           PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-PAID             PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-RECOVERED        PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-CCY              PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-LASTAUD          PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-ACTION           PIC X(38).
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
               INCLUDE MF36CP2
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  EVERY OPEN CLAIM WITH ZERO NET RESERVE AND NOTHING ON     ***
      ***  CLAIMS_AUDIT, PAYMENTS, CLAIMNOTES OR DIARY (UP TO THE    ***
      ***  BUSINESS DATE) INSIDE THE DORMANCY PERIOD, WITH THE       ***
      ***  COUNTS THAT DECIDE WHETHER IT MAY BE CLOSED. A DIARY DATE ***
      ***  STILL TO COME IS COUNTED, NOT EXCLUDED, SO THE CLAIM IS   ***
      ***  LISTED AS LEFT OPEN FOR IT.                               ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRDRM CURSOR WITH HOLD FOR
                   SELECT COALESCE(NULLIF(C.ASSIGNEDOPID, ' '),
                                   NULLIF(C.ENTOPID, ' '),
                                   'UNASSIGN'),
                          C.CLAIMNUMBER, C.CAUSE, C.PAID, C.CVALUE,
                          COALESCE(C.CURRENCYCODE, ' '),
                          COALESCE((SELECT SUM(R.RECOVERYAMT)
                                      FROM MFTR36.RECOVERY R
                                     WHERE R.CLAIMNUMBER =
                                           C.CLAIMNUMBER), 0),
                          COALESCE((SELECT CHAR(MAX(DATE(A.AUDITTS)))
                                      FROM MFTR36.CLAIMS_AUDIT A
                                     WHERE A.CLAIMNUMBER =
                                           C.CLAIMNUMBER), ' '),
                          (SELECT COUNT(*)
                             FROM MFTR36.FRAUDREF F
                            WHERE F.CLAIMNUMBER  = C.CLAIMNUMBER
                              AND F.REVIEWSTATUS = 'O'),
                          (SELECT COUNT(*)
                             FROM MFTR36.PAYMENTS P
                            WHERE P.CLAIMNUMBER = C.CLAIMNUMBER
                              AND P.PAYTYPE     = 'P'
                              AND P.CLEAREDTS   IS NULL
                              AND NOT EXISTS
                                  (SELECT 1
                                     FROM MFTR36.PAYMENTS V
                                    WHERE V.CLAIMNUMBER =
                                          P.CLAIMNUMBER
                                      AND V.PAYTYPE     = 'V'
                                      AND V.REVERSEDTS  =
                                          P.PAYMENTTS)),
                          (SELECT COUNT(*)
                             FROM MFTR36.DIARY D
                            WHERE D.CLAIMNUMBER = C.CLAIMNUMBER
                              AND D.FOLLOWUPDT  > DATE(:JR-BUSDATE))
                     FROM MFTR36.CLAIMS C
                    WHERE C.CLAIMSTATUS = 'O'
                      AND C.CVALUE - C.PAID
                          - COALESCE((SELECT SUM(R.RECOVERYAMT)
                                        FROM MFTR36.RECOVERY R
                                       WHERE R.CLAIMNUMBER =
                                             C.CLAIMNUMBER), 0) = 0
                      AND NOT EXISTS
                          (SELECT 1
                             FROM MFTR36.CLAIMS_AUDIT A
                            WHERE A.CLAIMNUMBER = C.CLAIMNUMBER
                              AND DATE(A.AUDITTS) >
                                  DATE(:JR-BUSDATE)
                                  - :WS-DORMANT-DAYS DAYS)
                      AND NOT EXISTS
                          (SELECT 1
                             FROM MFTR36.PAYMENTS P
                            WHERE P.CLAIMNUMBER = C.CLAIMNUMBER
                              AND DATE(P.PAYMENTTS) >
                                  DATE(:JR-BUSDATE)
                                  - :WS-DORMANT-DAYS DAYS)
                      AND NOT EXISTS
                          (SELECT 1
                             FROM MFTR36.CLAIMNOTES N
                            WHERE N.CLAIMNUMBER = C.CLAIMNUMBER
                              AND DATE(N.NOTETS) >
                                  DATE(:JR-BUSDATE)
                                  - :WS-DORMANT-DAYS DAYS)
                      AND NOT EXISTS
                          (SELECT 1
                             FROM MFTR36.DIARY D
                            WHERE D.CLAIMNUMBER = C.CLAIMNUMBER
                              AND D.FOLLOWUPDT  >
                                  DATE(:JR-BUSDATE)
                                  - :WS-DORMANT-DAYS DAYS
                              AND D.FOLLOWUPDT <= DATE(:JR-BUSDATE))
                    ORDER BY 1, 2
           END-EXEC.
       LINKAGE SECTION.
       01  LK-PARM-FIELD.
           05  LK-PARM-LEN         PIC S9(04) COMP.
           05  LK-PARM-DAYS        PIC X(03).
      ***-----------------------------------------------------------***
      ***  AN OPTIONAL JCL PARM OF THE DORMANCY PERIOD IN DAYS (UP   ***
      ***  TO 3 DIGITS, AT LEAST 30) - LEFT OFF, A CLAIM WITH NO     ***
      ***  ACTIVITY FOR 90 DAYS IS DORMANT. THE SAME PROGRAM RUNS    ***
      ***  NIGHTLY OR WEEKLY; ONLY THE SCHEDULE DIFFERS.             ***
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
      *    A SHORT PERIOD WOULD SWEEP UP CLAIMS STILL BEING WORKED -
      *    THE FLOOR KEEPS A MIS-KEYED PARM FROM CLOSING THE BOOK
           IF LK-PARM-LEN > ZERO
              IF LK-PARM-LEN > 3
                 DISPLAY 'MF36BRR - PARM MUST BE 1-3 DIGIT DORMANT DAYS'
                 MOVE 8 TO RETURN-CODE
                 SET WS-PARM-BAD TO TRUE
              ELSE
                 IF LK-PARM-DAYS(1:LK-PARM-LEN) NUMERIC
                    MOVE LK-PARM-DAYS(1:LK-PARM-LEN) TO WS-DORMANT-DAYS
                    IF WS-DORMANT-DAYS < 30
                       DISPLAY 'MF36BRR - DORMANT DAYS MUST BE AT '
                               'LEAST 30'
                       MOVE 8 TO RETURN-CODE
                       SET WS-PARM-BAD TO TRUE
                    END-IF
                 ELSE
                    DISPLAY 'MF36BRR - PARM MUST BE 1-3 DIGIT DORMANT '
                            'DAYS'
                    MOVE 8 TO RETURN-CODE
                    SET WS-PARM-BAD TO TRUE
                 END-IF
              END-IF
           END-IF
           IF WS-PARM-BAD
              CONTINUE
           ELSE
              OPEN OUTPUT CLOSRPT
              ACCEPT WS-RUN-DATE FROM DATE
              MOVE WS-RUN-MM TO RDL-MM
              MOVE WS-RUN-DD TO RDL-DD
              MOVE WS-RUN-YY TO RDL-YY
              ACCEPT WS-RUN-TIME FROM TIME
              MOVE WS-RUN-HH TO RDL-HH
              MOVE WS-RUN-MN TO RDL-MN
              MOVE JR-BUSDATE TO RDL-BUSDATE
              MOVE WS-DORMANT-DAYS TO PDL-DAYS
              MOVE WS-DORMANT-DAYS TO WS-DAYS-SHOW
              WRITE RPT-RECORD FROM WS-TITLE-LINE
              WRITE RPT-RECORD FROM WS-RUNDATE-LINE
              WRITE RPT-RECORD FROM WS-PERIOD-LINE
              WRITE RPT-RECORD FROM WS-BLANK-LINE
              WRITE RPT-RECORD FROM WS-COL-HDR-LINE
               EXEC SQL
                   OPEN CSRDRM
               END-EXEC
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  FETCH THE NEXT DORMANT ZERO-RESERVE CLAIM                 ***
      ***-----------------------------------------------------------***
       20000-FETCH-PARA.
            EXEC SQL
                FETCH CSRDRM
                 INTO :WS-HANDLER, :CLAIMS.CLAIMNUMBER, :CLAIMS.CAUSE,
                      :CLAIMS.PAID, :CLAIMS.CVALUE,
                      :CLAIMS.CURRENCYCODE, :WS-RECOVERED,
                      :WS-LAST-AUDITED, :WS-FRAUD-OPEN,
                      :WS-UNCLEARED, :WS-FUTURE-DIARY
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SW
             WHEN OTHER
               MOVE '20000-FETCH' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  ONE CLAIM - LEAVE IT OPEN IF ANYTHING STILL HANGS ON IT   ***
      ***  OR THE SCREEN WOULD NOT ALLOW THE CLOSE, OTHERWISE CLOSE  ***
      ***  IT; EITHER WAY IT GOES ON THE LIST.                       ***
      ***-----------------------------------------------------------***
       30000-PROCESS-PARA.
           ADD 1 TO WS-FOUND-COUNT
           MOVE SPACES                 TO WS-DETAIL-LINE
           MOVE CLAIMNUMBER OF CLAIMS  TO WS-CLMNBR-EDIT
           MOVE WS-CLMNBR-EDIT         TO DTL-CLMNBR
           MOVE WS-HANDLER             TO DTL-HANDLER
           MOVE FUNCTION DISPLAY-OF(CAUSE OF CLAIMS)
                                       TO DTL-CAUSE
           MOVE CVALUE OF CLAIMS       TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT            TO DTL-CVALUE
           MOVE PAID OF CLAIMS         TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT            TO DTL-PAID
           MOVE WS-RECOVERED           TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT            TO DTL-RECOVERED
           MOVE CURRENCYCODE OF CLAIMS TO DTL-CCY
           MOVE WS-LAST-AUDITED        TO DTL-LASTAUD
           EVALUATE TRUE
             WHEN WS-FRAUD-OPEN > ZERO
               MOVE 'LEFT OPEN - SIU REFERRAL OPEN'      TO DTL-ACTION
               ADD 1 TO WS-SKIP-COUNT
             WHEN WS-UNCLEARED > ZERO
               MOVE 'LEFT OPEN - CHEQUE NOT YET CLEARED' TO DTL-ACTION
               ADD 1 TO WS-SKIP-COUNT
             WHEN WS-FUTURE-DIARY > ZERO
               MOVE 'LEFT OPEN - DIARY FOLLOW-UP TO COME'
                                                         TO DTL-ACTION
               ADD 1 TO WS-SKIP-COUNT
             WHEN PAID OF CLAIMS NOT > ZERO
               MOVE 'LEFT OPEN - NOTHING PAID, CANNOT SETTLE'
                                                         TO DTL-ACTION
               ADD 1 TO WS-SKIP-COUNT
             WHEN OTHER
               PERFORM 31000-CLOSE-CLAIM-PARA
           END-EVALUATE
           WRITE RPT-RECORD FROM WS-DETAIL-LINE
           IF NOT WS-EOF-YES
              PERFORM 20000-FETCH-PARA
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  CLOSE ONE CLAIM AS SETTLED - THE UPDATE RE-CHECKS THAT IT ***
      ***  IS STILL OPEN WITH SOMETHING PAID (THE SCREEN'S O TO P    ***
      ***  RULE) IN CASE IT WAS WORKED SINCE THE CURSOR READ IT.     ***
      ***  THE AUDIT ROW AND THE NOTE GO IN THE SAME UNIT OF WORK,   ***
      ***  COMMITTED PER CLAIM, SO A CLAIM IS NEVER CLOSED UNAUDITED ***
      ***-----------------------------------------------------------***
       31000-CLOSE-CLAIM-PARA.
            EXEC SQL
                UPDATE MFTR36.CLAIMS
                   SET CLAIMSTATUS = 'P'
                 WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                   AND CLAIMSTATUS = 'O'
                   AND PAID        > 0
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM 31100-WRITE-AUDIT-PARA
             WHEN 100
               MOVE 'LEFT OPEN - CHANGED SINCE SELECTED' TO DTL-ACTION
               ADD 1 TO WS-SKIP-COUNT
             WHEN OTHER
               MOVE '31000-CLOSE-CLAIM' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'NOT CLOSED - SQL ERROR, SEE ERROR LOG'
                                                         TO DTL-ACTION
               ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  THE AUDIT ROW IS THE CLAIM AS IT NOW STANDS, THE SAME     ***
      ***  COLUMNS THE SCREEN WRITES ON A MAINTENANCE SAVE, WITH THE ***
      ***  JOB'S IDENTIFIER STANDING IN FOR THE TERMINAL OPERATOR.   ***
      ***-----------------------------------------------------------***
       31100-WRITE-AUDIT-PARA.
            EXEC SQL
                SELECT CLAIMDATE, PAID, CVALUE, CAUSE, OBSERVATIONS,
                       CLAIMSTATUS, POLICYNUMBER,
                       COALESCE(CATEVENT, ' '),
                       COALESCE(ASSIGNEDOPID, ' ')
                  INTO :CLAIMS.CLAIMDATE, :CLAIMS.PAID,
                       :CLAIMS.CVALUE, :CLAIMS.CAUSE,
                       :CLAIMS.OBSERVATIONS, :CLAIMS.CLAIMSTATUS,
                       :CLAIMS.POLICYNUMBER, :CLAIMS.CATEVENT,
                       :CLAIMS.ASSIGNEDOPID
                  FROM MFTR36.CLAIMS
                 WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
            END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO MFTR36.CLAIMS_AUDIT
                          (CLAIMNUMBER,
                           AUDITTS,
                           AUDITACTION,
                           AUDITOPID,
                           CLAIMDATE,
                           PAID,
                           CVALUE,
                           CAUSE,
                           OBSERVATIONS,
                           CLAIMSTATUS,
                           POLICYNUMBER,
                           CATEVENT,
                           ASSIGNEDOPID)
                   VALUES (:CLAIMS.CLAIMNUMBER,
                           CURRENT TIMESTAMP,
                           'U',
                           :WS-BATCH-OPID,
                           :CLAIMS.CLAIMDATE,
                           :CLAIMS.PAID,
                           :CLAIMS.CVALUE,
                           :CLAIMS.CAUSE,
                           :CLAIMS.OBSERVATIONS,
                           :CLAIMS.CLAIMSTATUS,
                           :CLAIMS.POLICYNUMBER,
                           :CLAIMS.CATEVENT,
                           :CLAIMS.ASSIGNEDOPID)
               END-EXEC
           END-IF
           IF SQLCODE = 0
              MOVE SPACES TO WS-NOTE-TEXT
              STRING 'AUTO-CLOSED AS SETTLED BY DORMANT CLAIM SWEEP - '
                     'NET RESERVE ZERO, NO ACTIVITY FOR '
                     WS-DAYS-SHOW ' DAYS'
                     DELIMITED BY SIZE INTO WS-NOTE-TEXT
              END-STRING
               EXEC SQL
                   INSERT INTO MFTR36.CLAIMNOTES
                          (CLAIMNUMBER,
                           NOTETS,
                           NOTEOPID,
                           NOTETEXT)
                   VALUES (:CLAIMS.CLAIMNUMBER,
                           CURRENT TIMESTAMP,
                           :WS-BATCH-OPID,
                           :WS-NOTE-TEXT)
               END-EXEC
           END-IF
           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
              MOVE 'CLOSED - SETTLED (P)'          TO DTL-ACTION
              ADD 1 TO WS-CLOSED-COUNT
           ELSE
              MOVE '31100-WRITE-AUDIT' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
              MOVE 'NOT CLOSED - SQL ERROR, SEE ERROR LOG'
                                                   TO DTL-ACTION
              ADD 1 TO WS-ERROR-COUNT
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  THE FOOT                                                  ***
      ***-----------------------------------------------------------***
       40000-WRAP-UP-PARA.
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           MOVE SPACES               TO WS-TEXT-LINE
           MOVE 'DORMANT ZERO-RESERVE CLAIMS FOUND'  TO TXT-LABEL
           MOVE WS-FOUND-COUNT       TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'CLOSED AS SETTLED'                  TO TXT-LABEL
           MOVE WS-CLOSED-COUNT      TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'LEFT OPEN'                          TO TXT-LABEL
           MOVE WS-SKIP-COUNT        TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'NOT CLOSED - SQL ERROR'             TO TXT-LABEL
           MOVE WS-ERROR-COUNT       TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE WS-CLOSED-COUNT      TO WS-COUNT-EDIT
           DISPLAY 'MF36BRR - CLAIMS CLOSED    : ' WS-COUNT-EDIT
           MOVE WS-SKIP-COUNT        TO WS-COUNT-EDIT
           DISPLAY 'MF36BRR - CLAIMS LEFT OPEN : ' WS-COUNT-EDIT
           IF WS-ERROR-COUNT > ZERO
              DISPLAY 'MF36BRR - SWEEP STOPPED ON SQL ERROR, SEE '
                      'MFTR36.SQLERRORLOG'
           END-IF
            EXEC SQL
                CLOSE CSRDRM
            END-EXEC
           .
       50000-EXIT-PARA.
           IF NOT WS-PARM-BAD
              CLOSE CLOSRPT
           END-IF
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  AN UNEXPECTED SQLCODE BACKS OUT THE CLAIM'S UNFINISHED    ***
      ***  CLOSE (SO NO CLAIM IS LEFT CLOSED WITHOUT ITS AUDIT ROW), ***
      ***  THEN IS LOGGED TO MFTR36.SQLERRORLOG AND COMMITTED ON ITS ***
      ***  OWN. THE ROLLBACK CLOSES THE CURSOR, SO THE SWEEP STOPS   ***
      ***  THERE WITH RETURN CODE 8; CLAIMS ALREADY CLOSED STAY      ***
      ***  CLOSED AND A RERUN PICKS UP THE REST.                     ***
      ***-----------------------------------------------------------***
       90000-LOG-SQL-ERROR-PARA.
           MOVE SQLCODE TO WS-ERR-SQLCODE
            EXEC SQL
                ROLLBACK
            END-EXEC
            EXEC SQL
                INSERT INTO MFTR36.SQLERRORLOG
                       (CLAIMNUMBER,
                        ERRORTS,
                        PROGID,
                        PARAID,
                        OPID,
                        ERRSQLCODE,
                        ERRSQLSTATE)
                VALUES (:CLAIMS.CLAIMNUMBER,
                        CURRENT TIMESTAMP,
                        'MF36BRR',
                        :WS-ERR-PARAID,
                        :WS-BATCH-OPID,
                        :WS-ERR-SQLCODE,
                        :SQLSTATE)
            END-EXEC
            EXEC SQL
                COMMIT
            END-EXEC
           MOVE 8 TO RETURN-CODE
           MOVE 'Y' TO WS-EOF-SW
           .
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE START ON MFTR36.JOBRUN. A JOB    ***
      ***  REFUSED (A PREREQUISITE NOT COMPLETE, OR ALREADY RUN FOR  ***
      ***  THE BUSINESS DATE) ENDS HERE WITH RETURN CODE 12.         ***
      ***-----------------------------------------------------------***
       95000-RUN-START-PARA.
           SET JR-START TO TRUE
           MOVE 'MF36BRR' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BRR - RUN REFUSED: ' JR-MESSAGE
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
           MOVE WS-FOUND-COUNT TO JR-IN-COUNT
           MOVE WS-CLOSED-COUNT TO JR-OUT-COUNT
           MOVE WS-SKIP-COUNT TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
