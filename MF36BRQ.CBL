      ******************************************************************
      ***        MF36BRQ : OUTSTANDING-DOCUMENT CHASE LIST            ***
      ***  NIGHTLY LIST, BY HANDLER, OF EVERY OPEN CLAIM STILL        ***
      ***  MISSING DOCUMENTS ITS CAUSE'S CHECKLIST REQUIRES           ***
      ***  (MFTR36.CAUSEDOC) ONCE THE CLAIM IS OLDER THAN THE CHASE   ***
      ***  PERIOD - COUNTED FROM THE DAY IT WAS ENTERED (ITS FIRST    ***
      ***  CLAIMS_AUDIT ROW, OR ITS CLAIM DATE IF IT HAS NONE) TO THE ***
      ***  BUSINESS DATE. A DOCUMENT TYPE COUNTS AS RECEIVED ONCE ANY ***
      ***  DOCUMENT OF THAT TYPE IS ON MFTR36.CLAIMDOC (THE IMAGING   ***
      ***  INDEX LOADED BY MF36BL5). EACH CLAIM LINE IS FOLLOWED BY   ***
      ***  THE MISSING DOCUMENTS. A CLAIM NOT CHASED WITHIN THE CHASE ***
      ***  PERIOD GETS A MFTR36.DOCCHASE ROW FOR THE BUSINESS DATE,   ***
      ***  WHICH THE CORRESPONDENCE JOB (MF36BR6, RUN AFTER THIS ONE) ***
      ***  TURNS INTO A CHASE LETTER TO THE POLICYHOLDER THROUGH THE  ***
      ***  PRINT BUREAU FEED; ONE CHASED MORE RECENTLY IS LISTED WITH ***
      ***  ITS LAST CHASE DATE AND NOT WRITTEN TO AGAIN YET.          ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BRQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHASRPT ASSIGN TO CHASRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CHASRPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-BATCH-OPID            PIC X(08) VALUE 'MF36BRQ '.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
          88 WS-EOF-YES                      VALUE 'Y'.
       01 WS-MIS-EOF-SW            PIC X(01) VALUE 'N'.
          88 WS-MIS-EOF-YES                  VALUE 'Y'.
       01 WS-PARM-BAD-SW           PIC X(01) VALUE 'N'.
          88 WS-PARM-BAD                     VALUE 'Y'.
       01 WS-CHASE-DAYS            PIC S9(4) COMP VALUE 14.
       01 WS-HANDLER               PIC X(08).
       01 WS-PREV-HANDLER          PIC X(08) VALUE LOW-VALUES.
       01 WS-CLAIM-AGE             PIC S9(9) COMP.
       01 WS-MISSING-COUNT         PIC S9(4) COMP.
       01 WS-LAST-CHASED           PIC X(10).
       01 WS-CHASE-AGE             PIC S9(9) COMP.
       01 WS-LISTED-COUNT          PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-CHASED-COUNT          PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-RECENT-COUNT          PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-CLMNBR-EDIT           PIC Z(8)9.
       01 WS-DAYS-EDIT             PIC ZZZZ9.
       01 WS-MISS-EDIT             PIC ZZ9.
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
              'MFTR36 OPEN CLAIMS MISSING REQUIRED DOCUMENTS'.
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
       01 WS-HANDLER-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(09) VALUE 'HANDLER: '.
           05 HDL-HANDLER          PIC X(08).
           05 FILLER               PIC X(115) VALUE SPACE.
       01 WS-COL-HDR-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(11) VALUE '    CLAIM'.
           05 FILLER               PIC X(12) VALUE 'CAUSE'.
           05 FILLER               PIC X(07) VALUE ' DAYS'.
           05 FILLER               PIC X(09) VALUE 'MISSING'.
           05 FILLER               PIC X(93) VALUE 'CHASE'.
       01 WS-DETAIL-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DTL-CLMNBR           PIC X(09).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-CAUSE            PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-DAYS             PIC X(05).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-MISSING          PIC X(03).
           05 FILLER               PIC X(06) VALUE SPACE.
           05 DTL-CHASE            PIC X(30).
           05 FILLER               PIC X(63) VALUE SPACE.
       01 WS-MISSING-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(13) VALUE SPACE.
           05 FILLER               PIC X(09) VALUE 'MISSING: '.
           05 MSL-DOCTYPE          PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 MSL-DOCDESC          PIC X(40).
           05 FILLER               PIC X(60) VALUE SPACE.
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
           EXEC SQL
               INCLUDE MF36CP38
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  EVERY OPEN CLAIM OLDER THAN THE CHASE PERIOD WITH AT      ***
      ***  LEAST ONE CHECKLIST DOCUMENT TYPE NOT YET RECEIVED, BY    ***
      ***  HANDLER (THE ENTERING OPERATOR WHEN NONE IS ASSIGNED, AS  ***
      ***  ON THE WORKLIST), WITH THE DATE IT WAS LAST CHASED.       ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRCHS CURSOR WITH HOLD FOR
                   SELECT X.HANDLER, X.CLAIMNUMBER, X.CAUSE, X.AGE,
                          X.MISSING, X.LASTCHASED
                     FROM (SELECT COALESCE(NULLIF(C.ASSIGNEDOPID, ' '),
                                           NULLIF(C.ENTOPID, ' '),
                                           'UNASSIGN') AS HANDLER,
                                  C.CLAIMNUMBER, C.CAUSE,
                                  DAYS(DATE(:JR-BUSDATE))
                                  - DAYS(COALESCE(
                                      (SELECT DATE(MIN(A.AUDITTS))
                                         FROM MFTR36.CLAIMS_AUDIT A
                                        WHERE A.CLAIMNUMBER =
                                              C.CLAIMNUMBER),
                                      C.CLAIMDATE)) AS AGE,
                                  (SELECT COUNT(*)
                                     FROM MFTR36.CAUSEDOC D
                                    WHERE D.CCODE = C.CAUSE
                                      AND NOT EXISTS
                                          (SELECT 1
                                             FROM MFTR36.CLAIMDOC R
                                            WHERE R.CLAIMNUMBER =
                                                  C.CLAIMNUMBER
                                              AND R.DOCTYPE =
                                                  D.DOCTYPE))
                                                             AS MISSING,
                                  COALESCE(
                                      (SELECT CHAR(MAX(H.CHASEDATE))
                                         FROM MFTR36.DOCCHASE H
                                        WHERE H.CLAIMNUMBER =
                                              C.CLAIMNUMBER),
                                      ' ') AS LASTCHASED
                             FROM MFTR36.CLAIMS C
                            WHERE C.CLAIMSTATUS = 'O') X
                    WHERE X.MISSING > 0
                      AND X.AGE >= :WS-CHASE-DAYS
                    ORDER BY X.HANDLER, X.CLAIMNUMBER
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  THE CHECKLIST DOCUMENTS ONE CLAIM IS STILL MISSING        ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRMIS CURSOR FOR
                   SELECT D.DOCTYPE, D.DOCDESC
                     FROM MFTR36.CAUSEDOC D
                    WHERE D.CCODE = :CLAIMS.CAUSE
                      AND NOT EXISTS
                          (SELECT 1
                             FROM MFTR36.CLAIMDOC R
                            WHERE R.CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                              AND R.DOCTYPE     = D.DOCTYPE)
                    ORDER BY D.DOCTYPE
           END-EXEC.
       LINKAGE SECTION.
       01  LK-PARM-FIELD.
           05  LK-PARM-LEN         PIC S9(04) COMP.
           05  LK-PARM-DAYS        PIC X(03).
      ***-----------------------------------------------------------***
      ***  AN OPTIONAL JCL PARM OF THE CHASE PERIOD IN DAYS (UP TO 3 ***
      ***  DIGITS, AT LEAST 1) - LEFT OFF, A CLAIM IS CHASED ONCE IT ***
      ***  IS 14 DAYS OLD, AND AGAIN EVERY 14 DAYS WHILE DOCUMENTS   ***
      ***  ARE STILL OUTSTANDING.                                    ***
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
              IF LK-PARM-LEN > 3
                 DISPLAY 'MF36BRQ - PARM MUST BE 1-3 DIGIT CHASE DAYS'
                 MOVE 8 TO RETURN-CODE
                 SET WS-PARM-BAD TO TRUE
              ELSE
                 IF LK-PARM-DAYS(1:LK-PARM-LEN) NUMERIC
                    MOVE LK-PARM-DAYS(1:LK-PARM-LEN) TO WS-CHASE-DAYS
                    IF WS-CHASE-DAYS = ZERO
                       DISPLAY 'MF36BRQ - CHASE DAYS MUST BE AT LEAST 1'
                       MOVE 8 TO RETURN-CODE
                       SET WS-PARM-BAD TO TRUE
                    END-IF
                 ELSE
                    DISPLAY 'MF36BRQ - PARM MUST BE 1-3 DIGIT CHASE '
                            'DAYS'
                    MOVE 8 TO RETURN-CODE
                    SET WS-PARM-BAD TO TRUE
                 END-IF
              END-IF
           END-IF
           IF WS-PARM-BAD
              CONTINUE
           ELSE
              OPEN OUTPUT CHASRPT
              ACCEPT WS-RUN-DATE FROM DATE
              MOVE WS-RUN-MM TO RDL-MM
              MOVE WS-RUN-DD TO RDL-DD
              MOVE WS-RUN-YY TO RDL-YY
              ACCEPT WS-RUN-TIME FROM TIME
              MOVE WS-RUN-HH TO RDL-HH
              MOVE WS-RUN-MN TO RDL-MN
              MOVE JR-BUSDATE TO RDL-BUSDATE
              WRITE RPT-RECORD FROM WS-TITLE-LINE
              WRITE RPT-RECORD FROM WS-RUNDATE-LINE
               EXEC SQL
                   OPEN CSRCHS
               END-EXEC
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  FETCH THE NEXT CLAIM TO CHASE                             ***
      ***-----------------------------------------------------------***
       20000-FETCH-PARA.
            EXEC SQL
                FETCH CSRCHS
                 INTO :WS-HANDLER, :CLAIMS.CLAIMNUMBER, :CLAIMS.CAUSE,
                      :WS-CLAIM-AGE, :WS-MISSING-COUNT,
                      :WS-LAST-CHASED
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SW
             WHEN OTHER
               MOVE '20000-FETCH' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  ONE CLAIM - A HEADING ON A CHANGE OF HANDLER, THE CLAIM   ***
      ***  LINE, A CHASE ROW IF ONE IS DUE, THEN ITS MISSING         ***
      ***  DOCUMENTS.                                                ***
      ***-----------------------------------------------------------***
       30000-PROCESS-PARA.
           IF WS-HANDLER NOT = WS-PREV-HANDLER
              WRITE RPT-RECORD FROM WS-BLANK-LINE
              MOVE WS-HANDLER          TO HDL-HANDLER
              WRITE RPT-RECORD FROM WS-HANDLER-LINE
              WRITE RPT-RECORD FROM WS-COL-HDR-LINE
              MOVE WS-HANDLER          TO WS-PREV-HANDLER
           END-IF
           MOVE SPACES                 TO WS-DETAIL-LINE
           MOVE CLAIMNUMBER OF CLAIMS  TO WS-CLMNBR-EDIT
           MOVE WS-CLMNBR-EDIT         TO DTL-CLMNBR
           MOVE FUNCTION DISPLAY-OF(CAUSE OF CLAIMS)
                                       TO DTL-CAUSE
           MOVE WS-CLAIM-AGE           TO WS-DAYS-EDIT
           MOVE WS-DAYS-EDIT           TO DTL-DAYS
           MOVE WS-MISSING-COUNT       TO WS-MISS-EDIT
           MOVE WS-MISS-EDIT           TO DTL-MISSING
           PERFORM 30100-CHASE-DUE-PARA
           WRITE RPT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LISTED-COUNT
           PERFORM 30300-LIST-MISSING-PARA
           PERFORM 20000-FETCH-PARA
           .
      ***-----------------------------------------------------------***
      ***  A CLAIM NEVER CHASED, OR LAST CHASED A FULL CHASE PERIOD  ***
      ***  AGO OR MORE, IS DUE A LETTER - A DOCCHASE ROW FOR THE     ***
      ***  BUSINESS DATE. ONE CHASED MORE RECENTLY SHOWS WHEN.       ***
      ***-----------------------------------------------------------***
       30100-CHASE-DUE-PARA.
           MOVE ZERO TO WS-CHASE-AGE
           IF WS-LAST-CHASED NOT = SPACES
               EXEC SQL
                   SET :WS-CHASE-AGE = DAYS(DATE(:JR-BUSDATE))
                                     - DAYS(DATE(:WS-LAST-CHASED))
               END-EXEC
           END-IF
           IF WS-LAST-CHASED = SPACES
              OR WS-CHASE-AGE >= WS-CHASE-DAYS
              PERFORM 30200-WRITE-CHASE-PARA
           ELSE
              STRING 'LAST CHASED ' WS-LAST-CHASED
                     DELIMITED BY SIZE INTO DTL-CHASE
              END-STRING
              ADD 1 TO WS-RECENT-COUNT
           END-IF
           .
       30200-WRITE-CHASE-PARA.
            EXEC SQL
                INSERT INTO MFTR36.DOCCHASE
                       (CLAIMNUMBER,
                        CHASETS,
                        CHASEDATE,
                        MISSINGCOUNT)
                VALUES (:CLAIMS.CLAIMNUMBER,
                        CURRENT TIMESTAMP,
                        DATE(:JR-BUSDATE),
                        :WS-MISSING-COUNT)
            END-EXEC
           IF SQLCODE = 0
              MOVE 'CHASE LETTER RAISED' TO DTL-CHASE
              ADD 1 TO WS-CHASED-COUNT
           ELSE
              MOVE '30200-WRITE-CHASE' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
              MOVE 'CHASE NOT RAISED - SEE ERROR LOG' TO DTL-CHASE
              MOVE 4 TO RETURN-CODE
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ONE LINE PER CHECKLIST DOCUMENT STILL MISSING             ***
      ***-----------------------------------------------------------***
       30300-LIST-MISSING-PARA.
            EXEC SQL
                OPEN CSRMIS
            END-EXEC
           MOVE 'N' TO WS-MIS-EOF-SW
           PERFORM 30310-FETCH-MISSING-PARA
           PERFORM 30320-PRINT-MISSING-PARA UNTIL WS-MIS-EOF-YES
            EXEC SQL
                CLOSE CSRMIS
            END-EXEC
           .
       30310-FETCH-MISSING-PARA.
            EXEC SQL
                FETCH CSRMIS
                 INTO :CAUSEDOC.DOCTYPE, :CAUSEDOC.DOCDESC
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-MIS-EOF-SW
           END-IF
           .
       30320-PRINT-MISSING-PARA.
           MOVE SPACES               TO WS-MISSING-LINE
           MOVE DOCTYPE OF CAUSEDOC  TO MSL-DOCTYPE
           MOVE DOCDESC OF CAUSEDOC  TO MSL-DOCDESC
           WRITE RPT-RECORD FROM WS-MISSING-LINE
           PERFORM 30310-FETCH-MISSING-PARA
           .
      ***-----------------------------------------------------------***
      ***  THE FOOT, THEN COMMIT THE CHASE ROWS FOR MF36BR6          ***
      ***-----------------------------------------------------------***
       40000-WRAP-UP-PARA.
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           MOVE SPACES               TO WS-TEXT-LINE
           MOVE 'CLAIMS MISSING REQUIRED DOCUMENTS'  TO TXT-LABEL
           MOVE WS-LISTED-COUNT      TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'CHASE LETTERS RAISED'               TO TXT-LABEL
           MOVE WS-CHASED-COUNT      TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'CHASED RECENTLY - NOT WRITTEN AGAIN' TO TXT-LABEL
           MOVE WS-RECENT-COUNT      TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE WS-LISTED-COUNT      TO WS-COUNT-EDIT
           DISPLAY 'MF36BRQ - CLAIMS MISSING DOCUMENTS : '
                   WS-COUNT-EDIT
           MOVE WS-CHASED-COUNT      TO WS-COUNT-EDIT
           DISPLAY 'MF36BRQ - CHASE LETTERS RAISED : ' WS-COUNT-EDIT
            EXEC SQL
                CLOSE CSRCHS
            END-EXEC
            EXEC SQL
                COMMIT
            END-EXEC
           .
       50000-EXIT-PARA.
           IF NOT WS-PARM-BAD
              CLOSE CHASRPT
           END-IF
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  LOG AN UNEXPECTED SQLCODE TO MFTR36.SQLERRORLOG AGAINST   ***
      ***  THE CLAIM BEING CHASED.                                   ***
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
                VALUES (:CLAIMS.CLAIMNUMBER,
                        CURRENT TIMESTAMP,
                        'MF36BRQ',
                        :WS-ERR-PARAID,
                        :WS-BATCH-OPID,
                        :WS-ERR-SQLCODE,
                        :SQLSTATE)
            END-EXEC
           .
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE START ON MFTR36.JOBRUN. A JOB    ***
      ***  REFUSED (A PREREQUISITE NOT COMPLETE, OR ALREADY RUN FOR  ***
      ***  THE BUSINESS DATE) ENDS HERE WITH RETURN CODE 12.         ***
      ***-----------------------------------------------------------***
       95000-RUN-START-PARA.
           SET JR-START TO TRUE
           MOVE 'MF36BRQ' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BRQ - RUN REFUSED: ' JR-MESSAGE
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
           MOVE WS-LISTED-COUNT TO JR-IN-COUNT
           MOVE WS-CHASED-COUNT TO JR-OUT-COUNT
           MOVE WS-RECENT-COUNT TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
