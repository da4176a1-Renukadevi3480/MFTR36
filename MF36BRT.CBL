      ******************************************************************
      ***        MF36BRT : LIKELY DUPLICATE CLAIM PAIRS               ***
      ***  NIGHTLY LIST OF PAIRS OF CLAIMS THAT LOOK LIKE THE SAME    ***
      ***  LOSS ENTERED TWICE - THE SAME POLICY, THE SAME CAUSE AND   ***
      ***  CLAIM DATES WITHIN THE DUPLICATE WINDOW OF EACH OTHER,     ***
      ***  NEITHER CLAIM WITHDRAWN. THE BRANCH BORDEREAU (MF36BL1),   ***
      ***  THE CALL CENTRE QUEUE (MF36CB4) AND THE SCREEN EACH ADD    ***
      ***  CLAIMS ON THEIR OWN, AND ONLY THE SCREEN ASKS WHETHER THE  ***
      ***  LOSS IS ALREADY ON FILE, SO EACH CLAIM SHOWS THE CHANNEL   ***
      ***  IT CAME IN BY (FROM ITS ENTERING OPERATOR) AND A PAIR      ***
      ***  THAT CAME IN BY TWO DIFFERENT CHANNELS IS FLAGGED. A       ***
      ***  SUPERVISOR RESOLVES A TRUE DUPLICATE WITH THE SCREEN'S     ***
      ***  MERGE OPTION 'J', WHICH WITHDRAWS ONE OF THE PAIR AND SO   ***
      ***  TAKES IT OFF THIS LIST. NOTHING IS UPDATED HERE.           ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPRPT ASSIGN TO DUPRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DUPRPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-BATCH-OPID            PIC X(08) VALUE 'MF36BRT '.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
          88 WS-EOF-YES                      VALUE 'Y'.
       01 WS-PARM-BAD-SW           PIC X(01) VALUE 'N'.
          88 WS-PARM-BAD                     VALUE 'Y'.
       01 WS-DUP-DAYS              PIC S9(4) COMP VALUE 7.
       01 WS-POLICY                PIC S9(9) COMP.
       01 WS-DAYS-APART            PIC S9(9) COMP.
       01 WS-A-CLMNBR              PIC S9(9) COMP.
       01 WS-A-CLMDATE             PIC X(10).
       01 WS-A-STATUS              PIC X(01).
       01 WS-A-PAID                PIC S9(9) COMP.
       01 WS-A-ENTOPID             PIC X(08).
       01 WS-A-HANDLER             PIC X(08).
       01 WS-B-CLMNBR              PIC S9(9) COMP.
       01 WS-B-CLMDATE             PIC X(10).
       01 WS-B-STATUS              PIC X(01).
       01 WS-B-PAID                PIC S9(9) COMP.
       01 WS-B-ENTOPID             PIC X(08).
       01 WS-B-HANDLER             PIC X(08).
       01 WS-CUR-ENTOPID           PIC X(08).
       01 WS-CUR-CHANNEL           PIC X(11).
       01 WS-A-CHANNEL             PIC X(11).
       01 WS-PAIR-COUNT            PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-CROSS-COUNT           PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-CLMNBR-EDIT           PIC Z(8)9.
       01 WS-POLICY-EDIT           PIC Z(8)9.
       01 WS-PAID-EDIT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-DAYS-EDIT             PIC ZZZ9.
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
              'MFTR36 LIKELY DUPLICATE CLAIMS - SAME POLICY AND CAUSE'.
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
           05 FILLER               PIC X(04) VALUE SPACE.
           05 FILLER               PIC X(15) VALUE 'WINDOW (DAYS): '.
           05 RDL-WINDOW           PIC ZZ9.
           05 FILLER               PIC X(55) VALUE SPACE.
       01 WS-COL-HDR-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(12) VALUE '   POLICY'.
           05 FILLER               PIC X(12) VALUE 'CAUSE'.
           05 FILLER               PIC X(06) VALUE 'APART'.
           05 FILLER               PIC X(11) VALUE '    CLAIM'.
           05 FILLER               PIC X(12) VALUE 'CLAIM DATE'.
           05 FILLER               PIC X(04) VALUE 'ST'.
           05 FILLER               PIC X(13) VALUE '       PAID'.
           05 FILLER               PIC X(13) VALUE 'CHANNEL'.
           05 FILLER               PIC X(10) VALUE 'ENTERED'.
           05 FILLER               PIC X(39) VALUE 'HANDLER'.
       01 WS-DETAIL-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DTL-POLICY           PIC X(09).
           05 FILLER               PIC X(03) VALUE SPACE.
           05 DTL-CAUSE            PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-DAYS             PIC X(04).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-CLMNBR           PIC X(09).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-CLMDATE          PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-STATUS           PIC X(01).
           05 FILLER               PIC X(03) VALUE SPACE.
           05 DTL-PAID             PIC X(11).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-CHANNEL          PIC X(11).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-ENTOPID          PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-HANDLER          PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-FLAG             PIC X(13).
           05 FILLER               PIC X(16) VALUE SPACE.
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
      ***  EVERY PAIR OF CLAIMS ON THE SAME POLICY WITH THE SAME     ***
      ***  CAUSE AND CLAIM DATES NO MORE THAN THE WINDOW APART,      ***
      ***  NEITHER WITHDRAWN, THE LOWER CLAIM NUMBER FIRST - A LOSS  ***
      ***  ENTERED THREE TIMES SHOWS AS THREE PAIRS. CLAIMS WITH NO  ***
      ***  POLICY NUMBER ARE LEFT OUT, AS THEY MATCH NOTHING REAL.   ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRDUP CURSOR FOR
                   SELECT A.POLICYNUMBER, A.CAUSE,
                          ABS(DAYS(A.CLAIMDATE) - DAYS(B.CLAIMDATE)),
                          A.CLAIMNUMBER, CHAR(A.CLAIMDATE, ISO),
                          A.CLAIMSTATUS, A.PAID,
                          COALESCE(A.ENTOPID, ' '),
                          COALESCE(A.ASSIGNEDOPID, ' '),
                          B.CLAIMNUMBER, CHAR(B.CLAIMDATE, ISO),
                          B.CLAIMSTATUS, B.PAID,
                          COALESCE(B.ENTOPID, ' '),
                          COALESCE(B.ASSIGNEDOPID, ' ')
                     FROM MFTR36.CLAIMS A,
                          MFTR36.CLAIMS B
                    WHERE A.POLICYNUMBER  > 0
                      AND B.POLICYNUMBER  = A.POLICYNUMBER
                      AND B.CAUSE         = A.CAUSE
                      AND B.CLAIMNUMBER   > A.CLAIMNUMBER
                      AND A.CLAIMSTATUS  <> 'W'
                      AND B.CLAIMSTATUS  <> 'W'
                      AND ABS(DAYS(A.CLAIMDATE) - DAYS(B.CLAIMDATE))
                          <= :WS-DUP-DAYS
                    ORDER BY A.POLICYNUMBER, A.CLAIMNUMBER,
                             B.CLAIMNUMBER
           END-EXEC.
       LINKAGE SECTION.
       01  LK-PARM-FIELD.
           05  LK-PARM-LEN         PIC S9(04) COMP.
           05  LK-PARM-DAYS        PIC X(03).
      ***-----------------------------------------------------------***
      ***  AN OPTIONAL JCL PARM OF THE DUPLICATE WINDOW IN DAYS (UP  ***
      ***  TO 3 DIGITS, ZERO MEANING THE SAME CLAIM DATE ONLY) -     ***
      ***  LEFT OFF, CLAIM DATES UP TO 7 DAYS APART ARE PAIRED.      ***
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
                 DISPLAY 'MF36BRT - PARM MUST BE 1-3 DIGIT WINDOW DAYS'
                 MOVE 8 TO RETURN-CODE
                 SET WS-PARM-BAD TO TRUE
              ELSE
                 IF LK-PARM-DAYS(1:LK-PARM-LEN) NUMERIC
                    MOVE LK-PARM-DAYS(1:LK-PARM-LEN) TO WS-DUP-DAYS
                 ELSE
                    DISPLAY 'MF36BRT - PARM MUST BE 1-3 DIGIT WINDOW '
                            'DAYS'
                    MOVE 8 TO RETURN-CODE
                    SET WS-PARM-BAD TO TRUE
                 END-IF
              END-IF
           END-IF
           IF WS-PARM-BAD
              CONTINUE
           ELSE
              OPEN OUTPUT DUPRPT
              ACCEPT WS-RUN-DATE FROM DATE
              MOVE WS-RUN-MM TO RDL-MM
              MOVE WS-RUN-DD TO RDL-DD
              MOVE WS-RUN-YY TO RDL-YY
              ACCEPT WS-RUN-TIME FROM TIME
              MOVE WS-RUN-HH TO RDL-HH
              MOVE WS-RUN-MN TO RDL-MN
              MOVE JR-BUSDATE TO RDL-BUSDATE
              MOVE WS-DUP-DAYS TO RDL-WINDOW
              WRITE RPT-RECORD FROM WS-TITLE-LINE
              WRITE RPT-RECORD FROM WS-RUNDATE-LINE
              WRITE RPT-RECORD FROM WS-BLANK-LINE
              WRITE RPT-RECORD FROM WS-COL-HDR-LINE
               EXEC SQL
                   OPEN CSRDUP
               END-EXEC
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  FETCH THE NEXT LIKELY PAIR                                ***
      ***-----------------------------------------------------------***
       20000-FETCH-PARA.
            EXEC SQL
                FETCH CSRDUP
                 INTO :WS-POLICY, :CLAIMS.CAUSE, :WS-DAYS-APART,
                      :WS-A-CLMNBR, :WS-A-CLMDATE, :WS-A-STATUS,
                      :WS-A-PAID, :WS-A-ENTOPID, :WS-A-HANDLER,
                      :WS-B-CLMNBR, :WS-B-CLMDATE, :WS-B-STATUS,
                      :WS-B-PAID, :WS-B-ENTOPID, :WS-B-HANDLER
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
      ***  ONE PAIR - THE FIRST CLAIM'S LINE CARRIES THE POLICY,     ***
      ***  CAUSE AND DAYS APART, THE SECOND'S THE CROSS-CHANNEL FLAG ***
      ***  WHEN THE TWO CAME IN BY DIFFERENT ROUTES.                 ***
      ***-----------------------------------------------------------***
       30000-PROCESS-PARA.
           ADD 1 TO WS-PAIR-COUNT
           MOVE SPACES                 TO WS-DETAIL-LINE
           MOVE WS-POLICY              TO WS-POLICY-EDIT
           MOVE WS-POLICY-EDIT         TO DTL-POLICY
           MOVE FUNCTION DISPLAY-OF(CAUSE OF CLAIMS)
                                       TO DTL-CAUSE
           MOVE WS-DAYS-APART          TO WS-DAYS-EDIT
           MOVE WS-DAYS-EDIT           TO DTL-DAYS
           MOVE WS-A-CLMNBR            TO WS-CLMNBR-EDIT
           MOVE WS-CLMNBR-EDIT         TO DTL-CLMNBR
           MOVE WS-A-CLMDATE           TO DTL-CLMDATE
           MOVE WS-A-STATUS            TO DTL-STATUS
           MOVE WS-A-PAID              TO WS-PAID-EDIT
           MOVE WS-PAID-EDIT           TO DTL-PAID
           MOVE WS-A-ENTOPID           TO WS-CUR-ENTOPID
           PERFORM 30100-CHANNEL-PARA
           MOVE WS-CUR-CHANNEL         TO WS-A-CHANNEL
           MOVE WS-CUR-CHANNEL         TO DTL-CHANNEL
           MOVE WS-A-ENTOPID           TO DTL-ENTOPID
           MOVE WS-A-HANDLER           TO DTL-HANDLER
           WRITE RPT-RECORD FROM WS-DETAIL-LINE
           MOVE SPACES                 TO WS-DETAIL-LINE
           MOVE WS-B-CLMNBR            TO WS-CLMNBR-EDIT
           MOVE WS-CLMNBR-EDIT         TO DTL-CLMNBR
           MOVE WS-B-CLMDATE           TO DTL-CLMDATE
           MOVE WS-B-STATUS            TO DTL-STATUS
           MOVE WS-B-PAID              TO WS-PAID-EDIT
           MOVE WS-PAID-EDIT           TO DTL-PAID
           MOVE WS-B-ENTOPID           TO WS-CUR-ENTOPID
           PERFORM 30100-CHANNEL-PARA
           MOVE WS-CUR-CHANNEL         TO DTL-CHANNEL
           MOVE WS-B-ENTOPID           TO DTL-ENTOPID
           MOVE WS-B-HANDLER           TO DTL-HANDLER
           IF WS-CUR-CHANNEL NOT = WS-A-CHANNEL
              MOVE 'CROSS-CHANNEL'     TO DTL-FLAG
              ADD 1 TO WS-CROSS-COUNT
           END-IF
           WRITE RPT-RECORD FROM WS-DETAIL-LINE
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           PERFORM 20000-FETCH-PARA
           .
      ***-----------------------------------------------------------***
      ***  THE INTAKE CHANNEL FROM THE ENTERING OPERATOR - THE TWO   ***
      ***  UNATTENDED INTAKE PROGRAMS STAMP THEIR OWN NAMES, ANY     ***
      ***  OTHER OPERATOR KEYED THE CLAIM ON THE SCREEN.             ***
      ***-----------------------------------------------------------***
       30100-CHANNEL-PARA.
           EVALUATE WS-CUR-ENTOPID
             WHEN 'MF36BL1 '
               MOVE 'BORDEREAU'   TO WS-CUR-CHANNEL
             WHEN 'MF36CB4 '
               MOVE 'CALL CENTRE' TO WS-CUR-CHANNEL
             WHEN OTHER
               MOVE 'SCREEN'      TO WS-CUR-CHANNEL
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  THE FOOT                                                  ***
      ***-----------------------------------------------------------***
       40000-WRAP-UP-PARA.
           MOVE SPACES               TO WS-TEXT-LINE
           MOVE 'LIKELY DUPLICATE PAIRS'             TO TXT-LABEL
           MOVE WS-PAIR-COUNT        TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'PAIRS FROM DIFFERENT INTAKE CHANNELS' TO TXT-LABEL
           MOVE WS-CROSS-COUNT       TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE WS-PAIR-COUNT        TO WS-COUNT-EDIT
           DISPLAY 'MF36BRT - LIKELY DUPLICATE PAIRS : ' WS-COUNT-EDIT
           MOVE WS-CROSS-COUNT       TO WS-COUNT-EDIT
           DISPLAY 'MF36BRT - CROSS-CHANNEL PAIRS : ' WS-COUNT-EDIT
            EXEC SQL
                CLOSE CSRDUP
            END-EXEC
           .
       50000-EXIT-PARA.
           IF NOT WS-PARM-BAD
              CLOSE DUPRPT
           END-IF
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  LOG AN UNEXPECTED SQLCODE TO MFTR36.SQLERRORLOG - NO ONE  ***
      ***  CLAIM IS IN CONTEXT ON A FAILED FETCH.                    ***
      ***-----------------------------------------------------------***
       90000-LOG-SQL-ERROR-PARA.
           MOVE SQLCODE TO WS-ERR-SQLCODE
           MOVE ZERO    TO CLAIMNUMBER OF CLAIMS
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
                        'MF36BRT',
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
           MOVE 'MF36BRT' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BRT - RUN REFUSED: ' JR-MESSAGE
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
           MOVE WS-PAIR-COUNT  TO JR-IN-COUNT
           MOVE WS-PAIR-COUNT  TO JR-OUT-COUNT
           MOVE WS-CROSS-COUNT TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
