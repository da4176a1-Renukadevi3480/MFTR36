      ***  EVERY AUDIT ROW'S RESERVE EFFECT LANDS IN EXACTLY ONE      ***
      ***  MOVEMENT CATEGORY, SO THE FOOT OF THE REPORT CAN PROVE     ***
      ***  OPENING PLUS MOVEMENTS EQUALS CLOSING, WITH AN IN/OUT OF   ***
      ***  BALANCE VERDICT LIKE MF36BR7'S. PAYMENTS ARE LOSS         ***
      ***  (INDEMNITY) ONLY, SINCE DEFENCE/LEGAL EXPENSE NEVER ROLLS  ***
      ***  INTO PAID; THE PERIOD'S EXPENSE IS SHOWN UNDER THE PROOF   ***
      ***  AS A SEPARATE FIGURE STRAIGHT FROM MFTR36.PAYMENTS.        ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BRA.
       01 WS-MOV-REOPEN            PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-CLOSING-RESERVE       PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-CLOSING-CALC          PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-EXPENSE-PAID          PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-EXP-AMOUNT            PIC S9(11) COMP-3.
       01 WS-EXP-EOF-SW            PIC X(01) VALUE 'N'.
          88 WS-EXP-EOF                      VALUE 'Y'.
       01 WS-AMT-EDIT              PIC -Z,ZZZ,ZZZ,ZZ9.
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
       01 WS-WINDOW-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(08) VALUE 'PERIOD: '.
           05 TXT-VALUE            PIC X(14).
           05 FILLER               PIC X(78) VALUE SPACE.
       01 WS-BLANK-LINE            PIC X(133) VALUE SPACES.
           COPY MF36CP32.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
                    WHERE AUDITTS <= :WS-TO-TS
                    ORDER BY CLAIMNUMBER, AUDITTS
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  DEFENCE/LEGAL EXPENSE RECORDED INSIDE THE WINDOW, ONE ROW  ***
      ***  PER CURRENCY. THE 'V' ROWS CARRY THE CATEGORY OF THE      ***
      ***  PAYMENT THEY REVERSE, SO THE PLAIN SUM IS NET OF VOIDS.   ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSREXP CURSOR WITH HOLD FOR
                   SELECT C.CURRENCYCODE, SUM(P.PAYAMOUNT)
                     FROM MFTR36.PAYMENTS P,
                          MFTR36.CLAIMS C
                    WHERE C.CLAIMNUMBER = P.CLAIMNUMBER
                      AND P.PAYCATEGORY = 'E'
                      AND P.PAYMENTTS >= :WS-FROM-TS
                      AND P.PAYMENTTS <= :WS-TO-TS
                    GROUP BY C.CURRENCYCODE
           END-EXEC.
       LINKAGE SECTION.
       01  LK-PARM-FIELD.
           05  LK-PARM-LEN         PIC S9(04) COMP.
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
              MOVE LK-PARM-DATA(1:10)  TO WDL-FROM
              MOVE LK-PARM-DATA(12:10) TO WDL-TO
              WRITE RPT-RECORD FROM WS-TITLE-LINE
                     INTO :EXCHRATE.RATETOUSD
                     FROM MFTR36.EXCHRATE
                    WHERE CURRENCYCODE = :CLAIMS.CURRENCYCODE
                      AND EFFDATE <= DATE(:JR-BUSDATE)
                    ORDER BY EFFDATE DESC
                    FETCH FIRST 1 ROW ONLY
               END-EXEC
           MOVE 'NEW CLAIMS ADDED'            TO TXT-LABEL
           MOVE WS-MOV-NEW                    TO WS-AMT-EDIT
           PERFORM 41000-PRINT-LINE-PARA
           MOVE 'LOSS PAYMENTS MADE (NET OF VOIDS)' TO TXT-LABEL
           MOVE WS-MOV-PAID                   TO WS-AMT-EDIT
           PERFORM 41000-PRINT-LINE-PARA
           MOVE 'RESERVE STRENGTHENED'        TO TXT-LABEL
            EXEC SQL
                CLOSE CSRMOV
            END-EXEC
           PERFORM 42000-EXPENSE-PARA
           .
       41000-PRINT-LINE-PARA.
           MOVE WS-AMT-EDIT TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE SPACES      TO WS-TEXT-LINE
           .
      ***-----------------------------------------------------------***
      ***  THE PERIOD'S DEFENCE/LEGAL EXPENSE IN USD - INFORMATION    ***
      ***  ONLY, OUTSIDE THE PROOF, AS IT NEVER MOVED THE RESERVE.   ***
      ***-----------------------------------------------------------***
       42000-EXPENSE-PARA.
            EXEC SQL
                OPEN CSREXP
            END-EXEC
           PERFORM 42100-EXPENSE-FETCH-PARA
           PERFORM 42200-EXPENSE-ADD-PARA UNTIL WS-EXP-EOF
            EXEC SQL
                CLOSE CSREXP
            END-EXEC
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           MOVE 'LEGAL/DEFENCE EXPENSE (NET OF VOIDS)'
                                              TO TXT-LABEL
           MOVE WS-EXPENSE-PAID               TO WS-AMT-EDIT
           PERFORM 41000-PRINT-LINE-PARA
           .
       42100-EXPENSE-FETCH-PARA.
            EXEC SQL
                FETCH CSREXP
                 INTO :CLAIMS.CURRENCYCODE,
                      :WS-EXP-AMOUNT
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-EXP-EOF-SW
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ONE CURRENCY'S EXPENSE TO USD AT THE RATE IN FORCE, THE   ***
      ***  SAME RULE AS THE CLAIM RATE LOOKUP ABOVE.                 ***
      ***-----------------------------------------------------------***
       42200-EXPENSE-ADD-PARA.
           MOVE 1 TO WS-RATE
           IF CURRENCYCODE OF CLAIMS NOT = WS-HOME-CURRENCY
              AND CURRENCYCODE OF CLAIMS NOT = SPACES
               EXEC SQL
                   SELECT RATETOUSD
                     INTO :EXCHRATE.RATETOUSD
                     FROM MFTR36.EXCHRATE
                    WHERE CURRENCYCODE = :CLAIMS.CURRENCYCODE
                      AND EFFDATE <= DATE(:JR-BUSDATE)
                    ORDER BY EFFDATE DESC
                    FETCH FIRST 1 ROW ONLY
               END-EXEC
              IF SQLCODE = 0
                 MOVE RATETOUSD OF EXCHRATE TO WS-RATE
              END-IF
           END-IF
           COMPUTE WS-RESERVE-WORK ROUNDED = WS-EXP-AMOUNT * WS-RATE
           ADD WS-RESERVE-WORK TO WS-EXPENSE-PAID
           PERFORM 42100-EXPENSE-FETCH-PARA
           .
       50000-EXIT-PARA.
           IF NOT WS-PARM-BAD
              CLOSE MOVRPT
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
           MOVE 'MF36BRA' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BRA - RUN REFUSED: ' JR-MESSAGE
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
           MOVE ZERO TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
