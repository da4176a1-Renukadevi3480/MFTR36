      ***        MF36BRB : POLICY LOSS RUN FOR UNDERWRITING           ***
      ***  PRINTS THE LOSS RUN UNDERWRITING ASKS FOR AT EVERY         ***
      ***  RENEWAL: EVERY CLAIM ON A POLICY WITH ITS DATE, CAUSE      ***
      ***  DESCRIPTION, STATUS, LOSS PAID, DEFENCE/LEGAL EXPENSE     ***
      ***  PAID, OUTSTANDING RESERVE (NET OF RECOVERIES, AS           ***
      ***  EVERYWHERE ELSE), THE PAYMENT DETAIL WITH ITS CATEGORY     ***
      ***  BEHIND EACH CLAIM, AND POLICY-LEVEL TOTALS MEASURED        ***
      ***  AGAINST COVLIMIT. THE PARM EITHER NAMES ONE POLICY         ***
      ***  ('P NNNNNNNNN') OR A RENEWAL MONTH ('M YYYY-MM'), WHICH    ***
       01 WS-NEXT-YYYY             PIC 9(04).
       01 WS-NEXT-MM               PIC 9(02).
       01 WS-RECOVERED             PIC S9(9) COMP.
       01 WS-EXPENSE               PIC S9(9) COMP.
       01 WS-RESERVE               PIC S9(11) COMP-3.
       01 WS-POL-COUNT             PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-CLM-COUNT             PIC S9(7)  COMP-3.
       01 WS-TOT-CVALUE            PIC S9(11) COMP-3.
       01 WS-TOT-PAID              PIC S9(11) COMP-3.
       01 WS-TOT-EXPENSE           PIC S9(11) COMP-3.
       01 WS-TOT-RESERVE           PIC S9(11) COMP-3.
       01 WS-COVER-REMAIN          PIC S9(11) COMP-3.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
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
       01 WS-POLICY-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(09) VALUE 'POLICY - '.
           05 FILLER               PIC X(12) VALUE 'CLAIM DATE'.
           05 FILLER               PIC X(32) VALUE 'CAUSE'.
           05 FILLER               PIC X(04) VALUE 'ST'.
           05 FILLER               PIC X(15) VALUE 'LOSS PAID'.
           05 FILLER               PIC X(15) VALUE 'LEGAL EXP'.
           05 FILLER               PIC X(15) VALUE 'RESERVE'.
           05 FILLER               PIC X(28) VALUE 'CCY'.
       01 WS-CLM-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 CLL-CLMNBR           PIC X(09).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 CLL-PAID             PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 CLL-EXPENSE          PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 CLL-RESERVE          PIC X(14).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 CLL-CURRENCY         PIC X(03).
           05 FILLER               PIC X(25) VALUE SPACE.
       01 WS-PAY-LINE.
           05 FILLER               PIC X(06) VALUE SPACE.
           05 FILLER               PIC X(05) VALUE 'PAY -'.
           05 FILLER               PIC X(02) VALUE SPACE.
      *    'V' MARKS A REVERSAL ROW - THE CHEQUE WAS TAKEN BACK
           05 PYL-TYPE             PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACE.
      *    LOSS (INDEMNITY) OR EXPENSE (DEFENCE/LEGAL)
           05 PYL-CATEGORY         PIC X(07).
           05 FILLER               PIC X(51) VALUE SPACE.
       01 WS-TOTAL-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 TTL-LABEL            PIC X(36).
           05 TTL-VALUE            PIC X(14).
           05 FILLER               PIC X(82) VALUE SPACE.
       01 WS-BLANK-LINE            PIC X(133) VALUE SPACES.
           COPY MF36CP32.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  THE POLICY'S CLAIMS, OLDEST FIRST, WITH THE RECOVERED     ***
      ***  SUM FOR THE NET RESERVE AND THE DEFENCE/LEGAL EXPENSE     ***
      ***  PAID, WHICH IS KEPT OUT OF CLAIMS.PAID.                   ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRCLM CURSOR WITH HOLD FOR
                          COALESCE((SELECT SUM(R.RECOVERYAMT)
                                      FROM MFTR36.RECOVERY R
                                     WHERE R.CLAIMNUMBER =
                                           C.CLAIMNUMBER), 0),
                          COALESCE((SELECT SUM(E.PAYAMOUNT)
                                      FROM MFTR36.PAYMENTS E
                                     WHERE E.CLAIMNUMBER =
                                           C.CLAIMNUMBER
                                       AND E.PAYCATEGORY = 'E'), 0)
                     FROM MFTR36.CLAIMS C
                    WHERE C.POLICYNUMBER = :WS-CUR-POLICY
                    ORDER BY C.CLAIMDATE, C.CLAIMNUMBER
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRPAY CURSOR WITH HOLD FOR
                   SELECT PAYMENTDATE, PAYEE, PAYAMOUNT, PAYTYPE,
                          COALESCE(PAYCATEGORY, 'I')
                     FROM MFTR36.PAYMENTS
                    WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                    ORDER BY PAYMENTTS
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
           END-IF
           MOVE ZERO TO WS-CLM-COUNT
           MOVE ZERO TO WS-TOT-CVALUE
           MOVE ZERO TO WS-TOT-PAID
           MOVE ZERO TO WS-TOT-EXPENSE
           MOVE ZERO TO WS-TOT-RESERVE
           MOVE WS-CUR-POLICY TO POLICYNUMBER OF POLICY
            EXEC SQL
                 INTO :CLAIMS.CLAIMNUMBER, :CLAIMS.CLAIMDATE,
                      :CLAIMS.CAUSE, :CLAIMS.PAID, :CLAIMS.CVALUE,
                      :CLAIMS.CLAIMSTATUS, :CLAIMS.CURRENCYCODE,
                      :WS-RECOVERED, :WS-EXPENSE
            END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-CLM-EOF-SW
           MOVE CLAIMSTATUS OF CLAIMS TO CLL-STATUS
           MOVE PAID OF CLAIMS        TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT           TO CLL-PAID
           MOVE WS-EXPENSE            TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT           TO CLL-EXPENSE
           ADD WS-EXPENSE             TO WS-TOT-EXPENSE
           IF CLAIMSTATUS OF CLAIMS = 'O'
              COMPUTE WS-RESERVE = CVALUE OF CLAIMS
                                 - PAID   OF CLAIMS
            EXEC SQL
                FETCH CSRPAY
                 INTO :PAYMENTS.PAYMENTDATE, :PAYMENTS.PAYEE,
                      :PAYMENTS.PAYAMOUNT, :PAYMENTS.PAYTYPE,
                      :PAYMENTS.PAYCATEGORY
            END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-PAY-EOF-SW
           MOVE PAYAMOUNT OF PAYMENTS TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT           TO PYL-AMOUNT
           MOVE PAYTYPE OF PAYMENTS   TO PYL-TYPE
           IF PAYCATEGORY OF PAYMENTS = 'E'
              MOVE 'EXPENSE'          TO PYL-CATEGORY
           ELSE
              MOVE 'LOSS'             TO PYL-CATEGORY
           END-IF
           WRITE RPT-RECORD FROM WS-PAY-LINE
           PERFORM 32100-FETCH-PAY-PARA
           .
           MOVE WS-TOT-CVALUE               TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT                 TO TTL-VALUE
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE 'TOTAL LOSS PAID'               TO TTL-LABEL
           MOVE WS-TOT-PAID                 TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT                 TO TTL-VALUE
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE 'TOTAL DEFENCE/LEGAL EXPENSE PAID' TO TTL-LABEL
           MOVE WS-TOT-EXPENSE              TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT                 TO TTL-VALUE
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE 'TOTAL OUTSTANDING (NET RECOV)'  TO TTL-LABEL
           MOVE WS-TOT-RESERVE              TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT                 TO TTL-VALUE
           IF NOT WS-PARM-BAD
              CLOSE LOSSRPT
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
           MOVE 'MF36BRB' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BRB - RUN REFUSED: ' JR-MESSAGE
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
           MOVE WS-POL-COUNT TO JR-IN-COUNT
           MOVE WS-POL-COUNT TO JR-OUT-COUNT
           MOVE ZERO TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
