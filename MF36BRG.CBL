      ******************************************************************
      ***        MF36BRG : GENERAL LEDGER JOURNAL INTERFACE           ***
      ***  NIGHTLY BALANCED DEBIT/CREDIT JOURNAL FILE FOR THE GENERAL ***
      ***  LEDGER, SO FINANCE STOP KEYING THE CLAIMS FIGURES BY HAND  ***
      ***  FROM THE MOVEMENT REPORT AND THE DISBURSEMENT TRAILER.     ***
      ***  THREE KINDS OF ENTRY GO ON THE FILE:                       ***
      ***   - EVERY PAYMENT AND VOID ON MFTR36.PAYMENTS - THE NET     ***
      ***     CHEQUE (TYPE PY) AND THE DEDUCTIBLE WITHHELD (TYPE DD), ***
      ***     A VOID POSTING THE SAME TYPES WITH DEBIT AND CREDIT     ***
      ***     TURNED ROUND; A DEFENCE/LEGAL EXPENSE PAYMENT POSTS   ***
      ***     ITS CHEQUE AS TYPE PE INSTEAD OF PY, SO EXPENSE LANDS   ***
      ***     IN ITS OWN ACCOUNTS AND NOT IN THE LOSS ACCOUNTS;       ***
      ***   - EVERY RECOVERY ON MFTR36.RECOVERY BY ITS TYPE - SALVAGE ***
      ***     (RS), SUBROGATION (RU), REINSURANCE (RR);               ***
      ***   - THE DAY'S NET RESERVE MOVEMENT (RV) PER CAUSE CODE AND  ***
      ***     CURRENCY, AGAINST THE BALANCE LAST POSTED              ***
      ***     (MFTR36.GLRESBAL).                                      ***
      ***  EACH ENTRY IS MAPPED TO ITS GL ACCOUNTS BY CAUSE CODE AND  ***
      ***  CURRENCY ON MFTR36.GLACCTMAP AND CONVERTED TO USD AT THE   ***
      ***  RATE IN FORCE ON MFTR36.EXCHRATE; EVERY ENTRY IS WRITTEN   ***
      ***  AS A DEBIT LINE AND A CREDIT LINE OF THE SAME USD AMOUNT,  ***
      ***  SO THE FILE BALANCES BY CONSTRUCTION, AND THE TRAILER      ***
      ***  CARRIES THE LINE COUNT AND THE DEBIT AND CREDIT CONTROL    ***
      ***  TOTALS. AN ENTRY WITH NO MAPPING GOES TO THE SUSPENSE      ***
      ***  ACCOUNT AND ONTO THE CONTROL REPORT FOR FINANCE TO CLEAR.  ***
      ***  EACH PAYMENT AND RECOVERY ROW IS STAMPED GLPOSTEDTS AND    ***
      ***  ONLY NULL ROWS QUALIFY, AND THE RESERVE BALANCE IS RESET   ***
      ***  IN THE SAME UNIT OF WORK - ALL OF IT COMMITTING ONLY AFTER ***
      ***  THE TRAILER IS ON THE FILE - SO A RERUN POSTS NOTHING      ***
      ***  TWICE AND AN ABEND MID-RUN LEAVES EVERYTHING FOR THE       ***
      ***  RERUN. AN SQL ERROR ROLLS ALL OF IT BACK AND ENDS THE RUN  ***
      ***  WITH RETURN CODE 8 AND NO TRAILER, SO THE FILE CANNOT BE   ***
      ***  POSTED AND THE RERUN TAKES EVERY ITEM AGAIN.               ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLOUT ASSIGN TO GLOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLRPT ASSIGN TO GLRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GLOUT
           RECORDING MODE IS F.
       01  GL-RECORD                  PIC X(100).
       FD  GLRPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-BATCH-OPID            PIC X(08) VALUE 'MF36BRG '.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
          88 WS-EOF-YES                      VALUE 'Y'.
       01 WS-GL-FAILED-SW          PIC X(01) VALUE 'N'.
          88 WS-GL-FAILED                    VALUE 'Y'.
       01 WS-RUN-TS                PIC X(26).
       01 WS-HOME-CURRENCY         PIC X(03) VALUE 'USD'.
       01 WS-SUSPENSE-ACCT         PIC X(12) VALUE 'SUSPENSE'.
       01 WS-RATE                  PIC S9(5)V9(6) COMP-3.
      *    ONE JOURNAL ENTRY ON ITS WAY TO THE FILE - THE SIGNED
      *    AMOUNT IN THE CLAIM'S OWN CURRENCY DECIDES WHICH WAY ROUND
      *    THE MAPPED ACCOUNTS ARE DEBITED AND CREDITED
       01 WS-ENT-TYPE              PIC X(02).
       01 WS-ENT-AMOUNT            PIC S9(11) COMP-3.
       01 WS-ENT-ABS               PIC S9(11) COMP-3.
       01 WS-ENT-USD               PIC S9(13) COMP-3.
       01 WS-ENT-CLAIM             PIC S9(9) COMP.
       01 WS-ENT-SOURCE-TS         PIC X(26).
       01 WS-ENT-CAUSE             PIC X(10).
       01 WS-ENT-CCY               PIC X(03).
       01 WS-DEBIT-ACCT            PIC X(12).
       01 WS-CREDIT-ACCT           PIC X(12).
       01 WS-CAUSE                 PIC X(10).
       01 WS-CUR-RESERVE           PIC S9(11) COMP-3.
       01 WS-PRIOR-RESERVE         PIC S9(11) COMP-3.
       01 WS-RES-CURRENT           PIC S9(9) COMP.
       01 WS-PAY-COUNT             PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-VOID-COUNT            PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-RECOV-COUNT           PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-RESMOVE-COUNT         PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-SUSPENSE-COUNT        PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-NORATE-COUNT          PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-LINE-COUNT            PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-DEBIT-TOTAL           PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-CREDIT-TOTAL          PIC S9(15) COMP-3 VALUE ZERO.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-TOTAL-EDIT            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-CLMNBR-EDIT           PIC Z(8)9.
       01 WS-ERR-PARAID            PIC X(30).
       01 WS-ERR-SQLCODE           PIC S9(9) COMP.
      ***-----------------------------------------------------------***
      ***  THE JOURNAL FILE AS THE LEDGER TAKES IT - ONE 'H' HEADER,  ***
      ***  A 'D' LINE PER DEBIT OR CREDIT, ONE 'T' TRAILER.           ***
      ***-----------------------------------------------------------***
       01 WS-GLH-LINE.
           05 GLH-RECTYPE          PIC X(01) VALUE 'H'.
           05 GLH-JRNLDATE         PIC X(10).
           05 GLH-RUNTS            PIC X(26).
           05 GLH-SOURCE           PIC X(08) VALUE 'MFTR36'.
           05 FILLER               PIC X(55) VALUE SPACE.
       01 WS-GLD-LINE.
           05 GLD-RECTYPE          PIC X(01).
           05 GLD-JRNLDATE         PIC X(10).
           05 GLD-ACCOUNT          PIC X(12).
           05 GLD-DRCR             PIC X(01).
           05 GLD-AMOUNT           PIC 9(13).
           05 GLD-ENTRYTYPE        PIC X(02).
           05 GLD-CLAIMNUMBER      PIC 9(09).
           05 GLD-CAUSE            PIC X(10).
           05 GLD-CURRENCY         PIC X(03).
           05 GLD-ORIGAMT          PIC 9(11).
           05 GLD-SOURCETS         PIC X(26).
           05 FILLER               PIC X(02).
       01 WS-GLT-LINE.
           05 GLT-RECTYPE          PIC X(01) VALUE 'T'.
           05 GLT-COUNT            PIC 9(07).
           05 GLT-DEBITS           PIC 9(15).
           05 GLT-CREDITS          PIC 9(15).
           05 FILLER               PIC X(62) VALUE SPACE.
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
              'MFTR36 GENERAL LEDGER JOURNAL - CONTROL REPORT'.
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
       01 WS-COL-HDR-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(11) VALUE '    CLAIM'.
           05 FILLER               PIC X(06) VALUE 'TYPE'.
           05 FILLER               PIC X(12) VALUE 'CAUSE'.
           05 FILLER               PIC X(05) VALUE 'CCY'.
           05 FILLER               PIC X(98) VALUE 'EXCEPTION'.
       01 WS-EXC-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EXL-CLMNBR           PIC X(09).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 EXL-TYPE             PIC X(02).
           05 FILLER               PIC X(04) VALUE SPACE.
           05 EXL-CAUSE            PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 EXL-CCY              PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 EXL-REASON           PIC X(50).
           05 FILLER               PIC X(48) VALUE SPACE.
       01 WS-TEXT-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 TXT-LABEL            PIC X(40).
           05 TXT-VALUE            PIC X(19).
           05 FILLER               PIC X(73) VALUE SPACE.
       01 WS-BLANK-LINE            PIC X(133) VALUE SPACES.
           COPY MF36CP32.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP2
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP10
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP11
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP20
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP24
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP25
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  EVERY PAYMENT AND VOID NOT YET POSTED, WITH THE CLAIM'S   ***
      ***  CAUSE AND CURRENCY FOR THE ACCOUNT MAPPING.               ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRGLP CURSOR WITH HOLD FOR
                   SELECT P.CLAIMNUMBER, P.PAYMENTTS, P.PAYTYPE,
                          P.PAYAMOUNT, COALESCE(P.DEDUCTAMT, 0),
                          CHAR(C.CAUSE, 10),
                          COALESCE(C.CURRENCYCODE, ' '),
                          COALESCE(P.PAYCATEGORY, 'I')
                     FROM MFTR36.PAYMENTS P
                          INNER JOIN MFTR36.CLAIMS C
                             ON C.CLAIMNUMBER = P.CLAIMNUMBER
                    WHERE P.GLPOSTEDTS IS NULL
                    ORDER BY P.CLAIMNUMBER, P.PAYMENTTS
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  EVERY RECOVERY NOT YET POSTED                             ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRGLR CURSOR WITH HOLD FOR
                   SELECT R.CLAIMNUMBER, R.RECOVERYTS, R.RECOVERYTYPE,
                          R.RECOVERYAMT, CHAR(C.CAUSE, 10),
                          COALESCE(C.CURRENCYCODE, ' ')
                     FROM MFTR36.RECOVERY R
                          INNER JOIN MFTR36.CLAIMS C
                             ON C.CLAIMNUMBER = R.CLAIMNUMBER
                    WHERE R.GLPOSTEDTS IS NULL
                    ORDER BY R.CLAIMNUMBER, R.RECOVERYTS
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  TODAY'S NET RESERVE PER CAUSE AND CURRENCY AGAINST THE    ***
      ***  BALANCE LAST POSTED - THE UNION BRINGS IN THE POSTED ROWS ***
      ***  WHOSE RESERVE HAS SINCE GONE TO NOTHING, SO A CAUSE THAT  ***
      ***  CLOSED OUT ENTIRELY STILL POSTS ITS RELEASE.              ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRGLV CURSOR WITH HOLD FOR
                   SELECT X.CCODE, X.CCY, SUM(X.CURRES), SUM(X.PRIORRES)
                     FROM (SELECT CHAR(C.CAUSE, 10),
                                  COALESCE(C.CURRENCYCODE, ' '),
                                  C.CVALUE - C.PAID
                                  - COALESCE((SELECT SUM(R.RECOVERYAMT)
                                                FROM MFTR36.RECOVERY R
                                               WHERE R.CLAIMNUMBER =
                                                     C.CLAIMNUMBER), 0),
                                  0
                             FROM MFTR36.CLAIMS C
                            WHERE C.CLAIMSTATUS = 'O'
                           UNION ALL
                           SELECT B.CCODE, B.CURRENCYCODE,
                                  0, B.RESERVEBAL
                             FROM MFTR36.GLRESBAL B)
                          AS X (CCODE, CCY, CURRES, PRIORRES)
                    GROUP BY X.CCODE, X.CCY
                    ORDER BY X.CCODE, X.CCY
           END-EXEC.
       PROCEDURE DIVISION.
      ***-----------------------------------------------------------***
      ***  MAIN PROCEDURE - ONE SECTION PER SOURCE                   ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           PERFORM 95000-RUN-START-PARA
           PERFORM 10000-INITIALIZE-PARA
           PERFORM 20000-PAYMENTS-SECTION-PARA
           IF NOT WS-GL-FAILED
              PERFORM 21000-RECOVERY-SECTION-PARA
           END-IF
           IF NOT WS-GL-FAILED
              PERFORM 22000-RESERVE-SECTION-PARA
           END-IF
           PERFORM 40000-WRAP-UP-PARA
           PERFORM 50000-EXIT-PARA.
       10000-INITIALIZE-PARA.
           OPEN OUTPUT GLOUT
           OPEN OUTPUT GLRPT
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
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           WRITE RPT-RECORD FROM WS-COL-HDR-LINE
      *    ONE RUN TIMESTAMP STAMPS EVERY ROW THIS JOURNAL POSTS, SO
      *    THE LEDGER BATCH CAN BE TIED BACK TO ITS SOURCE ROWS
            EXEC SQL
                SET :WS-RUN-TS = CURRENT TIMESTAMP
            END-EXEC
           MOVE JR-BUSDATE      TO GLH-JRNLDATE
           MOVE WS-RUN-TS       TO GLH-RUNTS
           WRITE GL-RECORD FROM WS-GLH-LINE
           .
      ***-----------------------------------------------------------***
      ***  PAYMENTS AND VOIDS                                        ***
      ***-----------------------------------------------------------***
       20000-PAYMENTS-SECTION-PARA.
            EXEC SQL
                OPEN CSRGLP
            END-EXEC
           MOVE 'N' TO WS-EOF-SW
           PERFORM 20100-FETCH-PAY-PARA
           PERFORM 20200-POST-PAY-PARA UNTIL WS-EOF-YES
            EXEC SQL
                CLOSE CSRGLP
            END-EXEC
           .
       20100-FETCH-PAY-PARA.
            EXEC SQL
                FETCH CSRGLP
                 INTO :PAYMENTS.CLAIMNUMBER, :PAYMENTS.PAYMENTTS,
                      :PAYMENTS.PAYTYPE, :PAYMENTS.PAYAMOUNT,
                      :PAYMENTS.DEDUCTAMT, :WS-CAUSE,
                      :CLAIMS.CURRENCYCODE, :PAYMENTS.PAYCATEGORY
            END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ONE PAYMENT OR VOID - THE NET CHEQUE AND THE DEDUCTIBLE   ***
      ***  WITHHELD ARE TWO ENTRIES. A VOID ROW ALREADY CARRIES BOTH ***
      ***  FIGURES NEGATED, WHICH TURNS ITS ENTRIES ROUND BY ITSELF. ***
      ***  THE ROW IS STAMPED POSTED IN THE RUN'S UNIT OF WORK. A    ***
      ***  DEFENCE/LEGAL EXPENSE CHEQUE POSTS AS PE; IT NEVER HAS A  ***
      ***  DEDUCTIBLE, SO ITS DD ENTRY IS ZERO AND POSTS NOTHING.    ***
      ***-----------------------------------------------------------***
       20200-POST-PAY-PARA.
           IF PAYTYPE OF PAYMENTS = 'V'
              ADD 1 TO WS-VOID-COUNT
           ELSE
              ADD 1 TO WS-PAY-COUNT
           END-IF
           MOVE CLAIMNUMBER OF PAYMENTS  TO WS-ENT-CLAIM
           MOVE PAYMENTTS OF PAYMENTS    TO WS-ENT-SOURCE-TS
           MOVE WS-CAUSE                 TO WS-ENT-CAUSE
           MOVE CURRENCYCODE OF CLAIMS   TO WS-ENT-CCY
           IF PAYCATEGORY OF PAYMENTS = 'E'
              MOVE 'PE'                  TO WS-ENT-TYPE
           ELSE
              MOVE 'PY'                  TO WS-ENT-TYPE
           END-IF
           MOVE PAYAMOUNT OF PAYMENTS    TO WS-ENT-AMOUNT
           PERFORM 30000-POST-ENTRY-PARA
           MOVE 'DD'                     TO WS-ENT-TYPE
           MOVE DEDUCTAMT OF PAYMENTS    TO WS-ENT-AMOUNT
           PERFORM 30000-POST-ENTRY-PARA
            EXEC SQL
                UPDATE MFTR36.PAYMENTS
                   SET GLPOSTEDTS = :WS-RUN-TS
                 WHERE CLAIMNUMBER = :PAYMENTS.CLAIMNUMBER
                   AND PAYMENTTS   = :PAYMENTS.PAYMENTTS
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE '20200-STAMP-PAYMENT' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
           END-IF
           PERFORM 20100-FETCH-PAY-PARA
           .
      ***-----------------------------------------------------------***
      ***  RECOVERIES                                                ***
      ***-----------------------------------------------------------***
       21000-RECOVERY-SECTION-PARA.
            EXEC SQL
                OPEN CSRGLR
            END-EXEC
           MOVE 'N' TO WS-EOF-SW
           PERFORM 21100-FETCH-REC-PARA
           PERFORM 21200-POST-REC-PARA UNTIL WS-EOF-YES
            EXEC SQL
                CLOSE CSRGLR
            END-EXEC
           .
       21100-FETCH-REC-PARA.
            EXEC SQL
                FETCH CSRGLR
                 INTO :RECOVERY.CLAIMNUMBER, :RECOVERY.RECOVERYTS,
                      :RECOVERY.RECOVERYTYPE, :RECOVERY.RECOVERYAMT,
                      :WS-CAUSE, :CLAIMS.CURRENCYCODE
            END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ONE RECOVERY - THE ENTRY TYPE FOLLOWS THE RECOVERY TYPE   ***
      ***-----------------------------------------------------------***
       21200-POST-REC-PARA.
           ADD 1 TO WS-RECOV-COUNT
           MOVE CLAIMNUMBER OF RECOVERY  TO WS-ENT-CLAIM
           MOVE RECOVERYTS OF RECOVERY   TO WS-ENT-SOURCE-TS
           MOVE WS-CAUSE                 TO WS-ENT-CAUSE
           MOVE CURRENCYCODE OF CLAIMS   TO WS-ENT-CCY
           EVALUATE RECOVERYTYPE OF RECOVERY
             WHEN 'S'
               MOVE 'RS'                 TO WS-ENT-TYPE
             WHEN 'U'
               MOVE 'RU'                 TO WS-ENT-TYPE
             WHEN OTHER
               MOVE 'RR'                 TO WS-ENT-TYPE
           END-EVALUATE
           MOVE RECOVERYAMT OF RECOVERY  TO WS-ENT-AMOUNT
           PERFORM 30000-POST-ENTRY-PARA
            EXEC SQL
                UPDATE MFTR36.RECOVERY
                   SET GLPOSTEDTS = :WS-RUN-TS
                 WHERE CLAIMNUMBER = :RECOVERY.CLAIMNUMBER
                   AND RECOVERYTS  = :RECOVERY.RECOVERYTS
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE '21200-STAMP-RECOVERY' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
           END-IF
           PERFORM 21100-FETCH-REC-PARA
           .
      ***-----------------------------------------------------------***
      ***  NET RESERVE MOVEMENT PER CAUSE AND CURRENCY               ***
      ***-----------------------------------------------------------***
       22000-RESERVE-SECTION-PARA.
            EXEC SQL
                OPEN CSRGLV
            END-EXEC
           MOVE 'N' TO WS-EOF-SW
           PERFORM 22100-FETCH-RES-PARA
           PERFORM 22200-POST-RES-PARA UNTIL WS-EOF-YES
            EXEC SQL
                CLOSE CSRGLV
            END-EXEC
           .
       22100-FETCH-RES-PARA.
            EXEC SQL
                FETCH CSRGLV
                 INTO :WS-CAUSE, :CLAIMS.CURRENCYCODE,
                      :WS-CUR-RESERVE, :WS-PRIOR-RESERVE
            END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  POST THE DIFFERENCE AND RESET THE POSTED BALANCE - A      ***
      ***  CAUSE AND CURRENCY SEEN FOR THE FIRST TIME GETS ITS ROW.  ***
      ***-----------------------------------------------------------***
       22200-POST-RES-PARA.
           IF WS-CUR-RESERVE NOT = WS-PRIOR-RESERVE
              ADD 1 TO WS-RESMOVE-COUNT
              MOVE ZERO                  TO WS-ENT-CLAIM
              MOVE WS-RUN-TS             TO WS-ENT-SOURCE-TS
              MOVE WS-CAUSE              TO WS-ENT-CAUSE
              MOVE CURRENCYCODE OF CLAIMS TO WS-ENT-CCY
              MOVE 'RV'                  TO WS-ENT-TYPE
              COMPUTE WS-ENT-AMOUNT = WS-CUR-RESERVE - WS-PRIOR-RESERVE
              PERFORM 30000-POST-ENTRY-PARA
              MOVE WS-CAUSE              TO CCODE OF GLRESBAL
              MOVE CURRENCYCODE OF CLAIMS TO CURRENCYCODE OF GLRESBAL
              MOVE WS-CUR-RESERVE        TO WS-RES-CURRENT
               EXEC SQL
                   UPDATE MFTR36.GLRESBAL
                      SET RESERVEBAL = :WS-RES-CURRENT,
                          POSTEDTS   = :WS-RUN-TS
                    WHERE CCODE        = :GLRESBAL.CCODE
                      AND CURRENCYCODE = :GLRESBAL.CURRENCYCODE
               END-EXEC
              IF SQLCODE = 100
                  EXEC SQL
                      INSERT INTO MFTR36.GLRESBAL
                             (CCODE,
                              CURRENCYCODE,
                              RESERVEBAL,
                              POSTEDTS)
                      VALUES (:GLRESBAL.CCODE,
                              :GLRESBAL.CURRENCYCODE,
                              :WS-RES-CURRENT,
                              :WS-RUN-TS)
                  END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 MOVE '22200-RESET-RESBAL' TO WS-ERR-PARAID
                 PERFORM 90000-LOG-SQL-ERROR-PARA
              END-IF
           END-IF
           PERFORM 22100-FETCH-RES-PARA
           .
      ***-----------------------------------------------------------***
      ***  WRITE ONE ENTRY AS A DEBIT LINE AND A CREDIT LINE OF THE  ***
      ***  SAME USD AMOUNT. A POSITIVE AMOUNT DEBITS THE MAPPING'S   ***
      ***  DEBIT ACCOUNT; A NEGATIVE ONE (A VOID, A RESERVE RELEASE) ***
      ***  TURNS THE PAIR ROUND. A ZERO AMOUNT WRITES NOTHING.       ***
      ***-----------------------------------------------------------***
       30000-POST-ENTRY-PARA.
           IF WS-ENT-AMOUNT NOT = ZERO
              PERFORM 31000-GET-MAPPING-PARA
              PERFORM 32000-GET-RATE-PARA
              IF WS-ENT-AMOUNT < ZERO
                 COMPUTE WS-ENT-ABS = 0 - WS-ENT-AMOUNT
              ELSE
                 MOVE WS-ENT-AMOUNT TO WS-ENT-ABS
              END-IF
              COMPUTE WS-ENT-USD ROUNDED = WS-ENT-ABS * WS-RATE
              MOVE SPACES            TO WS-GLD-LINE
              MOVE 'D'               TO GLD-RECTYPE
              MOVE JR-BUSDATE        TO GLD-JRNLDATE
              MOVE WS-ENT-USD        TO GLD-AMOUNT
              MOVE WS-ENT-TYPE       TO GLD-ENTRYTYPE
              MOVE WS-ENT-CLAIM      TO GLD-CLAIMNUMBER
              MOVE WS-ENT-CAUSE      TO GLD-CAUSE
              MOVE WS-ENT-CCY        TO GLD-CURRENCY
              MOVE WS-ENT-ABS        TO GLD-ORIGAMT
              MOVE WS-ENT-SOURCE-TS  TO GLD-SOURCETS
              MOVE 'D'               TO GLD-DRCR
              IF WS-ENT-AMOUNT > ZERO
                 MOVE WS-DEBIT-ACCT  TO GLD-ACCOUNT
              ELSE
                 MOVE WS-CREDIT-ACCT TO GLD-ACCOUNT
              END-IF
              WRITE GL-RECORD FROM WS-GLD-LINE
              MOVE 'C'               TO GLD-DRCR
              IF WS-ENT-AMOUNT > ZERO
                 MOVE WS-CREDIT-ACCT TO GLD-ACCOUNT
              ELSE
                 MOVE WS-DEBIT-ACCT  TO GLD-ACCOUNT
              END-IF
              WRITE GL-RECORD FROM WS-GLD-LINE
              ADD 2           TO WS-LINE-COUNT
              ADD WS-ENT-USD  TO WS-DEBIT-TOTAL
              ADD WS-ENT-USD  TO WS-CREDIT-TOTAL
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  THE MOST SPECIFIC MAPPING ROW WINS - SPACES SORT LOW, SO  ***
      ***  DESCENDING ORDER PUTS THE EXACT CAUSE AND CURRENCY FIRST  ***
      ***  AND THE CATCH-ALL ROW LAST. NO ROW AT ALL POSTS BOTH      ***
      ***  SIDES TO SUSPENSE AND REPORTS IT.                         ***
      ***-----------------------------------------------------------***
       31000-GET-MAPPING-PARA.
           MOVE WS-ENT-TYPE   TO ENTRYTYPE    OF GLACCTMAP
           MOVE WS-ENT-CAUSE  TO CCODE        OF GLACCTMAP
           MOVE WS-ENT-CCY    TO CURRENCYCODE OF GLACCTMAP
            EXEC SQL
                SELECT DEBITACCT, CREDITACCT
                  INTO :GLACCTMAP.DEBITACCT, :GLACCTMAP.CREDITACCT
                  FROM MFTR36.GLACCTMAP
                 WHERE ENTRYTYPE = :GLACCTMAP.ENTRYTYPE
                   AND (CCODE = :GLACCTMAP.CCODE OR CCODE = ' ')
                   AND (CURRENCYCODE = :GLACCTMAP.CURRENCYCODE
                        OR CURRENCYCODE = ' ')
                 ORDER BY CCODE DESC, CURRENCYCODE DESC
                 FETCH FIRST 1 ROW ONLY
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE DEBITACCT  OF GLACCTMAP  TO WS-DEBIT-ACCT
               MOVE CREDITACCT OF GLACCTMAP  TO WS-CREDIT-ACCT
             WHEN 100
               MOVE WS-SUSPENSE-ACCT TO WS-DEBIT-ACCT
               MOVE WS-SUSPENSE-ACCT TO WS-CREDIT-ACCT
               ADD 1 TO WS-SUSPENSE-COUNT
               MOVE 'NO GL ACCOUNT MAPPING - POSTED TO SUSPENSE'
                                             TO EXL-REASON
               PERFORM 38000-PRINT-EXCEPTION-PARA
             WHEN OTHER
               MOVE '31000-GET-MAPPING' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE WS-SUSPENSE-ACCT TO WS-DEBIT-ACCT
               MOVE WS-SUSPENSE-ACCT TO WS-CREDIT-ACCT
               ADD 1 TO WS-SUSPENSE-COUNT
               MOVE 'SQL ERROR ON MAPPING - POSTED TO SUSPENSE'
                                             TO EXL-REASON
               PERFORM 38000-PRINT-EXCEPTION-PARA
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  FIND THE RATE TO HOME CURRENCY IN FORCE FOR THE ENTRY'S   ***
      ***  CURRENCY - THE SAME RULE AS THE REGISTER REPORT. NO RATE  ***
      ***  ON FILE POSTS AT PAR AND IS REPORTED, THE WAY THE FEED    ***
      ***  FLAGS IT, SO FINANCE CAN ADJUST.                          ***
      ***-----------------------------------------------------------***
       32000-GET-RATE-PARA.
           MOVE 1   TO WS-RATE
           IF WS-ENT-CCY NOT = WS-HOME-CURRENCY
              AND WS-ENT-CCY NOT = SPACES
              MOVE WS-ENT-CCY TO CURRENCYCODE OF EXCHRATE
               EXEC SQL
                   SELECT RATETOUSD
                     INTO :EXCHRATE.RATETOUSD
                     FROM MFTR36.EXCHRATE
                    WHERE CURRENCYCODE = :EXCHRATE.CURRENCYCODE
                      AND EFFDATE <= DATE(:JR-BUSDATE)
                    ORDER BY EFFDATE DESC
                    FETCH FIRST 1 ROW ONLY
               END-EXEC
              IF SQLCODE = 0
                 MOVE RATETOUSD OF EXCHRATE TO WS-RATE
              ELSE
                 ADD 1 TO WS-NORATE-COUNT
                 MOVE 'NO EXCHANGE RATE ON FILE - POSTED AT PAR'
                                             TO EXL-REASON
                 PERFORM 38000-PRINT-EXCEPTION-PARA
              END-IF
           END-IF
           .
       38000-PRINT-EXCEPTION-PARA.
           IF WS-ENT-CLAIM = ZERO
              MOVE SPACES         TO EXL-CLMNBR
           ELSE
              MOVE WS-ENT-CLAIM   TO WS-CLMNBR-EDIT
              MOVE WS-CLMNBR-EDIT TO EXL-CLMNBR
           END-IF
           MOVE WS-ENT-TYPE       TO EXL-TYPE
           MOVE WS-ENT-CAUSE      TO EXL-CAUSE
           MOVE WS-ENT-CCY        TO EXL-CCY
           WRITE RPT-RECORD FROM WS-EXC-LINE
           .
      ***-----------------------------------------------------------***
      ***  LOG AN UNEXPECTED SQLCODE TO MFTR36.SQLERRORLOG, THE SAME ***
      ***  TRAIL THE ONLINE PROGRAMS USE. THE RUN'S STAMPS AND       ***
      ***  BALANCES SO FAR ARE ROLLED BACK FIRST AND THE LOG ROW     ***
      ***  COMMITTED ON ITS OWN, SO THE ROLLBACK IN 40000 CANNOT     ***
      ***  TAKE THE ERROR RECORD WITH IT. THE ROLLBACK CLOSES THE    ***
      ***  CURSOR, SO NOTHING MORE IS READ, AND THE RUN ENDS WITH    ***
      ***  RETURN CODE 8 AND NO TRAILER - THE JOURNAL FILE IS NOT TO ***
      ***  BE POSTED, AND THE RERUN POSTS EVERYTHING AGAIN.          ***
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
                VALUES (:WS-ENT-CLAIM,
                        CURRENT TIMESTAMP,
                        'MF36BRG',
                        :WS-ERR-PARAID,
                        :WS-BATCH-OPID,
                        :WS-ERR-SQLCODE,
                        :SQLSTATE)
            END-EXEC
            EXEC SQL
                COMMIT
            END-EXEC
           MOVE 'Y' TO WS-GL-FAILED-SW
           MOVE 'Y' TO WS-EOF-SW
           MOVE 8   TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
      ***  TRAILER, CONTROL TOTALS, THEN COMMIT THE POSTED STAMPS    ***
      ***  AND RESERVE BALANCES - AFTER THE TRAILER IS ON THE FILE.  ***
      ***  A RUN THAT HIT AN SQL ERROR WRITES NO TRAILER, SAYS SO ON ***
      ***  THE REPORT AND ROLLS BACK INSTEAD, SO NOTHING IS STAMPED  ***
      ***  POSTED FOR A FILE THE LEDGER MUST NOT TAKE.               ***
      ***-----------------------------------------------------------***
       40000-WRAP-UP-PARA.
           IF NOT WS-GL-FAILED
              MOVE WS-LINE-COUNT    TO GLT-COUNT
              MOVE WS-DEBIT-TOTAL   TO GLT-DEBITS
              MOVE WS-CREDIT-TOTAL  TO GLT-CREDITS
              WRITE GL-RECORD FROM WS-GLT-LINE
           END-IF
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE 'PAYMENTS POSTED'              TO TXT-LABEL
           MOVE WS-PAY-COUNT      TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT     TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'VOIDS POSTED'                 TO TXT-LABEL
           MOVE WS-VOID-COUNT     TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT     TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'RECOVERIES POSTED'            TO TXT-LABEL
           MOVE WS-RECOV-COUNT    TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT     TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'RESERVE MOVEMENTS POSTED'     TO TXT-LABEL
           MOVE WS-RESMOVE-COUNT  TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT     TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'ENTRIES POSTED TO SUSPENSE'   TO TXT-LABEL
           MOVE WS-SUSPENSE-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT     TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'ENTRIES POSTED AT PAR - NO RATE' TO TXT-LABEL
           MOVE WS-NORATE-COUNT   TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT     TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'JOURNAL LINES WRITTEN'        TO TXT-LABEL
           MOVE WS-LINE-COUNT     TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT     TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'DEBIT CONTROL TOTAL (USD)'    TO TXT-LABEL
           MOVE WS-DEBIT-TOTAL    TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT     TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'CREDIT CONTROL TOTAL (USD)'   TO TXT-LABEL
           MOVE WS-CREDIT-TOTAL   TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT     TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE WS-LINE-COUNT     TO WS-COUNT-EDIT
           DISPLAY 'MF36BRG - JOURNAL LINES    : ' WS-COUNT-EDIT
           MOVE WS-SUSPENSE-COUNT TO WS-COUNT-EDIT
           DISPLAY 'MF36BRG - TO SUSPENSE      : ' WS-COUNT-EDIT
           IF WS-GL-FAILED
              MOVE SPACES TO WS-TEXT-LINE
              MOVE 'SQL ERROR - NOTHING POSTED, FILE VOID' TO TXT-LABEL
              WRITE RPT-RECORD FROM WS-TEXT-LINE
              DISPLAY 'MF36BRG - SQL ERROR, RUN ROLLED BACK - '
                      'JOURNAL FILE NOT TO BE POSTED'
               EXEC SQL
                   ROLLBACK
               END-EXEC
           ELSE
               EXEC SQL
                   COMMIT
               END-EXEC
           END-IF
           .
       50000-EXIT-PARA.
           CLOSE GLOUT
           CLOSE GLRPT
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE START ON MFTR36.JOBRUN. A JOB    ***
      ***  REFUSED (A PREREQUISITE NOT COMPLETE, OR ALREADY RUN FOR  ***
      ***  THE BUSINESS DATE) ENDS HERE WITH RETURN CODE 12.         ***
      ***-----------------------------------------------------------***
       95000-RUN-START-PARA.
           SET JR-START TO TRUE
           MOVE 'MF36BRG' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BRG - RUN REFUSED: ' JR-MESSAGE
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
           COMPUTE JR-IN-COUNT = WS-PAY-COUNT
                 + WS-VOID-COUNT
                 + WS-RECOV-COUNT
                 + WS-RESMOVE-COUNT
           MOVE WS-LINE-COUNT TO JR-OUT-COUNT
           MOVE WS-SUSPENSE-COUNT TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
