      ***  EVENT, FOR THE PRINT BUREAU: A NEW CLAIM ADDED (AK         ***
      ***  ACKNOWLEDGMENT), A STATUS CHANGE TO D (DN DENIAL), A       ***
      ***  STATUS CHANGE TO W (WD WITHDRAWAL CONFIRMATION) AND A      ***
      ***  PAYMENT (PY PAYMENT ADVICE). A PY GOES OUT ONLY FOR AN     ***
      ***  INDEMNITY CHEQUE THE BANK FILE WILL CARRY - ON THE PAYMENT ***
      ***  EVENT WHEN IT WAS WITHIN THE KEYER'S CEILING, OR ON THE    ***
      ***  RELEASE EVENT ('L') WHEN A SECOND OPERATOR RELEASED IT     ***
      ***  FROM THE HOLD - AND NEVER FOR A DEFENCE/LEGAL EXPENSE, A   ***
      ***  PAYMENT STILL HELD OR REJECTED, OR ONE WITH AN OPEN OR     ***
      ***  CONFIRMED SANCTIONS MATCH. EACH RECORD CARRIES THE CLAIM   ***
      ***  NUMBER, THE POLICYHOLDER NAME FROM MFTR36.POLICY, THE      ***
      ***  CAUSE DESCRIPTION FROM MFTR36.CAUSECODE AND THE LETTER     ***
      ***  TYPE CODE; A PY RECORD ALSO CARRIES THE GROSS,             ***
      ***  DEDUCTIBLE-WITHHELD AND NET FIGURES OF THE CHEQUE, FROM    ***
      ***  THE MFTR36.PAYMENTS ROW BEHIND THE EVENT, SO THE ADVICE    ***
      ***  LETTER CAN STATE ALL THREE. EVERY LETTER IS RECORDED ON    ***
      ***  MFTR36.LETTERLOG AGAINST THE AUDIT EVENT THAT TRIGGERED IT ***
      ***  - A RERUN FINDS THE LOG ROW AND SKIPS, SO NO CUSTOMER IS   ***
      ***  EVER LETTERED TWICE. AK/DN/WD ARE ALSO DEDUPLICATED PER    ***
      ***  CLAIM (A SECOND UPDATE WHILE THE CLAIM IS STILL DENIED IS  ***
      ***  NOT A SECOND DENIAL LETTER); PY IS PER EVENT, SINCE EACH   ***
      ***  CHEQUE EARNS ITS OWN ADVICE. THE DAY'S                     ***
      ***  OUTSTANDING-DOCUMENT CHASES RAISED BY MF36BRQ              ***
      ***  (MFTR36.DOCCHASE) EACH WRITE A DC CHASE LETTER TOO,        ***
      ***  CARRYING THE NUMBER OF REQUIRED DOCUMENTS STILL MISSING    ***
      ***  AND THE FIRST FIVE OF THEM BY TYPE AND DESCRIPTION; DC IS  ***
      ***  PER CHASE, LOGGED AGAINST THE CHASE'S TIMESTAMP, AND A     ***
      ***  CLAIM WHOSE DOCUMENTS HAVE ALL ARRIVED SINCE THE CHASE WAS ***
      ***  RAISED IS NOT WRITTEN TO.                                  ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BR6.
       FILE SECTION.
       FD  CORROUT
           RECORDING MODE IS F.
       01  CORR-RECORD                PIC X(400).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
          88 WS-EOF-YES                      VALUE 'Y'.
          88 WS-LETTER-NONE                  VALUE '  '.
       01 WS-LETTER-COUNT          PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-SKIP-COUNT            PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-NOADVICE-COUNT        PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-LOGGED-COUNT          PIC S9(4) COMP.
       01 WS-SENT-TS               PIC X(26).
           05 CRL-GROSS            PIC 9(09).
           05 CRL-DEDUCT           PIC 9(09).
           05 CRL-NET              PIC 9(09).
      *    DC CHASE ONLY - HOW MANY REQUIRED DOCUMENTS ARE STILL
      *    MISSING, AND THE FIRST FIVE OF THEM; ZERO AND BLANK ON
      *    THE OTHER LETTER TYPES
           05 CRL-DOC-COUNT        PIC 9(02).
           05 CRL-DOC              OCCURS 5 TIMES.
              10 CRL-DOCTYPE       PIC X(08).
              10 CRL-DOCDESC       PIC X(40).
       01 WS-PAY-NET               PIC S9(9) COMP.
       01 WS-PAY-DEDUCT            PIC S9(9) COMP.
       01 WS-PAY-TS                PIC X(26).
       01 WS-PAY-RELSTATUS         PIC X(01).
       01 WS-PAY-CATEGORY          PIC X(01).
       01 WS-PAY-HITS              PIC S9(4) COMP.
       01 WS-DOC-EOF-SW            PIC X(01) VALUE 'N'.
          88 WS-DOC-EOF-YES                  VALUE 'Y'.
       01 WS-DOC-MISSING           PIC S9(4) COMP.
       01 WS-DOC-SUB               PIC S9(4) COMP.
           COPY MF36CP32.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP14
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP38
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  THE DAY'S AUDIT ACTIVITY, OLDEST FIRST, SO A CLAIM ADDED  ***
      ***  AND THEN DENIED THE SAME DAY LETTERS IN THE RIGHT ORDER.  ***
           EXEC SQL
               DECLARE CSRCOR CURSOR WITH HOLD FOR
                   SELECT CLAIMNUMBER, AUDITTS, AUDITACTION,
                          CLAIMSTATUS, CAUSE, POLICYNUMBER,
                          COALESCE(AUDITOPID, ' ')
                     FROM MFTR36.CLAIMS_AUDIT
                    WHERE DATE(AUDITTS) = DATE(:JR-BUSDATE)
                    ORDER BY CLAIMNUMBER, AUDITTS
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  THE OUTSTANDING-DOCUMENT CHASES RAISED FOR THE BUSINESS   ***
      ***  DATE, WITH THE CLAIM'S CAUSE AND POLICY AS THEY STAND -   ***
      ***  READ INTO THE AUDIT HOST FIELDS SO THE LETTER IS BUILT    ***
      ***  AND LOGGED THE SAME WAY AS AN AUDIT EVENT'S.              ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRDCH CURSOR WITH HOLD FOR
                   SELECT H.CLAIMNUMBER, H.CHASETS, C.CAUSE,
                          C.POLICYNUMBER
                     FROM MFTR36.DOCCHASE H
                          INNER JOIN MFTR36.CLAIMS C
                             ON C.CLAIMNUMBER = H.CLAIMNUMBER
                    WHERE H.CHASEDATE = DATE(:JR-BUSDATE)
                    ORDER BY H.CLAIMNUMBER, H.CHASETS
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  THE CHECKLIST DOCUMENTS ONE CHASED CLAIM IS STILL MISSING ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRDOC CURSOR FOR
                   SELECT D.DOCTYPE, D.DOCDESC
                     FROM MFTR36.CAUSEDOC D
                    WHERE D.CCODE = :CLAIMS-AUDIT.CAUSE
                      AND NOT EXISTS
                          (SELECT 1
                             FROM MFTR36.CLAIMDOC R
                            WHERE R.CLAIMNUMBER =
                                  :CLAIMS-AUDIT.CLAIMNUMBER
                              AND R.DOCTYPE     = D.DOCTYPE)
                    ORDER BY D.DOCTYPE
           END-EXEC.
       PROCEDURE DIVISION.
      ***-----------------------------------------------------------***
      ***  MAIN PROCEDURE                                            ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           PERFORM 95000-RUN-START-PARA
           PERFORM 10000-INITIALIZE-PARA
           PERFORM 20000-FETCH-PARA
           PERFORM 30000-PROCESS-PARA UNTIL WS-EOF-YES
           PERFORM 33000-DOC-CHASE-PARA
           PERFORM 40000-WRAP-UP-PARA
           PERFORM 50000-EXIT-PARA.
       10000-INITIALIZE-PARA.
                      :CLAIMS-AUDIT.AUDITACTION,
                      :CLAIMS-AUDIT.CLAIMSTATUS,
                      :CLAIMS-AUDIT.CAUSE,
                      :CLAIMS-AUDIT.POLICYNUMBER,
                      :CLAIMS-AUDIT.AUDITOPID
            END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF-SW
           .
      ***-----------------------------------------------------------***
      ***  CLASSIFY THE EVENT, SKIP THE ONES ALREADY LETTERED, AND   ***
      ***  WRITE THE REST. A PAYMENT ('P') OR A RELEASE FROM THE     ***
      ***  HOLD ('L') IS A PY ONLY IF 30500 FINDS ITS CHEQUE WILL    ***
      ***  GO TO THE BANK.                                           ***
      ***-----------------------------------------------------------***
       30000-PROCESS-PARA.
           EVALUATE TRUE
               MOVE 'AK' TO WS-LETTER-TYPE
             WHEN AUDITACTION OF CLAIMS-AUDIT = 'P'
               MOVE 'PY' TO WS-LETTER-TYPE
             WHEN AUDITACTION OF CLAIMS-AUDIT = 'L'
               MOVE 'PY' TO WS-LETTER-TYPE
             WHEN AUDITACTION OF CLAIMS-AUDIT = 'U'
                  AND CLAIMSTATUS OF CLAIMS-AUDIT = 'D'
               MOVE 'DN' TO WS-LETTER-TYPE
             WHEN OTHER
               MOVE '  ' TO WS-LETTER-TYPE
           END-EVALUATE
           IF WS-LETTER-TYPE = 'PY'
              PERFORM 30500-PAYMENT-FIGURES-PARA
           END-IF
           IF WS-LETTER-NONE
              CONTINUE
           ELSE
      ***-----------------------------------------------------------***
      ***  HAS THIS EVENT (OR, FOR AK/DN/WD, THIS CLAIM AND LETTER   ***
      ***  TYPE) ALREADY GENERATED A LETTER? PY DEDUPLICATES PER     ***
      ***  AUDIT EVENT ONLY - EVERY CHEQUE GETS ITS OWN ADVICE - AND ***
      ***  DC PER CHASE.                                             ***
      ***-----------------------------------------------------------***
       30100-CHECK-ALREADY-SENT-PARA.
           MOVE ZERO TO WS-LOGGED-COUNT
           IF WS-LETTER-TYPE = 'PY' OR WS-LETTER-TYPE = 'DC'
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-LOGGED-COUNT
           MOVE ZERO TO CRL-DEDUCT
           MOVE ZERO TO CRL-NET
           IF WS-LETTER-TYPE = 'PY'
              MOVE WS-PAY-NET    TO CRL-NET
              MOVE WS-PAY-DEDUCT TO CRL-DEDUCT
              COMPUTE CRL-GROSS = WS-PAY-NET + WS-PAY-DEDUCT
           END-IF
           MOVE ZERO TO CRL-DOC-COUNT
           IF WS-LETTER-TYPE = 'DC'
              PERFORM 30600-MISSING-DOCS-PARA
           END-IF
           WRITE CORR-RECORD FROM WS-CORR-LINE
           ADD 1 TO WS-LETTER-COUNT
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  THE CHEQUE BEHIND A PY EVENT. FOR A PAYMENT ('P') IT IS   ***
      ***  THE CLAIM'S NEWEST PAYMENT ROW NOT AFTER THE AUDIT EVENT  ***
      ***  - THE PAYMENT ROW IS ALWAYS WRITTEN JUST BEFORE ITS AUDIT ***
      ***  ROW; FOR A RELEASE ('L') IT IS THE NEWEST ROW THAT        ***
      ***  OPERATOR RELEASED NOT AFTER THE EVENT. THAT ROW IS THEN   ***
      ***  READ BY ITS PAYMENTTS. NO ADVICE GOES OUT FOR A DEFENCE/  ***
      ***  LEGAL EXPENSE (CATEGORY E), FOR A PAYMENT WITH AN OPEN OR ***
      ***  CONFIRMED SANCTIONS MATCH, OR ON THE 'P' EVENT OF ONE     ***
      ***  KEYED OVER THE CEILING - IT IS STILL HELD, OR WAS         ***
      ***  REJECTED, OR WAS RELEASED AND ADVISES ON ITS 'L' EVENT.   ***
      ***  GROSS IS WHAT THE OPERATOR KEYED (NET PLUS THE WITHHELD   ***
      ***  DEDUCTIBLE), NET IS WHAT THE CHEQUE SAYS.                 ***
      ***-----------------------------------------------------------***
       30500-PAYMENT-FIGURES-PARA.
           MOVE ZERO TO WS-PAY-NET
           MOVE ZERO TO WS-PAY-DEDUCT
           IF AUDITACTION OF CLAIMS-AUDIT = 'L'
               EXEC SQL
                   SELECT PAYMENTTS
                     INTO :WS-PAY-TS
                     FROM MFTR36.PAYMENTS
                    WHERE CLAIMNUMBER = :CLAIMS-AUDIT.CLAIMNUMBER
                      AND PAYTYPE     = 'P'
                      AND RELSTATUS   = 'R'
                      AND RELOPID     = :CLAIMS-AUDIT.AUDITOPID
                      AND RELTS      <= :CLAIMS-AUDIT.AUDITTS
                    ORDER BY RELTS DESC
                    FETCH FIRST 1 ROW ONLY
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT PAYMENTTS
                     INTO :WS-PAY-TS
                     FROM MFTR36.PAYMENTS
                    WHERE CLAIMNUMBER = :CLAIMS-AUDIT.CLAIMNUMBER
                      AND PAYTYPE     = 'P'
                      AND PAYMENTTS  <= :CLAIMS-AUDIT.AUDITTS
                    ORDER BY PAYMENTTS DESC
                    FETCH FIRST 1 ROW ONLY
               END-EXEC
           END-IF
           IF SQLCODE = 0
               EXEC SQL
                   SELECT P.PAYAMOUNT, COALESCE(P.DEDUCTAMT, 0),
                          COALESCE(P.RELSTATUS, 'A'),
                          COALESCE(P.PAYCATEGORY, 'I'),
                          (SELECT COUNT(*)
                             FROM MFTR36.SANCHIT H
                            WHERE H.CLAIMNUMBER = P.CLAIMNUMBER
                              AND H.PAYMENTTS   = P.PAYMENTTS
                              AND H.HITSTATUS IN ('O', 'F'))
                     INTO :WS-PAY-NET, :WS-PAY-DEDUCT,
                          :WS-PAY-RELSTATUS, :WS-PAY-CATEGORY,
                          :WS-PAY-HITS
                     FROM MFTR36.PAYMENTS P
                    WHERE P.CLAIMNUMBER = :CLAIMS-AUDIT.CLAIMNUMBER
                      AND P.PAYMENTTS   = :WS-PAY-TS
               END-EXEC
           END-IF
           IF SQLCODE = 0
              IF WS-PAY-CATEGORY = 'E'
                 OR WS-PAY-HITS > 0
                 OR (AUDITACTION OF CLAIMS-AUDIT = 'P'
                     AND WS-PAY-RELSTATUS NOT = 'A')
                 MOVE '  ' TO WS-LETTER-TYPE
                 ADD 1 TO WS-NOADVICE-COUNT
              END-IF
           ELSE
              MOVE '30500-PAYMENT-FIGURES' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
              MOVE '  ' TO WS-LETTER-TYPE
              ADD 1 TO WS-NOADVICE-COUNT
           END-IF
           .
       30400-CAUSE-LOOKUP-PARA.
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  THE DOCUMENTS A DC CHASE IS FOR - THE COUNT STILL MISSING ***
      ***  (SET BY 33200) AND THE FIRST FIVE OF THEM.                ***
      ***-----------------------------------------------------------***
       30600-MISSING-DOCS-PARA.
           MOVE WS-DOC-MISSING TO CRL-DOC-COUNT
           MOVE ZERO TO WS-DOC-SUB
            EXEC SQL
                OPEN CSRDOC
            END-EXEC
           MOVE 'N' TO WS-DOC-EOF-SW
           PERFORM 30610-FETCH-DOC-PARA
           PERFORM 30620-STORE-DOC-PARA
               UNTIL WS-DOC-EOF-YES OR WS-DOC-SUB = 5
            EXEC SQL
                CLOSE CSRDOC
            END-EXEC
           .
       30610-FETCH-DOC-PARA.
            EXEC SQL
                FETCH CSRDOC
                 INTO :CAUSEDOC.DOCTYPE, :CAUSEDOC.DOCDESC
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-DOC-EOF-SW
           END-IF
           .
       30620-STORE-DOC-PARA.
           ADD 1 TO WS-DOC-SUB
           MOVE DOCTYPE OF CAUSEDOC TO CRL-DOCTYPE(WS-DOC-SUB)
           MOVE DOCDESC OF CAUSEDOC TO CRL-DOCDESC(WS-DOC-SUB)
           PERFORM 30610-FETCH-DOC-PARA
           .
      ***-----------------------------------------------------------***
      ***  THE DAY'S OUTSTANDING-DOCUMENT CHASES - ONE DC LETTER PER ***
      ***  CHASE NOT ALREADY LETTERED, SO LONG AS SOMETHING IS STILL ***
      ***  MISSING WHEN THE LETTER IS BUILT.                         ***
      ***-----------------------------------------------------------***
       33000-DOC-CHASE-PARA.
            EXEC SQL
                OPEN CSRDCH
            END-EXEC
           MOVE 'DC' TO WS-LETTER-TYPE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 33100-FETCH-CHASE-PARA
           PERFORM 33200-PROCESS-CHASE-PARA UNTIL WS-EOF-YES
            EXEC SQL
                CLOSE CSRDCH
            END-EXEC
           .
       33100-FETCH-CHASE-PARA.
            EXEC SQL
                FETCH CSRDCH
                 INTO :CLAIMS-AUDIT.CLAIMNUMBER,
                      :CLAIMS-AUDIT.AUDITTS,
                      :CLAIMS-AUDIT.CAUSE,
                      :CLAIMS-AUDIT.POLICYNUMBER
            END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           .
       33200-PROCESS-CHASE-PARA.
           PERFORM 30100-CHECK-ALREADY-SENT-PARA
           IF WS-LOGGED-COUNT > 0
              ADD 1 TO WS-SKIP-COUNT
           ELSE
              MOVE ZERO TO WS-DOC-MISSING
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-DOC-MISSING
                     FROM MFTR36.CAUSEDOC D
                    WHERE D.CCODE = :CLAIMS-AUDIT.CAUSE
                      AND NOT EXISTS
                          (SELECT 1
                             FROM MFTR36.CLAIMDOC R
                            WHERE R.CLAIMNUMBER =
                                  :CLAIMS-AUDIT.CLAIMNUMBER
                              AND R.DOCTYPE     = D.DOCTYPE)
               END-EXEC
              IF WS-DOC-MISSING > 99
                 MOVE 99 TO WS-DOC-MISSING
              END-IF
              IF WS-DOC-MISSING > 0
                 PERFORM 30200-WRITE-LETTER-PARA
              ELSE
                 ADD 1 TO WS-SKIP-COUNT
              END-IF
           END-IF
           PERFORM 33100-FETCH-CHASE-PARA
           .
      ***-----------------------------------------------------------***
      ***  LOG AN UNEXPECTED SQLCODE TO MFTR36.SQLERRORLOG, THE SAME ***
      ***  TRAIL THE ONLINE PROGRAMS USE.                            ***
      ***-----------------------------------------------------------***
           DISPLAY 'MF36BR6 - LETTERS WRITTEN   : ' WS-COUNT-EDIT
           MOVE WS-SKIP-COUNT   TO WS-COUNT-EDIT
           DISPLAY 'MF36BR6 - ALREADY LETTERED  : ' WS-COUNT-EDIT
           MOVE WS-NOADVICE-COUNT TO WS-COUNT-EDIT
           DISPLAY 'MF36BR6 - PY NOT ADVISED    : ' WS-COUNT-EDIT
            EXEC SQL
                COMMIT
            END-EXEC
           .
       50000-EXIT-PARA.
           CLOSE CORROUT
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE START ON MFTR36.JOBRUN. A JOB    ***
      ***  REFUSED (A PREREQUISITE NOT COMPLETE, OR ALREADY RUN FOR  ***
      ***  THE BUSINESS DATE) ENDS HERE WITH RETURN CODE 12.         ***
      ***-----------------------------------------------------------***
       95000-RUN-START-PARA.
           SET JR-START TO TRUE
           MOVE 'MF36BR6' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BR6 - RUN REFUSED: ' JR-MESSAGE
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
           COMPUTE JR-IN-COUNT = WS-LETTER-COUNT
                 + WS-SKIP-COUNT + WS-NOADVICE-COUNT
           MOVE WS-LETTER-COUNT TO JR-OUT-COUNT
           MOVE ZERO TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
