      ******************************************************************
      ***        MF36BL4 : BANK PAID-ITEMS RECONCILIATION             ***
      ***  READS THE BANK'S DAILY PAID-ITEMS FILE - ONE RECORD PER    ***
      ***  CHEQUE PRESENTED AND PAID, CARRYING BACK THE CLAIM         ***
      ***  REFERENCE AND VALUE DATE MF36BR9 SENT ON DSBOUT, WITH THE  ***
      ***  AMOUNT AND DATE THE BANK PAID - AND MARKS EACH ISSUED      ***
      ***  PAYMENT ON MFTR36.PAYMENTS CLEARED (CLEAREDTS, CLEARDATE,  ***
      ***  CLEARAMT), SO AN ISSUED CHEQUE IS NO LONGER TAKEN ON       ***
      ***  TRUST TO HAVE BEEN CASHED. A PRESENTMENT IS MATCHED ON     ***
      ***  CLAIM, VALUE DATE AND AMOUNT TO AN ISSUED, UNCLEARED       ***
      ***  PAYMENT; WHAT WILL NOT MATCH CLEANLY GOES ON THE           ***
      ***  EXCEPTION REPORT FOR THE CASHIERS:                         ***
      ***   - A PRESENTMENT AGAINST A PAYMENT ALREADY VOIDED UNDER    ***
      ***     OPTION '9' (STAMPED CLEARED TOO - THE BANK HAS PAID     ***
      ***     IT AND THE MONEY HAS TO BE CHASED BACK);                ***
      ***   - AN AMOUNT MISMATCH AGAINST AN ISSUED CHEQUE FOR THE     ***
      ***     SAME CLAIM AND VALUE DATE (STAMPED WITH THE AMOUNT THE  ***
      ***     BANK ACTUALLY PAID);                                    ***
      ***   - A CHEQUE ALREADY CLEARED ON AN EARLIER FILE;            ***
      ***   - A CLEARING WITH NO MATCHING ISSUED PAYMENT AT ALL.      ***
      ***  THE FILE CARRIES A TRAILER WITH THE RECORD COUNT AND A     ***
      ***  HASH TOTAL OF THE AMOUNTS; A FILE THAT DOES NOT BALANCE    ***
      ***  (OR HAS NO TRAILER) IS REFUSED WHOLE AND ROLLED BACK, THE  ***
      ***  SAME RULE AS THE RATE LOAD (MF36BL3).                      ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BL4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAIDIN ASSIGN TO PAIDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECRPT ASSIGN TO RECRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAIDIN
           RECORDING MODE IS F.
       01  PAID-RECORD                PIC X(39).
       FD  RECRPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-BATCH-OPID            PIC X(08) VALUE 'MF36BL4 '.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
          88 WS-EOF-YES                      VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW       PIC X(01) VALUE 'N'.
          88 WS-TRAILER-SEEN                 VALUE 'Y'.
       01 WS-LOAD-GOOD-SW          PIC X(01) VALUE 'Y'.
          88 WS-LOAD-GOOD                    VALUE 'Y'.
       01 WS-READ-COUNT            PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-CLEARED-COUNT         PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-VOIDED-COUNT          PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-MISMATCH-COUNT        PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-ALREADY-COUNT         PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-NOMATCH-COUNT         PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-REJECT-COUNT          PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-HASH-TOTAL            PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-TRL-COUNT             PIC 9(07).
       01 WS-TRL-HASH              PIC 9(13).
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-AMT-EDIT              PIC ZZZ,ZZZ,ZZ9.
       01 WS-RECON-TS              PIC X(26).
       01 WS-MATCH-TS              PIC X(26).
       01 WS-MATCH-AMOUNT          PIC S9(9) COMP.
       01 WS-PRIOR-CLEARDATE       PIC X(10).
       01 WS-ERR-PARAID            PIC X(30).
       01 WS-ERR-SQLCODE           PIC S9(9) COMP.
      ***-----------------------------------------------------------***
      ***  ONE RECORD OF THE BANK'S PAID-ITEMS FILE - 'D' DETAIL PER  ***
      ***  CHEQUE PAID: THE CLAIM REFERENCE AND VALUE DATE AS SENT ON ***
      ***  DSBOUT, THE AMOUNT PAID AND THE DATE IT WAS PAID; 'T'      ***
      ***  TRAILER CARRIES THE DETAIL COUNT AND THE HASH TOTAL OF THE ***
      ***  AMOUNTS.                                                  ***
      ***-----------------------------------------------------------***
       01 WS-PAID-REC.
           05 PI-RECTYPE           PIC X(01).
           05 PI-CLAIMNUMBER       PIC X(09).
           05 PI-CLAIMNUMBER-R REDEFINES PI-CLAIMNUMBER
                                   PIC 9(09).
           05 PI-AMOUNT            PIC X(09).
           05 PI-AMOUNT-R REDEFINES PI-AMOUNT
                                   PIC 9(09).
           05 PI-VALUEDATE         PIC X(10).
           05 PI-CLEARDATE         PIC X(10).
       01 WS-TRL-REC REDEFINES WS-PAID-REC.
           05 FILLER               PIC X(01).
           05 TR-COUNT             PIC X(07).
           05 TR-HASH              PIC X(13).
           05 FILLER               PIC X(18).
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
              'MFTR36 BANK PAID-ITEMS RECONCILIATION - EXCEPTIONS'.
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
           05 FILLER               PIC X(11) VALUE 'CLAIM'.
           05 FILLER               PIC X(12) VALUE 'VALUE DATE'.
           05 FILLER               PIC X(12) VALUE 'PAID DATE'.
           05 FILLER               PIC X(13) VALUE '  BANK AMOUNT'.
           05 FILLER               PIC X(13) VALUE ' ISSUED AMNT'.
           05 FILLER               PIC X(71) VALUE 'EXCEPTION'.
       01 WS-EXC-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EXL-CLMNBR           PIC X(09).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 EXL-VALUEDATE        PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 EXL-CLEARDATE        PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 EXL-BANKAMT          PIC X(11).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 EXL-OURAMT           PIC X(11).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 EXL-REASON           PIC X(45).
           05 FILLER               PIC X(26) VALUE SPACE.
       01 WS-REJECT-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RJL-DATA             PIC X(39).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 RJL-REASON           PIC X(45).
           05 FILLER               PIC X(46) VALUE SPACE.
       01 WS-TEXT-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 TXT-LABEL            PIC X(45).
           05 TXT-VALUE            PIC X(13).
           05 FILLER               PIC X(74) VALUE SPACE.
       01 WS-BLANK-LINE            PIC X(133) VALUE SPACES.
           COPY MF36CP32.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP10
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP7
           END-EXEC.
       PROCEDURE DIVISION.
      ***-----------------------------------------------------------***
      ***  MAIN PROCEDURE                                            ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           PERFORM 95000-RUN-START-PARA
           PERFORM 10000-INITIALIZE-PARA
           PERFORM 20000-READ-PARA
           PERFORM 30000-PROCESS-PARA
               UNTIL WS-EOF-YES OR WS-TRAILER-SEEN
           PERFORM 35000-BALANCE-PARA
           PERFORM 40000-WRAP-UP-PARA
           PERFORM 50000-EXIT-PARA.
       10000-INITIALIZE-PARA.
           OPEN INPUT  PAIDIN
           OPEN OUTPUT RECRPT
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
      *    ONE RUN TIMESTAMP STAMPS EVERY CHEQUE THIS FILE CLEARS,
      *    SO THE CLEARINGS CAN BE TIED BACK TO ONE BANK FILE
            EXEC SQL
                SET :WS-RECON-TS = CURRENT TIMESTAMP
            END-EXEC
           .
      ***-----------------------------------------------------------***
      ***  READ THE NEXT PAID-ITEMS RECORD                           ***
      ***-----------------------------------------------------------***
       20000-READ-PARA.
           READ PAIDIN INTO WS-PAID-REC
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           .
      ***-----------------------------------------------------------***
      ***  ONE RECORD - DETAILS ARE EDITED AND MATCHED (UNDER THE    ***
      ***  UNCOMMITTED UNIT OF WORK THE TRAILER CHECK DECIDES ON),   ***
      ***  THE TRAILER STOPS THE READ LOOP. EVERY DETAIL READ GOES   ***
      ***  INTO THE CONTROL TOTALS WHETHER IT MATCHED OR NOT.        ***
      ***-----------------------------------------------------------***
       30000-PROCESS-PARA.
           EVALUATE PI-RECTYPE
             WHEN 'D'
               ADD 1 TO WS-READ-COUNT
               IF PI-AMOUNT NUMERIC
                  ADD PI-AMOUNT-R TO WS-HASH-TOTAL
               END-IF
               PERFORM 30100-EDIT-ITEM-PARA
             WHEN 'T'
               SET WS-TRAILER-SEEN TO TRUE
             WHEN OTHER
               ADD 1 TO WS-READ-COUNT
               MOVE SPACES      TO WS-REJECT-LINE
               MOVE WS-PAID-REC TO RJL-DATA
               MOVE 'RECORD TYPE MUST BE D OR T' TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE
           IF NOT WS-TRAILER-SEEN
              PERFORM 20000-READ-PARA
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  EDIT ONE PAID ITEM - A RECORD THE BANK GARBLED CANNOT BE  ***
      ***  MATCHED AND IS REPORTED AS A REJECT, NOT GUESSED AT.      ***
      ***-----------------------------------------------------------***
       30100-EDIT-ITEM-PARA.
           MOVE SPACES      TO WS-REJECT-LINE
           MOVE WS-PAID-REC TO RJL-DATA
           EVALUATE TRUE
             WHEN PI-CLAIMNUMBER NOT NUMERIC
               MOVE 'CLAIM REFERENCE NOT NUMERIC'      TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
             WHEN PI-AMOUNT NOT NUMERIC OR PI-AMOUNT-R = ZERO
               MOVE 'AMOUNT MISSING, NOT NUMERIC OR ZERO' TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
             WHEN PI-VALUEDATE(1:4) NOT NUMERIC
                  OR PI-VALUEDATE(5:1) NOT = '-'
                  OR PI-VALUEDATE(6:2) NOT NUMERIC
                  OR PI-VALUEDATE(8:1) NOT = '-'
                  OR PI-VALUEDATE(9:2) NOT NUMERIC
               MOVE 'VALUE DATE MUST BE YYYY-MM-DD'    TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
             WHEN PI-CLEARDATE(1:4) NOT NUMERIC
                  OR PI-CLEARDATE(5:1) NOT = '-'
                  OR PI-CLEARDATE(6:2) NOT NUMERIC
                  OR PI-CLEARDATE(8:1) NOT = '-'
                  OR PI-CLEARDATE(9:2) NOT NUMERIC
               MOVE 'PAID DATE MUST BE YYYY-MM-DD'     TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
             WHEN OTHER
               MOVE PI-CLAIMNUMBER-R TO CLAIMNUMBER OF PAYMENTS
               MOVE PI-AMOUNT-R      TO PAYAMOUNT   OF PAYMENTS
               MOVE PI-AMOUNT-R      TO CLEARAMT    OF PAYMENTS
               MOVE PI-VALUEDATE     TO PAYMENTDATE OF PAYMENTS
               MOVE PI-CLEARDATE     TO CLEARDATE   OF PAYMENTS
               PERFORM 31000-MATCH-ISSUED-PARA
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  THE CLEAN MATCH - AN ISSUED, UNCLEARED, UNREVERSED        ***
      ***  PAYMENT ON THE CLAIM FOR THE SAME VALUE DATE AND AMOUNT.  ***
      ***  WHERE ONE CLAIM HAD TWO IDENTICAL CHEQUES OUT THE OLDEST  ***
      ***  IS CLEARED FIRST, SO THE SECOND PRESENTMENT TAKES THE     ***
      ***  OTHER.                                                    ***
      ***-----------------------------------------------------------***
       31000-MATCH-ISSUED-PARA.
            EXEC SQL
                SELECT P.PAYMENTTS
                  INTO :WS-MATCH-TS
                  FROM MFTR36.PAYMENTS P
                 WHERE P.CLAIMNUMBER = :PAYMENTS.CLAIMNUMBER
                   AND P.PAYTYPE     = 'P'
                   AND P.ISSUEDTS    IS NOT NULL
                   AND P.CLEAREDTS   IS NULL
                   AND P.PAYMENTDATE = :PAYMENTS.PAYMENTDATE
                   AND P.PAYAMOUNT   = :PAYMENTS.PAYAMOUNT
                   AND NOT EXISTS
                       (SELECT 1
                          FROM MFTR36.PAYMENTS V
                         WHERE V.CLAIMNUMBER = P.CLAIMNUMBER
                           AND V.PAYTYPE     = 'V'
                           AND V.REVERSEDTS  = P.PAYMENTTS)
                 ORDER BY P.PAYMENTTS
                 FETCH FIRST 1 ROW ONLY
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM 36000-STAMP-CLEARED-PARA
               IF SQLCODE = 0
                  ADD 1 TO WS-CLEARED-COUNT
               END-IF
             WHEN 100
               PERFORM 32000-MATCH-VOIDED-PARA
             WHEN OTHER
               MOVE '31000-MATCH-ISSUED' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR ON MATCH - SEE ERROR LOG' TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  A PRESENTMENT AGAINST A CHEQUE WE HAVE ALREADY VOIDED -   ***
      ***  THE BANK HAS PAID MONEY WE TOOK BACK OFF THE CLAIM. THE   ***
      ***  VOIDED PAYMENT IS STAMPED CLEARED SO THE PRESENTMENT IS   ***
      ***  ON RECORD, AND IT GOES ON THE REPORT FOR RECOVERY.        ***
      ***-----------------------------------------------------------***
       32000-MATCH-VOIDED-PARA.
            EXEC SQL
                SELECT P.PAYMENTTS
                  INTO :WS-MATCH-TS
                  FROM MFTR36.PAYMENTS P
                 WHERE P.CLAIMNUMBER = :PAYMENTS.CLAIMNUMBER
                   AND P.PAYTYPE     = 'P'
                   AND P.ISSUEDTS    IS NOT NULL
                   AND P.CLEAREDTS   IS NULL
                   AND P.PAYMENTDATE = :PAYMENTS.PAYMENTDATE
                   AND P.PAYAMOUNT   = :PAYMENTS.PAYAMOUNT
                   AND EXISTS
                       (SELECT 1
                          FROM MFTR36.PAYMENTS V
                         WHERE V.CLAIMNUMBER = P.CLAIMNUMBER
                           AND V.PAYTYPE     = 'V'
                           AND V.REVERSEDTS  = P.PAYMENTTS)
                 ORDER BY P.PAYMENTTS
                 FETCH FIRST 1 ROW ONLY
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM 36000-STAMP-CLEARED-PARA
               MOVE PAYAMOUNT OF PAYMENTS TO WS-MATCH-AMOUNT
               MOVE 'PRESENTED AGAINST A VOIDED PAYMENT'
                                              TO EXL-REASON
               PERFORM 38000-PRINT-EXCEPTION-PARA
               ADD 1 TO WS-VOIDED-COUNT
             WHEN 100
               PERFORM 33000-MATCH-AMOUNT-PARA
             WHEN OTHER
               MOVE '32000-MATCH-VOIDED' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR ON MATCH - SEE ERROR LOG' TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  AN ISSUED, UNCLEARED CHEQUE ON THE CLAIM FOR THE SAME     ***
      ***  VALUE DATE BUT A DIFFERENT AMOUNT - AN ALTERED OR         ***
      ***  MIS-ENCODED CHEQUE. THE BANK HAS PAID, SO THE PAYMENT IS  ***
      ***  STAMPED CLEARED WITH THE AMOUNT THE BANK ACTUALLY PAID,   ***
      ***  AND BOTH FIGURES GO ON THE REPORT.                        ***
      ***-----------------------------------------------------------***
       33000-MATCH-AMOUNT-PARA.
            EXEC SQL
                SELECT P.PAYMENTTS, P.PAYAMOUNT
                  INTO :WS-MATCH-TS, :WS-MATCH-AMOUNT
                  FROM MFTR36.PAYMENTS P
                 WHERE P.CLAIMNUMBER = :PAYMENTS.CLAIMNUMBER
                   AND P.PAYTYPE     = 'P'
                   AND P.ISSUEDTS    IS NOT NULL
                   AND P.CLEAREDTS   IS NULL
                   AND P.PAYMENTDATE = :PAYMENTS.PAYMENTDATE
                   AND NOT EXISTS
                       (SELECT 1
                          FROM MFTR36.PAYMENTS V
                         WHERE V.CLAIMNUMBER = P.CLAIMNUMBER
                           AND V.PAYTYPE     = 'V'
                           AND V.REVERSEDTS  = P.PAYMENTTS)
                 ORDER BY P.PAYMENTTS
                 FETCH FIRST 1 ROW ONLY
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM 36000-STAMP-CLEARED-PARA
               MOVE 'AMOUNT PAID DIFFERS FROM CHEQUE ISSUED'
                                              TO EXL-REASON
               PERFORM 38000-PRINT-EXCEPTION-PARA
               ADD 1 TO WS-MISMATCH-COUNT
             WHEN 100
               PERFORM 34000-MATCH-ALREADY-PARA
             WHEN OTHER
               MOVE '33000-MATCH-AMOUNT' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR ON MATCH - SEE ERROR LOG' TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  NOTHING UNCLEARED MATCHES - EITHER THE CHEQUE WAS         ***
      ***  ALREADY CLEARED ON AN EARLIER FILE (A SECOND PRESENTMENT, ***
      ***  OR THE SAME BANK FILE FED IN TWICE) OR THERE IS NO ISSUED ***
      ***  PAYMENT BEHIND THE CLEARING AT ALL. NEITHER IS STAMPED.   ***
      ***-----------------------------------------------------------***
       34000-MATCH-ALREADY-PARA.
            EXEC SQL
                SELECT P.PAYAMOUNT, CHAR(P.CLEARDATE)
                  INTO :WS-MATCH-AMOUNT, :WS-PRIOR-CLEARDATE
                  FROM MFTR36.PAYMENTS P
                 WHERE P.CLAIMNUMBER = :PAYMENTS.CLAIMNUMBER
                   AND P.PAYTYPE     = 'P'
                   AND P.CLEAREDTS   IS NOT NULL
                   AND P.PAYMENTDATE = :PAYMENTS.PAYMENTDATE
                   AND P.CLEARAMT    = :PAYMENTS.CLEARAMT
                 ORDER BY P.CLEAREDTS DESC
                 FETCH FIRST 1 ROW ONLY
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE SPACES TO EXL-REASON
               STRING 'ALREADY CLEARED - PAID ON '
                      WS-PRIOR-CLEARDATE
                      DELIMITED BY SIZE INTO EXL-REASON
               END-STRING
               PERFORM 38000-PRINT-EXCEPTION-PARA
               ADD 1 TO WS-ALREADY-COUNT
             WHEN 100
               MOVE ZERO TO WS-MATCH-AMOUNT
               MOVE 'NO MATCHING ISSUED PAYMENT'  TO EXL-REASON
               PERFORM 38000-PRINT-EXCEPTION-PARA
               ADD 1 TO WS-NOMATCH-COUNT
             WHEN OTHER
               MOVE '34000-MATCH-ALREADY' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR ON MATCH - SEE ERROR LOG' TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  STAMP THE MATCHED PAYMENT CLEARED - THE NULL TEST IN THE  ***
      ***  WHERE CLAUSE MEANS A CHEQUE IS ONLY EVER CLEARED ONCE.    ***
      ***-----------------------------------------------------------***
       36000-STAMP-CLEARED-PARA.
            EXEC SQL
                UPDATE MFTR36.PAYMENTS
                   SET CLEAREDTS = :WS-RECON-TS,
                       CLEARDATE = :PAYMENTS.CLEARDATE,
                       CLEARAMT  = :PAYMENTS.CLEARAMT
                 WHERE CLAIMNUMBER = :PAYMENTS.CLAIMNUMBER
                   AND PAYMENTTS   = :WS-MATCH-TS
                   AND CLEAREDTS   IS NULL
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE '36000-STAMP-CLEARED' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ONE EXCEPTION LINE - BANK FIGURES, OUR ISSUED FIGURE      ***
      ***  (BLANK WHEN THERE IS NONE) AND THE REASON.                ***
      ***-----------------------------------------------------------***
       38000-PRINT-EXCEPTION-PARA.
           MOVE PI-CLAIMNUMBER    TO EXL-CLMNBR
           MOVE PI-VALUEDATE      TO EXL-VALUEDATE
           MOVE PI-CLEARDATE      TO EXL-CLEARDATE
           MOVE PI-AMOUNT-R       TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT       TO EXL-BANKAMT
           IF WS-MATCH-AMOUNT = ZERO
              MOVE SPACES         TO EXL-OURAMT
           ELSE
              MOVE WS-MATCH-AMOUNT TO WS-AMT-EDIT
              MOVE WS-AMT-EDIT     TO EXL-OURAMT
           END-IF
           WRITE RPT-RECORD FROM WS-EXC-LINE
           .
      ***-----------------------------------------------------------***
      ***  THE TRAILER MUST BE PRESENT AND ITS COUNT AND HASH MUST   ***
      ***  MATCH WHAT WAS READ - OTHERWISE EVERY CLEARING STAMPED    ***
      ***  FROM THIS FILE IS ROLLED BACK AND THE FILE REFUSED, SO A  ***
      ***  TRUNCATED TRANSMISSION NEVER HALF-RECONCILES.             ***
      ***-----------------------------------------------------------***
       35000-BALANCE-PARA.
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           MOVE SPACES TO WS-TEXT-LINE
           EVALUATE TRUE
             WHEN NOT WS-LOAD-GOOD
               MOVE 'FILE REFUSED - SQL ERROR, SEE ERROR LOG'
                                                       TO TXT-LABEL
             WHEN NOT WS-TRAILER-SEEN
               MOVE 'N' TO WS-LOAD-GOOD-SW
               MOVE 'FILE REFUSED - NO TRAILER RECORD' TO TXT-LABEL
             WHEN TR-COUNT NOT NUMERIC OR TR-HASH NOT NUMERIC
               MOVE 'N' TO WS-LOAD-GOOD-SW
               MOVE 'FILE REFUSED - TRAILER NOT NUMERIC' TO TXT-LABEL
             WHEN OTHER
               MOVE TR-COUNT TO WS-TRL-COUNT
               MOVE TR-HASH  TO WS-TRL-HASH
               IF WS-TRL-COUNT NOT = WS-READ-COUNT
                  OR WS-TRL-HASH NOT = WS-HASH-TOTAL
                  MOVE 'N' TO WS-LOAD-GOOD-SW
                  MOVE 'FILE REFUSED - TRAILER DOES NOT BALANCE'
                                                       TO TXT-LABEL
               ELSE
                  MOVE 'TRAILER BALANCES - CLEARINGS COMMITTED'
                                                       TO TXT-LABEL
               END-IF
           END-EVALUATE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           IF WS-LOAD-GOOD
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
              MOVE ZERO TO WS-CLEARED-COUNT
              MOVE ZERO TO WS-VOIDED-COUNT
              MOVE ZERO TO WS-MISMATCH-COUNT
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  LOG AN UNEXPECTED SQLCODE TO MFTR36.SQLERRORLOG, THE SAME ***
      ***  TRAIL THE ONLINE PROGRAMS USE. THE CLEARINGS STAMPED SO   ***
      ***  FAR ARE ROLLED BACK FIRST - A FILE IS RECONCILED WHOLE OR ***
      ***  NOT AT ALL - AND THE LOG ROW IS COMMITTED ON ITS OWN. NO  ***
      ***  MORE RECORDS ARE READ AND THE FILE IS REFUSED (RC 8).     ***
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
                VALUES (:PAYMENTS.CLAIMNUMBER,
                        CURRENT TIMESTAMP,
                        'MF36BL4',
                        :WS-ERR-PARAID,
                        :WS-BATCH-OPID,
                        :WS-ERR-SQLCODE,
                        :SQLSTATE)
            END-EXEC
            EXEC SQL
                COMMIT
            END-EXEC
           MOVE 'N' TO WS-LOAD-GOOD-SW
           MOVE 'Y' TO WS-EOF-SW
           .
      ***-----------------------------------------------------------***
      ***  CONTROL TOTALS ON THE REPORT AND THE JOB LOG              ***
      ***-----------------------------------------------------------***
       40000-WRAP-UP-PARA.
           MOVE 'DETAILS READ'                    TO TXT-LABEL
           MOVE WS-READ-COUNT     TO WS-COUNT-EDIT
           PERFORM 41000-PRINT-TOTAL-PARA
           MOVE 'CHEQUES CLEARED CLEANLY'         TO TXT-LABEL
           MOVE WS-CLEARED-COUNT  TO WS-COUNT-EDIT
           PERFORM 41000-PRINT-TOTAL-PARA
           MOVE 'PRESENTED AGAINST VOIDED PAYMENTS' TO TXT-LABEL
           MOVE WS-VOIDED-COUNT   TO WS-COUNT-EDIT
           PERFORM 41000-PRINT-TOTAL-PARA
           MOVE 'AMOUNT MISMATCHES'               TO TXT-LABEL
           MOVE WS-MISMATCH-COUNT TO WS-COUNT-EDIT
           PERFORM 41000-PRINT-TOTAL-PARA
           MOVE 'ALREADY CLEARED ON AN EARLIER FILE' TO TXT-LABEL
           MOVE WS-ALREADY-COUNT  TO WS-COUNT-EDIT
           PERFORM 41000-PRINT-TOTAL-PARA
           MOVE 'NO MATCHING ISSUED PAYMENT'      TO TXT-LABEL
           MOVE WS-NOMATCH-COUNT  TO WS-COUNT-EDIT
           PERFORM 41000-PRINT-TOTAL-PARA
           MOVE 'RECORDS REJECTED'                TO TXT-LABEL
           MOVE WS-REJECT-COUNT   TO WS-COUNT-EDIT
           PERFORM 41000-PRINT-TOTAL-PARA
           MOVE WS-READ-COUNT     TO WS-COUNT-EDIT
           DISPLAY 'MF36BL4 - DETAILS READ     : ' WS-COUNT-EDIT
           MOVE WS-CLEARED-COUNT  TO WS-COUNT-EDIT
           DISPLAY 'MF36BL4 - CHEQUES CLEARED  : ' WS-COUNT-EDIT
           COMPUTE WS-COUNT-EDIT = WS-VOIDED-COUNT + WS-MISMATCH-COUNT
                                 + WS-ALREADY-COUNT + WS-NOMATCH-COUNT
           DISPLAY 'MF36BL4 - EXCEPTIONS       : ' WS-COUNT-EDIT
           MOVE WS-REJECT-COUNT   TO WS-COUNT-EDIT
           DISPLAY 'MF36BL4 - RECORDS REJECTED : ' WS-COUNT-EDIT
           IF NOT WS-LOAD-GOOD
              DISPLAY 'MF36BL4 - FILE REFUSED - CLEARINGS ROLLED BACK'
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       41000-PRINT-TOTAL-PARA.
           MOVE WS-COUNT-EDIT TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           .
       50000-EXIT-PARA.
           CLOSE PAIDIN
           CLOSE RECRPT
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE START ON MFTR36.JOBRUN. A JOB    ***
      ***  REFUSED (A PREREQUISITE NOT COMPLETE, OR ALREADY RUN FOR  ***
      ***  THE BUSINESS DATE) ENDS HERE WITH RETURN CODE 12.         ***
      ***-----------------------------------------------------------***
       95000-RUN-START-PARA.
           SET JR-START TO TRUE
           MOVE 'MF36BL4' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BL4 - RUN REFUSED: ' JR-MESSAGE
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
           MOVE WS-CLEARED-COUNT TO JR-OUT-COUNT
           COMPUTE JR-EXCP-COUNT = WS-VOIDED-COUNT
                 + WS-MISMATCH-COUNT
                 + WS-ALREADY-COUNT
                 + WS-NOMATCH-COUNT
                 + WS-REJECT-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
