      ***  FOR MONEY ALREADY TAKEN BACK. THE STAMPS COMMIT ONLY       ***
      ***  AFTER THE TRAILER IS ON THE FILE, SO AN ABEND MID-RUN      ***
      ***  LEAVES EVERY ROW UNISSUED FOR THE RERUN TO PICK UP.        ***
      ***  THE REMITTANCE NAME AND ADDRESS COME FROM THE PAYEE'S ROW  ***
      ***  ON MFTR36.PAYEEMAST, NEVER FROM SCREEN TEXT. A PAYMENT     ***
      ***  WHOSE PAYEE ID IS NOT ON THE MASTER (ONE RECORDED BEFORE   ***
      ***  THE MASTER EXISTED) HAS NO ADDRESS TO MAIL TO - IT IS HELD ***
      ***  BACK UNISSUED AND LISTED ON SYSOUT, TO BE VOIDED AND       ***
      ***  RE-RECORDED AGAINST A MASTER PAYEE. A PAYMENT KEYED OVER   ***
      ***  ITS OPERATOR'S AMOUNT CEILING IS HELD ON                   ***
      ***  PAYMENTS.RELSTATUS AND IS NOT EXTRACTED UNTIL A SECOND     ***
      ***  OPERATOR HAS RELEASED IT ON THE SCREEN - THE COUNT STILL   ***
      ***  AWAITING RELEASE IS SHOWN AT THE FOOT OF THE RUN (MF36BRK  ***
      ***  LISTS THEM).                                               ***
      ***  EVERY PAYMENT MUST ALSO HAVE PASSED THE NIGHT'S SANCTIONS  ***
      ***  SCREENING (MF36BRU, WHICH RUNS FIRST): ONE NOT SCREENED    ***
      ***  FOR THE BUSINESS DATE, OR WITH A MATCH STILL OPEN OR       ***
      ***  CONFIRMED ON MFTR36.SANCHIT, IS HELD BACK UNISSUED AND     ***
      ***  LISTED ON SYSOUT - A CONFIRMED MATCH IS NEVER PAID.        ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BR9.
       FILE SECTION.
       FD  DSBOUT
           RECORDING MODE IS F.
       01  DSB-RECORD                 PIC X(170).
       WORKING-STORAGE SECTION.
       01 WS-BATCH-OPID            PIC X(08) VALUE 'MF36BR9 '.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
          88 WS-EOF-YES                      VALUE 'Y'.
       01 WS-EXTRACT-COUNT         PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-HASH-TOTAL            PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-HELD-COUNT            PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-UNRELEASED-COUNT      PIC S9(9)  COMP   VALUE ZERO.
       01 WS-SANC-HELD-COUNT       PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-UNSCREENED-COUNT      PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-SCREENED-TODAY        PIC S9(9)  COMP.
       01 WS-OPEN-HITS             PIC S9(9)  COMP.
       01 WS-CONF-HITS             PIC S9(9)  COMP.
       01 WS-HOLD-REASON           PIC X(34).
       01 WS-CLMNBR-EDIT           PIC Z(8)9.
       01 WS-PAYEE-TEXT            PIC X(30).
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-ISSUE-TS              PIC X(26).
       01 WS-ERR-PARAID            PIC X(30).
       01 WS-ERR-SQLCODE           PIC S9(9) COMP.
      ***-----------------------------------------------------------***
      ***  ONE DISBURSEMENT RECORD AS THE BANK TAKES IT - 'D' DETAIL  ***
      ***  PER CHEQUE, ONE 'T' TRAILER AT THE FOOT. THE REMITTANCE   ***
      ***  ADDRESS FOLLOWS THE ORIGINAL 59 BYTES SO THOSE POSITIONS   ***
      ***  ARE UNCHANGED.                                            ***
      ***-----------------------------------------------------------***
       01 WS-DSB-LINE.
           05 DSB-RECTYPE          PIC X(01).
           05 DSB-PAYEE            PIC X(30).
           05 DSB-AMOUNT           PIC 9(09).
           05 DSB-VALUEDATE        PIC X(10).
           05 DSB-PAYEEID          PIC X(10).
           05 DSB-ADDRLINE1        PIC X(30).
           05 DSB-ADDRLINE2        PIC X(30).
           05 DSB-CITY             PIC X(30).
           05 DSB-STATECODE        PIC X(02).
           05 DSB-ZIPCODE          PIC X(09).
       01 WS-TRL-LINE.
           05 TRL-RECTYPE          PIC X(01) VALUE 'T'.
           05 TRL-COUNT            PIC 9(07).
           05 TRL-HASH             PIC 9(13).
           05 FILLER               PIC X(149) VALUE SPACE.
           COPY MF36CP32.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP10
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP29
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  EVERY UNISSUED, UNREVERSED PAYMENT - NOT THE 'V' ROWS,    ***
      ***  AND NOT A PAYMENT A 'V' ROW ALREADY POINTS AT - WITH ITS  ***
      ***  PAYEE'S MASTER ROW, BLANK WHEN THERE IS NONE. ONLY A      ***
      ***  PAYMENT WITHIN ITS KEYER'S CEILING (A) OR RELEASED BY A   ***
      ***  SECOND OPERATOR (R) QUALIFIES; A NULL STATUS IS A ROW     ***
      ***  RECORDED BEFORE RELEASE CONTROL AND COUNTS AS A.          ***
      ***  EACH ROW CARRIES WHETHER THE SANCTIONS SCREENING          ***
      ***  (MF36BRU) CHECKED IT FOR THIS BUSINESS DATE AND HOW MANY  ***
      ***  OPEN AND CONFIRMED MATCHES IT HAS ON MFTR36.SANCHIT.      ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRDSB CURSOR WITH HOLD FOR
                   SELECT P.CLAIMNUMBER, P.PAYMENTTS, P.PAYMENTDATE,
                          P.PAYAMOUNT, P.PAYEE,
                          COALESCE(M.PAYEEID, ' '),
                          COALESCE(M.PAYEENAME, ' '),
                          COALESCE(M.ADDRLINE1, ' '),
                          COALESCE(M.ADDRLINE2, ' '),
                          COALESCE(M.CITY, ' '),
                          COALESCE(M.STATECODE, ' '),
                          COALESCE(M.ZIPCODE, ' '),
                          (SELECT COUNT(*)
                             FROM MFTR36.SANCSCREEN S
                            WHERE S.CLAIMNUMBER = P.CLAIMNUMBER
                              AND S.PAYMENTTS   = P.PAYMENTTS
                              AND S.BUSDATE     = DATE(:JR-BUSDATE)),
                          (SELECT COUNT(*)
                             FROM MFTR36.SANCHIT H
                            WHERE H.CLAIMNUMBER = P.CLAIMNUMBER
                              AND H.PAYMENTTS   = P.PAYMENTTS
                              AND H.HITSTATUS   = 'O'),
                          (SELECT COUNT(*)
                             FROM MFTR36.SANCHIT H
                            WHERE H.CLAIMNUMBER = P.CLAIMNUMBER
                              AND H.PAYMENTTS   = P.PAYMENTTS
                              AND H.HITSTATUS   = 'F')
                     FROM MFTR36.PAYMENTS P
                     LEFT OUTER JOIN MFTR36.PAYEEMAST M
                       ON M.PAYEEID = P.PAYEEID
                    WHERE P.PAYTYPE  = 'P'
                      AND P.ISSUEDTS IS NULL
                      AND P.PAYAMOUNT > 0
                      AND COALESCE(P.RELSTATUS, 'A') IN ('A', 'R')
                      AND NOT EXISTS
                          (SELECT 1
                             FROM MFTR36.PAYMENTS V
      ***  MAIN PROCEDURE                                            ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           PERFORM 95000-RUN-START-PARA
           PERFORM 10000-INITIALIZE-PARA
           PERFORM 20000-FETCH-PARA
           PERFORM 30000-PROCESS-PARA UNTIL WS-EOF-YES
                FETCH CSRDSB
                 INTO :PAYMENTS.CLAIMNUMBER, :PAYMENTS.PAYMENTTS,
                      :PAYMENTS.PAYMENTDATE, :PAYMENTS.PAYAMOUNT,
                      :PAYMENTS.PAYEE,
                      :PAYEEMAST.PAYEEID, :PAYEEMAST.PAYEENAME,
                      :PAYEEMAST.ADDRLINE1, :PAYEEMAST.ADDRLINE2,
                      :PAYEEMAST.CITY, :PAYEEMAST.STATECODE,
                      :PAYEEMAST.ZIPCODE,
                      :WS-SCREENED-TODAY, :WS-OPEN-HITS,
                      :WS-CONF-HITS
            END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF-SW
      ***-----------------------------------------------------------***
      ***  WRITE ONE DISBURSEMENT RECORD AND STAMP THE PAYMENT ROW   ***
      ***  ISSUED - THE STAMP RIDES THE SAME UNIT OF WORK AS THE     ***
      ***  REST OF THE RUN AND COMMITS AT WRAP-UP. NO CHEQUE GOES    ***
      ***  TO A PAYMENT WITH A CONFIRMED OR UNREVIEWED SANCTIONS     ***
      ***  MATCH, OR ONE NOT SCREENED FOR THIS BUSINESS DATE.        ***
      ***-----------------------------------------------------------***
       30000-PROCESS-PARA.
           EVALUATE TRUE
             WHEN WS-CONF-HITS > ZERO
               MOVE 'CONFIRMED SANCTIONS MATCH'    TO WS-HOLD-REASON
               ADD 1 TO WS-SANC-HELD-COUNT
               PERFORM 36000-HOLD-SANCTIONS-PARA
             WHEN WS-OPEN-HITS > ZERO
               MOVE 'SANCTIONS MATCH AWAITING REVIEW' TO WS-HOLD-REASON
               ADD 1 TO WS-SANC-HELD-COUNT
               PERFORM 36000-HOLD-SANCTIONS-PARA
             WHEN WS-SCREENED-TODAY = ZERO
               MOVE 'NOT SANCTIONS-SCREENED TODAY' TO WS-HOLD-REASON
               ADD 1 TO WS-UNSCREENED-COUNT
               PERFORM 36000-HOLD-SANCTIONS-PARA
             WHEN PAYEEID OF PAYEEMAST = SPACES
               PERFORM 35000-HOLD-PAYMENT-PARA
             WHEN OTHER
               PERFORM 31000-ISSUE-PAYMENT-PARA
           END-EVALUATE
           PERFORM 20000-FETCH-PARA
           .
       31000-ISSUE-PAYMENT-PARA.
           MOVE SPACES                 TO WS-DSB-LINE
           MOVE 'D'                    TO DSB-RECTYPE
           MOVE CLAIMNUMBER OF PAYMENTS TO DSB-CLAIMNUMBER
           MOVE PAYEENAME OF PAYEEMAST TO DSB-PAYEE
           MOVE PAYAMOUNT OF PAYMENTS  TO DSB-AMOUNT
           MOVE FUNCTION DISPLAY-OF(PAYMENTDATE OF PAYMENTS)
                                       TO DSB-VALUEDATE
           MOVE PAYEEID OF PAYEEMAST   TO DSB-PAYEEID
           MOVE ADDRLINE1 OF PAYEEMAST TO DSB-ADDRLINE1
           MOVE ADDRLINE2 OF PAYEEMAST TO DSB-ADDRLINE2
           MOVE CITY OF PAYEEMAST      TO DSB-CITY
           MOVE STATECODE OF PAYEEMAST TO DSB-STATECODE
           MOVE ZIPCODE OF PAYEEMAST   TO DSB-ZIPCODE
           WRITE DSB-RECORD FROM WS-DSB-LINE
           ADD 1                       TO WS-EXTRACT-COUNT
           ADD PAYAMOUNT OF PAYMENTS   TO WS-HASH-TOTAL
              MOVE '30000-STAMP-ISSUED' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  NO MASTER ROW - NOTHING TO MAIL TO. LEFT UNISSUED AND     ***
      ***  LISTED FOR CLAIMS TO VOID AND RE-RECORD.                  ***
      ***-----------------------------------------------------------***
       35000-HOLD-PAYMENT-PARA.
           ADD 1                       TO WS-HELD-COUNT
           MOVE CLAIMNUMBER OF PAYMENTS TO WS-CLMNBR-EDIT
           MOVE FUNCTION DISPLAY-OF(PAYEE OF PAYMENTS)
                                       TO WS-PAYEE-TEXT
           DISPLAY 'MF36BR9 - HELD, PAYEE NOT ON MASTER : CLAIM '
                   WS-CLMNBR-EDIT ' PAYEE ' WS-PAYEE-TEXT
           .
      ***-----------------------------------------------------------***
      ***  HELD BY THE SANCTIONS SCREENING - LEFT UNISSUED UNTIL A   ***
      ***  COMPLIANCE OFFICER CLEARS THE MATCH ON OPTION 'K' (OR FOR ***
      ***  EVER, IF CONFIRMED), OR UNTIL THE SCREENING HAS RUN. THE  ***
      ***  MATCHES ARE ON THE MF36BRU REVIEW REPORT.                 ***
      ***-----------------------------------------------------------***
       36000-HOLD-SANCTIONS-PARA.
           MOVE CLAIMNUMBER OF PAYMENTS TO WS-CLMNBR-EDIT
           MOVE FUNCTION DISPLAY-OF(PAYEE OF PAYMENTS)
                                       TO WS-PAYEE-TEXT
           DISPLAY 'MF36BR9 - HELD, ' WS-HOLD-REASON ' : CLAIM '
                   WS-CLMNBR-EDIT ' PAYEE ' WS-PAYEE-TEXT
           .
      ***-----------------------------------------------------------***
      ***  LOG AN UNEXPECTED SQLCODE TO MFTR36.SQLERRORLOG, THE SAME ***
           WRITE DSB-RECORD FROM WS-TRL-LINE
           MOVE WS-EXTRACT-COUNT TO WS-COUNT-EDIT
           DISPLAY 'MF36BR9 - CHEQUES EXTRACTED : ' WS-COUNT-EDIT
           MOVE WS-HELD-COUNT    TO WS-COUNT-EDIT
           DISPLAY 'MF36BR9 - HELD, NO PAYEE MASTER : ' WS-COUNT-EDIT
           MOVE WS-SANC-HELD-COUNT TO WS-COUNT-EDIT
           DISPLAY 'MF36BR9 - HELD, SANCTIONS MATCH : ' WS-COUNT-EDIT
           MOVE WS-UNSCREENED-COUNT TO WS-COUNT-EDIT
           DISPLAY 'MF36BR9 - HELD, NOT SCREENED TODAY : '
                   WS-COUNT-EDIT
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-UNRELEASED-COUNT
                  FROM MFTR36.PAYMENTS P
                 WHERE P.PAYTYPE   = 'P'
                   AND P.RELSTATUS = 'H'
                   AND NOT EXISTS
                       (SELECT 1
                          FROM MFTR36.PAYMENTS V
                         WHERE V.CLAIMNUMBER = P.CLAIMNUMBER
                           AND V.PAYTYPE     = 'V'
                           AND V.REVERSEDTS  = P.PAYMENTTS)
            END-EXEC
           MOVE WS-UNRELEASED-COUNT TO WS-COUNT-EDIT
           DISPLAY 'MF36BR9 - AWAITING SECOND-OPERATOR RELEASE : '
                   WS-COUNT-EDIT
            EXEC SQL
                COMMIT
            END-EXEC
           .
       50000-EXIT-PARA.
           CLOSE DSBOUT
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE START ON MFTR36.JOBRUN. A JOB    ***
      ***  REFUSED (A PREREQUISITE NOT COMPLETE, OR ALREADY RUN FOR  ***
      ***  THE BUSINESS DATE) ENDS HERE WITH RETURN CODE 12.         ***
      ***-----------------------------------------------------------***
       95000-RUN-START-PARA.
           SET JR-START TO TRUE
           MOVE 'MF36BR9' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BR9 - RUN REFUSED: ' JR-MESSAGE
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
           COMPUTE JR-IN-COUNT = WS-EXTRACT-COUNT
                 + WS-HELD-COUNT + WS-SANC-HELD-COUNT
                 + WS-UNSCREENED-COUNT
           MOVE WS-EXTRACT-COUNT TO JR-OUT-COUNT
           COMPUTE JR-EXCP-COUNT = WS-HELD-COUNT
                 + WS-SANC-HELD-COUNT + WS-UNSCREENED-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
