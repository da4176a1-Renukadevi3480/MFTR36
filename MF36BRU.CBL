      ******************************************************************
      ***  MF36BRU : SANCTIONS SCREENING OF UNISSUED PAYMENTS RUNS    ***
      ***  AFTER THE NIGHTLY LIST LOAD (MF36BL6) AND BEFORE THE       ***
      ***  DISBURSEMENT EXTRACT (MF36BR9). EVERY UNISSUED, UNREVERSED ***
      ***  PAYMENT IS SCREENED - THE PAYEE'S MASTER NAME (THE NAME    ***
      ***  THE BANK WILL PAY, OR THE KEYED PAYEE TEXT WHERE THERE IS  ***
      ***  NO MASTER ROW) AND THE CLAIM'S POLICYHOLDER NAME FROM      ***
      ***  MFTR36.POLICY - AGAINST EVERY NAME ON MFTR36.SANCLIST.     ***
      ***  NAMES ARE MATCHED WORD BY WORD, IN ANY ORDER, AFTER UPPER- ***
      ***  CASING, DROPPING PUNCTUATION, ONE-LETTER WORDS AND         ***
      ***  TITLES/COMPANY FORMS (MR, DR, LTD, INC ...): A WORD SCORES ***
      ***  100 WHEN IT IS EXACT AND 80 WHEN IT IS ONE LETTER OFF (ONE ***
      ***  LETTER WRONG, MISSING, EXTRA OR TWO SWAPPED - WORDS OF 4   ***
      ***  LETTERS OR MORE), AND THE NAME'S SCORE IS THE SUM OVER THE ***
      ***  LISTED NAME'S WORDS DIVIDED BY THE WORD COUNT OF WHICHEVER ***
      ***  NAME HAS MORE. A SCORE AT OR OVER THE THRESHOLD (JCL PARM, ***
      ***  DEFAULT 65) IS A POSSIBLE MATCH, WRITTEN TO MFTR36.SANCHIT ***
      ***  FOR A COMPLIANCE OFFICER TO CLEAR OR CONFIRM ON THE        ***
      ***  SCREEN'S OPTION 'K'. A MATCH ALREADY DECIDED FOR THE SAME  ***
      ***  PAYEE (OR THE HOLDER OF THE SAME POLICY), SAME NAME TO THE ***
      ***  SAME ENTRY, CARRIES THAT DECISION FORWARD. EVERY PAYMENT   ***
      ***  SCREENED GETS A MFTR36.SANCSCREEN ROW - THE EVIDENCE FOR   ***
      ***  THE REGULATOR - AND MF36BR9 HOLDS BACK ANY PAYMENT WITHOUT ***
      ***  ONE FOR THE BUSINESS DATE OR WITH AN OPEN OR CONFIRMED     ***
      ***  MATCH. A PAYMENT WHOSE MATCHES COULD NOT ALL BE RECORDED   ***
      ***  (AN SQL ERROR) GETS NO SANCSCREEN ROW, SO IT IS HELD TOO.  ***
      ***  THE REPORT IS THE COMPLIANCE REVIEW LIST OF EVERY PAYMENT  ***
      ***  HELD AND ITS MATCHES. AN EMPTY LIST (OR ONE LARGER         ***
      ***  THAN THE SCREENING TABLE) SCREENS NOTHING AND ENDS WITH    ***
      ***  RETURN CODE 8 - NOTHING IS THEN EXTRACTED. EACH PAYMENT    ***
      ***  COMMITS ON ITS OWN, SO A RERUN PICKS UP WHERE AN ABEND     ***
      ***  LEFT OFF.                                                  ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BRU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCRPT ASSIGN TO SANCRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SANCRPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-BATCH-OPID            PIC X(08) VALUE 'MF36BRU '.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
          88 WS-EOF-YES                      VALUE 'Y'.
       01 WS-LIST-EOF-SW           PIC X(01) VALUE 'N'.
          88 WS-LIST-EOF                     VALUE 'Y'.
       01 WS-HIT-EOF-SW            PIC X(01) VALUE 'N'.
          88 WS-HIT-EOF                      VALUE 'Y'.
       01 WS-PARM-BAD-SW           PIC X(01) VALUE 'N'.
          88 WS-PARM-BAD                     VALUE 'Y'.
       01 WS-LIST-BAD-SW           PIC X(01) VALUE 'N'.
          88 WS-LIST-BAD                     VALUE 'Y'.
       01 WS-EDIT-MATCH-SW         PIC X(01) VALUE 'N'.
          88 WS-EDIT-MATCH                   VALUE 'Y'.
       01 WS-PAY-ERR-SW            PIC X(01) VALUE 'N'.
          88 WS-PAY-ERR                      VALUE 'Y'.
       01 WS-THRESHOLD             PIC S9(4) COMP VALUE 65.
       01 WS-LIST-MAX              PIC S9(9) COMP VALUE 15000.
       01 WS-LIST-ON-FILE          PIC S9(9) COMP VALUE ZERO.
       01 WS-LIST-COUNT            PIC S9(9) COMP VALUE ZERO.
       01 WS-LIST-DATE             PIC X(10) VALUE SPACES.
       01 WS-LIST-IX               PIC S9(9) COMP.
       01 WS-LT-IX                 PIC S9(4) COMP.
       01 WS-ST-IX                 PIC S9(4) COMP.
       01 WS-CH-IX                 PIC S9(4) COMP.
       01 WS-TOTAL-SCORE           PIC S9(9) COMP.
       01 WS-BEST-SCORE            PIC S9(4) COMP.
       01 WS-DIVISOR               PIC S9(4) COMP.
       01 WS-MATCH-SCORE           PIC S9(4) COMP.
       01 WS-LEN-DIFF              PIC S9(4) COMP.
       01 WS-EDIT-A                PIC X(20).
       01 WS-EDIT-B                PIC X(20).
       01 WS-EDIT-HOLD             PIC X(20).
       01 WS-EDIT-A-LEN            PIC S9(4) COMP.
       01 WS-EDIT-B-LEN            PIC S9(4) COMP.
       01 WS-EDIT-HOLD-LEN         PIC S9(4) COMP.
       01 WS-EDIT-DIFFS            PIC S9(4) COMP.
       01 WS-EDIT-POS              PIC S9(4) COMP.
       01 WS-EDIT-POS2             PIC S9(4) COMP.
       01 WS-EDIT-REST             PIC S9(4) COMP.
       01 WS-NORM-NAME             PIC X(60).
       01 WS-NORM-CHAR             PIC X(01).
       01 WS-CUR-TOKEN             PIC X(20).
          88 WS-NOISE-WORD                   VALUE 'MR' 'MRS' 'MS'
                                       'MISS' 'DR' 'THE' 'AND' 'OF'
                                       'LTD' 'LIMITED' 'INC' 'CO'
                                       'CORP' 'COMPANY' 'LLC' 'PLC'.
       01 WS-CUR-LEN               PIC S9(4) COMP.
       01 WS-SCREEN-TS             PIC X(26).
       01 WS-SCREEN-NAME           PIC X(60).
       01 WS-NAMETYPE              PIC X(01).
       01 WS-PAYEE-NAME            PIC X(60).
       01 WS-HOLDER-NAME           PIC X(60).
       01 WS-MASTER-NAME           PIC X(30).
       01 WS-POLICY                PIC S9(9) COMP.
       01 WS-PAY-DATE              PIC X(10).
       01 WS-HIT-EXISTS            PIC S9(9) COMP.
       01 WS-PRIOR-STATUS          PIC X(01).
       01 WS-PRIOR-OPID            PIC X(08).
       01 WS-PRIOR-TS              PIC X(26).
       01 WS-RUN-HITS              PIC S9(4) COMP.
       01 WS-OPEN-HITS             PIC S9(9) COMP.
       01 WS-CONF-HITS             PIC S9(9) COMP.
       01 WS-SCREEN-COUNT          PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-CLEAR-COUNT           PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-HELD-COUNT            PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-CONFIRMED-COUNT       PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-NEWHIT-COUNT          PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-CARRIED-COUNT         PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-CLMNBR-EDIT           PIC Z(8)9.
       01 WS-AMOUNT-EDIT           PIC ZZZ,ZZZ,ZZ9.
       01 WS-SCORE-EDIT            PIC ZZ9.
       01 WS-ERR-PARAID            PIC X(30).
       01 WS-ERR-SQLCODE           PIC S9(9) COMP.
      ***-----------------------------------------------------------***
      ***  ONE NAME BROKEN INTO ITS WORDS - UP TO 8 WORDS OF UP TO   ***
      ***  20 LETTERS. THE SAME SHAPE HOLDS THE NAME BEING BUILT,    ***
      ***  THE NAME BEING SCREENED AND EACH LISTED NAME.             ***
      ***-----------------------------------------------------------***
       01 WS-NORM-TOKENS.
           05 NM-TOK-COUNT         PIC S9(4) COMP.
           05 NM-TOK               OCCURS 8 TIMES.
              10 NM-TOK-TEXT       PIC X(20).
              10 NM-TOK-LEN        PIC S9(4) COMP.
       01 WS-SCR-TOKENS.
           05 SC-TOK-COUNT         PIC S9(4) COMP.
           05 SC-TOK               OCCURS 8 TIMES.
              10 SC-TOK-TEXT       PIC X(20).
              10 SC-TOK-LEN        PIC S9(4) COMP.
      ***-----------------------------------------------------------***
      ***  THE WHOLE SANCTIONS LIST, LOADED ONCE A RUN WITH EACH     ***
      ***  NAME ALREADY BROKEN INTO WORDS.                           ***
      ***-----------------------------------------------------------***
       01 WS-LIST-TBL.
           05 WS-LIST-ENTRY        OCCURS 15000 TIMES.
              10 WL-ENTRYID        PIC X(10).
              10 WL-ENTRYNAME      PIC X(60).
              10 WL-TOKENS.
                 15 WL-TOK-COUNT   PIC S9(4) COMP.
                 15 WL-TOK         OCCURS 8 TIMES.
                    20 WL-TOK-TEXT PIC X(20).
                    20 WL-TOK-LEN  PIC S9(4) COMP.
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
              'MFTR36 SANCTIONS SCREENING - PAYMENTS HELD FOR REVIEW'.
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
           05 FILLER               PIC X(12) VALUE 'LIST DATED: '.
           05 RDL-LISTDATE         PIC X(10).
           05 FILLER               PIC X(04) VALUE SPACE.
           05 FILLER               PIC X(11) VALUE 'THRESHOLD: '.
           05 RDL-THRESHOLD        PIC ZZ9.
           05 FILLER               PIC X(33) VALUE SPACE.
       01 WS-COL-HDR-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(11) VALUE '    CLAIM'.
           05 FILLER               PIC X(12) VALUE 'PAY DATE'.
           05 FILLER               PIC X(13) VALUE '     AMOUNT'.
           05 FILLER               PIC X(12) VALUE 'PAYEE ID'.
           05 FILLER               PIC X(84) VALUE 'SCREENING RESULT'.
       01 WS-HIT-HDR-LINE.
           05 FILLER               PIC X(05) VALUE SPACE.
           05 FILLER               PIC X(08) VALUE 'NAME'.
           05 FILLER               PIC X(42) VALUE 'SCREENED AS'.
           05 FILLER               PIC X(12) VALUE 'ENTRY ID'.
           05 FILLER               PIC X(42) VALUE 'LISTED NAME'.
           05 FILLER               PIC X(05) VALUE 'SCORE'.
           05 FILLER               PIC X(19) VALUE ' STATUS'.
       01 WS-PAY-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 PYL-CLMNBR           PIC X(09).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 PYL-PAYDATE          PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 PYL-AMOUNT           PIC X(11).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 PYL-PAYEEID          PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 PYL-RESULT           PIC X(30).
           05 FILLER               PIC X(54) VALUE SPACE.
       01 WS-HIT-LINE.
           05 FILLER               PIC X(05) VALUE SPACE.
           05 HTL-NAMETYPE         PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 HTL-SCREENNAME       PIC X(40).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 HTL-ENTRYID          PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 HTL-ENTRYNAME        PIC X(40).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 HTL-SCORE            PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 HTL-STATUS           PIC X(09).
           05 FILLER               PIC X(10) VALUE SPACE.
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
               INCLUDE MF36CP3
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP10
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP42
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP43
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP44
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  EVERY NAME ON THE LOADED LIST                             ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRLIST CURSOR FOR
                   SELECT ENTRYID, ENTRYNAME
                     FROM MFTR36.SANCLIST
                    ORDER BY ENTRYID, ENTRYNAME
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  EVERY UNISSUED, UNREVERSED PAYMENT - THE SAME ROWS        ***
      ***  MF36BR9 LOOKS AT, INCLUDING ONES STILL AWAITING SECOND-   ***
      ***  OPERATOR RELEASE, SO A PAYMENT RELEASED TOMORROW HAS BEEN ***
      ***  SCREENED - WITH THE PAYEE'S MASTER NAME AND THE CLAIM'S   ***
      ***  POLICY AND HOLDER NAME, BLANK WHERE THERE IS NONE.        ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRPAY CURSOR WITH HOLD FOR
                   SELECT P.CLAIMNUMBER, P.PAYMENTTS,
                          CHAR(P.PAYMENTDATE, ISO),
                          P.PAYAMOUNT, P.PAYEE,
                          COALESCE(P.PAYEEID, ' '),
                          COALESCE(M.PAYEENAME, ' '),
                          COALESCE(C.POLICYNUMBER, 0),
                          COALESCE(H.HOLDERNAME, ' ')
                     FROM MFTR36.PAYMENTS P
                     JOIN MFTR36.CLAIMS C
                       ON C.CLAIMNUMBER = P.CLAIMNUMBER
                     LEFT OUTER JOIN MFTR36.PAYEEMAST M
                       ON M.PAYEEID = P.PAYEEID
                     LEFT OUTER JOIN MFTR36.POLICY H
                       ON H.POLICYNUMBER = C.POLICYNUMBER
                    WHERE P.PAYTYPE  = 'P'
                      AND P.ISSUEDTS IS NULL
                      AND P.PAYAMOUNT > 0
                      AND NOT EXISTS
                          (SELECT 1
                             FROM MFTR36.PAYMENTS V
                            WHERE V.CLAIMNUMBER = P.CLAIMNUMBER
                              AND V.PAYTYPE     = 'V'
                              AND V.REVERSEDTS  = P.PAYMENTTS)
                    ORDER BY P.CLAIMNUMBER, P.PAYMENTTS
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  THE OPEN AND CONFIRMED MATCHES ON ONE PAYMENT, FOR THE    ***
      ***  REVIEW REPORT, CLOSEST FIRST                              ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRHIT CURSOR FOR
                   SELECT NAMETYPE, SCREENNAME, ENTRYID, ENTRYNAME,
                          MATCHSCORE, HITSTATUS
                     FROM MFTR36.SANCHIT
                    WHERE CLAIMNUMBER = :PAYMENTS.CLAIMNUMBER
                      AND PAYMENTTS   = :PAYMENTS.PAYMENTTS
                      AND HITSTATUS  IN ('O', 'F')
                    ORDER BY MATCHSCORE DESC, ENTRYID
           END-EXEC.
       LINKAGE SECTION.
       01  LK-PARM-FIELD.
           05  LK-PARM-LEN         PIC S9(04) COMP.
           05  LK-PARM-SCORE       PIC X(03).
      ***-----------------------------------------------------------***
      ***  AN OPTIONAL JCL PARM OF THE MATCH THRESHOLD (A SCORE OF 1 ***
      ***  TO 100) - LEFT OFF, A SCORE OF 65 OR MORE IS A MATCH.     ***
      ***-----------------------------------------------------------***
       PROCEDURE DIVISION USING LK-PARM-FIELD.
      ***-----------------------------------------------------------***
      ***  MAIN PROCEDURE                                            ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           PERFORM 95000-RUN-START-PARA
           PERFORM 10000-INITIALIZE-PARA
           IF WS-PARM-BAD OR WS-LIST-BAD
              PERFORM 50000-EXIT-PARA
           END-IF
           PERFORM 20000-FETCH-PARA
           PERFORM 30000-PROCESS-PARA UNTIL WS-EOF-YES
           PERFORM 40000-WRAP-UP-PARA
           PERFORM 50000-EXIT-PARA.
       10000-INITIALIZE-PARA.
           IF LK-PARM-LEN > ZERO
              IF LK-PARM-LEN > 3
                 DISPLAY 'MF36BRU - PARM MUST BE A SCORE OF 1 TO 100'
                 MOVE 8 TO RETURN-CODE
                 SET WS-PARM-BAD TO TRUE
              ELSE
                 IF LK-PARM-SCORE(1:LK-PARM-LEN) NUMERIC
                    MOVE LK-PARM-SCORE(1:LK-PARM-LEN) TO WS-THRESHOLD
                 ELSE
                    MOVE ZERO TO WS-THRESHOLD
                 END-IF
                 IF WS-THRESHOLD < 1 OR WS-THRESHOLD > 100
                    DISPLAY 'MF36BRU - PARM MUST BE A SCORE OF 1 TO 100'
                    MOVE 8 TO RETURN-CODE
                    SET WS-PARM-BAD TO TRUE
                 END-IF
              END-IF
           END-IF
           IF WS-PARM-BAD
              CONTINUE
           ELSE
              OPEN OUTPUT SANCRPT
      *       ONE SCREENING TIMESTAMP FOR THE WHOLE RUN, SO THE
      *       EVIDENCE ROWS OF ONE NIGHT CAN BE PICKED OUT TOGETHER
               EXEC SQL
                   SET :WS-SCREEN-TS = CURRENT TIMESTAMP
               END-EXEC
              PERFORM 11000-LOAD-LIST-PARA
              ACCEPT WS-RUN-DATE FROM DATE
              MOVE WS-RUN-MM TO RDL-MM
              MOVE WS-RUN-DD TO RDL-DD
              MOVE WS-RUN-YY TO RDL-YY
              ACCEPT WS-RUN-TIME FROM TIME
              MOVE WS-RUN-HH TO RDL-HH
              MOVE WS-RUN-MN TO RDL-MN
              MOVE JR-BUSDATE TO RDL-BUSDATE
              MOVE WS-LIST-DATE TO RDL-LISTDATE
              MOVE WS-THRESHOLD TO RDL-THRESHOLD
              WRITE RPT-RECORD FROM WS-TITLE-LINE
              WRITE RPT-RECORD FROM WS-RUNDATE-LINE
              WRITE RPT-RECORD FROM WS-BLANK-LINE
              IF WS-LIST-BAD
                 MOVE SPACES TO WS-TEXT-LINE
                 MOVE 'LIST NOT USABLE - NOTHING SCREENED' TO TXT-LABEL
                 WRITE RPT-RECORD FROM WS-TEXT-LINE
                 MOVE 8 TO RETURN-CODE
              ELSE
                 WRITE RPT-RECORD FROM WS-COL-HDR-LINE
                 WRITE RPT-RECORD FROM WS-HIT-HDR-LINE
                 WRITE RPT-RECORD FROM WS-BLANK-LINE
                  EXEC SQL
                      OPEN CSRPAY
                  END-EXEC
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  LOAD THE LIST INTO THE TABLE, EACH NAME BROKEN INTO ITS   ***
      ***  WORDS. AN EMPTY LIST, OR ONE TOO BIG FOR THE TABLE, IS    ***
      ***  NOT SCREENED AGAINST - EVERY PAYMENT THEN STAYS HELD.     ***
      ***-----------------------------------------------------------***
       11000-LOAD-LIST-PARA.
            EXEC SQL
                SELECT COUNT(*),
                       COALESCE(CHAR(MAX(LISTDATE), ISO), ' ')
                  INTO :WS-LIST-ON-FILE, :WS-LIST-DATE
                  FROM MFTR36.SANCLIST
            END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               MOVE '11000-LIST-COUNT' TO WS-ERR-PARAID
               MOVE ZERO TO CLAIMNUMBER OF PAYMENTS
               PERFORM 90000-LOG-SQL-ERROR-PARA
               SET WS-LIST-BAD TO TRUE
               DISPLAY 'MF36BRU - SQL ERROR READING THE LIST'
             WHEN WS-LIST-ON-FILE = ZERO
               SET WS-LIST-BAD TO TRUE
               DISPLAY 'MF36BRU - SANCTIONS LIST IS EMPTY'
             WHEN WS-LIST-ON-FILE > WS-LIST-MAX
               SET WS-LIST-BAD TO TRUE
               DISPLAY 'MF36BRU - LIST HAS MORE NAMES THAN THE TABLE'
             WHEN OTHER
                EXEC SQL
                    OPEN CSRLIST
                END-EXEC
               PERFORM 11100-LIST-ENTRY-PARA UNTIL WS-LIST-EOF
                EXEC SQL
                    CLOSE CSRLIST
                END-EXEC
           END-EVALUATE
           .
       11100-LIST-ENTRY-PARA.
            EXEC SQL
                FETCH CSRLIST
                 INTO :SANCLIST.ENTRYID, :SANCLIST.ENTRYNAME
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF WS-LIST-COUNT < WS-LIST-MAX
                  ADD 1 TO WS-LIST-COUNT
                  MOVE ENTRYID OF SANCLIST
                                   TO WL-ENTRYID (WS-LIST-COUNT)
                  MOVE ENTRYNAME OF SANCLIST
                                   TO WL-ENTRYNAME (WS-LIST-COUNT)
                  MOVE ENTRYNAME OF SANCLIST TO WS-NORM-NAME
                  PERFORM 70000-NORMALISE-NAME-PARA
                  MOVE WS-NORM-TOKENS TO WL-TOKENS (WS-LIST-COUNT)
               END-IF
             WHEN 100
               SET WS-LIST-EOF TO TRUE
             WHEN OTHER
               MOVE '11100-LIST-FETCH' TO WS-ERR-PARAID
               MOVE ZERO TO CLAIMNUMBER OF PAYMENTS
               PERFORM 90000-LOG-SQL-ERROR-PARA
               SET WS-LIST-BAD TO TRUE
               SET WS-LIST-EOF TO TRUE
               DISPLAY 'MF36BRU - SQL ERROR READING THE LIST'
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  FETCH THE NEXT UNISSUED PAYMENT                           ***
      ***-----------------------------------------------------------***
       20000-FETCH-PARA.
            EXEC SQL
                FETCH CSRPAY
                 INTO :PAYMENTS.CLAIMNUMBER, :PAYMENTS.PAYMENTTS,
                      :WS-PAY-DATE, :PAYMENTS.PAYAMOUNT,
                      :PAYMENTS.PAYEE, :PAYMENTS.PAYEEID,
                      :WS-MASTER-NAME, :WS-POLICY,
                      :POLICY.HOLDERNAME
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
      ***  SCREEN ONE PAYMENT - THE PAYEE, THEN THE HOLDER WHEN THE  ***
      ***  HOLDER IS SOMEONE ELSE - RECORD THE EVIDENCE, LIST IT FOR ***
      ***  REVIEW IF HELD, AND COMMIT.                               ***
      ***-----------------------------------------------------------***
       30000-PROCESS-PARA.
           ADD 1 TO WS-SCREEN-COUNT
           MOVE ZERO TO WS-RUN-HITS
           MOVE 'N'  TO WS-PAY-ERR-SW
           IF WS-MASTER-NAME = SPACES
              MOVE FUNCTION DISPLAY-OF(PAYEE OF PAYMENTS)
                                       TO WS-PAYEE-NAME
           ELSE
              MOVE WS-MASTER-NAME      TO WS-PAYEE-NAME
           END-IF
           MOVE FUNCTION DISPLAY-OF(HOLDERNAME OF POLICY)
                                       TO WS-HOLDER-NAME
           MOVE WS-PAYEE-NAME          TO WS-SCREEN-NAME
           MOVE 'P'                    TO WS-NAMETYPE
           PERFORM 31000-SCREEN-NAME-PARA
           IF WS-HOLDER-NAME NOT = SPACES
              AND WS-HOLDER-NAME NOT = WS-PAYEE-NAME
              MOVE WS-HOLDER-NAME      TO WS-SCREEN-NAME
              MOVE 'H'                 TO WS-NAMETYPE
              PERFORM 31000-SCREEN-NAME-PARA
           END-IF
           PERFORM 33000-SCREEN-RESULT-PARA
            EXEC SQL
                COMMIT
            END-EXEC
           PERFORM 20000-FETCH-PARA
           .
      ***-----------------------------------------------------------***
      ***  BREAK THE NAME INTO WORDS AND SCORE IT AGAINST EVERY      ***
      ***  LISTED NAME                                               ***
      ***-----------------------------------------------------------***
       31000-SCREEN-NAME-PARA.
           MOVE WS-SCREEN-NAME TO WS-NORM-NAME
           PERFORM 70000-NORMALISE-NAME-PARA
           MOVE WS-NORM-TOKENS TO WS-SCR-TOKENS
           IF SC-TOK-COUNT > ZERO
              PERFORM 31100-MATCH-ENTRY-PARA
                  VARYING WS-LIST-IX FROM 1 BY 1
                  UNTIL WS-LIST-IX > WS-LIST-COUNT
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  SCORE ONE LISTED NAME - THE BEST SCORE EACH OF ITS WORDS  ***
      ***  GETS AGAINST ANY WORD OF THE SCREENED NAME, SUMMED AND    ***
      ***  DIVIDED BY THE LONGER NAME'S WORD COUNT, SO A ONE-WORD    ***
      ***  LISTED NAME DOES NOT HIT EVERY PAYEE SHARING THAT WORD.   ***
      ***-----------------------------------------------------------***
       31100-MATCH-ENTRY-PARA.
           IF WL-TOK-COUNT (WS-LIST-IX) > ZERO
              MOVE ZERO TO WS-TOTAL-SCORE
              PERFORM 31200-SCORE-WORD-PARA
                  VARYING WS-LT-IX FROM 1 BY 1
                  UNTIL WS-LT-IX > WL-TOK-COUNT (WS-LIST-IX)
              IF WL-TOK-COUNT (WS-LIST-IX) > SC-TOK-COUNT
                 MOVE WL-TOK-COUNT (WS-LIST-IX) TO WS-DIVISOR
              ELSE
                 MOVE SC-TOK-COUNT              TO WS-DIVISOR
              END-IF
              COMPUTE WS-MATCH-SCORE = WS-TOTAL-SCORE / WS-DIVISOR
              IF WS-MATCH-SCORE NOT < WS-THRESHOLD
                 PERFORM 32000-RECORD-HIT-PARA
              END-IF
           END-IF
           .
       31200-SCORE-WORD-PARA.
           MOVE ZERO TO WS-BEST-SCORE
           PERFORM 31210-COMPARE-WORD-PARA
               VARYING WS-ST-IX FROM 1 BY 1
               UNTIL WS-ST-IX > SC-TOK-COUNT
                  OR WS-BEST-SCORE = 100
           ADD WS-BEST-SCORE TO WS-TOTAL-SCORE
           .
       31210-COMPARE-WORD-PARA.
           IF WL-TOK-TEXT (WS-LIST-IX, WS-LT-IX)
                                       = SC-TOK-TEXT (WS-ST-IX)
              MOVE 100 TO WS-BEST-SCORE
           ELSE
              COMPUTE WS-LEN-DIFF = WL-TOK-LEN (WS-LIST-IX, WS-LT-IX)
                                  - SC-TOK-LEN (WS-ST-IX)
              IF WS-BEST-SCORE < 80
                 AND WL-TOK-LEN (WS-LIST-IX, WS-LT-IX) > 3
                 AND SC-TOK-LEN (WS-ST-IX) > 3
                 AND WS-LEN-DIFF > -2 AND WS-LEN-DIFF < 2
                 MOVE WL-TOK-TEXT (WS-LIST-IX, WS-LT-IX) TO WS-EDIT-A
                 MOVE WL-TOK-LEN (WS-LIST-IX, WS-LT-IX)
                                                      TO WS-EDIT-A-LEN
                 MOVE SC-TOK-TEXT (WS-ST-IX)         TO WS-EDIT-B
                 MOVE SC-TOK-LEN (WS-ST-IX)          TO WS-EDIT-B-LEN
                 PERFORM 31300-ONE-EDIT-PARA
                 IF WS-EDIT-MATCH
                    MOVE 80 TO WS-BEST-SCORE
                 END-IF
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ARE THE TWO WORDS ONE LETTER APART - ONE LETTER WRONG OR  ***
      ***  TWO NEIGHBOURS SWAPPED (SAME LENGTH), OR ONE LETTER       ***
      ***  MISSING FROM THE SHORTER (LENGTHS ONE APART)?             ***
      ***-----------------------------------------------------------***
       31300-ONE-EDIT-PARA.
           MOVE 'N' TO WS-EDIT-MATCH-SW
           IF WS-EDIT-A-LEN = WS-EDIT-B-LEN
              MOVE ZERO TO WS-EDIT-DIFFS
              MOVE ZERO TO WS-EDIT-POS
              MOVE ZERO TO WS-EDIT-POS2
              PERFORM 31310-COUNT-DIFFS-PARA
                  VARYING WS-CH-IX FROM 1 BY 1
                  UNTIL WS-CH-IX > WS-EDIT-A-LEN
                     OR WS-EDIT-DIFFS > 2
              EVALUATE TRUE
                WHEN WS-EDIT-DIFFS = 1
                  SET WS-EDIT-MATCH TO TRUE
                WHEN WS-EDIT-DIFFS = 2
                     AND WS-EDIT-POS2 = WS-EDIT-POS + 1
                     AND WS-EDIT-A(WS-EDIT-POS:1)
                                       = WS-EDIT-B(WS-EDIT-POS2:1)
                     AND WS-EDIT-A(WS-EDIT-POS2:1)
                                       = WS-EDIT-B(WS-EDIT-POS:1)
                  SET WS-EDIT-MATCH TO TRUE
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
           ELSE
              IF WS-EDIT-A-LEN > WS-EDIT-B-LEN
                 MOVE WS-EDIT-A         TO WS-EDIT-HOLD
                 MOVE WS-EDIT-A-LEN     TO WS-EDIT-HOLD-LEN
                 MOVE WS-EDIT-B         TO WS-EDIT-A
                 MOVE WS-EDIT-B-LEN     TO WS-EDIT-A-LEN
                 MOVE WS-EDIT-HOLD      TO WS-EDIT-B
                 MOVE WS-EDIT-HOLD-LEN  TO WS-EDIT-B-LEN
              END-IF
              MOVE 1 TO WS-EDIT-POS
              PERFORM 31320-SKIP-SAME-PARA
                  UNTIL WS-EDIT-POS > WS-EDIT-A-LEN
                     OR WS-EDIT-A(WS-EDIT-POS:1)
                                       NOT = WS-EDIT-B(WS-EDIT-POS:1)
              IF WS-EDIT-POS > WS-EDIT-A-LEN
                 SET WS-EDIT-MATCH TO TRUE
              ELSE
                 COMPUTE WS-EDIT-REST = WS-EDIT-A-LEN - WS-EDIT-POS + 1
                 IF WS-EDIT-A(WS-EDIT-POS:WS-EDIT-REST)
                        = WS-EDIT-B(WS-EDIT-POS + 1:WS-EDIT-REST)
                    SET WS-EDIT-MATCH TO TRUE
                 END-IF
              END-IF
           END-IF
           .
       31310-COUNT-DIFFS-PARA.
           IF WS-EDIT-A(WS-CH-IX:1) NOT = WS-EDIT-B(WS-CH-IX:1)
              ADD 1 TO WS-EDIT-DIFFS
              IF WS-EDIT-DIFFS = 1
                 MOVE WS-CH-IX TO WS-EDIT-POS
              ELSE
                 MOVE WS-CH-IX TO WS-EDIT-POS2
              END-IF
           END-IF
           .
       31320-SKIP-SAME-PARA.
           ADD 1 TO WS-EDIT-POS
           .
      ***-----------------------------------------------------------***
      ***  A NAME SCORED AT OR OVER THE THRESHOLD. A MATCH ALREADY   ***
      ***  ON FILE FOR THIS PAYMENT (WHATEVER ITS STATUS) IS NOT     ***
      ***  WRITTEN AGAIN.                                            ***
      ***-----------------------------------------------------------***
       32000-RECORD-HIT-PARA.
           ADD 1 TO WS-RUN-HITS
           MOVE CLAIMNUMBER OF PAYMENTS  TO CLAIMNUMBER  OF SANCHIT
           MOVE PAYMENTTS OF PAYMENTS    TO PAYMENTTS    OF SANCHIT
           MOVE WS-NAMETYPE              TO NAMETYPE     OF SANCHIT
           MOVE WS-SCREEN-NAME           TO SCREENNAME   OF SANCHIT
           MOVE WL-ENTRYID (WS-LIST-IX)  TO ENTRYID      OF SANCHIT
           MOVE WL-ENTRYNAME (WS-LIST-IX)
                                         TO ENTRYNAME    OF SANCHIT
           MOVE WS-MATCH-SCORE           TO MATCHSCORE   OF SANCHIT
           MOVE PAYEEID OF PAYMENTS      TO PAYEEID      OF SANCHIT
           MOVE WS-POLICY                TO POLICYNUMBER OF SANCHIT
           MOVE WS-SCREEN-TS             TO FOUNDTS      OF SANCHIT
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HIT-EXISTS
                  FROM MFTR36.SANCHIT
                 WHERE CLAIMNUMBER = :SANCHIT.CLAIMNUMBER
                   AND PAYMENTTS   = :SANCHIT.PAYMENTTS
                   AND NAMETYPE    = :SANCHIT.NAMETYPE
                   AND ENTRYID     = :SANCHIT.ENTRYID
                   AND ENTRYNAME   = :SANCHIT.ENTRYNAME
            END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               MOVE '32000-HIT-CHECK' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'Y' TO WS-PAY-ERR-SW
             WHEN WS-HIT-EXISTS = ZERO
               PERFORM 32100-NEW-HIT-PARA
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  A NEW MATCH. IF AN OFFICER HAS ALREADY DECIDED THE SAME   ***
      ***  NAME AGAINST THE SAME LISTED NAME FOR THE SAME PARTY -    ***
      ***  THE SAME PAYEE ID, OR THE HOLDER OF THE SAME POLICY - ON  ***
      ***  AN EARLIER PAYMENT, THE NEWEST SUCH DECISION CARRIES      ***
      ***  FORWARD WITH ITS OFFICER AND TIME; OTHERWISE THE MATCH IS ***
      ***  OPEN AND THE PAYMENT HELD.                                ***
      ***-----------------------------------------------------------***
       32100-NEW-HIT-PARA.
            EXEC SQL
                SELECT HITSTATUS, DECIDEOPID, DECIDETS
                  INTO :WS-PRIOR-STATUS, :WS-PRIOR-OPID,
                       :WS-PRIOR-TS
                  FROM MFTR36.SANCHIT
                 WHERE NAMETYPE   = :SANCHIT.NAMETYPE
                   AND SCREENNAME = :SANCHIT.SCREENNAME
                   AND ENTRYID    = :SANCHIT.ENTRYID
                   AND ENTRYNAME  = :SANCHIT.ENTRYNAME
                   AND HITSTATUS IN ('C', 'F')
                   AND ((NAMETYPE     = 'P'
                         AND PAYEEID  = :SANCHIT.PAYEEID
                         AND PAYEEID <> ' ')
                     OR (NAMETYPE     = 'H'
                         AND POLICYNUMBER = :SANCHIT.POLICYNUMBER
                         AND POLICYNUMBER > 0))
                 ORDER BY DECIDETS DESC
                 FETCH FIRST 1 ROW ONLY
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE WS-PRIOR-STATUS  TO HITSTATUS  OF SANCHIT
               MOVE WS-PRIOR-OPID    TO DECIDEOPID OF SANCHIT
               MOVE WS-PRIOR-TS      TO DECIDETS   OF SANCHIT
               MOVE 'CARRIED FROM EARLIER DECISION'
                                     TO DECIDENOTE OF SANCHIT
               ADD 1 TO WS-CARRIED-COUNT
             WHEN 100
               MOVE 'O'              TO HITSTATUS  OF SANCHIT
               MOVE SPACES           TO DECIDEOPID OF SANCHIT
               MOVE SPACES           TO DECIDETS   OF SANCHIT
               MOVE SPACES           TO DECIDENOTE OF SANCHIT
             WHEN OTHER
               MOVE '32100-PRIOR-DECISION' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'O'              TO HITSTATUS  OF SANCHIT
               MOVE SPACES           TO DECIDEOPID OF SANCHIT
               MOVE SPACES           TO DECIDETS   OF SANCHIT
               MOVE SPACES           TO DECIDENOTE OF SANCHIT
           END-EVALUATE
            EXEC SQL
                INSERT INTO MFTR36.SANCHIT
                       (CLAIMNUMBER,
                        PAYMENTTS,
                        NAMETYPE,
                        SCREENNAME,
                        ENTRYID,
                        ENTRYNAME,
                        MATCHSCORE,
                        PAYEEID,
                        POLICYNUMBER,
                        HITSTATUS,
                        FOUNDTS,
                        DECIDEOPID,
                        DECIDETS,
                        DECIDENOTE)
                VALUES (:SANCHIT.CLAIMNUMBER,
                        :SANCHIT.PAYMENTTS,
                        :SANCHIT.NAMETYPE,
                        :SANCHIT.SCREENNAME,
                        :SANCHIT.ENTRYID,
                        :SANCHIT.ENTRYNAME,
                        :SANCHIT.MATCHSCORE,
                        :SANCHIT.PAYEEID,
                        :SANCHIT.POLICYNUMBER,
                        :SANCHIT.HITSTATUS,
                        :SANCHIT.FOUNDTS,
                        :SANCHIT.DECIDEOPID,
                        CASE WHEN :SANCHIT.HITSTATUS = 'O'
                             THEN NULL
                             ELSE TIMESTAMP(:SANCHIT.DECIDETS)
                        END,
                        :SANCHIT.DECIDENOTE)
            END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-NEWHIT-COUNT
           ELSE
              MOVE '32100-INSERT-HIT' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
              MOVE 'Y' TO WS-PAY-ERR-SW
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  THE PAYMENT'S RESULT FROM EVERY MATCH ON FILE FOR IT -    ***
      ***  NEW OR FROM EARLIER NIGHTS - AND ITS EVIDENCE ROW. ANY    ***
      ***  CONFIRMED MATCH MAKES IT F (NEVER PAID), ELSE AN OPEN ONE ***
      ***  MAKES IT H (HELD FOR REVIEW), ELSE IT IS CLEAR.           ***
      ***-----------------------------------------------------------***
       33000-SCREEN-RESULT-PARA.
            EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN HITSTATUS = 'O'
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN HITSTATUS = 'F'
                                         THEN 1 ELSE 0 END), 0)
                  INTO :WS-OPEN-HITS, :WS-CONF-HITS
                  FROM MFTR36.SANCHIT
                 WHERE CLAIMNUMBER = :PAYMENTS.CLAIMNUMBER
                   AND PAYMENTTS   = :PAYMENTS.PAYMENTTS
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE '33000-HIT-COUNT' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
              MOVE 'Y' TO WS-PAY-ERR-SW
           END-IF
           EVALUATE TRUE
             WHEN WS-PAY-ERR
               MOVE 'H' TO RESULT OF SANCSCREEN
               ADD 1 TO WS-HELD-COUNT
             WHEN WS-CONF-HITS > ZERO
               MOVE 'F' TO RESULT OF SANCSCREEN
               ADD 1 TO WS-CONFIRMED-COUNT
             WHEN WS-OPEN-HITS > ZERO
               MOVE 'H' TO RESULT OF SANCSCREEN
               ADD 1 TO WS-HELD-COUNT
             WHEN OTHER
               MOVE 'C' TO RESULT OF SANCSCREEN
               ADD 1 TO WS-CLEAR-COUNT
           END-EVALUATE
      *    A PAYMENT WHOSE MATCHES COULD NOT ALL BE RECORDED GETS NO
      *    EVIDENCE ROW, SO MF36BR9 HOLDS IT AS UNSCREENED
           IF NOT WS-PAY-ERR
              MOVE CLAIMNUMBER OF PAYMENTS TO CLAIMNUMBER OF SANCSCREEN
              MOVE PAYMENTTS OF PAYMENTS   TO PAYMENTTS   OF SANCSCREEN
              MOVE WS-SCREEN-TS            TO SCREENTS    OF SANCSCREEN
              MOVE JR-BUSDATE              TO BUSDATE     OF SANCSCREEN
              MOVE WS-LIST-DATE            TO LISTDATE    OF SANCSCREEN
              MOVE WS-LIST-COUNT           TO LISTCOUNT   OF SANCSCREEN
              MOVE WS-THRESHOLD            TO THRESHOLD   OF SANCSCREEN
              MOVE WS-PAYEE-NAME           TO PAYEENAME   OF SANCSCREEN
              MOVE WS-HOLDER-NAME          TO HOLDERNAME  OF SANCSCREEN
              MOVE WS-RUN-HITS             TO HITCOUNT    OF SANCSCREEN
               EXEC SQL
                   INSERT INTO MFTR36.SANCSCREEN
                          (CLAIMNUMBER,
                           PAYMENTTS,
                           SCREENTS,
                           BUSDATE,
                           LISTDATE,
                           LISTCOUNT,
                           THRESHOLD,
                           PAYEENAME,
                           HOLDERNAME,
                           HITCOUNT,
                           RESULT)
                   VALUES (:SANCSCREEN.CLAIMNUMBER,
                           :SANCSCREEN.PAYMENTTS,
                           :SANCSCREEN.SCREENTS,
                           :SANCSCREEN.BUSDATE,
                           :SANCSCREEN.LISTDATE,
                           :SANCSCREEN.LISTCOUNT,
                           :SANCSCREEN.THRESHOLD,
                           :SANCSCREEN.PAYEENAME,
                           :SANCSCREEN.HOLDERNAME,
                           :SANCSCREEN.HITCOUNT,
                           :SANCSCREEN.RESULT)
               END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '33000-INSERT-SCREEN' TO WS-ERR-PARAID
                 PERFORM 90000-LOG-SQL-ERROR-PARA
              END-IF
           END-IF
           IF RESULT OF SANCSCREEN NOT = 'C'
              PERFORM 34000-REPORT-PAYMENT-PARA
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  LIST A HELD PAYMENT AND EACH OF ITS OPEN OR CONFIRMED     ***
      ***  MATCHES FOR THE COMPLIANCE REVIEW                         ***
      ***-----------------------------------------------------------***
       34000-REPORT-PAYMENT-PARA.
           MOVE SPACES                  TO WS-PAY-LINE
           MOVE CLAIMNUMBER OF PAYMENTS TO WS-CLMNBR-EDIT
           MOVE WS-CLMNBR-EDIT          TO PYL-CLMNBR
           MOVE WS-PAY-DATE             TO PYL-PAYDATE
           MOVE PAYAMOUNT OF PAYMENTS   TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT          TO PYL-AMOUNT
           MOVE PAYEEID OF PAYMENTS     TO PYL-PAYEEID
           EVALUATE TRUE
             WHEN WS-PAY-ERR
               MOVE 'HELD - SQL ERROR, SEE LOG'    TO PYL-RESULT
             WHEN RESULT OF SANCSCREEN = 'F'
               MOVE 'CONFIRMED MATCH - DO NOT PAY' TO PYL-RESULT
             WHEN OTHER
               MOVE 'HELD - MATCH TO REVIEW'       TO PYL-RESULT
           END-EVALUATE
           WRITE RPT-RECORD FROM WS-PAY-LINE
           MOVE 'N' TO WS-HIT-EOF-SW
            EXEC SQL
                OPEN CSRHIT
            END-EXEC
           PERFORM 34100-REPORT-HIT-PARA UNTIL WS-HIT-EOF
            EXEC SQL
                CLOSE CSRHIT
            END-EXEC
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           .
       34100-REPORT-HIT-PARA.
            EXEC SQL
                FETCH CSRHIT
                 INTO :SANCHIT.NAMETYPE, :SANCHIT.SCREENNAME,
                      :SANCHIT.ENTRYID, :SANCHIT.ENTRYNAME,
                      :SANCHIT.MATCHSCORE, :SANCHIT.HITSTATUS
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE SPACES                 TO WS-HIT-LINE
               IF NAMETYPE OF SANCHIT = 'H'
                  MOVE 'HOLDER'            TO HTL-NAMETYPE
               ELSE
                  MOVE 'PAYEE'             TO HTL-NAMETYPE
               END-IF
               MOVE SCREENNAME OF SANCHIT  TO HTL-SCREENNAME
               MOVE ENTRYID OF SANCHIT     TO HTL-ENTRYID
               MOVE ENTRYNAME OF SANCHIT   TO HTL-ENTRYNAME
               MOVE MATCHSCORE OF SANCHIT  TO WS-SCORE-EDIT
               MOVE WS-SCORE-EDIT          TO HTL-SCORE
               IF HITSTATUS OF SANCHIT = 'F'
                  MOVE 'CONFIRMED'         TO HTL-STATUS
               ELSE
                  MOVE 'OPEN'              TO HTL-STATUS
               END-IF
               WRITE RPT-RECORD FROM WS-HIT-LINE
             WHEN 100
               SET WS-HIT-EOF TO TRUE
             WHEN OTHER
               MOVE '34100-HIT-FETCH' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               SET WS-HIT-EOF TO TRUE
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  THE FOOT                                                  ***
      ***-----------------------------------------------------------***
       40000-WRAP-UP-PARA.
           MOVE SPACES               TO WS-TEXT-LINE
           MOVE 'NAMES ON THE LIST'                  TO TXT-LABEL
           MOVE WS-LIST-COUNT        TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'PAYMENTS SCREENED'                  TO TXT-LABEL
           MOVE WS-SCREEN-COUNT      TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'CLEAR'                              TO TXT-LABEL
           MOVE WS-CLEAR-COUNT       TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'HELD - MATCH TO REVIEW'             TO TXT-LABEL
           MOVE WS-HELD-COUNT        TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'HELD - CONFIRMED MATCH'             TO TXT-LABEL
           MOVE WS-CONFIRMED-COUNT   TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'NEW MATCHES RECORDED'               TO TXT-LABEL
           MOVE WS-NEWHIT-COUNT      TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'OF WHICH EARLIER DECISION CARRIED'  TO TXT-LABEL
           MOVE WS-CARRIED-COUNT     TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE WS-SCREEN-COUNT      TO WS-COUNT-EDIT
           DISPLAY 'MF36BRU - PAYMENTS SCREENED : ' WS-COUNT-EDIT
           MOVE WS-CLEAR-COUNT       TO WS-COUNT-EDIT
           DISPLAY 'MF36BRU - CLEAR : ' WS-COUNT-EDIT
           MOVE WS-HELD-COUNT        TO WS-COUNT-EDIT
           DISPLAY 'MF36BRU - HELD, MATCH TO REVIEW : ' WS-COUNT-EDIT
           MOVE WS-CONFIRMED-COUNT   TO WS-COUNT-EDIT
           DISPLAY 'MF36BRU - HELD, CONFIRMED MATCH : ' WS-COUNT-EDIT
           MOVE WS-NEWHIT-COUNT      TO WS-COUNT-EDIT
           DISPLAY 'MF36BRU - NEW MATCHES RECORDED : ' WS-COUNT-EDIT
            EXEC SQL
                CLOSE CSRPAY
            END-EXEC
           .
       50000-EXIT-PARA.
           IF NOT WS-PARM-BAD
              CLOSE SANCRPT
           END-IF
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  BREAK A NAME INTO ITS WORDS - UPPER-CASED, PUNCTUATION    ***
      ***  TURNED TO SPACES, ONE-LETTER WORDS AND TITLES/COMPANY     ***
      ***  FORMS DROPPED, AT MOST 8 WORDS KEPT.                      ***
      ***-----------------------------------------------------------***
       70000-NORMALISE-NAME-PARA.
           INSPECT WS-NORM-NAME
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-NORM-NAME
               CONVERTING '.,-''/&()"'
                       TO '         '
           MOVE ZERO   TO NM-TOK-COUNT
           MOVE SPACES TO WS-CUR-TOKEN
           MOVE ZERO   TO WS-CUR-LEN
           PERFORM 70100-NORM-CHAR-PARA
               VARYING WS-CH-IX FROM 1 BY 1 UNTIL WS-CH-IX > 60
           IF WS-CUR-LEN > ZERO
              PERFORM 70200-NORM-WORD-PARA
           END-IF
           .
       70100-NORM-CHAR-PARA.
           MOVE WS-NORM-NAME(WS-CH-IX:1) TO WS-NORM-CHAR
           IF WS-NORM-CHAR = SPACE
              IF WS-CUR-LEN > ZERO
                 PERFORM 70200-NORM-WORD-PARA
              END-IF
           ELSE
              IF WS-CUR-LEN < 20
                 ADD 1 TO WS-CUR-LEN
                 MOVE WS-NORM-CHAR TO WS-CUR-TOKEN(WS-CUR-LEN:1)
              END-IF
           END-IF
           .
       70200-NORM-WORD-PARA.
           IF WS-CUR-LEN > 1
              AND NOT WS-NOISE-WORD
              AND NM-TOK-COUNT < 8
              ADD 1 TO NM-TOK-COUNT
              MOVE WS-CUR-TOKEN TO NM-TOK-TEXT (NM-TOK-COUNT)
              MOVE WS-CUR-LEN   TO NM-TOK-LEN (NM-TOK-COUNT)
           END-IF
           MOVE SPACES TO WS-CUR-TOKEN
           MOVE ZERO   TO WS-CUR-LEN
           .
      ***-----------------------------------------------------------***
      ***  LOG AN UNEXPECTED SQLCODE TO MFTR36.SQLERRORLOG AGAINST   ***
      ***  THE CLAIM BEING SCREENED.                                 ***
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
                VALUES (:PAYMENTS.CLAIMNUMBER,
                        CURRENT TIMESTAMP,
                        'MF36BRU',
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
           MOVE 'MF36BRU' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BRU - RUN REFUSED: ' JR-MESSAGE
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
           MOVE WS-SCREEN-COUNT TO JR-IN-COUNT
           MOVE WS-CLEAR-COUNT  TO JR-OUT-COUNT
           COMPUTE JR-EXCP-COUNT = WS-HELD-COUNT
                 + WS-CONFIRMED-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
