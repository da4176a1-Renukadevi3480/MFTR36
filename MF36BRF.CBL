      ******************************************************************
      ***        MF36BRF : STALE-DATED CHEQUE (ESCHEAT) LIST          ***
      ***  MONTHLY LIST FOR FINANCE OF EVERY CHEQUE MF36BR9 HAS PUT   ***
      ***  ON THE BANK FILE THAT THE BANK HAS STILL NOT PAID (NO      ***
      ***  CLEARING FROM THE PAID-ITEMS RECONCILIATION, MF36BL4)      ***
      ***  MORE THAN 180 DAYS AFTER ISSUE, SO THE MONEY CAN BE        ***
      ***  ESCHEATED TO THE STATE AS UNCLAIMED PROPERTY INSTEAD OF    ***
      ***  SITTING ON THE BOOKS INDEFINITELY. A CHEQUE ALREADY VOIDED ***
      ***  UNDER OPTION '9' IS OFF THE BOOKS AND IS NOT LISTED. EACH  ***
      ***  LINE CARRIES THE CLAIM, PAYEE, AMOUNT IN THE CLAIM'S OWN   ***
      ***  CURRENCY, VALUE AND ISSUE DATES AND DAYS OUTSTANDING; THE  ***
      ***  FOOT CARRIES THE COUNT AND THE TOTAL IN HOME CURRENCY.     ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BRF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STALERPT ASSIGN TO STALERPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STALERPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
          88 WS-EOF-YES                      VALUE 'Y'.
       01 WS-PARM-BAD-SW           PIC X(01) VALUE 'N'.
          88 WS-PARM-BAD                     VALUE 'Y'.
       01 WS-STALE-DAYS            PIC S9(4) COMP VALUE 180.
       01 WS-HOME-CURRENCY         PIC X(03) VALUE 'USD'.
       01 WS-RATE                  PIC S9(5)V9(6) COMP-3.
       01 WS-WORK-USD              PIC S9(13) COMP-3.
       01 WS-ISSUE-DATE            PIC X(10).
       01 WS-DAYS-OUT              PIC S9(9) COMP.
       01 WS-STALE-COUNT           PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-STALE-TOTAL-USD       PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-AMT-EDIT              PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-CLMNBR-EDIT           PIC Z(8)9.
       01 WS-DAYS-EDIT             PIC ZZZZ9.
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
              'MFTR36 STALE-DATED CHEQUES - UNCASHED, FOR ESCHEAT'.
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
           05 FILLER               PIC X(32) VALUE 'PAYEE'.
           05 FILLER               PIC X(15) VALUE '         AMOUNT'.
           05 FILLER               PIC X(05) VALUE ' CCY'.
           05 FILLER               PIC X(12) VALUE 'VALUE DATE'.
           05 FILLER               PIC X(12) VALUE 'ISSUED'.
           05 FILLER               PIC X(45) VALUE 'DAYS OUT'.
       01 WS-DETAIL-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DTL-CLMNBR           PIC X(09).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-PAYEE            PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-AMOUNT           PIC X(13).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-CCY              PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-VALUEDATE        PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-ISSUED           PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-DAYS             PIC X(05).
           05 FILLER               PIC X(40) VALUE SPACE.
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
               INCLUDE MF36CP10
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP11
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  EVERY ISSUED, UNCLEARED, UNREVERSED CHEQUE OLDER THAN THE ***
      ***  STALE THRESHOLD, OLDEST ISSUE FIRST.                      ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRSTC CURSOR WITH HOLD FOR
                   SELECT P.CLAIMNUMBER, P.PAYEE, P.PAYAMOUNT,
                          P.PAYMENTDATE, CHAR(DATE(P.ISSUEDTS)),
                          DAYS(DATE(:JR-BUSDATE))
                          - DAYS(DATE(P.ISSUEDTS)),
                          COALESCE(C.CURRENCYCODE, ' ')
                     FROM MFTR36.PAYMENTS P
                          INNER JOIN MFTR36.CLAIMS C
                             ON C.CLAIMNUMBER = P.CLAIMNUMBER
                    WHERE P.PAYTYPE   = 'P'
                      AND P.ISSUEDTS  IS NOT NULL
                      AND P.CLEAREDTS IS NULL
                      AND DAYS(DATE(:JR-BUSDATE))
                          - DAYS(DATE(P.ISSUEDTS))
                          > :WS-STALE-DAYS
                      AND NOT EXISTS
                          (SELECT 1
                             FROM MFTR36.PAYMENTS V
                            WHERE V.CLAIMNUMBER = P.CLAIMNUMBER
                              AND V.PAYTYPE     = 'V'
                              AND V.REVERSEDTS  = P.PAYMENTTS)
                    ORDER BY P.ISSUEDTS, P.CLAIMNUMBER
           END-EXEC.
       LINKAGE SECTION.
       01  LK-PARM-FIELD.
           05  LK-PARM-LEN         PIC S9(04) COMP.
           05  LK-PARM-DAYS        PIC X(03).
      ***-----------------------------------------------------------***
      ***  AN OPTIONAL JCL PARM OF THE STALE THRESHOLD IN DAYS (UP   ***
      ***  TO 3 DIGITS) FOR STATES WITH A DIFFERENT DORMANCY PERIOD  ***
      ***  - LEFT OFF, A CHEQUE UNCASHED AFTER 180 DAYS IS LISTED.   ***
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
                 DISPLAY 'MF36BRF - PARM MUST BE 1-3 DIGIT STALE DAYS'
                 MOVE 8 TO RETURN-CODE
                 SET WS-PARM-BAD TO TRUE
              ELSE
                 IF LK-PARM-DAYS(1:LK-PARM-LEN) NUMERIC
                    MOVE LK-PARM-DAYS(1:LK-PARM-LEN) TO WS-STALE-DAYS
                 ELSE
                    DISPLAY 'MF36BRF - PARM MUST BE 1-3 DIGIT STALE '
                            'DAYS'
                    MOVE 8 TO RETURN-CODE
                    SET WS-PARM-BAD TO TRUE
                 END-IF
              END-IF
           END-IF
           IF WS-PARM-BAD
              CONTINUE
           ELSE
              OPEN OUTPUT STALERPT
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
              WRITE RPT-RECORD FROM WS-COL-HDR-LINE
               EXEC SQL
                   OPEN CSRSTC
               END-EXEC
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  FETCH THE NEXT STALE CHEQUE                               ***
      ***-----------------------------------------------------------***
       20000-FETCH-PARA.
            EXEC SQL
                FETCH CSRSTC
                 INTO :PAYMENTS.CLAIMNUMBER, :PAYMENTS.PAYEE,
                      :PAYMENTS.PAYAMOUNT, :PAYMENTS.PAYMENTDATE,
                      :WS-ISSUE-DATE, :WS-DAYS-OUT,
                      :CLAIMS.CURRENCYCODE
            END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ONE STALE CHEQUE - PRINT IT AND ADD ITS HOME-CURRENCY     ***
      ***  VALUE INTO THE FOOT TOTAL.                                ***
      ***-----------------------------------------------------------***
       30000-PROCESS-PARA.
           MOVE SPACES                 TO WS-DETAIL-LINE
           MOVE CLAIMNUMBER OF PAYMENTS TO WS-CLMNBR-EDIT
           MOVE WS-CLMNBR-EDIT         TO DTL-CLMNBR
           MOVE FUNCTION DISPLAY-OF(PAYEE OF PAYMENTS)
                                       TO DTL-PAYEE
           MOVE PAYAMOUNT OF PAYMENTS  TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT            TO DTL-AMOUNT
           MOVE CURRENCYCODE OF CLAIMS TO DTL-CCY
           MOVE FUNCTION DISPLAY-OF(PAYMENTDATE OF PAYMENTS)
                                       TO DTL-VALUEDATE
           MOVE WS-ISSUE-DATE          TO DTL-ISSUED
           MOVE WS-DAYS-OUT            TO WS-DAYS-EDIT
           MOVE WS-DAYS-EDIT           TO DTL-DAYS
           WRITE RPT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-STALE-COUNT
           PERFORM 30050-GET-RATE-PARA
           COMPUTE WS-WORK-USD ROUNDED =
                   PAYAMOUNT OF PAYMENTS * WS-RATE
           ADD WS-WORK-USD TO WS-STALE-TOTAL-USD
           PERFORM 20000-FETCH-PARA
           .
      ***-----------------------------------------------------------***
      ***  FIND THE RATE TO HOME CURRENCY IN FORCE FOR THE CLAIM'S   ***
      ***  CURRENCY - THE SAME RULE AS THE REGISTER REPORT.          ***
      ***-----------------------------------------------------------***
       30050-GET-RATE-PARA.
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
           .
      ***-----------------------------------------------------------***
      ***  THE FOOT - HOW MANY CHEQUES AND HOW MUCH FOR ESCHEAT      ***
      ***-----------------------------------------------------------***
       40000-WRAP-UP-PARA.
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           MOVE SPACES               TO WS-TEXT-LINE
           MOVE 'STALE-DATED CHEQUES LISTED'    TO TXT-LABEL
           MOVE WS-STALE-COUNT       TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'TOTAL UNCASHED (USD)'          TO TXT-LABEL
           MOVE WS-STALE-TOTAL-USD   TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT          TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE WS-STALE-COUNT       TO WS-COUNT-EDIT
           DISPLAY 'MF36BRF - STALE CHEQUES LISTED : ' WS-COUNT-EDIT
            EXEC SQL
                CLOSE CSRSTC
            END-EXEC
           .
       50000-EXIT-PARA.
           IF NOT WS-PARM-BAD
              CLOSE STALERPT
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
           MOVE 'MF36BRF' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BRF - RUN REFUSED: ' JR-MESSAGE
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
           MOVE WS-STALE-COUNT TO JR-IN-COUNT
           MOVE WS-STALE-COUNT TO JR-OUT-COUNT
           MOVE ZERO TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
