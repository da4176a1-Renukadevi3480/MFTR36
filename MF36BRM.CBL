      ******************************************************************
      ***        MF36BRM : MONTHLY LITIGATED CLAIMS REPORT            ***
      ***  LISTS EVERY OPEN SUIT ON MFTR36.LITIGATION FOR CLAIMS      ***
      ***  MANAGEMENT AND DEFENCE COUNSEL REVIEW: THE CLAIM, ITS      ***
      ***  ATTORNEY, COURT AND DOCKET NUMBER, THE SUIT DATE, THE NEXT ***
      ***  COURT DATE (THE EARLIER OF THE NEXT HEARING AND THE TRIAL  ***
      ***  DATE THAT IS NOT YET PAST), THE DEFENCE/LEGAL EXPENSE      ***
      ***  PAID TO DATE (CATEGORY 'E' PAYMENTS, NET OF THEIR VOIDS)   ***
      ***  AND THE OUTSTANDING RESERVE (NET OF RECOVERIES, AS         ***
      ***  EVERYWHERE ELSE), BOTH IN THE CLAIM'S OWN CURRENCY. THE    ***
      ***  FOOT CARRIES THE SUIT COUNT, HOW MANY HAVE NO COURT DATE   ***
      ***  SET, AND THE SPEND AND RESERVE TOTALS IN HOME CURRENCY.    ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BRM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LITRPT ASSIGN TO LITRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LITRPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
          88 WS-EOF-YES                      VALUE 'Y'.
       01 WS-HOME-CURRENCY         PIC X(03) VALUE 'USD'.
       01 WS-RATE                  PIC S9(5)V9(6) COMP-3.
       01 WS-WORK-USD              PIC S9(13) COMP-3.
       01 WS-SUIT-DATE             PIC X(10).
       01 WS-NEXT-COURT-DATE       PIC X(10).
       01 WS-RECOVERED             PIC S9(9) COMP.
       01 WS-SPEND                 PIC S9(9) COMP.
       01 WS-RESERVE               PIC S9(11) COMP-3.
       01 WS-SUIT-COUNT            PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-NO-DATE-COUNT         PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-SPEND-TOTAL-USD       PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-RESERVE-TOTAL-USD     PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-AMT-EDIT              PIC -ZZZ,ZZZ,ZZ9.
       01 WS-TOTAL-EDIT            PIC -Z,ZZZ,ZZZ,ZZ9.
       01 WS-CLMNBR-EDIT           PIC Z(8)9.
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
              'MFTR36 LITIGATED CLAIMS - OPEN SUITS'.
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
           05 FILLER               PIC X(20) VALUE 'ATTORNEY'.
           05 FILLER               PIC X(20) VALUE 'COURT'.
           05 FILLER               PIC X(22) VALUE 'DOCKET'.
           05 FILLER               PIC X(12) VALUE 'SUIT DATE'.
           05 FILLER               PIC X(12) VALUE 'NEXT COURT'.
           05 FILLER               PIC X(14) VALUE ' DEFENCE SPEND'.
           05 FILLER               PIC X(14) VALUE '   OUTSTANDING'.
           05 FILLER               PIC X(07) VALUE 'CCY'.
       01 WS-DETAIL-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DTL-CLMNBR           PIC X(09).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-ATTORNEY         PIC X(18).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-COURT            PIC X(18).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-DOCKET           PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-SUITDATE         PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACE.
      *    'NONE SET' WHEN NEITHER A HEARING NOR A TRIAL DATE IS
      *    STILL TO COME
           05 DTL-NEXTDATE         PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-SPEND            PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-RESERVE          PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-CCY              PIC X(03).
           05 FILLER               PIC X(04) VALUE SPACE.
       01 WS-TEXT-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 TXT-LABEL            PIC X(40).
           05 TXT-VALUE            PIC X(14).
           05 FILLER               PIC X(78) VALUE SPACE.
       01 WS-BLANK-LINE            PIC X(133) VALUE SPACES.
           COPY MF36CP32.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP2
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP11
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP31
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  EVERY OPEN SUIT WITH ITS CLAIM, THE NEXT COURT DATE STILL ***
      ***  TO COME (BLANK WHEN NONE), THE RECOVERED SUM FOR THE NET  ***
      ***  RESERVE AND THE DEFENCE/LEGAL EXPENSE PAID SO FAR - THE   ***
      ***  'V' ROWS CARRY THE CATEGORY OF THE PAYMENT THEY REVERSE,  ***
      ***  SO THE PLAIN SUM IS NET OF VOIDS.                         ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRLIT CURSOR WITH HOLD FOR
                   SELECT L.CLAIMNUMBER, L.ATTORNEY, L.COURT,
                          L.DOCKETNBR, CHAR(L.SUITDATE, ISO),
                          COALESCE(CHAR(
                            CASE
                              WHEN L.NEXTCOURTDT >= DATE(:JR-BUSDATE)
                               AND (L.TRIALDATE IS NULL
                                    OR L.TRIALDATE < DATE(:JR-BUSDATE)
                                    OR L.TRIALDATE > L.NEXTCOURTDT)
                                THEN L.NEXTCOURTDT
                              WHEN L.TRIALDATE >= DATE(:JR-BUSDATE)
                                THEN L.TRIALDATE
                            END, ISO), ' '),
                          C.CLAIMSTATUS, C.PAID, C.CVALUE,
                          COALESCE(C.CURRENCYCODE, ' '),
                          COALESCE((SELECT SUM(R.RECOVERYAMT)
                                      FROM MFTR36.RECOVERY R
                                     WHERE R.CLAIMNUMBER =
                                           L.CLAIMNUMBER), 0),
                          COALESCE((SELECT SUM(E.PAYAMOUNT)
                                      FROM MFTR36.PAYMENTS E
                                     WHERE E.CLAIMNUMBER =
                                           L.CLAIMNUMBER
                                       AND E.PAYCATEGORY = 'E'), 0)
                     FROM MFTR36.LITIGATION L
                          INNER JOIN MFTR36.CLAIMS C
                             ON C.CLAIMNUMBER = L.CLAIMNUMBER
                    WHERE L.SUITSTATUS = 'O'
                    ORDER BY L.CLAIMNUMBER
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
           PERFORM 40000-WRAP-UP-PARA
           PERFORM 50000-EXIT-PARA.
       10000-INITIALIZE-PARA.
           OPEN OUTPUT LITRPT
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
                OPEN CSRLIT
            END-EXEC
           .
      ***-----------------------------------------------------------***
      ***  FETCH THE NEXT OPEN SUIT                                  ***
      ***-----------------------------------------------------------***
       20000-FETCH-PARA.
            EXEC SQL
                FETCH CSRLIT
                 INTO :LITIGATION.CLAIMNUMBER, :LITIGATION.ATTORNEY,
                      :LITIGATION.COURT, :LITIGATION.DOCKETNBR,
                      :WS-SUIT-DATE, :WS-NEXT-COURT-DATE,
                      :CLAIMS.CLAIMSTATUS, :CLAIMS.PAID,
                      :CLAIMS.CVALUE, :CLAIMS.CURRENCYCODE,
                      :WS-RECOVERED, :WS-SPEND
            END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ONE SUIT - PRINT IT AND ADD ITS SPEND AND RESERVE, IN     ***
      ***  HOME CURRENCY, INTO THE FOOT TOTALS. A CLAIM NO LONGER    ***
      ***  OPEN CARRIES NO RESERVE, THE SAME RULE AS THE LOSS RUN.   ***
      ***-----------------------------------------------------------***
       30000-PROCESS-PARA.
           MOVE SPACES                   TO WS-DETAIL-LINE
           MOVE CLAIMNUMBER OF LITIGATION TO WS-CLMNBR-EDIT
           MOVE WS-CLMNBR-EDIT           TO DTL-CLMNBR
           MOVE ATTORNEY OF LITIGATION   TO DTL-ATTORNEY
           MOVE COURT OF LITIGATION      TO DTL-COURT
           MOVE DOCKETNBR OF LITIGATION  TO DTL-DOCKET
           MOVE WS-SUIT-DATE             TO DTL-SUITDATE
           IF WS-NEXT-COURT-DATE = SPACES
              MOVE 'NONE SET'            TO DTL-NEXTDATE
              ADD 1 TO WS-NO-DATE-COUNT
           ELSE
              MOVE WS-NEXT-COURT-DATE    TO DTL-NEXTDATE
           END-IF
           IF CLAIMSTATUS OF CLAIMS = 'O'
              COMPUTE WS-RESERVE = CVALUE OF CLAIMS
                                 - PAID   OF CLAIMS
                                 - WS-RECOVERED
           ELSE
              MOVE ZERO TO WS-RESERVE
           END-IF
           MOVE WS-SPEND                 TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT              TO DTL-SPEND
           MOVE WS-RESERVE               TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT              TO DTL-RESERVE
           MOVE CURRENCYCODE OF CLAIMS   TO DTL-CCY
           WRITE RPT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-SUIT-COUNT
           PERFORM 30050-GET-RATE-PARA
           COMPUTE WS-WORK-USD ROUNDED = WS-SPEND * WS-RATE
           ADD WS-WORK-USD TO WS-SPEND-TOTAL-USD
           COMPUTE WS-WORK-USD ROUNDED = WS-RESERVE * WS-RATE
           ADD WS-WORK-USD TO WS-RESERVE-TOTAL-USD
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
      ***  THE FOOT - HOW MANY SUITS ARE OPEN, HOW MANY HAVE NO      ***
      ***  COURT DATE TO COME, AND THE SPEND AND RESERVE IN USD      ***
      ***-----------------------------------------------------------***
       40000-WRAP-UP-PARA.
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           MOVE SPACES               TO WS-TEXT-LINE
           MOVE 'OPEN SUITS'                    TO TXT-LABEL
           MOVE WS-SUIT-COUNT        TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'OPEN SUITS WITH NO COURT DATE SET' TO TXT-LABEL
           MOVE WS-NO-DATE-COUNT     TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'DEFENCE/LEGAL SPEND TO DATE (USD)' TO TXT-LABEL
           MOVE WS-SPEND-TOTAL-USD   TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'OUTSTANDING RESERVE (USD NET RECOV)' TO TXT-LABEL
           MOVE WS-RESERVE-TOTAL-USD TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE WS-SUIT-COUNT        TO WS-COUNT-EDIT
           DISPLAY 'MF36BRM - OPEN SUITS REPORTED : ' WS-COUNT-EDIT
            EXEC SQL
                CLOSE CSRLIT
            END-EXEC
           .
       50000-EXIT-PARA.
           CLOSE LITRPT
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE START ON MFTR36.JOBRUN. A JOB    ***
      ***  REFUSED (A PREREQUISITE NOT COMPLETE, OR ALREADY RUN FOR  ***
      ***  THE BUSINESS DATE) ENDS HERE WITH RETURN CODE 12.         ***
      ***-----------------------------------------------------------***
       95000-RUN-START-PARA.
           SET JR-START TO TRUE
           MOVE 'MF36BRM' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BRM - RUN REFUSED: ' JR-MESSAGE
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
           MOVE WS-SUIT-COUNT TO JR-IN-COUNT
           MOVE WS-SUIT-COUNT TO JR-OUT-COUNT
           MOVE ZERO TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
