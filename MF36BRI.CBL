      ******************************************************************
      ***         MF36BRI : WEEKLY HANDLER CASELOAD REPORT            ***
      ***  ONE LINE PER CLAIM HANDLER (CLAIMS.ASSIGNEDOPID, AS SET    ***
      ***  AT INTAKE BY THE MFTR36.HANDLERROUTE RULES OR MOVED BY A   ***
      ***  SUPERVISOR UNDER OPTION 'F'): HOW MANY OPEN CLAIMS THEY    ***
      ***  HOLD, THE OUTSTANDING RESERVE ON THEM IN HOME CURRENCY     ***
      ***  (USD) NET OF RECOVERIES, AND THEIR OLDEST UNTOUCHED CLAIM  ***
      ***  - THE ONE LONGEST SINCE ANY AUDITED CHANGE OR ADJUSTER     ***
      ***  NOTE - WITH THE DAYS IT HAS SAT. OPEN CLAIMS WITH NO       ***
      ***  HANDLER PRINT UNDER UNASSIGNED SO THEY GET PICKED UP.      ***
      ***  RUN WEEKLY FOR THE CLAIMS MANAGERS' WORKLOAD REVIEW.       ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BRI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOADRPT ASSIGN TO LOADRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOADRPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
          88 WS-EOF-YES                      VALUE 'Y'.
       01 WS-FIRST-ROW-SW          PIC X(01) VALUE 'Y'.
          88 WS-FIRST-ROW                    VALUE 'Y'.
       01 WS-PREV-HANDLER          PIC X(08).
       01 WS-HOME-CURRENCY         PIC X(03) VALUE 'USD'.
       01 WS-RATE                  PIC S9(5)V9(6) COMP-3.
       01 WS-RECOVERED             PIC S9(9) COMP.
       01 WS-AUDIT-DAYS            PIC S9(9) COMP.
       01 WS-NOTE-DAYS             PIC S9(9) COMP.
       01 WS-IDLE-DAYS             PIC S9(9) COMP.
       01 WS-HND-COUNT             PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-HND-OUTSTAND          PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-HND-OLDEST-CLM        PIC S9(9) COMP.
       01 WS-HND-OLDEST-DAYS       PIC S9(9) COMP.
       01 WS-GRAND-HANDLERS        PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-GRAND-COUNT           PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-GRAND-OUTSTAND        PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-WORK-USD              PIC S9(13) COMP-3.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-AMT-EDIT              PIC -Z,ZZZ,ZZZ,ZZ9.
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
              'MFTR36 WEEKLY CLAIM HANDLER CASELOAD (USD)'.
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
           05 FILLER               PIC X(12) VALUE 'HANDLER'.
           05 FILLER               PIC X(12) VALUE ' OPEN CLAIMS'.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 FILLER               PIC X(14) VALUE '   OUTSTANDING'.
           05 FILLER               PIC X(04) VALUE SPACE.
           05 FILLER               PIC X(24) VALUE
              'OLDEST UNTOUCHED CLAIM'.
           05 FILLER               PIC X(10) VALUE ' DAYS IDLE'.
           05 FILLER               PIC X(54) VALUE SPACE.
       01 WS-DETAIL-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DTL-HANDLER          PIC X(12).
           05 FILLER               PIC X(05) VALUE SPACE.
           05 DTL-COUNT            PIC X(07).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-OUTSTAND         PIC X(14).
           05 FILLER               PIC X(04) VALUE SPACE.
           05 DTL-OLDEST-CLM       PIC X(09).
           05 FILLER               PIC X(18) VALUE SPACE.
           05 DTL-IDLE-DAYS        PIC X(07).
           05 FILLER               PIC X(54) VALUE SPACE.
       01 WS-TOTAL-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 TTL-LABEL            PIC X(17).
           05 TTL-COUNT            PIC X(07).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 TTL-OUTSTAND         PIC X(14).
           05 FILLER               PIC X(04) VALUE SPACE.
           05 TTL-HANDLERS         PIC X(07).
           05 FILLER               PIC X(09) VALUE ' HANDLERS'.
           05 FILLER               PIC X(72) VALUE SPACE.
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
      ***-----------------------------------------------------------***
      ***  EVERY OPEN CLAIM, GROUPED BY HANDLER (A NULL OR BLANK     ***
      ***  HANDLER SORTS FIRST, AS UNASSIGNED). EACH ROW CARRIES ITS ***
      ***  RECOVERED SUM FOR THE NET RESERVE, AND THE DAYS SINCE ITS ***
      ***  LAST AUDITED CHANGE (FROM THE CLAIM DATE IF IT SOMEHOW    ***
      ***  HAS NONE) AND SINCE ITS LAST NOTE (99999 WHEN NONE).      ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRLOAD CURSOR WITH HOLD FOR
                   SELECT COALESCE(C.ASSIGNEDOPID, ' '),
                          C.CLAIMNUMBER, C.PAID, C.CVALUE,
                          C.CURRENCYCODE,
                          COALESCE((SELECT SUM(R.RECOVERYAMT)
                                      FROM MFTR36.RECOVERY R
                                     WHERE R.CLAIMNUMBER =
                                           C.CLAIMNUMBER), 0),
                          COALESCE((SELECT DAYS(DATE(:JR-BUSDATE))
                                         - DAYS(MAX(A.AUDITTS))
                                      FROM MFTR36.CLAIMS_AUDIT A
                                     WHERE A.CLAIMNUMBER =
                                           C.CLAIMNUMBER),
                                   DAYS(DATE(:JR-BUSDATE))
                                         - DAYS(C.CLAIMDATE)),
                          COALESCE((SELECT DAYS(DATE(:JR-BUSDATE))
                                         - DAYS(MAX(N.NOTETS))
                                      FROM MFTR36.CLAIMNOTES N
                                     WHERE N.CLAIMNUMBER =
                                           C.CLAIMNUMBER), 99999)
                     FROM MFTR36.CLAIMS C
                    WHERE C.CLAIMSTATUS = 'O'
                    ORDER BY 1, C.CLAIMNUMBER
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
           OPEN OUTPUT LOADRPT
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
            EXEC SQL
                OPEN CSRLOAD
            END-EXEC
           .
      ***-----------------------------------------------------------***
      ***  FETCH THE NEXT OPEN CLAIM                                 ***
      ***-----------------------------------------------------------***
       20000-FETCH-PARA.
            EXEC SQL
                FETCH CSRLOAD
                 INTO :CLAIMS.ASSIGNEDOPID, :CLAIMS.CLAIMNUMBER,
                      :CLAIMS.PAID, :CLAIMS.CVALUE,
                      :CLAIMS.CURRENCYCODE, :WS-RECOVERED,
                      :WS-AUDIT-DAYS, :WS-NOTE-DAYS
            END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ACCUMULATE ONE CLAIM - A HANDLER BREAK PRINTS THE HANDLER ***
      ***  JUST FINISHED. THE CLAIM WAS LAST TOUCHED BY WHICHEVER    ***
      ***  CAME LATER, ITS LAST AUDITED CHANGE OR ITS LAST NOTE; THE ***
      ***  HANDLER'S OLDEST UNTOUCHED CLAIM IS THE ONE IDLE LONGEST  ***
      ***  (THE LOWER CLAIM NUMBER ON A TIE). OUTSTANDING IS CVALUE  ***
      ***  MINUS PAID MINUS RECOVERIES, AS ON THE AGING REPORT.      ***
      ***-----------------------------------------------------------***
       30000-PROCESS-PARA.
           IF WS-FIRST-ROW
              OR ASSIGNEDOPID OF CLAIMS NOT = WS-PREV-HANDLER
              IF NOT WS-FIRST-ROW
                 PERFORM 30100-HANDLER-BREAK-PARA
              END-IF
              MOVE ZERO TO WS-HND-OLDEST-CLM
              MOVE -1   TO WS-HND-OLDEST-DAYS
           END-IF
           MOVE 'N' TO WS-FIRST-ROW-SW
           MOVE ASSIGNEDOPID OF CLAIMS TO WS-PREV-HANDLER
           PERFORM 30050-GET-RATE-PARA
           ADD 1 TO WS-HND-COUNT
           ADD 1 TO WS-GRAND-COUNT
           COMPUTE WS-WORK-USD ROUNDED =
                   (CVALUE OF CLAIMS - PAID OF CLAIMS
                    - WS-RECOVERED) * WS-RATE
           ADD WS-WORK-USD TO WS-HND-OUTSTAND
           ADD WS-WORK-USD TO WS-GRAND-OUTSTAND
           IF WS-NOTE-DAYS < WS-AUDIT-DAYS
              MOVE WS-NOTE-DAYS  TO WS-IDLE-DAYS
           ELSE
              MOVE WS-AUDIT-DAYS TO WS-IDLE-DAYS
           END-IF
           IF WS-IDLE-DAYS > WS-HND-OLDEST-DAYS
              MOVE WS-IDLE-DAYS           TO WS-HND-OLDEST-DAYS
              MOVE CLAIMNUMBER OF CLAIMS  TO WS-HND-OLDEST-CLM
           END-IF
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
      ***  ONE HANDLER'S LINE                                        ***
      ***-----------------------------------------------------------***
       30100-HANDLER-BREAK-PARA.
           IF WS-PREV-HANDLER = SPACES
              MOVE 'UNASSIGNED'       TO DTL-HANDLER
           ELSE
              MOVE WS-PREV-HANDLER    TO DTL-HANDLER
           END-IF
           MOVE WS-HND-COUNT          TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT         TO DTL-COUNT
           MOVE WS-HND-OUTSTAND       TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT           TO DTL-OUTSTAND
           MOVE WS-HND-OLDEST-CLM     TO WS-CLMNBR-EDIT
           MOVE WS-CLMNBR-EDIT        TO DTL-OLDEST-CLM
           MOVE WS-HND-OLDEST-DAYS    TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT         TO DTL-IDLE-DAYS
           WRITE RPT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-GRAND-HANDLERS
           MOVE ZERO TO WS-HND-COUNT
           MOVE ZERO TO WS-HND-OUTSTAND
           .
      ***-----------------------------------------------------------***
      ***  LAST HANDLER'S LINE PLUS THE ALL-HANDLERS TOTAL           ***
      ***-----------------------------------------------------------***
       40000-WRAP-UP-PARA.
           IF NOT WS-FIRST-ROW
              PERFORM 30100-HANDLER-BREAK-PARA
           END-IF
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           MOVE 'ALL HANDLERS -'     TO TTL-LABEL
           MOVE WS-GRAND-COUNT       TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TTL-COUNT
           MOVE WS-GRAND-OUTSTAND    TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT          TO TTL-OUTSTAND
           MOVE WS-GRAND-HANDLERS    TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TTL-HANDLERS
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
            EXEC SQL
                CLOSE CSRLOAD
            END-EXEC
           .
       50000-EXIT-PARA.
           CLOSE LOADRPT
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE START ON MFTR36.JOBRUN. A JOB    ***
      ***  REFUSED (A PREREQUISITE NOT COMPLETE, OR ALREADY RUN FOR  ***
      ***  THE BUSINESS DATE) ENDS HERE WITH RETURN CODE 12.         ***
      ***-----------------------------------------------------------***
       95000-RUN-START-PARA.
           SET JR-START TO TRUE
           MOVE 'MF36BRI' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BRI - RUN REFUSED: ' JR-MESSAGE
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
           MOVE WS-GRAND-COUNT TO JR-IN-COUNT
           MOVE WS-GRAND-COUNT TO JR-OUT-COUNT
           MOVE ZERO TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
