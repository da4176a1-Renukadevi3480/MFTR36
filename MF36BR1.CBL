      ***  SUBTOTALS AND GRAND TOTAL ARE ACCUMULATED IN HOME          ***
      ***  CURRENCY (USD) ONLY, EACH CLAIM CONVERTED THROUGH THE      ***
      ***  RATE IN FORCE ON MFTR36.EXCHRATE - ADDING A EUR CLAIM TO   ***
      ***  A JPY CLAIM UNCONVERTED GAVE MEANINGLESS TOTALS. PAID IS   ***
      ***  LOSS (INDEMNITY) ONLY; DEFENCE/LEGAL EXPENSE PAYMENTS ARE  ***
      ***  KEPT OUT OF CLAIMS.PAID AND PRINT IN A COLUMN OF THEIR     ***
      ***  OWN.                                                       ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BR1.
          05 WS-RUN-YY             PIC 9(02).
          05 WS-RUN-MM             PIC 9(02).
          05 WS-RUN-DD             PIC 9(02).
       01 WS-RUN-TIME.
          05 WS-RUN-HH             PIC 9(02).
          05 WS-RUN-MN             PIC 9(02).
          05 WS-RUN-SS             PIC 9(02).
          05 WS-RUN-HS             PIC 9(02).
       01 WS-PREV-CAUSE            PIC N(255) USAGE NATIONAL.
       01 WS-CAUSE-DISPLAY         PIC X(255).
       01 WS-CAUSE-TOTAL-PAID      PIC S9(11) COMP-3 VALUE ZERO.
       01 WS-CAUSE-TOTAL-VALUE     PIC S9(11) COMP-3 VALUE ZERO.
       01 WS-CAUSE-TOTAL-EXP       PIC S9(11) COMP-3 VALUE ZERO.
       01 WS-CAUSE-COUNT           PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-GRAND-TOTAL-PAID      PIC S9(11) COMP-3 VALUE ZERO.
       01 WS-GRAND-TOTAL-VALUE     PIC S9(11) COMP-3 VALUE ZERO.
       01 WS-GRAND-TOTAL-EXP       PIC S9(11) COMP-3 VALUE ZERO.
       01 WS-GRAND-COUNT           PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-HOME-CURRENCY         PIC X(03) VALUE 'USD'.
       01 WS-RATE                  PIC S9(5)V9(6) COMP-3.
       01 WS-RECOVERED             PIC S9(9) COMP.
       01 WS-EXPENSE               PIC S9(9) COMP.
       01 WS-RATE-FOUND-SW         PIC X(01) VALUE 'Y'.
          88 WS-RATE-FOUND                   VALUE 'Y'.
       01 WS-PAID-USD              PIC S9(11) COMP-3.
       01 WS-VALUE-USD             PIC S9(11) COMP-3.
       01 WS-EXP-USD               PIC S9(11) COMP-3.
       01 WS-CLMNBR-EDIT           PIC Z(8)9.
       01 WS-PAID-EDIT             PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-VALUE-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-EXP-EDIT              PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-TOTAL-PAID-EDIT       PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-TOTAL-VALUE-EDIT      PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-TOTAL-EXP-EDIT        PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-TITLE-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
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
           05 FILLER               PIC X(11) VALUE 'CLAIM NBR'.
           05 FILLER               PIC X(12) VALUE 'CLAIM DATE'.
           05 FILLER               PIC X(32) VALUE 'CAUSE'.
           05 FILLER               PIC X(04) VALUE 'ST'.
           05 FILLER               PIC X(14) VALUE 'LOSS PAID'.
           05 FILLER               PIC X(13) VALUE 'LEGAL EXP'.
           05 FILLER               PIC X(13) VALUE 'VALUE'.
           05 FILLER               PIC X(32) VALUE 'CCY'.
       01 WS-DETAIL-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DTL-CLMNBR           PIC X(10).
           05 FILLER               PIC X(03) VALUE SPACE.
           05 DTL-PAID             PIC X(11).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-EXPENSE          PIC X(11).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-VALUE            PIC X(11).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-CURRENCY         PIC X(03).
      *    '*' WHEN NO EXCHANGE RATE WAS ON FILE FOR THE CLAIM'S
      *    CURRENCY AND THE AMOUNTS WENT INTO THE TOTALS AT RATE 1
           05 DTL-RATE-FLAG        PIC X(01).
           05 FILLER               PIC X(29) VALUE SPACE.
       01 WS-CAUSE-SUB-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(13) VALUE SPACE.
           05 FILLER               PIC X(06) VALUE ' CLMS '.
           05 CSL-PAID             PIC X(11).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 CSL-EXPENSE          PIC X(11).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 CSL-VALUE            PIC X(11).
           05 FILLER               PIC X(39) VALUE SPACE.
       01 WS-GRAND-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(13) VALUE SPACE.
           05 FILLER               PIC X(06) VALUE ' CLMS '.
           05 GDL-PAID             PIC X(11).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 GDL-EXPENSE          PIC X(11).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 GDL-VALUE            PIC X(11).
           05 FILLER               PIC X(39) VALUE SPACE.
           COPY MF36CP32.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  THE PAID FIGURE GOING INTO THE USD TOTALS IS STATED NET   ***
      ***  OF THE CLAIM'S MFTR36.RECOVERY ROWS - SALVAGE AND         ***
      ***  SUBROGATION MONEY NO LONGER OVERSTATES THE POSITION. THE  ***
      ***  CLAIM'S DEFENCE/LEGAL EXPENSE (CATEGORY 'E' PAYMENTS, NET ***
      ***  OF THEIR VOIDS) COMES ALONGSIDE FOR ITS OWN COLUMN.       ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRREG CURSOR WITH HOLD FOR
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
                    WHERE (C.CAUSE, C.CLAIMDATE, C.CLAIMNUMBER) >
                          (:WS-ANCHOR-CAUSE, :WS-ANCHOR-CLMDT,
      ***  MAIN PROCEDURE                                            ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           PERFORM 95000-RUN-START-PARA
           PERFORM 10000-INITIALIZE-PARA
           PERFORM 20000-FETCH-PARA
           PERFORM 30000-PROCESS-PARA UNTIL WS-EOF-YES
              MOVE RC-ROWS-DONE      TO WS-GRAND-COUNT
              MOVE RC-CAUSE-TOTAL-PAID  TO WS-CAUSE-TOTAL-PAID
              MOVE RC-CAUSE-TOTAL-VALUE TO WS-CAUSE-TOTAL-VALUE
              MOVE RC-CAUSE-TOTAL-EXP   TO WS-CAUSE-TOTAL-EXP
              MOVE RC-CAUSE-COUNT       TO WS-CAUSE-COUNT
              MOVE RC-LAST-CAUSE        TO WS-PREV-CAUSE
              MOVE 'N'                  TO WS-FIRST-ROW-SW
           MOVE WS-RUN-MM TO RDL-MM
           MOVE WS-RUN-DD TO RDL-DD
           MOVE WS-RUN-YY TO RDL-YY
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-HH TO RDL-HH
           MOVE WS-RUN-MN TO RDL-MN
           MOVE JR-BUSDATE TO RDL-BUSDATE
           IF NOT WS-RESTART-FOUND
              WRITE RPT-RECORD FROM WS-TITLE-LINE
              WRITE RPT-RECORD FROM WS-RUNDATE-LINE
                 INTO :CLAIMS.CLAIMNUMBER, :CLAIMS.CLAIMDATE,
                      :CLAIMS.PAID, :CLAIMS.CVALUE, :CLAIMS.CAUSE,
                      :CLAIMS.CLAIMSTATUS, :CLAIMS.CURRENCYCODE,
                      :WS-RECOVERED, :WS-EXPENSE
            END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF-SW
                   (PAID OF CLAIMS - WS-RECOVERED) * WS-RATE
           COMPUTE WS-VALUE-USD ROUNDED =
                   CVALUE OF CLAIMS * WS-RATE
           COMPUTE WS-EXP-USD   ROUNDED =
                   WS-EXPENSE * WS-RATE
           ADD WS-PAID-USD      TO WS-CAUSE-TOTAL-PAID
                                    WS-GRAND-TOTAL-PAID
           ADD WS-VALUE-USD     TO WS-CAUSE-TOTAL-VALUE
                                    WS-GRAND-TOTAL-VALUE
           ADD WS-EXP-USD       TO WS-CAUSE-TOTAL-EXP
                                    WS-GRAND-TOTAL-EXP
           ADD 1                TO WS-CAUSE-COUNT
                                    WS-GRAND-COUNT
           PERFORM 30300-CHECKPOINT-PARA
           .
      ***-----------------------------------------------------------***
      ***  FIND THE RATE TO HOME CURRENCY IN FORCE FOR THE CLAIM'S    ***
      ***  CURRENCY - THE LATEST EFFDATE NOT AFTER THE BUSINESS DATE. ***
      ***  THE HOME CURRENCY ITSELF IS ALWAYS RATE 1 AND NEEDS NO     ***
      ***  ROW. A FOREIGN CURRENCY WITH NO RATE ON FILE GOES INTO THE ***
      ***  TOTALS AT RATE 1 AND THE DETAIL LINE IS FLAGGED '*' SO THE ***
      ***  RATE TABLE GAP IS VISIBLE, NOT SILENTLY ABSORBED.          ***
      ***-----------------------------------------------------------***
       30250-GET-RATE-PARA.
           MOVE 'Y' TO WS-RATE-FOUND-SW
                     INTO :EXCHRATE.RATETOUSD
                     FROM MFTR36.EXCHRATE
                    WHERE CURRENCYCODE = :CLAIMS.CURRENCYCODE
                      AND EFFDATE <= DATE(:JR-BUSDATE)
                    ORDER BY EFFDATE DESC
                    FETCH FIRST 1 ROW ONLY
               END-EXEC
           MOVE WS-CAUSE-COUNT      TO WS-COUNT-EDIT
           MOVE WS-CAUSE-TOTAL-PAID  TO WS-TOTAL-PAID-EDIT
           MOVE WS-CAUSE-TOTAL-VALUE TO WS-TOTAL-VALUE-EDIT
           MOVE WS-CAUSE-TOTAL-EXP  TO WS-TOTAL-EXP-EDIT
           MOVE WS-COUNT-EDIT       TO CSL-COUNT
           MOVE WS-TOTAL-PAID-EDIT  TO CSL-PAID
           MOVE WS-TOTAL-EXP-EDIT   TO CSL-EXPENSE
           MOVE WS-TOTAL-VALUE-EDIT TO CSL-VALUE
           WRITE RPT-RECORD FROM WS-CAUSE-SUB-LINE
           MOVE ZERO TO WS-CAUSE-TOTAL-PAID
                        WS-CAUSE-TOTAL-VALUE
                        WS-CAUSE-TOTAL-EXP
                        WS-CAUSE-COUNT
           .
       30200-PRINT-DETAIL-PARA.
           MOVE CLAIMSTATUS OF CLAIMS  TO DTL-STATUS
           MOVE PAID   OF CLAIMS       TO WS-PAID-EDIT
           MOVE WS-PAID-EDIT           TO DTL-PAID
           MOVE WS-EXPENSE             TO WS-EXP-EDIT
           MOVE WS-EXP-EDIT            TO DTL-EXPENSE
           MOVE CVALUE OF CLAIMS       TO WS-VALUE-EDIT
           MOVE WS-VALUE-EDIT          TO DTL-VALUE
           MOVE CURRENCYCODE OF CLAIMS TO DTL-CURRENCY
              MOVE CLAIMNUMBER OF CLAIMS  TO RC-LAST-CLAIMNUMBER
              MOVE WS-CAUSE-TOTAL-PAID    TO RC-CAUSE-TOTAL-PAID
              MOVE WS-CAUSE-TOTAL-VALUE   TO RC-CAUSE-TOTAL-VALUE
              MOVE WS-CAUSE-TOTAL-EXP     TO RC-CAUSE-TOTAL-EXP
              MOVE WS-CAUSE-COUNT         TO RC-CAUSE-COUNT
              IF WS-RESTART-FOUND
                 REWRITE RC-RECORD
           MOVE WS-GRAND-COUNT       TO WS-COUNT-EDIT
           MOVE WS-GRAND-TOTAL-PAID  TO WS-TOTAL-PAID-EDIT
           MOVE WS-GRAND-TOTAL-VALUE TO WS-TOTAL-VALUE-EDIT
           MOVE WS-GRAND-TOTAL-EXP   TO WS-TOTAL-EXP-EDIT
           MOVE WS-COUNT-EDIT        TO GDL-COUNT
           MOVE WS-TOTAL-PAID-EDIT   TO GDL-PAID
           MOVE WS-TOTAL-EXP-EDIT    TO GDL-EXPENSE
           MOVE WS-TOTAL-VALUE-EDIT  TO GDL-VALUE
           WRITE RPT-RECORD FROM WS-GRAND-LINE
           IF WS-RESTART-FOUND
       50000-EXIT-PARA.
           CLOSE RPTOUT
           CLOSE RESTCTL
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE START ON MFTR36.JOBRUN. A JOB    ***
      ***  REFUSED (A PREREQUISITE NOT COMPLETE, OR ALREADY RUN FOR  ***
      ***  THE BUSINESS DATE) ENDS HERE WITH RETURN CODE 12.         ***
      ***-----------------------------------------------------------***
       95000-RUN-START-PARA.
           SET JR-START TO TRUE
           MOVE 'MF36BR1' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BR1 - RUN REFUSED: ' JR-MESSAGE
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
