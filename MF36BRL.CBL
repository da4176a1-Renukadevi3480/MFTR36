      ******************************************************************
      ***      MF36BRL : LOSS DEVELOPMENT TRIANGLES                   ***
      ***  QUARTERLY REPORT FOR THE ACTUARIES OF PAID AND INCURRED    ***
      ***  LOSS DEVELOPMENT, WITH REPORTED, CLOSED AND OPEN CLAIM     ***
      ***  COUNTS IN THE SAME LAYOUT - ROWS ARE ACCIDENT YEAR (THE    ***
      ***  YEAR OF CLAIMDATE), COLUMNS ARE DEVELOPMENT QUARTER (DQ 1  ***
      ***  IS THE FIRST QUARTER-END OF THE ACCIDENT YEAR, DQ 4 THE    ***
      ***  FIRST YEAR-END), ONE SET OF TRIANGLES PER CAUSE CODE AND   ***
      ***  ONE FOR ALL CAUSES. EVERY CELL IS RESTATED FROM            ***
      ***  MFTR36.CLAIMS_AUDIT AS THE CLAIM STOOD AT THAT QUARTER     ***
      ***  END, THE SAME WALK MF36BRA MAKES FOR ITS OPENING POSITION, ***
      ***  SO THE TRIANGLES NO LONGER HAVE TO BE REBUILT BY HAND FROM ***
      ***  RAW UNLOADS. PAID IS THE ROLLED-UP PAID LESS THE CLAIM'S   ***
      ***  MFTR36.RECOVERY ROWS TO DATE; INCURRED IS PAID PLUS THE    ***
      ***  OPEN RESERVE (CVALUE WHILE OPEN, PAID ONCE CLOSED) LESS    ***
      ***  THE SAME RECOVERIES; ALL IN HOME CURRENCY (USD) THROUGH    ***
      ***  MFTR36.EXCHRATE. NOTHING IS READ PAST THE VALUATION        ***
      ***  QUARTER END - AUDIT ROWS, RECOVERIES, THE CAUSE AND        ***
      ***  ACCIDENT DATE THE CLAIM CARRIED, AND THE EXCHANGE RATE ARE ***
      ***  ALL TAKEN AS AT THAT DATE - SO A RERUN FOR THE SAME        ***
      ***  QUARTER GIVES THE SAME FIGURES. EACH TRIANGLE IS ALSO      ***
      ***  WRITTEN COMMA-DELIMITED TO TRICSV FOR THE ACTUARIES' OWN   ***
      ***  TOOLS.                                                     ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BRL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIRPT ASSIGN TO TRIRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRICSV ASSIGN TO TRICSV
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRIRPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(133).
       FD  TRICSV
           RECORDING MODE IS F.
       01  CSV-RECORD                 PIC X(700).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
          88 WS-EOF-YES                      VALUE 'Y'.
       01 WS-REC-EOF-SW            PIC X(01) VALUE 'N'.
          88 WS-REC-EOF-YES                  VALUE 'Y'.
       01 WS-FIRST-ROW-SW          PIC X(01) VALUE 'Y'.
          88 WS-FIRST-ROW                    VALUE 'Y'.
       01 WS-PARM-BAD-SW           PIC X(01) VALUE 'N'.
          88 WS-PARM-BAD                     VALUE 'Y'.
       01 WS-HOME-CURRENCY         PIC X(03) VALUE 'USD'.
       01 WS-RATE                  PIC S9(5)V9(6) COMP-3.
      ***-----------------------------------------------------------***
      ***  THE VALUATION QUARTER AND THE TRIANGLE'S SHAPE. QUARTERS  ***
      ***  ARE NUMBERED ABSOLUTELY (YEAR * 4 + QUARTER - 1) SO AN    ***
      ***  AUDIT ROW'S QUARTER AND A CELL'S QUARTER COMPARE         ***
      ***  DIRECTLY. TEN ACCIDENT YEARS ARE SHOWN, ENDING WITH THE   ***
      ***  VALUATION YEAR, SO THE OLDEST ROW RUNS TO AT MOST 40      ***
      ***  QUARTERS.                                                 ***
      ***-----------------------------------------------------------***
       01 WS-VAL-YEAR              PIC 9(04).
       01 WS-VAL-QTR               PIC 9(01).
       01 WS-VAL-DATE              PIC X(10).
       01 WS-VAL-TS                PIC X(26).
       01 WS-VAL-QABS              PIC S9(9) COMP.
       01 WS-FIRST-AY              PIC S9(9) COMP.
       01 WS-LAST-AY               PIC S9(9) COMP.
       01 WS-AY-COUNT              PIC S9(4) COMP VALUE 10.
       01 WS-MAX-DEV               PIC S9(4) COMP.
      ***-----------------------------------------------------------***
      ***  THE CLAIM BEING WALKED - ITS ACCIDENT YEAR, THE NEXT      ***
      ***  QUARTER END STILL TO BE POSTED, AND THE LAST AUDIT ROW    ***
      ***  SEEN, WHICH IS ITS STATE AT EVERY QUARTER END UNTIL THE   ***
      ***  NEXT ROW ARRIVES.                                         ***
      ***-----------------------------------------------------------***
       01 WS-PREV-CLMNBR           PIC S9(9) COMP VALUE ZERO.
       01 WS-PREV-CAUSE            PIC N(255) USAGE NATIONAL.
       01 WS-CAUSE-DISPLAY         PIC X(255).
       01 WS-SET-LABEL             PIC X(20).
       01 WS-ACC-YEAR              PIC S9(9) COMP.
       01 WS-ROW-QABS              PIC S9(9) COMP.
       01 WS-NEXT-QABS             PIC S9(9) COMP.
       01 WS-HAVE-PREV-SW          PIC X(01) VALUE 'N'.
          88 WS-HAVE-PREV                    VALUE 'Y'.
       01 WS-PREV-PAID             PIC S9(9) COMP.
       01 WS-PREV-CVALUE           PIC S9(9) COMP.
       01 WS-PREV-STATUS           PIC X(01).
       01 WS-REC-QABS              PIC S9(9) COMP.
       01 WS-REC-AMT               PIC S9(9) COMP.
       01 WS-PAID-USD              PIC S9(13) COMP-3.
       01 WS-INCD-USD              PIC S9(13) COMP-3.
       01 WS-CLAIM-COUNT           PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-CAUSE-COUNT           PIC S9(7)  COMP-3 VALUE ZERO.
      ***-----------------------------------------------------------***
      ***  SUBSCRIPTS - THE CLAIM'S OWN ACCIDENT-YEAR ROW AND        ***
      ***  DEVELOPMENT COLUMN, AND THE ONES THE PRINT WALKS WITH.    ***
      ***-----------------------------------------------------------***
       01 WS-CLM-AY-IX             PIC S9(4) COMP.
       01 WS-DEV-IX                PIC S9(4) COMP.
       01 WS-SET-IX                PIC S9(4) COMP.
       01 WS-AY-IX                 PIC S9(4) COMP.
       01 WS-PDEV-IX               PIC S9(4) COMP.
       01 WS-MEAS-IX               PIC S9(4) COMP.
       01 WS-COL-IX                PIC S9(4) COMP.
       01 WS-PANEL-START           PIC S9(4) COMP.
       01 WS-PANEL-END             PIC S9(4) COMP.
       01 WS-ROW-MAX-DEV           PIC S9(4) COMP.
      ***-----------------------------------------------------------***
      ***  THE CLAIM'S RECOVERIES BY DEVELOPMENT QUARTER, CUMULATED  ***
      ***  ONCE LOADED SO EACH CELL TAKES OFF EVERYTHING RECOVERED   ***
      ***  UP TO ITS QUARTER END.                                    ***
      ***-----------------------------------------------------------***
       01 WS-CLM-RECOV-TBL.
           05 WS-CR-AMT            PIC S9(11) COMP-3 OCCURS 40 TIMES.
      ***-----------------------------------------------------------***
      ***  THE TRIANGLES - SET 1 IS THE CAUSE BEING BUILT, SET 2 ALL ***
      ***  CAUSES. MEASURE 1 PAID, 2 INCURRED, 3 REPORTED, 4 CLOSED, ***
      ***  5 OPEN.                                                   ***
      ***-----------------------------------------------------------***
       01 WS-TRI-TBL.
           05 WS-TRI-SET           OCCURS 2 TIMES.
              10 WS-TRI-AY         OCCURS 10 TIMES.
                 15 WS-TRI-DEV     OCCURS 40 TIMES.
                    20 WS-TRI-VAL  PIC S9(13) COMP-3 OCCURS 5 TIMES.
       01 WS-MEAS-TITLE-DATA.
           05 FILLER               PIC X(40) VALUE
              'PAID LOSSES (USD, NET OF RECOVERIES)'.
           05 FILLER               PIC X(40) VALUE
              'INCURRED LOSSES (USD, NET OF RECOVERIES)'.
           05 FILLER               PIC X(40) VALUE
              'CLAIMS REPORTED'.
           05 FILLER               PIC X(40) VALUE
              'CLAIMS CLOSED'.
           05 FILLER               PIC X(40) VALUE
              'CLAIMS OPEN'.
       01 WS-MEAS-TITLE-TBL REDEFINES WS-MEAS-TITLE-DATA.
           05 WS-MEAS-TITLE        PIC X(40) OCCURS 5 TIMES.
       01 WS-MEAS-CODE-DATA.
           05 FILLER               PIC X(08) VALUE 'PAID'.
           05 FILLER               PIC X(08) VALUE 'INCURRED'.
           05 FILLER               PIC X(08) VALUE 'REPORTED'.
           05 FILLER               PIC X(08) VALUE 'CLOSED'.
           05 FILLER               PIC X(08) VALUE 'OPEN'.
       01 WS-MEAS-CODE-TBL REDEFINES WS-MEAS-CODE-DATA.
           05 WS-MEAS-CODE         PIC X(08) OCCURS 5 TIMES.
       01 WS-CELL-EDIT             PIC -Z,ZZZ,ZZZ,ZZ9.
       01 WS-DEV-EDIT              PIC Z9.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-CSV-LINE              PIC X(700).
       01 WS-CSV-PTR               PIC S9(4) COMP.
       01 WS-CSV-NUM               PIC -(13)9.
       01 WS-CSV-LEAD              PIC S9(4) COMP.
       01 WS-CSV-DEV               PIC 9(02).
       01 WS-CSV-AY                PIC 9(04).
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
              'MFTR36 LOSS DEVELOPMENT TRIANGLES BY ACCIDENT YEAR'.
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
       01 WS-VALUATION-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(14) VALUE 'VALUED AS AT: '.
           05 VDL-DATE             PIC X(10).
           05 FILLER               PIC X(20) VALUE
              '   ACCIDENT YEARS: '.
           05 VDL-FIRST-AY         PIC 9(04).
           05 FILLER               PIC X(01) VALUE '-'.
           05 VDL-LAST-AY          PIC 9(04).
           05 FILLER               PIC X(79) VALUE SPACE.
       01 WS-TRI-TITLE-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 TTL-MEASURE          PIC X(40).
           05 FILLER               PIC X(09) VALUE '  CAUSE: '.
           05 TTL-CAUSE            PIC X(20).
           05 FILLER               PIC X(14) VALUE '  DEV QUARTERS'.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 TTL-FROM             PIC Z9.
           05 FILLER               PIC X(01) VALUE '-'.
           05 TTL-TO               PIC Z9.
           05 FILLER               PIC X(43) VALUE SPACE.
       01 WS-TRI-HDR-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(09) VALUE 'ACC YEAR'.
           05 THL-COL              OCCURS 8 TIMES.
              10 THL-LIT           PIC X(11).
              10 THL-DQ            PIC X(02).
              10 THL-DEV           PIC X(02).
           05 FILLER               PIC X(03) VALUE SPACE.
       01 WS-TRI-ROW-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 TRL-AY               PIC 9(04).
           05 FILLER               PIC X(05) VALUE SPACE.
           05 TRL-CELL             OCCURS 8 TIMES.
              10 FILLER            PIC X(01).
              10 TRL-VALUE         PIC X(14).
           05 FILLER               PIC X(03) VALUE SPACE.
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
               INCLUDE MF36CP4
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP11
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  EVERY AUDIT ROW UP TO THE VALUATION QUARTER END, ONE      ***
      ***  CLAIM AT A TIME OLDEST TO NEWEST, GROUPED BY THE CAUSE    ***
      ***  AND ACCIDENT YEAR THE CLAIM CARRIED ON ITS LAST ROW AT    ***
      ***  THAT DATE - A LATER RE-CODING DOES NOT MOVE A CLAIM       ***
      ***  BETWEEN TRIANGLES ALREADY REPORTED.                       ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRTRI CURSOR WITH HOLD FOR
                   SELECT A.CLAIMNUMBER, A.PAID, A.CVALUE,
                          A.CLAIMSTATUS,
                          YEAR(A.AUDITTS) * 4
                             + (MONTH(A.AUDITTS) - 1) / 3,
                          X.CAUSE, YEAR(X.CLAIMDATE)
                     FROM MFTR36.CLAIMS_AUDIT A,
                          MFTR36.CLAIMS_AUDIT X
                    WHERE A.AUDITTS     <= :WS-VAL-TS
                      AND X.CLAIMNUMBER  = A.CLAIMNUMBER
                      AND X.AUDITTS      =
                          (SELECT MAX(Y.AUDITTS)
                             FROM MFTR36.CLAIMS_AUDIT Y
                            WHERE Y.CLAIMNUMBER = A.CLAIMNUMBER
                              AND Y.AUDITTS    <= :WS-VAL-TS)
                      AND YEAR(X.CLAIMDATE) BETWEEN :WS-FIRST-AY
                                                AND :WS-LAST-AY
                    ORDER BY X.CAUSE, A.CLAIMNUMBER, A.AUDITTS
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  ONE CLAIM'S RECOVERIES UP TO THE VALUATION QUARTER END,   ***
      ***  EACH WITH THE ABSOLUTE QUARTER IT WAS RECORDED IN.        ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRREC CURSOR FOR
                   SELECT YEAR(R.RECOVERYTS) * 4
                             + (MONTH(R.RECOVERYTS) - 1) / 3,
                          R.RECOVERYAMT
                     FROM MFTR36.RECOVERY R
                    WHERE R.CLAIMNUMBER = :CLAIMS-AUDIT.CLAIMNUMBER
                      AND R.RECOVERYTS <= :WS-VAL-TS
           END-EXEC.
       LINKAGE SECTION.
       01  LK-PARM-FIELD.
           05  LK-PARM-LEN         PIC S9(04) COMP.
           05  LK-PARM-DATA        PIC X(06).
      ***-----------------------------------------------------------***
      ***  THE PARM IS THE VALUATION QUARTER: 'YYYY-Q' (Q = 1-4).    ***
      ***  THE TRIANGLES ARE STATED AS AT THAT QUARTER'S LAST DAY.   ***
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
           IF NOT WS-FIRST-ROW
              PERFORM 30500-CLAIM-WRAP-PARA
              PERFORM 35000-CAUSE-BREAK-PARA
           END-IF
           PERFORM 40000-WRAP-UP-PARA
           PERFORM 50000-EXIT-PARA.
       10000-INITIALIZE-PARA.
           IF LK-PARM-LEN NOT = 6
              OR LK-PARM-DATA(1:4) NOT NUMERIC
              OR LK-PARM-DATA(5:1) NOT = '-'
              OR LK-PARM-DATA(6:1) < '1'
              OR LK-PARM-DATA(6:1) > '4'
              DISPLAY 'MF36BRL - PARM MUST BE YYYY-Q (Q = 1-4)'
              MOVE 8 TO RETURN-CODE
              SET WS-PARM-BAD TO TRUE
           ELSE
              MOVE LK-PARM-DATA(1:4) TO WS-VAL-YEAR
              MOVE LK-PARM-DATA(6:1) TO WS-VAL-QTR
              MOVE SPACES            TO WS-VAL-DATE
              EVALUATE WS-VAL-QTR
                WHEN 1
                  STRING WS-VAL-YEAR '-03-31'
                         DELIMITED BY SIZE INTO WS-VAL-DATE
                  END-STRING
                WHEN 2
                  STRING WS-VAL-YEAR '-06-30'
                         DELIMITED BY SIZE INTO WS-VAL-DATE
                  END-STRING
                WHEN 3
                  STRING WS-VAL-YEAR '-09-30'
                         DELIMITED BY SIZE INTO WS-VAL-DATE
                  END-STRING
                WHEN OTHER
                  STRING WS-VAL-YEAR '-12-31'
                         DELIMITED BY SIZE INTO WS-VAL-DATE
                  END-STRING
              END-EVALUATE
              MOVE SPACES TO WS-VAL-TS
              STRING WS-VAL-DATE '-24.00.00.000000'
                     DELIMITED BY SIZE INTO WS-VAL-TS
              END-STRING
              COMPUTE WS-VAL-QABS = WS-VAL-YEAR * 4 + WS-VAL-QTR - 1
              MOVE WS-VAL-YEAR    TO WS-LAST-AY
              COMPUTE WS-FIRST-AY = WS-VAL-YEAR - WS-AY-COUNT + 1
              COMPUTE WS-MAX-DEV  = WS-VAL-QABS - WS-FIRST-AY * 4 + 1
              PERFORM 10100-CLEAR-SET-PARA
                  VARYING WS-SET-IX FROM 1 BY 1 UNTIL WS-SET-IX > 2
              OPEN OUTPUT TRIRPT
              OPEN OUTPUT TRICSV
              ACCEPT WS-RUN-DATE FROM DATE
              MOVE WS-RUN-MM   TO RDL-MM
              MOVE WS-RUN-DD   TO RDL-DD
              MOVE WS-RUN-YY   TO RDL-YY
              ACCEPT WS-RUN-TIME FROM TIME
              MOVE WS-RUN-HH TO RDL-HH
              MOVE WS-RUN-MN TO RDL-MN
              MOVE JR-BUSDATE TO RDL-BUSDATE
              MOVE WS-VAL-DATE TO VDL-DATE
              MOVE WS-FIRST-AY TO VDL-FIRST-AY
              MOVE WS-VAL-YEAR TO VDL-LAST-AY
              WRITE RPT-RECORD FROM WS-TITLE-LINE
              WRITE RPT-RECORD FROM WS-RUNDATE-LINE
              WRITE RPT-RECORD FROM WS-VALUATION-LINE
              PERFORM 10300-CSV-HEADER-PARA
               EXEC SQL
                   OPEN CSRTRI
               END-EXEC
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ZERO ONE SET OF TRIANGLES, CELL BY CELL                   ***
      ***-----------------------------------------------------------***
       10100-CLEAR-SET-PARA.
           PERFORM 10110-CLEAR-AY-PARA
               VARYING WS-AY-IX FROM 1 BY 1 UNTIL WS-AY-IX > 10
           .
       10110-CLEAR-AY-PARA.
           PERFORM 10120-CLEAR-DEV-PARA
               VARYING WS-PDEV-IX FROM 1 BY 1 UNTIL WS-PDEV-IX > 40
           .
       10120-CLEAR-DEV-PARA.
           PERFORM 10130-CLEAR-CELL-PARA
               VARYING WS-MEAS-IX FROM 1 BY 1 UNTIL WS-MEAS-IX > 5
           .
       10130-CLEAR-CELL-PARA.
           MOVE ZERO TO
                WS-TRI-VAL (WS-SET-IX, WS-AY-IX, WS-PDEV-IX, WS-MEAS-IX)
           .
      ***-----------------------------------------------------------***
      ***  THE CSV HEADER ROW - ONE COLUMN PER DEVELOPMENT QUARTER   ***
      ***  THE OLDEST ACCIDENT YEAR HAS REACHED.                     ***
      ***-----------------------------------------------------------***
       10300-CSV-HEADER-PARA.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1      TO WS-CSV-PTR
           STRING 'TRIANGLE,CAUSE,ACCIDENT_YEAR'
                  DELIMITED BY SIZE INTO WS-CSV-LINE
                  WITH POINTER WS-CSV-PTR
           END-STRING
           PERFORM 10310-CSV-HEADER-COL-PARA
               VARYING WS-PDEV-IX FROM 1 BY 1
               UNTIL WS-PDEV-IX > WS-MAX-DEV
           WRITE CSV-RECORD FROM WS-CSV-LINE
           .
       10310-CSV-HEADER-COL-PARA.
           MOVE WS-PDEV-IX TO WS-CSV-DEV
           STRING ',DQ' WS-CSV-DEV
                  DELIMITED BY SIZE INTO WS-CSV-LINE
                  WITH POINTER WS-CSV-PTR
           END-STRING
           .
      ***-----------------------------------------------------------***
      ***  FETCH THE NEXT AUDIT ROW                                  ***
      ***-----------------------------------------------------------***
       20000-FETCH-PARA.
            EXEC SQL
                FETCH CSRTRI
                 INTO :CLAIMS-AUDIT.CLAIMNUMBER,
                      :CLAIMS-AUDIT.PAID,
                      :CLAIMS-AUDIT.CVALUE,
                      :CLAIMS-AUDIT.CLAIMSTATUS,
                      :WS-ROW-QABS,
                      :CLAIMS.CAUSE,
                      :WS-ACC-YEAR
            END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ONE AUDIT ROW. A CLAIM BREAK POSTS THE CLAIM JUST         ***
      ***  FINISHED THROUGH TO THE VALUATION QUARTER; A CAUSE BREAK  ***
      ***  THEN PRINTS THAT CAUSE'S TRIANGLES. WITHIN A CLAIM, EVERY ***
      ***  QUARTER END BEFORE THIS ROW'S QUARTER TAKES THE STATE OF  ***
      ***  THE ROW BEFORE IT - A QUARTER END IS ONLY POSTED ONCE NO  ***
      ***  LATER ROW CAN STILL FALL INSIDE IT.                       ***
      ***-----------------------------------------------------------***
       30000-PROCESS-PARA.
           IF NOT WS-FIRST-ROW
              AND CLAIMNUMBER OF CLAIMS-AUDIT NOT = WS-PREV-CLMNBR
              PERFORM 30500-CLAIM-WRAP-PARA
           END-IF
           IF NOT WS-FIRST-ROW
              AND CAUSE OF CLAIMS NOT = WS-PREV-CAUSE
              PERFORM 35000-CAUSE-BREAK-PARA
           END-IF
           IF WS-FIRST-ROW
              OR CLAIMNUMBER OF CLAIMS-AUDIT NOT = WS-PREV-CLMNBR
              PERFORM 30100-NEW-CLAIM-PARA
           END-IF
           MOVE 'N' TO WS-FIRST-ROW-SW
           MOVE CLAIMNUMBER OF CLAIMS-AUDIT TO WS-PREV-CLMNBR
           MOVE CAUSE OF CLAIMS             TO WS-PREV-CAUSE
           PERFORM 30200-POST-QUARTER-PARA
               UNTIL WS-NEXT-QABS NOT < WS-ROW-QABS
           MOVE PAID        OF CLAIMS-AUDIT TO WS-PREV-PAID
           MOVE CVALUE      OF CLAIMS-AUDIT TO WS-PREV-CVALUE
           MOVE CLAIMSTATUS OF CLAIMS-AUDIT TO WS-PREV-STATUS
           SET WS-HAVE-PREV TO TRUE
           PERFORM 20000-FETCH-PARA
           .
      ***-----------------------------------------------------------***
      ***  A FRESH CLAIM - CLEAR ITS STATE, START IT AT THE FIRST    ***
      ***  QUARTER OF ITS ACCIDENT YEAR, LOOK UP THE RATE FOR ITS    ***
      ***  CURRENCY IN FORCE AT THE VALUATION DATE (HOME CURRENCY    ***
      ***  OR A MISSING RATE IS 1, AS IN THE REGISTER) AND LOAD ITS  ***
      ***  RECOVERIES.                                               ***
      ***-----------------------------------------------------------***
       30100-NEW-CLAIM-PARA.
           MOVE 'N'   TO WS-HAVE-PREV-SW
           MOVE ZERO  TO WS-PREV-PAID
           MOVE ZERO  TO WS-PREV-CVALUE
           MOVE SPACE TO WS-PREV-STATUS
           COMPUTE WS-CLM-AY-IX = WS-ACC-YEAR - WS-FIRST-AY + 1
           COMPUTE WS-NEXT-QABS = WS-ACC-YEAR * 4
           MOVE 1 TO WS-RATE
           MOVE CLAIMNUMBER OF CLAIMS-AUDIT
                                    TO CLAIMNUMBER OF CLAIMS
            EXEC SQL
                SELECT CURRENCYCODE
                  INTO :CLAIMS.CURRENCYCODE
                  FROM MFTR36.CLAIMS
                 WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
            END-EXEC
           IF SQLCODE = 0
              AND CURRENCYCODE OF CLAIMS NOT = WS-HOME-CURRENCY
              AND CURRENCYCODE OF CLAIMS NOT = SPACES
               EXEC SQL
                   SELECT RATETOUSD
                     INTO :EXCHRATE.RATETOUSD
                     FROM MFTR36.EXCHRATE
                    WHERE CURRENCYCODE = :CLAIMS.CURRENCYCODE
                      AND EFFDATE <= :WS-VAL-DATE
                    ORDER BY EFFDATE DESC
                    FETCH FIRST 1 ROW ONLY
               END-EXEC
              IF SQLCODE = 0
                 MOVE RATETOUSD OF EXCHRATE TO WS-RATE
              END-IF
           END-IF
           PERFORM 30150-LOAD-RECOVERY-PARA
           ADD 1 TO WS-CLAIM-COUNT
           .
      ***-----------------------------------------------------------***
      ***  BUCKET THE CLAIM'S RECOVERIES BY DEVELOPMENT QUARTER,     ***
      ***  THEN RUN THEM CUMULATIVE.                                 ***
      ***-----------------------------------------------------------***
       30150-LOAD-RECOVERY-PARA.
           PERFORM 30155-CLEAR-RECOVERY-PARA
               VARYING WS-DEV-IX FROM 1 BY 1 UNTIL WS-DEV-IX > 40
            EXEC SQL
                OPEN CSRREC
            END-EXEC
           MOVE 'N' TO WS-REC-EOF-SW
           PERFORM 30160-FETCH-RECOVERY-PARA
           PERFORM 30170-BUCKET-RECOVERY-PARA UNTIL WS-REC-EOF-YES
            EXEC SQL
                CLOSE CSRREC
            END-EXEC
           PERFORM 30180-CUMULATE-RECOVERY-PARA
               VARYING WS-DEV-IX FROM 2 BY 1 UNTIL WS-DEV-IX > 40
           .
       30155-CLEAR-RECOVERY-PARA.
           MOVE ZERO TO WS-CR-AMT (WS-DEV-IX)
           .
       30160-FETCH-RECOVERY-PARA.
            EXEC SQL
                FETCH CSRREC
                 INTO :WS-REC-QABS, :WS-REC-AMT
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-REC-EOF-SW
           END-IF
           .
       30170-BUCKET-RECOVERY-PARA.
           COMPUTE WS-DEV-IX = WS-REC-QABS - WS-ACC-YEAR * 4 + 1
           IF WS-DEV-IX < 1
              MOVE 1 TO WS-DEV-IX
           END-IF
           IF WS-DEV-IX NOT > 40
              ADD WS-REC-AMT TO WS-CR-AMT (WS-DEV-IX)
           END-IF
           PERFORM 30160-FETCH-RECOVERY-PARA
           .
       30180-CUMULATE-RECOVERY-PARA.
           ADD WS-CR-AMT (WS-DEV-IX - 1) TO WS-CR-AMT (WS-DEV-IX)
           .
      ***-----------------------------------------------------------***
      ***  POST THE CLAIM'S STATE AT ONE QUARTER END, THEN STEP TO   ***
      ***  THE NEXT. BEFORE ITS FIRST AUDIT ROW THE CLAIM WAS NOT    ***
      ***  YET REPORTED AND CONTRIBUTES NOTHING.                     ***
      ***-----------------------------------------------------------***
       30200-POST-QUARTER-PARA.
           IF WS-HAVE-PREV
              COMPUTE WS-DEV-IX = WS-NEXT-QABS - WS-ACC-YEAR * 4 + 1
              IF WS-DEV-IX NOT < 1 AND WS-DEV-IX NOT > 40
                 PERFORM 30300-POST-CELL-PARA
              END-IF
           END-IF
           ADD 1 TO WS-NEXT-QABS
           .
      ***-----------------------------------------------------------***
      ***  ONE CELL, INTO THE CAUSE'S SET AND THE ALL-CAUSES SET.    ***
      ***  PAID NETS OFF RECOVERIES TO DATE; INCURRED ADDS THE OPEN  ***
      ***  RESERVE, SO IT IS CVALUE WHILE OPEN AND PAID ONCE CLOSED. ***
      ***-----------------------------------------------------------***
       30300-POST-CELL-PARA.
           COMPUTE WS-PAID-USD ROUNDED =
                   (WS-PREV-PAID - WS-CR-AMT (WS-DEV-IX)) * WS-RATE
           IF WS-PREV-STATUS = 'O'
              COMPUTE WS-INCD-USD ROUNDED =
                      (WS-PREV-CVALUE - WS-CR-AMT (WS-DEV-IX))
                      * WS-RATE
           ELSE
              MOVE WS-PAID-USD TO WS-INCD-USD
           END-IF
           ADD WS-PAID-USD TO WS-TRI-VAL (1, WS-CLM-AY-IX, WS-DEV-IX, 1)
                              WS-TRI-VAL (2, WS-CLM-AY-IX, WS-DEV-IX, 1)
           ADD WS-INCD-USD TO WS-TRI-VAL (1, WS-CLM-AY-IX, WS-DEV-IX, 2)
                              WS-TRI-VAL (2, WS-CLM-AY-IX, WS-DEV-IX, 2)
           ADD 1           TO WS-TRI-VAL (1, WS-CLM-AY-IX, WS-DEV-IX, 3)
                              WS-TRI-VAL (2, WS-CLM-AY-IX, WS-DEV-IX, 3)
           IF WS-PREV-STATUS = 'O'
              ADD 1 TO WS-TRI-VAL (1, WS-CLM-AY-IX, WS-DEV-IX, 5)
                       WS-TRI-VAL (2, WS-CLM-AY-IX, WS-DEV-IX, 5)
           ELSE
              ADD 1 TO WS-TRI-VAL (1, WS-CLM-AY-IX, WS-DEV-IX, 4)
                       WS-TRI-VAL (2, WS-CLM-AY-IX, WS-DEV-IX, 4)
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  THE CLAIM JUST FINISHED - ITS LAST ROW IS ITS STATE AT    ***
      ***  EVERY REMAINING QUARTER END THROUGH THE VALUATION.        ***
      ***-----------------------------------------------------------***
       30500-CLAIM-WRAP-PARA.
           PERFORM 30200-POST-QUARTER-PARA
               UNTIL WS-NEXT-QABS > WS-VAL-QABS
           .
      ***-----------------------------------------------------------***
      ***  THE CAUSE JUST FINISHED - PRINT ITS TRIANGLES AND CLEAR   ***
      ***  ITS SET FOR THE NEXT CAUSE.                               ***
      ***-----------------------------------------------------------***
       35000-CAUSE-BREAK-PARA.
           MOVE FUNCTION DISPLAY-OF(WS-PREV-CAUSE)
                                       TO WS-CAUSE-DISPLAY
           MOVE WS-CAUSE-DISPLAY(1:20) TO WS-SET-LABEL
           MOVE 1 TO WS-SET-IX
           PERFORM 60000-PRINT-SET-PARA
           PERFORM 10100-CLEAR-SET-PARA
           ADD 1 TO WS-CAUSE-COUNT
           .
      ***-----------------------------------------------------------***
      ***  THE ALL-CAUSES TRIANGLES AND THE RUN TOTALS               ***
      ***-----------------------------------------------------------***
       40000-WRAP-UP-PARA.
           MOVE 'ALL CAUSES' TO WS-SET-LABEL
           MOVE 2 TO WS-SET-IX
           PERFORM 60000-PRINT-SET-PARA
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           MOVE SPACES               TO WS-TEXT-LINE
           MOVE 'CLAIMS RESTATED'               TO TXT-LABEL
           MOVE WS-CLAIM-COUNT       TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'CAUSE CODES REPORTED'          TO TXT-LABEL
           MOVE WS-CAUSE-COUNT       TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE WS-CLAIM-COUNT       TO WS-COUNT-EDIT
           DISPLAY 'MF36BRL - CLAIMS RESTATED : ' WS-COUNT-EDIT
           MOVE WS-CAUSE-COUNT       TO WS-COUNT-EDIT
           DISPLAY 'MF36BRL - CAUSE CODES REPORTED : ' WS-COUNT-EDIT
            EXEC SQL
                CLOSE CSRTRI
            END-EXEC
           .
       50000-EXIT-PARA.
           IF NOT WS-PARM-BAD
              CLOSE TRIRPT
              CLOSE TRICSV
           END-IF
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  PRINT THE FIVE TRIANGLES OF ONE SET (WS-SET-IX) AND       ***
      ***  WRITE THEIR CSV ROWS                                      ***
      ***-----------------------------------------------------------***
       60000-PRINT-SET-PARA.
           PERFORM 61000-PRINT-TRIANGLE-PARA
               VARYING WS-MEAS-IX FROM 1 BY 1 UNTIL WS-MEAS-IX > 5
           .
      ***-----------------------------------------------------------***
      ***  ONE TRIANGLE - EIGHT DEVELOPMENT QUARTERS TO A PANEL      ***
      ***  ACROSS THE PAGE, AS MANY PANELS AS THE OLDEST ROW NEEDS.  ***
      ***-----------------------------------------------------------***
       61000-PRINT-TRIANGLE-PARA.
           PERFORM 62000-PRINT-PANEL-PARA
               VARYING WS-PANEL-START FROM 1 BY 8
               UNTIL WS-PANEL-START > WS-MAX-DEV
           PERFORM 65000-CSV-ROW-PARA
               VARYING WS-AY-IX FROM 1 BY 1 UNTIL WS-AY-IX > 10
           .
       62000-PRINT-PANEL-PARA.
           COMPUTE WS-PANEL-END = WS-PANEL-START + 7
           IF WS-PANEL-END > WS-MAX-DEV
              MOVE WS-MAX-DEV TO WS-PANEL-END
           END-IF
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           MOVE WS-MEAS-TITLE (WS-MEAS-IX) TO TTL-MEASURE
           MOVE WS-SET-LABEL               TO TTL-CAUSE
           MOVE WS-PANEL-START             TO TTL-FROM
           MOVE WS-PANEL-END               TO TTL-TO
           WRITE RPT-RECORD FROM WS-TRI-TITLE-LINE
           PERFORM 62100-FORMAT-HDR-COL-PARA
               VARYING WS-COL-IX FROM 1 BY 1 UNTIL WS-COL-IX > 8
           WRITE RPT-RECORD FROM WS-TRI-HDR-LINE
           PERFORM 63000-PRINT-ROW-PARA
               VARYING WS-AY-IX FROM 1 BY 1 UNTIL WS-AY-IX > 10
           .
       62100-FORMAT-HDR-COL-PARA.
           MOVE SPACES TO THL-COL (WS-COL-IX)
           COMPUTE WS-PDEV-IX = WS-PANEL-START + WS-COL-IX - 1
           IF WS-PDEV-IX NOT > WS-PANEL-END
              MOVE 'DQ'          TO THL-DQ (WS-COL-IX)
              MOVE WS-PDEV-IX    TO WS-DEV-EDIT
              MOVE WS-DEV-EDIT   TO THL-DEV (WS-COL-IX)
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ONE ACCIDENT YEAR'S ROW OF THE PANEL - CELLS PAST THE     ***
      ***  QUARTERS THE YEAR HAS REACHED ARE LEFT BLANK, NOT ZERO.   ***
      ***-----------------------------------------------------------***
       63000-PRINT-ROW-PARA.
           MOVE SPACES TO WS-TRI-ROW-LINE
           COMPUTE TRL-AY = WS-FIRST-AY + WS-AY-IX - 1
           COMPUTE WS-ROW-MAX-DEV = WS-MAX-DEV - (WS-AY-IX - 1) * 4
           PERFORM 63100-FORMAT-CELL-PARA
               VARYING WS-COL-IX FROM 1 BY 1 UNTIL WS-COL-IX > 8
           WRITE RPT-RECORD FROM WS-TRI-ROW-LINE
           .
       63100-FORMAT-CELL-PARA.
           COMPUTE WS-PDEV-IX = WS-PANEL-START + WS-COL-IX - 1
           IF WS-PDEV-IX NOT > WS-PANEL-END
              AND WS-PDEV-IX NOT > WS-ROW-MAX-DEV
              MOVE WS-TRI-VAL (WS-SET-IX, WS-AY-IX, WS-PDEV-IX,
                               WS-MEAS-IX)     TO WS-CELL-EDIT
              MOVE WS-CELL-EDIT TO TRL-VALUE (WS-COL-IX)
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ONE ACCIDENT YEAR'S ROW OF THE TRIANGLE TO TRICSV - ONE   ***
      ***  FIELD PER DEVELOPMENT QUARTER ON THE HEADER ROW, EMPTY    ***
      ***  WHERE THE YEAR HAS NOT REACHED THAT QUARTER YET.          ***
      ***-----------------------------------------------------------***
       65000-CSV-ROW-PARA.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1      TO WS-CSV-PTR
           COMPUTE WS-CSV-AY      = WS-FIRST-AY + WS-AY-IX - 1
           COMPUTE WS-ROW-MAX-DEV = WS-MAX-DEV - (WS-AY-IX - 1) * 4
           STRING WS-MEAS-CODE (WS-MEAS-IX) DELIMITED BY SPACE
                  ','                       DELIMITED BY SIZE
                  WS-SET-LABEL              DELIMITED BY '  '
                  ','                       DELIMITED BY SIZE
                  WS-CSV-AY                 DELIMITED BY SIZE
                  INTO WS-CSV-LINE
                  WITH POINTER WS-CSV-PTR
           END-STRING
           PERFORM 65100-CSV-CELL-PARA
               VARYING WS-PDEV-IX FROM 1 BY 1
               UNTIL WS-PDEV-IX > WS-MAX-DEV
           WRITE CSV-RECORD FROM WS-CSV-LINE
           .
       65100-CSV-CELL-PARA.
           STRING ',' DELIMITED BY SIZE
                  INTO WS-CSV-LINE
                  WITH POINTER WS-CSV-PTR
           END-STRING
           IF WS-PDEV-IX NOT > WS-ROW-MAX-DEV
              MOVE WS-TRI-VAL (WS-SET-IX, WS-AY-IX, WS-PDEV-IX,
                               WS-MEAS-IX)     TO WS-CSV-NUM
              MOVE ZERO TO WS-CSV-LEAD
              INSPECT WS-CSV-NUM
                      TALLYING WS-CSV-LEAD FOR LEADING SPACES
              STRING WS-CSV-NUM (WS-CSV-LEAD + 1:) DELIMITED BY SIZE
                     INTO WS-CSV-LINE
                     WITH POINTER WS-CSV-PTR
              END-STRING
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE START ON MFTR36.JOBRUN. A JOB    ***
      ***  REFUSED (A PREREQUISITE NOT COMPLETE, OR ALREADY RUN FOR  ***
      ***  THE BUSINESS DATE) ENDS HERE WITH RETURN CODE 12.         ***
      ***-----------------------------------------------------------***
       95000-RUN-START-PARA.
           SET JR-START TO TRUE
           MOVE 'MF36BRL' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BRL - RUN REFUSED: ' JR-MESSAGE
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
           MOVE WS-CLAIM-COUNT TO JR-IN-COUNT
           MOVE WS-CLAIM-COUNT TO JR-OUT-COUNT
           MOVE ZERO TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
