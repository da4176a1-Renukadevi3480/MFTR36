      ******************************************************************
      ***       MF36BRH : QUARTERLY REINSURANCE CESSION / BORDEREAU   ***
      ***  APPLIES THE REINSURANCE TREATIES ON MFTR36.RITREATY        ***
      ***  (MAINTAINED UNDER SCREEN OPTION 'E') TO EVERY NON-         ***
      ***  WITHDRAWN CLAIM DATED ON OR BEFORE THE QUARTER END, ON     ***
      ***  PAID AND ON INCURRED, IN USD THROUGH MFTR36.EXCHRATE:      ***
      ***   - QUOTA SHARE (Q) CEDES ITS PERCENTAGE OF THE CLAIM;      ***
      ***   - PER-RISK EXCESS OF LOSS (X) TAKES THE PART OF WHAT THE  ***
      ***     QUOTA SHARE LEAVES THAT FALLS IN ITS LAYER;             ***
      ***   - CAT EXCESS OF LOSS (C) TAKES THE PART OF THE EVENT'S    ***
      ***     TOTAL, NET OF BOTH OF THOSE, THAT FALLS IN ITS LAYER -  ***
      ***     THE SAME PER-EVENT ACCUMULATION AS MF36BRD.             ***
      ***  THE SUBJECT LOSS IS GROSS OF REINSURANCE BUT NET OF        ***
      ***  SALVAGE AND SUBROGATION; INCURRED IS PAID PLUS THE OPEN    ***
      ***  RESERVE. EVERY CESSION IS WRITTEN TO MFTR36.RICESSION      ***
      ***  (PER CLAIM FOR Q/X, PER EVENT FOR C) - A RERUN OF THE      ***
      ***  SAME QUARTER REPLACES THAT QUARTER'S ROWS - AND THE        ***
      ***  BORDEREAU FILE IS THEN WRITTEN FROM THEM, ONE HEADER/      ***
      ***  TRAILER GROUP PER REINSURER. EACH REINSURER'S TRAILER      ***
      ***  CARRIES THE CEDED PAID TO DATE, THE 'R' RECOVERIES         ***
      ***  ALREADY COLLECTED FROM IT UNDER OPTION 'B', AND THE        ***
      ***  AMOUNT STILL DUE, AND THE CONTROL REPORT LISTS THE SAME    ***
      ***  RECONCILIATION PLUS ANY 'R' MONEY NOT NAMED TO A           ***
      ***  REINSURER. OPTIONAL JCL PARM: THE QUARTER END AS           ***
      ***  YYYY-MM-DD; DEFAULT IS THE LAST QUARTER END BEFORE THE     ***
      ***  BUSINESS DATE.                                             ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BRH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BORDOUT ASSIGN TO BORDOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RIRPT ASSIGN TO RIRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BORDOUT
           RECORDING MODE IS F.
       01  BORD-RECORD                PIC X(120).
       FD  RIRPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-BATCH-OPID            PIC X(08) VALUE 'MF36BRH '.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
          88 WS-EOF-YES                      VALUE 'Y'.
       01 WS-TRT-EOF-SW            PIC X(01) VALUE 'N'.
          88 WS-TRT-EOF-YES                  VALUE 'Y'.
       01 WS-BRD-EOF-SW            PIC X(01) VALUE 'N'.
          88 WS-BRD-EOF-YES                  VALUE 'Y'.
       01 WS-COL-EOF-SW            PIC X(01) VALUE 'N'.
          88 WS-COL-EOF-YES                  VALUE 'Y'.
       01 WS-PARM-BAD-SW           PIC X(01) VALUE 'N'.
          88 WS-PARM-BAD                     VALUE 'Y'.
       01 WS-FIRST-ROW-SW          PIC X(01) VALUE 'Y'.
          88 WS-FIRST-ROW                    VALUE 'Y'.
       01 WS-FIRST-BRD-SW          PIC X(01) VALUE 'Y'.
          88 WS-FIRST-BRD                    VALUE 'Y'.
       01 WS-QTR-END               PIC X(10).
       01 WS-QTR-END-PARTS REDEFINES WS-QTR-END.
          05 WS-QTR-YYYY           PIC 9(04).
          05 WS-QTR-DASH1          PIC X(01).
          05 WS-QTR-MM             PIC 9(02).
          05 WS-QTR-DASH2          PIC X(01).
          05 WS-QTR-DD             PIC 9(02).
       01 WS-TODAY-8               PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-8.
          05 WS-TODAY-YYYY         PIC 9(04).
          05 WS-TODAY-MM           PIC 9(02).
          05 WS-TODAY-DD           PIC 9(02).
       01 WS-RUN-TS                PIC X(26).
       01 WS-PREV-EVENT            PIC X(04).
       01 WS-PREV-REINSURER        PIC X(10).
       01 WS-COLL-REINSURER        PIC X(10).
       01 WS-HOME-CURRENCY         PIC X(03) VALUE 'USD'.
       01 WS-RATE                  PIC S9(5)V9(6) COMP-3.
       01 WS-SALV-SUBRO            PIC S9(9) COMP.
      *    THE CLAIM'S FIGURES THROUGH THE TREATIES, IN USD - GROSS,
      *    WHAT THE QUOTA SHARE LEAVES, WHAT THE PER-RISK LAYERS
      *    TAKE, AND THE NET THAT ACCUMULATES TO THE CAT EVENT
       01 WS-GROSS-PAID            PIC S9(13) COMP-3.
       01 WS-GROSS-INC             PIC S9(13) COMP-3.
       01 WS-QS-PCT                PIC S9(5)V9(2) COMP-3.
       01 WS-RET-PAID              PIC S9(13) COMP-3.
       01 WS-RET-INC               PIC S9(13) COMP-3.
       01 WS-XOL-PAID              PIC S9(13) COMP-3.
       01 WS-XOL-INC               PIC S9(13) COMP-3.
       01 WS-EVT-NET-PAID          PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-EVT-NET-INC           PIC S9(13) COMP-3 VALUE ZERO.
      *    ONE TREATY ROW APPLIED - SUBJECT LOSS IN, CEDED SHARE OUT
       01 WS-SUBJ-PAID             PIC S9(13) COMP-3.
       01 WS-SUBJ-INC              PIC S9(13) COMP-3.
       01 WS-LAYER-PAID            PIC S9(13) COMP-3.
       01 WS-LAYER-INC             PIC S9(13) COMP-3.
       01 WS-CEDED-PAID            PIC S9(13) COMP-3.
       01 WS-CEDED-INC             PIC S9(13) COMP-3.
       01 WS-COLL-AMT              PIC S9(13) COMP-3.
       01 WS-WORK-USD              PIC S9(13) COMP-3.
       01 WS-CLAIM-COUNT           PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-CESSION-COUNT         PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-REPLACED-COUNT        PIC S9(9)  COMP   VALUE ZERO.
       01 WS-RI-COUNT              PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-RI-CEDED-PAID         PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-RI-CEDED-INC          PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-RI-COLLECTED          PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-RI-DUE                PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-GRAND-CEDED-PAID      PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-GRAND-CEDED-INC       PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-GRAND-COLLECTED       PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-GRAND-DUE             PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-UNNAMED-COLLECTED     PIC S9(13) COMP-3 VALUE ZERO.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-AMT-EDIT              PIC -Z,ZZZ,ZZZ,ZZ9.
       01 WS-ERR-PARAID            PIC X(30).
       01 WS-ERR-SQLCODE           PIC S9(9) COMP.
      ***-----------------------------------------------------------***
      ***  THE BORDEREAU FILE - PER REINSURER, AN 'H' HEADER, A 'D'  ***
      ***  LINE PER CESSION AND A 'T' TRAILER WITH THE AMOUNT DUE.   ***
      ***-----------------------------------------------------------***
       01 WS-BDH-LINE.
           05 BDH-RECTYPE          PIC X(01) VALUE 'H'.
           05 BDH-REINSURER        PIC X(10).
           05 BDH-QTREND           PIC X(10).
           05 BDH-RUNTS            PIC X(26).
           05 FILLER               PIC X(73) VALUE SPACE.
       01 WS-BDD-LINE.
           05 BDD-RECTYPE          PIC X(01) VALUE 'D'.
           05 BDD-REINSURER        PIC X(10).
           05 BDD-TREATYID         PIC X(10).
           05 BDD-CLAIMNUMBER      PIC 9(09).
           05 BDD-EVENTCODE        PIC X(04).
           05 BDD-SUBJ-PAID        PIC S9(11) SIGN LEADING SEPARATE.
           05 BDD-SUBJ-INC         PIC S9(11) SIGN LEADING SEPARATE.
           05 BDD-CEDED-PAID       PIC S9(11) SIGN LEADING SEPARATE.
           05 BDD-CEDED-INC        PIC S9(11) SIGN LEADING SEPARATE.
           05 FILLER               PIC X(38) VALUE SPACE.
       01 WS-BDT-LINE.
           05 BDT-RECTYPE          PIC X(01) VALUE 'T'.
           05 BDT-REINSURER        PIC X(10).
           05 BDT-COUNT            PIC 9(07).
           05 BDT-CEDED-PAID       PIC S9(13) SIGN LEADING SEPARATE.
           05 BDT-CEDED-INC        PIC S9(13) SIGN LEADING SEPARATE.
           05 BDT-COLLECTED        PIC S9(13) SIGN LEADING SEPARATE.
           05 BDT-DUE              PIC S9(13) SIGN LEADING SEPARATE.
           05 FILLER               PIC X(46) VALUE SPACE.
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
              'MFTR36 CEDED-LOSS BORDEREAU - REINSURER RECONCILIATION'.
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
           05 FILLER               PIC X(13) VALUE 'QUARTER END: '.
           05 RDL-QTREND           PIC X(10).
           05 FILLER               PIC X(50) VALUE SPACE.
       01 WS-COL-HDR-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(12) VALUE 'REINSURER'.
           05 FILLER               PIC X(09) VALUE 'CESSIONS'.
           05 FILLER               PIC X(16) VALUE '   CEDED PAID'.
           05 FILLER               PIC X(16) VALUE ' CEDED INCURRED'.
           05 FILLER               PIC X(16) VALUE '    COLLECTED'.
           05 FILLER               PIC X(63) VALUE '   AMOUNT DUE'.
       01 WS-DETAIL-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DTL-REINSURER        PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-COUNT            PIC X(07).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-CEDED-PAID       PIC X(14).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-CEDED-INC        PIC X(14).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-COLLECTED        PIC X(14).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-DUE              PIC X(14).
           05 FILLER               PIC X(49) VALUE SPACE.
       01 WS-TEXT-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 TXT-LABEL            PIC X(44).
           05 TXT-VALUE            PIC X(14).
           05 FILLER               PIC X(74) VALUE SPACE.
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
               INCLUDE MF36CP20
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP26
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP27
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  EVERY NON-WITHDRAWN CLAIM DATED BY THE QUARTER END,       ***
      ***  GROUPED BY EVENT (BLANK FIRST) FOR THE CAT ACCUMULATION - ***
      ***  SALVAGE AND SUBROGATION RIDE ALONG; REINSURANCE           ***
      ***  RECOVERIES DO NOT REDUCE THE LOSS THE TREATIES SEE.       ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRRIC CURSOR WITH HOLD FOR
                   SELECT C.CLAIMNUMBER, CHAR(C.CLAIMDATE),
                          COALESCE(C.CATEVENT, ' '),
                          C.PAID, C.CVALUE, C.CLAIMSTATUS,
                          C.CURRENCYCODE,
                          COALESCE((SELECT SUM(R.RECOVERYAMT)
                                      FROM MFTR36.RECOVERY R
                                     WHERE R.CLAIMNUMBER =
                                           C.CLAIMNUMBER
                                       AND R.RECOVERYTYPE IN
                                           ('S', 'U')), 0)
                     FROM MFTR36.CLAIMS C
                    WHERE C.CLAIMSTATUS <> 'W'
                      AND C.CLAIMDATE <= :WS-QTR-END
                    ORDER BY 3, C.CLAIMNUMBER
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  THE PER-RISK TREATY ROWS IN FORCE ON THE CLAIM DATE -     ***
      ***  QUOTA SHARE SORTS AHEAD OF EXCESS OF LOSS.                ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRRIT CURSOR WITH HOLD FOR
                   SELECT TREATYID, REINSURER, TREATYTYPE, SHAREPCT,
                          COALESCE(RETENTION, 0),
                          COALESCE(LIMITAMT, 0)
                     FROM MFTR36.RITREATY
                    WHERE TREATYTYPE IN ('Q', 'X')
                      AND EFFDATE <= :CLAIMS.CLAIMDATE
                      AND EXPDATE >= :CLAIMS.CLAIMDATE
                    ORDER BY TREATYTYPE, TREATYID, REINSURER
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  THE CAT LAYERS ON ONE EVENT                               ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRRIE CURSOR WITH HOLD FOR
                   SELECT TREATYID, REINSURER, TREATYTYPE, SHAREPCT,
                          COALESCE(RETENTION, 0),
                          COALESCE(LIMITAMT, 0)
                     FROM MFTR36.RITREATY
                    WHERE TREATYTYPE = 'C'
                      AND EVENTCODE  = :WS-PREV-EVENT
                    ORDER BY TREATYID, REINSURER
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  THIS QUARTER'S CESSIONS BY REINSURER, FOR THE BORDEREAU   ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRRIB CURSOR WITH HOLD FOR
                   SELECT REINSURER, TREATYID, CLAIMNUMBER,
                          COALESCE(EVENTCODE, ' '),
                          SUBJECTPAID, SUBJECTINC,
                          CEDEDPAID, CEDEDINC
                     FROM MFTR36.RICESSION
                    WHERE QUARTEREND = :WS-QTR-END
                    ORDER BY REINSURER, TREATYID, CLAIMNUMBER,
                             EVENTCODE
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  'R' RECOVERIES COLLECTED FROM ONE REINSURER BY THE        ***
      ***  QUARTER END (SPACES = THOSE NAMED TO NO REINSURER), WITH  ***
      ***  THE CLAIM CURRENCY FOR THE USD CONVERSION.                ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRRIR CURSOR WITH HOLD FOR
                   SELECT R.RECOVERYAMT, C.CURRENCYCODE
                     FROM MFTR36.RECOVERY R
                          INNER JOIN MFTR36.CLAIMS C
                             ON C.CLAIMNUMBER = R.CLAIMNUMBER
                    WHERE R.RECOVERYTYPE = 'R'
                      AND COALESCE(R.REINSURER, ' ') =
                          :WS-COLL-REINSURER
                      AND DATE(R.RECOVERYTS) <= :WS-QTR-END
           END-EXEC.
       LINKAGE SECTION.
       01  LK-PARM-FIELD.
           05  LK-PARM-LEN         PIC S9(04) COMP.
           05  LK-PARM-QTREND      PIC X(10).
      ***-----------------------------------------------------------***
      ***  AN OPTIONAL JCL PARM OF THE QUARTER END (YYYY-MM-DD) -    ***
      ***  FOR A LATE RERUN OF A PAST QUARTER. IT MUST BE A REAL     ***
      ***  QUARTER END: 03-31, 06-30, 09-30 OR 12-31.                ***
      ***-----------------------------------------------------------***
       PROCEDURE DIVISION USING LK-PARM-FIELD.
      ***-----------------------------------------------------------***
      ***  MAIN PROCEDURE - CESSIONS FIRST, THEN THE BORDEREAU FROM  ***
      ***  THE CESSIONS JUST WRITTEN                                 ***
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
              PERFORM 32000-EVENT-BREAK-PARA
           END-IF
            EXEC SQL
                CLOSE CSRRIC
            END-EXEC
           PERFORM 35000-BORDEREAU-PARA
           PERFORM 40000-WRAP-UP-PARA
           PERFORM 50000-EXIT-PARA.
       10000-INITIALIZE-PARA.
           IF LK-PARM-LEN > ZERO
              PERFORM 10200-CHECK-PARM-PARA
           ELSE
              PERFORM 10100-DEFAULT-QUARTER-PARA
           END-IF
           IF WS-PARM-BAD
              CONTINUE
           ELSE
              OPEN OUTPUT BORDOUT
              OPEN OUTPUT RIRPT
              ACCEPT WS-RUN-DATE FROM DATE
              MOVE WS-RUN-MM TO RDL-MM
              MOVE WS-RUN-DD TO RDL-DD
              MOVE WS-RUN-YY TO RDL-YY
              ACCEPT WS-RUN-TIME FROM TIME
              MOVE WS-RUN-HH TO RDL-HH
              MOVE WS-RUN-MN TO RDL-MN
              MOVE JR-BUSDATE TO RDL-BUSDATE
              MOVE WS-QTR-END TO RDL-QTREND
              WRITE RPT-RECORD FROM WS-TITLE-LINE
              WRITE RPT-RECORD FROM WS-RUNDATE-LINE
              WRITE RPT-RECORD FROM WS-BLANK-LINE
              WRITE RPT-RECORD FROM WS-COL-HDR-LINE
               EXEC SQL
                   SET :WS-RUN-TS = CURRENT TIMESTAMP
               END-EXEC
      *       A RERUN OF THE QUARTER REPLACES ITS CESSIONS OUTRIGHT
               EXEC SQL
                   DELETE FROM MFTR36.RICESSION
                    WHERE QUARTEREND = :WS-QTR-END
               END-EXEC
              IF SQLCODE = 0
                 MOVE SQLERRD(3) TO WS-REPLACED-COUNT
              END-IF
               EXEC SQL
                   OPEN CSRRIC
               END-EXEC
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  NO PARM - THE QUARTER END MOST RECENTLY PASSED            ***
      ***-----------------------------------------------------------***
       10100-DEFAULT-QUARTER-PARA.
           MOVE JR-BUSDATE(1:4) TO WS-TODAY-YYYY
           MOVE JR-BUSDATE(6:2) TO WS-TODAY-MM
           MOVE JR-BUSDATE(9:2) TO WS-TODAY-DD
           MOVE '-' TO WS-QTR-DASH1
           MOVE '-' TO WS-QTR-DASH2
           MOVE WS-TODAY-YYYY TO WS-QTR-YYYY
           EVALUATE TRUE
             WHEN WS-TODAY-MM < 4
               SUBTRACT 1 FROM WS-QTR-YYYY
               MOVE 12 TO WS-QTR-MM
               MOVE 31 TO WS-QTR-DD
             WHEN WS-TODAY-MM < 7
               MOVE 03 TO WS-QTR-MM
               MOVE 31 TO WS-QTR-DD
             WHEN WS-TODAY-MM < 10
               MOVE 06 TO WS-QTR-MM
               MOVE 30 TO WS-QTR-DD
             WHEN OTHER
               MOVE 09 TO WS-QTR-MM
               MOVE 30 TO WS-QTR-DD
           END-EVALUATE
           .
       10200-CHECK-PARM-PARA.
           MOVE LK-PARM-QTREND TO WS-QTR-END
           IF LK-PARM-LEN NOT = 10
              OR WS-QTR-END(1:4) NOT NUMERIC
              OR WS-QTR-END(6:2) NOT NUMERIC
              OR WS-QTR-END(9:2) NOT NUMERIC
              OR WS-QTR-DASH1 NOT = '-'
              OR WS-QTR-DASH2 NOT = '-'
              SET WS-PARM-BAD TO TRUE
           ELSE
              IF NOT ((WS-QTR-MM = 03 AND WS-QTR-DD = 31)
                   OR (WS-QTR-MM = 06 AND WS-QTR-DD = 30)
                   OR (WS-QTR-MM = 09 AND WS-QTR-DD = 30)
                   OR (WS-QTR-MM = 12 AND WS-QTR-DD = 31))
                 SET WS-PARM-BAD TO TRUE
              END-IF
           END-IF
           IF WS-PARM-BAD
              DISPLAY 'MF36BRH - PARM MUST BE A QUARTER END DATE '
                      'YYYY-MM-DD'
              MOVE 8 TO RETURN-CODE
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  FETCH THE NEXT CLAIM                                      ***
      ***-----------------------------------------------------------***
       20000-FETCH-PARA.
            EXEC SQL
                FETCH CSRRIC
                 INTO :CLAIMS.CLAIMNUMBER, :CLAIMS.CLAIMDATE,
                      :CLAIMS.CATEVENT, :CLAIMS.PAID,
                      :CLAIMS.CVALUE, :CLAIMS.CLAIMSTATUS,
                      :CLAIMS.CURRENCYCODE, :WS-SALV-SUBRO
            END-EXEC
           IF SQLCODE = 100
              MOVE 'Y' TO WS-EOF-SW
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ONE CLAIM - AN EVENT BREAK FIRST SETTLES THE CAT LAYERS   ***
      ***  OF THE EVENT JUST FINISHED. THE SUBJECT LOSS IS FLOORED   ***
      ***  AT ZERO - A CLAIM WHOSE SALVAGE OUTRAN ITS PAYMENTS CEDES ***
      ***  NOTHING RATHER THAN CLAWING BACK FROM THE REINSURER.      ***
      ***-----------------------------------------------------------***
       30000-PROCESS-PARA.
           IF NOT WS-FIRST-ROW
              AND CATEVENT OF CLAIMS NOT = WS-PREV-EVENT
              PERFORM 32000-EVENT-BREAK-PARA
           END-IF
           MOVE 'N' TO WS-FIRST-ROW-SW
           MOVE CATEVENT OF CLAIMS TO WS-PREV-EVENT
           ADD 1 TO WS-CLAIM-COUNT
           PERFORM 30050-GET-RATE-PARA
           COMPUTE WS-GROSS-PAID ROUNDED =
                   (PAID OF CLAIMS - WS-SALV-SUBRO) * WS-RATE
           IF CLAIMSTATUS OF CLAIMS = 'O'
              COMPUTE WS-GROSS-INC ROUNDED =
                      (CVALUE OF CLAIMS - WS-SALV-SUBRO) * WS-RATE
           ELSE
              MOVE WS-GROSS-PAID TO WS-GROSS-INC
           END-IF
           IF WS-GROSS-PAID < ZERO
              MOVE ZERO TO WS-GROSS-PAID
           END-IF
           IF WS-GROSS-INC < ZERO
              MOVE ZERO TO WS-GROSS-INC
           END-IF
           PERFORM 31000-PER-RISK-PARA
           COMPUTE WS-EVT-NET-PAID = WS-EVT-NET-PAID
                                   + WS-RET-PAID - WS-XOL-PAID
           COMPUTE WS-EVT-NET-INC  = WS-EVT-NET-INC
                                   + WS-RET-INC  - WS-XOL-INC
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
      ***  QUOTA SHARE AND PER-RISK EXCESS ON ONE CLAIM. THE TOTAL   ***
      ***  QUOTA SHARE PERCENTAGE FIXES WHAT IS RETAINED; EVERY      ***
      ***  EXCESS LAYER THEN WORKS ON THAT RETAINED FIGURE (THE      ***
      ***  QUOTA SHARE INURES TO THE EXCESS COVERS' BENEFIT).        ***
      ***-----------------------------------------------------------***
       31000-PER-RISK-PARA.
           MOVE ZERO TO WS-QS-PCT
           MOVE ZERO TO WS-XOL-PAID
           MOVE ZERO TO WS-XOL-INC
            EXEC SQL
                SELECT COALESCE(SUM(SHAREPCT), 0)
                  INTO :WS-QS-PCT
                  FROM MFTR36.RITREATY
                 WHERE TREATYTYPE = 'Q'
                   AND EFFDATE <= :CLAIMS.CLAIMDATE
                   AND EXPDATE >= :CLAIMS.CLAIMDATE
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE CLAIMNUMBER OF CLAIMS TO CLAIMNUMBER OF RICESSION
              MOVE '31000-QUOTA-SHARE' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
              MOVE ZERO TO WS-QS-PCT
           END-IF
           IF WS-QS-PCT > 100
              MOVE 100 TO WS-QS-PCT
           END-IF
           COMPUTE WS-RET-PAID ROUNDED =
                   WS-GROSS-PAID * (100 - WS-QS-PCT) / 100
           COMPUTE WS-RET-INC ROUNDED =
                   WS-GROSS-INC  * (100 - WS-QS-PCT) / 100
            EXEC SQL
                OPEN CSRRIT
            END-EXEC
           MOVE 'N' TO WS-TRT-EOF-SW
           PERFORM 31100-FETCH-TREATY-PARA
           PERFORM 31200-APPLY-TREATY-PARA UNTIL WS-TRT-EOF-YES
            EXEC SQL
                CLOSE CSRRIT
            END-EXEC
           .
       31100-FETCH-TREATY-PARA.
            EXEC SQL
                FETCH CSRRIT
                 INTO :RITREATY.TREATYID, :RITREATY.REINSURER,
                      :RITREATY.TREATYTYPE, :RITREATY.SHAREPCT,
                      :RITREATY.RETENTION, :RITREATY.LIMITAMT
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-TRT-EOF-SW
           END-IF
           .
       31200-APPLY-TREATY-PARA.
           IF TREATYTYPE OF RITREATY = 'Q'
              COMPUTE WS-CEDED-PAID ROUNDED =
                      WS-GROSS-PAID * SHAREPCT OF RITREATY / 100
              COMPUTE WS-CEDED-INC ROUNDED =
                      WS-GROSS-INC  * SHAREPCT OF RITREATY / 100
              MOVE WS-GROSS-PAID TO WS-SUBJ-PAID
              MOVE WS-GROSS-INC  TO WS-SUBJ-INC
           ELSE
              MOVE WS-RET-PAID   TO WS-SUBJ-PAID
              MOVE WS-RET-INC    TO WS-SUBJ-INC
              PERFORM 33000-LAYER-PARA
              ADD WS-CEDED-PAID  TO WS-XOL-PAID
              ADD WS-CEDED-INC   TO WS-XOL-INC
           END-IF
           MOVE SPACES                 TO EVENTCODE OF RICESSION
           MOVE CLAIMNUMBER OF CLAIMS  TO CLAIMNUMBER OF RICESSION
           PERFORM 34000-WRITE-CESSION-PARA
           PERFORM 31100-FETCH-TREATY-PARA
           .
      ***-----------------------------------------------------------***
      ***  THE EVENT JUST FINISHED - EACH CAT LAYER ON IT TAKES ITS  ***
      ***  SHARE OF THE EVENT'S NET LOSS. CLAIMS ON NO EVENT (THE    ***
      ***  BLANK GROUP) HAVE NO CAT COVER.                           ***
      ***-----------------------------------------------------------***
       32000-EVENT-BREAK-PARA.
           IF WS-PREV-EVENT NOT = SPACES
               EXEC SQL
                   OPEN CSRRIE
               END-EXEC
              MOVE 'N' TO WS-TRT-EOF-SW
              PERFORM 32100-FETCH-CAT-PARA
              PERFORM 32200-APPLY-CAT-PARA UNTIL WS-TRT-EOF-YES
               EXEC SQL
                   CLOSE CSRRIE
               END-EXEC
           END-IF
           MOVE ZERO TO WS-EVT-NET-PAID
           MOVE ZERO TO WS-EVT-NET-INC
           .
       32100-FETCH-CAT-PARA.
            EXEC SQL
                FETCH CSRRIE
                 INTO :RITREATY.TREATYID, :RITREATY.REINSURER,
                      :RITREATY.TREATYTYPE, :RITREATY.SHAREPCT,
                      :RITREATY.RETENTION, :RITREATY.LIMITAMT
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-TRT-EOF-SW
           END-IF
           .
       32200-APPLY-CAT-PARA.
           MOVE WS-EVT-NET-PAID TO WS-SUBJ-PAID
           MOVE WS-EVT-NET-INC  TO WS-SUBJ-INC
           PERFORM 33000-LAYER-PARA
           MOVE WS-PREV-EVENT   TO EVENTCODE OF RICESSION
           MOVE ZERO            TO CLAIMNUMBER OF RICESSION
           PERFORM 34000-WRITE-CESSION-PARA
           PERFORM 32100-FETCH-CAT-PARA
           .
      ***-----------------------------------------------------------***
      ***  ONE EXCESS LAYER - THE PART OF THE SUBJECT LOSS ABOVE THE ***
      ***  RETENTION, CAPPED AT THE LIMIT, TIMES THIS REINSURER'S    ***
      ***  SHARE OF THE LAYER                                        ***
      ***-----------------------------------------------------------***
       33000-LAYER-PARA.
           COMPUTE WS-LAYER-PAID = WS-SUBJ-PAID - RETENTION OF RITREATY
           IF WS-LAYER-PAID < ZERO
              MOVE ZERO TO WS-LAYER-PAID
           END-IF
           IF WS-LAYER-PAID > LIMITAMT OF RITREATY
              MOVE LIMITAMT OF RITREATY TO WS-LAYER-PAID
           END-IF
           COMPUTE WS-LAYER-INC = WS-SUBJ-INC - RETENTION OF RITREATY
           IF WS-LAYER-INC < ZERO
              MOVE ZERO TO WS-LAYER-INC
           END-IF
           IF WS-LAYER-INC > LIMITAMT OF RITREATY
              MOVE LIMITAMT OF RITREATY TO WS-LAYER-INC
           END-IF
           COMPUTE WS-CEDED-PAID ROUNDED =
                   WS-LAYER-PAID * SHAREPCT OF RITREATY / 100
           COMPUTE WS-CEDED-INC ROUNDED =
                   WS-LAYER-INC  * SHAREPCT OF RITREATY / 100
           .
      ***-----------------------------------------------------------***
      ***  RECORD ONE CESSION - A TREATY ROW THAT CEDES NOTHING ON   ***
      ***  PAID OR INCURRED (A LAYER NOT YET REACHED) WRITES NO ROW. ***
      ***-----------------------------------------------------------***
       34000-WRITE-CESSION-PARA.
           IF WS-CEDED-PAID NOT = ZERO OR WS-CEDED-INC NOT = ZERO
              MOVE TREATYID  OF RITREATY TO TREATYID  OF RICESSION
              MOVE REINSURER OF RITREATY TO REINSURER OF RICESSION
              MOVE WS-SUBJ-PAID  TO SUBJECTPAID OF RICESSION
              MOVE WS-SUBJ-INC   TO SUBJECTINC  OF RICESSION
              MOVE WS-CEDED-PAID TO CEDEDPAID   OF RICESSION
              MOVE WS-CEDED-INC  TO CEDEDINC    OF RICESSION
               EXEC SQL
                   INSERT INTO MFTR36.RICESSION
                          (QUARTEREND,
                           TREATYID,
                           REINSURER,
                           CLAIMNUMBER,
                           EVENTCODE,
                           SUBJECTPAID,
                           SUBJECTINC,
                           CEDEDPAID,
                           CEDEDINC,
                           RUNTS)
                   VALUES (:WS-QTR-END,
                           :RICESSION.TREATYID,
                           :RICESSION.REINSURER,
                           :RICESSION.CLAIMNUMBER,
                           :RICESSION.EVENTCODE,
                           :RICESSION.SUBJECTPAID,
                           :RICESSION.SUBJECTINC,
                           :RICESSION.CEDEDPAID,
                           :RICESSION.CEDEDINC,
                           :WS-RUN-TS)
               END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-CESSION-COUNT
              ELSE
                 MOVE '34000-WRITE-CESSION' TO WS-ERR-PARAID
                 PERFORM 90000-LOG-SQL-ERROR-PARA
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  THE BORDEREAU - THIS QUARTER'S CESSIONS BY REINSURER,     ***
      ***  EACH REINSURER CLOSED OFF BY ITS RECONCILIATION           ***
      ***-----------------------------------------------------------***
       35000-BORDEREAU-PARA.
            EXEC SQL
                OPEN CSRRIB
            END-EXEC
           MOVE 'N' TO WS-BRD-EOF-SW
           PERFORM 35100-FETCH-BORD-PARA
           PERFORM 35200-BORD-DETAIL-PARA UNTIL WS-BRD-EOF-YES
           IF NOT WS-FIRST-BRD
              PERFORM 35300-REINSURER-BREAK-PARA
           END-IF
            EXEC SQL
                CLOSE CSRRIB
            END-EXEC
           .
       35100-FETCH-BORD-PARA.
            EXEC SQL
                FETCH CSRRIB
                 INTO :RICESSION.REINSURER, :RICESSION.TREATYID,
                      :RICESSION.CLAIMNUMBER, :RICESSION.EVENTCODE,
                      :RICESSION.SUBJECTPAID, :RICESSION.SUBJECTINC,
                      :RICESSION.CEDEDPAID, :RICESSION.CEDEDINC
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-BRD-EOF-SW
           END-IF
           .
       35200-BORD-DETAIL-PARA.
           IF NOT WS-FIRST-BRD
              AND REINSURER OF RICESSION NOT = WS-PREV-REINSURER
              PERFORM 35300-REINSURER-BREAK-PARA
           END-IF
           IF WS-FIRST-BRD
              OR REINSURER OF RICESSION NOT = WS-PREV-REINSURER
              MOVE REINSURER OF RICESSION TO BDH-REINSURER
              MOVE WS-QTR-END             TO BDH-QTREND
              MOVE WS-RUN-TS              TO BDH-RUNTS
              WRITE BORD-RECORD FROM WS-BDH-LINE
           END-IF
           MOVE 'N' TO WS-FIRST-BRD-SW
           MOVE REINSURER OF RICESSION     TO WS-PREV-REINSURER
           MOVE REINSURER OF RICESSION     TO BDD-REINSURER
           MOVE TREATYID OF RICESSION      TO BDD-TREATYID
           MOVE CLAIMNUMBER OF RICESSION   TO BDD-CLAIMNUMBER
           MOVE EVENTCODE OF RICESSION     TO BDD-EVENTCODE
           MOVE SUBJECTPAID OF RICESSION   TO BDD-SUBJ-PAID
           MOVE SUBJECTINC OF RICESSION    TO BDD-SUBJ-INC
           MOVE CEDEDPAID OF RICESSION     TO BDD-CEDED-PAID
           MOVE CEDEDINC OF RICESSION      TO BDD-CEDED-INC
           WRITE BORD-RECORD FROM WS-BDD-LINE
           ADD 1                           TO WS-RI-COUNT
           ADD CEDEDPAID OF RICESSION      TO WS-RI-CEDED-PAID
           ADD CEDEDINC OF RICESSION       TO WS-RI-CEDED-INC
           PERFORM 35100-FETCH-BORD-PARA
           .
      ***-----------------------------------------------------------***
      ***  CLOSE OFF ONE REINSURER - WHAT IT HAS PAID US SO FAR      ***
      ***  AGAINST THE PAID LOSSES CEDED TO IT, THE DIFFERENCE BEING ***
      ***  THE AMOUNT DUE; TRAILER ON THE FILE, LINE ON THE REPORT.  ***
      ***-----------------------------------------------------------***
       35300-REINSURER-BREAK-PARA.
           MOVE WS-PREV-REINSURER TO WS-COLL-REINSURER
           PERFORM 36000-COLLECTED-PARA
           MOVE WS-COLL-AMT       TO WS-RI-COLLECTED
           COMPUTE WS-RI-DUE = WS-RI-CEDED-PAID - WS-RI-COLLECTED
           MOVE WS-PREV-REINSURER TO BDT-REINSURER
           MOVE WS-RI-COUNT       TO BDT-COUNT
           MOVE WS-RI-CEDED-PAID  TO BDT-CEDED-PAID
           MOVE WS-RI-CEDED-INC   TO BDT-CEDED-INC
           MOVE WS-RI-COLLECTED   TO BDT-COLLECTED
           MOVE WS-RI-DUE         TO BDT-DUE
           WRITE BORD-RECORD FROM WS-BDT-LINE
           MOVE WS-PREV-REINSURER TO DTL-REINSURER
           MOVE WS-RI-COUNT       TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT     TO DTL-COUNT
           MOVE WS-RI-CEDED-PAID  TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT       TO DTL-CEDED-PAID
           MOVE WS-RI-CEDED-INC   TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT       TO DTL-CEDED-INC
           MOVE WS-RI-COLLECTED   TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT       TO DTL-COLLECTED
           MOVE WS-RI-DUE         TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT       TO DTL-DUE
           WRITE RPT-RECORD FROM WS-DETAIL-LINE
           ADD WS-RI-CEDED-PAID   TO WS-GRAND-CEDED-PAID
           ADD WS-RI-CEDED-INC    TO WS-GRAND-CEDED-INC
           ADD WS-RI-COLLECTED    TO WS-GRAND-COLLECTED
           ADD WS-RI-DUE          TO WS-GRAND-DUE
           MOVE ZERO TO WS-RI-COUNT
           MOVE ZERO TO WS-RI-CEDED-PAID
           MOVE ZERO TO WS-RI-CEDED-INC
           .
      ***-----------------------------------------------------------***
      ***  SUM THE 'R' RECOVERIES FROM WS-COLL-REINSURER, IN USD,    ***
      ***  INTO WS-COLL-AMT                                          ***
      ***-----------------------------------------------------------***
       36000-COLLECTED-PARA.
           MOVE ZERO TO WS-COLL-AMT
            EXEC SQL
                OPEN CSRRIR
            END-EXEC
           MOVE 'N' TO WS-COL-EOF-SW
           PERFORM 36100-FETCH-COLL-PARA
           PERFORM 36200-ADD-COLL-PARA UNTIL WS-COL-EOF-YES
            EXEC SQL
                CLOSE CSRRIR
            END-EXEC
           .
       36100-FETCH-COLL-PARA.
            EXEC SQL
                FETCH CSRRIR
                 INTO :RECOVERY.RECOVERYAMT, :CLAIMS.CURRENCYCODE
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-COL-EOF-SW
           END-IF
           .
       36200-ADD-COLL-PARA.
           PERFORM 30050-GET-RATE-PARA
           COMPUTE WS-WORK-USD ROUNDED =
                   RECOVERYAMT OF RECOVERY * WS-RATE
           ADD WS-WORK-USD TO WS-COLL-AMT
           PERFORM 36100-FETCH-COLL-PARA
           .
      ***-----------------------------------------------------------***
      ***  LOG AN UNEXPECTED SQLCODE TO MFTR36.SQLERRORLOG, THE SAME ***
      ***  TRAIL THE ONLINE PROGRAMS USE.                            ***
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
                VALUES (:RICESSION.CLAIMNUMBER,
                        CURRENT TIMESTAMP,
                        'MF36BRH',
                        :WS-ERR-PARAID,
                        :WS-BATCH-OPID,
                        :WS-ERR-SQLCODE,
                        :SQLSTATE)
            END-EXEC
           .
      ***-----------------------------------------------------------***
      ***  ALL-REINSURER TOTALS, THE UNNAMED 'R' MONEY, RUN COUNTS,  ***
      ***  THEN COMMIT THE QUARTER'S CESSIONS                        ***
      ***-----------------------------------------------------------***
       40000-WRAP-UP-PARA.
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           MOVE 'ALL REINSURERS' TO DTL-REINSURER
           MOVE WS-CESSION-COUNT  TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT     TO DTL-COUNT
           MOVE WS-GRAND-CEDED-PAID TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT       TO DTL-CEDED-PAID
           MOVE WS-GRAND-CEDED-INC  TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT       TO DTL-CEDED-INC
           MOVE WS-GRAND-COLLECTED  TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT       TO DTL-COLLECTED
           MOVE WS-GRAND-DUE      TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT       TO DTL-DUE
           WRITE RPT-RECORD FROM WS-DETAIL-LINE
      *    REINSURANCE MONEY KEYED WITHOUT A REINSURER CANNOT BE
      *    RECONCILED - IT IS SHOWN SO IT CAN BE RE-KEYED AGAINST ONE
           MOVE SPACES TO WS-COLL-REINSURER
           PERFORM 36000-COLLECTED-PARA
           MOVE WS-COLL-AMT TO WS-UNNAMED-COLLECTED
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           MOVE SPACES TO WS-TEXT-LINE
           MOVE 'CLAIMS EXAMINED'                      TO TXT-LABEL
           MOVE WS-CLAIM-COUNT       TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'CESSIONS WRITTEN'                     TO TXT-LABEL
           MOVE WS-CESSION-COUNT     TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'EARLIER CESSIONS FOR QUARTER REPLACED' TO TXT-LABEL
           MOVE WS-REPLACED-COUNT    TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'R RECOVERIES NAMING NO REINSURER (USD)' TO TXT-LABEL
           MOVE WS-UNNAMED-COLLECTED TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT          TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE WS-CESSION-COUNT     TO WS-COUNT-EDIT
           DISPLAY 'MF36BRH - CESSIONS WRITTEN : ' WS-COUNT-EDIT
            EXEC SQL
                COMMIT
            END-EXEC
           .
       50000-EXIT-PARA.
           IF NOT WS-PARM-BAD
              CLOSE BORDOUT
              CLOSE RIRPT
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
           MOVE 'MF36BRH' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BRH - RUN REFUSED: ' JR-MESSAGE
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
           MOVE WS-CESSION-COUNT TO JR-OUT-COUNT
           MOVE ZERO TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
