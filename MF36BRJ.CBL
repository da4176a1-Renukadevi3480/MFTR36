      ******************************************************************
      ***        MF36BRJ : YEAR-END 1099-MISC REPORTING               ***
      ***  TOTALS THE CLAIM PAYMENTS OF THE TAX YEAR BY PAYEE ON      ***
      ***  MFTR36.PAYEEMAST (MAINTAINED UNDER SCREEN OPTION 'G'),     ***
      ***  IN USD THROUGH MFTR36.EXCHRATE AT EACH PAYMENT'S DATE. A   ***
      ***  CHEQUE VOIDED UNDER OPTION '9' WAS NEVER PAID AND DOES     ***
      ***  NOT COUNT, NOR DOES A PAYMENT THE DISBURSEMENT EXTRACT     ***
      ***  (MF36BR9) HAS NOT ISSUED - ONE STILL HELD FOR RELEASE,     ***
      ***  HELD BY THE SANCTIONS SCREEN OR REJECTED. A CHEQUE COUNTS  ***
      ***  IN THE YEAR IT WAS ISSUED. EVERY REPORTABLE PAYEE -        ***
      ***  INDIVIDUALS AND UNINCORPORATED BUSINESSES (BOX 3), MEDICAL ***
      ***  PROVIDERS (BOX 6) AND ATTORNEYS (BOX 10) - PAID $600 OR    ***
      ***  MORE IN THE YEAR IS WRITTEN TO:                            ***
      ***   - IRSOUT, THE ELECTRONIC FILE IN THE IRS FIRE LAYOUT      ***
      ***     (ONE T, ONE A, A B PER PAYEE, ONE C AND ONE F RECORD,   ***
      ***     750 BYTES EACH) WITH THE PAYER FROM MFTR36.PAYERINFO;   ***
      ***   - IRSCOPY, THE RECIPIENT COPY B PRINT, ONE PAGE PER       ***
      ***     PAYEE, TAX ID MASKED TO ITS LAST FOUR DIGITS;           ***
      ***   - IRSEXC, THE EXCEPTION LIST OF REPORTABLE PAYEES WITH NO ***
      ***     TAX ID (FILED WITH A BLANK TIN, WHICH STARTS THE IRS    ***
      ***     B-NOTICE CYCLE - GET THE W-9) AND THE CONTROL TOTALS.   ***
      ***  THE PAYEE COUNT THE T RECORD NEEDS IS NOT KNOWN UNTIL THE  ***
      ***  END, SO THE PAYMENTS ARE READ TWICE: THE FIRST PASS ONLY   ***
      ***  COUNTS, THE SECOND WRITES. NOTHING IS UPDATED, SO A RERUN  ***
      ***  IS SAFE. AN SQL ERROR ENDS THE JOB WITH RETURN CODE 8: IN  ***
      ***  THE COUNTING PASS BEFORE ANYTHING IS WRITTEN, IN THE       ***
      ***  WRITING PASS WITH NO C OR F RECORD, SO A SHORT FILE CANNOT ***
      ***  BE TRANSMITTED AS GOOD. OPTIONAL JCL PARM: THE TAX YEAR AS ***
      ***  YYYY, WITH A TRAILING T TO MARK THE FILE AS A TEST         ***
      ***  SUBMISSION; DEFAULT IS LAST YEAR, FOR PRODUCTION.          ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BRJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IRSOUT ASSIGN TO IRSOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IRSCOPY ASSIGN TO IRSCOPY
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IRSEXC ASSIGN TO IRSEXC
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  IRSOUT
           RECORDING MODE IS F.
       01  IRS-RECORD                 PIC X(750).
       FD  IRSCOPY
           RECORDING MODE IS F.
       01  CPY-RECORD                 PIC X(133).
       FD  IRSEXC
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-BATCH-OPID            PIC X(08) VALUE 'MF36BRJ '.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
          88 WS-EOF-YES                      VALUE 'Y'.
       01 WS-PARM-BAD-SW           PIC X(01) VALUE 'N'.
          88 WS-PARM-BAD                     VALUE 'Y'.
       01 WS-PAYER-BAD-SW          PIC X(01) VALUE 'N'.
          88 WS-PAYER-BAD                    VALUE 'Y'.
       01 WS-SQL-FAILED-SW         PIC X(01) VALUE 'N'.
          88 WS-SQL-FAILED                   VALUE 'Y'.
       01 WS-FIRST-ROW-SW          PIC X(01) VALUE 'Y'.
          88 WS-FIRST-ROW                    VALUE 'Y'.
      *    PASS 'C' COUNTS THE PAYEES, PASS 'W' WRITES THE FILES
       01 WS-PASS-SW               PIC X(01) VALUE 'C'.
          88 WS-PASS-WRITE                   VALUE 'W'.
       01 WS-TEST-IND              PIC X(01) VALUE SPACE.
       01 WS-TAX-YEAR              PIC S9(4) COMP.
       01 WS-TAX-YEAR-X            PIC 9(04).
       01 WS-TODAY-8               PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-8.
          05 WS-TODAY-YYYY         PIC 9(04).
          05 WS-TODAY-MM           PIC 9(02).
          05 WS-TODAY-DD           PIC 9(02).
       01 WS-HOME-CURRENCY         PIC X(03) VALUE 'USD'.
       01 WS-RATE                  PIC S9(5)V9(6) COMP-3.
       01 WS-REPORT-FLOOR          PIC S9(11)V99 COMP-3 VALUE 600.
       01 WS-WORK-USD              PIC S9(11)V99 COMP-3.
       01 WS-PAYEE-USD             PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-PAYEE-CENTS           PIC 9(12).
       01 WS-PRIOR-PAYEEID         PIC X(10).
       01 WS-BOX-SUB               PIC S9(4) COMP.
       01 WS-IRS-SEQ               PIC 9(08) VALUE ZERO.
       01 WS-PASS-PAYEES           PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-TOTAL-PAYEES          PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-NOTIN-COUNT           PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-NOMAST-COUNT          PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-NOID-COUNT            PIC S9(9)  COMP   VALUE ZERO.
       01 WS-BOX3-CENTS            PIC S9(17) COMP-3 VALUE ZERO.
       01 WS-BOX6-CENTS            PIC S9(17) COMP-3 VALUE ZERO.
       01 WS-BOXC-CENTS            PIC S9(17) COMP-3 VALUE ZERO.
       01 WS-WORK-DOLLARS          PIC S9(15)V99 COMP-3.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-USD-EDIT              PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-BOX-LABEL             PIC X(32).
       01 WS-EXC-REASON            PIC X(40).
       01 WS-CSZ-TEXT              PIC X(60).
       01 WS-ZIP-IN                PIC X(09).
       01 WS-ZIP-TEXT              PIC X(10).
       01 WS-TIN-TEXT              PIC X(11).
       01 WS-ERR-PARAID            PIC X(30).
       01 WS-ERR-SQLCODE           PIC S9(9) COMP.
       01 WS-ERR-CLAIMNUMBER       PIC S9(9) COMP VALUE ZERO.
       01 WS-RUN-DATE.
          05 WS-RUN-YY             PIC 9(02).
          05 WS-RUN-MM             PIC 9(02).
          05 WS-RUN-DD             PIC 9(02).
       01 WS-RUN-TIME.
          05 WS-RUN-HH             PIC 9(02).
          05 WS-RUN-MN             PIC 9(02).
          05 WS-RUN-SS             PIC 9(02).
          05 WS-RUN-HS             PIC 9(02).
      ***-----------------------------------------------------------***
      ***  ONE 750-BYTE FIRE RECORD, WITH A VIEW PER RECORD TYPE.    ***
      ***  THE RECORD SEQUENCE NUMBER IS IN 500-507 ON EVERY TYPE.   ***
      ***-----------------------------------------------------------***
       01 WS-IRS-REC               PIC X(750).
       01 WS-IRS-GENERIC REDEFINES WS-IRS-REC.
           05 FILLER               PIC X(499).
           05 GEN-SEQ              PIC 9(08).
           05 FILLER               PIC X(243).
       01 WS-IRS-T-REC REDEFINES WS-IRS-REC.
           05 T-RECTYPE            PIC X(01).
           05 T-YEAR               PIC 9(04).
           05 T-PRIOR-YEAR         PIC X(01).
           05 T-TIN                PIC X(09).
           05 T-TCC                PIC X(05).
           05 FILLER               PIC X(07).
           05 T-TEST               PIC X(01).
           05 T-FOREIGN            PIC X(01).
           05 T-NAME               PIC X(40).
           05 T-NAME-2             PIC X(40).
           05 T-COMPANY            PIC X(40).
           05 T-COMPANY-2          PIC X(40).
           05 T-ADDRESS            PIC X(40).
           05 T-CITY               PIC X(40).
           05 T-STATE              PIC X(02).
           05 T-ZIP                PIC X(09).
           05 FILLER               PIC X(15).
           05 T-PAYEES             PIC 9(08).
           05 T-CONTACT            PIC X(40).
           05 T-PHONE              PIC X(15).
           05 T-EMAIL              PIC X(50).
           05 FILLER               PIC X(91).
           05 T-SEQ                PIC 9(08).
           05 FILLER               PIC X(10).
           05 T-VENDOR             PIC X(01).
           05 FILLER               PIC X(232).
       01 WS-IRS-A-REC REDEFINES WS-IRS-REC.
           05 A-RECTYPE            PIC X(01).
           05 A-YEAR               PIC 9(04).
           05 A-COMBINED           PIC X(01).
           05 FILLER               PIC X(05).
           05 A-TIN                PIC X(09).
           05 A-NAME-CONTROL       PIC X(04).
           05 A-LAST-FILING        PIC X(01).
           05 A-RETURN-TYPE        PIC X(02).
           05 A-AMOUNT-CODES       PIC X(18).
           05 FILLER               PIC X(06).
           05 A-FOREIGN            PIC X(01).
           05 A-NAME               PIC X(40).
           05 A-NAME-2             PIC X(40).
           05 A-AGENT              PIC X(01).
           05 A-ADDRESS            PIC X(40).
           05 A-CITY               PIC X(40).
           05 A-STATE              PIC X(02).
           05 A-ZIP                PIC X(09).
           05 A-PHONE              PIC X(15).
           05 FILLER               PIC X(260).
           05 A-SEQ                PIC 9(08).
           05 FILLER               PIC X(243).
       01 WS-IRS-B-REC REDEFINES WS-IRS-REC.
           05 B-RECTYPE            PIC X(01).
           05 B-YEAR               PIC 9(04).
           05 B-CORRECTED          PIC X(01).
           05 B-NAME-CONTROL       PIC X(04).
           05 B-TIN-TYPE           PIC X(01).
           05 B-TIN                PIC X(09).
           05 B-ACCOUNT            PIC X(20).
           05 B-OFFICE             PIC X(04).
           05 FILLER               PIC X(10).
           05 B-AMOUNT-AREA.
              10 B-AMOUNT          PIC 9(12) OCCURS 18 TIMES.
           05 FILLER               PIC X(16).
           05 B-FOREIGN            PIC X(01).
           05 B-NAME               PIC X(40).
           05 B-NAME-2             PIC X(40).
           05 B-ADDRESS            PIC X(40).
           05 FILLER               PIC X(40).
           05 B-CITY               PIC X(40).
           05 B-STATE              PIC X(02).
           05 B-ZIP                PIC X(09).
           05 FILLER               PIC X(01).
           05 B-SEQ                PIC 9(08).
           05 FILLER               PIC X(243).
       01 WS-IRS-C-REC REDEFINES WS-IRS-REC.
           05 C-RECTYPE            PIC X(01).
           05 C-PAYEES             PIC 9(08).
           05 FILLER               PIC X(06).
           05 C-TOTAL-AREA.
              10 C-TOTAL           PIC 9(18) OCCURS 18 TIMES.
           05 FILLER               PIC X(160).
           05 C-SEQ                PIC 9(08).
           05 FILLER               PIC X(243).
       01 WS-IRS-F-REC REDEFINES WS-IRS-REC.
           05 F-RECTYPE            PIC X(01).
           05 F-A-COUNT            PIC 9(08).
           05 F-ZEROS              PIC X(21).
           05 FILLER               PIC X(19).
           05 F-PAYEES             PIC 9(08).
           05 FILLER               PIC X(442).
           05 F-SEQ                PIC 9(08).
           05 FILLER               PIC X(243).
      ***-----------------------------------------------------------***
      ***  RECIPIENT COPY B - ONE LABELLED LINE PER ITEM             ***
      ***-----------------------------------------------------------***
       01 WS-CPY-TITLE-LINE.
           05 CPT-CC               PIC X(01).
           05 FILLER               PIC X(46) VALUE
              'FORM 1099-MISC  MISCELLANEOUS INFORMATION  FOR'.
           05 FILLER               PIC X(10) VALUE ' TAX YEAR '.
           05 CPT-YEAR             PIC 9(04).
           05 FILLER               PIC X(72) VALUE
              '    COPY B - FOR RECIPIENT'.
       01 WS-CPY-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 CPY-LABEL            PIC X(32).
           05 CPY-VALUE            PIC X(60).
           05 FILLER               PIC X(40) VALUE SPACE.
      ***-----------------------------------------------------------***
      ***  EXCEPTION AND CONTROL REPORT                              ***
      ***-----------------------------------------------------------***
       01 WS-TITLE-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(50) VALUE
              'MFTR36 YEAR-END 1099-MISC - EXCEPTIONS AND CONTROL'.
           05 FILLER               PIC X(15) VALUE ' - TAX YEAR '.
           05 TTL-YEAR             PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 TTL-TEST             PIC X(20).
           05 FILLER               PIC X(41) VALUE SPACE.
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
           05 FILLER               PIC X(12) VALUE 'PAYEE ID'.
           05 FILLER               PIC X(32) VALUE 'NAME'.
           05 FILLER               PIC X(04) VALUE 'TYP'.
           05 FILLER               PIC X(18) VALUE '    AMOUNT (USD)'.
           05 FILLER               PIC X(66) VALUE 'EXCEPTION'.
       01 WS-DETAIL-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DTL-PAYEEID          PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-NAME             PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-TYPE             PIC X(01).
           05 FILLER               PIC X(03) VALUE SPACE.
           05 DTL-AMOUNT           PIC X(16).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 DTL-REASON           PIC X(40).
           05 FILLER               PIC X(26) VALUE SPACE.
       01 WS-TEXT-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 TXT-LABEL            PIC X(42).
           05 TXT-VALUE            PIC X(16).
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
               INCLUDE MF36CP10
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP11
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP29
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP30
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  EVERY CHEQUE ISSUED IN THE TAX YEAR TO A MASTER PAYEE -   ***
      ***  NOT THE 'V' ROWS, AND NOT A PAYMENT A 'V' ROW POINTS AT - ***
      ***  NOR ONE STILL HELD OR REJECTED IN THE RELEASE QUEUE - IN  ***
      ***  PAYEE ORDER FOR THE CONTROL BREAK.                        ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRTEN CURSOR WITH HOLD FOR
                   SELECT P.PAYEEID, P.CLAIMNUMBER, P.PAYAMOUNT,
                          P.PAYMENTDATE,
                          COALESCE(C.CURRENCYCODE, ' ')
                     FROM MFTR36.PAYMENTS P
                          INNER JOIN MFTR36.CLAIMS C
                             ON C.CLAIMNUMBER = P.CLAIMNUMBER
                    WHERE P.PAYTYPE   = 'P'
                      AND P.PAYAMOUNT > 0
                      AND P.ISSUEDTS IS NOT NULL
                      AND YEAR(P.ISSUEDTS) = :WS-TAX-YEAR
                      AND COALESCE(P.RELSTATUS, 'A') IN ('A', 'R')
                      AND P.PAYEEID IS NOT NULL
                      AND P.PAYEEID <> ' '
                      AND NOT EXISTS
                          (SELECT 1
                             FROM MFTR36.PAYMENTS V
                            WHERE V.CLAIMNUMBER = P.CLAIMNUMBER
                              AND V.PAYTYPE     = 'V'
                              AND V.REVERSEDTS  = P.PAYMENTTS)
                    ORDER BY P.PAYEEID, P.CLAIMNUMBER
           END-EXEC.
       LINKAGE SECTION.
       01  LK-PARM-FIELD.
           05  LK-PARM-LEN         PIC S9(04) COMP.
           05  LK-PARM-YEAR        PIC X(04).
           05  LK-PARM-TEST        PIC X(01).
      ***-----------------------------------------------------------***
      ***  AN OPTIONAL JCL PARM OF THE TAX YEAR (YYYY) FOR A LATE OR ***
      ***  CORRECTED RUN, FOLLOWED BY T FOR A TEST FILE - LEFT OFF,  ***
      ***  LAST CALENDAR YEAR IS REPORTED AS A PRODUCTION FILE.      ***
      ***-----------------------------------------------------------***
       PROCEDURE DIVISION USING LK-PARM-FIELD.
      ***-----------------------------------------------------------***
      ***  MAIN PROCEDURE - A COUNTING PASS, THE FILE HEADERS, THEN  ***
      ***  THE WRITING PASS AND THE CONTROL RECORDS                  ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           PERFORM 95000-RUN-START-PARA
           PERFORM 10000-INITIALIZE-PARA
           IF WS-PARM-BAD OR WS-PAYER-BAD
              PERFORM 50000-EXIT-PARA
           END-IF
           PERFORM 15000-RUN-PASS-PARA
           IF WS-SQL-FAILED
              DISPLAY 'MF36BRJ - SQL ERROR IN THE COUNTING PASS - '
                      'NO FILE WRITTEN'
              PERFORM 50000-EXIT-PARA
           END-IF
           MOVE WS-PASS-PAYEES TO WS-TOTAL-PAYEES
           PERFORM 16000-WRITE-HEADERS-PARA
           MOVE 'W' TO WS-PASS-SW
           PERFORM 15000-RUN-PASS-PARA
           PERFORM 40000-WRAP-UP-PARA
           PERFORM 50000-EXIT-PARA.
       10000-INITIALIZE-PARA.
           MOVE JR-BUSDATE(1:4) TO WS-TODAY-YYYY
           MOVE JR-BUSDATE(6:2) TO WS-TODAY-MM
           MOVE JR-BUSDATE(9:2) TO WS-TODAY-DD
           IF LK-PARM-LEN > ZERO
              PERFORM 10200-CHECK-PARM-PARA
           ELSE
              COMPUTE WS-TAX-YEAR = WS-TODAY-YYYY - 1
           END-IF
           IF NOT WS-PARM-BAD
              PERFORM 10300-READ-PAYER-PARA
           END-IF
           IF WS-PARM-BAD OR WS-PAYER-BAD
              CONTINUE
           ELSE
              MOVE WS-TAX-YEAR TO WS-TAX-YEAR-X
              OPEN OUTPUT IRSOUT
              OPEN OUTPUT IRSCOPY
              OPEN OUTPUT IRSEXC
              ACCEPT WS-RUN-DATE FROM DATE
              MOVE WS-RUN-MM TO RDL-MM
              MOVE WS-RUN-DD TO RDL-DD
              MOVE WS-RUN-YY TO RDL-YY
              ACCEPT WS-RUN-TIME FROM TIME
              MOVE WS-RUN-HH TO RDL-HH
              MOVE WS-RUN-MN TO RDL-MN
              MOVE JR-BUSDATE TO RDL-BUSDATE
              MOVE WS-TAX-YEAR-X TO TTL-YEAR
              IF WS-TEST-IND = 'T'
                 MOVE '*** TEST FILE ***' TO TTL-TEST
              ELSE
                 MOVE SPACES TO TTL-TEST
              END-IF
              WRITE RPT-RECORD FROM WS-TITLE-LINE
              WRITE RPT-RECORD FROM WS-RUNDATE-LINE
              WRITE RPT-RECORD FROM WS-BLANK-LINE
              WRITE RPT-RECORD FROM WS-COL-HDR-LINE
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  PARM - YYYY, OPTIONALLY FOLLOWED BY T, AND NO LATER THAN  ***
      ***  THE CURRENT YEAR                                          ***
      ***-----------------------------------------------------------***
       10200-CHECK-PARM-PARA.
           IF (LK-PARM-LEN NOT = 4 AND LK-PARM-LEN NOT = 5)
              OR LK-PARM-YEAR NOT NUMERIC
              DISPLAY 'MF36BRJ - PARM MUST BE TAX YEAR YYYY, '
                      'OPTIONALLY FOLLOWED BY T'
              MOVE 8 TO RETURN-CODE
              SET WS-PARM-BAD TO TRUE
           ELSE
              MOVE LK-PARM-YEAR TO WS-TAX-YEAR-X
              MOVE WS-TAX-YEAR-X TO WS-TAX-YEAR
              IF LK-PARM-LEN = 5
                 IF LK-PARM-TEST = 'T'
                    MOVE 'T' TO WS-TEST-IND
                 ELSE
                    DISPLAY 'MF36BRJ - ONLY T MAY FOLLOW THE TAX YEAR'
                    MOVE 8 TO RETURN-CODE
                    SET WS-PARM-BAD TO TRUE
                 END-IF
              END-IF
              IF WS-TAX-YEAR-X < 2000 OR WS-TAX-YEAR-X > WS-TODAY-YYYY
                 DISPLAY 'MF36BRJ - TAX YEAR ' WS-TAX-YEAR-X
                         ' IS OUT OF RANGE'
                 MOVE 8 TO RETURN-CODE
                 SET WS-PARM-BAD TO TRUE
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  THE FILER'S OWN DETAILS - ONE MFTR36.PAYERINFO ROW. NO    ***
      ***  ROW, NO FILE: THE IRS REJECTS A T/A RECORD WITHOUT A TIN. ***
      ***-----------------------------------------------------------***
       10300-READ-PAYER-PARA.
            EXEC SQL
                SELECT PAYERTIN, PAYERNAME, PAYERADDR, PAYERCITY,
                       PAYERSTATE, PAYERZIP, PAYERPHONE, TCC,
                       CONTACTNAME, CONTACTEMAIL
                  INTO :PAYERINFO.PAYERTIN, :PAYERINFO.PAYERNAME,
                       :PAYERINFO.PAYERADDR, :PAYERINFO.PAYERCITY,
                       :PAYERINFO.PAYERSTATE, :PAYERINFO.PAYERZIP,
                       :PAYERINFO.PAYERPHONE, :PAYERINFO.TCC,
                       :PAYERINFO.CONTACTNAME, :PAYERINFO.CONTACTEMAIL
                  FROM MFTR36.PAYERINFO
                 FETCH FIRST 1 ROW ONLY
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF PAYERTIN OF PAYERINFO = SPACES
                  OR TCC OF PAYERINFO = SPACES
                  DISPLAY 'MF36BRJ - PAYERINFO HAS NO TIN OR TCC - '
                          'NO FILE WRITTEN'
                  MOVE 8 TO RETURN-CODE
                  SET WS-PAYER-BAD TO TRUE
               END-IF
             WHEN 100
               DISPLAY 'MF36BRJ - NO MFTR36.PAYERINFO ROW - '
                       'NO FILE WRITTEN'
               MOVE 8 TO RETURN-CODE
               SET WS-PAYER-BAD TO TRUE
             WHEN OTHER
               MOVE '10300-READ-PAYER' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 8 TO RETURN-CODE
               SET WS-PAYER-BAD TO TRUE
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  ONE PASS OVER THE YEAR'S PAYMENTS, BREAKING ON PAYEE      ***
      ***-----------------------------------------------------------***
       15000-RUN-PASS-PARA.
           MOVE 'N'  TO WS-EOF-SW
           MOVE 'Y'  TO WS-FIRST-ROW-SW
           MOVE ZERO TO WS-PASS-PAYEES
           MOVE ZERO TO WS-PAYEE-USD
            EXEC SQL
                OPEN CSRTEN
            END-EXEC
           PERFORM 20000-FETCH-PARA
           PERFORM 30000-PROCESS-PARA UNTIL WS-EOF-YES
           IF NOT WS-FIRST-ROW
              PERFORM 32000-PAYEE-BREAK-PARA
           END-IF
            EXEC SQL
                CLOSE CSRTEN
            END-EXEC
           .
      ***-----------------------------------------------------------***
      ***  TRANSMITTER (T) AND PAYER (A) RECORDS - THE PAYER FILES   ***
      ***  ITS OWN RETURNS, SO BOTH CARRY THE PAYERINFO DETAILS.     ***
      ***  RETURN TYPE A IS THE 1099-MISC; ITS AMOUNT CODES ARE 3    ***
      ***  (OTHER INCOME), 6 (MEDICAL) AND C (BOX 10, ATTORNEYS).    ***
      ***-----------------------------------------------------------***
       16000-WRITE-HEADERS-PARA.
           MOVE SPACES                  TO WS-IRS-REC
           MOVE 'T'                     TO T-RECTYPE
           MOVE WS-TAX-YEAR-X           TO T-YEAR
           MOVE PAYERTIN OF PAYERINFO   TO T-TIN
           MOVE TCC OF PAYERINFO        TO T-TCC
           MOVE WS-TEST-IND             TO T-TEST
           MOVE PAYERNAME OF PAYERINFO  TO T-NAME
           MOVE PAYERNAME OF PAYERINFO  TO T-COMPANY
           MOVE PAYERADDR OF PAYERINFO  TO T-ADDRESS
           MOVE PAYERCITY OF PAYERINFO  TO T-CITY
           MOVE PAYERSTATE OF PAYERINFO TO T-STATE
           MOVE PAYERZIP OF PAYERINFO   TO T-ZIP
           MOVE WS-TOTAL-PAYEES         TO T-PAYEES
           MOVE CONTACTNAME OF PAYERINFO TO T-CONTACT
           MOVE PAYERPHONE OF PAYERINFO TO T-PHONE
           MOVE CONTACTEMAIL OF PAYERINFO TO T-EMAIL
           MOVE 'I'                     TO T-VENDOR
           PERFORM 38000-WRITE-IRS-PARA
           MOVE SPACES                  TO WS-IRS-REC
           MOVE 'A'                     TO A-RECTYPE
           MOVE WS-TAX-YEAR-X           TO A-YEAR
           MOVE PAYERTIN OF PAYERINFO   TO A-TIN
           MOVE 'A '                    TO A-RETURN-TYPE
           MOVE '36C'                   TO A-AMOUNT-CODES
           MOVE PAYERNAME OF PAYERINFO  TO A-NAME
           MOVE '0'                     TO A-AGENT
           MOVE PAYERADDR OF PAYERINFO  TO A-ADDRESS
           MOVE PAYERCITY OF PAYERINFO  TO A-CITY
           MOVE PAYERSTATE OF PAYERINFO TO A-STATE
           MOVE PAYERZIP OF PAYERINFO   TO A-ZIP
           MOVE PAYERPHONE OF PAYERINFO TO A-PHONE
           PERFORM 38000-WRITE-IRS-PARA
           .
      ***-----------------------------------------------------------***
      ***  FETCH THE NEXT PAYMENT                                    ***
      ***-----------------------------------------------------------***
       20000-FETCH-PARA.
            EXEC SQL
                FETCH CSRTEN
                 INTO :PAYMENTS.PAYEEID, :PAYMENTS.CLAIMNUMBER,
                      :PAYMENTS.PAYAMOUNT, :PAYMENTS.PAYMENTDATE,
                      :CLAIMS.CURRENCYCODE
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SW
             WHEN OTHER
               MOVE '20000-FETCH' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-SQL-FAILED-SW
               MOVE 8   TO RETURN-CODE
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  ONE PAYMENT - BREAK ON A NEW PAYEE, THEN ADD ITS USD      ***
      ***  VALUE INTO THE PAYEE'S YEAR TOTAL                         ***
      ***-----------------------------------------------------------***
       30000-PROCESS-PARA.
           IF WS-FIRST-ROW
              MOVE 'N' TO WS-FIRST-ROW-SW
              MOVE PAYEEID OF PAYMENTS TO WS-PRIOR-PAYEEID
           ELSE
              IF PAYEEID OF PAYMENTS NOT = WS-PRIOR-PAYEEID
                 PERFORM 32000-PAYEE-BREAK-PARA
                 MOVE PAYEEID OF PAYMENTS TO WS-PRIOR-PAYEEID
              END-IF
           END-IF
           PERFORM 30050-GET-RATE-PARA
           COMPUTE WS-WORK-USD ROUNDED =
                   PAYAMOUNT OF PAYMENTS * WS-RATE
           ADD WS-WORK-USD TO WS-PAYEE-USD
           PERFORM 20000-FETCH-PARA
           .
      ***-----------------------------------------------------------***
      ***  THE RATE TO HOME CURRENCY IN FORCE ON THE PAYMENT DATE -  ***
      ***  THE AMOUNT REPORTED IS WHAT THE PAYEE WAS WORTH IN USD    ***
      ***  WHEN PAID                                                 ***
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
                      AND EFFDATE <= :PAYMENTS.PAYMENTDATE
                    ORDER BY EFFDATE DESC
                    FETCH FIRST 1 ROW ONLY
               END-EXEC
              IF SQLCODE = 0
                 MOVE RATETOUSD OF EXCHRATE TO WS-RATE
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  END OF A PAYEE - LOOK IT UP ON THE MASTER AND DECIDE      ***
      ***  WHETHER IT IS REPORTABLE                                  ***
      ***-----------------------------------------------------------***
       32000-PAYEE-BREAK-PARA.
           MOVE WS-PRIOR-PAYEEID TO PAYEEID OF PAYEEMAST
            EXEC SQL
                SELECT PAYEENAME, ADDRLINE1, ADDRLINE2, CITY,
                       STATECODE, ZIPCODE, TAXID, TINTYPE, PAYEETYPE
                  INTO :PAYEEMAST.PAYEENAME, :PAYEEMAST.ADDRLINE1,
                       :PAYEEMAST.ADDRLINE2, :PAYEEMAST.CITY,
                       :PAYEEMAST.STATECODE, :PAYEEMAST.ZIPCODE,
                       :PAYEEMAST.TAXID, :PAYEEMAST.TINTYPE,
                       :PAYEEMAST.PAYEETYPE
                  FROM MFTR36.PAYEEMAST
                 WHERE PAYEEID = :PAYEEMAST.PAYEEID
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM 33000-PAYEE-REPORT-PARA
             WHEN 100
      *        PAID UNDER AN ID THE MASTER NO LONGER HOLDS - NOTHING
      *        TO FILE FROM, SO IT CAN ONLY BE LISTED
               IF WS-PASS-WRITE
                  MOVE SPACES TO PAYEENAME OF PAYEEMAST
                  MOVE SPACES TO PAYEETYPE OF PAYEEMAST
                  MOVE 'PAYEE ID NOT ON THE PAYEE MASTER'
                                               TO WS-EXC-REASON
                  PERFORM 37000-WRITE-EXCEPTION-PARA
                  ADD 1 TO WS-NOMAST-COUNT
               END-IF
             WHEN OTHER
               MOVE '32000-PAYEE-BREAK' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'Y' TO WS-SQL-FAILED-SW
               MOVE 8   TO RETURN-CODE
               IF WS-PASS-WRITE
                  MOVE SPACES TO PAYEENAME OF PAYEEMAST
                  MOVE SPACES TO PAYEETYPE OF PAYEEMAST
                  MOVE 'SQL ERROR ON THE PAYEE MASTER - NOT FILED'
                                               TO WS-EXC-REASON
                  PERFORM 37000-WRITE-EXCEPTION-PARA
               END-IF
           END-EVALUATE
           MOVE ZERO TO WS-PAYEE-USD
           .
      ***-----------------------------------------------------------***
      ***  THE BOX FOLLOWS THE PAYEE TYPE: ATTORNEYS BOX 10, MEDICAL ***
      ***  PROVIDERS BOX 6, INDIVIDUALS AND UNINCORPORATED           ***
      ***  BUSINESSES BOX 3. CORPORATIONS, GOVERNMENT AND THE        ***
      ***  POLICYHOLDER'S OWN CLAIM MONEY ARE NOT REPORTABLE.        ***
      ***-----------------------------------------------------------***
       33000-PAYEE-REPORT-PARA.
           EVALUATE PAYEETYPE OF PAYEEMAST
             WHEN 'A'
               MOVE 12 TO WS-BOX-SUB
               MOVE 'BOX 10 ATTORNEY GROSS PROCEEDS' TO WS-BOX-LABEL
             WHEN 'M'
               MOVE 6  TO WS-BOX-SUB
               MOVE 'BOX 6 MEDICAL/HEALTH CARE PMTS' TO WS-BOX-LABEL
             WHEN 'I'
             WHEN 'B'
               MOVE 3  TO WS-BOX-SUB
               MOVE 'BOX 3 OTHER INCOME'       TO WS-BOX-LABEL
             WHEN OTHER
               MOVE 0  TO WS-BOX-SUB
           END-EVALUATE
           IF WS-BOX-SUB > 0 AND WS-PAYEE-USD NOT < WS-REPORT-FLOOR
              ADD 1 TO WS-PASS-PAYEES
              IF WS-PASS-WRITE
                 COMPUTE WS-PAYEE-CENTS = WS-PAYEE-USD * 100
                 EVALUATE WS-BOX-SUB
                   WHEN 3
                     ADD WS-PAYEE-CENTS TO WS-BOX3-CENTS
                   WHEN 6
                     ADD WS-PAYEE-CENTS TO WS-BOX6-CENTS
                   WHEN OTHER
                     ADD WS-PAYEE-CENTS TO WS-BOXC-CENTS
                 END-EVALUATE
                 PERFORM 34000-WRITE-B-REC-PARA
                 PERFORM 36000-WRITE-COPY-PARA
                 IF TAXID OF PAYEEMAST = SPACES
                    MOVE 'NO TAX ID - FILED WITH A BLANK TIN'
                                               TO WS-EXC-REASON
                    PERFORM 37000-WRITE-EXCEPTION-PARA
                    ADD 1 TO WS-NOTIN-COUNT
                 END-IF
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  PAYEE (B) RECORD - THE PAYEE ID IS THE ACCOUNT NUMBER,    ***
      ***  SO A CORRECTION CAN BE MATCHED BACK TO THIS RETURN        ***
      ***-----------------------------------------------------------***
       34000-WRITE-B-REC-PARA.
           MOVE SPACES                  TO WS-IRS-REC
           MOVE ZEROS                   TO B-AMOUNT-AREA
           MOVE 'B'                     TO B-RECTYPE
           MOVE WS-TAX-YEAR-X           TO B-YEAR
           EVALUATE TINTYPE OF PAYEEMAST
             WHEN 'E'
               MOVE '1'                 TO B-TIN-TYPE
             WHEN 'S'
               MOVE '2'                 TO B-TIN-TYPE
             WHEN OTHER
               MOVE SPACE               TO B-TIN-TYPE
           END-EVALUATE
           MOVE TAXID OF PAYEEMAST      TO B-TIN
           MOVE WS-PRIOR-PAYEEID        TO B-ACCOUNT
           MOVE WS-PAYEE-CENTS          TO B-AMOUNT(WS-BOX-SUB)
           MOVE PAYEENAME OF PAYEEMAST  TO B-NAME
           IF ADDRLINE2 OF PAYEEMAST = SPACES
              MOVE ADDRLINE1 OF PAYEEMAST TO B-ADDRESS
           ELSE
              STRING ADDRLINE1 OF PAYEEMAST DELIMITED BY '  '
                     ' '                    DELIMITED BY SIZE
                     ADDRLINE2 OF PAYEEMAST DELIMITED BY '  '
                INTO B-ADDRESS
           END-IF
           MOVE CITY OF PAYEEMAST       TO B-CITY
           MOVE STATECODE OF PAYEEMAST  TO B-STATE
           MOVE ZIPCODE OF PAYEEMAST    TO B-ZIP
           PERFORM 38000-WRITE-IRS-PARA
           .
      ***-----------------------------------------------------------***
      ***  RECIPIENT COPY B - ONE PAGE PER PAYEE. ONLY THE LAST FOUR ***
      ***  DIGITS OF THE RECIPIENT'S TAX ID ARE PRINTED.             ***
      ***-----------------------------------------------------------***
       36000-WRITE-COPY-PARA.
           MOVE '1'                     TO CPT-CC
           MOVE WS-TAX-YEAR-X           TO CPT-YEAR
           WRITE CPY-RECORD FROM WS-CPY-TITLE-LINE
           WRITE CPY-RECORD FROM WS-BLANK-LINE
           MOVE "PAYER'S NAME AND ADDRESS"  TO CPY-LABEL
           MOVE PAYERNAME OF PAYERINFO  TO CPY-VALUE
           WRITE CPY-RECORD FROM WS-CPY-LINE
           MOVE SPACES                  TO CPY-LABEL
           MOVE PAYERADDR OF PAYERINFO  TO CPY-VALUE
           WRITE CPY-RECORD FROM WS-CPY-LINE
           MOVE PAYERZIP OF PAYERINFO   TO WS-ZIP-IN
           MOVE SPACES                  TO WS-CSZ-TEXT
           PERFORM 36500-FORMAT-ZIP-PARA
           STRING PAYERCITY OF PAYERINFO DELIMITED BY '  '
                  ', '                   DELIMITED BY SIZE
                  PAYERSTATE OF PAYERINFO DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-ZIP-TEXT            DELIMITED BY SPACE
             INTO WS-CSZ-TEXT
           MOVE WS-CSZ-TEXT             TO CPY-VALUE
           WRITE CPY-RECORD FROM WS-CPY-LINE
           MOVE "PAYER'S TIN"           TO CPY-LABEL
           MOVE SPACES                  TO WS-TIN-TEXT
           STRING PAYERTIN OF PAYERINFO(1:2) '-'
                  PAYERTIN OF PAYERINFO(3:7)
                  DELIMITED BY SIZE INTO WS-TIN-TEXT
           MOVE WS-TIN-TEXT             TO CPY-VALUE
           WRITE CPY-RECORD FROM WS-CPY-LINE
           WRITE CPY-RECORD FROM WS-BLANK-LINE
           MOVE "RECIPIENT'S NAME AND ADDRESS" TO CPY-LABEL
           MOVE PAYEENAME OF PAYEEMAST  TO CPY-VALUE
           WRITE CPY-RECORD FROM WS-CPY-LINE
           MOVE SPACES                  TO CPY-LABEL
           MOVE ADDRLINE1 OF PAYEEMAST  TO CPY-VALUE
           WRITE CPY-RECORD FROM WS-CPY-LINE
           IF ADDRLINE2 OF PAYEEMAST NOT = SPACES
              MOVE ADDRLINE2 OF PAYEEMAST TO CPY-VALUE
              WRITE CPY-RECORD FROM WS-CPY-LINE
           END-IF
           MOVE ZIPCODE OF PAYEEMAST    TO WS-ZIP-IN
           MOVE SPACES                  TO WS-CSZ-TEXT
           PERFORM 36500-FORMAT-ZIP-PARA
           STRING CITY OF PAYEEMAST     DELIMITED BY '  '
                  ', '                  DELIMITED BY SIZE
                  STATECODE OF PAYEEMAST DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-ZIP-TEXT           DELIMITED BY SPACE
             INTO WS-CSZ-TEXT
           MOVE WS-CSZ-TEXT             TO CPY-VALUE
           WRITE CPY-RECORD FROM WS-CPY-LINE
           MOVE "RECIPIENT'S TIN"       TO CPY-LABEL
           MOVE SPACES                  TO WS-TIN-TEXT
           EVALUATE TRUE
             WHEN TAXID OF PAYEEMAST = SPACES
               MOVE 'NOT PROVIDED'      TO WS-TIN-TEXT
             WHEN TINTYPE OF PAYEEMAST = 'S'
               STRING 'XXX-XX-' TAXID OF PAYEEMAST(6:4)
                      DELIMITED BY SIZE INTO WS-TIN-TEXT
             WHEN OTHER
               STRING 'XX-XXX' TAXID OF PAYEEMAST(6:4)
                      DELIMITED BY SIZE INTO WS-TIN-TEXT
           END-EVALUATE
           MOVE WS-TIN-TEXT             TO CPY-VALUE
           WRITE CPY-RECORD FROM WS-CPY-LINE
           MOVE 'ACCOUNT NUMBER'        TO CPY-LABEL
           MOVE WS-PRIOR-PAYEEID        TO CPY-VALUE
           WRITE CPY-RECORD FROM WS-CPY-LINE
           WRITE CPY-RECORD FROM WS-BLANK-LINE
           MOVE WS-BOX-LABEL            TO CPY-LABEL
           MOVE WS-PAYEE-USD            TO WS-USD-EDIT
           MOVE SPACES                  TO CPY-VALUE
           STRING '$' WS-USD-EDIT DELIMITED BY SIZE INTO CPY-VALUE
           WRITE CPY-RECORD FROM WS-CPY-LINE
           .
      ***-----------------------------------------------------------***
      ***  THE ZIP CODE IN WS-ZIP-IN AS 99999 OR 99999-9999         ***
      ***-----------------------------------------------------------***
       36500-FORMAT-ZIP-PARA.
           MOVE SPACES TO WS-ZIP-TEXT
           IF WS-ZIP-IN(6:4) = SPACES
              MOVE WS-ZIP-IN(1:5) TO WS-ZIP-TEXT
           ELSE
              STRING WS-ZIP-IN(1:5) '-' WS-ZIP-IN(6:4)
                     DELIMITED BY SIZE INTO WS-ZIP-TEXT
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ONE EXCEPTION LINE FOR THE PAYEE JUST BROKEN ON           ***
      ***-----------------------------------------------------------***
       37000-WRITE-EXCEPTION-PARA.
           MOVE SPACES                  TO WS-DETAIL-LINE
           MOVE WS-PRIOR-PAYEEID        TO DTL-PAYEEID
           MOVE PAYEENAME OF PAYEEMAST  TO DTL-NAME
           MOVE PAYEETYPE OF PAYEEMAST  TO DTL-TYPE
           MOVE WS-PAYEE-USD            TO WS-USD-EDIT
           MOVE WS-USD-EDIT             TO DTL-AMOUNT
           MOVE WS-EXC-REASON           TO DTL-REASON
           WRITE RPT-RECORD FROM WS-DETAIL-LINE
           .
      ***-----------------------------------------------------------***
      ***  NUMBER AND WRITE ONE IRS RECORD                           ***
      ***-----------------------------------------------------------***
       38000-WRITE-IRS-PARA.
           ADD 1 TO WS-IRS-SEQ
           MOVE WS-IRS-SEQ TO GEN-SEQ
           WRITE IRS-RECORD FROM WS-IRS-REC
           .
      ***-----------------------------------------------------------***
      ***  END OF PAYER (C) AND END OF TRANSMISSION (F) RECORDS,     ***
      ***  THEN THE CONTROL TOTALS AND THE PAYMENTS THAT COULD NOT   ***
      ***  BE REPORTED FOR WANT OF A PAYEE ID. AN SQL ERROR IN THE   ***
      ***  WRITING PASS LEAVES THE C AND F RECORDS OFF - THE FILE IS ***
      ***  INCOMPLETE AND THE IRS WILL NOT ACCEPT IT - AND THE       ***
      ***  CONTROL REPORT SAYS SO.                                   ***
      ***-----------------------------------------------------------***
       40000-WRAP-UP-PARA.
           IF NOT WS-SQL-FAILED
              MOVE SPACES                  TO WS-IRS-REC
              MOVE ZEROS                   TO C-TOTAL-AREA
              MOVE 'C'                     TO C-RECTYPE
              MOVE WS-PASS-PAYEES          TO C-PAYEES
              MOVE WS-BOX3-CENTS           TO C-TOTAL(3)
              MOVE WS-BOX6-CENTS           TO C-TOTAL(6)
              MOVE WS-BOXC-CENTS           TO C-TOTAL(12)
              PERFORM 38000-WRITE-IRS-PARA
              MOVE SPACES                  TO WS-IRS-REC
              MOVE 'F'                     TO F-RECTYPE
              MOVE 1                       TO F-A-COUNT
              MOVE ZEROS                   TO F-ZEROS
              MOVE WS-PASS-PAYEES          TO F-PAYEES
              PERFORM 38000-WRITE-IRS-PARA
           END-IF
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-NOID-COUNT
                  FROM MFTR36.PAYMENTS P
                 WHERE P.PAYTYPE   = 'P'
                   AND P.PAYAMOUNT > 0
                   AND P.ISSUEDTS IS NOT NULL
                   AND YEAR(P.ISSUEDTS) = :WS-TAX-YEAR
                   AND COALESCE(P.RELSTATUS, 'A') IN ('A', 'R')
                   AND (P.PAYEEID IS NULL OR P.PAYEEID = ' ')
                   AND NOT EXISTS
                       (SELECT 1
                          FROM MFTR36.PAYMENTS V
                         WHERE V.CLAIMNUMBER = P.CLAIMNUMBER
                           AND V.PAYTYPE     = 'V'
                           AND V.REVERSEDTS  = P.PAYMENTTS)
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE '40000-NO-PAYEE-ID' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
              MOVE 8 TO RETURN-CODE
           END-IF
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           MOVE SPACES               TO WS-TEXT-LINE
           IF WS-SQL-FAILED
              MOVE 'SQL ERROR - IRSOUT INCOMPLETE, DO NOT SEND'
                                        TO TXT-LABEL
              WRITE RPT-RECORD FROM WS-TEXT-LINE
              DISPLAY 'MF36BRJ - SQL ERROR IN THE WRITING PASS - '
                      'IRSOUT INCOMPLETE, NOT TO BE TRANSMITTED'
           END-IF
           MOVE 'REPORTABLE PAYEES FILED'       TO TXT-LABEL
           MOVE WS-PASS-PAYEES       TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE '  OF WHICH FILED WITH NO TAX ID' TO TXT-LABEL
           MOVE WS-NOTIN-COUNT       TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'PAYEE IDS NOT ON THE PAYEE MASTER' TO TXT-LABEL
           MOVE WS-NOMAST-COUNT      TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'PAYMENTS WITH NO PAYEE ID - NOT FILED' TO TXT-LABEL
           MOVE WS-NOID-COUNT        TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT        TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           COMPUTE WS-WORK-DOLLARS = WS-BOX3-CENTS / 100
           MOVE 'BOX 3 OTHER INCOME (USD)'      TO TXT-LABEL
           MOVE WS-WORK-DOLLARS      TO WS-USD-EDIT
           MOVE WS-USD-EDIT          TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           COMPUTE WS-WORK-DOLLARS = WS-BOX6-CENTS / 100
           MOVE 'BOX 6 MEDICAL AND HEALTH CARE (USD)' TO TXT-LABEL
           MOVE WS-WORK-DOLLARS      TO WS-USD-EDIT
           MOVE WS-USD-EDIT          TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           COMPUTE WS-WORK-DOLLARS = WS-BOXC-CENTS / 100
           MOVE 'BOX 10 ATTORNEY PROCEEDS (USD)' TO TXT-LABEL
           MOVE WS-WORK-DOLLARS      TO WS-USD-EDIT
           MOVE WS-USD-EDIT          TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE WS-PASS-PAYEES       TO WS-COUNT-EDIT
           DISPLAY 'MF36BRJ - 1099 PAYEES FILED : ' WS-COUNT-EDIT
           MOVE WS-NOTIN-COUNT       TO WS-COUNT-EDIT
           DISPLAY 'MF36BRJ - FILED WITH NO TAX ID : ' WS-COUNT-EDIT
           .
       50000-EXIT-PARA.
           IF NOT WS-PARM-BAD AND NOT WS-PAYER-BAD
              CLOSE IRSOUT
              CLOSE IRSCOPY
              CLOSE IRSEXC
           END-IF
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
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
                VALUES (:WS-ERR-CLAIMNUMBER,
                        CURRENT TIMESTAMP,
                        'MF36BRJ',
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
           MOVE 'MF36BRJ' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BRJ - RUN REFUSED: ' JR-MESSAGE
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
           MOVE WS-TOTAL-PAYEES TO JR-IN-COUNT
           MOVE WS-TOTAL-PAYEES TO JR-OUT-COUNT
           MOVE WS-NOTIN-COUNT TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
