      ******************************************************************
      ***        MF36BRS : DATA WAREHOUSE NIGHTLY CHANGE EXTRACT      ***
      ***  WRITES PIPE-DELIMITED FILES FOR THE ENTERPRISE WAREHOUSE,  ***
      ***  ONE PER TABLE, EACH WITH A HEADER (TABLE, MODE, THE        ***
      ***  CHANGE WINDOW AND THE BUSINESS DATE), A COLUMN-NAME ROW,   ***
      ***  THE DATA ROWS AND A TRAILER CARRYING THE ROW COUNT.        ***
      ***  THE WINDOW RUNS FROM THE HIGH-WATER MARK LEFT ON           ***
      ***  MFTR36.EXTRACTCTL BY THE LAST SUCCESSFUL RUN UP TO THIS    ***
      ***  RUN'S START; THE MARK IS MOVED ONLY WHEN EVERY FILE IS     ***
      ***  COMPLETE, SO A FAILED NIGHT IS SENT BY THE NEXT RUN WITH   ***
      ***  NO GAP AND NOTHING SENT TWICE.                             ***
      ***  A CLAIM IS IN THE CLAIMS FILE WHEN IT HAS A CLAIMS_AUDIT   ***
      ***  ROW, OR A PAYMENTS, RECOVERY OR FRAUDREF ROW STAMPED       ***
      ***  (MADE, ISSUED, RELEASED, CLEARED, POSTED, DISPOSED) IN THE ***
      ***  WINDOW, AND THE PAYMENTS, RECOVERY AND FRAUDREF FILES      ***
      ***  CARRY THE COMPLETE CURRENT ROWS OF EXACTLY THOSE CLAIMS -  ***
      ***  THE WAREHOUSE REPLACES A CLAIM'S ROWS WITH THEM, SO A ROW  ***
      ***  TAKEN OFF A CLAIM GOES TOO. POLICY ROWS ARE SENT BY THEIR  ***
      ***  LAST-CHANGED STAMP. DIARY ENTRIES ARE DELETED WHEN         ***
      ***  CLEARED, LEAVING NOTHING TO MARK THE CHANGE, SO THE OPEN   ***
      ***  DIARY GOES WHOLE EVERY NIGHT, AS DO THE REFERENCE TABLES   ***
      ***  CAUSECODE, CATEVENT AND EXCHRATE. A FULL REFRESH SENDS     ***
      ***  EVERY ROW OF EVERY TABLE AND RESETS THE MARK.              ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BRS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DWCLAIM ASSIGN TO DWCLAIM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DWPAYMT ASSIGN TO DWPAYMT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DWRECOV ASSIGN TO DWRECOV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DWFRAUD ASSIGN TO DWFRAUD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DWDIARY ASSIGN TO DWDIARY
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DWPOLCY ASSIGN TO DWPOLCY
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DWCAUSE ASSIGN TO DWCAUSE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DWCATEV ASSIGN TO DWCATEV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DWEXCHR ASSIGN TO DWEXCHR
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DWCLAIM
           RECORDING MODE IS F.
       01  CLM-RECORD                 PIC X(800).
       FD  DWPAYMT
           RECORDING MODE IS F.
       01  PAY-RECORD                 PIC X(800).
       FD  DWRECOV
           RECORDING MODE IS F.
       01  RCV-RECORD                 PIC X(800).
       FD  DWFRAUD
           RECORDING MODE IS F.
       01  FRD-RECORD                 PIC X(800).
       FD  DWDIARY
           RECORDING MODE IS F.
       01  DRY-RECORD                 PIC X(800).
       FD  DWPOLCY
           RECORDING MODE IS F.
       01  POL-RECORD                 PIC X(800).
       FD  DWCAUSE
           RECORDING MODE IS F.
       01  CAU-RECORD                 PIC X(800).
       FD  DWCATEV
           RECORDING MODE IS F.
       01  CAT-RECORD                 PIC X(800).
       FD  DWEXCHR
           RECORDING MODE IS F.
       01  XRT-RECORD                 PIC X(800).
       WORKING-STORAGE SECTION.
       01 WS-BATCH-OPID            PIC X(08) VALUE 'MF36BRS '.
       01 WS-EXTRACT-NAME          PIC X(08) VALUE 'MF36BRS '.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
          88 WS-EOF-YES                      VALUE 'Y'.
       01 WS-CHILD-EOF-SW          PIC X(01) VALUE 'N'.
          88 WS-CHILD-EOF                    VALUE 'Y'.
       01 WS-PARM-BAD-SW           PIC X(01) VALUE 'N'.
          88 WS-PARM-BAD                     VALUE 'Y'.
       01 WS-FULL-SW               PIC X(01) VALUE 'N'.
          88 WS-FULL-REFRESH                 VALUE 'Y'.
       01 WS-CTL-FOUND-SW          PIC X(01) VALUE 'N'.
          88 WS-CTL-FOUND                    VALUE 'Y'.
       01 WS-TEXT-END-SW           PIC X(01).
          88 WS-TEXT-END                     VALUE 'Y'.
       01 WS-RUN-MODE              PIC X(01).
       01 WS-FROM-TS               PIC X(26).
       01 WS-TO-TS                 PIC X(26).
       01 WS-LOW-TS                PIC X(26)
                                   VALUE '0001-01-01-00.00.00.000000'.
       01 WS-TABLE-NAME            PIC X(10).
       01 WS-FILE-MODE             PIC X(01).
       01 WS-DW-LINE               PIC X(800).
       01 WS-DW-PTR                PIC S9(4) COMP.
       01 WS-DW-TEXT               PIC X(255).
       01 WS-DW-LEN                PIC S9(4) COMP.
       01 WS-DW-NUM                PIC -(9)9.
       01 WS-DW-RATE               PIC -(4)9.9(6).
       01 WS-DW-LEAD               PIC S9(4) COMP.
       01 WS-DW-COUNT              PIC S9(7)  COMP-3.
       01 WS-CLM-COUNT             PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-PAY-COUNT             PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-RCV-COUNT             PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-FRD-COUNT             PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-DRY-COUNT             PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-POL-COUNT             PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-CAU-COUNT             PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-CAT-COUNT             PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-XRT-COUNT             PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-ROW-TOTAL             PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.
       01 WS-ERR-PARAID            PIC X(30).
       01 WS-ERR-SQLCODE           PIC S9(9) COMP.
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
               INCLUDE MF36CP20
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP16
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP13
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP3
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP6
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP21
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP11
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP41
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  THE CLAIMS CHANGED IN THE WINDOW (EVERY CLAIM ON A FULL   ***
      ***  REFRESH). A WINDOW IS AFTER ITS FROM MARK AND UP TO AND   ***
      ***  INCLUDING ITS TO MARK, SO NEIGHBOURING WINDOWS NEITHER    ***
      ***  OVERLAP NOR LEAVE A GAP. NULLABLE COLUMNS COME BACK       ***
      ***  THROUGH COALESCE SO NO INDICATOR VARIABLES ARE NEEDED.    ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRCLM CURSOR FOR
                   SELECT C.CLAIMNUMBER,
                          COALESCE(CHAR(C.CLAIMDATE), ' '),
                          COALESCE(C.PAID, 0),
                          COALESCE(C.CVALUE, 0),
                          COALESCE(C.CAUSE, ' '),
                          COALESCE(C.OBSERVATIONS, ' '),
                          COALESCE(C.CLAIMSTATUS, ' '),
                          COALESCE(C.POLICYNUMBER, 0),
                          COALESCE(C.ENTOPID, ' '),
                          COALESCE(C.APPRVID, ' '),
                          COALESCE(C.WDRAWNRSN, ' '),
                          COALESCE(CHAR(C.WDRAWNTS), ' '),
                          COALESCE(C.CURRENCYCODE, ' '),
                          COALESCE(C.REOPENID, ' '),
                          COALESCE(CHAR(C.REOPENTS), ' '),
                          COALESCE(C.CATEVENT, ' '),
                          COALESCE(C.ASSIGNEDOPID, ' ')
                     FROM MFTR36.CLAIMS C
                    WHERE :WS-FULL-SW = 'Y'
                       OR EXISTS
                          (SELECT 1
                             FROM MFTR36.CLAIMS_AUDIT A
                            WHERE A.CLAIMNUMBER = C.CLAIMNUMBER
                              AND A.AUDITTS     > :WS-FROM-TS
                              AND A.AUDITTS    <= :WS-TO-TS)
                       OR EXISTS
                          (SELECT 1
                             FROM MFTR36.PAYMENTS P
                            WHERE P.CLAIMNUMBER = C.CLAIMNUMBER
                              AND ((P.PAYMENTTS   > :WS-FROM-TS
                                AND P.PAYMENTTS  <= :WS-TO-TS)
                               OR  (P.ISSUEDTS    > :WS-FROM-TS
                                AND P.ISSUEDTS   <= :WS-TO-TS)
                               OR  (P.RELTS       > :WS-FROM-TS
                                AND P.RELTS      <= :WS-TO-TS)
                               OR  (P.CLEAREDTS   > :WS-FROM-TS
                                AND P.CLEAREDTS  <= :WS-TO-TS)
                               OR  (P.GLPOSTEDTS  > :WS-FROM-TS
                                AND P.GLPOSTEDTS <= :WS-TO-TS)))
                       OR EXISTS
                          (SELECT 1
                             FROM MFTR36.RECOVERY R
                            WHERE R.CLAIMNUMBER = C.CLAIMNUMBER
                              AND ((R.RECOVERYTS  > :WS-FROM-TS
                                AND R.RECOVERYTS <= :WS-TO-TS)
                               OR  (R.GLPOSTEDTS  > :WS-FROM-TS
                                AND R.GLPOSTEDTS <= :WS-TO-TS)))
                       OR EXISTS
                          (SELECT 1
                             FROM MFTR36.FRAUDREF F
                            WHERE F.CLAIMNUMBER = C.CLAIMNUMBER
                              AND ((F.REFERTS        > :WS-FROM-TS
                                AND F.REFERTS       <= :WS-TO-TS)
                               OR  (F.DISPOSITIONTS  > :WS-FROM-TS
                                AND F.DISPOSITIONTS <= :WS-TO-TS)))
                    ORDER BY C.CLAIMNUMBER
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  ONE CHANGED CLAIM'S COMPLETE PAYMENTS, RECOVERY AND       ***
      ***  FRAUDREF ROWS                                             ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRPAY CURSOR FOR
                   SELECT CLAIMNUMBER, PAYMENTTS,
                          COALESCE(CHAR(PAYMENTDATE), ' '),
                          COALESCE(PAYAMOUNT, 0),
                          COALESCE(PAYEE, ' '),
                          COALESCE(PAYOPID, ' '),
                          PAYTYPE,
                          COALESCE(CHAR(REVERSEDTS), ' '),
                          COALESCE(REVRSN, ' '),
                          COALESCE(CHAR(ISSUEDTS), ' '),
                          COALESCE(DEDUCTAMT, 0),
                          COALESCE(CHAR(CLEAREDTS), ' '),
                          COALESCE(CHAR(CLEARDATE), ' '),
                          COALESCE(CLEARAMT, 0),
                          COALESCE(CHAR(GLPOSTEDTS), ' '),
                          COALESCE(PAYEEID, ' '),
                          COALESCE(RELSTATUS, ' '),
                          COALESCE(RELOPID, ' '),
                          COALESCE(CHAR(RELTS), ' '),
                          COALESCE(PAYCATEGORY, ' ')
                     FROM MFTR36.PAYMENTS
                    WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                    ORDER BY PAYMENTTS
           END-EXEC.
           EXEC SQL
               DECLARE CSRRCV CURSOR FOR
                   SELECT CLAIMNUMBER, RECOVERYTS, RECOVERYTYPE,
                          RECOVERYAMT,
                          COALESCE(RECOVOPID, ' '),
                          COALESCE(CHAR(GLPOSTEDTS), ' '),
                          COALESCE(REINSURER, ' ')
                     FROM MFTR36.RECOVERY
                    WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                    ORDER BY RECOVERYTS
           END-EXEC.
           EXEC SQL
               DECLARE CSRFRD CURSOR FOR
                   SELECT CLAIMNUMBER, REFERTS, RULEID, REVIEWSTATUS,
                          COALESCE(DISPOPID, ' '),
                          COALESCE(CHAR(DISPOSITIONTS), ' '),
                          COALESCE(DISPNOTE, ' ')
                     FROM MFTR36.FRAUDREF
                    WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                    ORDER BY REFERTS
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  THE WHOLE OPEN DIARY, AND THE POLICIES CHANGED IN THE     ***
      ***  WINDOW (EVERY POLICY ON A FULL REFRESH)                   ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRDRY CURSOR FOR
                   SELECT CLAIMNUMBER, CHAR(FOLLOWUPDT),
                          COALESCE(ACTIONTEXT, ' '),
                          COALESCE(DIARYOPID, ' ')
                     FROM MFTR36.DIARY
                    ORDER BY CLAIMNUMBER, FOLLOWUPDT
           END-EXEC.
           EXEC SQL
               DECLARE CSRPOL CURSOR FOR
                   SELECT POLICYNUMBER,
                          COALESCE(HOLDERNAME, ' '),
                          COALESCE(COVLIMIT, 0),
                          COALESCE(CHAR(INCEPTDT), ' '),
                          COALESCE(CHAR(EXPIRYDT), ' '),
                          COALESCE(DEDUCTIBLE, 0),
                          COALESCE(CHAR(LASTCHGTS), ' ')
                     FROM MFTR36.POLICY
                    WHERE :WS-FULL-SW = 'Y'
                       OR (LASTCHGTS  > :WS-FROM-TS
                       AND LASTCHGTS <= :WS-TO-TS)
                    ORDER BY POLICYNUMBER
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  THE REFERENCE TABLES, WHOLE                               ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRCAU CURSOR FOR
                   SELECT CCODE,
                          COALESCE(DESCRIPTION, ' '),
                          COALESCE(CHAR(EXPIRYDT), ' ')
                     FROM MFTR36.CAUSECODE
                    ORDER BY CCODE
           END-EXEC.
           EXEC SQL
               DECLARE CSRCAT CURSOR FOR
                   SELECT EVENTCODE,
                          COALESCE(DESCRIPTION, ' '),
                          COALESCE(CHAR(STARTDT), ' '),
                          COALESCE(CHAR(ENDDT), ' '),
                          COALESCE(PERIL, ' ')
                     FROM MFTR36.CATEVENT
                    ORDER BY EVENTCODE
           END-EXEC.
           EXEC SQL
               DECLARE CSRXRT CURSOR FOR
                   SELECT CURRENCYCODE, CHAR(EFFDATE), RATETOUSD
                     FROM MFTR36.EXCHRATE
                    ORDER BY CURRENCYCODE, EFFDATE
           END-EXEC.
       LINKAGE SECTION.
       01  LK-PARM-FIELD.
           05  LK-PARM-LEN         PIC S9(04) COMP.
           05  LK-PARM-MODE        PIC X(04).
      ***-----------------------------------------------------------***
      ***  AN OPTIONAL JCL PARM OF FULL ASKS FOR A FULL REFRESH -    ***
      ***  LEFT OFF, THE RUN IS THE NIGHTLY DELTA. THE FIRST RUN OF  ***
      ***  ALL (NO MARK ON FILE YET) IS A FULL REFRESH EITHER WAY.   ***
      ***-----------------------------------------------------------***
       PROCEDURE DIVISION USING LK-PARM-FIELD.
      ***-----------------------------------------------------------***
      ***  MAIN PROCEDURE - ONE TABLE AT A TIME                      ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           PERFORM 95000-RUN-START-PARA
           PERFORM 10000-INITIALIZE-PARA
           IF WS-PARM-BAD
              PERFORM 50000-EXIT-PARA
           END-IF
           PERFORM 20000-CLAIMS-PARA
           PERFORM 30000-DIARY-PARA
           PERFORM 31000-POLICY-PARA
           PERFORM 32000-CAUSECODE-PARA
           PERFORM 33000-CATEVENT-PARA
           PERFORM 34000-EXCHRATE-PARA
           PERFORM 40000-WRAP-UP-PARA
           PERFORM 50000-EXIT-PARA.
      ***-----------------------------------------------------------***
      ***  CHECK THE PARM, SET THE WINDOW FROM THE HIGH-WATER MARK,  ***
      ***  OPEN THE FILES AND WRITE THEIR HEADERS. THE WINDOW STOPS  ***
      ***  FIVE MINUTES SHORT OF NOW: A ROW IS STAMPED WHEN WRITTEN, ***
      ***  NOT WHEN ITS UNIT OF WORK COMMITS, SO A CHANGE STILL IN   ***
      ***  FLIGHT AS THE RUN STARTS WAITS FOR TOMORROW'S WINDOW      ***
      ***  RATHER THAN FALLING BEHIND THE MARK UNSEEN.               ***
      ***-----------------------------------------------------------***
       10000-INITIALIZE-PARA.
           EVALUATE TRUE
             WHEN LK-PARM-LEN = ZERO
               CONTINUE
             WHEN LK-PARM-LEN > 4
               DISPLAY 'MF36BRS - PARM MUST BE FULL OR LEFT OFF'
               MOVE 8 TO RETURN-CODE
               SET WS-PARM-BAD TO TRUE
             WHEN LK-PARM-MODE(1:LK-PARM-LEN) = 'FULL'
               SET WS-FULL-REFRESH TO TRUE
             WHEN OTHER
               DISPLAY 'MF36BRS - PARM MUST BE FULL OR LEFT OFF'
               MOVE 8 TO RETURN-CODE
               SET WS-PARM-BAD TO TRUE
           END-EVALUATE
           IF WS-PARM-BAD
              CONTINUE
           ELSE
              PERFORM 11000-SET-WINDOW-PARA
           END-IF
      *    NO WINDOW (THE MARK COULD NOT BE READ) - NO FILES EITHER
           IF NOT WS-PARM-BAD
              OPEN OUTPUT DWCLAIM DWPAYMT DWRECOV DWFRAUD DWDIARY
                          DWPOLCY DWCAUSE DWCATEV DWEXCHR
              PERFORM 12000-WRITE-HEADERS-PARA
           END-IF
           .
       11000-SET-WINDOW-PARA.
            EXEC SQL
                SET :WS-TO-TS = CURRENT TIMESTAMP - 5 MINUTES
            END-EXEC
           MOVE WS-EXTRACT-NAME TO EXTRACTNAME OF EXTRACTCTL
            EXEC SQL
                SELECT CHAR(HWMTS)
                  INTO :EXTRACTCTL.HWMTS
                  FROM MFTR36.EXTRACTCTL
                 WHERE EXTRACTNAME = :EXTRACTCTL.EXTRACTNAME
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET WS-CTL-FOUND TO TRUE
               MOVE HWMTS OF EXTRACTCTL TO WS-FROM-TS
             WHEN 100
               IF NOT WS-FULL-REFRESH
                  DISPLAY 'MF36BRS - NO HIGH-WATER MARK ON FILE - '
                          'RUNNING AS A FULL REFRESH'
                  SET WS-FULL-REFRESH TO TRUE
               END-IF
             WHEN OTHER
               MOVE '11000-READ-MARK' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
                EXEC SQL
                    COMMIT
                END-EXEC
               MOVE 8 TO RETURN-CODE
               SET WS-PARM-BAD TO TRUE
           END-EVALUATE
           IF WS-FULL-REFRESH
              MOVE 'F'       TO WS-RUN-MODE
              MOVE WS-LOW-TS TO WS-FROM-TS
           ELSE
              MOVE 'D'       TO WS-RUN-MODE
           END-IF
           .
       12000-WRITE-HEADERS-PARA.
           MOVE WS-RUN-MODE TO WS-FILE-MODE
           MOVE 'CLAIMS'    TO WS-TABLE-NAME
           PERFORM 80500-HEADER-LINE-PARA
           WRITE CLM-RECORD FROM WS-DW-LINE
           MOVE SPACES TO WS-DW-LINE
           STRING 'C|CLAIMNUMBER|CLAIMDATE|PAID|CVALUE|CAUSE|'
                  'OBSERVATIONS|CLAIMSTATUS|POLICYNUMBER|ENTOPID|'
                  'APPRVID|WDRAWNRSN|WDRAWNTS|CURRENCYCODE|REOPENID|'
                  'REOPENTS|CATEVENT|ASSIGNEDOPID'
                  DELIMITED BY SIZE INTO WS-DW-LINE
           END-STRING
           WRITE CLM-RECORD FROM WS-DW-LINE
           MOVE 'PAYMENTS'  TO WS-TABLE-NAME
           PERFORM 80500-HEADER-LINE-PARA
           WRITE PAY-RECORD FROM WS-DW-LINE
           MOVE SPACES TO WS-DW-LINE
           STRING 'C|CLAIMNUMBER|PAYMENTTS|PAYMENTDATE|PAYAMOUNT|'
                  'PAYEE|PAYOPID|PAYTYPE|REVERSEDTS|REVRSN|ISSUEDTS|'
                  'DEDUCTAMT|CLEAREDTS|CLEARDATE|CLEARAMT|GLPOSTEDTS|'
                  'PAYEEID|RELSTATUS|RELOPID|RELTS|PAYCATEGORY'
                  DELIMITED BY SIZE INTO WS-DW-LINE
           END-STRING
           WRITE PAY-RECORD FROM WS-DW-LINE
           MOVE 'RECOVERY'  TO WS-TABLE-NAME
           PERFORM 80500-HEADER-LINE-PARA
           WRITE RCV-RECORD FROM WS-DW-LINE
           MOVE SPACES TO WS-DW-LINE
           STRING 'C|CLAIMNUMBER|RECOVERYTS|RECOVERYTYPE|RECOVERYAMT|'
                  'RECOVOPID|GLPOSTEDTS|REINSURER'
                  DELIMITED BY SIZE INTO WS-DW-LINE
           END-STRING
           WRITE RCV-RECORD FROM WS-DW-LINE
           MOVE 'FRAUDREF'  TO WS-TABLE-NAME
           PERFORM 80500-HEADER-LINE-PARA
           WRITE FRD-RECORD FROM WS-DW-LINE
           MOVE SPACES TO WS-DW-LINE
           STRING 'C|CLAIMNUMBER|REFERTS|RULEID|REVIEWSTATUS|'
                  'DISPOPID|DISPOSITIONTS|DISPNOTE'
                  DELIMITED BY SIZE INTO WS-DW-LINE
           END-STRING
           WRITE FRD-RECORD FROM WS-DW-LINE
           MOVE 'POLICY'    TO WS-TABLE-NAME
           PERFORM 80500-HEADER-LINE-PARA
           WRITE POL-RECORD FROM WS-DW-LINE
           MOVE SPACES TO WS-DW-LINE
           STRING 'C|POLICYNUMBER|HOLDERNAME|COVLIMIT|INCEPTDT|'
                  'EXPIRYDT|DEDUCTIBLE|LASTCHGTS'
                  DELIMITED BY SIZE INTO WS-DW-LINE
           END-STRING
           WRITE POL-RECORD FROM WS-DW-LINE
      *    THE DIARY AND THE REFERENCE TABLES ARE ALWAYS WHOLE
           MOVE 'F'         TO WS-FILE-MODE
           MOVE 'DIARY'     TO WS-TABLE-NAME
           PERFORM 80500-HEADER-LINE-PARA
           WRITE DRY-RECORD FROM WS-DW-LINE
           MOVE SPACES TO WS-DW-LINE
           STRING 'C|CLAIMNUMBER|FOLLOWUPDT|ACTIONTEXT|DIARYOPID'
                  DELIMITED BY SIZE INTO WS-DW-LINE
           END-STRING
           WRITE DRY-RECORD FROM WS-DW-LINE
           MOVE 'CAUSECODE' TO WS-TABLE-NAME
           PERFORM 80500-HEADER-LINE-PARA
           WRITE CAU-RECORD FROM WS-DW-LINE
           MOVE SPACES TO WS-DW-LINE
           STRING 'C|CCODE|DESCRIPTION|EXPIRYDT'
                  DELIMITED BY SIZE INTO WS-DW-LINE
           END-STRING
           WRITE CAU-RECORD FROM WS-DW-LINE
           MOVE 'CATEVENT'  TO WS-TABLE-NAME
           PERFORM 80500-HEADER-LINE-PARA
           WRITE CAT-RECORD FROM WS-DW-LINE
           MOVE SPACES TO WS-DW-LINE
           STRING 'C|EVENTCODE|DESCRIPTION|STARTDT|ENDDT|PERIL'
                  DELIMITED BY SIZE INTO WS-DW-LINE
           END-STRING
           WRITE CAT-RECORD FROM WS-DW-LINE
           MOVE 'EXCHRATE'  TO WS-TABLE-NAME
           PERFORM 80500-HEADER-LINE-PARA
           WRITE XRT-RECORD FROM WS-DW-LINE
           MOVE SPACES TO WS-DW-LINE
           STRING 'C|CURRENCYCODE|EFFDATE|RATETOUSD'
                  DELIMITED BY SIZE INTO WS-DW-LINE
           END-STRING
           WRITE XRT-RECORD FROM WS-DW-LINE
           .
      ***-----------------------------------------------------------***
      ***  CLAIMS - EACH CHANGED CLAIM, THEN ITS PAYMENTS, RECOVERY  ***
      ***  AND FRAUDREF ROWS                                         ***
      ***-----------------------------------------------------------***
       20000-CLAIMS-PARA.
            EXEC SQL
                OPEN CSRCLM
            END-EXEC
           MOVE 'N' TO WS-EOF-SW
           PERFORM 20100-FETCH-CLAIM-PARA
           PERFORM 20200-WRITE-CLAIM-PARA UNTIL WS-EOF-YES
            EXEC SQL
                CLOSE CSRCLM
            END-EXEC
           .
       20100-FETCH-CLAIM-PARA.
            EXEC SQL
                FETCH CSRCLM
                 INTO :CLAIMS.CLAIMNUMBER, :CLAIMS.CLAIMDATE,
                      :CLAIMS.PAID, :CLAIMS.CVALUE, :CLAIMS.CAUSE,
                      :CLAIMS.OBSERVATIONS, :CLAIMS.CLAIMSTATUS,
                      :CLAIMS.POLICYNUMBER, :CLAIMS.ENTOPID,
                      :CLAIMS.APPRVID, :CLAIMS.WDRAWNRSN,
                      :CLAIMS.WDRAWNTS, :CLAIMS.CURRENCYCODE,
                      :CLAIMS.REOPENID, :CLAIMS.REOPENTS,
                      :CLAIMS.CATEVENT, :CLAIMS.ASSIGNEDOPID
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SW
             WHEN OTHER
               MOVE '20100-FETCH-CLAIM' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE
           .
       20200-WRITE-CLAIM-PARA.
           PERFORM 80400-ROW-START-PARA
           MOVE CLAIMNUMBER OF CLAIMS  TO WS-DW-NUM
           PERFORM 80100-ADD-NUM-PARA
           MOVE FUNCTION DISPLAY-OF(CLAIMDATE OF CLAIMS) TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE PAID OF CLAIMS         TO WS-DW-NUM
           PERFORM 80100-ADD-NUM-PARA
           MOVE CVALUE OF CLAIMS       TO WS-DW-NUM
           PERFORM 80100-ADD-NUM-PARA
           MOVE FUNCTION DISPLAY-OF(CAUSE OF CLAIMS) TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE FUNCTION DISPLAY-OF(OBSERVATIONS OF CLAIMS)
                                       TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE CLAIMSTATUS OF CLAIMS  TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE POLICYNUMBER OF CLAIMS TO WS-DW-NUM
           PERFORM 80100-ADD-NUM-PARA
           MOVE ENTOPID OF CLAIMS      TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE APPRVID OF CLAIMS      TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE WDRAWNRSN OF CLAIMS    TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE WDRAWNTS OF CLAIMS     TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE CURRENCYCODE OF CLAIMS TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE REOPENID OF CLAIMS     TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE REOPENTS OF CLAIMS     TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE CATEVENT OF CLAIMS     TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE ASSIGNEDOPID OF CLAIMS TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           WRITE CLM-RECORD FROM WS-DW-LINE
           ADD 1 TO WS-CLM-COUNT
           PERFORM 21000-PAYMENTS-PARA
           PERFORM 22000-RECOVERY-PARA
           PERFORM 23000-FRAUDREF-PARA
           PERFORM 20100-FETCH-CLAIM-PARA
           .
      ***-----------------------------------------------------------***
      ***  THE CLAIM'S PAYMENTS                                      ***
      ***-----------------------------------------------------------***
       21000-PAYMENTS-PARA.
            EXEC SQL
                OPEN CSRPAY
            END-EXEC
           MOVE 'N' TO WS-CHILD-EOF-SW
           PERFORM 21100-FETCH-PAYMENT-PARA
           PERFORM 21200-WRITE-PAYMENT-PARA UNTIL WS-CHILD-EOF
            EXEC SQL
                CLOSE CSRPAY
            END-EXEC
           .
       21100-FETCH-PAYMENT-PARA.
            EXEC SQL
                FETCH CSRPAY
                 INTO :PAYMENTS.CLAIMNUMBER, :PAYMENTS.PAYMENTTS,
                      :PAYMENTS.PAYMENTDATE, :PAYMENTS.PAYAMOUNT,
                      :PAYMENTS.PAYEE, :PAYMENTS.PAYOPID,
                      :PAYMENTS.PAYTYPE, :PAYMENTS.REVERSEDTS,
                      :PAYMENTS.REVRSN, :PAYMENTS.ISSUEDTS,
                      :PAYMENTS.DEDUCTAMT, :PAYMENTS.CLEAREDTS,
                      :PAYMENTS.CLEARDATE, :PAYMENTS.CLEARAMT,
                      :PAYMENTS.GLPOSTEDTS, :PAYMENTS.PAYEEID,
                      :PAYMENTS.RELSTATUS, :PAYMENTS.RELOPID,
                      :PAYMENTS.RELTS, :PAYMENTS.PAYCATEGORY
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-CHILD-EOF-SW
             WHEN OTHER
               MOVE '21100-FETCH-PAYMENT' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-CHILD-EOF-SW
           END-EVALUATE
           .
       21200-WRITE-PAYMENT-PARA.
           PERFORM 80400-ROW-START-PARA
           MOVE CLAIMNUMBER OF PAYMENTS TO WS-DW-NUM
           PERFORM 80100-ADD-NUM-PARA
           MOVE PAYMENTTS OF PAYMENTS   TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE FUNCTION DISPLAY-OF(PAYMENTDATE OF PAYMENTS)
                                        TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE PAYAMOUNT OF PAYMENTS   TO WS-DW-NUM
           PERFORM 80100-ADD-NUM-PARA
           MOVE FUNCTION DISPLAY-OF(PAYEE OF PAYMENTS) TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE PAYOPID OF PAYMENTS     TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE PAYTYPE OF PAYMENTS     TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE REVERSEDTS OF PAYMENTS  TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE REVRSN OF PAYMENTS      TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE ISSUEDTS OF PAYMENTS    TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE DEDUCTAMT OF PAYMENTS   TO WS-DW-NUM
           PERFORM 80100-ADD-NUM-PARA
           MOVE CLEAREDTS OF PAYMENTS   TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE FUNCTION DISPLAY-OF(CLEARDATE OF PAYMENTS)
                                        TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE CLEARAMT OF PAYMENTS    TO WS-DW-NUM
           PERFORM 80100-ADD-NUM-PARA
           MOVE GLPOSTEDTS OF PAYMENTS  TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE PAYEEID OF PAYMENTS     TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE RELSTATUS OF PAYMENTS   TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE RELOPID OF PAYMENTS     TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE RELTS OF PAYMENTS       TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE PAYCATEGORY OF PAYMENTS TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           WRITE PAY-RECORD FROM WS-DW-LINE
           ADD 1 TO WS-PAY-COUNT
           PERFORM 21100-FETCH-PAYMENT-PARA
           .
      ***-----------------------------------------------------------***
      ***  THE CLAIM'S RECOVERIES                                    ***
      ***-----------------------------------------------------------***
       22000-RECOVERY-PARA.
            EXEC SQL
                OPEN CSRRCV
            END-EXEC
           MOVE 'N' TO WS-CHILD-EOF-SW
           PERFORM 22100-FETCH-RECOVERY-PARA
           PERFORM 22200-WRITE-RECOVERY-PARA UNTIL WS-CHILD-EOF
            EXEC SQL
                CLOSE CSRRCV
            END-EXEC
           .
       22100-FETCH-RECOVERY-PARA.
            EXEC SQL
                FETCH CSRRCV
                 INTO :RECOVERY.CLAIMNUMBER, :RECOVERY.RECOVERYTS,
                      :RECOVERY.RECOVERYTYPE, :RECOVERY.RECOVERYAMT,
                      :RECOVERY.RECOVOPID, :RECOVERY.GLPOSTEDTS,
                      :RECOVERY.REINSURER
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-CHILD-EOF-SW
             WHEN OTHER
               MOVE '22100-FETCH-RECOVERY' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-CHILD-EOF-SW
           END-EVALUATE
           .
       22200-WRITE-RECOVERY-PARA.
           PERFORM 80400-ROW-START-PARA
           MOVE CLAIMNUMBER OF RECOVERY  TO WS-DW-NUM
           PERFORM 80100-ADD-NUM-PARA
           MOVE RECOVERYTS OF RECOVERY   TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE RECOVERYTYPE OF RECOVERY TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE RECOVERYAMT OF RECOVERY  TO WS-DW-NUM
           PERFORM 80100-ADD-NUM-PARA
           MOVE RECOVOPID OF RECOVERY    TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE GLPOSTEDTS OF RECOVERY   TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE REINSURER OF RECOVERY    TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           WRITE RCV-RECORD FROM WS-DW-LINE
           ADD 1 TO WS-RCV-COUNT
           PERFORM 22100-FETCH-RECOVERY-PARA
           .
      ***-----------------------------------------------------------***
      ***  THE CLAIM'S SIU REFERRALS                                 ***
      ***-----------------------------------------------------------***
       23000-FRAUDREF-PARA.
            EXEC SQL
                OPEN CSRFRD
            END-EXEC
           MOVE 'N' TO WS-CHILD-EOF-SW
           PERFORM 23100-FETCH-FRAUDREF-PARA
           PERFORM 23200-WRITE-FRAUDREF-PARA UNTIL WS-CHILD-EOF
            EXEC SQL
                CLOSE CSRFRD
            END-EXEC
           .
       23100-FETCH-FRAUDREF-PARA.
            EXEC SQL
                FETCH CSRFRD
                 INTO :FRAUDREF.CLAIMNUMBER, :FRAUDREF.REFERTS,
                      :FRAUDREF.RULEID, :FRAUDREF.REVIEWSTATUS,
                      :FRAUDREF.DISPOPID, :FRAUDREF.DISPOSITIONTS,
                      :FRAUDREF.DISPNOTE
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-CHILD-EOF-SW
             WHEN OTHER
               MOVE '23100-FETCH-FRAUDREF' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-CHILD-EOF-SW
           END-EVALUATE
           .
       23200-WRITE-FRAUDREF-PARA.
           PERFORM 80400-ROW-START-PARA
           MOVE CLAIMNUMBER OF FRAUDREF   TO WS-DW-NUM
           PERFORM 80100-ADD-NUM-PARA
           MOVE REFERTS OF FRAUDREF       TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE RULEID OF FRAUDREF        TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE REVIEWSTATUS OF FRAUDREF  TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE DISPOPID OF FRAUDREF      TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE DISPOSITIONTS OF FRAUDREF TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE FUNCTION DISPLAY-OF(DISPNOTE OF FRAUDREF)
                                          TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           WRITE FRD-RECORD FROM WS-DW-LINE
           ADD 1 TO WS-FRD-COUNT
           PERFORM 23100-FETCH-FRAUDREF-PARA
           .
      ***-----------------------------------------------------------***
      ***  DIARY - THE WHOLE OPEN DIARY                              ***
      ***-----------------------------------------------------------***
       30000-DIARY-PARA.
            EXEC SQL
                OPEN CSRDRY
            END-EXEC
           MOVE 'N' TO WS-EOF-SW
           PERFORM 30100-FETCH-DIARY-PARA
           PERFORM 30200-WRITE-DIARY-PARA UNTIL WS-EOF-YES
            EXEC SQL
                CLOSE CSRDRY
            END-EXEC
           .
       30100-FETCH-DIARY-PARA.
            EXEC SQL
                FETCH CSRDRY
                 INTO :DIARY.CLAIMNUMBER, :DIARY.FOLLOWUPDT,
                      :DIARY.ACTIONTEXT, :DIARY.DIARYOPID
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SW
             WHEN OTHER
               MOVE '30100-FETCH-DIARY' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE
           .
       30200-WRITE-DIARY-PARA.
           PERFORM 80400-ROW-START-PARA
           MOVE CLAIMNUMBER OF DIARY TO WS-DW-NUM
           PERFORM 80100-ADD-NUM-PARA
           MOVE FUNCTION DISPLAY-OF(FOLLOWUPDT OF DIARY) TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE FUNCTION DISPLAY-OF(ACTIONTEXT OF DIARY) TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE DIARYOPID OF DIARY   TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           WRITE DRY-RECORD FROM WS-DW-LINE
           ADD 1 TO WS-DRY-COUNT
           PERFORM 30100-FETCH-DIARY-PARA
           .
      ***-----------------------------------------------------------***
      ***  POLICY - THE POLICIES CHANGED IN THE WINDOW               ***
      ***-----------------------------------------------------------***
       31000-POLICY-PARA.
            EXEC SQL
                OPEN CSRPOL
            END-EXEC
           MOVE 'N' TO WS-EOF-SW
           PERFORM 31100-FETCH-POLICY-PARA
           PERFORM 31200-WRITE-POLICY-PARA UNTIL WS-EOF-YES
            EXEC SQL
                CLOSE CSRPOL
            END-EXEC
           .
       31100-FETCH-POLICY-PARA.
            EXEC SQL
                FETCH CSRPOL
                 INTO :POLICY.POLICYNUMBER, :POLICY.HOLDERNAME,
                      :POLICY.COVLIMIT, :POLICY.INCEPTDT,
                      :POLICY.EXPIRYDT, :POLICY.DEDUCTIBLE,
                      :POLICY.LASTCHGTS
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SW
             WHEN OTHER
               MOVE '31100-FETCH-POLICY' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE
           .
       31200-WRITE-POLICY-PARA.
           PERFORM 80400-ROW-START-PARA
           MOVE POLICYNUMBER OF POLICY TO WS-DW-NUM
           PERFORM 80100-ADD-NUM-PARA
           MOVE FUNCTION DISPLAY-OF(HOLDERNAME OF POLICY) TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE COVLIMIT OF POLICY     TO WS-DW-NUM
           PERFORM 80100-ADD-NUM-PARA
           MOVE FUNCTION DISPLAY-OF(INCEPTDT OF POLICY) TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE FUNCTION DISPLAY-OF(EXPIRYDT OF POLICY) TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE DEDUCTIBLE OF POLICY   TO WS-DW-NUM
           PERFORM 80100-ADD-NUM-PARA
           MOVE LASTCHGTS OF POLICY    TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           WRITE POL-RECORD FROM WS-DW-LINE
           ADD 1 TO WS-POL-COUNT
           PERFORM 31100-FETCH-POLICY-PARA
           .
      ***-----------------------------------------------------------***
      ***  CAUSECODE SNAPSHOT                                        ***
      ***-----------------------------------------------------------***
       32000-CAUSECODE-PARA.
            EXEC SQL
                OPEN CSRCAU
            END-EXEC
           MOVE 'N' TO WS-EOF-SW
           PERFORM 32100-FETCH-CAUSECODE-PARA
           PERFORM 32200-WRITE-CAUSECODE-PARA UNTIL WS-EOF-YES
            EXEC SQL
                CLOSE CSRCAU
            END-EXEC
           .
       32100-FETCH-CAUSECODE-PARA.
            EXEC SQL
                FETCH CSRCAU
                 INTO :CAUSECODE.CCODE, :CAUSECODE.DESCRIPTION,
                      :CAUSECODE.EXPIRYDT
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SW
             WHEN OTHER
               MOVE '32100-FETCH-CAUSECODE' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE
           .
       32200-WRITE-CAUSECODE-PARA.
           PERFORM 80400-ROW-START-PARA
           MOVE FUNCTION DISPLAY-OF(CCODE OF CAUSECODE) TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE FUNCTION DISPLAY-OF(DESCRIPTION OF CAUSECODE)
                                    TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE FUNCTION DISPLAY-OF(EXPIRYDT OF CAUSECODE)
                                    TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           WRITE CAU-RECORD FROM WS-DW-LINE
           ADD 1 TO WS-CAU-COUNT
           PERFORM 32100-FETCH-CAUSECODE-PARA
           .
      ***-----------------------------------------------------------***
      ***  CATEVENT SNAPSHOT                                         ***
      ***-----------------------------------------------------------***
       33000-CATEVENT-PARA.
            EXEC SQL
                OPEN CSRCAT
            END-EXEC
           MOVE 'N' TO WS-EOF-SW
           PERFORM 33100-FETCH-CATEVENT-PARA
           PERFORM 33200-WRITE-CATEVENT-PARA UNTIL WS-EOF-YES
            EXEC SQL
                CLOSE CSRCAT
            END-EXEC
           .
       33100-FETCH-CATEVENT-PARA.
            EXEC SQL
                FETCH CSRCAT
                 INTO :CATEVENT.EVENTCODE, :CATEVENT.DESCRIPTION,
                      :CATEVENT.STARTDT, :CATEVENT.ENDDT,
                      :CATEVENT.PERIL
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SW
             WHEN OTHER
               MOVE '33100-FETCH-CATEVENT' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE
           .
       33200-WRITE-CATEVENT-PARA.
           PERFORM 80400-ROW-START-PARA
           MOVE EVENTCODE OF CATEVENT TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE FUNCTION DISPLAY-OF(DESCRIPTION OF CATEVENT)
                                      TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE FUNCTION DISPLAY-OF(STARTDT OF CATEVENT) TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE FUNCTION DISPLAY-OF(ENDDT OF CATEVENT)   TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE PERIL OF CATEVENT     TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           WRITE CAT-RECORD FROM WS-DW-LINE
           ADD 1 TO WS-CAT-COUNT
           PERFORM 33100-FETCH-CATEVENT-PARA
           .
      ***-----------------------------------------------------------***
      ***  EXCHRATE SNAPSHOT - EVERY RATE, SO THE WAREHOUSE CAN      ***
      ***  CONVERT AS AT ANY DATE THE WAY THE REPORTS HERE DO        ***
      ***-----------------------------------------------------------***
       34000-EXCHRATE-PARA.
            EXEC SQL
                OPEN CSRXRT
            END-EXEC
           MOVE 'N' TO WS-EOF-SW
           PERFORM 34100-FETCH-EXCHRATE-PARA
           PERFORM 34200-WRITE-EXCHRATE-PARA UNTIL WS-EOF-YES
            EXEC SQL
                CLOSE CSRXRT
            END-EXEC
           .
       34100-FETCH-EXCHRATE-PARA.
            EXEC SQL
                FETCH CSRXRT
                 INTO :EXCHRATE.CURRENCYCODE, :EXCHRATE.EFFDATE,
                      :EXCHRATE.RATETOUSD
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE 'Y' TO WS-EOF-SW
             WHEN OTHER
               MOVE '34100-FETCH-EXCHRATE' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
           END-EVALUATE
           .
       34200-WRITE-EXCHRATE-PARA.
           PERFORM 80400-ROW-START-PARA
           MOVE CURRENCYCODE OF EXCHRATE TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE FUNCTION DISPLAY-OF(EFFDATE OF EXCHRATE) TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE RATETOUSD OF EXCHRATE    TO WS-DW-RATE
           PERFORM 80200-ADD-RATE-PARA
           WRITE XRT-RECORD FROM WS-DW-LINE
           ADD 1 TO WS-XRT-COUNT
           PERFORM 34100-FETCH-EXCHRATE-PARA
           .
      ***-----------------------------------------------------------***
      ***  TRAILERS, THEN - ONLY WHEN EVERY FILE IS COMPLETE - MOVE  ***
      ***  THE HIGH-WATER MARK UP TO THIS RUN'S WINDOW END. A RUN    ***
      ***  THAT HIT AN SQL ERROR LEAVES THE MARK WHERE IT WAS, SO    ***
      ***  ITS RERUN (OR THE NEXT NIGHT) SENDS THE SAME WINDOW       ***
      ***  AGAIN.                                                    ***
      ***-----------------------------------------------------------***
       40000-WRAP-UP-PARA.
           MOVE 'CLAIMS'    TO WS-TABLE-NAME
           MOVE WS-CLM-COUNT TO WS-DW-COUNT
           PERFORM 80600-TRAILER-LINE-PARA
           WRITE CLM-RECORD FROM WS-DW-LINE
           MOVE 'PAYMENTS'  TO WS-TABLE-NAME
           MOVE WS-PAY-COUNT TO WS-DW-COUNT
           PERFORM 80600-TRAILER-LINE-PARA
           WRITE PAY-RECORD FROM WS-DW-LINE
           MOVE 'RECOVERY'  TO WS-TABLE-NAME
           MOVE WS-RCV-COUNT TO WS-DW-COUNT
           PERFORM 80600-TRAILER-LINE-PARA
           WRITE RCV-RECORD FROM WS-DW-LINE
           MOVE 'FRAUDREF'  TO WS-TABLE-NAME
           MOVE WS-FRD-COUNT TO WS-DW-COUNT
           PERFORM 80600-TRAILER-LINE-PARA
           WRITE FRD-RECORD FROM WS-DW-LINE
           MOVE 'DIARY'     TO WS-TABLE-NAME
           MOVE WS-DRY-COUNT TO WS-DW-COUNT
           PERFORM 80600-TRAILER-LINE-PARA
           WRITE DRY-RECORD FROM WS-DW-LINE
           MOVE 'POLICY'    TO WS-TABLE-NAME
           MOVE WS-POL-COUNT TO WS-DW-COUNT
           PERFORM 80600-TRAILER-LINE-PARA
           WRITE POL-RECORD FROM WS-DW-LINE
           MOVE 'CAUSECODE' TO WS-TABLE-NAME
           MOVE WS-CAU-COUNT TO WS-DW-COUNT
           PERFORM 80600-TRAILER-LINE-PARA
           WRITE CAU-RECORD FROM WS-DW-LINE
           MOVE 'CATEVENT'  TO WS-TABLE-NAME
           MOVE WS-CAT-COUNT TO WS-DW-COUNT
           PERFORM 80600-TRAILER-LINE-PARA
           WRITE CAT-RECORD FROM WS-DW-LINE
           MOVE 'EXCHRATE'  TO WS-TABLE-NAME
           MOVE WS-XRT-COUNT TO WS-DW-COUNT
           PERFORM 80600-TRAILER-LINE-PARA
           WRITE XRT-RECORD FROM WS-DW-LINE
           COMPUTE WS-ROW-TOTAL = WS-CLM-COUNT + WS-PAY-COUNT
                                + WS-RCV-COUNT + WS-FRD-COUNT
                                + WS-DRY-COUNT + WS-POL-COUNT
                                + WS-CAU-COUNT + WS-CAT-COUNT
                                + WS-XRT-COUNT
           IF RETURN-CODE < 8
              PERFORM 41000-MOVE-MARK-PARA
           END-IF
            EXEC SQL
                COMMIT
            END-EXEC
           DISPLAY 'MF36BRS - MODE ' WS-RUN-MODE ' WINDOW '
                   WS-FROM-TS ' TO ' WS-TO-TS
           MOVE WS-CLM-COUNT TO WS-COUNT-EDIT
           DISPLAY 'MF36BRS - CLAIMS    ROWS : ' WS-COUNT-EDIT
           MOVE WS-PAY-COUNT TO WS-COUNT-EDIT
           DISPLAY 'MF36BRS - PAYMENTS  ROWS : ' WS-COUNT-EDIT
           MOVE WS-RCV-COUNT TO WS-COUNT-EDIT
           DISPLAY 'MF36BRS - RECOVERY  ROWS : ' WS-COUNT-EDIT
           MOVE WS-FRD-COUNT TO WS-COUNT-EDIT
           DISPLAY 'MF36BRS - FRAUDREF  ROWS : ' WS-COUNT-EDIT
           MOVE WS-DRY-COUNT TO WS-COUNT-EDIT
           DISPLAY 'MF36BRS - DIARY     ROWS : ' WS-COUNT-EDIT
           MOVE WS-POL-COUNT TO WS-COUNT-EDIT
           DISPLAY 'MF36BRS - POLICY    ROWS : ' WS-COUNT-EDIT
           MOVE WS-CAU-COUNT TO WS-COUNT-EDIT
           DISPLAY 'MF36BRS - CAUSECODE ROWS : ' WS-COUNT-EDIT
           MOVE WS-CAT-COUNT TO WS-COUNT-EDIT
           DISPLAY 'MF36BRS - CATEVENT  ROWS : ' WS-COUNT-EDIT
           MOVE WS-XRT-COUNT TO WS-COUNT-EDIT
           DISPLAY 'MF36BRS - EXCHRATE  ROWS : ' WS-COUNT-EDIT
           .
       41000-MOVE-MARK-PARA.
           MOVE WS-EXTRACT-NAME TO EXTRACTNAME OF EXTRACTCTL
           MOVE WS-TO-TS        TO HWMTS       OF EXTRACTCTL
           MOVE WS-RUN-MODE     TO RUNMODE     OF EXTRACTCTL
           IF WS-CTL-FOUND
               EXEC SQL
                   UPDATE MFTR36.EXTRACTCTL
                      SET HWMTS     = :EXTRACTCTL.HWMTS,
                          RUNMODE   = :EXTRACTCTL.RUNMODE,
                          BUSDATE   = DATE(:JR-BUSDATE),
                          UPDATEDTS = CURRENT TIMESTAMP
                    WHERE EXTRACTNAME = :EXTRACTCTL.EXTRACTNAME
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO MFTR36.EXTRACTCTL
                          (EXTRACTNAME,
                           HWMTS,
                           RUNMODE,
                           BUSDATE,
                           UPDATEDTS)
                   VALUES (:EXTRACTCTL.EXTRACTNAME,
                           :EXTRACTCTL.HWMTS,
                           :EXTRACTCTL.RUNMODE,
                           DATE(:JR-BUSDATE),
                           CURRENT TIMESTAMP)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE '41000-MOVE-MARK' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       50000-EXIT-PARA.
           IF NOT WS-PARM-BAD
              CLOSE DWCLAIM DWPAYMT DWRECOV DWFRAUD DWDIARY
                    DWPOLCY DWCAUSE DWCATEV DWEXCHR
           END-IF
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  APPEND ONE TEXT FIELD TO THE ROW, WITHOUT ITS TRAILING    ***
      ***  BLANKS. A DELIMITER INSIDE THE TEXT BECOMES A BLANK SO    ***
      ***  THE COLUMNS NEVER SHIFT. A BLANK FIELD IS AN EMPTY ONE.   ***
      ***-----------------------------------------------------------***
       80000-ADD-TEXT-PARA.
           INSPECT WS-DW-TEXT REPLACING ALL '|' BY SPACE
           MOVE 255 TO WS-DW-LEN
           MOVE 'N' TO WS-TEXT-END-SW
           PERFORM 80010-TEXT-END-PARA
               UNTIL WS-DW-LEN = ZERO OR WS-TEXT-END
           STRING '|' DELIMITED BY SIZE
                  INTO WS-DW-LINE
                  WITH POINTER WS-DW-PTR
           END-STRING
           IF WS-DW-LEN > ZERO
              STRING WS-DW-TEXT(1:WS-DW-LEN) DELIMITED BY SIZE
                     INTO WS-DW-LINE
                     WITH POINTER WS-DW-PTR
              END-STRING
           END-IF
           MOVE SPACES TO WS-DW-TEXT
           .
       80010-TEXT-END-PARA.
           IF WS-DW-TEXT(WS-DW-LEN:1) = SPACE
              SUBTRACT 1 FROM WS-DW-LEN
           ELSE
              SET WS-TEXT-END TO TRUE
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  APPEND ONE WHOLE NUMBER, SIGNED, WITHOUT LEADING BLANKS   ***
      ***-----------------------------------------------------------***
       80100-ADD-NUM-PARA.
           MOVE ZERO TO WS-DW-LEAD
           INSPECT WS-DW-NUM TALLYING WS-DW-LEAD FOR LEADING SPACES
           STRING '|'                        DELIMITED BY SIZE
                  WS-DW-NUM(WS-DW-LEAD + 1:) DELIMITED BY SIZE
                  INTO WS-DW-LINE
                  WITH POINTER WS-DW-PTR
           END-STRING
           .
      ***-----------------------------------------------------------***
      ***  APPEND AN EXCHANGE RATE TO ITS SIX DECIMAL PLACES          ***
      ***-----------------------------------------------------------***
       80200-ADD-RATE-PARA.
           MOVE ZERO TO WS-DW-LEAD
           INSPECT WS-DW-RATE TALLYING WS-DW-LEAD FOR LEADING SPACES
           STRING '|'                         DELIMITED BY SIZE
                  WS-DW-RATE(WS-DW-LEAD + 1:) DELIMITED BY SIZE
                  INTO WS-DW-LINE
                  WITH POINTER WS-DW-PTR
           END-STRING
           .
      ***-----------------------------------------------------------***
      ***  START A DATA ROW - EVERY FIELD THAT FOLLOWS BRINGS ITS    ***
      ***  OWN LEADING DELIMITER                                     ***
      ***-----------------------------------------------------------***
       80400-ROW-START-PARA.
           MOVE SPACES TO WS-DW-LINE
           MOVE 'D'    TO WS-DW-LINE(1:1)
           MOVE 2      TO WS-DW-PTR
           .
      ***-----------------------------------------------------------***
      ***  THE HEADER ROW - H, TABLE, MODE (D = CHANGES IN THE       ***
      ***  WINDOW, F = EVERY ROW), WINDOW FROM AND TO, BUSINESS DATE ***
      ***-----------------------------------------------------------***
       80500-HEADER-LINE-PARA.
           MOVE SPACES TO WS-DW-LINE
           MOVE 'H'    TO WS-DW-LINE(1:1)
           MOVE 2      TO WS-DW-PTR
           MOVE WS-TABLE-NAME TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE WS-FILE-MODE  TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE WS-FROM-TS    TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE WS-TO-TS      TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE JR-BUSDATE    TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           .
      ***-----------------------------------------------------------***
      ***  THE TRAILER ROW - T, TABLE, DATA ROW COUNT                ***
      ***-----------------------------------------------------------***
       80600-TRAILER-LINE-PARA.
           MOVE SPACES TO WS-DW-LINE
           MOVE 'T'    TO WS-DW-LINE(1:1)
           MOVE 2      TO WS-DW-PTR
           MOVE WS-TABLE-NAME TO WS-DW-TEXT
           PERFORM 80000-ADD-TEXT-PARA
           MOVE WS-DW-COUNT   TO WS-DW-NUM
           PERFORM 80100-ADD-NUM-PARA
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
                VALUES (0,
                        CURRENT TIMESTAMP,
                        'MF36BRS',
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
           MOVE 'MF36BRS' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BRS - RUN REFUSED: ' JR-MESSAGE
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
           MOVE WS-ROW-TOTAL TO JR-IN-COUNT
           MOVE WS-ROW-TOTAL TO JR-OUT-COUNT
           MOVE ZERO TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
