      ***  PAID) PULLED FROM MFTR36.CLAIMS. ENTRIES SITTING ON        ***
      ***  WITHDRAWN CLAIMS ARE DROPPED FROM THE TABLE UP FRONT -     ***
      ***  THERE IS NOTHING LEFT TO CHASE ON A WITHDRAWN CLAIM.       ***
      ***  COURT DATES COMING UP IN THE NEXT WS-COURT-DAYS DAYS ON    ***
      ***  AN OPEN SUIT (MFTR36.LITIGATION - NEXT HEARING AND TRIAL)  ***
      ***  ARE LISTED TOO, UNDER THE CLAIM'S HANDLER, SO THE DEFENCE  ***
      ***  IS PREPARED BEFORE THE DATE RATHER THAN CHASED AFTER IT.   ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BR5.
       01 WS-PREV-OPID             PIC X(08).
       01 WS-ENTRY-COUNT           PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-DROP-COUNT            PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-COURT-DAYS            PIC S9(4)  COMP VALUE 14.
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-RESERVE               PIC S9(11) COMP-3.
       01 WS-RESERVE-EDIT          PIC ZZZ,ZZZ,ZZ9.
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
              'MFTR36 DIARY WORKLIST - DUE/OVERDUE, PLUS COURT DATES'.
       01 WS-RUNDATE-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(09) VALUE 'RUN DATE:'.
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
       01 WS-OPID-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(10) VALUE 'WORKLIST -'.
           05 DTL-ACTION           PIC X(60).
           05 FILLER               PIC X(30) VALUE SPACE.
       01 WS-BLANK-LINE            PIC X(133) VALUE SPACES.
           COPY MF36CP32.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           END-EXEC.
      ***-----------------------------------------------------------***
      ***  EVERY DIARY ENTRY DUE TODAY OR EARLIER, WITH ITS CLAIM'S  ***
      ***  STATUS AND AMOUNTS, GROUPED BY OWNING OPERATOR - PLUS     ***
      ***  EACH OPEN SUIT'S HEARING OR TRIAL DATE FALLING TODAY OR   ***
      ***  IN THE COURT-DATE WINDOW, OWNED BY THE CLAIM'S ASSIGNED   ***
      ***  HANDLER (ELSE THE OPERATOR WHO ENTERED IT).               ***
      ***-----------------------------------------------------------***
           EXEC SQL
               DECLARE CSRWRK CURSOR WITH HOLD FOR
                     FROM MFTR36.DIARY  D,
                          MFTR36.CLAIMS C
                    WHERE C.CLAIMNUMBER = D.CLAIMNUMBER
                      AND D.FOLLOWUPDT <= DATE(:JR-BUSDATE)
                   UNION ALL
                   SELECT COALESCE(NULLIF(C.ASSIGNEDOPID, ' '),
                                   NULLIF(C.ENTOPID, ' '),
                                   'UNASSIGN'),
                          L.NEXTCOURTDT, L.CLAIMNUMBER,
                          'COURT HEARING - DOCKET ' CONCAT L.DOCKETNBR
                          CONCAT ' ' CONCAT L.COURT,
                          C.CLAIMSTATUS, C.PAID, C.CVALUE
                     FROM MFTR36.LITIGATION L,
                          MFTR36.CLAIMS     C
                    WHERE C.CLAIMNUMBER = L.CLAIMNUMBER
                      AND L.SUITSTATUS  = 'O'
                      AND L.NEXTCOURTDT BETWEEN DATE(:JR-BUSDATE)
                          AND DATE(:JR-BUSDATE) + :WS-COURT-DAYS DAYS
                   UNION ALL
                   SELECT COALESCE(NULLIF(C.ASSIGNEDOPID, ' '),
                                   NULLIF(C.ENTOPID, ' '),
                                   'UNASSIGN'),
                          L.TRIALDATE, L.CLAIMNUMBER,
                          'TRIAL DATE - DOCKET ' CONCAT L.DOCKETNBR
                          CONCAT ' ' CONCAT L.COURT,
                          C.CLAIMSTATUS, C.PAID, C.CVALUE
                     FROM MFTR36.LITIGATION L,
                          MFTR36.CLAIMS     C
                    WHERE C.CLAIMNUMBER = L.CLAIMNUMBER
                      AND L.SUITSTATUS  = 'O'
                      AND L.TRIALDATE BETWEEN DATE(:JR-BUSDATE)
                          AND DATE(:JR-BUSDATE) + :WS-COURT-DAYS DAYS
                    ORDER BY 1, 2, 3
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
           MOVE WS-RUN-MM TO RDL-MM
           MOVE WS-RUN-DD TO RDL-DD
           MOVE WS-RUN-YY TO RDL-YY
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-HH TO RDL-HH
           MOVE WS-RUN-MN TO RDL-MN
           MOVE JR-BUSDATE TO RDL-BUSDATE
           WRITE RPT-RECORD FROM WS-TITLE-LINE
           WRITE RPT-RECORD FROM WS-RUNDATE-LINE
            EXEC SQL
           .
       50000-EXIT-PARA.
           CLOSE WRKOUT
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE START ON MFTR36.JOBRUN. A JOB    ***
      ***  REFUSED (A PREREQUISITE NOT COMPLETE, OR ALREADY RUN FOR  ***
      ***  THE BUSINESS DATE) ENDS HERE WITH RETURN CODE 12.         ***
      ***-----------------------------------------------------------***
       95000-RUN-START-PARA.
           SET JR-START TO TRUE
           MOVE 'MF36BR5' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BR5 - RUN REFUSED: ' JR-MESSAGE
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
           MOVE WS-ENTRY-COUNT TO JR-IN-COUNT
           MOVE WS-ENTRY-COUNT TO JR-OUT-COUNT
           MOVE ZERO TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
