      ******************************************************************
      ***          MF36BL5 : NIGHTLY IMAGING INDEX LOAD               ***
      ***  LOADS THE SCANNING ROOM'S NIGHTLY INDEX FILE - ONE RECORD  ***
      ***  PER DOCUMENT RECEIVED AND IMAGED, CARRYING THE IMAGING     ***
      ***  SYSTEM'S IMAGE ID, THE CLAIM NUMBER, THE DOCUMENT TYPE     ***
      ***  AND THE DATE RECEIVED - INTO MFTR36.CLAIMDOC, SO THE       ***
      ***  INQUIRY SCREEN CAN SHOW WHAT A CLAIM HAS RECEIVED AGAINST  ***
      ***  ITS CAUSE'S REQUIRED-DOCUMENT CHECKLIST (MFTR36.CAUSEDOC)  ***
      ***  AND THE CHASE JOB (MF36BRQ) CAN FIND WHAT IS STILL         ***
      ***  OUTSTANDING. A RECORD FOR A CLAIM NOT ON FILE, OR WITH NO  ***
      ***  DOCUMENT TYPE OR A BAD DATE, IS REJECTED ONTO THE CONTROL  ***
      ***  REPORT FOR THE SCANNING ROOM TO RE-INDEX. AN IMAGE ID      ***
      ***  ALREADY LOADED (THE SAME FILE SENT TWICE) IS LISTED AND    ***
      ***  SKIPPED, NEVER LOADED TWICE. THE FILE CARRIES A TRAILER    ***
      ***  WITH THE RECORD COUNT; A FILE THAT DOES NOT BALANCE (OR    ***
      ***  HAS NO TRAILER) IS REFUSED WHOLE AND ROLLED BACK, THE SAME ***
      ***  RULE AS THE RATE LOAD (MF36BL3).                           ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BL5.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMGIDX ASSIGN TO IMGIDX
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DOCRPT ASSIGN TO DOCRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  IMGIDX
           RECORDING MODE IS F.
       01  IDX-RECORD                 PIC X(48).
       FD  DOCRPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-BATCH-OPID            PIC X(08) VALUE 'MF36BL5 '.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
          88 WS-EOF-YES                      VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW       PIC X(01) VALUE 'N'.
          88 WS-TRAILER-SEEN                 VALUE 'Y'.
       01 WS-LOAD-GOOD-SW          PIC X(01) VALUE 'Y'.
          88 WS-LOAD-GOOD                    VALUE 'Y'.
       01 WS-READ-COUNT            PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-LOAD-COUNT            PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-DUP-COUNT             PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-REJECT-COUNT          PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-TRL-COUNT             PIC 9(07).
       01 WS-CLAIM-CHECK-COUNT     PIC S9(9) COMP.
       01 WS-LOAD-TS               PIC X(26).
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-ERR-PARAID            PIC X(30).
       01 WS-ERR-SQLCODE           PIC S9(9) COMP.
      ***-----------------------------------------------------------***
      ***  ONE RECORD OF THE INDEX FILE - 'D' DETAIL CARRIES THE     ***
      ***  IMAGE ID, CLAIM NUMBER, DOCUMENT TYPE AND THE DATE THE    ***
      ***  DOCUMENT WAS RECEIVED; 'T' TRAILER CARRIES THE DETAIL     ***
      ***  COUNT.                                                    ***
      ***-----------------------------------------------------------***
       01 WS-IDX-REC.
           05 IX-RECTYPE           PIC X(01).
           05 IX-IMAGEID           PIC X(20).
           05 IX-CLAIMNUMBER       PIC X(09).
           05 IX-CLAIMNUMBER-R REDEFINES IX-CLAIMNUMBER
                                   PIC 9(09).
           05 IX-DOCTYPE           PIC X(08).
           05 IX-RECVDATE          PIC X(10).
       01 WS-TRL-REC REDEFINES WS-IDX-REC.
           05 FILLER               PIC X(01).
           05 TR-COUNT             PIC X(07).
           05 FILLER               PIC X(40).
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
              'MFTR36 NIGHTLY IMAGING INDEX LOAD - CONTROL/EXCEPTIONS'.
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
       01 WS-REJECT-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RJL-DATA             PIC X(48).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 RJL-REASON           PIC X(45).
           05 FILLER               PIC X(37) VALUE SPACE.
       01 WS-TEXT-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 TXT-LABEL            PIC X(45).
           05 TXT-VALUE            PIC X(13).
           05 FILLER               PIC X(74) VALUE SPACE.
       01 WS-BLANK-LINE            PIC X(133) VALUE SPACES.
           COPY MF36CP32.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP39
           END-EXEC.
       PROCEDURE DIVISION.
      ***-----------------------------------------------------------***
      ***  MAIN PROCEDURE                                            ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           PERFORM 95000-RUN-START-PARA
           PERFORM 10000-INITIALIZE-PARA
           PERFORM 20000-READ-PARA
           PERFORM 30000-PROCESS-PARA
               UNTIL WS-EOF-YES OR WS-TRAILER-SEEN
           PERFORM 35000-BALANCE-PARA
           PERFORM 40000-WRAP-UP-PARA
           PERFORM 50000-EXIT-PARA.
       10000-INITIALIZE-PARA.
           OPEN INPUT  IMGIDX
           OPEN OUTPUT DOCRPT
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
      *    ONE LOAD TIMESTAMP FOR THE WHOLE FILE, SO EVERY ROW OF A
      *    NIGHT'S LOAD CAN BE PICKED OUT TOGETHER
            EXEC SQL
                SET :WS-LOAD-TS = CURRENT TIMESTAMP
            END-EXEC
           .
      ***-----------------------------------------------------------***
      ***  READ THE NEXT INDEX RECORD                                ***
      ***-----------------------------------------------------------***
       20000-READ-PARA.
           READ IMGIDX INTO WS-IDX-REC
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           .
      ***-----------------------------------------------------------***
      ***  ONE RECORD - DETAILS ARE EDITED AND INSERTED (UNDER THE   ***
      ***  UNCOMMITTED UNIT OF WORK THE TRAILER CHECK DECIDES ON),   ***
      ***  THE TRAILER STOPS THE READ LOOP. EVERY DETAIL READ GOES   ***
      ***  INTO THE CONTROL COUNT WHETHER IT LOADED OR NOT.          ***
      ***-----------------------------------------------------------***
       30000-PROCESS-PARA.
           EVALUATE IX-RECTYPE
             WHEN 'D'
               ADD 1 TO WS-READ-COUNT
               PERFORM 30100-LOAD-DOC-PARA
             WHEN 'T'
               SET WS-TRAILER-SEEN TO TRUE
             WHEN OTHER
               ADD 1 TO WS-READ-COUNT
               MOVE SPACES     TO WS-REJECT-LINE
               MOVE WS-IDX-REC TO RJL-DATA
               MOVE 'RECORD TYPE MUST BE D OR T' TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE
           IF NOT WS-TRAILER-SEEN
              PERFORM 20000-READ-PARA
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  EDIT ONE DETAIL - THE CLAIM MUST BE ON FILE (ANY STATUS - ***
      ***  A DOCUMENT ARRIVING AFTER CLOSURE IS STILL INDEXED TO     ***
      ***  ITS CLAIM), AND THE IMAGE ID, DOCUMENT TYPE AND RECEIVED  ***
      ***  DATE MUST BE PRESENT.                                     ***
      ***-----------------------------------------------------------***
       30100-LOAD-DOC-PARA.
           MOVE SPACES     TO WS-REJECT-LINE
           MOVE WS-IDX-REC TO RJL-DATA
           MOVE ZERO       TO WS-CLAIM-CHECK-COUNT
           IF IX-CLAIMNUMBER NUMERIC
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-CLAIM-CHECK-COUNT
                     FROM MFTR36.CLAIMS
                    WHERE CLAIMNUMBER = :IX-CLAIMNUMBER-R
               END-EXEC
              IF SQLCODE NOT = 0
                 MOVE IX-CLAIMNUMBER-R TO CLAIMNUMBER OF CLAIMDOC
                 MOVE '30100-CLAIM-CHECK' TO WS-ERR-PARAID
                 PERFORM 90000-LOG-SQL-ERROR-PARA
                 MOVE -1 TO WS-CLAIM-CHECK-COUNT
              END-IF
           END-IF
           EVALUATE TRUE
             WHEN IX-CLAIMNUMBER NOT NUMERIC
               MOVE 'CLAIM NUMBER MISSING OR NOT NUMERIC' TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
             WHEN WS-CLAIM-CHECK-COUNT < ZERO
               MOVE 'SQL ERROR ON CLAIM CHECK - SEE ERROR LOG'
                                                         TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
             WHEN WS-CLAIM-CHECK-COUNT = ZERO
               MOVE 'CLAIM NOT ON FILE'                  TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
             WHEN IX-IMAGEID = SPACES
               MOVE 'IMAGE ID MISSING'                   TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
             WHEN IX-DOCTYPE = SPACES
               MOVE 'DOCUMENT TYPE MISSING'              TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
             WHEN IX-RECVDATE(1:4) NOT NUMERIC
                  OR IX-RECVDATE(5:1) NOT = '-'
                  OR IX-RECVDATE(6:2) NOT NUMERIC
                  OR IX-RECVDATE(8:1) NOT = '-'
                  OR IX-RECVDATE(9:2) NOT NUMERIC
               MOVE 'RECEIVED DATE MUST BE YYYY-MM-DD'   TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
             WHEN OTHER
               MOVE IX-CLAIMNUMBER-R TO CLAIMNUMBER  OF CLAIMDOC
               MOVE IX-DOCTYPE       TO DOCTYPE      OF CLAIMDOC
               MOVE IX-IMAGEID       TO IMAGEID      OF CLAIMDOC
               MOVE IX-RECVDATE      TO RECEIVEDDATE OF CLAIMDOC
               MOVE WS-LOAD-TS       TO LOADTS       OF CLAIMDOC
               PERFORM 30200-INSERT-DOC-PARA
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  INSERT THE DOCUMENT. THE IMAGE ID IS UNIQUE ON CLAIMDOC,  ***
      ***  SO A DOCUMENT ALREADY LOADED FROM AN EARLIER (OR THE      ***
      ***  SAME, RE-SENT) FILE IS LISTED AND SKIPPED.                ***
      ***-----------------------------------------------------------***
       30200-INSERT-DOC-PARA.
            EXEC SQL
                INSERT INTO MFTR36.CLAIMDOC
                       (CLAIMNUMBER,
                        DOCTYPE,
                        IMAGEID,
                        RECEIVEDDATE,
                        LOADTS)
                VALUES (:CLAIMDOC.CLAIMNUMBER,
                        :CLAIMDOC.DOCTYPE,
                        :CLAIMDOC.IMAGEID,
                        :CLAIMDOC.RECEIVEDDATE,
                        :CLAIMDOC.LOADTS)
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-LOAD-COUNT
             WHEN -803
               MOVE 'IMAGE ALREADY LOADED - SKIPPED' TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-DUP-COUNT
             WHEN OTHER
               MOVE '30200-INSERT-DOC' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR ON INSERT - SEE ERROR LOG' TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  THE TRAILER MUST BE PRESENT AND ITS COUNT MUST MATCH      ***
      ***  WHAT WAS READ - OTHERWISE THE WHOLE LOAD IS ROLLED BACK   ***
      ***  AND THE FILE REFUSED, SO A TRUNCATED TRANSMISSION NEVER   ***
      ***  HALF-LOADS THE INDEX.                                     ***
      ***-----------------------------------------------------------***
       35000-BALANCE-PARA.
           MOVE SPACES TO WS-TEXT-LINE
           EVALUATE TRUE
             WHEN NOT WS-TRAILER-SEEN
               MOVE 'N' TO WS-LOAD-GOOD-SW
               MOVE 'FILE REFUSED - NO TRAILER RECORD' TO TXT-LABEL
             WHEN TR-COUNT NOT NUMERIC
               MOVE 'N' TO WS-LOAD-GOOD-SW
               MOVE 'FILE REFUSED - TRAILER NOT NUMERIC' TO TXT-LABEL
             WHEN OTHER
               MOVE TR-COUNT TO WS-TRL-COUNT
               IF WS-TRL-COUNT NOT = WS-READ-COUNT
                  MOVE 'N' TO WS-LOAD-GOOD-SW
                  MOVE 'FILE REFUSED - TRAILER DOES NOT BALANCE'
                                                       TO TXT-LABEL
               ELSE
                  MOVE 'TRAILER BALANCES - LOAD COMMITTED'
                                                       TO TXT-LABEL
               END-IF
           END-EVALUATE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           IF WS-LOAD-GOOD
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
              MOVE ZERO TO WS-LOAD-COUNT
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  LOG AN UNEXPECTED SQLCODE TO MFTR36.SQLERRORLOG AGAINST   ***
      ***  THE CLAIM THE RECORD WAS FOR.                             ***
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
                VALUES (:CLAIMDOC.CLAIMNUMBER,
                        CURRENT TIMESTAMP,
                        'MF36BL5',
                        :WS-ERR-PARAID,
                        :WS-BATCH-OPID,
                        :WS-ERR-SQLCODE,
                        :SQLSTATE)
            END-EXEC
           .
      ***-----------------------------------------------------------***
      ***  CONTROL TOTALS ON THE REPORT AND THE JOB LOG              ***
      ***-----------------------------------------------------------***
       40000-WRAP-UP-PARA.
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           MOVE SPACES          TO WS-TEXT-LINE
           MOVE 'DOCUMENTS READ'                 TO TXT-LABEL
           MOVE WS-READ-COUNT   TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT   TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'DOCUMENTS LOADED'               TO TXT-LABEL
           MOVE WS-LOAD-COUNT   TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT   TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'ALREADY LOADED - SKIPPED'       TO TXT-LABEL
           MOVE WS-DUP-COUNT    TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT   TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'RECORDS REJECTED'               TO TXT-LABEL
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT   TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE WS-READ-COUNT   TO WS-COUNT-EDIT
           DISPLAY 'MF36BL5 - DOCUMENTS READ     : ' WS-COUNT-EDIT
           MOVE WS-LOAD-COUNT   TO WS-COUNT-EDIT
           DISPLAY 'MF36BL5 - DOCUMENTS LOADED   : ' WS-COUNT-EDIT
           MOVE WS-DUP-COUNT    TO WS-COUNT-EDIT
           DISPLAY 'MF36BL5 - ALREADY LOADED     : ' WS-COUNT-EDIT
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
           DISPLAY 'MF36BL5 - RECORDS REJECTED   : ' WS-COUNT-EDIT
           IF NOT WS-LOAD-GOOD
              DISPLAY 'MF36BL5 - FILE REFUSED - LOAD ROLLED BACK'
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       50000-EXIT-PARA.
           CLOSE IMGIDX
           CLOSE DOCRPT
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE START ON MFTR36.JOBRUN. A JOB    ***
      ***  REFUSED (A PREREQUISITE NOT COMPLETE, OR ALREADY RUN FOR  ***
      ***  THE BUSINESS DATE) ENDS HERE WITH RETURN CODE 12.         ***
      ***-----------------------------------------------------------***
       95000-RUN-START-PARA.
           SET JR-START TO TRUE
           MOVE 'MF36BL5' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BL5 - RUN REFUSED: ' JR-MESSAGE
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
           MOVE WS-READ-COUNT TO JR-IN-COUNT
           MOVE WS-LOAD-COUNT TO JR-OUT-COUNT
           MOVE WS-REJECT-COUNT TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
