      ******************************************************************
      ***          MF36BL6 : NIGHTLY SANCTIONS LIST LOAD              ***
      ***  LOADS THE PUBLISHED GOVERNMENT SANCTIONS LIST FROM ITS     ***
      ***  NIGHTLY FILE INTO MFTR36.SANCLIST, FOR THE PAYMENT         ***
      ***  SCREENING (MF36BRU) TO MATCH EVERY UNISSUED PAYMENT'S      ***
      ***  PAYEE AND POLICYHOLDER AGAINST BEFORE THE DISBURSEMENT     ***
      ***  EXTRACT (MF36BR9) RUNS. THE FILE IS THE WHOLE LIST, NOT A  ***
      ***  CHANGE FILE - A 'H' HEADER CARRYING THE LIST'S PUBLICATION ***
      ***  DATE, ONE 'D' RECORD PER NAME (AKAS ARE RECORDS OF THEIR   ***
      ***  OWN UNDER THE SAME ENTRY ID) AND A 'T' TRAILER WITH THE    ***
      ***  DETAIL COUNT - SO THE TABLE IS EMPTIED AND RELOADED IN ONE ***
      ***  UNIT OF WORK. A LIST THAT DOES NOT LOAD WHOLE (NO HEADER,  ***
      ***  NO TRAILER, A COUNT THAT DOES NOT BALANCE, ANY RECORD      ***
      ***  REJECTED, OR NO NAMES AT ALL) IS ROLLED BACK AND REFUSED   ***
      ***  WITH RETURN CODE 8, LEAVING THE PREVIOUS NIGHT'S LIST IN   ***
      ***  PLACE - A PARTIAL LIST COULD LET A LISTED NAME BE PAID.    ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36BL6.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCIN ASSIGN TO SANCIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SANRPT ASSIGN TO SANRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SANCIN
           RECORDING MODE IS F.
       01  SAN-RECORD                 PIC X(84).
       FD  SANRPT
           RECORDING MODE IS F.
       01  RPT-RECORD                 PIC X(133).
       WORKING-STORAGE SECTION.
       01 WS-BATCH-OPID            PIC X(08) VALUE 'MF36BL6 '.
       01 WS-EOF-SW                PIC X(01) VALUE 'N'.
          88 WS-EOF-YES                      VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW       PIC X(01) VALUE 'N'.
          88 WS-TRAILER-SEEN                 VALUE 'Y'.
       01 WS-HEADER-BAD-SW         PIC X(01) VALUE 'N'.
          88 WS-HEADER-BAD                   VALUE 'Y'.
       01 WS-LOAD-GOOD-SW          PIC X(01) VALUE 'Y'.
          88 WS-LOAD-GOOD                    VALUE 'Y'.
       01 WS-READ-COUNT            PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-LOAD-COUNT            PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-DUP-COUNT             PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-REJECT-COUNT          PIC S9(7)  COMP-3 VALUE ZERO.
       01 WS-TRL-COUNT             PIC 9(07).
       01 WS-LIST-DATE             PIC X(10) VALUE SPACES.
       01 WS-LOAD-TS               PIC X(26).
       01 WS-COUNT-EDIT            PIC ZZZ,ZZ9.
       01 WS-ERR-PARAID            PIC X(30).
       01 WS-ERR-SQLCODE           PIC S9(9) COMP.
      ***-----------------------------------------------------------***
      ***  ONE RECORD OF THE LIST FILE - 'D' DETAIL CARRIES THE      ***
      ***  LIST'S ENTRY ID, THE ENTRY TYPE (I INDIVIDUAL, E ENTITY,  ***
      ***  V VESSEL), THE PROGRAMME AND THE NAME; 'H' HEADER THE     ***
      ***  PUBLICATION DATE; 'T' TRAILER THE DETAIL COUNT.           ***
      ***-----------------------------------------------------------***
       01 WS-SAN-REC.
           05 SN-RECTYPE           PIC X(01).
           05 SN-ENTRYID           PIC X(10).
           05 SN-ENTRYTYPE         PIC X(01).
              88 SN-ENTRYTYPE-VALID          VALUE 'I' 'E' 'V'.
           05 SN-PROGRAM           PIC X(12).
           05 SN-ENTRYNAME         PIC X(60).
       01 WS-HDR-REC REDEFINES WS-SAN-REC.
           05 FILLER               PIC X(01).
           05 HD-LISTDATE          PIC X(10).
           05 FILLER               PIC X(73).
       01 WS-TRL-REC REDEFINES WS-SAN-REC.
           05 FILLER               PIC X(01).
           05 TR-COUNT             PIC X(07).
           05 FILLER               PIC X(76).
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
              'MFTR36 NIGHTLY SANCTIONS LIST LOAD - CONTROL/EXCEPTIONS'.
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
           05 RJL-DATA             PIC X(84).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 RJL-REASON           PIC X(45).
           05 FILLER               PIC X(01) VALUE SPACE.
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
               INCLUDE MF36CP42
           END-EXEC.
       PROCEDURE DIVISION.
      ***-----------------------------------------------------------***
      ***  MAIN PROCEDURE                                            ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           PERFORM 95000-RUN-START-PARA
           PERFORM 10000-INITIALIZE-PARA
           PERFORM 20000-READ-PARA
           PERFORM 25000-HEADER-PARA
           PERFORM 30000-PROCESS-PARA
               UNTIL WS-EOF-YES OR WS-TRAILER-SEEN
           PERFORM 35000-BALANCE-PARA
           PERFORM 40000-WRAP-UP-PARA
           PERFORM 50000-EXIT-PARA.
       10000-INITIALIZE-PARA.
           OPEN INPUT  SANCIN
           OPEN OUTPUT SANRPT
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
      *    ONE LOAD TIMESTAMP FOR THE WHOLE LIST
            EXEC SQL
                SET :WS-LOAD-TS = CURRENT TIMESTAMP
            END-EXEC
           .
      ***-----------------------------------------------------------***
      ***  READ THE NEXT LIST RECORD                                 ***
      ***-----------------------------------------------------------***
       20000-READ-PARA.
           READ SANCIN INTO WS-SAN-REC
               AT END MOVE 'Y' TO WS-EOF-SW
           END-READ
           .
      ***-----------------------------------------------------------***
      ***  THE FIRST RECORD MUST BE THE HEADER WITH A YYYY-MM-DD     ***
      ***  PUBLICATION DATE. WITHOUT ONE NOTHING IS TOUCHED; WITH    ***
      ***  ONE, YESTERDAY'S LIST IS DELETED UNDER THE SAME UNIT OF   ***
      ***  WORK AS THE LOAD, SO IT IS RESTORED IF THE LOAD IS        ***
      ***  REFUSED.                                                  ***
      ***-----------------------------------------------------------***
       25000-HEADER-PARA.
           EVALUATE TRUE
             WHEN WS-EOF-YES
               SET WS-HEADER-BAD TO TRUE
             WHEN SN-RECTYPE NOT = 'H'
               SET WS-HEADER-BAD TO TRUE
             WHEN HD-LISTDATE(1:4) NOT NUMERIC
                  OR HD-LISTDATE(5:1) NOT = '-'
                  OR HD-LISTDATE(6:2) NOT NUMERIC
                  OR HD-LISTDATE(8:1) NOT = '-'
                  OR HD-LISTDATE(9:2) NOT NUMERIC
               SET WS-HEADER-BAD TO TRUE
             WHEN OTHER
               MOVE HD-LISTDATE TO WS-LIST-DATE
           END-EVALUATE
           IF WS-HEADER-BAD
              MOVE 'Y' TO WS-EOF-SW
           ELSE
               EXEC SQL
                   DELETE FROM MFTR36.SANCLIST
               END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE '25000-CLEAR-LIST' TO WS-ERR-PARAID
                 PERFORM 90000-LOG-SQL-ERROR-PARA
              ELSE
                 PERFORM 20000-READ-PARA
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ONE RECORD - DETAILS ARE EDITED AND INSERTED (UNDER THE   ***
      ***  UNCOMMITTED UNIT OF WORK THE TRAILER CHECK DECIDES ON),   ***
      ***  THE TRAILER STOPS THE READ LOOP. EVERY DETAIL READ GOES   ***
      ***  INTO THE CONTROL COUNT WHETHER IT LOADED OR NOT.          ***
      ***-----------------------------------------------------------***
       30000-PROCESS-PARA.
           EVALUATE SN-RECTYPE
             WHEN 'D'
               ADD 1 TO WS-READ-COUNT
               PERFORM 30100-LOAD-NAME-PARA
             WHEN 'T'
               SET WS-TRAILER-SEEN TO TRUE
             WHEN OTHER
               ADD 1 TO WS-READ-COUNT
               MOVE SPACES     TO WS-REJECT-LINE
               MOVE WS-SAN-REC TO RJL-DATA
               MOVE 'RECORD TYPE MUST BE D OR T' TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE
           IF NOT WS-TRAILER-SEEN
              PERFORM 20000-READ-PARA
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  EDIT ONE NAME - THE ENTRY ID AND NAME MUST BE PRESENT AND ***
      ***  THE ENTRY TYPE ONE THE SCREENING KNOWS.                   ***
      ***-----------------------------------------------------------***
       30100-LOAD-NAME-PARA.
           MOVE SPACES     TO WS-REJECT-LINE
           MOVE WS-SAN-REC TO RJL-DATA
           EVALUATE TRUE
             WHEN SN-ENTRYID = SPACES
               MOVE 'ENTRY ID MISSING'                   TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
             WHEN SN-ENTRYNAME = SPACES
               MOVE 'NAME MISSING'                       TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
             WHEN NOT SN-ENTRYTYPE-VALID
               MOVE 'ENTRY TYPE MUST BE I, E OR V'       TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
             WHEN OTHER
               MOVE SN-ENTRYID       TO ENTRYID      OF SANCLIST
               MOVE SN-ENTRYNAME     TO ENTRYNAME    OF SANCLIST
               MOVE SN-ENTRYTYPE     TO ENTRYTYPE    OF SANCLIST
               MOVE SN-PROGRAM       TO SANCPROG     OF SANCLIST
               MOVE WS-LIST-DATE     TO LISTDATE     OF SANCLIST
               MOVE WS-LOAD-TS       TO LOADTS       OF SANCLIST
               PERFORM 30200-INSERT-NAME-PARA
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  INSERT THE NAME. ENTRY ID AND NAME ARE UNIQUE ON          ***
      ***  SANCLIST, SO A NAME THE PUBLISHER REPEATS UNDER THE SAME  ***
      ***  ENTRY IS LISTED AND SKIPPED - IT IS ON FILE ONCE.         ***
      ***-----------------------------------------------------------***
       30200-INSERT-NAME-PARA.
            EXEC SQL
                INSERT INTO MFTR36.SANCLIST
                       (ENTRYID,
                        ENTRYNAME,
                        ENTRYTYPE,
                        SANCPROG,
                        LISTDATE,
                        LOADTS)
                VALUES (:SANCLIST.ENTRYID,
                        :SANCLIST.ENTRYNAME,
                        :SANCLIST.ENTRYTYPE,
                        :SANCLIST.SANCPROG,
                        :SANCLIST.LISTDATE,
                        :SANCLIST.LOADTS)
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-LOAD-COUNT
             WHEN -803
               MOVE 'NAME REPEATED UNDER ENTRY - SKIPPED' TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-DUP-COUNT
             WHEN OTHER
               MOVE '30200-INSERT-NAME' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR ON INSERT - SEE ERROR LOG' TO RJL-REASON
               WRITE RPT-RECORD FROM WS-REJECT-LINE
               ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  THE LIST LOADS WHOLE OR NOT AT ALL - THE HEADER AND       ***
      ***  TRAILER MUST BE PRESENT, THE COUNT MUST MATCH WHAT WAS    ***
      ***  READ, NO RECORD MAY HAVE BEEN REJECTED AND AT LEAST ONE   ***
      ***  NAME MUST HAVE LOADED. OTHERWISE THE DELETE AND THE       ***
      ***  INSERTS ARE ROLLED BACK TOGETHER AND YESTERDAY'S LIST     ***
      ***  STANDS.                                                   ***
      ***-----------------------------------------------------------***
       35000-BALANCE-PARA.
           MOVE SPACES TO WS-TEXT-LINE
           EVALUATE TRUE
             WHEN WS-HEADER-BAD
               MOVE 'N' TO WS-LOAD-GOOD-SW
               MOVE 'FILE REFUSED - NO VALID HEADER RECORD' TO TXT-LABEL
             WHEN NOT WS-LOAD-GOOD
               MOVE 'FILE REFUSED - SQL ERROR, SEE ERROR LOG'
                                                       TO TXT-LABEL
             WHEN NOT WS-TRAILER-SEEN
               MOVE 'N' TO WS-LOAD-GOOD-SW
               MOVE 'FILE REFUSED - NO TRAILER RECORD' TO TXT-LABEL
             WHEN TR-COUNT NOT NUMERIC
               MOVE 'N' TO WS-LOAD-GOOD-SW
               MOVE 'FILE REFUSED - TRAILER NOT NUMERIC' TO TXT-LABEL
             WHEN OTHER
               MOVE TR-COUNT TO WS-TRL-COUNT
               EVALUATE TRUE
                 WHEN WS-TRL-COUNT NOT = WS-READ-COUNT
                   MOVE 'N' TO WS-LOAD-GOOD-SW
                   MOVE 'FILE REFUSED - TRAILER DOES NOT BALANCE'
                                                       TO TXT-LABEL
                 WHEN WS-REJECT-COUNT > ZERO
                   MOVE 'N' TO WS-LOAD-GOOD-SW
                   MOVE 'FILE REFUSED - RECORDS REJECTED'
                                                       TO TXT-LABEL
                 WHEN WS-LOAD-COUNT = ZERO
                   MOVE 'N' TO WS-LOAD-GOOD-SW
                   MOVE 'FILE REFUSED - NO NAMES ON THE LIST'
                                                       TO TXT-LABEL
                 WHEN OTHER
                   MOVE 'TRAILER BALANCES - LIST REPLACED'
                                                       TO TXT-LABEL
               END-EVALUATE
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
      ***  LOG AN UNEXPECTED SQLCODE TO MFTR36.SQLERRORLOG - THE     ***
      ***  LIST IS NOT TIED TO A CLAIM, SO THE CLAIM NUMBER IS ZERO. ***
      ***  THE LOAD SO FAR IS ROLLED BACK FIRST (YESTERDAY'S LIST    ***
      ***  STANDS) AND THE LOG ROW COMMITTED ON ITS OWN, SO THE      ***
      ***  REFUSAL IN 35000 CANNOT TAKE THE ERROR RECORD WITH IT.    ***
      ***  NO MORE RECORDS ARE READ.                                 ***
      ***-----------------------------------------------------------***
       90000-LOG-SQL-ERROR-PARA.
           MOVE SQLCODE TO WS-ERR-SQLCODE
            EXEC SQL
                ROLLBACK
            END-EXEC
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
                        'MF36BL6',
                        :WS-ERR-PARAID,
                        :WS-BATCH-OPID,
                        :WS-ERR-SQLCODE,
                        :SQLSTATE)
            END-EXEC
            EXEC SQL
                COMMIT
            END-EXEC
           MOVE 'N' TO WS-LOAD-GOOD-SW
           MOVE 'Y' TO WS-EOF-SW
           .
      ***-----------------------------------------------------------***
      ***  CONTROL TOTALS ON THE REPORT AND THE JOB LOG              ***
      ***-----------------------------------------------------------***
       40000-WRAP-UP-PARA.
           WRITE RPT-RECORD FROM WS-BLANK-LINE
           MOVE SPACES          TO WS-TEXT-LINE
           MOVE 'LIST PUBLICATION DATE'          TO TXT-LABEL
           MOVE WS-LIST-DATE    TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'NAMES READ'                     TO TXT-LABEL
           MOVE WS-READ-COUNT   TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT   TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'NAMES LOADED'                   TO TXT-LABEL
           MOVE WS-LOAD-COUNT   TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT   TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'REPEATED NAMES - SKIPPED'       TO TXT-LABEL
           MOVE WS-DUP-COUNT    TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT   TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           MOVE 'RECORDS REJECTED'               TO TXT-LABEL
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT   TO TXT-VALUE
           WRITE RPT-RECORD FROM WS-TEXT-LINE
           DISPLAY 'MF36BL6 - LIST DATED         : ' WS-LIST-DATE
           MOVE WS-READ-COUNT   TO WS-COUNT-EDIT
           DISPLAY 'MF36BL6 - NAMES READ         : ' WS-COUNT-EDIT
           MOVE WS-LOAD-COUNT   TO WS-COUNT-EDIT
           DISPLAY 'MF36BL6 - NAMES LOADED       : ' WS-COUNT-EDIT
           MOVE WS-DUP-COUNT    TO WS-COUNT-EDIT
           DISPLAY 'MF36BL6 - REPEATED NAMES     : ' WS-COUNT-EDIT
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
           DISPLAY 'MF36BL6 - RECORDS REJECTED   : ' WS-COUNT-EDIT
           IF NOT WS-LOAD-GOOD
              DISPLAY 'MF36BL6 - LIST REFUSED - PREVIOUS LIST KEPT'
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       50000-EXIT-PARA.
           CLOSE SANCIN
           CLOSE SANRPT
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE START ON MFTR36.JOBRUN. A JOB    ***
      ***  REFUSED (A PREREQUISITE NOT COMPLETE, OR ALREADY RUN FOR  ***
      ***  THE BUSINESS DATE) ENDS HERE WITH RETURN CODE 12.         ***
      ***-----------------------------------------------------------***
       95000-RUN-START-PARA.
           SET JR-START TO TRUE
           MOVE 'MF36BL6' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BL6 - RUN REFUSED: ' JR-MESSAGE
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
