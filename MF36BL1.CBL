       01 WS-ERR-PARAID            PIC X(30).
       01 WS-ERR-SQLCODE           PIC S9(9) COMP.
       01 WS-HOME-CURRENCY         PIC X(03) VALUE 'USD'.
       01 WS-ROUTE-CAUSE           PIC X(10).
       01 WS-ROUTE-VALUE           PIC S9(9) COMP.
       01 WS-ROUTE-LOAD            PIC S9(9) COMP.
       01 WS-ERROR-FLAG            PIC X(01) VALUE 'N'.
          88 ERROR-FLAG-YES                  VALUE 'Y'.
          88 ERROR-FLAG-NO                   VALUE 'N'.
      ***  SPECIFIC EDIT FAILURE AND IS COPIED TO THE REJECT RECORD.  ***
      ***-----------------------------------------------------------***
           COPY MF36CP1.
           COPY MF36CP32.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP23
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP28
           END-EXEC.
       PROCEDURE DIVISION.
      ***-----------------------------------------------------------***
      ***  MAIN PROCEDURE                                            ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           PERFORM 95000-RUN-START-PARA
           PERFORM 10000-INITIALIZE-PARA
           PERFORM 15000-HEADER-PARA
           IF WS-LOAD-GOOD
                  FROM MFTR36.CAUSECODE
                 WHERE CCODE = :WS-CAUSE-CHECK
                   AND (EXPIRYDT IS NULL
                        OR EXPIRYDT > DATE(:JR-BUSDATE))
            END-EXEC
           IF WS-CAUSE-CHECK-COUNT = 0
              MOVE 'CAUSE CODE NOT ON FILE OR RETIRED' TO REJ-REASON
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ROUTE THE NEW CLAIM TO A HANDLER THE WAY                  ***
      ***  21080-ROUTE-HANDLER-PARA IN MF36CB3 DOES - THE ACTIVE     ***
      ***  MFTR36.HANDLERROUTE HANDLER COVERING THE CAUSE AND VALUE  ***
      ***  WITH THE FEWEST OPEN CLAIMS, COUNTING THE ONES ALREADY    ***
      ***  ROUTED EARLIER IN THIS SAME FILE. NO RULE, OR A FAILED    ***
      ***  LOOKUP, LEAVES THE CLAIM UNASSIGNED AND STILL LOADS IT.   ***
      ***-----------------------------------------------------------***
       30280-ROUTE-HANDLER-PARA.
           MOVE BI-CAUSE          TO WS-ROUTE-CAUSE
           MOVE CVALUE OF CLAIMS  TO WS-ROUTE-VALUE
           MOVE SPACES            TO ASSIGNEDOPID OF CLAIMS
            EXEC SQL
                SELECT H.HANDLEROPID,
                       (SELECT COUNT(*)
                          FROM MFTR36.CLAIMS C
                         WHERE C.ASSIGNEDOPID = H.HANDLEROPID
                           AND C.CLAIMSTATUS  = 'O')
                  INTO :CLAIMS.ASSIGNEDOPID,
                       :WS-ROUTE-LOAD
                  FROM MFTR36.HANDLERROUTE H
                 WHERE H.ACTIVE = 'Y'
                   AND (H.CCODE = :WS-ROUTE-CAUSE
                        OR H.CCODE = ' ')
                   AND :WS-ROUTE-VALUE BETWEEN H.MINVALUE
                                           AND H.MAXVALUE
                 ORDER BY 2, 1
                 FETCH FIRST 1 ROW ONLY
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO ASSIGNEDOPID OF CLAIMS
              IF SQLCODE NOT = 100
                 MOVE '30280-ROUTE-HANDLER' TO WS-ERR-PARAID
                 PERFORM 90000-LOG-SQL-ERROR-PARA
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  INSERT THE CLAIM AS THE ONLINE ADD DOES, WITH THE BATCH   ***
      ***  IDENTIFIER AS THE ENTERING OPERATOR. A KEY COLLISION      ***
      ***  (-803) IS A BRANCH RE-USING A CLAIM NUMBER ALREADY ON     ***
           ELSE
              MOVE BI-CURRENCY   TO CURRENCYCODE OF CLAIMS
           END-IF
           PERFORM 30280-ROUTE-HANDLER-PARA
            EXEC SQL
                INSERT  INTO MFTR36.CLAIMS
                       (CLAIMNUMBER,
                        APPRVID,
                        WDRAWNRSN,
                        WDRAWNTS,
                        CURRENCYCODE,
                        ASSIGNEDOPID)
                VALUES (:CLAIMS.CLAIMNUMBER,
                        :CLAIMS.CLAIMDATE,
                        :CLAIMS.PAID,
                        :CLAIMS.APPRVID,
                        :CLAIMS.WDRAWNRSN,
                        :CLAIMS.WDRAWNTS,
                        :CLAIMS.CURRENCYCODE,
                        :CLAIMS.ASSIGNEDOPID)
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                        CAUSE,
                        OBSERVATIONS,
                        CLAIMSTATUS,
                        POLICYNUMBER,
                        ASSIGNEDOPID)
                VALUES (:CLAIMS.CLAIMNUMBER,
                        CURRENT TIMESTAMP,
                        'I',
                        :CLAIMS.CAUSE,
                        :CLAIMS.OBSERVATIONS,
                        :CLAIMS.CLAIMSTATUS,
                        :CLAIMS.POLICYNUMBER,
                        :CLAIMS.ASSIGNEDOPID)
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE '31000-WRITE-AUDIT' TO WS-ERR-PARAID
           CLOSE ACCEPTF
           CLOSE REJECTF
           CLOSE CTLRPT
           PERFORM 95100-RUN-END-PARA
           STOP RUN.
      ***-----------------------------------------------------------***
      ***  RUN CONTROL - RECORD THE START ON MFTR36.JOBRUN. A JOB    ***
      ***  REFUSED (A PREREQUISITE NOT COMPLETE, OR ALREADY RUN FOR  ***
      ***  THE BUSINESS DATE) ENDS HERE WITH RETURN CODE 12.         ***
      ***-----------------------------------------------------------***
       95000-RUN-START-PARA.
           SET JR-START TO TRUE
           MOVE 'MF36BL1' TO JR-JOBNAME
           CALL 'MF36BRN' USING JR-CALL-AREA
           IF JR-REFUSED
              DISPLAY 'MF36BL1 - RUN REFUSED: ' JR-MESSAGE
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
           MOVE WS-ACCEPT-COUNT TO JR-OUT-COUNT
           MOVE WS-REJECT-COUNT TO JR-EXCP-COUNT
           SET JR-END TO TRUE
           CALL 'MF36BRN' USING JR-CALL-AREA
           MOVE JR-RETCODE TO RETURN-CODE
           .
      ***-----------------------------------------------------------***
