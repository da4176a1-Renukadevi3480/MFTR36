       01 WS-HOME-CURRENCY         PIC X(03) VALUE 'USD'.
       01 WS-ERR-PARAID            PIC X(30).
       01 WS-ERR-SQLCODE           PIC S9(9) COMP.
       01 WS-ROUTE-CAUSE           PIC X(10).
       01 WS-ROUTE-VALUE           PIC S9(9) COMP.
       01 WS-ROUTE-LOAD            PIC S9(9) COMP.
      ***-----------------------------------------------------------***
      ***  ONE NOTIFICATION AS THE CALL CENTRE SENDS IT - THEIR OWN   ***
      ***  REFERENCE FIRST SO THE REPLY CAN BE MATCHED TO THE CALL,   ***
           EXEC SQL
               INCLUDE MF36CP9
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP28
           END-EXEC.
       PROCEDURE DIVISION.
      ***-----------------------------------------------------------***
      ***  MAIN PROCEDURE - DRAIN THE QUEUE THAT TRIGGERED US, ONE   ***
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ROUTE THE NEW CLAIM TO A HANDLER THE WAY                  ***
      ***  21080-ROUTE-HANDLER-PARA IN MF36CB3 DOES - THE ACTIVE     ***
      ***  MFTR36.HANDLERROUTE HANDLER COVERING THE CAUSE AND VALUE  ***
      ***  WITH THE FEWEST OPEN CLAIMS. NO RULE, OR A FAILED LOOKUP, ***
      ***  LEAVES THE CLAIM UNASSIGNED - THERE IS NO OPERATOR AT A   ***
      ***  TERMINAL TO FALL BACK ON - AND THE CALL STILL GOES AHEAD. ***
      ***-----------------------------------------------------------***
       24500-ROUTE-HANDLER-PARA.
           MOVE FN-CAUSE          TO WS-ROUTE-CAUSE
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
                 MOVE '24500-ROUTE-HANDLER' TO WS-ERR-PARAID
                 PERFORM 90000-LOG-SQL-ERROR-PARA
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  INSERT THE CLAIM AS THE ONLINE ADD DOES, WITH THE INTAKE  ***
      ***  IDENTIFIER AS THE ENTERING OPERATOR, AUDIT IT, AND REPLY  ***
      ***  WITH THE ASSIGNED NUMBER.                                 ***
           ELSE
              MOVE FN-CURRENCY   TO CURRENCYCODE OF CLAIMS
           END-IF
           PERFORM 24500-ROUTE-HANDLER-PARA
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
              MOVE '26000-WRITE-AUDIT' TO WS-ERR-PARAID
