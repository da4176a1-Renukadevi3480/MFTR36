      ******************************************************************
      ***      MF36CB5 : POLICYHOLDER PORTAL CLAIM STATUS SERVICE     ***
      ***  READ-ONLY HTTP SERVICE FOR THE CUSTOMER PORTAL, RUN UNDER  ***
      ***  CICS WEB SUPPORT BEHIND A URIMAP - THE REVERSE DIRECTION   ***
      ***  OF THE MF36CB4 CALL-CENTRE INTAKE. THE PORTAL SENDS A GET  ***
      ***  WITH QUERY PARAMETERS POLICY= AND CLAIM= FOR A CUSTOMER IT ***
      ***  HAS ALREADY SIGNED ON, AND GETS BACK A JSON DOCUMENT WITH  ***
      ***  THE CLAIM STATUS, THE CAUSE DESCRIPTION, THE TOTAL PAID    ***
      ***  AND DATE OF THE LAST PAYMENT (FROM MFTR36.PAYMENTS), AND   ***
      ***  THE COUNT AND NEXT DATE OF THE OPEN DIARY ITEMS - THE SAME ***
      ***  ANSWER AN AGENT READS OFF OPTION '1'. THE CLAIM MUST       ***
      ***  BELONG TO THE POLICY; A CLAIM ON ANY OTHER POLICY GETS THE ***
      ***  SAME NOT-FOUND ANSWER AS ONE THAT DOES NOT EXIST. NOTHING  ***
      ***  INTERNAL LEAVES THIS PROGRAM - NO FRAUD REFERRAL OR SIU    ***
      ***  STATE, NO NOTES OR OBSERVATIONS, NO DIARY TEXT, NO HANDLER ***
      ***  OR OPERATOR IDS, NO RESERVE, AND NO EXPENSE PAYMENTS. THE  ***
      ***  ONLY UPDATE IS ONE MFTR36.PORTALLOG ROW PER CALL, WHATEVER ***
      ***  THE OUTCOME, SO PORTAL VOLUMES CAN BE COUNTED.             ***
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF36CB5.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-PORTAL-OPID           PIC X(08) VALUE 'MF36CB5 '.
       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-ERR-PARAID            PIC X(30).
       01 WS-ERR-SQLCODE           PIC S9(9) COMP.
       01 WS-REQUEST-OK-SW         PIC X(01) VALUE 'Y'.
          88 WS-REQUEST-OK                   VALUE 'Y'.
       01 WS-POLICY-NBR            PIC S9(9) COMP.
       01 WS-CLAIM-NBR             PIC S9(9) COMP.
       01 WS-RESULT                PIC X(01).
       01 WS-HTTP-METHOD           PIC X(08).
       01 WS-METHOD-LEN            PIC S9(8) COMP.
       01 WS-QP-VALUE              PIC X(09).
       01 WS-QP-LEN                PIC S9(8) COMP.
       01 WS-QP-NUM-X              PIC X(09).
       01 WS-QP-NUM REDEFINES WS-QP-NUM-X
                                   PIC 9(09).
       01 WS-QP-GOOD-SW            PIC X(01).
          88 WS-QP-GOOD                      VALUE 'Y'.
       01 WS-TOTAL-PAID            PIC S9(9) COMP.
       01 WS-LAST-PAY-DATE         PIC X(10).
       01 WS-DIARY-COUNT           PIC S9(9) COMP.
       01 WS-NEXT-DIARY-DATE       PIC X(10).
       01 WS-CAUSE-DESC            PIC X(60).
       01 WS-STATUS-TEXT           PIC X(10).
       01 WS-ERROR-TEXT            PIC X(60).
      ***-----------------------------------------------------------***
      ***  THE HTTP REPLY - STATUS LINE, MEDIA TYPE AND THE JSON     ***
      ***  BODY, BUILT UP A VALUE AT A TIME BY STRING WITH POINTER.  ***
      ***-----------------------------------------------------------***
       01 WS-HTTP-STATUS           PIC S9(4) COMP.
       01 WS-HTTP-TEXT             PIC X(24).
       01 WS-HTTP-TEXT-LEN         PIC S9(8) COMP VALUE +24.
       01 WS-MEDIA-TYPE            PIC X(56) VALUE 'application/json'.
       01 WS-CHARSET               PIC X(40) VALUE 'UTF-8'.
       01 WS-JSON-OUT              PIC X(600).
       01 WS-JSON-PTR              PIC S9(4) COMP.
       01 WS-JSON-LEN              PIC S9(8) COMP.
       01 WS-JSON-NUM              PIC S9(9) COMP.
       01 WS-JSON-NUM-EDIT         PIC -(9)9.
       01 WS-JSON-NUM-LEAD         PIC S9(4) COMP.
       01 WS-JSON-DATE             PIC X(10).
       01 WS-JSON-TEXT             PIC X(60).
       01 WS-JSON-TEXT-LEN         PIC S9(4) COMP.
       01 WS-JSON-TEXT-SUB         PIC S9(4) COMP.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP2
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP6
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP37
           END-EXEC.
       PROCEDURE DIVISION.
      ***-----------------------------------------------------------***
      ***  MAIN PROCEDURE - ONE REQUEST PER TASK: READ IT, LOOK THE  ***
      ***  CLAIM UP, ANSWER, LOG THE CALL AND RETURN TO CICS (WHICH  ***
      ***  COMMITS THE LOG ROW).                                     ***
      ***-----------------------------------------------------------***
       00000-MAINLINE.
           PERFORM 10000-READ-REQUEST-PARA
           IF WS-REQUEST-OK
              PERFORM 20000-GET-CLAIM-PARA
           END-IF
           PERFORM 30000-SEND-RESPONSE-PARA
           PERFORM 40000-LOG-CALL-PARA
            EXEC CICS RETURN
            END-EXEC.
      ***-----------------------------------------------------------***
      ***  ONLY A GET, AND BOTH NUMBERS PRESENT AND NUMERIC - ANY    ***
      ***  OTHER REQUEST IS REFUSED WITHOUT TOUCHING THE DATABASE.   ***
      ***  A ZERO POLICY NUMBER IS REFUSED TOO: ZERO ON A CLAIM      ***
      ***  MEANS NO POLICY IS LINKED, NOT A POLICY ANYONE HOLDS.     ***
      ***-----------------------------------------------------------***
       10000-READ-REQUEST-PARA.
           MOVE 'Y'    TO WS-REQUEST-OK-SW
           MOVE SPACE  TO WS-RESULT
           MOVE ZERO   TO WS-POLICY-NBR
                          WS-CLAIM-NBR
           MOVE SPACES TO WS-HTTP-METHOD
           MOVE LENGTH OF WS-HTTP-METHOD TO WS-METHOD-LEN
            EXEC CICS WEB EXTRACT
                 HTTPMETHOD(WS-HTTP-METHOD)
                 METHODLENGTH(WS-METHOD-LEN)
                 RESP(WS-RESP)
            END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-HTTP-METHOD NOT = 'GET'
              MOVE 'N'   TO WS-REQUEST-OK-SW
              MOVE 'B'   TO WS-RESULT
              MOVE 405   TO WS-HTTP-STATUS
              MOVE 'Method Not Allowed' TO WS-HTTP-TEXT
              MOVE 'ONLY GET IS SUPPORTED' TO WS-ERROR-TEXT
           ELSE
              PERFORM 11000-READ-POLICY-PARA
              IF WS-QP-GOOD AND WS-QP-NUM > ZERO
                 MOVE WS-QP-NUM TO WS-POLICY-NBR
                 PERFORM 12000-READ-CLAIM-PARA
                 IF WS-QP-GOOD AND WS-QP-NUM > ZERO
                    MOVE WS-QP-NUM TO WS-CLAIM-NBR
                 ELSE
                    MOVE 'N' TO WS-REQUEST-OK-SW
                 END-IF
              ELSE
                 MOVE 'N' TO WS-REQUEST-OK-SW
              END-IF
              IF NOT WS-REQUEST-OK
                 MOVE 'B'   TO WS-RESULT
                 MOVE 400   TO WS-HTTP-STATUS
                 MOVE 'Bad Request' TO WS-HTTP-TEXT
                 MOVE 'POLICY AND CLAIM MUST BE GIVEN AS NUMBERS'
                                            TO WS-ERROR-TEXT
              END-IF
           END-IF
           .
       11000-READ-POLICY-PARA.
           MOVE SPACES TO WS-QP-VALUE
           MOVE LENGTH OF WS-QP-VALUE TO WS-QP-LEN
            EXEC CICS WEB READ
                 QUERYPARM('policy')
                 VALUE(WS-QP-VALUE)
                 VALUELENGTH(WS-QP-LEN)
                 RESP(WS-RESP)
            END-EXEC
           PERFORM 13000-CONVERT-PARM-PARA
           .
       12000-READ-CLAIM-PARA.
           MOVE SPACES TO WS-QP-VALUE
           MOVE LENGTH OF WS-QP-VALUE TO WS-QP-LEN
            EXEC CICS WEB READ
                 QUERYPARM('claim')
                 VALUE(WS-QP-VALUE)
                 VALUELENGTH(WS-QP-LEN)
                 RESP(WS-RESP)
            END-EXEC
           PERFORM 13000-CONVERT-PARM-PARA
           .
      ***-----------------------------------------------------------***
      ***  A QUERY VALUE OF ONE TO NINE DIGITS, RIGHT-JUSTIFIED INTO ***
      ***  WS-QP-NUM. MISSING (NOTFND), TOO LONG (LENGERR) OR ANY    ***
      ***  NON-DIGIT LEAVES WS-QP-GOOD OFF.                          ***
      ***-----------------------------------------------------------***
       13000-CONVERT-PARM-PARA.
           MOVE 'N'   TO WS-QP-GOOD-SW
           MOVE ZERO  TO WS-QP-NUM
           IF WS-RESP = DFHRESP(NORMAL)
              AND WS-QP-LEN > ZERO
              AND WS-QP-LEN NOT > LENGTH OF WS-QP-VALUE
              IF WS-QP-VALUE(1:WS-QP-LEN) NUMERIC
                 MOVE WS-QP-VALUE(1:WS-QP-LEN)
                   TO WS-QP-NUM-X(10 - WS-QP-LEN:WS-QP-LEN)
                 MOVE 'Y' TO WS-QP-GOOD-SW
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  THE CLAIM, ONLY IF IT IS ON THE POLICY ASKED ABOUT, WITH  ***
      ***  ITS CAUSE DESCRIPTION (BLANK IF THE CODE IS NOT ON FILE). ***
      ***-----------------------------------------------------------***
       20000-GET-CLAIM-PARA.
           MOVE SPACES TO DESCRIPTION OF CAUSECODE
            EXEC SQL
                SELECT C.CLAIMSTATUS,
                       C.CURRENCYCODE,
                       COALESCE(CC.DESCRIPTION, ' ')
                  INTO :CLAIMS.CLAIMSTATUS,
                       :CLAIMS.CURRENCYCODE,
                       :CAUSECODE.DESCRIPTION
                  FROM MFTR36.CLAIMS C
                  LEFT OUTER JOIN MFTR36.CAUSECODE CC
                    ON CC.CCODE = C.CAUSE
                 WHERE C.CLAIMNUMBER  = :WS-CLAIM-NBR
                   AND C.POLICYNUMBER = :WS-POLICY-NBR
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE FUNCTION DISPLAY-OF(DESCRIPTION OF CAUSECODE)
                                          TO WS-CAUSE-DESC
               PERFORM 21000-PAYMENT-FIGURES-PARA
               IF WS-RESULT NOT = 'E'
                  PERFORM 22000-DIARY-FIGURES-PARA
               END-IF
               IF WS-RESULT NOT = 'E'
                  MOVE 'F'   TO WS-RESULT
                  MOVE 200   TO WS-HTTP-STATUS
                  MOVE 'OK'  TO WS-HTTP-TEXT
               END-IF
             WHEN 100
               MOVE 'N'   TO WS-RESULT
               MOVE 404   TO WS-HTTP-STATUS
               MOVE 'Not Found' TO WS-HTTP-TEXT
               MOVE 'NO SUCH CLAIM ON THIS POLICY' TO WS-ERROR-TEXT
             WHEN OTHER
               MOVE '20000-READ-CLAIM' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               PERFORM 29000-SET-ERROR-PARA
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  WHAT THE CUSTOMER HAS BEEN PAID - INDEMNITY ROWS ONLY     ***
      ***  (DEFENCE/LEGAL EXPENSE IS NOT PAID TO THE CUSTOMER), NET  ***
      ***  OF VOIDS: THE CHEQUES NOT VOIDED OR REJECTED, LEAVING OUT ***
      ***  A PAYMENT STILL HELD FOR RELEASE AND ONE HELD OR STOPPED  ***
      ***  BY THE SANCTIONS SCREEN (MF36BRU). THE LAST PAYMENT DATE  ***
      ***  IS THE LATEST SUCH CHEQUE - BLANK (NULL IN THE REPLY)     ***
      ***  WHEN NOTHING HAS BEEN PAID.                               ***
      ***-----------------------------------------------------------***
       21000-PAYMENT-FIGURES-PARA.
           MOVE ZERO   TO WS-TOTAL-PAID
           MOVE SPACES TO WS-LAST-PAY-DATE
            EXEC SQL
                SELECT COALESCE(SUM(P.PAYAMOUNT), 0)
                  INTO :WS-TOTAL-PAID
                  FROM MFTR36.PAYMENTS P
                 WHERE P.CLAIMNUMBER = :WS-CLAIM-NBR
                   AND P.PAYTYPE     = 'P'
                   AND COALESCE(P.PAYCATEGORY, 'I') = 'I'
                   AND COALESCE(P.RELSTATUS, 'A') IN ('A', 'R')
                   AND NOT EXISTS
                       (SELECT 1
                          FROM MFTR36.PAYMENTS V
                         WHERE V.CLAIMNUMBER = P.CLAIMNUMBER
                           AND V.PAYTYPE     = 'V'
                           AND V.REVERSEDTS  = P.PAYMENTTS)
                   AND NOT EXISTS
                       (SELECT 1
                          FROM MFTR36.SANCHIT S
                         WHERE S.CLAIMNUMBER = P.CLAIMNUMBER
                           AND S.PAYMENTTS   = P.PAYMENTTS
                           AND S.HITSTATUS IN ('O', 'F'))
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE '21000-TOTAL-PAID' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
              PERFORM 29000-SET-ERROR-PARA
           ELSE
               EXEC SQL
                   SELECT COALESCE(CHAR(MAX(P.PAYMENTDATE), ISO), ' ')
                     INTO :WS-LAST-PAY-DATE
                     FROM MFTR36.PAYMENTS P
                    WHERE P.CLAIMNUMBER = :WS-CLAIM-NBR
                      AND P.PAYTYPE     = 'P'
                      AND COALESCE(P.PAYCATEGORY, 'I') = 'I'
                      AND COALESCE(P.RELSTATUS, 'A') IN ('A', 'R')
                      AND NOT EXISTS
                          (SELECT 1
                             FROM MFTR36.PAYMENTS V
                            WHERE V.CLAIMNUMBER = P.CLAIMNUMBER
                              AND V.PAYTYPE     = 'V'
                              AND V.REVERSEDTS  = P.PAYMENTTS)
                      AND NOT EXISTS
                          (SELECT 1
                             FROM MFTR36.SANCHIT S
                            WHERE S.CLAIMNUMBER = P.CLAIMNUMBER
                              AND S.PAYMENTTS   = P.PAYMENTTS
                              AND S.HITSTATUS IN ('O', 'F'))
               END-EXEC
              IF SQLCODE NOT = 0
                 MOVE '21000-LAST-PAYMENT' TO WS-ERR-PARAID
                 PERFORM 90000-LOG-SQL-ERROR-PARA
                 PERFORM 29000-SET-ERROR-PARA
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  OPEN DIARY ITEMS - A FOLLOW-UP STAYS ON MFTR36.DIARY UNTIL ***
      ***  IT IS CLEARED UNDER OPTION '7'. ONLY HOW MANY AND THE     ***
      ***  EARLIEST DATE ARE GIVEN; THE ACTION TEXT IS INTERNAL.     ***
      ***-----------------------------------------------------------***
       22000-DIARY-FIGURES-PARA.
           MOVE ZERO   TO WS-DIARY-COUNT
           MOVE SPACES TO WS-NEXT-DIARY-DATE
            EXEC SQL
                SELECT COUNT(*),
                       COALESCE(CHAR(MIN(FOLLOWUPDT), ISO), ' ')
                  INTO :WS-DIARY-COUNT,
                       :WS-NEXT-DIARY-DATE
                  FROM MFTR36.DIARY
                 WHERE CLAIMNUMBER = :WS-CLAIM-NBR
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE '22000-DIARY-FIGURES' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
              PERFORM 29000-SET-ERROR-PARA
           END-IF
           .
       29000-SET-ERROR-PARA.
           MOVE 'E'   TO WS-RESULT
           MOVE 500   TO WS-HTTP-STATUS
           MOVE 'Internal Server Error' TO WS-HTTP-TEXT
           MOVE 'CLAIM STATUS NOT AVAILABLE - TRY AGAIN LATER'
                                      TO WS-ERROR-TEXT
           .
      ***-----------------------------------------------------------***
      ***  BUILD THE JSON BODY AND SEND IT WITH THE STATUS CODE.     ***
      ***  A FOUND CLAIM GETS THE STATUS DOCUMENT, ANYTHING ELSE A   ***
      ***  ONE-MEMBER {"error": ...} DOCUMENT.                       ***
      ***-----------------------------------------------------------***
       30000-SEND-RESPONSE-PARA.
           MOVE SPACES TO WS-JSON-OUT
           MOVE 1      TO WS-JSON-PTR
           IF WS-RESULT = 'F'
              PERFORM 31000-BUILD-STATUS-PARA
           ELSE
              PERFORM 32000-BUILD-ERROR-PARA
           END-IF
           COMPUTE WS-JSON-LEN = WS-JSON-PTR - 1
            EXEC CICS WEB SEND
                 FROM(WS-JSON-OUT)
                 FROMLENGTH(WS-JSON-LEN)
                 MEDIATYPE(WS-MEDIA-TYPE)
                 CHARACTERSET(WS-CHARSET)
                 STATUSCODE(WS-HTTP-STATUS)
                 STATUSTEXT(WS-HTTP-TEXT)
                 STATUSLEN(WS-HTTP-TEXT-LEN)
                 SRVCONVERT
                 RESP(WS-RESP)
            END-EXEC
           .
      ***-----------------------------------------------------------***
      ***  {"policyNumber":n,"claimNumber":n,"status":"O",           ***
      ***   "statusText":"OPEN","currency":"USD","totalPaid":n,      ***
      ***   "lastPaymentDate":"YYYY-MM-DD"|null,"openDiaryItems":n,  ***
      ***   "nextDiaryDate":"YYYY-MM-DD"|null,"cause":"..."}         ***
      ***  AMOUNTS ARE WHOLE UNITS OF THE CLAIM CURRENCY, AS HELD.   ***
      ***-----------------------------------------------------------***
       31000-BUILD-STATUS-PARA.
           EVALUATE CLAIMSTATUS OF CLAIMS
             WHEN 'O'
               MOVE 'OPEN'      TO WS-STATUS-TEXT
             WHEN 'P'
               MOVE 'SETTLED'   TO WS-STATUS-TEXT
             WHEN 'D'
               MOVE 'DECLINED'  TO WS-STATUS-TEXT
             WHEN 'W'
               MOVE 'WITHDRAWN' TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE 'UNKNOWN'   TO WS-STATUS-TEXT
           END-EVALUATE
           STRING '{"policyNumber":'  DELIMITED BY SIZE
                  INTO WS-JSON-OUT WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-POLICY-NBR TO WS-JSON-NUM
           PERFORM 81000-APPEND-NUMBER-PARA
           STRING ',"claimNumber":'   DELIMITED BY SIZE
                  INTO WS-JSON-OUT WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-CLAIM-NBR TO WS-JSON-NUM
           PERFORM 81000-APPEND-NUMBER-PARA
           STRING ',"status":"'       DELIMITED BY SIZE
                  CLAIMSTATUS OF CLAIMS DELIMITED BY SIZE
                  '","statusText":"'  DELIMITED BY SIZE
                  WS-STATUS-TEXT      DELIMITED BY SPACE
                  '","currency":"'    DELIMITED BY SIZE
                  CURRENCYCODE OF CLAIMS DELIMITED BY SPACE
                  '","totalPaid":'    DELIMITED BY SIZE
                  INTO WS-JSON-OUT WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-TOTAL-PAID TO WS-JSON-NUM
           PERFORM 81000-APPEND-NUMBER-PARA
           STRING ',"lastPaymentDate":' DELIMITED BY SIZE
                  INTO WS-JSON-OUT WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-LAST-PAY-DATE TO WS-JSON-DATE
           PERFORM 82000-APPEND-DATE-PARA
           STRING ',"openDiaryItems":' DELIMITED BY SIZE
                  INTO WS-JSON-OUT WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-DIARY-COUNT TO WS-JSON-NUM
           PERFORM 81000-APPEND-NUMBER-PARA
           STRING ',"nextDiaryDate":' DELIMITED BY SIZE
                  INTO WS-JSON-OUT WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-NEXT-DIARY-DATE TO WS-JSON-DATE
           PERFORM 82000-APPEND-DATE-PARA
           STRING ',"cause":'         DELIMITED BY SIZE
                  INTO WS-JSON-OUT WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-CAUSE-DESC TO WS-JSON-TEXT
           PERFORM 83000-APPEND-TEXT-PARA
           STRING '}'                 DELIMITED BY SIZE
                  INTO WS-JSON-OUT WITH POINTER WS-JSON-PTR
           END-STRING
           .
       32000-BUILD-ERROR-PARA.
           STRING '{"error":'         DELIMITED BY SIZE
                  INTO WS-JSON-OUT WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-ERROR-TEXT TO WS-JSON-TEXT
           PERFORM 83000-APPEND-TEXT-PARA
           STRING '}'                 DELIMITED BY SIZE
                  INTO WS-JSON-OUT WITH POINTER WS-JSON-PTR
           END-STRING
           .
      ***-----------------------------------------------------------***
      ***  ONE ROW ON MFTR36.PORTALLOG FOR EVERY CALL. A FAILED LOG  ***
      ***  INSERT IS ITSELF LOGGED BUT DOES NOT UNDO THE ANSWER.     ***
      ***-----------------------------------------------------------***
       40000-LOG-CALL-PARA.
            EXEC SQL
                INSERT INTO MFTR36.PORTALLOG
                       (CALLTS,
                        POLICYNUMBER,
                        CLAIMNUMBER,
                        RESULT,
                        HTTPSTATUS)
                VALUES (CURRENT TIMESTAMP,
                        :WS-POLICY-NBR,
                        :WS-CLAIM-NBR,
                        :WS-RESULT,
                        :WS-HTTP-STATUS)
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE '40000-LOG-CALL' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  JSON VALUE HELPERS - A NUMBER WITHOUT ITS LEADING SPACES, ***
      ***  A DATE IN QUOTES OR null WHEN BLANK, AND TEXT IN QUOTES   ***
      ***  WITH TRAILING SPACES DROPPED AND ANY QUOTE OR BACKSLASH    ***
      ***  ESCAPED.                                                  ***
      ***-----------------------------------------------------------***
       81000-APPEND-NUMBER-PARA.
           MOVE WS-JSON-NUM TO WS-JSON-NUM-EDIT
           MOVE ZERO        TO WS-JSON-NUM-LEAD
           INSPECT WS-JSON-NUM-EDIT
                   TALLYING WS-JSON-NUM-LEAD FOR LEADING SPACES
           STRING WS-JSON-NUM-EDIT(WS-JSON-NUM-LEAD + 1:)
                                      DELIMITED BY SIZE
                  INTO WS-JSON-OUT WITH POINTER WS-JSON-PTR
           END-STRING
           .
       82000-APPEND-DATE-PARA.
           IF WS-JSON-DATE = SPACES
              STRING 'null'           DELIMITED BY SIZE
                     INTO WS-JSON-OUT WITH POINTER WS-JSON-PTR
              END-STRING
           ELSE
              STRING '"'              DELIMITED BY SIZE
                     WS-JSON-DATE     DELIMITED BY SIZE
                     '"'              DELIMITED BY SIZE
                     INTO WS-JSON-OUT WITH POINTER WS-JSON-PTR
              END-STRING
           END-IF
           .
       83000-APPEND-TEXT-PARA.
           MOVE LENGTH OF WS-JSON-TEXT TO WS-JSON-TEXT-LEN
           PERFORM 83100-TEXT-LENGTH-PARA
               UNTIL WS-JSON-TEXT-LEN = ZERO
                  OR WS-JSON-TEXT(WS-JSON-TEXT-LEN:1) NOT = SPACE
           STRING '"'                 DELIMITED BY SIZE
                  INTO WS-JSON-OUT WITH POINTER WS-JSON-PTR
           END-STRING
           PERFORM 83200-TEXT-CHAR-PARA
               VARYING WS-JSON-TEXT-SUB FROM 1 BY 1
                 UNTIL WS-JSON-TEXT-SUB > WS-JSON-TEXT-LEN
           STRING '"'                 DELIMITED BY SIZE
                  INTO WS-JSON-OUT WITH POINTER WS-JSON-PTR
           END-STRING
           .
       83100-TEXT-LENGTH-PARA.
           SUBTRACT 1 FROM WS-JSON-TEXT-LEN
           .
       83200-TEXT-CHAR-PARA.
           IF WS-JSON-TEXT(WS-JSON-TEXT-SUB:1) = '"'
              OR WS-JSON-TEXT(WS-JSON-TEXT-SUB:1) = '\'
              STRING '\'              DELIMITED BY SIZE
                     INTO WS-JSON-OUT WITH POINTER WS-JSON-PTR
              END-STRING
           END-IF
           STRING WS-JSON-TEXT(WS-JSON-TEXT-SUB:1)
                                      DELIMITED BY SIZE
                  INTO WS-JSON-OUT WITH POINTER WS-JSON-PTR
           END-STRING
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
                VALUES (:WS-CLAIM-NBR,
                        CURRENT TIMESTAMP,
                        'MF36CB5',
                        :WS-ERR-PARAID,
                        :WS-PORTAL-OPID,
                        :WS-ERR-SQLCODE,
                        :SQLSTATE)
            END-EXEC
           .
      ***-----------------------------------------------------------***
