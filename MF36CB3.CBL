       01 WS-NOTE-COUNT            PIC S9(4) COMP.
       01 WS-CATEVT-VALID-SW       PIC X(01) VALUE 'Y'.
          88 WS-CATEVT-VALID                 VALUE 'Y'.
       01 WS-REINSURER-COUNT       PIC S9(4) COMP.
       01 WS-ROUTE-CAUSE           PIC X(10).
       01 WS-ROUTE-VALUE           PIC S9(9) COMP.
       01 WS-ROUTE-OPID            PIC X(08).
       01 WS-ROUTE-LOAD            PIC S9(9) COMP.
       01 WS-HANDLER-FROM          PIC X(08).
       01 WS-HANDLER-TO            PIC X(08).
       01 WS-HANDLER-NEW           PIC X(08).
       01 WS-HANDLER-SHOW          PIC X(10).
       01 WS-HANDLER-COUNT         PIC S9(4) COMP.
       01 WS-HANDLER-MOVED         PIC S9(4) COMP.
       01 WS-HANDLER-MOVED-EDIT    PIC ZZZ9.
       01 WS-BOOK-DONE-SW          PIC X(01) VALUE 'N'.
          88 WS-BOOK-DONE                    VALUE 'Y'.
       01 WS-PAYEE-VALID-SW        PIC X(01) VALUE 'N'.
          88 WS-PAYEE-VALID                  VALUE 'Y'.
       01 WS-PAYEE-ID              PIC X(10).
       01 WS-PAYEE-ZIP5            PIC 9(05).
       01 WS-PAYEE-ZIP9            PIC 9(09).
       01 WS-PAYEE-TIN             PIC 9(09).
       01 WS-REL-STATUS            PIC X(01).
       01 WS-REL-WAIT-DAYS         PIC S9(9) COMP.
       01 WS-REL-HELD-COUNT        PIC S9(9) COMP.
       01 WS-REL-DAYS-EDIT         PIC ZZZ9.
       01 WS-REL-COUNT-EDIT        PIC ZZZ9.
       01 WS-VOID-DONE-SW          PIC X(01) VALUE 'N'.
          88 WS-VOID-DONE                    VALUE 'Y'.
       01 WS-PAY-CATEGORY          PIC X(01).
          88 WS-PAY-EXPENSE                  VALUE 'E'.
       01 WS-LIT-SUITDT            PIC X(10).
       01 WS-LIT-TRIALDT           PIC X(10).
       01 WS-LIT-NEXTDT            PIC X(10).
       01 WS-LIT-SPEND             PIC S9(9) COMP.
       01 WS-LIT-NOTE-LEAD         PIC X(40).
       01 WS-DOC-RCV-COUNT         PIC S9(4) COMP.
       01 WS-DOC-OUT-COUNT         PIC S9(4) COMP.
       01 WS-MRG-DUP-NBR           PIC S9(9) COMP.
       01 WS-MRG-SURV-NBR          PIC S9(9) COMP.
       01 WS-MRG-SURV-STATUS       PIC X(01).
       01 WS-MRG-SURV-POLICY       PIC S9(9) COMP.
       01 WS-MRG-SURV-CCY          PIC X(03).
       01 WS-MRG-SURV-CVALUE       PIC S9(9) COMP.
       01 WS-MRG-PAID-SUM          PIC S9(9) COMP.
       01 WS-MRG-ROWS              PIC S9(9) COMP.
       01 WS-MRG-PAY-COUNT         PIC S9(9) COMP.
       01 WS-MRG-RCV-COUNT         PIC S9(9) COMP.
       01 WS-MRG-NOTE-COUNT        PIC S9(9) COMP.
       01 WS-MRG-DIARY-COUNT       PIC S9(9) COMP.
       01 WS-MRG-DROP-COUNT        PIC S9(9) COMP.
       01 WS-MRG-FRAUD-COUNT       PIC S9(9) COMP.
       01 WS-MRG-DOC-COUNT         PIC S9(9) COMP.
       01 WS-MRG-PAY-EDIT          PIC ZZZ9.
       01 WS-MRG-RCV-EDIT          PIC ZZZ9.
       01 WS-MRG-NOTE-EDIT         PIC ZZZ9.
       01 WS-MRG-DIARY-EDIT        PIC ZZZ9.
       01 WS-MRG-FRAUD-EDIT        PIC ZZZ9.
       01 WS-MRG-DOC-EDIT          PIC ZZZ9.
       01 WS-MRG-DUP-EDIT          PIC 9(07).
       01 WS-MRG-SURV-EDIT         PIC 9(07).
       01 WS-MRG-PAID-EDIT         PIC Z(8)9.
       01 WS-MRG-COUNT-TEXT        PIC X(56).
       01 WS-MRG-OK-SW             PIC X(01) VALUE 'Y'.
          88 WS-MRG-OK                       VALUE 'Y'.
       01 WS-SANC-CONF-COUNT       PIC S9(9) COMP.
       01 WS-SANC-OPEN-COUNT       PIC S9(9) COMP.
       01 WS-SANC-OWN-COUNT        PIC S9(9) COMP.
       01 WS-SANC-ENTRYID          PIC X(10).
       01 WS-SANC-COUNT-EDIT       PIC ZZ9.
       01 WS-SANC-TYPE-TEXT        PIC X(06).
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP22
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP26
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP28
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP29
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP15
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP18
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP31
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP38
           END-EXEC.
           EXEC SQL
               INCLUDE MF36CP43
           END-EXEC.
       LINKAGE SECTION.
           COPY MF36CP1.
       01 WS-OPID                  PIC X(08).
                  PERFORM 78000-CATEVT-MAINT-PARA
                WHEN 'D'
                  PERFORM 79000-NOTES-PARA
                WHEN 'E'
                  PERFORM 78500-TREATY-MAINT-PARA
                WHEN 'F'
                  PERFORM 74000-REASSIGN-PARA
                WHEN 'G'
                  PERFORM 73000-PAYEE-MAINT-PARA
                WHEN 'H'
                  PERFORM 67000-RELEASE-PARA
                WHEN 'I'
                  PERFORM 68000-LITIGATION-PARA
                WHEN 'J'
                  PERFORM 72000-MERGE-PARA
                WHEN 'K'
                  PERFORM 71000-SANCTION-PARA
              END-EVALUATE
           END-IF
           END-IF
                 PERFORM 10050-POLICY-LOOKUP-PARA
                 PERFORM 10060-CAUSE-DESC-LOOKUP-PARA
                 PERFORM 10070-FRAUD-FLAG-PARA
                 PERFORM 10090-DOC-COUNT-PARA
               WHEN 100
                 MOVE 'CLAIM NOT FOUND'                 TO MSGO
               WHEN OTHER
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  DOCUMENTS RECEIVED FOR THE CLAIM (MFTR36.CLAIMDOC, FROM   ***
      ***  THE IMAGING INDEX LOAD MF36BL5) AND THE REQUIRED          ***
      ***  DOCUMENTS ON ITS CAUSE'S CHECKLIST (MFTR36.CAUSEDOC) WITH ***
      ***  NONE OF THAT TYPE RECEIVED YET.                           ***
      ***-----------------------------------------------------------***
       10090-DOC-COUNT-PARA.
           MOVE ZERO TO WS-DOC-RCV-COUNT
           MOVE ZERO TO WS-DOC-OUT-COUNT
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-DOC-RCV-COUNT
                  FROM MFTR36.CLAIMDOC
                 WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
            END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-DOC-OUT-COUNT
                     FROM MFTR36.CAUSEDOC D
                    WHERE D.CCODE = :CLAIMS.CAUSE
                      AND NOT EXISTS
                          (SELECT 1
                             FROM MFTR36.CLAIMDOC R
                            WHERE R.CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                              AND R.DOCTYPE     = D.DOCTYPE)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE ZERO TO WS-DOC-RCV-COUNT
              MOVE ZERO TO WS-DOC-OUT-COUNT
              MOVE '10090-DOC-COUNT' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
           END-IF
           MOVE WS-DOC-RCV-COUNT TO DOCRCVO
           MOVE WS-DOC-OUT-COUNT TO DOCOUTO
           .
      ***-----------------------------------------------------------***
      ***  SUM THE CLAIM'S MFTR36.RECOVERY ROWS - THE OUTSTANDING     ***
      ***  RESERVE ON THE INQUIRY IS STATED NET OF RECOVERED MONEY,   ***
      ***  THE SAME AS THE REGISTER, AGING AND BALANCING REPORTS.     ***
            END-EXEC
            .
       21100-INSERT-CLAIM-PARA.
      *    THE NEW CLAIM GOES TO WHOEVER THE ROUTING RULES PICK; WITH
      *    NO RULE COVERING IT THE OPERATOR KEYING IT KEEPS IT
           MOVE CAUSEI              TO WS-ROUTE-CAUSE
           MOVE CVALUE OF CLAIMS    TO WS-ROUTE-VALUE
           PERFORM 21080-ROUTE-HANDLER-PARA
           IF WS-ROUTE-OPID = SPACES
              MOVE WS-OPID          TO ASSIGNEDOPID OF CLAIMS
           ELSE
              MOVE WS-ROUTE-OPID    TO ASSIGNEDOPID OF CLAIMS
           END-IF
            EXEC SQL
                INSERT  INTO MFTR36.CLAIMS
                       (CLAIMNUMBER,
                        WDRAWNRSN,
                        WDRAWNTS,
                        CURRENCYCODE,
                        CATEVENT,
                        ASSIGNEDOPID)
                VALUES (:CLAIMS.CLAIMNUMBER,
                        :CLAIMS.CLAIMDATE,
                        :CLAIMS.PAID,
                        :CLAIMS.WDRAWNRSN,
                        :CLAIMS.WDRAWNTS,
                        :CLAIMS.CURRENCYCODE,
                        :CLAIMS.CATEVENT,
                        :CLAIMS.ASSIGNEDOPID)
            END-EXEC
            EVALUATE SQLCODE
               WHEN 0
            END-EVALUATE
            .
      ***-----------------------------------------------------------***
      ***  PICK THE HANDLER FOR A NEW CLAIM FROM MFTR36.HANDLERROUTE ***
      ***  - OF THE ACTIVE ROWS COVERING THE CAUSE (OR ANY CAUSE)    ***
      ***  AND THE CLAIM VALUE, THE HANDLER WITH THE FEWEST OPEN     ***
      ***  CLAIMS, TIES TO THE LOWEST OPERATOR ID. THE CALLER SETS   ***
      ***  WS-ROUTE-CAUSE AND WS-ROUTE-VALUE; WS-ROUTE-OPID COMES    ***
      ***  BACK SPACES WHEN NO RULE COVERS THE CLAIM. MF36BL1 AND    ***
      ***  MF36CB4 ROUTE THEIR INTAKE THE SAME WAY. A FAILED LOOKUP  ***
      ***  IS LOGGED BUT NEVER STOPS THE CLAIM BEING TAKEN.          ***
      ***-----------------------------------------------------------***
       21080-ROUTE-HANDLER-PARA.
           MOVE SPACES TO WS-ROUTE-OPID
            EXEC SQL
                SELECT H.HANDLEROPID,
                       (SELECT COUNT(*)
                          FROM MFTR36.CLAIMS C
                         WHERE C.ASSIGNEDOPID = H.HANDLEROPID
                           AND C.CLAIMSTATUS  = 'O')
                  INTO :WS-ROUTE-OPID,
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
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE SPACES TO WS-ROUTE-OPID
             WHEN OTHER
               MOVE SPACES TO WS-ROUTE-OPID
               MOVE '21080-ROUTE-HANDLER' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  WRITE ONE ROW TO THE CLAIMS AUDIT TRAIL FOR EVERY         ***
      ***  SUCCESSFUL INSERT OR UPDATE TO MFTR36.CLAIMS. THE CALLER  ***
      ***  SETS WS-AUDIT-ACTION ('I', 'U', 'P', 'R', 'V', 'S', 'H',  ***
      ***  'L', 'T', 'M' - SEE MF36CP4) BEFORE THIS IS PERFORMED -   ***
      ***  THE ROW WRITTEN IS THE POST-CHANGE VALUES, TIMESTAMPED,   ***
      ***  AGAINST THE OPERATOR SIGNED ON AT THE TERMINAL (WS-OPID). ***
      ***  THE CAUSE CODE AND CHECKLIST ACTIONS (R, C, A, X, D) GO   ***
      ***  TO MFTR36.CAUSEAUDIT THROUGH 75500 AND 75750, NOT HERE. A ***
      ***  FAILED AUDIT INSERT IS LOGGED AND REFLECTED BACK IN MSGO  ***
      ***  RATHER THAN SWALLOWED, SINCE THE CLAIMS ROW ITSELF HAS    ***
      ***  ALREADY COMMITTED BY THIS POINT.                          ***
      ***-----------------------------------------------------------***
       80000-WRITE-AUDIT-PARA.
           MOVE WS-OPID TO WS-AUDIT-OPID
      *    NOT EVERY CALLER HAS THE HANDLER TO HAND - TAKE IT FROM
      *    THE ROW SO THE AUDIT NEVER CARRIES A STALE ONE
            EXEC SQL
                SELECT COALESCE(ASSIGNEDOPID, ' ')
                  INTO :CLAIMS.ASSIGNEDOPID
                  FROM MFTR36.CLAIMS
                 WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
            END-EXEC
            IF SQLCODE NOT = 0
               MOVE SPACES TO ASSIGNEDOPID OF CLAIMS
            END-IF
            EXEC SQL
                INSERT INTO MFTR36.CLAIMS_AUDIT
                       (CLAIMNUMBER,
                        OBSERVATIONS,
                        CLAIMSTATUS,
                        POLICYNUMBER,
                        CATEVENT,
                        ASSIGNEDOPID)
                VALUES (:CLAIMS.CLAIMNUMBER,
                        CURRENT TIMESTAMP,
                        :WS-AUDIT-ACTION,
                        :CLAIMS.OBSERVATIONS,
                        :CLAIMS.CLAIMSTATUS,
                        :CLAIMS.POLICYNUMBER,
                        :CLAIMS.CATEVENT,
                        :CLAIMS.ASSIGNEDOPID)
            END-EXEC
            EVALUATE SQLCODE
               WHEN 0
      ***  A PAYMENT THAT WOULD PUSH THE ROLLED-UP TOTAL PAST CVALUE  ***
      ***  IS REFUSED WITH THE REMAINING PAYABLE AMOUNT IN THE        ***
      ***  MESSAGE - NOTHING MAY BE PAID OUT OVER WHAT THE CLAIM IS   ***
      ***  WORTH. WITHDRAWN CLAIMS TAKE NO PAYMENTS AT ALL. THE       ***
      ***  PAYEE IS KEYED AS ITS MFTR36.PAYEEMAST ID AND MUST BE AN   ***
      ***  ACTIVE PAYEE - THE ROW CARRIES THE ID AND THE MASTER'S     ***
      ***  NAME, NOT WHATEVER SPELLING THE OPERATOR TYPED. A PAYMENT  ***
      ***  OVER THE KEYING OPERATOR'S AMTCEILING IS RECORDED HELD -   ***
      ***  IT IS NOT SENT TO THE BANK UNTIL A SECOND OPERATOR         ***
      ***  RELEASES IT ON THE RELEASE OPTION (67000). CSTATI E       ***
      ***  MARKS A DEFENCE/LEGAL EXPENSE PAYMENT: IT IS NOT LOSS, SO  ***
      ***  IT STAYS OUT OF CLAIMS.PAID, IS NOT MEASURED AGAINST       ***
      ***  CVALUE AND HAS NOTHING WITHHELD FOR THE DEDUCTIBLE.        ***
      ***-----------------------------------------------------------***
       60000-PAYMENT-PARA.
           MOVE CLMNBRI(4:7) TO WS-CLMNBR
           MOVE WS-CLMNBR    TO CLAIMNUMBER OF CLAIMS
           MOVE PAIDI        TO WS-PAY-AMOUNT
           IF CSTATI = 'E'
              MOVE 'E'       TO WS-PAY-CATEGORY
           ELSE
              MOVE 'I'       TO WS-PAY-CATEGORY
           END-IF
            EXEC SQL
                SELECT CLAIMDATE, PAID, CVALUE, CAUSE,
                       OBSERVATIONS, CLAIMSTATUS, POLICYNUMBER,
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM 60050-PAYEE-CHECK-PARA
               IF WS-PAYEE-VALID
                  PERFORM 60100-PAYMENT-CHECK-PARA
               END-IF
             WHEN 100
               MOVE 'CLAIM NOT FOUND' TO MSGO
             WHEN OTHER
               MOVE 'SQL ERROR IN PAYMENT - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  THE PAYEE MUST BE ON THE MASTER AND ACTIVE                ***
      ***-----------------------------------------------------------***
       60050-PAYEE-CHECK-PARA.
           MOVE 'N'          TO WS-PAYEE-VALID-SW
           MOVE PAYEEI(1:10) TO PAYEEID OF PAYEEMAST
            EXEC SQL
                SELECT PAYEENAME, ACTIVE
                  INTO :PAYEEMAST.PAYEENAME,
                       :PAYEEMAST.ACTIVE
                  FROM MFTR36.PAYEEMAST
                 WHERE PAYEEID = :PAYEEMAST.PAYEEID
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF ACTIVE OF PAYEEMAST = 'Y'
                  MOVE 'Y' TO WS-PAYEE-VALID-SW
               ELSE
                  MOVE 'PAYEE IS INACTIVE ON THE PAYEE MASTER' TO MSGO
               END-IF
             WHEN 100
               MOVE 'PAYEE ID NOT ON THE PAYEE MASTER' TO MSGO
             WHEN OTHER
               MOVE '60050-PAYEE-CHECK' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN PAYMENT - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  A PAYEE (OR, ON A LINKED CLAIM, A POLICYHOLDER) THAT A    ***
      ***  COMPLIANCE OFFICER HAS CONFIRMED AS A SANCTIONS MATCH     ***
      ***  UNDER OPTION 'K' TAKES NO FURTHER PAYMENTS ON ANY CLAIM.  ***
      ***-----------------------------------------------------------***
       60060-SANCTION-CHECK-PARA.
           MOVE ZERO TO WS-SANC-CONF-COUNT
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-SANC-CONF-COUNT
                  FROM MFTR36.SANCHIT
                 WHERE HITSTATUS = 'F'
                   AND ((NAMETYPE = 'P'
                         AND PAYEEID = :PAYEEMAST.PAYEEID)
                    OR  (NAMETYPE = 'H'
                         AND POLICYNUMBER = :CLAIMS.POLICYNUMBER
                         AND POLICYNUMBER > 0))
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE '60060-SANCTION-CHECK' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
           END-IF
           .
       60100-PAYMENT-CHECK-PARA.
      *    A CLAIM UNDER OPEN SIU REVIEW TAKES NO PAYMENTS - THE
      *    INQUIRY FLAG WARNS, THIS IS THE BACKSTOP FOR AN OPERATOR
      *    WHO WENT STRAIGHT TO THE PAYMENT OPTION
           PERFORM 10070-FRAUD-FLAG-PARA
           PERFORM 60060-SANCTION-CHECK-PARA
           IF WS-SANC-CONF-COUNT > 0
              MOVE 'PAYEE IS A CONFIRMED SANCTIONS MATCH - NOT PAYABLE'
                                                             TO MSGO
           ELSE
           IF WS-FRAUD-CONF-COUNT > 0
              MOVE 'CONFIRMED FRAUD ON CLAIM - PAYMENT REFUSED' TO MSGO
           ELSE
           ELSE
           IF CLAIMSTATUS OF CLAIMS = 'W'
              MOVE 'CLAIM IS WITHDRAWN - PAYMENT NOT ALLOWED' TO MSGO
           ELSE
           IF WS-PAY-EXPENSE
              MOVE ZERO TO WS-DEDUCT-HELD
              PERFORM 60200-PAYMENT-COMMIT-PARA
           ELSE
              PERFORM 60150-APPLY-DEDUCT-PARA
              COMPUTE WS-PAY-NEW-PAID = PAID OF CLAIMS + WS-PAY-AMOUNT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  THE UNSATISFIED PART OF THE POLICY DEDUCTIBLE COMES OUT    ***
      ***  NOR JOINTLY PUSH THE TOTAL PAST CVALUE - THE SCREEN CHECK  ***
      ***  IN 60100 IS ONLY THERE TO GIVE THE FRIENDLY MESSAGE ON     ***
      ***  THE COMMON SINGLE-TERMINAL CASE. SQLCODE 100 HERE MEANS    ***
      ***  THE GUARD REFUSED THE ROLLUP. AN EXPENSE PAYMENT HAS NO   ***
      ***  ROLLUP AND GOES STRAIGHT TO ITS ROW.                       ***
      ***-----------------------------------------------------------***
       60200-PAYMENT-COMMIT-PARA.
            EXEC SQL
           ELSE
              MOVE CLMDTI          TO WS-PAY-DATE
           END-IF
           IF WS-PAY-EXPENSE
              PERFORM 60300-PAYMENT-ROW-PARA
           ELSE
              PERFORM 60250-PAYMENT-ROLLUP-PARA
           END-IF
           .
       60250-PAYMENT-ROLLUP-PARA.
            EXEC SQL
                UPDATE MFTR36.CLAIMS
                   SET PAID = PAID + :WS-PAY-AMOUNT
                      DELIMITED BY SIZE INTO MSGO
               END-STRING
             WHEN OTHER
               MOVE '60250-PAYMENT-ROLLUP' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN PAYMENT - SEE ERROR LOG' TO MSGO
           END-EVALUATE
      ***  FROM A PRE-UPDATE READ.                                    ***
      ***-----------------------------------------------------------***
       60300-PAYMENT-ROW-PARA.
           IF AMTCEILING OF OPERAUTH > 0
              AND WS-PAY-AMOUNT > AMTCEILING OF OPERAUTH
              MOVE 'H' TO WS-REL-STATUS
           ELSE
              MOVE 'A' TO WS-REL-STATUS
           END-IF
            EXEC SQL
                INSERT INTO MFTR36.PAYMENTS
                       (CLAIMNUMBER,
                        PAYEE,
                        PAYOPID,
                        PAYTYPE,
                        DEDUCTAMT,
                        PAYEEID,
                        RELSTATUS,
                        PAYCATEGORY)
                VALUES (:CLAIMS.CLAIMNUMBER,
                        :WS-PAY-TS,
                        :WS-PAY-DATE,
                        :WS-PAY-AMOUNT,
                        :PAYEEMAST.PAYEENAME,
                        :WS-OPID,
                        'P',
                        :WS-DEDUCT-HELD,
                        :PAYEEMAST.PAYEEID,
                        :WS-REL-STATUS,
                        :WS-PAY-CATEGORY)
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE '60300-PAYMENT-INSERT' TO WS-ERR-PARAID
                    WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
               END-EXEC
              MOVE PAID OF CLAIMS TO PAIDO
              MOVE WS-DEDUCT-HELD TO WS-DEDUCT-EDIT
              EVALUATE TRUE
                WHEN WS-REL-STATUS = 'H' AND WS-DEDUCT-HELD > 0
                  STRING 'PAYMENT HELD FOR SECOND-OPERATOR RELEASE - '
                         WS-DEDUCT-EDIT
                         ' WITHHELD FOR DEDUCTIBLE'
                         DELIMITED BY SIZE INTO MSGO
                  END-STRING
                WHEN WS-REL-STATUS = 'H'
                  MOVE 'PAYMENT HELD FOR RELEASE BY A SECOND OPERATOR'
                                                             TO MSGO
                WHEN WS-PAY-EXPENSE
                  MOVE 'LEGAL EXPENSE RECORDED - NOT IN CLAIM PAID'
                                                             TO MSGO
                WHEN WS-DEDUCT-HELD > 0
                  STRING 'PAYMENT RECORDED - '
                         WS-DEDUCT-EDIT
                         ' WITHHELD FOR DEDUCTIBLE'
                         DELIMITED BY SIZE INTO MSGO
                  END-STRING
                WHEN OTHER
                  MOVE 'PAYMENT RECORDED - CLAIM PAID TOTAL UPDATED'
                                                             TO MSGO
              END-EVALUATE
              MOVE 'P' TO WS-AUDIT-ACTION
              PERFORM 80000-WRITE-AUDIT-PARA
           END-IF
      ***-----------------------------------------------------------***
      ***  VOID OPTION - REVERSES A NAMED PAYMENT WHEN THE BANK       ***
      ***  RETURNS A CHEQUE OR THE WRONG PAYEE WAS PAID. THE PAYMENT  ***
      ***  IS NAMED BY ITS PAYEE ID AND AMOUNT (THE NEWEST UNREVERSED ***
      ***  MATCH IS TAKEN); AN OFFSETTING 'V' ROW GOES ON             ***
      ***  MFTR36.PAYMENTS WITH THE REVERSAL REASON, CLAIMS.PAID IS   ***
      ***  ROLLED BACK DOWN, AND THE CHANGE IS AUDITED AS ACTION 'V'  ***
      ***  THE WAY A PAYMENT IS AUDITED AS 'P'. THE PAYMENT ROW       ***
      ***  ITSELF IS NEVER DELETED - THE REVERSAL IS ITS OWN ROW, SO  ***
      ***  THE TRAIL OF WHAT WAS ISSUED AND TAKEN BACK IS COMPLETE.   ***
      ***  A DEFENCE/LEGAL EXPENSE PAYMENT NEVER REACHED CLAIMS.PAID, ***
      ***  SO ITS VOID ROLLS NOTHING BACK; THE 'V' ROW CARRIES THE    ***
      ***  CATEGORY OF THE PAYMENT IT REVERSES.                       ***
      ***-----------------------------------------------------------***
       65000-VOID-PARA.
           MOVE CLMNBRI(4:7) TO WS-CLMNBR
      ***-----------------------------------------------------------***
      ***  FIND THE PAYMENT TO REVERSE - THE NEWEST 'P' ROW FOR THE   ***
      ***  KEYED PAYEE AND AMOUNT THAT NO 'V' ROW ALREADY POINTS AT.  ***
      ***  A PAYMENT MAY ONLY BE TAKEN BACK ONCE. A CHEQUE THE BANK   ***
      ***  HAS ALREADY PAID (CLEARED BY MF36BL4) IS MONEY GONE AND    ***
      ***  CANNOT BE VOIDED - IT IS A RECOVERY MATTER, NOT A VOID.    ***
      ***-----------------------------------------------------------***
       65100-VOID-FIND-PARA.
      *    THE PAYEE IS KEYED AS ITS MASTER ID; A PAYMENT FROM BEFORE
      *    THE PAYEE MASTER IS STILL FOUND BY ITS FREE-TEXT NAME
           MOVE PAYEEI(1:10) TO WS-PAYEE-ID
            EXEC SQL
                SELECT P.PAYMENTTS, COALESCE(P.DEDUCTAMT, 0),
                       P.PAYEE, COALESCE(P.PAYEEID, ' '),
                       COALESCE(P.PAYCATEGORY, 'I')
                  INTO :WS-VOID-ORIG-TS, :WS-VOID-DEDUCT,
                       :PAYMENTS.PAYEE, :PAYMENTS.PAYEEID,
                       :WS-PAY-CATEGORY
                  FROM MFTR36.PAYMENTS P
                 WHERE P.CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                   AND (P.PAYEEID    = :WS-PAYEE-ID
                        OR P.PAYEE   = :PAYEEI)
                   AND P.PAYAMOUNT   = :WS-PAY-AMOUNT
                   AND P.PAYTYPE     = 'P'
                   AND P.CLEAREDTS   IS NULL
                   AND NOT EXISTS
                       (SELECT 1
                          FROM MFTR36.PAYMENTS V
             WHEN 0
               PERFORM 65200-VOID-COMMIT-PARA
             WHEN 100
               MOVE 'NO UNVOIDED, UNCLEARED PAYMENT FOR PAYEE/AMOUNT'
                                                             TO MSGO
             WHEN OTHER
               MOVE '65100-VOID-FIND' TO WS-ERR-PARAID
      ***  WHERE CLAUSE KEEPS TWO TERMINALS FROM JOINTLY DRIVING THE  ***
      ***  TOTAL NEGATIVE, THE SAME SHAPE AS THE PAYMENT ROLLUP.      ***
      ***  SQLCODE 100 HERE MEANS THE GUARD REFUSED THE ROLLBACK.     ***
      ***  AN EXPENSE PAYMENT HAS NOTHING TO ROLL BACK.               ***
      ***-----------------------------------------------------------***
       65200-VOID-COMMIT-PARA.
           IF WS-PAY-EXPENSE
              PERFORM 65300-VOID-ROW-PARA
           ELSE
              PERFORM 65250-VOID-ROLLBACK-PARA
           END-IF
           .
       65250-VOID-ROLLBACK-PARA.
            EXEC SQL
                UPDATE MFTR36.CLAIMS
                   SET PAID = PAID - :WS-PAY-AMOUNT
               MOVE 'PAID TOTAL BELOW VOID AMOUNT - VOID REFUSED'
                                                             TO MSGO
             WHEN OTHER
               MOVE '65250-VOID-ROLLBACK' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN VOID - SEE ERROR LOG' TO MSGO
           END-EVALUATE
                        PAYTYPE,
                        REVERSEDTS,
                        REVRSN,
                        DEDUCTAMT,
                        PAYEEID,
                        PAYCATEGORY)
                VALUES (:CLAIMS.CLAIMNUMBER,
                        :WS-PAY-TS,
                        :WS-PAY-DATE,
                        :WS-VOID-AMOUNT,
                        :PAYMENTS.PAYEE,
                        :WS-OPID,
                        'V',
                        :WS-VOID-ORIG-TS,
                        :WDRSNI,
                        :WS-VOID-DEDUCT,
                        :PAYMENTS.PAYEEID,
                        :WS-PAY-CATEGORY)
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE '65300-VOID-INSERT' TO WS-ERR-PARAID
                    WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
               END-EXEC
              MOVE PAID OF CLAIMS TO PAIDO
              IF WS-PAY-EXPENSE
                 MOVE 'LEGAL EXPENSE PAYMENT VOIDED' TO MSGO
              ELSE
                 MOVE 'PAYMENT VOIDED - CLAIM PAID TOTAL ROLLED BACK'
                                                             TO MSGO
              END-IF
              MOVE 'V' TO WS-AUDIT-ACTION
              PERFORM 80000-WRITE-AUDIT-PARA
              MOVE 'Y' TO WS-VOID-DONE-SW
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  RELEASE OPTION - THE SECOND PAIR OF EYES ON A PAYMENT     ***
      ***  THAT WAS OVER ITS KEYING OPERATOR'S CEILING. THE HELD     ***
      ***  PAYMENT IS NAMED THE WAY A VOID NAMES ONE - CLAIM, PAYEE  ***
      ***  ID AND AMOUNT (THE OLDEST HELD MATCH IS TAKEN) - AND      ***
      ***  CSTATI SAYS WHAT TO DO WITH IT: R RELEASES IT FOR THE     ***
      ***  NEXT BANK FILE (AUDITED AS ACTION 'L'), X REJECTS IT,     ***
      ***  WHICH REVERSES IT THROUGH THE VOID LOGIC WITH WDRSNI AS   ***
      ***  THE REASON SO THE PAID TOTAL COMES BACK DOWN. CSTATI      ***
      ***  BLANK ONLY SHOWS THE CLAIM'S OLDEST HELD PAYMENT (PAYEE   ***
      ***  ID IN CAUSE, AMOUNT IN PAID) AND HOW LONG IT HAS WAITED.  ***
      ***  THE OPERATOR WHO KEYED A PAYMENT MAY NEVER RELEASE OR     ***
      ***  REJECT IT, AND A RELEASER NEEDS A CEILING OF THEIR OWN AT ***
      ***  LEAST THE SIZE OF THE PAYMENT. A CLAIM THAT HAS GONE TO   ***
      ***  SIU SINCE THE PAYMENT WAS KEYED CANNOT HAVE IT RELEASED.  ***
      ***-----------------------------------------------------------***
       67000-RELEASE-PARA.
           MOVE CLMNBRI(4:7) TO WS-CLMNBR
           MOVE WS-CLMNBR    TO CLAIMNUMBER OF CLAIMS
           MOVE PAIDI        TO WS-PAY-AMOUNT
            EXEC SQL
                SELECT CLAIMDATE, PAID, CVALUE, CAUSE,
                       OBSERVATIONS, CLAIMSTATUS, POLICYNUMBER,
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF CSTATI = SPACE
                  PERFORM 67050-RELEASE-SHOW-PARA
               ELSE
                  PERFORM 67100-RELEASE-FIND-PARA
               END-IF
             WHEN 100
               MOVE 'CLAIM NOT FOUND' TO MSGO
             WHEN OTHER
               MOVE '67000-RELEASE-FETCH' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN RELEASE - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  SHOW THE CLAIM'S OLDEST HELD PAYMENT, SO THE RELEASER     ***
      ***  KNOWS WHAT TO KEY                                         ***
      ***-----------------------------------------------------------***
       67050-RELEASE-SHOW-PARA.
           MOVE ZERO TO WS-REL-HELD-COUNT
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-REL-HELD-COUNT
                  FROM MFTR36.PAYMENTS P
                 WHERE P.CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                   AND P.PAYTYPE     = 'P'
                   AND P.RELSTATUS   = 'H'
                   AND NOT EXISTS
                       (SELECT 1
                          FROM MFTR36.PAYMENTS V
                         WHERE V.CLAIMNUMBER = P.CLAIMNUMBER
                           AND V.PAYTYPE     = 'V'
                           AND V.REVERSEDTS  = P.PAYMENTTS)
            END-EXEC
           IF WS-REL-HELD-COUNT = 0
              MOVE 'NO PAYMENTS HELD FOR RELEASE ON THIS CLAIM' TO MSGO
           ELSE
               EXEC SQL
                   SELECT P.PAYAMOUNT, COALESCE(P.PAYEEID, ' '),
                          P.PAYOPID,
                          DAYS(CURRENT DATE) - DAYS(DATE(P.PAYMENTTS))
                     INTO :PAYMENTS.PAYAMOUNT, :PAYMENTS.PAYEEID,
                          :PAYMENTS.PAYOPID, :WS-REL-WAIT-DAYS
                     FROM MFTR36.PAYMENTS P
                    WHERE P.CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                      AND P.PAYTYPE     = 'P'
                      AND P.RELSTATUS   = 'H'
                      AND NOT EXISTS
                          (SELECT 1
                             FROM MFTR36.PAYMENTS V
                            WHERE V.CLAIMNUMBER = P.CLAIMNUMBER
                              AND V.PAYTYPE     = 'V'
                              AND V.REVERSEDTS  = P.PAYMENTTS)
                    ORDER BY P.PAYMENTTS
                    FETCH FIRST 1 ROW ONLY
               END-EXEC
              IF SQLCODE = 0
                 MOVE PAYAMOUNT OF PAYMENTS TO PAIDO
                 MOVE PAYEEID OF PAYMENTS   TO CAUSEO
                 MOVE WS-REL-WAIT-DAYS      TO WS-REL-DAYS-EDIT
                 MOVE WS-REL-HELD-COUNT     TO WS-REL-COUNT-EDIT
                 STRING 'HELD: ' WS-REL-COUNT-EDIT
                        ' - OLDEST KEYED BY ' PAYOPID OF PAYMENTS
                        ', WAITING ' WS-REL-DAYS-EDIT ' DAYS'
                        DELIMITED BY SIZE INTO MSGO
                 END-STRING
              ELSE
                 MOVE '67050-RELEASE-SHOW' TO WS-ERR-PARAID
                 PERFORM 90000-LOG-SQL-ERROR-PARA
                 MOVE 'SQL ERROR IN RELEASE - SEE ERROR LOG' TO MSGO
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  FIND THE HELD PAYMENT - THE OLDEST STILL-HELD 'P' ROW FOR ***
      ***  THE KEYED PAYEE AND AMOUNT THAT NO 'V' ROW POINTS AT      ***
      ***-----------------------------------------------------------***
       67100-RELEASE-FIND-PARA.
           MOVE PAYEEI(1:10) TO WS-PAYEE-ID
            EXEC SQL
                SELECT P.PAYMENTTS, COALESCE(P.DEDUCTAMT, 0),
                       P.PAYEE, COALESCE(P.PAYEEID, ' '),
                       P.PAYOPID, COALESCE(P.PAYCATEGORY, 'I')
                  INTO :WS-VOID-ORIG-TS, :WS-VOID-DEDUCT,
                       :PAYMENTS.PAYEE, :PAYMENTS.PAYEEID,
                       :PAYMENTS.PAYOPID, :WS-PAY-CATEGORY
                  FROM MFTR36.PAYMENTS P
                 WHERE P.CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                   AND P.PAYEEID     = :WS-PAYEE-ID
                   AND P.PAYAMOUNT   = :WS-PAY-AMOUNT
                   AND P.PAYTYPE     = 'P'
                   AND P.RELSTATUS   = 'H'
                   AND NOT EXISTS
                       (SELECT 1
                          FROM MFTR36.PAYMENTS V
                         WHERE V.CLAIMNUMBER = P.CLAIMNUMBER
                           AND V.PAYTYPE     = 'V'
                           AND V.REVERSEDTS  = P.PAYMENTTS)
                 ORDER BY P.PAYMENTTS
                 FETCH FIRST 1 ROW ONLY
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM 67200-RELEASE-CHECK-PARA
             WHEN 100
               MOVE 'NO HELD PAYMENT FOR THAT PAYEE/AMOUNT ON THE CLAIM'
                                                             TO MSGO
             WHEN OTHER
               MOVE '67100-RELEASE-FIND' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN RELEASE - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  NEVER THE KEYER; A RELEASER'S OWN CEILING MUST COVER THE  ***
      ***  PAYMENT (ZERO = NO PERSONAL CEILING, AS AT 60300); AND A  ***
      ***  RELEASE IS REFUSED ON A CLAIM NOW UNDER SIU - A REJECT IS ***
      ***  STILL ALLOWED THERE.                                      ***
      ***-----------------------------------------------------------***
       67200-RELEASE-CHECK-PARA.
           IF PAYOPID OF PAYMENTS = WS-OPID
              MOVE 'YOU KEYED THIS PAYMENT - ANOTHER OPERATOR MUST ACT'
                                                             TO MSGO
           ELSE
           IF AMTCEILING OF OPERAUTH > 0
              AND WS-PAY-AMOUNT > AMTCEILING OF OPERAUTH
              MOVE 'PAYMENT IS OVER YOUR OWN CEILING - CANNOT RELEASE'
                                                             TO MSGO
           ELSE
              IF CSTATI = 'R'
                 PERFORM 10070-FRAUD-FLAG-PARA
                 IF WS-FRAUD-CONF-COUNT > 0 OR WS-FRAUD-OPEN-COUNT > 0
                    MOVE 'SIU REFERRAL ON CLAIM - PAYMENT NOT RELEASED'
                                                             TO MSGO
                 ELSE
                    PERFORM 67300-RELEASE-COMMIT-PARA
                 END-IF
              ELSE
                 PERFORM 67400-REJECT-COMMIT-PARA
              END-IF
           END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  RELEASE - THE STATUS GUARD IN THE WHERE CLAUSE KEEPS TWO  ***
      ***  RELEASERS FROM BOTH ACTING ON THE SAME ROW                ***
      ***-----------------------------------------------------------***
       67300-RELEASE-COMMIT-PARA.
            EXEC SQL
                UPDATE MFTR36.PAYMENTS
                   SET RELSTATUS   = 'R',
                       RELOPID     = :WS-OPID,
                       RELTS       = CURRENT TIMESTAMP
                 WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                   AND PAYMENTTS   = :WS-VOID-ORIG-TS
                   AND RELSTATUS   = 'H'
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'PAYMENT RELEASED FOR THE NEXT BANK FILE' TO MSGO
               MOVE 'L' TO WS-AUDIT-ACTION
               PERFORM 80000-WRITE-AUDIT-PARA
             WHEN 100
               MOVE 'PAYMENT NO LONGER HELD - ALREADY RELEASED/REJECTED'
                                                             TO MSGO
             WHEN OTHER
               MOVE '67300-RELEASE-UPDATE' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN RELEASE - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  REJECT - REVERSE THE PAYMENT THROUGH THE VOID ROLLBACK    ***
      ***  (65200), THEN MARK IT REJECTED. THE 'V' ROW ALONE ALREADY ***
      ***  KEEPS IT OFF THE BANK FILE, SO THE MARK COMES SECOND.     ***
      ***-----------------------------------------------------------***
       67400-REJECT-COMMIT-PARA.
           MOVE 'N' TO WS-VOID-DONE-SW
           PERFORM 65200-VOID-COMMIT-PARA
           IF WS-VOID-DONE
               EXEC SQL
                   UPDATE MFTR36.PAYMENTS
                      SET RELSTATUS   = 'X',
                          RELOPID     = :WS-OPID,
                          RELTS       = CURRENT TIMESTAMP
                    WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                      AND PAYMENTTS   = :WS-VOID-ORIG-TS
               END-EXEC
              IF SQLCODE = 0
                 MOVE 'PAYMENT REJECTED - REVERSED, PAID ROLLED BACK'
                                                             TO MSGO
              ELSE
                 MOVE '67400-REJECT-UPDATE' TO WS-ERR-PARAID
                 PERFORM 90000-LOG-SQL-ERROR-PARA
                 MOVE 'PAYMENT REVERSED, NOT MARKED REJECTED - SEE LOG'
                                                             TO MSGO
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  LITIGATION OPTION - THE SUIT AGAINST A CLAIM, ONE          ***
      ***  MFTR36.LITIGATION ROW PER CLAIM. CSTATI BLANK SHOWS IT:    ***
      ***  ATTORNEY AND COURT IN HOLDERNM, DOCKET IN OBSER, SUIT DATE ***
      ***  IN CLMDT, TRIAL AND NEXT HEARING DATES IN THE MESSAGE, AND ***
      ***  THE DEFENCE/LEGAL EXPENSE PAID TO DATE (CATEGORY 'E'       ***
      ***  PAYMENTS NET OF VOIDS) IN VALUE1 BESIDE THE LOSS PAID IN   ***
      ***  PAID. CSTATI O RECORDS OR CHANGES THE SUIT - PAYEEI THE    ***
      ***  ATTORNEY, WDRSNI THE COURT, OBSERI 1-20 THE DOCKET NUMBER, ***
      ***  CLMDTI THE SUIT DATE, DIARYDTI THE TRIAL DATE AND DIARYTXI ***
      ***  1-10 THE NEXT HEARING DATE (BOTH MAY BE LEFT BLANK UNTIL   ***
      ***  THE COURT SETS THEM); C MARKS IT CONCLUDED. THE FIELD      ***
      ***  EDITS ARE IN MF36CB2. AN EXISTING ROW IS CHANGED IN PLACE, ***
      ***  UPDATE-THEN-INSERT. EVERY CHANGE IS AUDITED AS ACTION 'T'  ***
      ***  AND LEAVES A NOTE, SO THE SUIT'S HISTORY IS ON THE CLAIM.  ***
      ***-----------------------------------------------------------***
       68000-LITIGATION-PARA.
           MOVE CLMNBRI(4:7) TO WS-CLMNBR
           MOVE WS-CLMNBR    TO CLAIMNUMBER OF CLAIMS
            EXEC SQL
                SELECT CLAIMDATE, PAID, CVALUE, CAUSE,
                       OBSERVATIONS, CLAIMSTATUS, POLICYNUMBER,
                       COALESCE(CATEVENT, ' ')
                  INTO :CLAIMS.CLAIMDATE, :CLAIMS.PAID,
                       :CLAIMS.CVALUE, :CLAIMS.CAUSE,
                       :CLAIMS.OBSERVATIONS, :CLAIMS.CLAIMSTATUS,
                       :CLAIMS.POLICYNUMBER,
                       :CLAIMS.CATEVENT
                  FROM MFTR36.CLAIMS
                 WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               EVALUATE TRUE
                 WHEN CSTATI = SPACE
                   PERFORM 68100-LIT-SHOW-PARA
                 WHEN CSTATI = 'C'
                   PERFORM 68400-LIT-CONCLUDE-PARA
                 WHEN CLAIMSTATUS OF CLAIMS = 'W'
                   MOVE 'CLAIM IS WITHDRAWN - NO SUIT CAN BE RECORDED'
                                                             TO MSGO
                 WHEN OTHER
                   PERFORM 68200-LIT-FIELDS-PARA
                   PERFORM 68300-LIT-CHANGE-PARA
               END-EVALUATE
             WHEN 100
               MOVE 'CLAIM NOT FOUND' TO MSGO
             WHEN OTHER
               MOVE '68000-LITIGATION-FETCH' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN LITIGATION - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
       68100-LIT-SHOW-PARA.
            EXEC SQL
                SELECT ATTORNEY, COURT, DOCKETNBR,
                       CHAR(SUITDATE, ISO),
                       COALESCE(CHAR(TRIALDATE, ISO), ' '),
                       COALESCE(CHAR(NEXTCOURTDT, ISO), ' '),
                       SUITSTATUS
                  INTO :LITIGATION.ATTORNEY, :LITIGATION.COURT,
                       :LITIGATION.DOCKETNBR,
                       :WS-LIT-SUITDT, :WS-LIT-TRIALDT,
                       :WS-LIT-NEXTDT,
                       :LITIGATION.SUITSTATUS
                  FROM MFTR36.LITIGATION
                 WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE SPACES                    TO HOLDERNMO
               MOVE ATTORNEY OF LITIGATION    TO HOLDERNMO(1:30)
               MOVE COURT OF LITIGATION       TO HOLDERNMO(31:30)
               MOVE SPACES                    TO OBSERO
               MOVE DOCKETNBR OF LITIGATION   TO OBSERO(1:20)
               MOVE WS-LIT-SUITDT             TO CLMDTO
               MOVE SUITSTATUS OF LITIGATION  TO CSTATO
               MOVE PAID OF CLAIMS            TO PAIDO
               PERFORM 68150-LIT-SPEND-PARA
               MOVE WS-LIT-SPEND              TO VALUE1O
               STRING 'TRIAL ' WS-LIT-TRIALDT
                      '  NEXT HEARING ' WS-LIT-NEXTDT
                      '  - DEFENCE SPEND IN VALUE1'
                      DELIMITED BY SIZE INTO MSGO
               END-STRING
             WHEN 100
               MOVE 'NO SUIT RECORDED ON THIS CLAIM' TO MSGO
             WHEN OTHER
               MOVE '68100-LIT-SHOW' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN LITIGATION - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
      *    A 'V' ROW CARRIES THE CATEGORY AND THE NEGATED AMOUNT OF
      *    THE PAYMENT IT REVERSES, SO THE PLAIN SUM IS NET OF VOIDS
       68150-LIT-SPEND-PARA.
           MOVE ZERO TO WS-LIT-SPEND
            EXEC SQL
                SELECT COALESCE(SUM(PAYAMOUNT), 0)
                  INTO :WS-LIT-SPEND
                  FROM MFTR36.PAYMENTS
                 WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                   AND PAYCATEGORY = 'E'
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE '68150-LIT-SPEND' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
           END-IF
           .
       68200-LIT-FIELDS-PARA.
           MOVE CLAIMNUMBER OF CLAIMS TO CLAIMNUMBER OF LITIGATION
           MOVE PAYEEI                TO ATTORNEY    OF LITIGATION
           MOVE WDRSNI                TO COURT       OF LITIGATION
           MOVE OBSERI(1:20)          TO DOCKETNBR   OF LITIGATION
           MOVE 'O'                   TO SUITSTATUS  OF LITIGATION
           MOVE WS-OPID               TO MAINTOPID   OF LITIGATION
           MOVE CLMDTI                TO WS-LIT-SUITDT
           MOVE DIARYDTI              TO WS-LIT-TRIALDT
           MOVE DIARYTXI(1:10)        TO WS-LIT-NEXTDT
            EXEC SQL
                SET :LITIGATION.MAINTTS = CURRENT TIMESTAMP
            END-EXEC
           .
      *    A BLANK TRIAL OR HEARING DATE IS STORED AS NULL - NOT SET
       68300-LIT-CHANGE-PARA.
            EXEC SQL
                UPDATE MFTR36.LITIGATION
                   SET ATTORNEY    = :LITIGATION.ATTORNEY,
                       COURT       = :LITIGATION.COURT,
                       DOCKETNBR   = :LITIGATION.DOCKETNBR,
                       SUITDATE    = :WS-LIT-SUITDT,
                       TRIALDATE   = NULLIF(:WS-LIT-TRIALDT, ' '),
                       NEXTCOURTDT = NULLIF(:WS-LIT-NEXTDT, ' '),
                       SUITSTATUS  = :LITIGATION.SUITSTATUS,
                       MAINTOPID   = :LITIGATION.MAINTOPID,
                       MAINTTS     = :LITIGATION.MAINTTS
                 WHERE CLAIMNUMBER = :LITIGATION.CLAIMNUMBER
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'SUIT DETAILS CHANGED' TO MSGO
               MOVE 'SUIT DETAILS CHANGED - DOCKET'
                                         TO WS-LIT-NOTE-LEAD
               PERFORM 68500-LIT-AUDIT-PARA
             WHEN 100
               PERFORM 68350-LIT-ADD-PARA
             WHEN OTHER
               MOVE '68300-LIT-CHANGE' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN LITIGATION - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
       68350-LIT-ADD-PARA.
            EXEC SQL
                INSERT INTO MFTR36.LITIGATION
                       (CLAIMNUMBER,
                        ATTORNEY,
                        COURT,
                        DOCKETNBR,
                        SUITDATE,
                        TRIALDATE,
                        NEXTCOURTDT,
                        SUITSTATUS,
                        MAINTOPID,
                        MAINTTS)
                VALUES (:LITIGATION.CLAIMNUMBER,
                        :LITIGATION.ATTORNEY,
                        :LITIGATION.COURT,
                        :LITIGATION.DOCKETNBR,
                        :WS-LIT-SUITDT,
                        NULLIF(:WS-LIT-TRIALDT, ' '),
                        NULLIF(:WS-LIT-NEXTDT, ' '),
                        :LITIGATION.SUITSTATUS,
                        :LITIGATION.MAINTOPID,
                        :LITIGATION.MAINTTS)
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'SUIT RECORDED ON THE CLAIM' TO MSGO
               MOVE 'SUIT RECORDED - DOCKET ' TO WS-LIT-NOTE-LEAD
               PERFORM 68500-LIT-AUDIT-PARA
             WHEN OTHER
               MOVE '68350-LIT-ADD' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN LITIGATION - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  CONCLUDE - ONLY AN OPEN SUIT CAN BE CONCLUDED; A SUIT     ***
      ***  THAT COMES BACK TO LIFE IS RE-OPENED WITH CSTATI O.       ***
      ***-----------------------------------------------------------***
       68400-LIT-CONCLUDE-PARA.
           MOVE CLAIMNUMBER OF CLAIMS TO CLAIMNUMBER OF LITIGATION
           MOVE WS-OPID               TO MAINTOPID   OF LITIGATION
            EXEC SQL
                UPDATE MFTR36.LITIGATION
                   SET SUITSTATUS  = 'C',
                       MAINTOPID   = :LITIGATION.MAINTOPID,
                       MAINTTS     = CURRENT TIMESTAMP
                 WHERE CLAIMNUMBER = :LITIGATION.CLAIMNUMBER
                   AND SUITSTATUS  = 'O'
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
                EXEC SQL
                    SELECT DOCKETNBR
                      INTO :LITIGATION.DOCKETNBR
                      FROM MFTR36.LITIGATION
                     WHERE CLAIMNUMBER = :LITIGATION.CLAIMNUMBER
                END-EXEC
               MOVE 'SUIT MARKED CONCLUDED' TO MSGO
               MOVE 'SUIT CONCLUDED - DOCKET ' TO WS-LIT-NOTE-LEAD
               PERFORM 68500-LIT-AUDIT-PARA
             WHEN 100
               MOVE 'NO OPEN SUIT ON THIS CLAIM TO CONCLUDE' TO MSGO
             WHEN OTHER
               MOVE '68400-LIT-CONCLUDE' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN LITIGATION - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
      *    THE CALLER HAS PUT THE NOTE'S LEAD-IN IN WS-LIT-NOTE-LEAD
      *    - THE DOCKET NUMBER GOES ON THE END OF IT
       68500-LIT-AUDIT-PARA.
           MOVE 'T' TO WS-AUDIT-ACTION
           PERFORM 80000-WRITE-AUDIT-PARA
           MOVE SPACES TO WS-NOTE-TEXT
           STRING WS-LIT-NOTE-LEAD        DELIMITED BY '  '
                  ' '                     DELIMITED BY SIZE
                  DOCKETNBR OF LITIGATION DELIMITED BY SIZE
                  INTO WS-NOTE-TEXT
           END-STRING
           MOVE WS-OPID TO WS-NOTE-OPID
           PERFORM 85000-WRITE-AUTO-NOTE-PARA
           .
      ***-----------------------------------------------------------***
      ***  RECOVERY OPTION - RECORDS SALVAGE, SUBROGATION OR          ***
      ***  REINSURANCE MONEY COMING BACK ON A CLAIM, ONE              ***
      ***  MFTR36.RECOVERY ROW PER ENTRY, WITH THE SAME AUDIT         ***
      ***  TREATMENT AS A PAYMENT (ACTION 'S'). THE FIGURE STOPS      ***
      ***  BEING BURIED IN OBSERVATIONS - THE INQUIRY RESERVE AND     ***
      ***  THE REGISTER/AGING/BALANCING REPORTS ALL STATE THE         ***
      ***  POSITION NET OF THESE ROWS. WITHDRAWN CLAIMS TAKE NO       ***
      ***  RECOVERIES, THE SAME AS PAYMENTS. A REINSURANCE ('R')      ***
      ***  RECOVERY NAMES THE REINSURER THAT PAID IT IN PAYEE, AND    ***
      ***  THE CODE MUST BE ON MFTR36.RITREATY - THE QUARTERLY        ***
      ***  BORDEREAU RECONCILES EACH REINSURER'S COLLECTIONS AGAINST  ***
      ***  WHAT WAS CEDED TO IT.                                      ***
      ***-----------------------------------------------------------***
       77000-RECOVERY-PARA.
           MOVE CLMNBRI(4:7) TO WS-CLMNBR
           MOVE WS-CLMNBR    TO CLAIMNUMBER OF CLAIMS
           MOVE PAIDI        TO WS-RECOV-AMOUNT
            EXEC SQL
                SELECT CLAIMDATE, PAID, CVALUE, CAUSE,
                       OBSERVATIONS, CLAIMSTATUS, POLICYNUMBER,
                       COALESCE(CATEVENT, ' ')
                  INTO :CLAIMS.CLAIMDATE, :CLAIMS.PAID,
                       :CLAIMS.CVALUE, :CLAIMS.CAUSE,
                       :CLAIMS.OBSERVATIONS, :CLAIMS.CLAIMSTATUS,
                       :CLAIMS.POLICYNUMBER,
                       :CLAIMS.CATEVENT
                  FROM MFTR36.CLAIMS
                 WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF CLAIMSTATUS OF CLAIMS = 'W'
                  MOVE 'CLAIM IS WITHDRAWN - NO RECOVERY ALLOWED'
                                                             TO MSGO
               ELSE
                  PERFORM 77050-RECOVERY-REINSURER-PARA
                  IF WS-REINSURER-COUNT > 0
                     PERFORM 77100-RECOVERY-COMMIT-PARA
                  ELSE
                     MOVE 'REINSURER IN PAYEE NOT ON THE TREATY TABLE'
                                                             TO MSGO
                  END-IF
               END-IF
             WHEN 100
               MOVE 'CLAIM NOT FOUND' TO MSGO
             WHEN OTHER
               MOVE '77000-RECOVERY-FETCH' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN RECOVERY - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  ONLY AN 'R' RECOVERY CARRIES A REINSURER; SALVAGE AND     ***
      ***  SUBROGATION PASS STRAIGHT THROUGH WITH IT BLANK.          ***
      ***-----------------------------------------------------------***
       77050-RECOVERY-REINSURER-PARA.
           MOVE 1 TO WS-REINSURER-COUNT
           MOVE SPACES TO REINSURER OF RECOVERY
           IF CAUSEI(1:1) = 'R'
              MOVE PAYEEI(1:10) TO REINSURER OF RECOVERY
              MOVE ZERO TO WS-REINSURER-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-REINSURER-COUNT
                     FROM MFTR36.RITREATY
                    WHERE REINSURER = :RECOVERY.REINSURER
               END-EXEC
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  INSERT THE RECOVERY ROW, AUDIT AS ACTION 'S' AND ECHO THE ***
      ***  NET RESERVE BACK SO THE OPERATOR SEES THE RESTATED        ***
      ***  POSITION STRAIGHT AWAY.                                   ***
      ***-----------------------------------------------------------***
       77100-RECOVERY-COMMIT-PARA.
           MOVE CAUSEI(1:1) TO WS-RECOV-TYPE
            EXEC SQL
                SET :WS-RECOV-TS = CURRENT TIMESTAMP
            END-EXEC
            EXEC SQL
                INSERT INTO MFTR36.RECOVERY
                       (CLAIMNUMBER,
                        RECOVERYTS,
                        RECOVERYTYPE,
                        RECOVERYAMT,
                        RECOVOPID,
                        REINSURER)
                VALUES (:CLAIMS.CLAIMNUMBER,
                        :WS-RECOV-TS,
                        :WS-RECOV-TYPE,
                        :WS-RECOV-AMOUNT,
                        :WS-OPID,
                        :RECOVERY.REINSURER)
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM 10075-RECOVERY-SUM-PARA
               COMPUTE RESERVEO = CVALUE OF CLAIMS
                                - PAID   OF CLAIMS
                                - WS-RECOVERED
               MOVE 'RECOVERY RECORDED - RESERVE RESTATED NET' TO MSGO
               MOVE 'S' TO WS-AUDIT-ACTION
               PERFORM 80000-WRITE-AUDIT-PARA
             WHEN OTHER
               MOVE '77100-RECOVERY-INSERT' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN RECOVERY - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  DIARY OPTION - SETS OR CLEARS A FOLLOW-UP ON A CLAIM.     ***
      ***  DIARYTXI FILLED IN MEANS SET (AN EXISTING ENTRY FOR THE   ***
      ***  SAME CLAIM AND DATE IS CHANGED IN PLACE, THE SAME         ***
      ***  UPDATE-THEN-INSERT SHAPE THE CLAIM MAINTENANCE USES);     ***
      ***  DIARYTXI BLANK MEANS CLEAR THE ENTRY FOR THAT DATE. THE   ***
      ***  ENTRY IS OWNED BY THE OPERATOR WHO SET IT AND COMES UP    ***
      ***  ON THEIR NIGHTLY WORKLIST (MF36BR5) FROM THE FOLLOW-UP    ***
      ***  DATE ONWARD. NO DIARY ON A CLAIM THAT IS NOT ON FILE,     ***
      ***  AND NONE ON A WITHDRAWN CLAIM - THE WORKLIST JOB DROPS    ***
      ***  THOSE ANYWAY.                                             ***
      ***-----------------------------------------------------------***
       70000-DIARY-PARA.
           MOVE CLMNBRI(4:7) TO WS-CLMNBR
           MOVE WS-CLMNBR    TO CLAIMNUMBER OF CLAIMS
           MOVE WS-CLMNBR    TO CLAIMNUMBER OF DIARY
           MOVE DIARYDTI     TO FOLLOWUPDT OF DIARY
           MOVE DIARYTXI     TO ACTIONTEXT OF DIARY
           MOVE WS-OPID      TO DIARYOPID OF DIARY
            EXEC SQL
                SELECT CLAIMSTATUS
                  INTO :CLAIMS.CLAIMSTATUS
                  FROM MFTR36.CLAIMS
                 WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF CLAIMSTATUS OF CLAIMS = 'W'
                  MOVE 'CLAIM IS WITHDRAWN - NO DIARY ALLOWED' TO MSGO
               ELSE
                  IF DIARYTXI = SPACES
                     PERFORM 70200-DIARY-CLEAR-PARA
                  ELSE
                     PERFORM 70100-DIARY-SET-PARA
                  END-IF
               END-IF
             WHEN 100
               MOVE 'CLAIM NOT FOUND' TO MSGO
             WHEN OTHER
               MOVE '70000-DIARY-FETCH' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN DIARY - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
       70100-DIARY-SET-PARA.
            EXEC SQL
                UPDATE MFTR36.DIARY
                   SET ACTIONTEXT = :DIARY.ACTIONTEXT,
                       DIARYOPID  = :DIARY.DIARYOPID
                 WHERE CLAIMNUMBER = :DIARY.CLAIMNUMBER
                   AND FOLLOWUPDT  = :DIARY.FOLLOWUPDT
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'DIARY ENTRY CHANGED' TO MSGO
             WHEN 100
               PERFORM 70150-DIARY-INSERT-PARA
             WHEN OTHER
               MOVE '70100-DIARY-SET' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN DIARY - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
       70150-DIARY-INSERT-PARA.
            EXEC SQL
                INSERT INTO MFTR36.DIARY
                       (CLAIMNUMBER,
                        FOLLOWUPDT,
                        ACTIONTEXT,
                        DIARYOPID)
                VALUES (:DIARY.CLAIMNUMBER,
                        :DIARY.FOLLOWUPDT,
                        :DIARY.ACTIONTEXT,
                        :DIARY.DIARYOPID)
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'DIARY ENTRY SET' TO MSGO
             WHEN OTHER
               MOVE '70150-DIARY-INSERT' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN DIARY - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
       70200-DIARY-CLEAR-PARA.
            EXEC SQL
                DELETE FROM MFTR36.DIARY
                 WHERE CLAIMNUMBER = :DIARY.CLAIMNUMBER
                   AND FOLLOWUPDT  = :DIARY.FOLLOWUPDT
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'DIARY ENTRY CLEARED' TO MSGO
             WHEN 100
               MOVE 'NO DIARY ENTRY ON FILE FOR THAT DATE' TO MSGO
             WHEN OTHER
               MOVE '70200-DIARY-CLEAR' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN DIARY - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  SANCTIONS REVIEW - COMPLIANCE OFFICERS, BY OPTION         ***
      ***  AUTHORITY ON OPERAUTH. THE NIGHTLY SCREENING (MF36BRU)    ***
      ***  HOLDS A PAYMENT WHOSE PAYEE OR POLICYHOLDER LOOKS LIKE A  ***
      ***  NAME ON THE SANCTIONS LIST. CLMNBR WITH CSTAT BLANK SHOWS ***
      ***  THE CLAIM'S OLDEST OPEN MATCH - THE LIST ENTRY ID IN      ***
      ***  CAUSE, THE NAME AS SCREENED IN OBSER, THE LISTED NAME IN  ***
      ***  THE HOLDER LINE, THE SCORE IN VALUE1 AND THE HELD AMOUNT  ***
      ***  IN PAID. CSTAT 'C' CLEARS (A FALSE MATCH - THE PAYMENT    ***
      ***  GOES ON THE NEXT EXTRACT) OR 'F' CONFIRMS (NEVER PAID,    ***
      ***  AND NO NEW PAYMENT TO THAT PAYEE OR HOLDER IS TAKEN)      ***
      ***  EVERY OPEN MATCH ON THE CLAIM TO THE ENTRY KEYED IN       ***
      ***  CAUSE, WITH THE REASON IN WDRSN. THE OFFICER'S ID, THE    ***
      ***  TIME AND THE REASON ARE KEPT ON EACH MATCH AND A NOTE     ***
      ***  GOES ON THE CLAIM. AN OFFICER WHO KEYED ONE OF THE HELD   ***
      ***  PAYMENTS CANNOT DECIDE ITS MATCH.                         ***
      ***-----------------------------------------------------------***
       71000-SANCTION-PARA.
           MOVE CLMNBRI(4:7) TO WS-CLMNBR
           MOVE WS-CLMNBR    TO CLAIMNUMBER OF CLAIMS
           MOVE WS-CLMNBR    TO CLAIMNUMBER OF SANCHIT
           IF CSTATI = 'C' OR CSTATI = 'F'
              PERFORM 71200-SANC-DECIDE-PARA
           ELSE
              PERFORM 71100-SANC-SHOW-PARA
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  SHOW THE OLDEST OPEN MATCH AND HOW MANY ARE OPEN          ***
      ***-----------------------------------------------------------***
       71100-SANC-SHOW-PARA.
           MOVE ZERO TO WS-SANC-OPEN-COUNT
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-SANC-OPEN-COUNT
                  FROM MFTR36.SANCHIT
                 WHERE CLAIMNUMBER = :SANCHIT.CLAIMNUMBER
                   AND HITSTATUS   = 'O'
            END-EXEC
            EXEC SQL
                SELECT H.PAYMENTTS, H.NAMETYPE, H.SCREENNAME,
                       H.ENTRYID, H.ENTRYNAME, H.MATCHSCORE,
                       P.PAYAMOUNT
                  INTO :SANCHIT.PAYMENTTS, :SANCHIT.NAMETYPE,
                       :SANCHIT.SCREENNAME, :SANCHIT.ENTRYID,
                       :SANCHIT.ENTRYNAME, :SANCHIT.MATCHSCORE,
                       :PAYMENTS.PAYAMOUNT
                  FROM MFTR36.SANCHIT H
                  JOIN MFTR36.PAYMENTS P
                    ON P.CLAIMNUMBER = H.CLAIMNUMBER
                   AND P.PAYMENTTS   = H.PAYMENTTS
                 WHERE H.CLAIMNUMBER = :SANCHIT.CLAIMNUMBER
                   AND H.HITSTATUS   = 'O'
                 ORDER BY H.FOUNDTS, H.MATCHSCORE DESC
                 FETCH FIRST 1 ROW ONLY
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE WS-CLMNBR                  TO WS-BR-CLMNBR
               MOVE WS-BR-CLMNBR               TO CLMNBRO(4:7)
               MOVE PAYMENTTS OF SANCHIT       TO AUDTSO
               MOVE ENTRYID OF SANCHIT         TO CAUSEO
               MOVE SCREENNAME OF SANCHIT      TO OBSERO
               MOVE ENTRYNAME OF SANCHIT       TO HOLDERNMO
               MOVE MATCHSCORE OF SANCHIT      TO VALUE1O
               MOVE PAYAMOUNT OF PAYMENTS      TO PAIDO
               MOVE 'O'                        TO CSTATO
               MOVE WS-SANC-OPEN-COUNT         TO WS-SANC-COUNT-EDIT
               IF NAMETYPE OF SANCHIT = 'H'
                  MOVE 'HOLDER'                TO WS-SANC-TYPE-TEXT
               ELSE
                  MOVE 'PAYEE'                 TO WS-SANC-TYPE-TEXT
               END-IF
               MOVE SPACES                     TO MSGO
               STRING WS-SANC-COUNT-EDIT ' OPEN - ' WS-SANC-TYPE-TEXT
                      ' MATCH. CSTAT C CLEARS/F CONFIRMS, WDRSN REASON'
                      DELIMITED BY SIZE INTO MSGO
               END-STRING
             WHEN 100
               MOVE 'NO OPEN SANCTIONS MATCHES ON FILE FOR THAT CLAIM'
                                                             TO MSGO
             WHEN OTHER
               MOVE '71100-SANC-SHOW' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN SANCTIONS VIEW - SEE ERROR LOG'
                                                             TO MSGO
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  A DECISION NEEDS THE ENTRY ID AND A REASON, AND MAY NOT   ***
      ***  BE TAKEN BY THE OPERATOR WHO KEYED A PAYMENT IT RELEASES  ***
      ***  OR STOPS - THE SAME TWO-PERSON RULE AS OPTION 'H'.        ***
      ***-----------------------------------------------------------***
       71200-SANC-DECIDE-PARA.
           IF CAUSEI = SPACES
              MOVE 'LIST ENTRY ID REQUIRED IN CAUSE TO DECIDE A MATCH'
                                                             TO MSGO
           ELSE
              IF WDRSNI = SPACES
                 MOVE 'REASON REQUIRED IN WDRSN TO CLEAR OR CONFIRM'
                                                             TO MSGO
              ELSE
                 MOVE CAUSEI TO WS-SANC-ENTRYID
                 MOVE ZERO   TO WS-SANC-OWN-COUNT
                  EXEC SQL
                      SELECT COUNT(*)
                        INTO :WS-SANC-OWN-COUNT
                        FROM MFTR36.SANCHIT H
                        JOIN MFTR36.PAYMENTS P
                          ON P.CLAIMNUMBER = H.CLAIMNUMBER
                         AND P.PAYMENTTS   = H.PAYMENTTS
                       WHERE H.CLAIMNUMBER = :SANCHIT.CLAIMNUMBER
                         AND H.ENTRYID     = :WS-SANC-ENTRYID
                         AND H.HITSTATUS   = 'O'
                         AND P.PAYOPID     = :WS-OPID
                  END-EXEC
                 EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                     MOVE '71200-SANC-DECIDE' TO WS-ERR-PARAID
                     PERFORM 90000-LOG-SQL-ERROR-PARA
                     MOVE 'SQL ERROR IN SANCTIONS VIEW - SEE ERROR LOG'
                                                             TO MSGO
                   WHEN WS-SANC-OWN-COUNT > 0
                     MOVE 'YOU KEYED IT - ANOTHER OFFICER MUST DECIDE'
                                                             TO MSGO
                   WHEN OTHER
                     PERFORM 71300-SANC-UPDATE-PARA
                 END-EVALUATE
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  RECORD THE DECISION ON EVERY OPEN MATCH OF THE CLAIM TO   ***
      ***  THE ENTRY - THE STATUS GUARD KEEPS A SECOND OFFICER FROM  ***
      ***  OVERWRITING A DECISION ALREADY MADE - AND NOTE IT ON THE  ***
      ***  CLAIM.                                                    ***
      ***-----------------------------------------------------------***
       71300-SANC-UPDATE-PARA.
            EXEC SQL
                SET :WS-DISP-TS = CURRENT TIMESTAMP
            END-EXEC
            EXEC SQL
                UPDATE MFTR36.SANCHIT
                   SET HITSTATUS   = :CSTATI,
                       DECIDEOPID  = :WS-OPID,
                       DECIDETS    = :WS-DISP-TS,
                       DECIDENOTE  = :WDRSNI
                 WHERE CLAIMNUMBER = :SANCHIT.CLAIMNUMBER
                   AND ENTRYID     = :WS-SANC-ENTRYID
                   AND HITSTATUS   = 'O'
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD(3)     TO WS-SANC-COUNT-EDIT
               MOVE SPACES         TO MSGO
               IF CSTATI = 'F'
                  STRING WS-SANC-COUNT-EDIT
                         ' MATCH(ES) CONFIRMED - PAYMENT NOT TO BE MADE'
                         DELIMITED BY SIZE INTO MSGO
                  END-STRING
               ELSE
                  STRING WS-SANC-COUNT-EDIT
                         ' MATCH(ES) CLEARED - PAYMENT GOES ON NEXT RUN'
                         DELIMITED BY SIZE INTO MSGO
                  END-STRING
               END-IF
               MOVE SPACES TO WS-NOTE-TEXT
               IF CSTATI = 'F'
                  STRING 'SANCTIONS MATCH ' WS-SANC-ENTRYID
                         ' CONFIRMED BY ' WS-OPID ': ' WDRSNI
                         DELIMITED BY SIZE INTO WS-NOTE-TEXT
                  END-STRING
               ELSE
                  STRING 'SANCTIONS MATCH ' WS-SANC-ENTRYID
                         ' CLEARED BY ' WS-OPID ': ' WDRSNI
                         DELIMITED BY SIZE INTO WS-NOTE-TEXT
                  END-STRING
               END-IF
               MOVE WS-OPID TO WS-NOTE-OPID
               PERFORM 85000-WRITE-AUTO-NOTE-PARA
             WHEN 100
               MOVE 'NO OPEN MATCH FOR THAT CLAIM AND LIST ENTRY'
                                                             TO MSGO
             WHEN OTHER
               MOVE '71300-SANC-UPDATE' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN SANCTIONS VIEW - SEE ERROR LOG'
                                                             TO MSGO
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  CLAIM MERGE - SUPERVISORS ONLY, VALIDATED AGAINST         ***
      ***  MFTR36.SUPERVISOR THE WAY A REASSIGNMENT IS. THE SAME     ***
      ***  LOSS SOMETIMES ARRIVES TWICE - ONCE ON THE BRANCH         ***
      ***  BORDEREAU (MF36BL1) AND ONCE THROUGH THE CALL CENTRE      ***
      ***  (MF36CB4). CLMNBRI IS THE DUPLICATE, VALUE1I THE CLAIM    ***
      ***  THAT SURVIVES. THE TWO MUST BE ON THE SAME POLICY IN THE  ***
      ***  SAME CURRENCY, THE SURVIVOR MUST BE OPEN AND THE          ***
      ***  DUPLICATE NOT ALREADY WITHDRAWN. DUPI BLANK ONLY SHOWS    ***
      ***  WHAT WOULD MOVE; DUPI 'Y' MOVES THE DUPLICATE'S PAYMENTS  ***
      ***  (WITH THEIR SANCTIONS MATCHES AND SCREENING RECORDS),     ***
      ***  RECOVERIES, FRAUD REFERRALS, DOCUMENTS, DIARY AND NOTES   ***
      ***  (AND ITS SUIT, WHEN THE SURVIVOR HAS NONE) ONTO THE       ***
      ***  SURVIVOR, RECOMPUTES BOTH PAID TOTALS FROM THE PAYMENT    ***
      ***  ROWS AND WITHDRAWS THE DUPLICATE AS 'MERGED INTO' THE     ***
      ***  SURVIVOR. BOTH CLAIMS GET AN AUDIT ROW (ACTION 'M') AND A ***
      ***  NOTE; THE WITHDRAWAL IS AUDITED 'U' AS ANY OTHER IS. THE  ***
      ***  NIGHTLY MF36BRT REPORT LISTS THE LIKELY PAIRS.            ***
      ***-----------------------------------------------------------***
       72000-MERGE-PARA.
           MOVE CLMNBRI(4:7) TO WS-CLMNBR
           MOVE WS-CLMNBR    TO WS-MRG-DUP-NBR
           MOVE VALUE1I      TO WS-MRG-SURV-NBR
           MOVE WS-MRG-DUP-NBR TO CLAIMNUMBER OF CLAIMS
           IF SUPIDI = SPACES
              MOVE 'SUPERVISOR ID REQUIRED TO MERGE CLAIMS' TO MSGO
           ELSE
              MOVE ZERO TO WS-SUPER-CHECK-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-SUPER-CHECK-COUNT
                     FROM MFTR36.SUPERVISOR
                    WHERE SUPID = :SUPIDI
               END-EXEC
              IF WS-SUPER-CHECK-COUNT = 0
                 MOVE 'SUPID NOT ON FILE - NOT A VALID SUPERVISOR'
                                                             TO MSGO
              ELSE
                 PERFORM 72050-MERGE-FETCH-PARA
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  READ THE SURVIVOR FIRST, KEEPING WHAT THE CHECKS NEED,    ***
      ***  THEN THE DUPLICATE - WHICH IS LEFT IN THE CLAIMS          ***
      ***  STRUCTURE AS THE CLAIM IN CONTEXT.                        ***
      ***-----------------------------------------------------------***
       72050-MERGE-FETCH-PARA.
           MOVE WS-MRG-SURV-NBR TO CLAIMNUMBER OF CLAIMS
           PERFORM 72300-MERGE-LOAD-PARA
           EVALUATE SQLCODE
             WHEN 0
               MOVE CLAIMSTATUS  OF CLAIMS TO WS-MRG-SURV-STATUS
               MOVE POLICYNUMBER OF CLAIMS TO WS-MRG-SURV-POLICY
               MOVE CURRENCYCODE OF CLAIMS TO WS-MRG-SURV-CCY
               MOVE CVALUE       OF CLAIMS TO WS-MRG-SURV-CVALUE
               MOVE WS-MRG-DUP-NBR         TO CLAIMNUMBER OF CLAIMS
               PERFORM 72300-MERGE-LOAD-PARA
               EVALUATE SQLCODE
                 WHEN 0
                   PERFORM 72100-MERGE-CHECK-PARA
                 WHEN 100
                   MOVE 'DUPLICATE CLAIM NOT FOUND' TO MSGO
                 WHEN OTHER
                   MOVE '72050-MERGE-FETCH-DUP' TO WS-ERR-PARAID
                   PERFORM 90000-LOG-SQL-ERROR-PARA
                   MOVE 'SQL ERROR IN MERGE - SEE ERROR LOG' TO MSGO
               END-EVALUATE
             WHEN 100
               MOVE WS-MRG-DUP-NBR TO CLAIMNUMBER OF CLAIMS
               MOVE 'SURVIVING CLAIM (IN VALUE1) NOT FOUND' TO MSGO
             WHEN OTHER
               MOVE '72050-MERGE-FETCH-SURV' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN MERGE - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  THE PAIR MUST BE THE SAME LOSS ON THE SAME COVER, AND THE ***
      ***  SURVIVOR'S CLAIM VALUE MUST TAKE THE COMBINED INDEMNITY   ***
      ***  PAID - THE SAME CEILING A PAYMENT IS HELD TO. A PAIR THAT ***
      ***  PASSES IS SHOWN (DUPI BLANK) OR MERGED (DUPI 'Y').        ***
      ***-----------------------------------------------------------***
       72100-MERGE-CHECK-PARA.
           EVALUATE TRUE
             WHEN WS-MRG-DUP-NBR = WS-MRG-SURV-NBR
               MOVE 'A CLAIM CANNOT BE MERGED INTO ITSELF' TO MSGO
             WHEN CLAIMSTATUS OF CLAIMS = 'W'
               MOVE 'DUPLICATE CLAIM IS ALREADY WITHDRAWN' TO MSGO
             WHEN WS-MRG-SURV-STATUS NOT = 'O'
               MOVE 'SURVIVING CLAIM MUST BE OPEN TO TAKE A MERGE'
                                                             TO MSGO
             WHEN POLICYNUMBER OF CLAIMS NOT = WS-MRG-SURV-POLICY
               MOVE 'CLAIMS ARE ON DIFFERENT POLICIES - NOT MERGED'
                                                             TO MSGO
             WHEN CURRENCYCODE OF CLAIMS NOT = WS-MRG-SURV-CCY
               MOVE 'CLAIMS ARE IN DIFFERENT CURRENCIES - NOT MERGED'
                                                             TO MSGO
             WHEN OTHER
               PERFORM 72150-MERGE-COUNT-PARA
           END-EVALUATE
           .
       72150-MERGE-COUNT-PARA.
           MOVE ZERO TO WS-MRG-PAID-SUM
            EXEC SQL
                SELECT COALESCE(SUM(PAYAMOUNT), 0)
                  INTO :WS-MRG-PAID-SUM
                  FROM MFTR36.PAYMENTS
                 WHERE CLAIMNUMBER IN (:WS-MRG-DUP-NBR,
                                       :WS-MRG-SURV-NBR)
                   AND COALESCE(PAYCATEGORY, 'I') = 'I'
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE '72150-MERGE-PAID-SUM' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
              MOVE 'SQL ERROR IN MERGE - SEE ERROR LOG' TO MSGO
           ELSE
           IF WS-MRG-PAID-SUM > WS-MRG-SURV-CVALUE
              COMPUTE WS-PAY-REMAIN =
                      WS-MRG-PAID-SUM - WS-MRG-SURV-CVALUE
              MOVE WS-PAY-REMAIN TO WS-PAY-REMAIN-EDIT
              STRING 'COMBINED PAID EXCEEDS SURVIVOR VALUE BY '
                     WS-PAY-REMAIN-EDIT ' - RAISE VALUE FIRST'
                     DELIMITED BY SIZE INTO MSGO
              END-STRING
           ELSE
              IF DUPI-CONFIRMED
                 PERFORM 72200-MERGE-COMMIT-PARA
              ELSE
                 PERFORM 72160-MERGE-PREVIEW-PARA
              END-IF
           END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  DUPI BLANK - COUNT WHAT THE DUPLICATE HOLDS AND SAY SO.   ***
      ***  A DIARY DATE THE SURVIVOR ALREADY HAS IS COUNTED HERE BUT ***
      ***  DROPPED, NOT MOVED, ON THE MERGE ITSELF.                  ***
      ***-----------------------------------------------------------***
       72160-MERGE-PREVIEW-PARA.
            EXEC SQL
                SELECT (SELECT COUNT(*) FROM MFTR36.PAYMENTS
                         WHERE CLAIMNUMBER = :WS-MRG-DUP-NBR),
                       (SELECT COUNT(*) FROM MFTR36.RECOVERY
                         WHERE CLAIMNUMBER = :WS-MRG-DUP-NBR),
                       (SELECT COUNT(*) FROM MFTR36.CLAIMNOTES
                         WHERE CLAIMNUMBER = :WS-MRG-DUP-NBR),
                       (SELECT COUNT(*) FROM MFTR36.DIARY
                         WHERE CLAIMNUMBER = :WS-MRG-DUP-NBR),
                       (SELECT COUNT(*) FROM MFTR36.FRAUDREF
                         WHERE CLAIMNUMBER = :WS-MRG-DUP-NBR),
                       (SELECT COUNT(*) FROM MFTR36.CLAIMDOC
                         WHERE CLAIMNUMBER = :WS-MRG-DUP-NBR)
                  INTO :WS-MRG-PAY-COUNT, :WS-MRG-RCV-COUNT,
                       :WS-MRG-NOTE-COUNT, :WS-MRG-DIARY-COUNT,
                       :WS-MRG-FRAUD-COUNT, :WS-MRG-DOC-COUNT
                  FROM MFTR36.CLAIMS
                 WHERE CLAIMNUMBER = :WS-MRG-DUP-NBR
            END-EXEC
           IF SQLCODE NOT = 0
              MOVE '72160-MERGE-PREVIEW' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
              MOVE 'SQL ERROR IN MERGE - SEE ERROR LOG' TO MSGO
           ELSE
              PERFORM 72180-MERGE-COUNT-TEXT-PARA
              MOVE SPACES TO MSGO
              STRING WS-MRG-COUNT-TEXT ' - KEY DUP Y TO MERGE'
                     DELIMITED BY SIZE INTO MSGO
              END-STRING
           END-IF
           .
       72180-MERGE-COUNT-TEXT-PARA.
           MOVE WS-MRG-PAY-COUNT   TO WS-MRG-PAY-EDIT
           MOVE WS-MRG-RCV-COUNT   TO WS-MRG-RCV-EDIT
           MOVE WS-MRG-NOTE-COUNT  TO WS-MRG-NOTE-EDIT
           MOVE WS-MRG-DIARY-COUNT TO WS-MRG-DIARY-EDIT
           MOVE WS-MRG-FRAUD-COUNT TO WS-MRG-FRAUD-EDIT
           MOVE WS-MRG-DOC-COUNT   TO WS-MRG-DOC-EDIT
           MOVE SPACES TO WS-MRG-COUNT-TEXT
           STRING 'PAY '    WS-MRG-PAY-EDIT
                  ' RCV '   WS-MRG-RCV-EDIT
                  ' NOTE '  WS-MRG-NOTE-EDIT
                  ' DIARY ' WS-MRG-DIARY-EDIT
                  ' SIU '   WS-MRG-FRAUD-EDIT
                  ' DOC '   WS-MRG-DOC-EDIT
                  DELIMITED BY SIZE INTO WS-MRG-COUNT-TEXT
           END-STRING
           .
      ***-----------------------------------------------------------***
      ***  DUPI 'Y' - MOVE THE ROWS, ONE TABLE AT A TIME, STOPPING   ***
      ***  AT THE FIRST FAILURE. EVERY STEP ONLY TAKES WHAT IS STILL ***
      ***  ON THE DUPLICATE AND THE DUPLICATE IS WITHDRAWN LAST, SO  ***
      ***  A MERGE THAT STOPS PART WAY IS FINISHED BY KEYING IT      ***
      ***  AGAIN.                                                    ***
      ***-----------------------------------------------------------***
       72200-MERGE-COMMIT-PARA.
           MOVE 'Y'  TO WS-MRG-OK-SW
           MOVE ZERO TO WS-MRG-PAY-COUNT
                        WS-MRG-RCV-COUNT
                        WS-MRG-NOTE-COUNT
                        WS-MRG-DIARY-COUNT
                        WS-MRG-FRAUD-COUNT
                        WS-MRG-DOC-COUNT
                        WS-MRG-DROP-COUNT
           PERFORM 72210-MERGE-MOVE-PAY-PARA
           IF WS-MRG-OK
              PERFORM 72215-MERGE-MOVE-SANC-PARA
           END-IF
           IF WS-MRG-OK
              PERFORM 72220-MERGE-MOVE-RCV-PARA
           END-IF
           IF WS-MRG-OK
              PERFORM 72230-MERGE-MOVE-FRAUD-PARA
           END-IF
           IF WS-MRG-OK
              PERFORM 72240-MERGE-MOVE-DOC-PARA
           END-IF
           IF WS-MRG-OK
              PERFORM 72250-MERGE-MOVE-DIARY-PARA
           END-IF
           IF WS-MRG-OK
              PERFORM 72260-MERGE-MOVE-SUIT-PARA
           END-IF
           IF WS-MRG-OK
              PERFORM 72270-MERGE-MOVE-NOTE-PARA
           END-IF
           IF WS-MRG-OK
              MOVE WS-MRG-SURV-NBR TO CLAIMNUMBER OF CLAIMS
              PERFORM 72280-MERGE-REPAID-PARA
           END-IF
           IF WS-MRG-OK
              MOVE WS-MRG-DUP-NBR  TO CLAIMNUMBER OF CLAIMS
              PERFORM 72280-MERGE-REPAID-PARA
           END-IF
           IF WS-MRG-OK
              PERFORM 72400-MERGE-SURVIVOR-PARA
           END-IF
           IF WS-MRG-OK
              PERFORM 72500-MERGE-WITHDRAW-PARA
           END-IF
           .
       72210-MERGE-MOVE-PAY-PARA.
            EXEC SQL
                UPDATE MFTR36.PAYMENTS
                   SET CLAIMNUMBER = :WS-MRG-SURV-NBR
                 WHERE CLAIMNUMBER = :WS-MRG-DUP-NBR
            END-EXEC
           MOVE '72210-MERGE-MOVE-PAY' TO WS-ERR-PARAID
           PERFORM 72290-MERGE-RESULT-PARA
           MOVE WS-MRG-ROWS TO WS-MRG-PAY-COUNT
           .
      ***-----------------------------------------------------------***
      ***  A MOVED PAYMENT'S SANCTIONS MATCHES AND SCREENING RECORDS ***
      ***  FOLLOW IT, SO THE SURVIVOR CARRIES THE EVIDENCE (AND ANY  ***
      ***  OPEN OR CONFIRMED HOLD) FOR THE PAYMENTS IT NOW HOLDS.    ***
      ***-----------------------------------------------------------***
       72215-MERGE-MOVE-SANC-PARA.
            EXEC SQL
                UPDATE MFTR36.SANCHIT
                   SET CLAIMNUMBER = :WS-MRG-SURV-NBR
                 WHERE CLAIMNUMBER = :WS-MRG-DUP-NBR
            END-EXEC
           MOVE '72215-MERGE-MOVE-SANCHIT' TO WS-ERR-PARAID
           PERFORM 72290-MERGE-RESULT-PARA
           IF WS-MRG-OK
               EXEC SQL
                   UPDATE MFTR36.SANCSCREEN
                      SET CLAIMNUMBER = :WS-MRG-SURV-NBR
                    WHERE CLAIMNUMBER = :WS-MRG-DUP-NBR
               END-EXEC
              MOVE '72215-MERGE-MOVE-SANCSCREEN' TO WS-ERR-PARAID
              PERFORM 72290-MERGE-RESULT-PARA
           END-IF
           .
       72220-MERGE-MOVE-RCV-PARA.
            EXEC SQL
                UPDATE MFTR36.RECOVERY
                   SET CLAIMNUMBER = :WS-MRG-SURV-NBR
                 WHERE CLAIMNUMBER = :WS-MRG-DUP-NBR
            END-EXEC
           MOVE '72220-MERGE-MOVE-RCV' TO WS-ERR-PARAID
           PERFORM 72290-MERGE-RESULT-PARA
           MOVE WS-MRG-ROWS TO WS-MRG-RCV-COUNT
           .
       72230-MERGE-MOVE-FRAUD-PARA.
            EXEC SQL
                UPDATE MFTR36.FRAUDREF
                   SET CLAIMNUMBER = :WS-MRG-SURV-NBR
                 WHERE CLAIMNUMBER = :WS-MRG-DUP-NBR
            END-EXEC
           MOVE '72230-MERGE-MOVE-FRAUD' TO WS-ERR-PARAID
           PERFORM 72290-MERGE-RESULT-PARA
           MOVE WS-MRG-ROWS TO WS-MRG-FRAUD-COUNT
           .
       72240-MERGE-MOVE-DOC-PARA.
            EXEC SQL
                UPDATE MFTR36.CLAIMDOC
                   SET CLAIMNUMBER = :WS-MRG-SURV-NBR
                 WHERE CLAIMNUMBER = :WS-MRG-DUP-NBR
            END-EXEC
           MOVE '72240-MERGE-MOVE-DOC' TO WS-ERR-PARAID
           PERFORM 72290-MERGE-RESULT-PARA
           MOVE WS-MRG-ROWS TO WS-MRG-DOC-COUNT
           .
      ***-----------------------------------------------------------***
      ***  ONE DIARY ROW PER CLAIM PER FOLLOW-UP DATE - A DATE THE   ***
      ***  SURVIVOR IS ALREADY DIARISED FOR IS DROPPED FROM THE      ***
      ***  DUPLICATE RATHER THAN MOVED, THE REST MOVE ACROSS.        ***
      ***-----------------------------------------------------------***
       72250-MERGE-MOVE-DIARY-PARA.
            EXEC SQL
                DELETE FROM MFTR36.DIARY D
                 WHERE D.CLAIMNUMBER = :WS-MRG-DUP-NBR
                   AND EXISTS
                       (SELECT 1
                          FROM MFTR36.DIARY S
                         WHERE S.CLAIMNUMBER = :WS-MRG-SURV-NBR
                           AND S.FOLLOWUPDT  = D.FOLLOWUPDT)
            END-EXEC
           MOVE '72250-MERGE-DROP-DIARY' TO WS-ERR-PARAID
           PERFORM 72290-MERGE-RESULT-PARA
           MOVE WS-MRG-ROWS TO WS-MRG-DROP-COUNT
           IF WS-MRG-OK
               EXEC SQL
                   UPDATE MFTR36.DIARY
                      SET CLAIMNUMBER = :WS-MRG-SURV-NBR
                    WHERE CLAIMNUMBER = :WS-MRG-DUP-NBR
               END-EXEC
              MOVE '72250-MERGE-MOVE-DIARY' TO WS-ERR-PARAID
              PERFORM 72290-MERGE-RESULT-PARA
              COMPUTE WS-MRG-DIARY-COUNT =
                      WS-MRG-ROWS + WS-MRG-DROP-COUNT
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ONE SUIT PER CLAIM - THE DUPLICATE'S GOES ACROSS ONLY IF  ***
      ***  THE SURVIVOR HAS NONE OF ITS OWN; OTHERWISE IT STAYS ON   ***
      ***  THE WITHDRAWN DUPLICATE FOR THE DEFENCE TEAM TO CLOSE.    ***
      ***-----------------------------------------------------------***
       72260-MERGE-MOVE-SUIT-PARA.
            EXEC SQL
                UPDATE MFTR36.LITIGATION
                   SET CLAIMNUMBER = :WS-MRG-SURV-NBR
                 WHERE CLAIMNUMBER = :WS-MRG-DUP-NBR
                   AND NOT EXISTS
                       (SELECT 1
                          FROM MFTR36.LITIGATION S
                         WHERE S.CLAIMNUMBER = :WS-MRG-SURV-NBR)
            END-EXEC
           MOVE '72260-MERGE-MOVE-SUIT' TO WS-ERR-PARAID
           PERFORM 72290-MERGE-RESULT-PARA
           .
       72270-MERGE-MOVE-NOTE-PARA.
            EXEC SQL
                UPDATE MFTR36.CLAIMNOTES
                   SET CLAIMNUMBER = :WS-MRG-SURV-NBR
                 WHERE CLAIMNUMBER = :WS-MRG-DUP-NBR
            END-EXEC
           MOVE '72270-MERGE-MOVE-NOTE' TO WS-ERR-PARAID
           PERFORM 72290-MERGE-RESULT-PARA
           MOVE WS-MRG-ROWS TO WS-MRG-NOTE-COUNT
           .
      ***-----------------------------------------------------------***
      ***  PAID IS REBUILT FROM THE INDEMNITY PAYMENT ROWS THE CLAIM ***
      ***  NOW HOLDS - 'V' ROWS CARRY NEGATIVE AMOUNTS, SO THE SUM   ***
      ***  IS ALREADY NET OF VOIDS AND REJECTIONS; EXPENSE STAYS     ***
      ***  OUT.                                                      ***
      ***-----------------------------------------------------------***
       72280-MERGE-REPAID-PARA.
            EXEC SQL
                UPDATE MFTR36.CLAIMS
                   SET PAID =
                       (SELECT COALESCE(SUM(PAYAMOUNT), 0)
                          FROM MFTR36.PAYMENTS
                         WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                           AND COALESCE(PAYCATEGORY, 'I') = 'I')
                 WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
            END-EXEC
           MOVE '72280-MERGE-REPAID' TO WS-ERR-PARAID
           PERFORM 72290-MERGE-RESULT-PARA
           .
      ***-----------------------------------------------------------***
      ***  SQLCODE 100 ON A MOVE ONLY MEANS THE DUPLICATE HAD NONE.  ***
      ***  ANYTHING ELSE (A -803 ON A CLASHING KEY INCLUDED) STOPS   ***
      ***  THE MERGE WITH THE CALLER'S WS-ERR-PARAID ON THE LOG ROW. ***
      ***-----------------------------------------------------------***
       72290-MERGE-RESULT-PARA.
           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD(3) TO WS-MRG-ROWS
             WHEN 100
               MOVE ZERO       TO WS-MRG-ROWS
             WHEN OTHER
               MOVE ZERO       TO WS-MRG-ROWS
               MOVE 'N'        TO WS-MRG-OK-SW
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN MERGE - KEY IT AGAIN ONCE CLEARED'
                                                             TO MSGO
           END-EVALUATE
           .
       72300-MERGE-LOAD-PARA.
            EXEC SQL
                SELECT CLAIMDATE, PAID, CVALUE, CAUSE,
                       OBSERVATIONS, CLAIMSTATUS, POLICYNUMBER,
                       CURRENCYCODE, COALESCE(CATEVENT, ' ')
                  INTO :CLAIMS.CLAIMDATE, :CLAIMS.PAID,
                       :CLAIMS.CVALUE, :CLAIMS.CAUSE,
                       :CLAIMS.OBSERVATIONS, :CLAIMS.CLAIMSTATUS,
                       :CLAIMS.POLICYNUMBER, :CLAIMS.CURRENCYCODE,
                       :CLAIMS.CATEVENT
                  FROM MFTR36.CLAIMS
                 WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
            END-EXEC
           .
      ***-----------------------------------------------------------***
      ***  THE ROWS ARE ACROSS - AUDIT THE SURVIVOR WITH ITS REBUILT ***
      ***  PAID AND NOTE WHAT IT TOOK ON AND FROM WHICH CLAIM.       ***
      ***-----------------------------------------------------------***
       72400-MERGE-SURVIVOR-PARA.
           MOVE WS-MRG-SURV-NBR TO CLAIMNUMBER OF CLAIMS
           PERFORM 72300-MERGE-LOAD-PARA
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-MRG-OK-SW
              MOVE '72400-MERGE-SURVIVOR' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
              MOVE 'SQL ERROR IN MERGE - KEY IT AGAIN ONCE CLEARED'
                                                             TO MSGO
           ELSE
              MOVE WS-MRG-DUP-NBR  TO WS-MRG-DUP-EDIT
              MOVE WS-MRG-SURV-NBR TO WS-MRG-SURV-EDIT
              MOVE PAID OF CLAIMS  TO WS-MRG-PAID-EDIT
              MOVE PAID OF CLAIMS  TO PAIDO
              MOVE SPACES TO MSGO
              STRING 'CLAIM ' WS-MRG-DUP-EDIT ' MERGED INTO '
                     WS-MRG-SURV-EDIT ' - SURVIVOR PAID NOW '
                     WS-MRG-PAID-EDIT
                     DELIMITED BY SIZE INTO MSGO
              END-STRING
              MOVE 'M' TO WS-AUDIT-ACTION
              PERFORM 80000-WRITE-AUDIT-PARA
              PERFORM 72180-MERGE-COUNT-TEXT-PARA
              MOVE SPACES TO WS-NOTE-TEXT
              STRING 'MERGED FROM ' WS-MRG-DUP-EDIT ': '
                     WS-MRG-COUNT-TEXT
                     DELIMITED BY SIZE INTO WS-NOTE-TEXT
              END-STRING
              MOVE WS-OPID TO WS-NOTE-OPID
              PERFORM 85000-WRITE-AUTO-NOTE-PARA
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  AUDIT THE EMPTIED DUPLICATE AS 'M', WITHDRAW IT WITH THE  ***
      ***  SURVIVOR'S NUMBER AS THE REASON, AUDIT THE WITHDRAWAL AND ***
      ***  LEAVE A NOTE NAMING THE SUPERVISOR - THIS NOTE IS WRITTEN ***
      ***  AFTER THE NOTES MOVED, SO IT STAYS WITH THE DUPLICATE.    ***
      ***-----------------------------------------------------------***
       72500-MERGE-WITHDRAW-PARA.
           MOVE WS-MRG-DUP-NBR TO CLAIMNUMBER OF CLAIMS
           PERFORM 72300-MERGE-LOAD-PARA
           IF SQLCODE NOT = 0
              MOVE '72500-MERGE-WITHDRAW-FETCH' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
              MOVE 'SQL ERROR IN MERGE - KEY IT AGAIN ONCE CLEARED'
                                                             TO MSGO
           ELSE
              MOVE 'M' TO WS-AUDIT-ACTION
              PERFORM 80000-WRITE-AUDIT-PARA
              MOVE 'W'         TO CLAIMSTATUS OF CLAIMS
              MOVE SPACES      TO WDRAWNRSN OF CLAIMS
              STRING 'MERGED INTO ' WS-MRG-SURV-EDIT
                     DELIMITED BY SIZE INTO WDRAWNRSN OF CLAIMS
              END-STRING
               EXEC SQL
                   SET :WS-WDRAWN-TS = CURRENT TIMESTAMP
               END-EXEC
              MOVE WS-WDRAWN-TS TO WDRAWNTS OF CLAIMS
               EXEC SQL
                   UPDATE MFTR36.CLAIMS
                      SET CLAIMSTATUS = :CLAIMS.CLAIMSTATUS,
                          WDRAWNRSN   = :CLAIMS.WDRAWNRSN,
                          WDRAWNTS    = :CLAIMS.WDRAWNTS
                    WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
               END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                  MOVE 'U' TO WS-AUDIT-ACTION
                  PERFORM 80000-WRITE-AUDIT-PARA
                  MOVE SPACES TO WS-NOTE-TEXT
                  STRING 'MERGED INTO ' WS-MRG-SURV-EDIT
                         ' BY SUPERVISOR ' SUPIDI
                         ' - ITS ROWS NOW SIT ON THAT CLAIM'
                         DELIMITED BY SIZE INTO WS-NOTE-TEXT
                  END-STRING
                  MOVE WS-OPID TO WS-NOTE-OPID
                  PERFORM 85000-WRITE-AUTO-NOTE-PARA
                WHEN OTHER
                  MOVE '72500-MERGE-WITHDRAW' TO WS-ERR-PARAID
                  PERFORM 90000-LOG-SQL-ERROR-PARA
                  MOVE 'ROWS MOVED BUT WITHDRAW FAILED - KEY IT AGAIN'
                                                             TO MSGO
              END-EVALUATE
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  PAYEE MASTER MAINTENANCE - SUPERVISORS ONLY, VALIDATED    ***
      ***  AGAINST MFTR36.SUPERVISOR THE WAY TREATY MAINTENANCE      ***
      ***  (78500) IS. ONE MFTR36.PAYEEMAST ROW PER PAYEE: CAUSEI IS ***
      ***  THE PAYEE ID, PAYEEI THE NAME, OBSERI THE TWO REMITTANCE  ***
      ***  ADDRESS LINES (30 BYTES EACH), WDRSNI THE CITY, CATEVTI   ***
      ***  THE STATE CODE, POLNBRI THE 5 OR 9 DIGIT ZIP, VALUE1I THE ***
      ***  TAX ID (ZERO WHEN NONE IS HELD - AN SSN FOR AN INDIVIDUAL ***
      ***  PAYEE, AN EIN FOR ANY OTHER TYPE), CSTATI THE PAYEE TYPE  ***
      ***  AND DUPI THE ACTIVE FLAG (N TO DEACTIVATE). THE FIELD     ***
      ***  EDITS ARE IN MF36CB2. AN EXISTING ROW IS CHANGED IN       ***
      ***  PLACE, UPDATE-THEN-INSERT - PAYEES ARE NEVER DELETED, AS  ***
      ***  THE PAYMENTS AND THE YEAR-END 1099 STILL RESOLVE TO THEM. ***
      ***-----------------------------------------------------------***
       73000-PAYEE-MAINT-PARA.
      *    NO SINGLE CLAIM IS IN CONTEXT ON THIS OPTION - ZERO THE
      *    CLAIM NUMBER SO AN ERROR LOG ROW DOES NOT CARRY A STALE ONE
           MOVE ZERO TO CLAIMNUMBER OF CLAIMS
           IF SUPIDI = SPACES
              MOVE 'SUPERVISOR ID REQUIRED FOR PAYEE MAINTENANCE'
                                                             TO MSGO
           ELSE
              MOVE ZERO TO WS-SUPER-CHECK-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-SUPER-CHECK-COUNT
                     FROM MFTR36.SUPERVISOR
                    WHERE SUPID = :SUPIDI
               END-EXEC
              IF WS-SUPER-CHECK-COUNT = 0
                 MOVE 'SUPID NOT ON FILE - NOT A VALID SUPERVISOR'
                                                             TO MSGO
              ELSE
                 PERFORM 73100-PAYEE-FIELDS-PARA
                 PERFORM 73200-PAYEE-CHANGE-PARA
              END-IF
           END-IF
           .
       73100-PAYEE-FIELDS-PARA.
           MOVE CAUSEI             TO PAYEEID    OF PAYEEMAST
           MOVE PAYEEI             TO PAYEENAME  OF PAYEEMAST
           MOVE OBSERI(1:30)       TO ADDRLINE1  OF PAYEEMAST
           MOVE OBSERI(31:30)      TO ADDRLINE2  OF PAYEEMAST
           MOVE WDRSNI             TO CITY       OF PAYEEMAST
           MOVE CATEVTI(1:2)       TO STATECODE  OF PAYEEMAST
           MOVE CSTATI             TO PAYEETYPE  OF PAYEEMAST
      *    A FIVE DIGIT ZIP IS HELD LEFT-JUSTIFIED WITH NO +4
           MOVE SPACES             TO ZIPCODE    OF PAYEEMAST
           IF POLNBRI NOT > 99999
              MOVE POLNBRI         TO WS-PAYEE-ZIP5
              MOVE WS-PAYEE-ZIP5   TO ZIPCODE    OF PAYEEMAST(1:5)
           ELSE
              MOVE POLNBRI         TO WS-PAYEE-ZIP9
              MOVE WS-PAYEE-ZIP9   TO ZIPCODE    OF PAYEEMAST
           END-IF
           IF VALUE1I = ZERO
              MOVE SPACES          TO TAXID      OF PAYEEMAST
              MOVE SPACES          TO TINTYPE    OF PAYEEMAST
           ELSE
              MOVE VALUE1I         TO WS-PAYEE-TIN
              MOVE WS-PAYEE-TIN    TO TAXID      OF PAYEEMAST
              IF CSTATI = 'I'
                 MOVE 'S'          TO TINTYPE    OF PAYEEMAST
              ELSE
                 MOVE 'E'          TO TINTYPE    OF PAYEEMAST
              END-IF
           END-IF
           IF DUPI = 'N'
              MOVE 'N'             TO ACTIVE     OF PAYEEMAST
           ELSE
              MOVE 'Y'             TO ACTIVE     OF PAYEEMAST
           END-IF
           MOVE WS-OPID            TO MAINTOPID  OF PAYEEMAST
           MOVE SUPIDI             TO MAINTSUPID OF PAYEEMAST
            EXEC SQL
                SET :PAYEEMAST.MAINTTS = CURRENT TIMESTAMP
            END-EXEC
           .
       73200-PAYEE-CHANGE-PARA.
            EXEC SQL
                UPDATE MFTR36.PAYEEMAST
                   SET PAYEENAME  = :PAYEEMAST.PAYEENAME,
                       ADDRLINE1  = :PAYEEMAST.ADDRLINE1,
                       ADDRLINE2  = :PAYEEMAST.ADDRLINE2,
                       CITY       = :PAYEEMAST.CITY,
                       STATECODE  = :PAYEEMAST.STATECODE,
                       ZIPCODE    = :PAYEEMAST.ZIPCODE,
                       TAXID      = :PAYEEMAST.TAXID,
                       TINTYPE    = :PAYEEMAST.TINTYPE,
                       PAYEETYPE  = :PAYEEMAST.PAYEETYPE,
                       ACTIVE     = :PAYEEMAST.ACTIVE,
                       MAINTOPID  = :PAYEEMAST.MAINTOPID,
                       MAINTSUPID = :PAYEEMAST.MAINTSUPID,
                       MAINTTS    = :PAYEEMAST.MAINTTS
                 WHERE PAYEEID    = :PAYEEMAST.PAYEEID
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'PAYEE MASTER CHANGED' TO MSGO
             WHEN 100
               PERFORM 73300-PAYEE-ADD-PARA
             WHEN OTHER
               MOVE '73200-PAYEE-CHANGE' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN PAYEE MAINT - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
       73300-PAYEE-ADD-PARA.
            EXEC SQL
                INSERT INTO MFTR36.PAYEEMAST
                       (PAYEEID,
                        PAYEENAME,
                        ADDRLINE1,
                        ADDRLINE2,
                        CITY,
                        STATECODE,
                        ZIPCODE,
                        TAXID,
                        TINTYPE,
                        PAYEETYPE,
                        ACTIVE,
                        MAINTOPID,
                        MAINTSUPID,
                        MAINTTS)
                VALUES (:PAYEEMAST.PAYEEID,
                        :PAYEEMAST.PAYEENAME,
                        :PAYEEMAST.ADDRLINE1,
                        :PAYEEMAST.ADDRLINE2,
                        :PAYEEMAST.CITY,
                        :PAYEEMAST.STATECODE,
                        :PAYEEMAST.ZIPCODE,
                        :PAYEEMAST.TAXID,
                        :PAYEEMAST.TINTYPE,
                        :PAYEEMAST.PAYEETYPE,
                        :PAYEEMAST.ACTIVE,
                        :PAYEEMAST.MAINTOPID,
                        :PAYEEMAST.MAINTSUPID,
                        :PAYEEMAST.MAINTTS)
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'PAYEE ADDED TO THE PAYEE MASTER' TO MSGO
             WHEN OTHER
               MOVE '73300-PAYEE-ADD' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN PAYEE MAINT - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  HANDLER REASSIGNMENT - SUPERVISORS ONLY, VALIDATED        ***
      ***  AGAINST MFTR36.SUPERVISOR THE WAY TREATY MAINTENANCE      ***
      ***  (78500) IS. PAYEEI NAMES THE NEW HANDLER, WHO MUST HAVE   ***
      ***  AN MFTR36.OPERAUTH PROFILE. A KEYED CLAIM NUMBER MOVES    ***
      ***  THAT ONE CLAIM; A BLANK ONE MOVES THE WHOLE OPEN BOOK OF  ***
      ***  THE DEPARTING HANDLER NAMED IN CAUSEI, TO THE HANDLER IN  ***
      ***  PAYEEI OR - WITH PAYEEI BLANK - EACH CLAIM RE-ROUTED BY   ***
      ***  THE HANDLERROUTE RULES (21080) ONCE THE DEPARTING         ***
      ***  HANDLER'S OWN RULES ARE SET INACTIVE. EVERY CLAIM MOVED   ***
      ***  GETS AN AUDIT ROW (ACTION 'H') AND A NOTE NAMING THE OLD  ***
      ***  AND NEW HANDLER AND THE SUPERVISOR.                       ***
      ***-----------------------------------------------------------***
       74000-REASSIGN-PARA.
      *    NO SINGLE CLAIM IS IN CONTEXT ON A BOOK MOVE - ZERO THE
      *    CLAIM NUMBER SO AN ERROR LOG ROW DOES NOT CARRY A STALE ONE
           MOVE ZERO TO CLAIMNUMBER OF CLAIMS
           IF SUPIDI = SPACES
              MOVE 'SUPERVISOR ID REQUIRED TO REASSIGN CLAIMS' TO MSGO
           ELSE
              MOVE ZERO TO WS-SUPER-CHECK-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-SUPER-CHECK-COUNT
                     FROM MFTR36.SUPERVISOR
                    WHERE SUPID = :SUPIDI
               END-EXEC
              IF WS-SUPER-CHECK-COUNT = 0
                 MOVE 'SUPID NOT ON FILE - NOT A VALID SUPERVISOR'
                                                             TO MSGO
              ELSE
                 MOVE PAYEEI(1:8) TO WS-HANDLER-TO
                 PERFORM 74050-CHECK-HANDLER-PARA
                 IF WS-HANDLER-COUNT = 0
                    MOVE 'NEW HANDLER IN PAYEE HAS NO OPERATOR PROFILE'
                                                             TO MSGO
                 ELSE
                 IF CLMNBRI NOT = SPACES
                    PERFORM 74100-REASSIGN-CLAIM-PARA
                 ELSE
                    PERFORM 74200-REASSIGN-BOOK-PARA
                 END-IF
                 END-IF
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  A NAMED NEW HANDLER MUST BE A SIGNED-UP OPERATOR. A BLANK ***
      ***  ONE (BOOK MOVE BY THE RULES) PASSES.                      ***
      ***-----------------------------------------------------------***
       74050-CHECK-HANDLER-PARA.
           MOVE 1 TO WS-HANDLER-COUNT
           IF WS-HANDLER-TO NOT = SPACES
              MOVE ZERO TO WS-HANDLER-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-HANDLER-COUNT
                     FROM MFTR36.OPERAUTH
                    WHERE OPID = :WS-HANDLER-TO
               END-EXEC
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  ONE CLAIM TO THE HANDLER IN PAYEEI. A WITHDRAWN CLAIM IS  ***
      ***  LEFT WHERE IT IS - NOBODY WORKS IT.                       ***
      ***-----------------------------------------------------------***
       74100-REASSIGN-CLAIM-PARA.
           MOVE CLMNBRI(4:7) TO WS-CLMNBR
           MOVE WS-CLMNBR    TO CLAIMNUMBER OF CLAIMS
            EXEC SQL
                SELECT CLAIMDATE, PAID, CVALUE, CAUSE,
                       OBSERVATIONS, CLAIMSTATUS, POLICYNUMBER,
                       COALESCE(CATEVENT, ' '),
                       COALESCE(ASSIGNEDOPID, ' ')
                  INTO :CLAIMS.CLAIMDATE, :CLAIMS.PAID,
                       :CLAIMS.CVALUE, :CLAIMS.CAUSE,
                       :CLAIMS.OBSERVATIONS, :CLAIMS.CLAIMSTATUS,
                       :CLAIMS.POLICYNUMBER,
                       :CLAIMS.CATEVENT,
                       :CLAIMS.ASSIGNEDOPID
                  FROM MFTR36.CLAIMS
                 WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF CLAIMSTATUS OF CLAIMS = 'W'
                  MOVE 'CLAIM IS WITHDRAWN - NOT REASSIGNED' TO MSGO
               ELSE
               IF ASSIGNEDOPID OF CLAIMS = WS-HANDLER-TO
                  MOVE 'CLAIM IS ALREADY WITH THAT HANDLER' TO MSGO
               ELSE
                  MOVE ASSIGNEDOPID OF CLAIMS TO WS-HANDLER-FROM
                  MOVE WS-HANDLER-TO          TO WS-HANDLER-NEW
                  MOVE ZERO                   TO WS-HANDLER-MOVED
                  PERFORM 74300-MOVE-CLAIM-PARA
                  IF WS-HANDLER-MOVED > 0
                     MOVE 'CLAIM REASSIGNED TO THE NEW HANDLER' TO MSGO
                  END-IF
               END-IF
               END-IF
             WHEN 100
               MOVE 'CLAIM NOT FOUND' TO MSGO
             WHEN OTHER
               MOVE '74100-REASSIGN-FETCH' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN REASSIGN - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  A DEPARTING HANDLER'S WHOLE OPEN BOOK. THEIR ROUTING      ***
      ***  RULES GO INACTIVE FIRST SO NOTHING NEW REACHES THEM AND   ***
      ***  A RE-ROUTE CANNOT HAND A CLAIM STRAIGHT BACK. EACH MOVED  ***
      ***  CLAIM DROPS OUT OF THE SELECTION, SO THE NEXT ONE IS      ***
      ***  ALWAYS THE LOWEST-NUMBERED CLAIM STILL WITH THEM.         ***
      ***-----------------------------------------------------------***
       74200-REASSIGN-BOOK-PARA.
           MOVE CAUSEI(1:8) TO WS-HANDLER-FROM
           IF WS-HANDLER-FROM = WS-HANDLER-TO
              MOVE 'NEW HANDLER MUST DIFFER FROM THE DEPARTING ONE'
                                                             TO MSGO
           ELSE
               EXEC SQL
                   UPDATE MFTR36.HANDLERROUTE
                      SET ACTIVE      = 'N'
                    WHERE HANDLEROPID = :WS-HANDLER-FROM
               END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE '74200-ROUTE-INACTIVE' TO WS-ERR-PARAID
                 PERFORM 90000-LOG-SQL-ERROR-PARA
                 MOVE 'SQL ERROR IN REASSIGN - SEE ERROR LOG' TO MSGO
              ELSE
                 MOVE ZERO TO WS-HANDLER-MOVED
                 MOVE 'N'  TO WS-BOOK-DONE-SW
                 PERFORM 74250-BOOK-NEXT-PARA
                     UNTIL WS-BOOK-DONE
                 IF WS-HANDLER-MOVED = 0
                    MOVE 'NO OPEN CLAIMS HELD - HANDLER ROUTES CLOSED'
                                                             TO MSGO
                 ELSE
                    MOVE WS-HANDLER-MOVED TO WS-HANDLER-MOVED-EDIT
                    MOVE SPACES TO MSGO
                    STRING WS-HANDLER-MOVED-EDIT
                           ' OPEN CLAIMS MOVED FROM ' WS-HANDLER-FROM
                           ' - HANDLER ROUTES CLOSED'
                           DELIMITED BY SIZE INTO MSGO
                    END-STRING
                 END-IF
              END-IF
           END-IF
           .
       74250-BOOK-NEXT-PARA.
            EXEC SQL
                SELECT CLAIMNUMBER, CLAIMDATE, PAID, CVALUE, CAUSE,
                       SUBSTR(CAUSE, 1, 10),
                       OBSERVATIONS, CLAIMSTATUS, POLICYNUMBER,
                       COALESCE(CATEVENT, ' ')
                  INTO :CLAIMS.CLAIMNUMBER, :CLAIMS.CLAIMDATE,
                       :CLAIMS.PAID, :CLAIMS.CVALUE, :CLAIMS.CAUSE,
                       :WS-ROUTE-CAUSE,
                       :CLAIMS.OBSERVATIONS, :CLAIMS.CLAIMSTATUS,
                       :CLAIMS.POLICYNUMBER,
                       :CLAIMS.CATEVENT
                  FROM MFTR36.CLAIMS
                 WHERE ASSIGNEDOPID = :WS-HANDLER-FROM
                   AND CLAIMSTATUS  = 'O'
                 ORDER BY CLAIMNUMBER
                 FETCH FIRST 1 ROW ONLY
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF WS-HANDLER-TO = SPACES
                  MOVE CVALUE OF CLAIMS TO WS-ROUTE-VALUE
                  PERFORM 21080-ROUTE-HANDLER-PARA
                  MOVE WS-ROUTE-OPID    TO WS-HANDLER-NEW
               ELSE
                  MOVE WS-HANDLER-TO    TO WS-HANDLER-NEW
               END-IF
               PERFORM 74300-MOVE-CLAIM-PARA
             WHEN 100
               SET WS-BOOK-DONE TO TRUE
             WHEN OTHER
               SET WS-BOOK-DONE TO TRUE
               MOVE '74250-BOOK-NEXT' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN REASSIGN - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  MOVE THE CLAIM IN CONTEXT TO WS-HANDLER-NEW (SPACES WHEN  ***
      ***  A RE-ROUTE FOUND NO RULE - THE CLAIM THEN SHOWS AS        ***
      ***  UNASSIGNED ON THE CASELOAD REPORT), AUDIT IT AS 'H' AND   ***
      ***  LEAVE THE NOTE. A FAILED UPDATE ENDS A BOOK MOVE.         ***
      ***-----------------------------------------------------------***
       74300-MOVE-CLAIM-PARA.
            EXEC SQL
                UPDATE MFTR36.CLAIMS
                   SET ASSIGNEDOPID = :WS-HANDLER-NEW
                 WHERE CLAIMNUMBER  = :CLAIMS.CLAIMNUMBER
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1 TO WS-HANDLER-MOVED
               MOVE 'H' TO WS-AUDIT-ACTION
               PERFORM 80000-WRITE-AUDIT-PARA
               MOVE SPACES TO WS-NOTE-TEXT
               IF WS-HANDLER-FROM = SPACES
                  MOVE 'UNASSIGNED'    TO WS-HANDLER-SHOW
               ELSE
                  MOVE WS-HANDLER-FROM TO WS-HANDLER-SHOW
               END-IF
               STRING 'HANDLER CHANGED FROM ' WS-HANDLER-SHOW
                      DELIMITED BY SIZE INTO WS-NOTE-TEXT
               END-STRING
               IF WS-HANDLER-NEW = SPACES
                  MOVE 'UNASSIGNED'    TO WS-HANDLER-SHOW
               ELSE
                  MOVE WS-HANDLER-NEW  TO WS-HANDLER-SHOW
               END-IF
               MOVE ' TO '             TO WS-NOTE-TEXT(32:4)
               MOVE WS-HANDLER-SHOW    TO WS-NOTE-TEXT(36:10)
               MOVE ' BY SUPERVISOR '  TO WS-NOTE-TEXT(46:15)
               MOVE SUPIDI             TO WS-NOTE-TEXT(61:8)
               MOVE WS-OPID            TO WS-NOTE-OPID
               PERFORM 85000-WRITE-AUTO-NOTE-PARA
             WHEN OTHER
               SET WS-BOOK-DONE TO TRUE
               MOVE '74300-MOVE-CLAIM' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN REASSIGN - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  CODE FROM THAT DATE (THE ROW IS KEPT SO OLD CLAIMS STILL  ***
      ***  RESOLVE THEIR DESCRIPTION); OTHERWISE OBSERI IS THE       ***
      ***  DESCRIPTION TO CHANGE ON AN EXISTING CODE OR ADD UNDER A  ***
      ***  NEW ONE. PAYEEI KEYED = A CHANGE TO THE CODE'S REQUIRED- ***
      ***  DOCUMENT CHECKLIST INSTEAD (SEE 75700). EVERY ADD, CHANGE ***
      ***  AND RETIREMENT IS WRITTEN TO MFTR36.CAUSEAUDIT AGAINST    ***
      ***  THE MAINTAINING SUPERVISOR.                               ***
      ***-----------------------------------------------------------***
       75000-CAUSE-MAINT-PARA.
      *    NO SINGLE CLAIM IS IN CONTEXT ON THIS OPTION - ZERO THE
              ELSE
                 MOVE CAUSEI TO CCODE OF CAUSECODE
                 MOVE OBSERI TO DESCRIPTION OF CAUSECODE
                 EVALUATE TRUE
                   WHEN PAYEEI NOT = SPACES
                     PERFORM 75700-CAUSE-DOC-PARA
                   WHEN CLMDTI NOT = SPACES
                     MOVE CLMDTI TO EXPIRYDT OF CAUSECODE
                     PERFORM 75100-CAUSE-RETIRE-PARA
                   WHEN OBSERI = SPACES
                     STRING 'ENTER DESCRIPTION TO ADD/CHANGE OR '
                            'EXPIRY DATE TO RETIRE'
                            DELIMITED BY SIZE INTO MSGO
                     END-STRING
                   WHEN OTHER
                     PERFORM 75200-CAUSE-CHANGE-PARA
                 END-EVALUATE
              END-IF
           END-IF
           .
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  THE CODE'S REQUIRED-DOCUMENT CHECKLIST (MFTR36.CAUSEDOC), ***
      ***  KEPT ON THE SAME OPTION AS THE CODE: PAYEE 1-8 IS THE     ***
      ***  DOCUMENT TYPE AS THE IMAGING SYSTEM INDEXES IT, OBSER ITS ***
      ***  DESCRIPTION (ADDED, OR CHANGED IF ALREADY LISTED), CSTAT  ***
      ***  'R' TAKES IT OFF. THE CODE MUST BE ON MFTR36.CAUSECODE.   ***
      ***  EACH CHANGE IS AUDITED ON CAUSEAUDIT AS ACTION D OR X.    ***
      ***-----------------------------------------------------------***
       75700-CAUSE-DOC-PARA.
           MOVE ZERO TO WS-CAUSE-CHECK-COUNT
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CAUSE-CHECK-COUNT
                  FROM MFTR36.CAUSECODE
                 WHERE CCODE = :CAUSECODE.CCODE
            END-EXEC
           MOVE CAUSEI      TO CCODE   OF CAUSEDOC
           MOVE PAYEEI(1:8) TO DOCTYPE OF CAUSEDOC
           MOVE OBSERI      TO DOCDESC OF CAUSEDOC
           EVALUATE TRUE
             WHEN WS-CAUSE-CHECK-COUNT = ZERO
               MOVE 'CAUSE CODE NOT ON FILE - ADD THE CODE FIRST'
                                                             TO MSGO
             WHEN CSTATI = 'R'
               PERFORM 75710-CAUSE-DOC-REMOVE-PARA
             WHEN OBSERI = SPACES
               STRING 'ENTER DOCUMENT DESCRIPTION TO ADD/CHANGE OR '
                      'CSTAT R TO REMOVE'
                      DELIMITED BY SIZE INTO MSGO
               END-STRING
             WHEN OTHER
               PERFORM 75720-CAUSE-DOC-CHANGE-PARA
           END-EVALUATE
           .
       75710-CAUSE-DOC-REMOVE-PARA.
            EXEC SQL
                DELETE FROM MFTR36.CAUSEDOC
                 WHERE CCODE   = :CAUSEDOC.CCODE
                   AND DOCTYPE = :CAUSEDOC.DOCTYPE
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'DOCUMENT TAKEN OFF THE CAUSE CHECKLIST' TO MSGO
               MOVE 'X' TO WS-AUDIT-ACTION
               PERFORM 75750-WRITE-DOC-AUDIT-PARA
             WHEN 100
               MOVE 'DOCUMENT TYPE NOT ON THE CHECKLIST FOR THIS CAUSE'
                                                             TO MSGO
             WHEN OTHER
               MOVE '75710-CAUSE-DOC-REMOVE' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN CAUSE MAINT - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
       75720-CAUSE-DOC-CHANGE-PARA.
            EXEC SQL
                UPDATE MFTR36.CAUSEDOC
                   SET DOCDESC = :CAUSEDOC.DOCDESC
                 WHERE CCODE   = :CAUSEDOC.CCODE
                   AND DOCTYPE = :CAUSEDOC.DOCTYPE
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'CHECKLIST DOCUMENT DESCRIPTION CHANGED' TO MSGO
               MOVE 'D' TO WS-AUDIT-ACTION
               PERFORM 75750-WRITE-DOC-AUDIT-PARA
             WHEN 100
               PERFORM 75730-CAUSE-DOC-ADD-PARA
             WHEN OTHER
               MOVE '75720-CAUSE-DOC-CHANGE' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN CAUSE MAINT - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
       75730-CAUSE-DOC-ADD-PARA.
            EXEC SQL
                INSERT INTO MFTR36.CAUSEDOC
                       (CCODE,
                        DOCTYPE,
                        DOCDESC)
                VALUES (:CAUSEDOC.CCODE,
                        :CAUSEDOC.DOCTYPE,
                        :CAUSEDOC.DOCDESC)
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'DOCUMENT ADDED TO THE CAUSE CHECKLIST' TO MSGO
               MOVE 'D' TO WS-AUDIT-ACTION
               PERFORM 75750-WRITE-DOC-AUDIT-PARA
             WHEN OTHER
               MOVE '75730-CAUSE-DOC-ADD' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN CAUSE MAINT - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  ONE CAUSEAUDIT ROW PER CHECKLIST CHANGE - THE DOCUMENT    ***
      ***  TYPE, AND ON A D ROW THE DESCRIPTION AS NOW LISTED.       ***
      ***-----------------------------------------------------------***
       75750-WRITE-DOC-AUDIT-PARA.
           IF WS-AUDIT-ACTION = 'X'
               EXEC SQL
                   INSERT INTO MFTR36.CAUSEAUDIT
                          (CCODE,
                           AUDITTS,
                           AUDITACTION,
                           SUPID,
                           DOCTYPE)
                   VALUES (:CAUSECODE.CCODE,
                           CURRENT TIMESTAMP,
                           :WS-AUDIT-ACTION,
                           :SUPIDI,
                           :CAUSEDOC.DOCTYPE)
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO MFTR36.CAUSEAUDIT
                          (CCODE,
                           AUDITTS,
                           AUDITACTION,
                           SUPID,
                           DESCRIPTION,
                           DOCTYPE)
                   VALUES (:CAUSECODE.CCODE,
                           CURRENT TIMESTAMP,
                           :WS-AUDIT-ACTION,
                           :SUPIDI,
                           :CAUSECODE.DESCRIPTION,
                           :CAUSEDOC.DOCTYPE)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE '75750-WRITE-DOC-AUDIT' TO WS-ERR-PARAID
              PERFORM 90000-LOG-SQL-ERROR-PARA
              MOVE 'CHECKLIST SAVED BUT AUDIT LOG FAILED' TO MSGO
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  SIU REFERRAL DISPOSITION OPTION - THE SPECIAL              ***
      ***  INVESTIGATIONS UNIT WORKS THE OPEN MFTR36.FRAUDREF ROWS    ***
      ***  FROM HERE. WITH NO DISPOSITION KEYED, THE CLAIM'S OPEN     ***
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  REINSURANCE TREATY MAINTENANCE - SUPERVISORS ONLY,         ***
      ***  VALIDATED AGAINST MFTR36.SUPERVISOR THE WAY EVENT          ***
      ***  MAINTENANCE (78000) IS. ONE MFTR36.RITREATY ROW PER        ***
      ***  TREATY LAYER PER REINSURER: CAUSEI IS THE TREATY ID,       ***
      ***  PAYEEI THE REINSURER CODE, CSTATI THE TYPE (Q QUOTA        ***
      ***  SHARE, X PER-RISK XOL, C CAT XOL), POLNBRI THE SHARE IN    ***
      ***  HUNDREDTHS OF A PERCENT (2500 = 25.00%), PAIDI/VALUE1I     ***
      ***  THE XOL RETENTION/LIMIT, CATEVTI THE EVENT A CAT LAYER     ***
      ***  COVERS, CLMDTI/DIARYDTI THE TREATY PERIOD AND OBSERI THE   ***
      ***  DESCRIPTION. THE FIELD EDITS ARE IN MF36CB2. AN EXISTING   ***
      ***  ROW IS CHANGED IN PLACE, UPDATE-THEN-INSERT - TREATIES     ***
      ***  ARE NEVER DELETED, A LAPSED ONE HAS ITS EXPIRY DATE SET    ***
      ***  SO THE CESSIONS ALREADY WORKED FROM IT STILL RESOLVE.      ***
      ***-----------------------------------------------------------***
       78500-TREATY-MAINT-PARA.
      *    NO SINGLE CLAIM IS IN CONTEXT ON THIS OPTION - ZERO THE
      *    CLAIM NUMBER SO AN ERROR LOG ROW DOES NOT CARRY A STALE ONE
           MOVE ZERO TO CLAIMNUMBER OF CLAIMS
           IF SUPIDI = SPACES
              MOVE 'SUPERVISOR ID REQUIRED FOR TREATY MAINTENANCE'
                                                             TO MSGO
           ELSE
              MOVE ZERO TO WS-SUPER-CHECK-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-SUPER-CHECK-COUNT
                     FROM MFTR36.SUPERVISOR
                    WHERE SUPID = :SUPIDI
               END-EXEC
              IF WS-SUPER-CHECK-COUNT = 0
                 MOVE 'SUPID NOT ON FILE - NOT A VALID SUPERVISOR'
                                                             TO MSGO
              ELSE
                 IF CLMDTI = SPACES OR DIARYDTI = SPACES
                    MOVE 'TREATY START AND EXPIRY DATES ARE REQUIRED'
                                                             TO MSGO
                 ELSE
                 IF CLMDTI > DIARYDTI
                    MOVE 'TREATY START DATE IS AFTER ITS EXPIRY DATE'
                                                             TO MSGO
                 ELSE
                    PERFORM 78550-TREATY-EVENT-CHECK-PARA
                    IF WS-CATEVT-VALID
                       PERFORM 78560-TREATY-FIELDS-PARA
                       PERFORM 78600-TREATY-CHANGE-PARA
                    END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  A CAT LAYER MUST NAME AN EVENT ON MFTR36.CATEVENT         ***
      ***-----------------------------------------------------------***
       78550-TREATY-EVENT-CHECK-PARA.
           MOVE 'Y' TO WS-CATEVT-VALID-SW
           IF CSTATI = 'C'
              MOVE ZERO TO WS-CATEVT-CHECK-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-CATEVT-CHECK-COUNT
                     FROM MFTR36.CATEVENT
                    WHERE EVENTCODE = :CATEVTI
               END-EXEC
              IF WS-CATEVT-CHECK-COUNT = 0
                 MOVE 'N' TO WS-CATEVT-VALID-SW
                 MOVE 'EVENT CODE NOT ON FILE FOR THE CAT LAYER'
                                                             TO MSGO
              END-IF
           END-IF
           .
       78560-TREATY-FIELDS-PARA.
           MOVE CAUSEI             TO TREATYID    OF RITREATY
           MOVE PAYEEI(1:10)       TO REINSURER   OF RITREATY
           MOVE CSTATI             TO TREATYTYPE  OF RITREATY
           MOVE OBSERI             TO DESCRIPTION OF RITREATY
           COMPUTE SHAREPCT OF RITREATY = POLNBRI / 100
           MOVE CLMDTI             TO EFFDATE     OF RITREATY
           MOVE DIARYDTI           TO EXPDATE     OF RITREATY
           MOVE SUPIDI             TO MAINTSUPID  OF RITREATY
      *    A QUOTA SHARE HAS NO LAYER, AND ONLY A CAT LAYER HAS AN
      *    EVENT - ANYTHING KEYED IN THE UNUSED FIELDS IS DROPPED
           IF CSTATI = 'Q'
              MOVE ZERO            TO RETENTION   OF RITREATY
              MOVE ZERO            TO LIMITAMT    OF RITREATY
           ELSE
              MOVE PAIDI           TO RETENTION   OF RITREATY
              MOVE VALUE1I         TO LIMITAMT    OF RITREATY
           END-IF
           IF CSTATI = 'C'
              MOVE CATEVTI         TO EVENTCODE   OF RITREATY
           ELSE
              MOVE SPACES          TO EVENTCODE   OF RITREATY
           END-IF
            EXEC SQL
                SET :RITREATY.MAINTTS = CURRENT TIMESTAMP
            END-EXEC
           .
       78600-TREATY-CHANGE-PARA.
            EXEC SQL
                UPDATE MFTR36.RITREATY
                   SET TREATYTYPE  = :RITREATY.TREATYTYPE,
                       DESCRIPTION = :RITREATY.DESCRIPTION,
                       SHAREPCT    = :RITREATY.SHAREPCT,
                       RETENTION   = :RITREATY.RETENTION,
                       LIMITAMT    = :RITREATY.LIMITAMT,
                       EVENTCODE   = :RITREATY.EVENTCODE,
                       EFFDATE     = :RITREATY.EFFDATE,
                       EXPDATE     = :RITREATY.EXPDATE,
                       MAINTSUPID  = :RITREATY.MAINTSUPID,
                       MAINTTS     = :RITREATY.MAINTTS
                 WHERE TREATYID    = :RITREATY.TREATYID
                   AND REINSURER   = :RITREATY.REINSURER
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'REINSURANCE TREATY CHANGED' TO MSGO
             WHEN 100
               PERFORM 78700-TREATY-ADD-PARA
             WHEN OTHER
               MOVE '78600-TREATY-CHANGE' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN TREATY MAINT - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
       78700-TREATY-ADD-PARA.
            EXEC SQL
                INSERT INTO MFTR36.RITREATY
                       (TREATYID,
                        REINSURER,
                        TREATYTYPE,
                        DESCRIPTION,
                        SHAREPCT,
                        RETENTION,
                        LIMITAMT,
                        EVENTCODE,
                        EFFDATE,
                        EXPDATE,
                        MAINTSUPID,
                        MAINTTS)
                VALUES (:RITREATY.TREATYID,
                        :RITREATY.REINSURER,
                        :RITREATY.TREATYTYPE,
                        :RITREATY.DESCRIPTION,
                        :RITREATY.SHAREPCT,
                        :RITREATY.RETENTION,
                        :RITREATY.LIMITAMT,
                        :RITREATY.EVENTCODE,
                        :RITREATY.EFFDATE,
                        :RITREATY.EXPDATE,
                        :RITREATY.MAINTSUPID,
                        :RITREATY.MAINTTS)
            END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE 'REINSURANCE TREATY ADDED' TO MSGO
             WHEN OTHER
               MOVE '78700-TREATY-ADD' TO WS-ERR-PARAID
               PERFORM 90000-LOG-SQL-ERROR-PARA
               MOVE 'SQL ERROR IN TREATY MAINT - SEE ERROR LOG' TO MSGO
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  NOTES OPTION - APPEND-ONLY ADJUSTER NOTES, ONE            ***
      ***  MFTR36.CLAIMNOTES ROW PER NOTE, NOTHING EVER OVERWRITTEN  ***
      ***  - UNLIKE OBSERVATIONS, WHICH THE MAINTENANCE SAVE         ***
