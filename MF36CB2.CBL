       01 WS-REM4                  PIC 9(02).
       01 WS-REM100                PIC 9(02).
       01 WS-REM400                PIC 9(03).
       01 WS-MERGE-DUP-NBR         PIC 9(07).
       01 WS-MAXDAY-TBL.
           05 FILLER                PIC 9(02) VALUE 31.
           05 FILLER                PIC 9(02) VALUE 28.
               PERFORM 70000-EDIT-CATEVT-PARA
             WHEN 'D'
               PERFORM 10000-EDIT-CLMNBR-PARA
             WHEN 'E'
               PERFORM 71000-EDIT-TREATY-PARA
             WHEN 'F'
               PERFORM 72000-EDIT-REASSIGN-PARA
             WHEN 'G'
               PERFORM 72500-EDIT-PAYEE-PARA
             WHEN 'H'
               PERFORM 10000-EDIT-CLMNBR-PARA
               IF ERROR-FLAG-NO
                  PERFORM 72600-EDIT-RELEASE-PARA
               END-IF
             WHEN 'I'
               PERFORM 10000-EDIT-CLMNBR-PARA
               IF ERROR-FLAG-NO
                  PERFORM 72700-EDIT-LITIGATION-PARA
               END-IF
             WHEN 'J'
               PERFORM 10000-EDIT-CLMNBR-PARA
               IF ERROR-FLAG-NO
                  PERFORM 72800-EDIT-MERGE-PARA
               END-IF
             WHEN 'K'
               PERFORM 10000-EDIT-CLMNBR-PARA
               IF ERROR-FLAG-NO
                  PERFORM 72900-EDIT-SANCTION-PARA
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  OPTION '6' (RECORD A PAYMENT) - PAIDI CARRIES THE PAYMENT ***
      ***  AMOUNT AND MUST BE POSITIVE, PAYEEI (THE PAYEE MASTER ID, ***
      ***  CHECKED IN MF36CB3) IS REQUIRED, AND CLMDTI, IF KEYED, IS  ***
      ***  THE PAYMENT VALUE DATE AND GETS THE SAME CALENDAR/FUTURE   ***
      ***  EDIT AS A CLAIM DATE. LEFT BLANK IT DEFAULTS TO TODAY IN   ***
      ***  MF36CB3. CSTATI IS THE PAYMENT CATEGORY - I (OR BLANK)     ***
      ***  INDEMNITY, E DEFENCE/LEGAL EXPENSE.                        ***
      ***-----------------------------------------------------------***
       40000-EDIT-PAYMENT-PARA.
           IF PAIDI NOT NUMERIC OR PAIDI NOT > 0
                 MOVE 'PAYEE IS REQUIRED TO RECORD A PAYMENT' TO MSGO
                 MOVE 'Y'                              TO WS-ERROR-FLAG
              ELSE
                 IF CSTATI NOT = SPACE AND CSTATI NOT = 'I'
                    AND CSTATI NOT = 'E'
                    MOVE 'CATEGORY IN CSTAT MUST BE I (INDEMNITY) OR E'
                                                          TO MSGO
                    MOVE 'Y'                           TO WS-ERROR-FLAG
                 ELSE
                    IF CLMDTI NOT = SPACES
                       PERFORM 20000-EDIT-CLMDT-PARA
                    END-IF
                 END-IF
              END-IF
           END-IF
                 MOVE 'RECOVERY TYPE IN CAUSE MUST BE S, U OR R'
                                                          TO MSGO
                 MOVE 'Y'                              TO WS-ERROR-FLAG
              ELSE
                 IF CAUSEI(1:1) = 'R' AND PAYEEI = SPACES
                    MOVE 'REINSURER CODE REQUIRED IN PAYEE FOR TYPE R'
                                                          TO MSGO
                    MOVE 'Y'                           TO WS-ERROR-FLAG
                 END-IF
              END-IF
           END-IF
           .
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  OPTION 'E' (TREATY MAINTENANCE) - THE TREATY ID (CAUSEI)  ***
      ***  AND REINSURER (PAYEEI) ARE THE KEY AND BOTH REQUIRED;     ***
      ***  CSTATI IS THE TYPE, POLNBRI THE SHARE IN HUNDREDTHS OF A  ***
      ***  PERCENT, UP TO 100.00. AN EXCESS LAYER NEEDS A LIMIT      ***
      ***  (VALUE1I) ABOVE ITS RETENTION (PAIDI), AND A CAT LAYER    ***
      ***  AN EVENT CODE. THE PERIOD DATES GET THE EVENT DATES'      ***
      ***  CALENDAR EDIT - FUTURE DATES ARE NORMAL FOR A TREATY.     ***
      ***-----------------------------------------------------------***
       71000-EDIT-TREATY-PARA.
           EVALUATE TRUE
             WHEN CAUSEI = SPACES
               MOVE 'TREATY ID (IN CAUSE) IS REQUIRED'    TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN PAYEEI = SPACES
               MOVE 'REINSURER CODE (IN PAYEE) IS REQUIRED' TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN CSTATI NOT = 'Q' AND CSTATI NOT = 'X'
                  AND CSTATI NOT = 'C'
               MOVE 'TREATY TYPE IN CSTAT MUST BE Q, X OR C' TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN POLNBRI NOT NUMERIC OR POLNBRI NOT > 0
                  OR POLNBRI > 10000
               MOVE 'SHARE IN POLNBR MUST BE 1-10000 (HUNDREDTHS OF 1%)'
                                                          TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN CSTATI NOT = 'Q'
                  AND (PAIDI NOT NUMERIC OR PAIDI < 0)
               MOVE 'RETENTION IN PAID MUST NOT BE NEGATIVE' TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN CSTATI NOT = 'Q'
                  AND (VALUE1I NOT NUMERIC OR VALUE1I NOT > 0)
               MOVE 'LAYER LIMIT IN VALUE1 MUST BE GREATER THAN ZERO'
                                                          TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN CSTATI = 'C' AND CATEVTI = SPACES
               MOVE 'EVENT CODE IS REQUIRED FOR A CAT LAYER' TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN OTHER
               PERFORM 71100-EDIT-TREATY-DATES-PARA
           END-EVALUATE
           .
       71100-EDIT-TREATY-DATES-PARA.
           IF CLMDTI NOT = SPACES
              IF CLMDTI(1:4) NOT NUMERIC
                 OR CLMDTI(6:2) NOT NUMERIC
                 OR CLMDTI(9:2) NOT NUMERIC
                 MOVE 'START DATE MUST BE NUMERIC YYYY-MM-DD'
                                                          TO MSGO
                 MOVE 'Y'                              TO WS-ERROR-FLAG
              ELSE
                 MOVE CLMDTI(1:4) TO WS-CLMDT-YYYY
                 MOVE CLMDTI(6:2) TO WS-CLMDT-MM
                 MOVE CLMDTI(9:2) TO WS-CLMDT-DD
                 MOVE 'Y' TO WS-FUTURE-OK-SW
                 PERFORM 20100-EDIT-CLMDT-RANGE-PARA
                 MOVE 'N' TO WS-FUTURE-OK-SW
              END-IF
           END-IF
           IF ERROR-FLAG-NO AND DIARYDTI NOT = SPACES
              IF DIARYDTI(1:4) NOT NUMERIC
                 OR DIARYDTI(6:2) NOT NUMERIC
                 OR DIARYDTI(9:2) NOT NUMERIC
                 MOVE 'EXPIRY DATE MUST BE NUMERIC YYYY-MM-DD'
                                                          TO MSGO
                 MOVE 'Y'                              TO WS-ERROR-FLAG
              ELSE
                 MOVE DIARYDTI(1:4) TO WS-CLMDT-YYYY
                 MOVE DIARYDTI(6:2) TO WS-CLMDT-MM
                 MOVE DIARYDTI(9:2) TO WS-CLMDT-DD
                 MOVE 'Y' TO WS-FUTURE-OK-SW
                 PERFORM 20100-EDIT-CLMDT-RANGE-PARA
                 MOVE 'N' TO WS-FUTURE-OK-SW
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  OPTION 'F' (HANDLER REASSIGNMENT) - A KEYED CLAIM NUMBER  ***
      ***  MOVES THAT ONE CLAIM AND NEEDS THE NEW HANDLER IN PAYEEI; ***
      ***  A BLANK CLAIM NUMBER MOVES A DEPARTING HANDLER'S WHOLE    ***
      ***  BOOK AND NEEDS THAT HANDLER IN CAUSEI - PAYEEI IS THEN    ***
      ***  OPTIONAL (BLANK RE-ROUTES EACH CLAIM BY THE RULES). THE   ***
      ***  SUPERVISOR ID IS CHECKED AGAINST THE TABLE IN MF36CB3.    ***
      ***-----------------------------------------------------------***
       72000-EDIT-REASSIGN-PARA.
           IF SUPIDI = SPACES
              MOVE 'SUPERVISOR ID REQUIRED TO REASSIGN CLAIMS' TO MSGO
              MOVE 'Y'                                 TO WS-ERROR-FLAG
           ELSE
              IF CLMNBRI NOT = SPACES
                 PERFORM 10000-EDIT-CLMNBR-PARA
                 IF ERROR-FLAG-NO AND PAYEEI = SPACES
                    MOVE 'NEW HANDLER (IN PAYEE) IS REQUIRED' TO MSGO
                    MOVE 'Y'                           TO WS-ERROR-FLAG
                 END-IF
              ELSE
                 IF CAUSEI = SPACES
                    MOVE 'CLAIM NUMBER OR DEPARTING HANDLER IS REQUIRED'
                                                          TO MSGO
                    MOVE 'Y'                           TO WS-ERROR-FLAG
                 END-IF
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  OPTION 'G' (PAYEE MAINTENANCE) - THE PAYEE ID (CAUSEI),   ***
      ***  NAME (PAYEEI), FIRST ADDRESS LINE (OBSERI 1-30), CITY     ***
      ***  (WDRSNI), STATE (CATEVTI 1-2) AND ZIP (POLNBRI) ARE ALL   ***
      ***  REQUIRED - THE BANK CANNOT MAIL A CHEQUE WITHOUT THEM.    ***
      ***  CSTATI IS THE PAYEE TYPE, VALUE1I THE TAX ID (ZERO WHEN   ***
      ***  NONE IS HELD YET) AND DUPI THE ACTIVE FLAG. THE           ***
      ***  SUPERVISOR ID IS CHECKED AGAINST THE TABLE IN MF36CB3.    ***
      ***-----------------------------------------------------------***
       72500-EDIT-PAYEE-PARA.
           EVALUATE TRUE
             WHEN SUPIDI = SPACES
               MOVE 'SUPERVISOR ID REQUIRED FOR PAYEE MAINTENANCE'
                                                          TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN CAUSEI = SPACES
               MOVE 'PAYEE ID (IN CAUSE) IS REQUIRED'     TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN PAYEEI = SPACES
               MOVE 'PAYEE NAME IS REQUIRED'              TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN CSTATI NOT = 'I' AND CSTATI NOT = 'B'
                  AND CSTATI NOT = 'A' AND CSTATI NOT = 'M'
                  AND CSTATI NOT = 'C' AND CSTATI NOT = 'G'
                  AND CSTATI NOT = 'P'
               MOVE 'PAYEE TYPE IN CSTAT MUST BE I, B, A, M, C, G OR P'
                                                          TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN OBSERI(1:30) = SPACES
               MOVE 'REMITTANCE ADDRESS (IN OBSER) IS REQUIRED' TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN WDRSNI = SPACES
               MOVE 'CITY (IN WDRSN) IS REQUIRED'         TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN CATEVTI(1:2) NOT ALPHABETIC
                  OR CATEVTI(1:1) = SPACE OR CATEVTI(2:1) = SPACE
               MOVE 'STATE CODE (IN CATEVT) MUST BE TWO LETTERS' TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN POLNBRI NOT NUMERIC OR POLNBRI NOT > 0
               MOVE 'ZIP CODE (IN POLNBR) IS REQUIRED'    TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN VALUE1I NOT NUMERIC OR VALUE1I < 0
               MOVE 'TAX ID IN VALUE1 MUST BE NUMERIC, ZERO IF NONE'
                                                          TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN DUPI NOT = SPACE AND DUPI NOT = 'Y'
                  AND DUPI NOT = 'N'
               MOVE 'ACTIVE FLAG IN DUP MUST BE Y OR N'   TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  OPTION 'H' (RELEASE A HELD PAYMENT) - CSTATI BLANK ONLY   ***
      ***  SHOWS THE CLAIM'S OLDEST HELD PAYMENT. OTHERWISE CSTATI   ***
      ***  IS R (RELEASE) OR X (REJECT), AND PAIDI/PAYEEI NAME THE   ***
      ***  HELD PAYMENT THE SAME WAY A VOID NAMES ONE; A REJECTION   ***
      ***  REVERSES THE PAYMENT, SO IT CARRIES ITS REASON IN WDRSNI. ***
      ***-----------------------------------------------------------***
       72600-EDIT-RELEASE-PARA.
           EVALUATE TRUE
             WHEN CSTATI = SPACE
               CONTINUE
             WHEN CSTATI NOT = 'R' AND CSTATI NOT = 'X'
               MOVE 'CSTAT MUST BE R (RELEASE), X (REJECT) OR BLANK'
                                                          TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN PAIDI NOT NUMERIC OR PAIDI NOT > 0
               MOVE 'PAYMENT AMOUNT MUST BE GREATER THAN ZERO' TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN PAYEEI = SPACES
               MOVE 'PAYEE ID IS REQUIRED TO NAME THE PAYMENT' TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN CSTATI = 'X' AND WDRSNI = SPACES
               MOVE 'REJECTION REASON (IN WDRSN) IS REQUIRED' TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  OPTION 'I' (LITIGATION) - CSTATI BLANK ONLY SHOWS THE     ***
      ***  CLAIM'S SUIT. OTHERWISE CSTATI IS O (OPEN) OR C           ***
      ***  (CONCLUDED); AN OPEN SUIT NEEDS ITS ATTORNEY (PAYEEI),    ***
      ***  COURT (WDRSNI), DOCKET NUMBER (OBSERI 1-20) AND SUIT DATE ***
      ***  (CLMDTI, NOT IN THE FUTURE). THE TRIAL DATE (DIARYDTI)    ***
      ***  AND NEXT HEARING DATE (DIARYTXI 1-10) ARE OPTIONAL AND    ***
      ***  MAY BE IN THE FUTURE - THAT IS WHAT THEY ARE FOR. A       ***
      ***  CONCLUSION ONLY NEEDS THE CLAIM NUMBER.                   ***
      ***-----------------------------------------------------------***
       72700-EDIT-LITIGATION-PARA.
           EVALUATE TRUE
             WHEN CSTATI = SPACE OR CSTATI = 'C'
               CONTINUE
             WHEN CSTATI NOT = 'O'
               MOVE 'CSTAT MUST BE O (OPEN), C (CONCLUDED) OR BLANK'
                                                          TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN PAYEEI = SPACES
               MOVE 'DEFENCE ATTORNEY (IN PAYEE) IS REQUIRED' TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN WDRSNI = SPACES
               MOVE 'COURT (IN WDRSN) IS REQUIRED'        TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN OBSERI(1:20) = SPACES
               MOVE 'DOCKET NUMBER (IN OBSER) IS REQUIRED' TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN CLMDTI = SPACES
               MOVE 'SUIT DATE (IN CLMDT) IS REQUIRED'    TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN OTHER
               PERFORM 20000-EDIT-CLMDT-PARA
               PERFORM 72750-EDIT-COURT-DATES-PARA
           END-EVALUATE
           .
       72750-EDIT-COURT-DATES-PARA.
           IF ERROR-FLAG-NO AND DIARYDTI NOT = SPACES
              IF DIARYDTI(1:4) NOT NUMERIC
                 OR DIARYDTI(6:2) NOT NUMERIC
                 OR DIARYDTI(9:2) NOT NUMERIC
                 MOVE 'TRIAL DATE MUST BE NUMERIC YYYY-MM-DD' TO MSGO
                 MOVE 'Y'                              TO WS-ERROR-FLAG
              ELSE
                 MOVE DIARYDTI(1:4) TO WS-CLMDT-YYYY
                 MOVE DIARYDTI(6:2) TO WS-CLMDT-MM
                 MOVE DIARYDTI(9:2) TO WS-CLMDT-DD
                 MOVE 'Y' TO WS-FUTURE-OK-SW
                 PERFORM 20100-EDIT-CLMDT-RANGE-PARA
                 MOVE 'N' TO WS-FUTURE-OK-SW
              END-IF
           END-IF
           IF ERROR-FLAG-NO AND DIARYTXI(1:10) NOT = SPACES
              IF DIARYTXI(1:4) NOT NUMERIC
                 OR DIARYTXI(5:1) NOT = '-'
                 OR DIARYTXI(6:2) NOT NUMERIC
                 OR DIARYTXI(8:1) NOT = '-'
                 OR DIARYTXI(9:2) NOT NUMERIC
                 MOVE 'NEXT HEARING DATE MUST BE NUMERIC YYYY-MM-DD'
                                                          TO MSGO
                 MOVE 'Y'                              TO WS-ERROR-FLAG
              ELSE
                 MOVE DIARYTXI(1:4) TO WS-CLMDT-YYYY
                 MOVE DIARYTXI(6:2) TO WS-CLMDT-MM
                 MOVE DIARYTXI(9:2) TO WS-CLMDT-DD
                 MOVE 'Y' TO WS-FUTURE-OK-SW
                 PERFORM 20100-EDIT-CLMDT-RANGE-PARA
                 MOVE 'N' TO WS-FUTURE-OK-SW
              END-IF
           END-IF
           .
      ***-----------------------------------------------------------***
      ***  OPTION 'J' (MERGE A DUPLICATE CLAIM) - CLMNBRI IS THE     ***
      ***  DUPLICATE AND VALUE1I THE SURVIVING CLAIM NUMBER, WHICH   ***
      ***  MUST BE A REAL CLAIM NUMBER OTHER THAN THE DUPLICATE.     ***
      ***  DUPI IS BLANK (SHOW WHAT WOULD MOVE) OR 'Y' (MERGE). THE  ***
      ***  SUPERVISOR ID IS CHECKED AGAINST THE TABLE IN MF36CB3.    ***
      ***-----------------------------------------------------------***
       72800-EDIT-MERGE-PARA.
           MOVE CLMNBRI(4:7) TO WS-MERGE-DUP-NBR
           EVALUATE TRUE
             WHEN SUPIDI = SPACES
               MOVE 'SUPERVISOR ID REQUIRED TO MERGE CLAIMS' TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN VALUE1I NOT NUMERIC OR VALUE1I NOT > 0
                  OR VALUE1I > 9999999
               MOVE 'SURVIVING CLAIM NUMBER (IN VALUE1) IS REQUIRED'
                                                          TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN VALUE1I = WS-MERGE-DUP-NBR
               MOVE 'SURVIVING CLAIM MUST DIFFER FROM THE DUPLICATE'
                                                          TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN DUPI NOT = SPACE AND NOT DUPI-CONFIRMED
               MOVE 'DUP MUST BE Y (MERGE) OR BLANK (SHOW ONLY)' TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  OPTION 'K' (SANCTIONS REVIEW) - CSTATI BLANK ONLY SHOWS   ***
      ***  THE CLAIM'S OLDEST OPEN MATCH. OTHERWISE CSTATI IS C      ***
      ***  (CLEAR) OR F (CONFIRM); THE LIST ENTRY ID IS KEYED BACK   ***
      ***  IN CAUSEI AND THE REASON FOR THE DECISION IN WDRSNI.      ***
      ***-----------------------------------------------------------***
       72900-EDIT-SANCTION-PARA.
           EVALUATE TRUE
             WHEN CSTATI = SPACE
               CONTINUE
             WHEN CSTATI NOT = 'C' AND CSTATI NOT = 'F'
               MOVE 'CSTAT MUST BE C (CLEAR), F (CONFIRM) OR BLANK'
                                                          TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN CAUSEI = SPACES
               MOVE 'LIST ENTRY ID (IN CAUSE) IS REQUIRED' TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN WDRSNI = SPACES
               MOVE 'REASON FOR THE DECISION (IN WDRSN) IS REQUIRED'
                                                          TO MSGO
               MOVE 'Y'                                 TO WS-ERROR-FLAG
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      ***-----------------------------------------------------------***
      ***  OPTION '8' (CAUSE CODE MAINTENANCE) - CAUSEI CARRIES THE  ***
      ***  CODE AND IS REQUIRED; CLMDTI, IF KEYED, IS THE EXPIRY     ***
      ***  DATE OF A RETIREMENT AND MAY BE IN THE FUTURE (A CODE     ***
      ***  CAN BE RETIRED FROM A FORWARD DATE). PAYEEI, IF KEYED,    ***
      ***  IS A DOCUMENT TYPE ON THE CODE'S REQUIRED-DOCUMENT        ***
      ***  CHECKLIST INSTEAD, AND TAKES NO EXPIRY DATE. NO CLAIM     ***
      ***  NUMBER IS INVOLVED ON THIS OPTION.                        ***
      ***-----------------------------------------------------------***
       60000-EDIT-CAUSEMNT-PARA.
           IF CAUSEI = SPACES
              MOVE 'CAUSE CODE IS REQUIRED'               TO MSGO
              MOVE 'Y'                                 TO WS-ERROR-FLAG
           ELSE
      *       PAYEE KEYED = A CHANGE TO THE CODE'S REQUIRED-DOCUMENT
      *       CHECKLIST - THE DOCUMENT TYPE IS AT MOST 8 CHARACTERS
      *       AND ONLY CSTAT 'R' (REMOVE) MEANS ANYTHING HERE
              IF PAYEEI NOT = SPACES
                 IF PAYEEI(9:22) NOT = SPACES
                    MOVE 'DOCUMENT TYPE IS AT MOST 8 CHARACTERS'
                                                          TO MSGO
                    MOVE 'Y'                           TO WS-ERROR-FLAG
                 END-IF
                 IF CSTATI NOT = SPACE AND CSTATI NOT = 'R'
                    MOVE 'CSTAT MUST BE R TO REMOVE A DOCUMENT OR BLANK'
                                                          TO MSGO
                    MOVE 'Y'                           TO WS-ERROR-FLAG
                 END-IF
                 IF CLMDTI NOT = SPACES
                    MOVE 'EXPIRY DATE DOES NOT APPLY TO A DOCUMENT TYPE'
                                                          TO MSGO
                    MOVE 'Y'                           TO WS-ERROR-FLAG
                 END-IF
              END-IF
              IF CLMDTI NOT = SPACES
                 IF CLMDTI(1:4) NOT NUMERIC
                    OR CLMDTI(6:2) NOT NUMERIC
