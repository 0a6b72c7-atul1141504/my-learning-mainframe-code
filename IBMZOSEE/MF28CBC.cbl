      * MF28CBC - PENDING AUTHORITY QUEUE MODULE V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28CBC.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO LET A USER WITH
      *                    ENOUGH MONETARY AUTHORITY WORK THE QUEUE OF
      *                    PAYMENTS AND RESERVE CHANGES THAT MF28CB3
      *                    PARKED ON MFTR28.PENDING-AUTHORITY BECAUSE
      *                    THEY WERE OVER THE KEYER'S OWN LIMIT:
      *                    1. LISTS A PAGE OF 5 OPEN ROWS ON MAP9,
      *                       CLAIM NUMBER THEN QUEUE SEQUENCE ORDER.
      *                    2. THE USER KEYS 'A' (APPROVE) OR 'R'
      *                       (REJECT) AGAINST EACH ROW AND PRESSES
      *                       ENTER. EITHER DECISION NEEDS A LIMIT ON
      *                       MFTR28.USER-ROLE AT LEAST AS BIG AS THE
      *                       AMOUNT, AND NOBODY MAY DECIDE A ROW THEY
      *                       KEYED THEMSELVES.
      *                    3. APPROVE APPLIES THE TRANSACTION THROUGH
      *                       THE SAME MF28CB2 VALIDATION AND MF28CB3
      *                       PROCESSING AS A MAP1 OPTION 5 OR 6, SO
      *                       EVERY CLAIM-LEVEL CONTROL (STATUS,
      *                       CVALUE, POLICY LIMIT, PERIOD LOCK) STILL
      *                       APPLIES. A ROW THAT DOES NOT APPLY STAYS
      *                       ON THE QUEUE WITH MF28CB3'S REASON SHOWN.
      *                    4. EVERY DECISION IS RECORDED ON
      *                       MFTR28.AUTHORITY-APPROVALS WITH THE
      *                       SIGNED-ON USERID AND A TIMESTAMP, THE
      *                       SAME WAY MF28CB6 LOGS SIGN-OFFS ON
      *                       MFTR28.CLAIM-APPROVALS.
      *                    5. PF8 PAGES FORWARD, PF7 RESTARTS AT THE
      *                       TOP OF THE QUEUE, PF3 ENDS.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      * 10/14/2026 APATEL   ROWS OF TYPE 'INTR' - STATUTORY LATE-PAYMENT
      *                     INTEREST PROPOSED BY THE MF28PP1 PROMPT-
      *                     PAYMENT RUN - ARE DECIDED AGAINST
      *                     PAY-AUTH-LIMIT AND, ON APPROVAL, APPLIED
      *                     HERE RATHER THAN THROUGH MF28CB3: INTEREST
      *                     IS NOT INDEMNITY, SO CVALUE AND THE POLICY
      *                     LIMIT DO NOT APPLY, AND IT IS OWED ON A
      *                     CLAIM ALREADY CLOSED AND PAID. THE INTEREST
      *                     IS LEDGERED ON MFTR28.CLAIM-PAYMENTS AS
      *                     PAYMENT-TYPE 'INTR', ADDED TO PAID AND
      *                     LOGGED TO MFTR28.CLAIMS-HISTORY, AND THE
      *                     TREASURY FEED IS REARMED SO MF28PY1 SENDS
      *                     IT. SEE A5450-APPLY-INTEREST.
      * 10/14/2026 APATEL   ROWS OF TYPE 'EXPN' - DEFENSE AND LEGAL
      *                     EXPENSE KEYED OVER AUTHORITY - ARE DECIDED
      *                     AGAINST PAY-AUTH-LIMIT AND APPLIED THROUGH
      *                     MF28CB3 OPTION 5 WITH PAYMENT TYPE EXPN.
      *                     THE INTEREST HISTORY ROW IS NOW WRITTEN
      *                     WITH MOVEMENT-TYPE 'INTR'.
      * 10/14/2026 APATEL   THE INTEREST CLAIM-PAYMENTS ROW NOW CARRIES
      *                     PAYMENT-TIMESTAMP FOR THE MF28DW1 DATA
      *                     WAREHOUSE EXTRACT.
      * 10/15/2026 APATEL   INTEREST IS NOW REFUSED WHEN THE CLAIM'S
      *                     CLAIMDATE - THE DATE MF28RC1 RECONCILES
      *                     PAID BY - IS ON OR BEFORE CLOSED-THRU-DATE,
      *                     RATHER THAN TESTING TODAY'S DATE, AND THE
      *                     REFUSAL IS LOGGED TO MFTR28.PERIOD-LOCK-LOG
      *                     FOR THE MF28RP5 EXCEPTION REPORT.
      * 10/15/2026 APATEL   A FAILURE LEDGERING OR LOGGING APPROVED
      *                     INTEREST AFTER PAID HAS BEEN RAISED NOW
      *                     BACKS THE POSTING OUT WITH A SYNCPOINT
      *                     ROLLBACK BEFORE THE ROW IS REOPENED, SO A
      *                     SECOND APPROVAL CANNOT POST IT TWICE, AND A
      *                     FAILED HISTORY INSERT NOW REFUSES THE ROW.
      *                     EACH DECIDED ROW IS COMMITTED AS ITS OWN
      *                     UNIT OF WORK SO THE BACKOUT DOES NOT UNDO
      *                     THE ROWS DECIDED ABOVE IT ON THE PAGE.
      * 10/15/2026 APATEL   THE PERIOD LOCK TESTS THE DATE THE
      *                     INTEREST POSTS - TODAY - NOT THE CLAIM'S
      *                     CLAIMDATE, SO INTEREST PROPOSED BY MF28PP1
      *                     ON A CLAIM WHOSE LOSS MONTH HAS CLOSED CAN
      *                     BE APPROVED. THE REFUSAL ROW CARRIES
      *                     TODAY'S DATE.
      *
      * PROGRAM TYPE: COBOL-CICS-DB2.
      *
      * PROCESSING TYPE: CICS TRANSACTION VIA BMS SCREEN
      *
      * BMS: MF28BMS (MAP9, MAP1 AS THE MF28CB2/MF28CB3 INTERFACE)
      *
      * COPYBOOKS: MF28BMS, MF28CP1, MF28CP2, MF28CP7, MF28CP9,
      *            MF28CP25, MF28CP26, MF28CP24
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.PENDING-AUTHORITY, MFTR28.AUTHORITY-APPROVALS,
      *         MFTR28.USER-ROLE, MFTR28.CLAIMS,
      *         MFTR28.CLAIM-PAYMENTS, MFTR28.CLAIMS-HISTORY,
      *         MFTR28.BATCH-CONTROL, MFTR28.PERIOD-LOCK-LOG
      *
      * CALLING MODULES: NONE (OR CICS SCREEN, TRANSID MF2P)
      *
      * CALLED MODULES: MF28CB2 - DATA VALIDATION MODULE.
      *                 MF28CB3 - CLAIMS/TRANSACTION PROCESSING MODULE
      *
      * PROGRAMMER: ATUL PATEL
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY MF28BMS.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP1
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP2
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP7
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP9
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP25
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP26
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP24
           END-EXEC.
       01 WS-AID-VALUES.
           05 WS-AID-ENTER              PIC X(01) VALUE ''''.
           05 WS-AID-PF3                PIC X(01) VALUE '3'.
           05 WS-AID-PF7                PIC X(01) VALUE '7'.
           05 WS-AID-PF8                PIC X(01) VALUE '8'.
       01 WS-SWITCHES.
           05 WS-EOF-FLAG               PIC X(01) VALUE 'N'.
               88 EOF-TRUE               VALUE 'Y'.
               88 EOF-FALSE              VALUE 'N'.
           05 WS-EXIT-FLAG               PIC X(01) VALUE 'N'.
               88 EXIT-TRUE               VALUE 'Y'.
               88 EXIT-FALSE              VALUE 'N'.
           05 WS-AUTH-FLAG               PIC X(01) VALUE 'N'.
               88 AUTH-TRUE               VALUE 'Y'.
               88 AUTH-FALSE              VALUE 'N'.
           05 WS-DECIDE-FLAG             PIC X(01) VALUE 'N'.
               88 DECIDE-ALLOWED          VALUE 'Y'.
               88 DECIDE-REFUSED          VALUE 'N'.
       01 WS-ERROR-FLAG                 PIC X(01) VALUE SPACES.
           88 ERROR-TRUE                 VALUE 'Y'.
           88 ERROR-FALSE                VALUE 'N'.
       01 WS-MF28CB2                    PIC X(08) VALUE 'MF28CB2'.
       01 WS-MF28CB3                    PIC X(08) VALUE 'MF28CB3'.
       01 WS-USERID                     PIC X(08).
       01 WS-MY-PAY-LIMIT               PIC S9(7)V99 COMP-3.
       01 WS-MY-RESV-LIMIT              PIC S9(7)V99 COMP-3.
       01 WS-DECIDE-AMOUNT              PIC S9(7)V99 COMP-3.
       01 WS-CURRENT-RESERVE            PIC S9(7)V99 COMP-3.
      *-- INTEREST IS APPLIED UNDER THE SAME UPDATE-COUNT TOKEN AND
      *-- CLOSED-PERIOD RULE AS EVERY PAYMENT MF28CB3 APPLIES
       01 WS-UPD-TOKEN                  PIC S9(9) COMP-3.
       01 WS-PERIOD-FLAG                PIC X(01).
           88 PERIOD-OPEN                VALUE 'O'.
           88 PERIOD-CLOSED              VALUE 'C'.
       01 WS-CLOSED-THRU-DATE           PIC X(10).
       01 WS-POSTING-DATE               PIC X(10).
       01 WS-PAGE-SIZE                  PIC S9(3) COMP VALUE 5.
       01 WS-ROW-INDEX                  PIC S9(3) COMP VALUE ZERO.
       01 WS-ROWS-ON-PAGE                PIC S9(3) COMP VALUE ZERO.
       01 WS-FROM-CLAIM                 PIC S9(7) COMP-3 VALUE ZERO.
       01 WS-FROM-SEQ                   PIC S9(5) COMP-3 VALUE ZERO.
       01 WS-WORKED-COUNT                PIC S9(3) COMP VALUE ZERO.
       01 WS-ROW-ACTION                  PIC X(01).
       01 WS-ROW-KEYED-DATE              PIC X(10).
      *-- MAP1 CARRIES CLAIM NUMBER AND AMOUNTS AS DIGIT STRINGS -
      *-- AMOUNTS IN WHOLE DOLLARS, SO A QUEUED AMOUNT (ITSELF KEYED
      *-- ON MAP1) GOES BACK OUT WITHOUT LOSS
       01 WS-CLAIM-DIGITS                PIC 9(07).
       01 WS-AMOUNT-DIGITS               PIC 9(10).
       01 WS-ROW-TEXT.
           05 WS-RT-CLAIMNUMBER          PIC Z(6)9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-TXN-TYPE             PIC X(04).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-AMOUNT               PIC Z(6)9.99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-WAS-LABEL            PIC X(04).
           05 WS-RT-OLD-RESERVE          PIC Z(6)9.99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-KEYED-BY             PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-KEYED-DATE           PIC X(10).
      *-- THE QUEUE KEYS ON THE DISPLAYED PAGE, CARRIED FORWARD ON THE
      *-- COMMAREA SO THE NEXT TASK KNOWS WHICH ROW EACH A/R ACTION
      *-- FIELD BELONGS TO
       01 WS-COMMAREA-OUT.
           05 WS-OUT-FROM-CLAIM          PIC S9(7) COMP-3.
           05 WS-OUT-FROM-SEQ            PIC S9(5) COMP-3.
           05 WS-OUT-ROWS-ON-PAGE        PIC S9(3) COMP.
           05 WS-OUT-QUEUE-KEY           OCCURS 5.
               10 WS-OUT-QUEUE-CLAIM     PIC S9(7) COMP-3.
               10 WS-OUT-QUEUE-SEQ       PIC S9(5) COMP-3.
       LINKAGE SECTION.
      *-- INCOMING COMMAREA FROM THE PRIOR TASK - EMPTY (EIBCALEN = 0)
      *-- ON THE VERY FIRST ENTRY TO THE TRANSACTION
       01 DFHCOMMAREA.
           05 LK-FROM-CLAIM              PIC S9(7) COMP-3.
           05 LK-FROM-SEQ                PIC S9(5) COMP-3.
           05 LK-ROWS-ON-PAGE            PIC S9(3) COMP.
           05 LK-QUEUE-KEY               OCCURS 5.
               10 LK-QUEUE-CLAIM         PIC S9(7) COMP-3.
               10 LK-QUEUE-SEQ           PIC S9(5) COMP-3.
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
      ******************************************************************
       A1000-MAIN-PARA.
      *---------------*
           PERFORM A1100-CHECK-ROLE.
           IF AUTH-FALSE
               EXEC CICS SEND TEXT
                   FROM(MSG9O)
                   ERASE
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF
           IF EIBCALEN = 0
               MOVE LOW-VALUES            TO MAP9I
               MOVE LOW-VALUES            TO MAP9O
               MOVE ZERO                  TO WS-FROM-CLAIM
                                              WS-FROM-SEQ
               PERFORM A4000-BUILD-PAGE
               PERFORM A2000-SEND-MAP
           ELSE
               PERFORM A6000-RECEIVE-AND-PROCESS
           END-IF
           PERFORM A9999-END-PARA.
      ******************************************************************
      *     ONLY A USER HOLDING A ROLE ON MFTR28.USER-ROLE MAY WORK    *
      *     THE QUEUE. THE USER'S OWN LIMITS ARE KEPT FOR THE PER-ROW  *
      *     AUTHORITY TEST IN A5150-CHECK-DECIDER                      *
      ******************************************************************
       A1100-CHECK-ROLE.
      *-----------------*
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC.
           MOVE WS-USERID                  TO USERID OF USER-ROLE-REC.
           EXEC SQL
               SELECT USER-ROLE,
                      PAY-AUTH-LIMIT,
                      RESV-AUTH-LIMIT
                 INTO :USER-ROLE-REC.USER-ROLE,
                      :USER-ROLE-REC.PAY-AUTH-LIMIT,
                      :USER-ROLE-REC.RESV-AUTH-LIMIT
                 FROM MFTR28.USER-ROLE
                WHERE USERID = :USER-ROLE-REC.USERID
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0 AND (ROLE-SUPERVISOR OR ROLE-ADJUSTER)
                   SET AUTH-TRUE            TO TRUE
                   MOVE PAY-AUTH-LIMIT      TO WS-MY-PAY-LIMIT
                   MOVE RESV-AUTH-LIMIT     TO WS-MY-RESV-LIMIT
               WHEN OTHER
                   SET AUTH-FALSE           TO TRUE
                   MOVE 'CLAIMS ROLE REQUIRED FOR AUTHORITY QUEUE'
                                             TO MSG9O
           END-EVALUATE.
      ******************************************************************
      *                       SEND MAPSET TO CICS                      *
      ******************************************************************
       A2000-SEND-MAP.
      *--------------*
           EXEC CICS SEND
               MAP('MAP9')
               MAPSET('MF28BMS')
               FROM(MAP9O)
               ERASE
           END-EXEC.
      ******************************************************************
      *                  RECEIVE DATA FROM SCREEN                      *
      ******************************************************************
       A2100-RECEIVE-MAP.
      *-----------------*
           EXEC CICS RECEIVE
               MAP('MAP9')
               MAPSET('MF28BMS')
               INTO(MAP9I)
           END-EXEC.
      ******************************************************************
      *     BUILD ONE PAGE OF THE PENDING QUEUE - OPEN A FRESH CURSOR  *
      *     PAST THE LAST CLAIM/SEQUENCE SHOWN, FETCH UP TO 5 ROWS AND *
      *     CLOSE, SAME AS MF28CB6 - ROWS WORKED BY ANOTHER USER HAVE  *
      *     ALREADY LEFT THE QUEUE WHEN WE REDISPLAY                   *
      ******************************************************************
       A4000-BUILD-PAGE.
      *----------------*
           MOVE SPACES                     TO PQR01VO
                                               PQR02VO
                                               PQR03VO
                                               PQR04VO
                                               PQR05VO.
           MOVE ZERO                       TO WS-ROW-INDEX.
           MOVE ZERO                       TO WS-OUT-QUEUE-CLAIM(1)
                                               WS-OUT-QUEUE-CLAIM(2)
                                               WS-OUT-QUEUE-CLAIM(3)
                                               WS-OUT-QUEUE-CLAIM(4)
                                               WS-OUT-QUEUE-CLAIM(5)
                                               WS-OUT-QUEUE-SEQ(1)
                                               WS-OUT-QUEUE-SEQ(2)
                                               WS-OUT-QUEUE-SEQ(3)
                                               WS-OUT-QUEUE-SEQ(4)
                                               WS-OUT-QUEUE-SEQ(5).
           MOVE 'N'                        TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE PENDQC1 CURSOR FOR
                   SELECT CLAIMNUMBER, PEND-SEQ, PEND-TXN-TYPE,
                          PEND-AMOUNT, PEND-OLD-RESERVE,
                          KEYED-BY-USERID, CHAR(DATE(KEYED-TIMESTAMP))
                   FROM MFTR28.PENDING-AUTHORITY
                   WHERE PEND-STATUS = 'P'
                     AND (CLAIMNUMBER > :WS-FROM-CLAIM
                      OR (CLAIMNUMBER = :WS-FROM-CLAIM
                          AND PEND-SEQ > :WS-FROM-SEQ))
                   ORDER BY CLAIMNUMBER, PEND-SEQ
           END-EXEC.
           EXEC SQL
               OPEN PENDQC1
           END-EXEC.
           PERFORM A4100-FETCH-ONE-ROW
               UNTIL WS-ROW-INDEX = WS-PAGE-SIZE
                  OR EOF-TRUE.
           EXEC SQL
               CLOSE PENDQC1
           END-EXEC.
           MOVE WS-ROW-INDEX                TO WS-ROWS-ON-PAGE.
           IF WS-ROWS-ON-PAGE = ZERO
               MOVE 'NO TRANSACTIONS AWAITING AUTHORITY'  TO MSG9O
           END-IF.
      ******************************************************************
      *                  FETCH ONE PENDING QUEUE ROW                   *
      ******************************************************************
       A4100-FETCH-ONE-ROW.
      *--------------------*
           EXEC SQL
               FETCH PENDQC1
               INTO :PENDING-AUTHORITY.CLAIMNUMBER,
                    :PENDING-AUTHORITY.PEND-SEQ,
                    :PENDING-AUTHORITY.PEND-TXN-TYPE,
                    :PENDING-AUTHORITY.PEND-AMOUNT,
                    :PENDING-AUTHORITY.PEND-OLD-RESERVE,
                    :PENDING-AUTHORITY.KEYED-BY-USERID,
                    :WS-ROW-KEYED-DATE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1                    TO WS-ROW-INDEX
                   MOVE CLAIMNUMBER OF PENDING-AUTHORITY
                       TO WS-OUT-QUEUE-CLAIM(WS-ROW-INDEX)
                          WS-FROM-CLAIM
                   MOVE PEND-SEQ OF PENDING-AUTHORITY
                       TO WS-OUT-QUEUE-SEQ(WS-ROW-INDEX)
                          WS-FROM-SEQ
                   PERFORM A4200-MOVE-ROW-TO-SCREEN
               WHEN 100
                   MOVE 'Y'                 TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28CBC FETCH ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR READING AUTHORITY QUEUE'   TO MSG9O
                   MOVE 'Y'                 TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     FORMAT THE CURRENT ROW INTO ITS SCREEN LINE - A RESERVE    *
      *     CHANGE SHOWS THE NEW RESERVE AND WHAT IT WAS WHEN KEYED    *
      ******************************************************************
       A4200-MOVE-ROW-TO-SCREEN.
      *-------------------------*
           MOVE CLAIMNUMBER OF PENDING-AUTHORITY
                                             TO WS-RT-CLAIMNUMBER.
           MOVE PEND-TXN-TYPE               TO WS-RT-TXN-TYPE.
           MOVE PEND-AMOUNT                 TO WS-RT-AMOUNT.
           IF PEND-TXN-RESERVE
               MOVE 'WAS '                  TO WS-RT-WAS-LABEL
               MOVE PEND-OLD-RESERVE        TO WS-RT-OLD-RESERVE
           ELSE
               MOVE SPACES                  TO WS-RT-WAS-LABEL
               MOVE ZERO                    TO WS-RT-OLD-RESERVE
           END-IF.
           MOVE KEYED-BY-USERID OF PENDING-AUTHORITY
                                             TO WS-RT-KEYED-BY.
           MOVE WS-ROW-KEYED-DATE           TO WS-RT-KEYED-DATE.
           EVALUATE WS-ROW-INDEX
               WHEN 1
                   MOVE WS-ROW-TEXT          TO PQR01VO
               WHEN 2
                   MOVE WS-ROW-TEXT          TO PQR02VO
               WHEN 3
                   MOVE WS-ROW-TEXT          TO PQR03VO
               WHEN 4
                   MOVE WS-ROW-TEXT          TO PQR04VO
               WHEN 5
                   MOVE WS-ROW-TEXT          TO PQR05VO
           END-EVALUATE.
      ******************************************************************
      *     APPLY THE KEYED A/R DECISIONS TO THE ROWS ON THE PAGE      *
      ******************************************************************
       A5000-APPLY-DECISIONS.
      *----------------------*
           MOVE ZERO                        TO WS-WORKED-COUNT.
           MOVE ZERO                        TO WS-ROW-INDEX.
           PERFORM A5100-APPLY-ONE-ROW
               LK-ROWS-ON-PAGE TIMES.
           IF WS-WORKED-COUNT = ZERO AND MSG9O = SPACES
               MOVE 'KEY A OR R AGAINST A ROW AND PRESS ENTER'
                                             TO MSG9O
           END-IF.
      ******************************************************************
      *     APPLY ONE ROW'S DECISION. THE ROW IS RE-READ STILL OPEN,   *
      *     THE DECIDER IS PROVED TO HAVE THE AUTHORITY, THEN 'A'      *
      *     APPLIES IT AND 'R' REJECTS IT. THE ROW IS COMMITTED ON ITS *
      *     OWN SO A LATER ROW'S BACKOUT CANNOT UNDO IT                *
      ******************************************************************
       A5100-APPLY-ONE-ROW.
      *--------------------*
           ADD 1                            TO WS-ROW-INDEX.
           EVALUATE WS-ROW-INDEX
               WHEN 1
                   MOVE PQA01VI              TO WS-ROW-ACTION
               WHEN 2
                   MOVE PQA02VI              TO WS-ROW-ACTION
               WHEN 3
                   MOVE PQA03VI              TO WS-ROW-ACTION
               WHEN 4
                   MOVE PQA04VI              TO WS-ROW-ACTION
               WHEN 5
                   MOVE PQA05VI              TO WS-ROW-ACTION
           END-EVALUATE.
           IF WS-ROW-ACTION = 'A' OR WS-ROW-ACTION = 'R'
               MOVE LK-QUEUE-CLAIM(WS-ROW-INDEX)
                               TO CLAIMNUMBER OF PENDING-AUTHORITY
               MOVE LK-QUEUE-SEQ(WS-ROW-INDEX)
                               TO PEND-SEQ OF PENDING-AUTHORITY
               PERFORM A5150-CHECK-DECIDER
               IF DECIDE-ALLOWED
                   IF WS-ROW-ACTION = 'A'
                       PERFORM A5200-APPROVE-ROW
                   ELSE
                       PERFORM A5300-REJECT-ROW
                   END-IF
               END-IF
               EXEC CICS SYNCPOINT
               END-EXEC
           END-IF.
      ******************************************************************
      *     RE-READ THE ROW (IT MAY HAVE BEEN WORKED SINCE THE PAGE    *
      *     WAS SENT) AND PROVE THE DECIDER MAY TAKE IT: NOT THE       *
      *     KEYER, AND A LIMIT OF THE RIGHT KIND AT LEAST AS BIG AS    *
      *     THE AMOUNT - THE PAYMENT, OR THE SIZE OF THE RESERVE       *
      *     MOVEMENT EITHER WAY                                        *
      ******************************************************************
       A5150-CHECK-DECIDER.
      *--------------------*
           SET DECIDE-REFUSED               TO TRUE.
           EXEC SQL
               SELECT PEND-TXN-TYPE,
                      PEND-AMOUNT,
                      PEND-OLD-RESERVE,
                      KEYED-BY-USERID
                 INTO :PENDING-AUTHORITY.PEND-TXN-TYPE,
                      :PENDING-AUTHORITY.PEND-AMOUNT,
                      :PENDING-AUTHORITY.PEND-OLD-RESERVE,
                      :PENDING-AUTHORITY.KEYED-BY-USERID
                 FROM MFTR28.PENDING-AUTHORITY
                WHERE CLAIMNUMBER = :PENDING-AUTHORITY.CLAIMNUMBER
                  AND PEND-SEQ    = :PENDING-AUTHORITY.PEND-SEQ
                  AND PEND-STATUS = 'P'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   IF PEND-TXN-PAYMENT OR PEND-TXN-INTEREST
                                       OR PEND-TXN-EXPENSE
                       MOVE PEND-AMOUNT      TO WS-DECIDE-AMOUNT
                   ELSE
                       IF PEND-AMOUNT > PEND-OLD-RESERVE
                           COMPUTE WS-DECIDE-AMOUNT =
                               PEND-AMOUNT - PEND-OLD-RESERVE
                       ELSE
                           COMPUTE WS-DECIDE-AMOUNT =
                               PEND-OLD-RESERVE - PEND-AMOUNT
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN KEYED-BY-USERID OF PENDING-AUTHORITY
                                                         = WS-USERID
                           MOVE
                           'YOU KEYED IT - ANOTHER USER MUST DECIDE'
                                                         TO MSG9O
                       WHEN (PEND-TXN-PAYMENT OR PEND-TXN-INTEREST
                                          OR PEND-TXN-EXPENSE)
                        AND WS-DECIDE-AMOUNT > WS-MY-PAY-LIMIT
                           MOVE 'PAYMENT IS OVER YOUR AUTHORITY TOO'
                                                         TO MSG9O
                       WHEN PEND-TXN-RESERVE
                        AND WS-DECIDE-AMOUNT > WS-MY-RESV-LIMIT
                           MOVE
                           'RESERVE CHANGE IS OVER YOUR AUTHORITY TOO'
                                                         TO MSG9O
                       WHEN OTHER
                           SET DECIDE-ALLOWED        TO TRUE
                   END-EVALUATE
               WHEN 100
                   MOVE 'ROW ALREADY WORKED - QUEUE REFRESHED'
                                                         TO MSG9O
               WHEN OTHER
                   DISPLAY 'MF28CBC SELECT ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR READING AUTHORITY QUEUE'   TO MSG9O
           END-EVALUATE.
      ******************************************************************
      *     APPROVE - CLAIM THE ROW FIRST (THE UPDATE INSISTS IT IS    *
      *     STILL OPEN AND HOLDS IT AGAINST A SECOND APPROVER UNTIL    *
      *     THE ROW IS COMMITTED), THEN APPLY IT THROUGH MF28CB2/CB3.  *
      *     IF MF28CB3 DOES NOT APPLY THE MONEY THE ROW IS PUT BACK    *
      *     OPEN AND MF28CB3'S REASON SHOWN                            *
      ******************************************************************
       A5200-APPROVE-ROW.
      *------------------*
           EXEC SQL
               UPDATE MFTR28.PENDING-AUTHORITY
                  SET PEND-STATUS = 'A'
                WHERE CLAIMNUMBER = :PENDING-AUTHORITY.CLAIMNUMBER
                  AND PEND-SEQ    = :PENDING-AUTHORITY.PEND-SEQ
                  AND PEND-STATUS = 'P'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM A5250-CHECK-RESERVE-UNMOVED
                   IF DECIDE-ALLOWED
                       IF PEND-TXN-INTEREST
                           PERFORM A5450-APPLY-INTEREST
                       ELSE
                           PERFORM A5400-APPLY-THROUGH-CB3
                       END-IF
                   END-IF
                   IF DECIDE-ALLOWED
                       ADD 1                 TO WS-WORKED-COUNT
                       SET AUTH-DECISION-APPROVED TO TRUE
                       PERFORM A5500-LOG-DECISION
                       MOVE 'APPROVED AND APPLIED'       TO MSG9O
                   ELSE
                       PERFORM A5350-REOPEN-ROW
                   END-IF
               WHEN 100
                   MOVE 'ROW ALREADY WORKED - QUEUE REFRESHED'
                                             TO MSG9O
               WHEN OTHER
                   DISPLAY 'MF28CBC UPDATE ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR APPLYING DECISION'         TO MSG9O
           END-EVALUATE.
      ******************************************************************
      *     A QUEUED RESERVE CHANGE SETS THE RESERVE TO A NEW FIGURE - *
      *     IF THE RESERVE HAS MOVED SINCE IT WAS KEYED, THE FIGURE    *
      *     WAS DECIDED AGAINST A RESERVE THAT NO LONGER STANDS AND    *
      *     MUST BE REJECTED AND RE-KEYED, NOT APPLIED                 *
      ******************************************************************
       A5250-CHECK-RESERVE-UNMOVED.
      *----------------------------*
           IF PEND-TXN-RESERVE
               MOVE CLAIMNUMBER OF PENDING-AUTHORITY
                                    TO CLAIMNUMBER OF CLAIMS
               EXEC SQL
                   SELECT RESERVE-AMOUNT
                     INTO :WS-CURRENT-RESERVE
                     FROM MFTR28.CLAIMS
                    WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
               END-EXEC
               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       SET DECIDE-REFUSED     TO TRUE
                       DISPLAY 'MF28CBC CLAIM READ ERROR SQLCODE: '
                           SQLCODE
                       MOVE 'ERROR READING CLAIM RESERVE' TO MSG9O
                   WHEN WS-CURRENT-RESERVE NOT = PEND-OLD-RESERVE
                       SET DECIDE-REFUSED     TO TRUE
                       MOVE
                       'RESERVE MOVED SINCE KEYED - REJECT AND REKEY'
                                              TO MSG9O
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      ******************************************************************
      *     REJECT - CLOSE THE ROW WITHOUT TOUCHING THE CLAIM AND LOG  *
      *     THE DECISION                                               *
      ******************************************************************
       A5300-REJECT-ROW.
      *-----------------*
           EXEC SQL
               UPDATE MFTR28.PENDING-AUTHORITY
                  SET PEND-STATUS = 'R'
                WHERE CLAIMNUMBER = :PENDING-AUTHORITY.CLAIMNUMBER
                  AND PEND-SEQ    = :PENDING-AUTHORITY.PEND-SEQ
                  AND PEND-STATUS = 'P'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1                     TO WS-WORKED-COUNT
                   SET AUTH-DECISION-REJECTED TO TRUE
                   PERFORM A5500-LOG-DECISION
                   MOVE 'REJECTED - NOTHING APPLIED'     TO MSG9O
               WHEN 100
                   MOVE 'ROW ALREADY WORKED - QUEUE REFRESHED'
                                             TO MSG9O
               WHEN OTHER
                   DISPLAY 'MF28CBC UPDATE ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR APPLYING DECISION'         TO MSG9O
           END-EVALUATE.
      ******************************************************************
      *     THE APPROVED ROW DID NOT APPLY - PUT IT BACK ON THE QUEUE  *
      ******************************************************************
       A5350-REOPEN-ROW.
      *-----------------*
           EXEC SQL
               UPDATE MFTR28.PENDING-AUTHORITY
                  SET PEND-STATUS = 'P'
                WHERE CLAIMNUMBER = :PENDING-AUTHORITY.CLAIMNUMBER
                  AND PEND-SEQ    = :PENDING-AUTHORITY.PEND-SEQ
           END-EXEC.
           DISPLAY 'SQLCODE PENDING ROW REOPEN' SQLCODE.
      ******************************************************************
      *     BUILD THE MAP1 INTERFACE THE WAY MF28CB1 WOULD HAND IT     *
      *     OVER FOR AN OPTION 5 PAYMENT (INDEMNITY OR LEGAL EXPENSE)  *
      *     OR OPTION 6 RESERVE CHANGE                                 *
      *     AND CALL MF28CB2 THEN MF28CB3. MF28CB3 ECHOES THE CLAIM    *
      *     NUMBER ON CLMNUMVO ONLY ONCE THE MONEY HAS LANDED, SO AN   *
      *     EMPTY CLMNUMVO MEANS NOTHING WAS APPLIED AND MSGO SAYS WHY *
      ******************************************************************
       A5400-APPLY-THROUGH-CB3.
      *------------------------*
           MOVE LOW-VALUES                  TO MAP1I.
           MOVE LOW-VALUES                  TO MAP1O.
           MOVE CLAIMNUMBER OF PENDING-AUTHORITY
                                             TO WS-CLAIM-DIGITS.
           MOVE WS-CLAIM-DIGITS             TO CLMNUMVI.
           MOVE PEND-AMOUNT                 TO WS-AMOUNT-DIGITS.
           EVALUATE TRUE
               WHEN PEND-TXN-PAYMENT
                   MOVE '5'                 TO SELOPTVI
                   MOVE WS-AMOUNT-DIGITS    TO PAIDVI
               WHEN PEND-TXN-EXPENSE
                   MOVE '5'                 TO SELOPTVI
                   MOVE WS-AMOUNT-DIGITS    TO PAIDVI
                   MOVE 'EXPN'              TO RECTYPVI
               WHEN OTHER
                   MOVE '6'                 TO SELOPTVI
                   MOVE WS-AMOUNT-DIGITS    TO RESVI
           END-EVALUATE.
           CALL WS-MF28CB2 USING MAP1I
                                 MAP1O
                                 WS-ERROR-FLAG.
           IF ERROR-FALSE
               CALL WS-MF28CB3 USING MAP1I
                                     MAP1O
           END-IF.
           IF CLMNUMVO = LOW-VALUES
               SET DECIDE-REFUSED           TO TRUE
               MOVE MSGO                    TO MSG9O
           END-IF.
      ******************************************************************
      *     APPLY APPROVED STATUTORY INTEREST. THE CLAIM MUST NOT BE   *
      *     DENIED, ITS LAST TREASURY PAYMENT MUST HAVE SETTLED (OR    *
      *     NOT YET GONE) AND TODAY, THE DATE IT POSTS, MUST BE IN AN  *
      *     OPEN PERIOD, THE SAME RULE AS MF28CB3'S A6900. A           *
      *     CLAIM WHOSE PAYMENT BOUNCED IS REPAIRED ON MF28CBA FIRST   *
      ******************************************************************
       A5450-APPLY-INTEREST.
      *---------------------*
           MOVE CLAIMNUMBER OF PENDING-AUTHORITY
                                    TO CLAIMNUMBER OF CLAIMS.
           EXEC SQL
               SELECT CL.PAID,
                      CL.CVALUE,
                      CL.CAUSE,
                      CL.OBSERVATIONS,
                      CL.POLICYNUMBER,
                      CL.DOCUMENT-REF,
                      CL.CLAIM-STATUS,
                      CL.PAY-SENT-FLAG,
                      CL.PAID-SENT-AMOUNT,
                      CL.UPDATE-COUNT,
                      CURRENT DATE,
                      BC.CLOSED-THRU-DATE,
                      CASE WHEN CURRENT DATE > BC.CLOSED-THRU-DATE
                           THEN 'O'
                           ELSE 'C'
                      END
                 INTO :CLAIMS.PAID,
                      :CLAIMS.CVALUE,
                      :CLAIMS.CAUSE,
                      :CLAIMS.OBSERVATIONS,
                      :CLAIMS.POLICYNUMBER,
                      :CLAIMS.DOCUMENT-REF,
                      :CLAIMS.CLAIM-STATUS,
                      :CLAIMS.PAY-SENT-FLAG,
                      :CLAIMS.PAID-SENT-AMOUNT,
                      :CLAIMS.UPDATE-COUNT,
                      :WS-POSTING-DATE,
                      :WS-CLOSED-THRU-DATE,
                      :WS-PERIOD-FLAG
                 FROM MFTR28.CLAIMS CL,
                      MFTR28.BATCH-CONTROL BC
                WHERE CL.CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET DECIDE-REFUSED         TO TRUE
                   DISPLAY 'MF28CBC INTEREST CLAIM READ SQLCODE: '
                       SQLCODE
                   MOVE 'ERROR READING CLAIM FOR INTEREST' TO MSG9O
               WHEN STATUS-DENIED
                   SET DECIDE-REFUSED         TO TRUE
                   MOVE 'CLAIM IS DENIED - INTEREST REFUSED' TO MSG9O
               WHEN PAY-BOUNCED
                   SET DECIDE-REFUSED         TO TRUE
                   MOVE 'PAYMENT BOUNCED - REPAIR ON MF2R FIRST'
                                              TO MSG9O
               WHEN PAY-SENT
                AND PAID-SENT-AMOUNT OF CLAIMS < PAID OF CLAIMS
                   SET DECIDE-REFUSED         TO TRUE
                   MOVE 'LAST PAYMENT NOT YET SETTLED - TRY LATER'
                                              TO MSG9O
               WHEN PERIOD-CLOSED
                   SET DECIDE-REFUSED         TO TRUE
                   PERFORM A5455-LOG-PERIOD-LOCK
                   MOVE 'PERIOD CLOSED - INTEREST REFUSED' TO MSG9O
               WHEN OTHER
                   PERFORM A5460-POST-INTEREST
           END-EVALUATE.
      ******************************************************************
      *     LOG THE REFUSED INTEREST FOR THE MF28RP5 EXCEPTION REPORT, *
      *     THE SAME ROW MF28CB3 WRITES FOR A REFUSED PAYMENT          *
      ******************************************************************
       A5455-LOG-PERIOD-LOCK.
      *----------------------*
           MOVE CLAIMNUMBER OF CLAIMS
                               TO CLAIMNUMBER OF PERIOD-LOCK-LOG.
           SET LOCK-TXN-INTEREST             TO TRUE.
           MOVE PEND-AMOUNT                  TO LOCK-TXN-AMOUNT.
           MOVE WS-POSTING-DATE              TO LOCK-TXN-DATE.
           MOVE WS-CLOSED-THRU-DATE          TO LOCK-CLOSED-THRU.
           SET LOCK-REFUSED                  TO TRUE.
           MOVE 'MF28CBC'                    TO LOCK-SOURCE.
           MOVE WS-USERID                    TO LOCK-USERID.
           EXEC SQL
               INSERT INTO MFTR28.PERIOD-LOCK-LOG
                      (CLAIMNUMBER,
                       LOCK-TXN-TYPE,
                       LOCK-TXN-AMOUNT,
                       LOCK-TXN-DATE,
                       LOCK-CLOSED-THRU,
                       LOCK-ACTION,
                       LOCK-SOURCE,
                       LOCK-USERID,
                       LOCK-TIMESTAMP)
               VALUES (:PERIOD-LOCK-LOG.CLAIMNUMBER,
                       :PERIOD-LOCK-LOG.LOCK-TXN-TYPE,
                       :PERIOD-LOCK-LOG.LOCK-TXN-AMOUNT,
                       :PERIOD-LOCK-LOG.LOCK-TXN-DATE,
                       :PERIOD-LOCK-LOG.LOCK-CLOSED-THRU,
                       :PERIOD-LOCK-LOG.LOCK-ACTION,
                       :PERIOD-LOCK-LOG.LOCK-SOURCE,
                       :PERIOD-LOCK-LOG.LOCK-USERID,
                       CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28CBC PERIOD LOCK LOG SQLCODE: ' SQLCODE
           END-IF.
      ******************************************************************
      *     ADD THE INTEREST TO PAID UNDER THE UPDATE TOKEN AND PUT    *
      *     THE CLAIM BACK ON THE TREASURY FEED - A SETTLED CLAIM HAS  *
      *     PAID-SENT-AMOUNT EQUAL TO ITS OLD PAID, SO MF28PY1 SENDS   *
      *     ONLY THE INTEREST. THEN LEDGER THE ROW AND LOG THE PAID    *
      *     MOVEMENT FOR THE GL FEED                                   *
      ******************************************************************
       A5460-POST-INTEREST.
      *--------------------*
           MOVE UPDATE-COUNT OF CLAIMS      TO WS-UPD-TOKEN.
           MOVE PAID OF CLAIMS              TO OLD-PAID.
           COMPUTE NEW-PAID = PAID OF CLAIMS + PEND-AMOUNT.
           MOVE NEW-PAID                    TO PAID OF CLAIMS.
           SET PAY-NOT-SENT                 TO TRUE.
           EXEC SQL
               UPDATE MFTR28.CLAIMS
                  SET PAID          = :CLAIMS.PAID,
                      PAY-SENT-FLAG = :CLAIMS.PAY-SENT-FLAG,
                      UPDATE-COUNT  = UPDATE-COUNT + 1
                WHERE CLAIMNUMBER   = :CLAIMS.CLAIMNUMBER
                  AND UPDATE-COUNT  = :WS-UPD-TOKEN
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM A5470-LEDGER-INTEREST
               WHEN 100
                   SET DECIDE-REFUSED         TO TRUE
                   MOVE 'CLAIM CHANGED BY ANOTHER USER - TRY AGAIN'
                                              TO MSG9O
               WHEN OTHER
                   SET DECIDE-REFUSED         TO TRUE
                   DISPLAY 'MF28CBC INTEREST UPDATE SQLCODE: ' SQLCODE
                   MOVE 'ERROR APPLYING INTEREST'         TO MSG9O
           END-EVALUATE.
      ******************************************************************
      *     APPEND THE INTEREST ROW TO THE PAYMENT LEDGER AND WRITE    *
      *     THE CLAIMS-HISTORY ROW FOR THE PAID MOVEMENT               *
      ******************************************************************
       A5470-LEDGER-INTEREST.
      *----------------------*
           MOVE CLAIMNUMBER OF CLAIMS
                              TO CLAIMNUMBER OF CLAIM-PAYMENTS.
           EXEC SQL
                SELECT COUNT(*) + 1
                  INTO :CLAIM-PAYMENTS.PAYMENT-SEQ
                  FROM MFTR28.CLAIM-PAYMENTS
                 WHERE CLAIMNUMBER = :CLAIM-PAYMENTS.CLAIMNUMBER
           END-EXEC.
           MOVE PEND-AMOUNT                 TO PAYMENT-AMOUNT.
           MOVE WS-USERID         TO KEYED-BY-USERID OF CLAIM-PAYMENTS.
           SET PAYMENT-INTEREST             TO TRUE.
           EXEC SQL
                INSERT INTO MFTR28.CLAIM-PAYMENTS
                       (CLAIMNUMBER,
                        PAYMENT-SEQ,
                        PAYMENT-AMOUNT,
                        PAYMENT-DATE,
                        KEYED-BY-USERID,
                        PAYMENT-TYPE,
                        PAYMENT-TIMESTAMP)
                VALUES (:CLAIM-PAYMENTS.CLAIMNUMBER,
                        :CLAIM-PAYMENTS.PAYMENT-SEQ,
                        :CLAIM-PAYMENTS.PAYMENT-AMOUNT,
                        CURRENT DATE,
                        :CLAIM-PAYMENTS.KEYED-BY-USERID,
                        :CLAIM-PAYMENTS.PAYMENT-TYPE,
                        CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28CBC INTEREST LEDGER SQLCODE: ' SQLCODE
               PERFORM A5480-BACK-OUT-INTEREST
               MOVE 'ERROR LEDGERING INTEREST'        TO MSG9O
           ELSE
               MOVE CLAIMNUMBER OF CLAIMS
                              TO CLAIMNUMBER OF CLAIMS-HISTORY
               MOVE CVALUE OF CLAIMS        TO OLD-CVALUE
                                               NEW-CVALUE
               MOVE CAUSE OF CLAIMS         TO OLD-CAUSE
                                               NEW-CAUSE
               MOVE OBSERVATIONS OF CLAIMS  TO OLD-OBSERVATIONS
                                               NEW-OBSERVATIONS
               MOVE POLICYNUMBER OF CLAIMS  TO OLD-POLICYNUMBER
                                               NEW-POLICYNUMBER
               MOVE DOCUMENT-REF OF CLAIMS  TO OLD-DOCUMENT-REF
                                               NEW-DOCUMENT-REF
               MOVE WS-USERID
                              TO CHANGED-BY-USERID OF CLAIMS-HISTORY
               SET MOVEMENT-INTEREST        TO TRUE
               EXEC SQL
                   INSERT INTO MFTR28.CLAIMS-HISTORY
                          (CLAIMNUMBER,
                           OLD-PAID,
                           NEW-PAID,
                           OLD-CVALUE,
                           NEW-CVALUE,
                           OLD-CAUSE,
                           NEW-CAUSE,
                           OLD-OBSERVATIONS,
                           NEW-OBSERVATIONS,
                           OLD-POLICYNUMBER,
                           NEW-POLICYNUMBER,
                           OLD-DOCUMENT-REF,
                           NEW-DOCUMENT-REF,
                           CHANGED-BY-USERID,
                           CHANGE-TIMESTAMP,
                           MOVEMENT-TYPE)
                   VALUES (:CLAIMS-HISTORY.CLAIMNUMBER,
                           :CLAIMS-HISTORY.OLD-PAID,
                           :CLAIMS-HISTORY.NEW-PAID,
                           :CLAIMS-HISTORY.OLD-CVALUE,
                           :CLAIMS-HISTORY.NEW-CVALUE,
                           :CLAIMS-HISTORY.OLD-CAUSE,
                           :CLAIMS-HISTORY.NEW-CAUSE,
                           :CLAIMS-HISTORY.OLD-OBSERVATIONS,
                           :CLAIMS-HISTORY.NEW-OBSERVATIONS,
                           :CLAIMS-HISTORY.OLD-POLICYNUMBER,
                           :CLAIMS-HISTORY.NEW-POLICYNUMBER,
                           :CLAIMS-HISTORY.OLD-DOCUMENT-REF,
                           :CLAIMS-HISTORY.NEW-DOCUMENT-REF,
                           :CLAIMS-HISTORY.CHANGED-BY-USERID,
                           CURRENT TIMESTAMP,
                           :CLAIMS-HISTORY.MOVEMENT-TYPE)
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'MF28CBC INTEREST HISTORY SQLCODE: '
                       SQLCODE
                   PERFORM A5480-BACK-OUT-INTEREST
                   MOVE 'ERROR LOGGING INTEREST HISTORY'  TO MSG9O
               END-IF
           END-IF.
      ******************************************************************
      *     PAID HAS ALREADY BEEN RAISED - BACK OUT THE WHOLE ROW (THE *
      *     CLAIMS UPDATE, ANY LEDGER ROW AND THE 'A' ON THE QUEUE     *
      *     ROW) THE SAME WAY MF28CBI BACKS OUT A FAILED MERGE, THEN   *
      *     REFUSE IT SO A5350-REOPEN-ROW LEAVES IT OPEN               *
      ******************************************************************
       A5480-BACK-OUT-INTEREST.
      *------------------------*
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.
           SET DECIDE-REFUSED               TO TRUE.
      ******************************************************************
      *     WRITE THE DECISION ROW THAT PROVES THE CONTROL OPERATED    *
      ******************************************************************
       A5500-LOG-DECISION.
      *-------------------*
           MOVE CLAIMNUMBER OF PENDING-AUTHORITY
                               TO CLAIMNUMBER OF AUTHORITY-APPROVALS.
           MOVE PEND-SEQ OF PENDING-AUTHORITY
                               TO PEND-SEQ OF AUTHORITY-APPROVALS.
           MOVE WS-USERID                   TO APPR-USERID.
           EXEC SQL
               INSERT INTO MFTR28.AUTHORITY-APPROVALS
                      (CLAIMNUMBER,
                       PEND-SEQ,
                       APPR-DECISION,
                       APPR-USERID,
                       APPR-TIMESTAMP)
               VALUES (:AUTHORITY-APPROVALS.CLAIMNUMBER,
                       :AUTHORITY-APPROVALS.PEND-SEQ,
                       :AUTHORITY-APPROVALS.APPR-DECISION,
                       :AUTHORITY-APPROVALS.APPR-USERID,
                       CURRENT TIMESTAMP)
           END-EXEC.
           DISPLAY 'SQLCODE AUTHORITY APPROVAL INSERT' SQLCODE.
      ******************************************************************
      *     RECEIVE THE SCREEN AND ACT ON THE AID KEY - ENTER APPLIES  *
      *     DECISIONS AND REDISPLAYS FROM THE TOP, PF8 PAGES FORWARD,  *
      *     PF7 RESTARTS AT THE TOP, PF3 ENDS THE TRANSACTION          *
      ******************************************************************
       A6000-RECEIVE-AND-PROCESS.
      *--------------------------*
           PERFORM A2100-RECEIVE-MAP.
           MOVE SPACES                     TO MSG9O.
           EVALUATE EIBAID
               WHEN WS-AID-PF3
                   SET EXIT-TRUE             TO TRUE
               WHEN WS-AID-PF8
                   MOVE LK-FROM-CLAIM        TO WS-FROM-CLAIM
                   MOVE LK-FROM-SEQ          TO WS-FROM-SEQ
                   PERFORM A4000-BUILD-PAGE
               WHEN WS-AID-PF7
                   MOVE ZERO                 TO WS-FROM-CLAIM
                                                WS-FROM-SEQ
                   PERFORM A4000-BUILD-PAGE
               WHEN WS-AID-ENTER
                   PERFORM A5000-APPLY-DECISIONS
                   MOVE ZERO                 TO WS-FROM-CLAIM
                                                WS-FROM-SEQ
                   PERFORM A4000-BUILD-PAGE
               WHEN OTHER
                   MOVE ZERO                 TO WS-FROM-CLAIM
                                                WS-FROM-SEQ
                   PERFORM A4000-BUILD-PAGE
                   MOVE 'PRESS ENTER-APPLY, PF7-TOP, PF8-NEXT, PF3-EXIT'
                                             TO MSG9O
           END-EVALUATE.
           IF EXIT-FALSE
               PERFORM A2000-SEND-MAP
           END-IF.
      ******************************************************************
      *     END THE TASK - RETURN TRANSID WITH THE QUEUE'S COMMAREA    *
      *     UNLESS PF3 ENDED THE CONVERSATION, IN WHICH CASE A PLAIN   *
      *     RETURN HANDS CONTROL BACK TO CICS WITH NO FOLLOW-ON TASK   *
      ******************************************************************
       A9999-END-PARA.
      *--------------*
           IF EXIT-TRUE
               EXEC CICS RETURN
               END-EXEC
           ELSE
               MOVE WS-FROM-CLAIM            TO WS-OUT-FROM-CLAIM
               MOVE WS-FROM-SEQ              TO WS-OUT-FROM-SEQ
               MOVE WS-ROWS-ON-PAGE          TO WS-OUT-ROWS-ON-PAGE
               EXEC CICS RETURN
                   TRANSID('MF2P')
                   COMMAREA(WS-COMMAREA-OUT)
                   LENGTH(LENGTH OF WS-COMMAREA-OUT)
               END-EXEC
           END-IF.
      ******************************************************************
      *                        END OF PROGRAM                          *
      ******************************************************************
