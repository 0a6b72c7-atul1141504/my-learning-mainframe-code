      * MF28CBE - SIU REFERRAL QUEUE MODULE V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28CBE.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO LET THE SPECIAL
      *                    INVESTIGATIONS UNIT WORK THE FRAUD REFERRALS
      *                    THE NIGHTLY MF28SI1 SCORING RUN WRITES TO
      *                    MFTR28.SIU-REFERRAL:
      *                    1. LISTS A PAGE OF 5 OPEN REFERRALS ON MAP11,
      *                       OLDEST REFERRAL FIRST, WITH THE SCORE,
      *                       THE INDICATORS THAT FIRED AND WHETHER THE
      *                       CLAIM'S PAYMENTS ARE HELD.
      *                    2. 'C' AGAINST A LISTED REFERRAL RECORDS IT
      *                       CLEARED AND RELEASES THE PAYMENT HOLD THE
      *                       REFERRAL PUT ON THE CLAIM (LOGGED TO
      *                       MFTR28.PAYMENT-HOLD-LOG). A HOLD SET BY A
      *                       SUPERVISOR ON MAP1 OPTION 9 FOR SOME
      *                       OTHER REASON IS LEFT IN PLACE.
      *                    3. 'F' RECORDS FRAUD CONFIRMED - THE HOLD
      *                       STAYS ON.
      *                    4. EITHER OUTCOME NEEDS A NOTE, KEYED IN THE
      *                       NOTE FIELD, AND IS STAMPED WITH THE
      *                       SIGNED-ON USERID AND THE DATE.
      *                    5. PF8 PAGES FORWARD, PF7 RESTARTS AT THE
      *                       TOP OF THE QUEUE, PF3 ENDS.
      *                    6. THE TRANSACTION IS RESTRICTED TO USERS
      *                       WITH THE SIU OR SUPERVISOR ROLE ON
      *                       MFTR28.USER-ROLE.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      *
      * PROGRAM TYPE: COBOL-CICS-DB2.
      *
      * PROCESSING TYPE: CICS TRANSACTION VIA BMS SCREEN
      *
      * BMS: MF28BMS (MAP11)
      *
      * COPYBOOKS: MF28BMS, MF28CP1, MF28CP9, MF28CP21, MF28CP30
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.SIU-REFERRAL, MFTR28.CLAIMS,
      *         MFTR28.PAYMENT-HOLD-LOG, MFTR28.USER-ROLE
      *
      * CALLING MODULES: NONE (OR CICS SCREEN, TRANSID MF2I)
      *
      * CALLED MODULES: NONE
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
               INCLUDE MF28CP9
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP21
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP30
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
           05 WS-SIU-HOLD-FLAG           PIC X(01) VALUE 'N'.
               88 SIU-HOLD-TRUE           VALUE 'Y'.
               88 SIU-HOLD-FALSE          VALUE 'N'.
       01 WS-USERID                     PIC X(08).
      *-- THE HOLD ROWS THE NIGHTLY SCORING RUN WRITES CARRY ITS JOB
      *-- NAME AS THE USERID - THAT IS HOW A CLEARANCE KNOWS THE HOLD
      *-- ON THE CLAIM IS THE REFERRAL'S TO RELEASE
       01 WS-SI1-USERID                 PIC X(08) VALUE 'MF28SI1'.
       01 WS-PAGE-SIZE                  PIC S9(3) COMP VALUE 5.
       01 WS-ROW-INDEX                  PIC S9(3) COMP VALUE ZERO.
       01 WS-ROWS-ON-PAGE                PIC S9(3) COMP VALUE ZERO.
       01 WS-FROM-DATE                  PIC X(10) VALUE '0001-01-01'.
       01 WS-FROM-CLAIM                 PIC S9(7) COMP-3 VALUE ZERO.
       01 WS-FROM-SEQ                   PIC S9(3) COMP-3 VALUE ZERO.
       01 WS-WORKED-COUNT                PIC S9(3) COMP VALUE ZERO.
       01 WS-ROW-ACTION                  PIC X(01).
       01 WS-ROW-TEXT.
           05 WS-RT-REFERRED-DATE        PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-CLAIMNUMBER          PIC Z(6)9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-SCORE                PIC ZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-IND-EARLY            PIC X(06).
           05 WS-RT-IND-LIMIT            PIC X(06).
           05 WS-RT-IND-FREQ             PIC X(06).
           05 WS-RT-IND-BANK             PIC X(06).
           05 WS-RT-IND-SHARED           PIC X(06).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-CLAIM-STATUS         PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-HOLD                 PIC X(04).
      *-- THE REFERRAL KEYS ON THE DISPLAYED PAGE, CARRIED FORWARD ON
      *-- THE COMMAREA SO THE NEXT TASK KNOWS WHICH ROW EACH C/F ACTION
      *-- FIELD BELONGS TO
       01 WS-COMMAREA-OUT.
           05 WS-OUT-FROM-DATE           PIC X(10).
           05 WS-OUT-FROM-CLAIM          PIC S9(7) COMP-3.
           05 WS-OUT-FROM-SEQ            PIC S9(3) COMP-3.
           05 WS-OUT-ROWS-ON-PAGE        PIC S9(3) COMP.
           05 WS-OUT-REF-KEY             OCCURS 5.
               10 WS-OUT-REF-CLAIM       PIC S9(7) COMP-3.
               10 WS-OUT-REF-SEQ         PIC S9(3) COMP-3.
       LINKAGE SECTION.
      *-- INCOMING COMMAREA FROM THE PRIOR TASK - EMPTY (EIBCALEN = 0)
      *-- ON THE VERY FIRST ENTRY TO THE TRANSACTION
       01 DFHCOMMAREA.
           05 LK-FROM-DATE               PIC X(10).
           05 LK-FROM-CLAIM              PIC S9(7) COMP-3.
           05 LK-FROM-SEQ                PIC S9(3) COMP-3.
           05 LK-ROWS-ON-PAGE            PIC S9(3) COMP.
           05 LK-REF-KEY                 OCCURS 5.
               10 LK-REF-CLAIM           PIC S9(7) COMP-3.
               10 LK-REF-SEQ             PIC S9(3) COMP-3.
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
      ******************************************************************
       A1000-MAIN-PARA.
      *---------------*
           PERFORM A1100-CHECK-ROLE.
           IF AUTH-FALSE
               EXEC CICS SEND TEXT
                   FROM(MSG11O)
                   ERASE
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF
           IF EIBCALEN = 0
               MOVE LOW-VALUES            TO MAP11I
               MOVE LOW-VALUES            TO MAP11O
               PERFORM A4050-RESET-TO-TOP
               PERFORM A4000-BUILD-PAGE
               PERFORM A2000-SEND-MAP
           ELSE
               PERFORM A6000-RECEIVE-AND-PROCESS
           END-IF
           PERFORM A9999-END-PARA.
      ******************************************************************
      *     ONLY AN INVESTIGATOR (SIU) OR A SUPERVISOR ON              *
      *     MFTR28.USER-ROLE MAY WORK THE REFERRAL QUEUE               *
      ******************************************************************
       A1100-CHECK-ROLE.
      *-----------------*
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC.
           MOVE WS-USERID                  TO USERID OF USER-ROLE-REC.
           EXEC SQL
               SELECT USER-ROLE
                 INTO :USER-ROLE-REC.USER-ROLE
                 FROM MFTR28.USER-ROLE
                WHERE USERID = :USER-ROLE-REC.USERID
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0
                AND (ROLE-INVESTIGATOR OR ROLE-SUPERVISOR)
                   SET AUTH-TRUE            TO TRUE
               WHEN OTHER
                   SET AUTH-FALSE           TO TRUE
                   MOVE 'SIU OR SUPERVISOR ROLE REQUIRED'  TO MSG11O
           END-EVALUATE.
      ******************************************************************
      *                       SEND MAPSET TO CICS                      *
      ******************************************************************
       A2000-SEND-MAP.
      *--------------*
           EXEC CICS SEND
               MAP('MAP11')
               MAPSET('MF28BMS')
               FROM(MAP11O)
               ERASE
           END-EXEC.
      ******************************************************************
      *                  RECEIVE DATA FROM SCREEN                      *
      ******************************************************************
       A2100-RECEIVE-MAP.
      *-----------------*
           EXEC CICS RECEIVE
               MAP('MAP11')
               MAPSET('MF28BMS')
               INTO(MAP11I)
           END-EXEC.
      ******************************************************************
      *     BUILD ONE PAGE OF THE QUEUE - OPEN A FRESH CURSOR PAST THE *
      *     LAST REFERRAL SHOWN, FETCH UP TO 5 ROWS AND CLOSE, SAME AS *
      *     MF28CB6 - REFERRALS WORKED SINCE HAVE ALREADY LEFT THE     *
      *     QUEUE WHEN WE REDISPLAY                                    *
      ******************************************************************
       A4000-BUILD-PAGE.
      *----------------*
           MOVE SPACES                     TO SQR01VO
                                               SQR02VO
                                               SQR03VO
                                               SQR04VO
                                               SQR05VO.
           MOVE ZERO                       TO WS-ROW-INDEX.
           MOVE ZERO                       TO WS-OUT-REF-CLAIM(1)
                                               WS-OUT-REF-CLAIM(2)
                                               WS-OUT-REF-CLAIM(3)
                                               WS-OUT-REF-CLAIM(4)
                                               WS-OUT-REF-CLAIM(5)
                                               WS-OUT-REF-SEQ(1)
                                               WS-OUT-REF-SEQ(2)
                                               WS-OUT-REF-SEQ(3)
                                               WS-OUT-REF-SEQ(4)
                                               WS-OUT-REF-SEQ(5).
           MOVE 'N'                        TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE SIUQC1 CURSOR FOR
                   SELECT SR.CLAIMNUMBER, SR.REFERRAL-SEQ,
                          SR.FRAUD-SCORE, SR.IND-EARLY-LOSS,
                          SR.IND-NEAR-LIMIT, SR.IND-CLAIM-FREQ,
                          SR.IND-BANK-CHANGES, SR.IND-SHARED-ACCT,
                          SR.REFERRED-DATE, CL.CLAIM-STATUS,
                          CL.PAY-HOLD-FLAG
                   FROM MFTR28.SIU-REFERRAL SR,
                        MFTR28.CLAIMS CL
                   WHERE SR.REFERRAL-STATUS = 'O'
                     AND CL.CLAIMNUMBER = SR.CLAIMNUMBER
                     AND (SR.REFERRED-DATE > :WS-FROM-DATE
                      OR (SR.REFERRED-DATE = :WS-FROM-DATE
                          AND (SR.CLAIMNUMBER > :WS-FROM-CLAIM
                           OR (SR.CLAIMNUMBER = :WS-FROM-CLAIM
                               AND SR.REFERRAL-SEQ > :WS-FROM-SEQ))))
                   ORDER BY SR.REFERRED-DATE, SR.CLAIMNUMBER,
                            SR.REFERRAL-SEQ
           END-EXEC.
           EXEC SQL
               OPEN SIUQC1
           END-EXEC.
           PERFORM A4100-FETCH-ONE-ROW
               UNTIL WS-ROW-INDEX = WS-PAGE-SIZE
                  OR EOF-TRUE.
           EXEC SQL
               CLOSE SIUQC1
           END-EXEC.
           MOVE WS-ROW-INDEX                TO WS-ROWS-ON-PAGE.
           IF WS-ROWS-ON-PAGE = ZERO AND MSG11O = SPACES
               MOVE 'NO OPEN SIU REFERRALS'   TO MSG11O
           END-IF.
      ******************************************************************
      *     START THE QUEUE AGAIN FROM THE OLDEST REFERRAL             *
      ******************************************************************
       A4050-RESET-TO-TOP.
      *-------------------*
           MOVE '0001-01-01'                TO WS-FROM-DATE.
           MOVE ZERO                        TO WS-FROM-CLAIM
                                                WS-FROM-SEQ.
      ******************************************************************
      *                  FETCH ONE QUEUE ROW                           *
      ******************************************************************
       A4100-FETCH-ONE-ROW.
      *--------------------*
           EXEC SQL
               FETCH SIUQC1
               INTO :SIU-REFERRAL.CLAIMNUMBER,
                    :SIU-REFERRAL.REFERRAL-SEQ,
                    :SIU-REFERRAL.FRAUD-SCORE,
                    :SIU-REFERRAL.IND-EARLY-LOSS,
                    :SIU-REFERRAL.IND-NEAR-LIMIT,
                    :SIU-REFERRAL.IND-CLAIM-FREQ,
                    :SIU-REFERRAL.IND-BANK-CHANGES,
                    :SIU-REFERRAL.IND-SHARED-ACCT,
                    :SIU-REFERRAL.REFERRED-DATE,
                    :CLAIMS.CLAIM-STATUS,
                    :CLAIMS.PAY-HOLD-FLAG
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1                    TO WS-ROW-INDEX
                   MOVE CLAIMNUMBER OF SIU-REFERRAL
                       TO WS-OUT-REF-CLAIM(WS-ROW-INDEX)
                          WS-FROM-CLAIM
                   MOVE REFERRAL-SEQ
                       TO WS-OUT-REF-SEQ(WS-ROW-INDEX)
                          WS-FROM-SEQ
                   MOVE REFERRED-DATE       TO WS-FROM-DATE
                   PERFORM A4200-MOVE-ROW-TO-SCREEN
               WHEN 100
                   MOVE 'Y'                 TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28CBE FETCH ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR READING SIU REFERRAL QUEUE' TO MSG11O
                   MOVE 'Y'                 TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     FORMAT THE CURRENT ROW INTO ITS SCREEN LINE - EACH         *
      *     INDICATOR THAT FIRED IS NAMED, THE REST LEFT BLANK         *
      ******************************************************************
       A4200-MOVE-ROW-TO-SCREEN.
      *-------------------------*
           MOVE REFERRED-DATE               TO WS-RT-REFERRED-DATE.
           MOVE CLAIMNUMBER OF SIU-REFERRAL TO WS-RT-CLAIMNUMBER.
           MOVE FRAUD-SCORE                 TO WS-RT-SCORE.
           MOVE SPACES                      TO WS-RT-IND-EARLY
                                                WS-RT-IND-LIMIT
                                                WS-RT-IND-FREQ
                                                WS-RT-IND-BANK
                                                WS-RT-IND-SHARED.
           IF EARLY-LOSS-FIRED
               MOVE 'EARLY'                 TO WS-RT-IND-EARLY
           END-IF.
           IF NEAR-LIMIT-FIRED
               MOVE 'LIMIT'                 TO WS-RT-IND-LIMIT
           END-IF.
           IF CLAIM-FREQ-FIRED
               MOVE 'FREQ'                  TO WS-RT-IND-FREQ
           END-IF.
           IF BANK-CHANGES-FIRED
               MOVE 'BANK'                  TO WS-RT-IND-BANK
           END-IF.
           IF SHARED-ACCT-FIRED
               MOVE 'SHARED'                TO WS-RT-IND-SHARED
           END-IF.
           MOVE CLAIM-STATUS                TO WS-RT-CLAIM-STATUS.
           IF PAY-HELD
               MOVE 'HELD'                  TO WS-RT-HOLD
           ELSE
               MOVE SPACES                  TO WS-RT-HOLD
           END-IF.
           EVALUATE WS-ROW-INDEX
               WHEN 1
                   MOVE WS-ROW-TEXT          TO SQR01VO
               WHEN 2
                   MOVE WS-ROW-TEXT          TO SQR02VO
               WHEN 3
                   MOVE WS-ROW-TEXT          TO SQR03VO
               WHEN 4
                   MOVE WS-ROW-TEXT          TO SQR04VO
               WHEN 5
                   MOVE WS-ROW-TEXT          TO SQR05VO
           END-EVALUATE.
      ******************************************************************
      *     ENTER - APPLY THE C/F OUTCOMES KEYED AGAINST THE LISTED    *
      *     ROWS. THE NOTE IS MANDATORY - IT IS THE ONLY RECORD OF WHY *
      *     THE INVESTIGATOR REACHED THEIR DECISION                    *
      ******************************************************************
       A5000-APPLY-ACTIONS.
      *--------------------*
           IF SQNTEVI = SPACES OR SQNTEVI = LOW-VALUES
               MOVE 'ENTER THE OUTCOME NOTE, THEN C OR F AGAINST A ROW'
                                             TO MSG11O
           ELSE
               MOVE ZERO                     TO WS-WORKED-COUNT
               MOVE ZERO                     TO WS-ROW-INDEX
               PERFORM A5100-APPLY-ONE-ROW
                   LK-ROWS-ON-PAGE TIMES
               IF WS-WORKED-COUNT = ZERO AND MSG11O = SPACES
                   MOVE 'KEY C (CLEARED) OR F (CONFIRMED) AGAINST A ROW'
                                             TO MSG11O
               END-IF
               IF WS-WORKED-COUNT > ZERO
                   MOVE SPACES               TO SQNTEVO
               END-IF
           END-IF.
      ******************************************************************
      *     APPLY ONE ROW'S OUTCOME - 'C' CLEARED, 'F' CONFIRMED       *
      ******************************************************************
       A5100-APPLY-ONE-ROW.
      *--------------------*
           ADD 1                            TO WS-ROW-INDEX.
           EVALUATE WS-ROW-INDEX
               WHEN 1
                   MOVE SQA01VI              TO WS-ROW-ACTION
               WHEN 2
                   MOVE SQA02VI              TO WS-ROW-ACTION
               WHEN 3
                   MOVE SQA03VI              TO WS-ROW-ACTION
               WHEN 4
                   MOVE SQA04VI              TO WS-ROW-ACTION
               WHEN 5
                   MOVE SQA05VI              TO WS-ROW-ACTION
           END-EVALUATE.
           IF WS-ROW-ACTION = 'C' OR WS-ROW-ACTION = 'F'
               MOVE LK-REF-CLAIM(WS-ROW-INDEX)
                               TO CLAIMNUMBER OF SIU-REFERRAL
               MOVE LK-REF-SEQ(WS-ROW-INDEX)
                               TO REFERRAL-SEQ
               MOVE WS-ROW-ACTION           TO REFERRAL-STATUS
               PERFORM A5200-RECORD-OUTCOME
           END-IF.
      ******************************************************************
      *     RECORD THE OUTCOME - THE UPDATE INSISTS THE REFERRAL IS    *
      *     STILL OPEN, SO ONE WORKED BY ANOTHER INVESTIGATOR SINCE    *
      *     THE PAGE WAS SENT IS LEFT ALONE                            *
      ******************************************************************
       A5200-RECORD-OUTCOME.
      *---------------------*
           MOVE WS-USERID                   TO OUTCOME-USERID.
           MOVE SQNTEVI                     TO OUTCOME-NOTE.
           EXEC SQL
               UPDATE MFTR28.SIU-REFERRAL
                  SET REFERRAL-STATUS = :SIU-REFERRAL.REFERRAL-STATUS,
                      OUTCOME-DATE    = CURRENT DATE,
                      OUTCOME-USERID  = :SIU-REFERRAL.OUTCOME-USERID,
                      OUTCOME-NOTE    = :SIU-REFERRAL.OUTCOME-NOTE
                WHERE CLAIMNUMBER     = :SIU-REFERRAL.CLAIMNUMBER
                  AND REFERRAL-SEQ    = :SIU-REFERRAL.REFERRAL-SEQ
                  AND REFERRAL-STATUS = 'O'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1                     TO WS-WORKED-COUNT
                   IF REFERRAL-CLEARED
                       PERFORM A5300-RELEASE-SIU-HOLD
                   ELSE
                       MOVE 'REFERRAL CONFIRMED - PAYMENT HOLD STAYS'
                                             TO MSG11O
                   END-IF
               WHEN 100
                   MOVE 'REFERRAL ALREADY WORKED - QUEUE REFRESHED'
                                             TO MSG11O
               WHEN OTHER
                   DISPLAY 'MF28CBE UPDATE ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR UPDATING SIU REFERRAL'       TO MSG11O
           END-EVALUATE.
      ******************************************************************
      *     A CLEARED REFERRAL RELEASES ITS OWN HOLD - ONLY WHEN THE   *
      *     NEWEST ROW ON THE CLAIM'S HOLD LOG IS THE HOLD THE SCORING *
      *     RUN SET. A HOLD A SUPERVISOR HAS PUT ON (OR KEPT ON) SINCE *
      *     STAYS UNTIL THEY RELEASE IT ON MAP1 OPTION 9               *
      ******************************************************************
       A5300-RELEASE-SIU-HOLD.
      *-----------------------*
           SET SIU-HOLD-FALSE               TO TRUE.
           MOVE CLAIMNUMBER OF SIU-REFERRAL
                               TO CLAIMNUMBER OF PAYMENT-HOLD-LOG.
           EXEC SQL
               SELECT HOLD-ACTION,
                      HOLD-USERID
                 INTO :PAYMENT-HOLD-LOG.HOLD-ACTION,
                      :PAYMENT-HOLD-LOG.HOLD-USERID
                 FROM MFTR28.PAYMENT-HOLD-LOG
                WHERE CLAIMNUMBER = :PAYMENT-HOLD-LOG.CLAIMNUMBER
                ORDER BY HOLD-SEQ DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
              AND HOLD-ACTION-SET
              AND HOLD-USERID = WS-SI1-USERID
               SET SIU-HOLD-TRUE            TO TRUE
           END-IF.
           IF SIU-HOLD-FALSE
               MOVE 'REFERRAL CLEARED - OTHER PAYMENT HOLD LEFT ON'
                                             TO MSG11O
           ELSE
               MOVE CLAIMNUMBER OF SIU-REFERRAL
                                TO CLAIMNUMBER OF CLAIMS
               EXEC SQL
                   UPDATE MFTR28.CLAIMS
                      SET PAY-HOLD-FLAG = 'N',
                          UPDATE-COUNT  = UPDATE-COUNT + 1
                    WHERE CLAIMNUMBER   = :CLAIMS.CLAIMNUMBER
                      AND PAY-HOLD-FLAG = 'Y'
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM A5400-LOG-HOLD-RELEASE
                       MOVE 'REFERRAL CLEARED - PAYMENT HOLD RELEASED'
                                             TO MSG11O
                   WHEN 100
                       MOVE 'REFERRAL CLEARED - CLAIM WAS NOT HELD'
                                             TO MSG11O
                   WHEN OTHER
                       DISPLAY 'MF28CBE HOLD UPDATE SQLCODE: ' SQLCODE
                       MOVE 'REFERRAL CLEARED - ERROR RELEASING HOLD'
                                             TO MSG11O
               END-EVALUATE
           END-IF.
      ******************************************************************
      *     APPEND THE RELEASE ROW AS THE NEXT SEQUENCE ON THE CLAIM'S *
      *     HOLD LOG, THE WAY MF28CB3 A7970-LOG-PAY-HOLD DOES          *
      ******************************************************************
       A5400-LOG-HOLD-RELEASE.
      *-----------------------*
           EXEC SQL
                SELECT COUNT(*) + 1
                  INTO :PAYMENT-HOLD-LOG.HOLD-SEQ
                  FROM MFTR28.PAYMENT-HOLD-LOG
                 WHERE CLAIMNUMBER = :PAYMENT-HOLD-LOG.CLAIMNUMBER
           END-EXEC.
           SET HOLD-ACTION-REL              TO TRUE.
           MOVE 'SIU REFERRAL CLEARED'      TO HOLD-REASON.
           MOVE WS-USERID                   TO HOLD-USERID.
           EXEC SQL
               INSERT INTO MFTR28.PAYMENT-HOLD-LOG
                      (CLAIMNUMBER,
                       HOLD-SEQ,
                       HOLD-ACTION,
                       HOLD-REASON,
                       HOLD-USERID,
                       HOLD-TIMESTAMP)
               VALUES (:PAYMENT-HOLD-LOG.CLAIMNUMBER,
                       :PAYMENT-HOLD-LOG.HOLD-SEQ,
                       :PAYMENT-HOLD-LOG.HOLD-ACTION,
                       :PAYMENT-HOLD-LOG.HOLD-REASON,
                       :PAYMENT-HOLD-LOG.HOLD-USERID,
                       CURRENT TIMESTAMP)
           END-EXEC.
           DISPLAY 'SQLCODE HOLD LOG INSERT' SQLCODE.
      ******************************************************************
      *     RECEIVE THE SCREEN AND ACT ON THE AID KEY - ENTER APPLIES  *
      *     THE OUTCOMES AND REDISPLAYS FROM THE TOP, PF8 PAGES        *
      *     FORWARD, PF7 RESTARTS AT THE TOP, PF3 ENDS THE TRANSACTION *
      ******************************************************************
       A6000-RECEIVE-AND-PROCESS.
      *--------------------------*
           PERFORM A2100-RECEIVE-MAP.
           MOVE SPACES                     TO MSG11O.
           EVALUATE EIBAID
               WHEN WS-AID-PF3
                   SET EXIT-TRUE             TO TRUE
               WHEN WS-AID-PF8
                   MOVE LK-FROM-DATE         TO WS-FROM-DATE
                   MOVE LK-FROM-CLAIM        TO WS-FROM-CLAIM
                   MOVE LK-FROM-SEQ          TO WS-FROM-SEQ
                   PERFORM A4000-BUILD-PAGE
               WHEN WS-AID-PF7
                   PERFORM A4050-RESET-TO-TOP
                   PERFORM A4000-BUILD-PAGE
               WHEN WS-AID-ENTER
                   PERFORM A5000-APPLY-ACTIONS
                   PERFORM A4050-RESET-TO-TOP
                   PERFORM A4000-BUILD-PAGE
               WHEN OTHER
                   PERFORM A4050-RESET-TO-TOP
                   PERFORM A4000-BUILD-PAGE
                   MOVE 'PRESS ENTER-APPLY, PF7-TOP, PF8-NEXT, PF3-EXIT'
                                             TO MSG11O
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
               MOVE WS-FROM-DATE             TO WS-OUT-FROM-DATE
               MOVE WS-FROM-CLAIM            TO WS-OUT-FROM-CLAIM
               MOVE WS-FROM-SEQ              TO WS-OUT-FROM-SEQ
               MOVE WS-ROWS-ON-PAGE          TO WS-OUT-ROWS-ON-PAGE
               EXEC CICS RETURN
                   TRANSID('MF2I')
                   COMMAREA(WS-COMMAREA-OUT)
                   LENGTH(LENGTH OF WS-COMMAREA-OUT)
               END-EXEC
           END-IF.
      ******************************************************************
      *                        END OF PROGRAM                          *
      ******************************************************************
