      * MF28CBI - DUPLICATE CLAIM MERGE MODULE V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28CBI.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO MERGE A CLAIM
      *                    THAT WAS FILED TWICE INTO ONE SURVIVING
      *                    CLAIM ONLINE ON MAP15, ONCE BOTH COPIES
      *                    HAVE ACTIVITY ON THEM:
      *                    1. ACTION I SHOWS THE DUPLICATE AND THE
      *                       SURVIVING CLAIM SIDE BY SIDE - STATUS,
      *                       POLICY, PAID, RESERVE AND ANYTHING THAT
      *                       BLOCKS THE MERGE.
      *                    2. ACTION M MERGES THE PAIR LAST INQUIRED
      *                       ON. THE DUPLICATE'S CLAIM-PAYMENTS,
      *                       RESERVE-HISTORY, CLAIM-RECOVERIES,
      *                       CLAIM-NOTES AND FOLLOW-UP TASKS (WITH
      *                       THEIR TASK LOG) ARE RE-KEYED ONTO THE
      *                       SURVIVOR, THEIR SEQUENCE NUMBERS
      *                       CARRIED ON PAST THE SURVIVOR'S OWN, AND
      *                       ITS CLAIM-LITIGATION ROW GOES WITH ITS
      *                       LEGAL EXPENSE. THE
      *                       SURVIVOR'S PAID, RESERVE-AMOUNT AND
      *                       PAID-SENT-AMOUNT ARE RE-TOTALLED AND A
      *                       RESERVE-HISTORY ROW LOGS ITS NEW
      *                       RESERVE. THE DUPLICATE IS LEFT AT ZERO
      *                       IN STATUS MERGED, AND
      *                       MFTR28.CLAIM-MERGE POINTS IT AT THE
      *                       SURVIVOR.
      *                    3. CLAIMS-HISTORY ROWS ARE WRITTEN ON BOTH
      *                       CLAIMS - PAID DOWN ON THE DUPLICATE AND
      *                       UP BY THE SAME AMOUNT ON THE SURVIVOR,
      *                       SPLIT INDM/EXPN THE WAY THE MONEY WAS
      *                       PAID - SO MF28GL1 POSTS NO NET MOVEMENT.
      *                    4. THE MERGE IS REFUSED WHILE EITHER CLAIM
      *                       HAS MONEY AT TREASURY NOT YET
      *                       ACKNOWLEDGED (AN INSTRUCTION SENT,
      *                       BOUNCED OR REPAIRED, OR PAY-SENT-FLAG
      *                       'B'), IS ON PAYMENT HOLD, OR HAS A
      *                       PAYMENT OR RESERVE AWAITING AUTHORITY;
      *                       WHEN THE DUPLICATE IS IN-REVIEW OR
      *                       ALREADY MERGED; UNLESS THE SURVIVOR IS
      *                       OPEN OR REOPENED; WHEN THE CLAIMS
      *                       ARE ON DIFFERENT POLICIES; AND WHEN
      *                       BOTH CLAIMS HAVE A SUIT ON FILE.
      *                    5. THE TRANSACTION IS RESTRICTED TO USERS
      *                       WITH THE SUPERVISOR ROLE ON
      *                       MFTR28.USER-ROLE. THE WHOLE MERGE IS ONE
      *                       UNIT OF WORK - ANY FAILURE ROLLS IT ALL
      *                       BACK.
      *                    PAYMENT INSTRUCTIONS, PAYEES, TAX, HOLD AND
      *                    ASSIGNMENT ROWS STAY ON THE DUPLICATE -
      *                    THEY RECORD WHAT TREASURY AND THE TAX
      *                    AUTHORITIES WERE TOLD UNDER THAT NUMBER.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      * 10/15/2026 APATEL   A MERGE MOVES PAID OUT OF THE DUPLICATE'S
      *                     CLAIMDATE PERIOD AND INTO THE SURVIVOR'S -
      *                     WHEN EITHER CLAIMDATE IS ON OR BEFORE
      *                     CLOSED-THRU-DATE ON MFTR28.BATCH-CONTROL
      *                     THE MERGE IS NOW REFUSED AND THE ATTEMPT
      *                     LOGGED TO MFTR28.PERIOD-LOCK-LOG FOR THE
      *                     MF28RP5 EXCEPTION REPORT.
      * 10/15/2026 APATEL   MFTR28.CLAIM-MERGE NOW RECORDS THE SEQUENCE
      *                     OFFSET APPLIED TO EACH MOVED TABLE.
      * 10/15/2026 APATEL   THE DUPLICATE'S SUIT ON
      *                     MFTR28.CLAIM-LITIGATION NOW MOVES TO THE
      *                     SURVIVOR WITH ITS EXPN PAYMENTS, SO MF28RP8
      *                     REPORTS ITS SPEND, MF28CBG MAINTAINS IT AND
      *                     MF28CB3 TAKES ITS LEGAL BILLS ON THE
      *                     SURVIVOR. A MERGE IS REFUSED WHEN BOTH
      *                     CLAIMS HAVE A SUIT - A CLAIM HOLDS ONE.
      * 10/15/2026 APATEL   THE PERIOD LOCK TESTS THE DATE THE MERGE
      *                     MOVES THE MONEY - TODAY - NOT EITHER
      *                     CLAIM'S CLAIMDATE, SO A PAIR WHOSE LOSS
      *                     MONTHS HAVE CLOSED CAN STILL BE MERGED IN
      *                     THE OPEN PERIOD.
      *
      * PROGRAM TYPE: COBOL-CICS-DB2.
      *
      * PROCESSING TYPE: CICS TRANSACTION VIA BMS SCREEN
      *
      * BMS: MF28BMS (MAP15)
      *
      * COPYBOOKS: MF28BMS, MF28CP1, MF28CP2, MF28CP8, MF28CP9,
      *            MF28CP11, MF28CP44, MF28CP24
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIMS, MFTR28.USER-ROLE, MFTR28.CLAIMS-HISTORY,
      *         MFTR28.CLAIM-PAYMENTS, MFTR28.RESERVE-HISTORY,
      *         MFTR28.CLAIM-RECOVERIES, MFTR28.CLAIM-NOTES,
      *         MFTR28.CLAIM-TASKS, MFTR28.CLAIM-TASK-LOG,
      *         MFTR28.PAYMENT-INSTRUCTION, MFTR28.PENDING-AUTHORITY,
      *         MFTR28.CLAIM-MERGE, MFTR28.BATCH-CONTROL,
      *         MFTR28.PERIOD-LOCK-LOG, MFTR28.CLAIM-LITIGATION
      *
      * CALLING MODULES: NONE (OR CICS SCREEN, TRANSID MF2M)
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
               INCLUDE MF28CP2
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP8
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP9
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP11
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP44
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP24
           END-EXEC.
       01 WS-AID-VALUES.
           05 WS-AID-ENTER              PIC X(01) VALUE ''''.
           05 WS-AID-PF3                PIC X(01) VALUE '3'.
       01 WS-SWITCHES.
           05 WS-EXIT-FLAG               PIC X(01) VALUE 'N'.
               88 EXIT-TRUE               VALUE 'Y'.
               88 EXIT-FALSE              VALUE 'N'.
           05 WS-AUTH-FLAG               PIC X(01) VALUE 'N'.
               88 AUTH-TRUE               VALUE 'Y'.
               88 AUTH-FALSE              VALUE 'N'.
           05 WS-CLAIM-FLAG              PIC X(01) VALUE 'N'.
               88 CLAIM-FOUND             VALUE 'Y'.
               88 CLAIM-NOT-FOUND         VALUE 'N'.
           05 WS-PAIR-FLAG               PIC X(01) VALUE 'N'.
               88 PAIR-FOUND              VALUE 'Y'.
               88 PAIR-NOT-FOUND          VALUE 'N'.
           05 WS-ALLOW-FLAG              PIC X(01) VALUE 'N'.
               88 MERGE-ALLOWED           VALUE 'Y'.
               88 MERGE-BLOCKED           VALUE 'N'.
           05 WS-MERGE-FLAG              PIC X(01) VALUE 'Y'.
               88 MERGE-OK                VALUE 'Y'.
               88 MERGE-FAILED            VALUE 'N'.
           05 WS-PERIOD-FLAG             PIC X(01) VALUE 'O'.
               88 PERIOD-OPEN             VALUE 'O'.
               88 PERIOD-CLOSED           VALUE 'C'.
               88 PERIOD-CHECK-FAILED     VALUE 'E'.
       01 WS-USERID                     PIC X(08).
       01 WS-LAST-DUP                   PIC X(07) VALUE SPACES.
       01 WS-LAST-SUR                   PIC X(07) VALUE SPACES.
       01 WS-SQLCODE                    PIC -9(04).
       01 WS-CLOSED-THRU-DATE           PIC X(10).
      *-- THE CLAIM BEING READ - THE CLAIMS COLUMNS LAND IN MF28CP1,
      *-- THE FIGURES DERIVED FROM ITS CHILD TABLES LAND HERE
       01 WS-READ-CLAIMNUMBER           PIC S9(7) COMP-3 VALUE ZERO.
       01 WS-CLAIM-READ.
           05 WS-CR-EXPENSE              PIC S9(7)V99 COMP-3.
           05 WS-CR-UNACK                PIC S9(5) COMP-3.
           05 WS-CR-PENDING              PIC S9(5) COMP-3.
           05 WS-CR-RESV-ROWS            PIC S9(5) COMP-3.
           05 WS-CR-MAX-PAY              PIC S9(5) COMP-3.
           05 WS-CR-MAX-REC              PIC S9(5) COMP-3.
           05 WS-CR-MAX-NOTE             PIC S9(5) COMP-3.
           05 WS-CR-MAX-TASK             PIC S9(5) COMP-3.
           05 WS-CR-SUITS                PIC S9(5) COMP-3.
      *-- THE DUPLICATE CLAIM, AS READ
       01 WS-DUP-CLAIM.
           05 WS-DUP-CLAIMNUMBER         PIC S9(7) COMP-3.
           05 WS-DUP-STATUS              PIC X(10).
               88 DUP-IN-REVIEW           VALUE 'IN-REVIEW'.
               88 DUP-MERGED              VALUE 'MERGED'.
           05 WS-DUP-POLICY              PIC S9(9) COMP-3.
           05 WS-DUP-PAID                PIC S9(7)V99 COMP-3.
           05 WS-DUP-CVALUE              PIC S9(7)V99 COMP-3.
           05 WS-DUP-CAUSE               PIC X(20).
           05 WS-DUP-OBS                 PIC X(30).
           05 WS-DUP-DOCREF              PIC X(20).
           05 WS-DUP-RESERVE             PIC S9(7)V99 COMP-3.
           05 WS-DUP-SENT-FLAG           PIC X(01).
               88 DUP-PAY-SENT            VALUE 'Y'.
               88 DUP-PAY-BOUNCED         VALUE 'B'.
           05 WS-DUP-SENT-AMOUNT         PIC S9(7)V99 COMP-3.
           05 WS-DUP-HOLD-FLAG           PIC X(01).
               88 DUP-PAY-HELD            VALUE 'Y'.
           05 WS-DUP-UPD-COUNT           PIC S9(9) COMP-3.
           05 WS-DUP-EXPENSE             PIC S9(7)V99 COMP-3.
           05 WS-DUP-UNACK               PIC S9(5) COMP-3.
           05 WS-DUP-PENDING             PIC S9(5) COMP-3.
           05 WS-DUP-RESV-ROWS           PIC S9(5) COMP-3.
           05 WS-DUP-MAX-PAY             PIC S9(5) COMP-3.
           05 WS-DUP-MAX-REC             PIC S9(5) COMP-3.
           05 WS-DUP-MAX-NOTE            PIC S9(5) COMP-3.
           05 WS-DUP-MAX-TASK            PIC S9(5) COMP-3.
           05 WS-DUP-SUITS               PIC S9(5) COMP-3.
      *-- THE SURVIVING CLAIM, AS READ
       01 WS-SUR-CLAIM.
           05 WS-SUR-CLAIMNUMBER         PIC S9(7) COMP-3.
           05 WS-SUR-STATUS              PIC X(10).
               88 SUR-OPEN                VALUE 'OPEN'.
               88 SUR-REOPENED            VALUE 'REOPENED'.
               88 SUR-MERGED              VALUE 'MERGED'.
           05 WS-SUR-POLICY              PIC S9(9) COMP-3.
           05 WS-SUR-PAID                PIC S9(7)V99 COMP-3.
           05 WS-SUR-CVALUE              PIC S9(7)V99 COMP-3.
           05 WS-SUR-CAUSE               PIC X(20).
           05 WS-SUR-OBS                 PIC X(30).
           05 WS-SUR-DOCREF              PIC X(20).
           05 WS-SUR-RESERVE             PIC S9(7)V99 COMP-3.
           05 WS-SUR-SENT-FLAG           PIC X(01).
               88 SUR-PAY-SENT            VALUE 'Y'.
               88 SUR-PAY-BOUNCED         VALUE 'B'.
           05 WS-SUR-SENT-AMOUNT         PIC S9(7)V99 COMP-3.
           05 WS-SUR-HOLD-FLAG           PIC X(01).
               88 SUR-PAY-HELD            VALUE 'Y'.
           05 WS-SUR-UPD-COUNT           PIC S9(9) COMP-3.
           05 WS-SUR-EXPENSE             PIC S9(7)V99 COMP-3.
           05 WS-SUR-UNACK               PIC S9(5) COMP-3.
           05 WS-SUR-PENDING             PIC S9(5) COMP-3.
           05 WS-SUR-RESV-ROWS           PIC S9(5) COMP-3.
           05 WS-SUR-MAX-PAY             PIC S9(5) COMP-3.
           05 WS-SUR-MAX-REC             PIC S9(5) COMP-3.
           05 WS-SUR-MAX-NOTE            PIC S9(5) COMP-3.
           05 WS-SUR-MAX-TASK            PIC S9(5) COMP-3.
           05 WS-SUR-SUITS               PIC S9(5) COMP-3.
      *-- THE SURVIVOR'S FIGURES ONCE THE DUPLICATE'S ARE ADDED IN -
      *-- WIDER THAN THE COLUMNS SO AN OVERFLOW CAN BE REFUSED
       01 WS-MERGE-TOTALS.
           05 WS-DUP-SENT-MOVED          PIC S9(7)V99 COMP-3.
           05 WS-SUR-SENT-BASE           PIC S9(7)V99 COMP-3.
           05 WS-DUP-INDEMNITY           PIC S9(7)V99 COMP-3.
           05 WS-NEW-SUR-PAID            PIC S9(9)V99 COMP-3.
           05 WS-NEW-SUR-RESERVE         PIC S9(9)V99 COMP-3.
           05 WS-NEW-SUR-SENT            PIC S9(9)V99 COMP-3.
           05 WS-AMOUNT-MAX              PIC S9(9)V99 COMP-3
                                              VALUE 9999999.99.
           05 WS-PAY-SEQ-MAX             PIC S9(5) COMP-3 VALUE 999.
           05 WS-NOTE-SEQ-MAX            PIC S9(5) COMP-3 VALUE 99998.
       01 WS-CLAIM-DISPLAY              PIC 9(07).
       01 WS-MERGED-MSG.
           05 FILLER                     PIC X(06) VALUE 'CLAIM '.
           05 WS-MM-DUP                  PIC 9(07).
           05 FILLER                     PIC X(13)
                                              VALUE ' MERGED INTO '.
           05 WS-MM-SUR                  PIC 9(07).
       01 WS-NOTE-TEXT.
           05 WS-NOTE-ACTION             PIC X(18).
           05 WS-NOTE-CLAIM              PIC 9(07).
           05 FILLER                     PIC X(25) VALUE SPACES.
       01 WS-INFO-TEXT.
           05 WS-IT-LABEL                PIC X(04).
           05 WS-IT-STATUS               PIC X(10).
           05 FILLER                     PIC X(05) VALUE ' POL '.
           05 WS-IT-POLICY               PIC Z(8)9.
           05 FILLER                     PIC X(06) VALUE ' PAID '.
           05 WS-IT-PAID                 PIC Z(6)9.99.
           05 FILLER                     PIC X(05) VALUE ' RES '.
           05 WS-IT-RESERVE              PIC Z(6)9.99.
           05 FILLER                     PIC X(01) VALUE SPACE.
           05 WS-IT-HOLD                 PIC X(04).
           05 FILLER                     PIC X(01) VALUE SPACE.
           05 WS-IT-TREASURY             PIC X(05).
           05 FILLER                     PIC X(01) VALUE SPACE.
           05 WS-IT-AUTHORITY            PIC X(04).
       01 WS-COMMAREA-OUT.
           05 WS-OUT-LAST-DUP            PIC X(07).
           05 WS-OUT-LAST-SUR            PIC X(07).
       LINKAGE SECTION.
      *-- INCOMING COMMAREA FROM THE PRIOR TASK - EMPTY (EIBCALEN = 0)
      *-- ON THE VERY FIRST ENTRY TO THE TRANSACTION
       01 DFHCOMMAREA.
           05 LK-LAST-DUP                PIC X(07).
           05 LK-LAST-SUR                PIC X(07).
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
      ******************************************************************
       A1000-MAIN-PARA.
      *---------------*
           PERFORM A1100-CHECK-AUTHORITY.
           IF AUTH-FALSE
               EXEC CICS SEND TEXT
                   FROM(MSG15O)
                   ERASE
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF
           IF EIBCALEN = 0
               MOVE LOW-VALUES            TO MAP15I
               MOVE LOW-VALUES            TO MAP15O
               MOVE 'KEY I-INQUIRE M-MERGE, DUPLICATE AND SURVIVOR'
                                          TO MSG15O
               PERFORM A2000-SEND-MAP
           ELSE
               MOVE LK-LAST-DUP           TO WS-LAST-DUP
               MOVE LK-LAST-SUR           TO WS-LAST-SUR
               PERFORM A6000-RECEIVE-AND-PROCESS
           END-IF
           PERFORM A9999-END-PARA.
      ******************************************************************
      *     A MERGE MOVES MONEY BETWEEN CLAIMS - ONLY USERS HOLDING    *
      *     THE SUPERVISOR ROLE ON MFTR28.USER-ROLE MAY RUN THIS       *
      *     SCREEN, AND EVERY MERGE IS RECORDED WITH THEIR USERID      *
      ******************************************************************
       A1100-CHECK-AUTHORITY.
      *----------------------*
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
               WHEN SQLCODE = 0 AND ROLE-SUPERVISOR
                   SET AUTH-TRUE            TO TRUE
               WHEN OTHER
                   SET AUTH-FALSE           TO TRUE
                   MOVE 'SUPERVISOR ROLE REQUIRED TO MERGE CLAIMS'
                                             TO MSG15O
           END-EVALUATE.
      ******************************************************************
      *                       SEND MAPSET TO CICS                      *
      ******************************************************************
       A2000-SEND-MAP.
      *--------------*
           EXEC CICS SEND
               MAP('MAP15')
               MAPSET('MF28BMS')
               FROM(MAP15O)
               ERASE
           END-EXEC.
      ******************************************************************
      *                  RECEIVE DATA FROM SCREEN                      *
      ******************************************************************
       A2100-RECEIVE-MAP.
      *-----------------*
           EXEC CICS RECEIVE
               MAP('MAP15')
               MAPSET('MF28BMS')
               INTO(MAP15I)
           END-EXEC.
      ******************************************************************
      *     APPLY THE KEYED ACTION AGAINST THE KEYED PAIR - M IS ONLY  *
      *     ALLOWED ON THE PAIR LAST INQUIRED ON, AND NEEDS A REASON   *
      ******************************************************************
       A5000-APPLY-ACTION.
      *-------------------*
           EVALUATE TRUE
               WHEN MGDUPVI = SPACES OR MGDUPVI = LOW-VALUES
                   MOVE 'ENTER THE DUPLICATE CLAIM NUMBER'  TO MSG15O
               WHEN MGDUPVI NOT NUMERIC
                   MOVE 'ENTER A VALID DUPLICATE CLAIM NUMBER'
                                                            TO MSG15O
               WHEN MGSURVI = SPACES OR MGSURVI = LOW-VALUES
                   MOVE 'ENTER THE SURVIVING CLAIM NUMBER'  TO MSG15O
               WHEN MGSURVI NOT NUMERIC
                   MOVE 'ENTER A VALID SURVIVING CLAIM NUMBER'
                                                            TO MSG15O
               WHEN MGDUPVI = MGSURVI
                   MOVE 'A CLAIM CANNOT BE MERGED INTO ITSELF'
                                                            TO MSG15O
               WHEN MGACTVI = 'I'
                   PERFORM A5100-INQUIRE
               WHEN MGACTVI = 'M'
                AND (MGDUPVI NOT = WS-LAST-DUP
                 OR MGSURVI NOT = WS-LAST-SUR)
                   MOVE 'INQUIRE ON BOTH CLAIMS BEFORE MERGING'
                                                            TO MSG15O
               WHEN MGACTVI = 'M'
                AND (MGRSNVI = SPACES OR MGRSNVI = LOW-VALUES)
                   MOVE 'ENTER THE REASON FOR THE MERGE'    TO MSG15O
               WHEN MGACTVI = 'M'
                   PERFORM A5300-MERGE-CLAIMS
               WHEN OTHER
                   MOVE 'ENTER ACTION I-INQUIRE M-MERGE'    TO MSG15O
           END-EVALUATE.
      ******************************************************************
      *     SHOW BOTH CLAIMS AND WHETHER THEY CAN BE MERGED, AND       *
      *     REMEMBER THE PAIR SO A FOLLOWING M IS ALLOWED AGAINST IT   *
      ******************************************************************
       A5100-INQUIRE.
      *--------------*
           PERFORM A5150-READ-PAIR.
           IF PAIR-FOUND
               PERFORM A5200-CHECK-MERGE
               PERFORM A5180-SHOW-PAIR
               MOVE MGDUPVI                 TO WS-LAST-DUP
               MOVE MGSURVI                 TO WS-LAST-SUR
               IF MERGE-ALLOWED
                   MOVE 'CLAIMS CAN BE MERGED - KEY M, A REASON, ENTER'
                                                            TO MSG15O
               END-IF
           END-IF.
      ******************************************************************
      *     READ THE DUPLICATE AND THE SURVIVOR - BOTH MUST BE ON FILE *
      ******************************************************************
       A5150-READ-PAIR.
      *----------------*
           SET PAIR-NOT-FOUND               TO TRUE.
           MOVE MGDUPVI                     TO WS-CLAIM-DISPLAY.
           MOVE WS-CLAIM-DISPLAY            TO WS-READ-CLAIMNUMBER.
           PERFORM A5160-READ-CLAIM.
           IF CLAIM-FOUND
               PERFORM A5170-KEEP-DUPLICATE
               MOVE MGSURVI                 TO WS-CLAIM-DISPLAY
               MOVE WS-CLAIM-DISPLAY        TO WS-READ-CLAIMNUMBER
               PERFORM A5160-READ-CLAIM
               IF CLAIM-FOUND
                   PERFORM A5175-KEEP-SURVIVOR
                   SET PAIR-FOUND           TO TRUE
               END-IF
           ELSE
               MOVE 'DUPLICATE CLAIM NOT ON FILE'           TO MSG15O
           END-IF.
           IF CLAIM-NOT-FOUND AND MSG15O = SPACES
               MOVE 'SURVIVING CLAIM NOT ON FILE'           TO MSG15O
           END-IF.
      ******************************************************************
      *     READ ONE CLAIM WITH WHAT ITS CHILD TABLES SAY ABOUT IT -   *
      *     LEGAL EXPENSE PAID, TREASURY INSTRUCTIONS NOT YET          *
      *     ACKNOWLEDGED (SENT, BOUNCED OR REPAIRED AND NOT YET BACK), *
      *     PAYMENTS OR RESERVE CHANGES AWAITING AUTHORITY, RESERVE    *
      *     HISTORY ROWS AND THE HIGHEST SEQUENCE NUMBER IN USE ON     *
      *     EACH TABLE WHOSE ROWS A MERGE RE-NUMBERS                   *
      ******************************************************************
       A5160-READ-CLAIM.
      *-----------------*
           SET CLAIM-NOT-FOUND              TO TRUE.
           EXEC SQL
               SELECT C.CLAIM-STATUS, C.POLICYNUMBER, C.PAID,
                      C.CVALUE, C.CAUSE, C.OBSERVATIONS,
                      C.DOCUMENT-REF, C.RESERVE-AMOUNT,
                      C.PAY-SENT-FLAG, C.PAID-SENT-AMOUNT,
                      C.PAY-HOLD-FLAG, C.UPDATE-COUNT,
                      (SELECT COALESCE(SUM(P.PAYMENT-AMOUNT), 0)
                         FROM MFTR28.CLAIM-PAYMENTS P
                        WHERE P.CLAIMNUMBER  = C.CLAIMNUMBER
                          AND P.PAYMENT-TYPE = 'EXPN'),
                      (SELECT COUNT(*)
                         FROM MFTR28.PAYMENT-INSTRUCTION I
                        WHERE I.CLAIMNUMBER = C.CLAIMNUMBER
                          AND I.INSTR-ACK-STATUS IN ('S', 'B', 'R')),
                      (SELECT COUNT(*)
                         FROM MFTR28.PENDING-AUTHORITY A
                        WHERE A.CLAIMNUMBER = C.CLAIMNUMBER
                          AND A.PEND-STATUS = 'P'),
                      (SELECT COUNT(*)
                         FROM MFTR28.RESERVE-HISTORY R
                        WHERE R.CLAIMNUMBER = C.CLAIMNUMBER),
                      (SELECT COALESCE(MAX(P.PAYMENT-SEQ), 0)
                         FROM MFTR28.CLAIM-PAYMENTS P
                        WHERE P.CLAIMNUMBER = C.CLAIMNUMBER),
                      (SELECT COALESCE(MAX(V.RECOVERY-SEQ), 0)
                         FROM MFTR28.CLAIM-RECOVERIES V
                        WHERE V.CLAIMNUMBER = C.CLAIMNUMBER),
                      (SELECT COALESCE(MAX(N.NOTE-SEQ), 0)
                         FROM MFTR28.CLAIM-NOTES N
                        WHERE N.CLAIMNUMBER = C.CLAIMNUMBER),
                      (SELECT COALESCE(MAX(T.TASK-SEQ), 0)
                         FROM MFTR28.CLAIM-TASKS T
                        WHERE T.CLAIMNUMBER = C.CLAIMNUMBER),
                      (SELECT COUNT(*)
                         FROM MFTR28.CLAIM-LITIGATION L
                        WHERE L.CLAIMNUMBER = C.CLAIMNUMBER)
                 INTO :CLAIMS.CLAIM-STATUS,
                      :CLAIMS.POLICYNUMBER,
                      :CLAIMS.PAID,
                      :CLAIMS.CVALUE,
                      :CLAIMS.CAUSE,
                      :CLAIMS.OBSERVATIONS,
                      :CLAIMS.DOCUMENT-REF,
                      :CLAIMS.RESERVE-AMOUNT,
                      :CLAIMS.PAY-SENT-FLAG,
                      :CLAIMS.PAID-SENT-AMOUNT,
                      :CLAIMS.PAY-HOLD-FLAG,
                      :CLAIMS.UPDATE-COUNT,
                      :WS-CR-EXPENSE,
                      :WS-CR-UNACK,
                      :WS-CR-PENDING,
                      :WS-CR-RESV-ROWS,
                      :WS-CR-MAX-PAY,
                      :WS-CR-MAX-REC,
                      :WS-CR-MAX-NOTE,
                      :WS-CR-MAX-TASK,
                      :WS-CR-SUITS
                 FROM MFTR28.CLAIMS C
                WHERE C.CLAIMNUMBER = :WS-READ-CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   SET CLAIM-FOUND           TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'MF28CBI CLAIM ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR READING CLAIM'               TO MSG15O
           END-EVALUATE.
      ******************************************************************
      *                KEEP THE DUPLICATE CLAIM AS READ                *
      ******************************************************************
       A5170-KEEP-DUPLICATE.
      *---------------------*
           MOVE WS-READ-CLAIMNUMBER         TO WS-DUP-CLAIMNUMBER.
           MOVE CLAIM-STATUS OF CLAIMS      TO WS-DUP-STATUS.
           MOVE POLICYNUMBER OF CLAIMS      TO WS-DUP-POLICY.
           MOVE PAID OF CLAIMS              TO WS-DUP-PAID.
           MOVE CVALUE OF CLAIMS            TO WS-DUP-CVALUE.
           MOVE CAUSE OF CLAIMS             TO WS-DUP-CAUSE.
           MOVE OBSERVATIONS OF CLAIMS      TO WS-DUP-OBS.
           MOVE DOCUMENT-REF OF CLAIMS      TO WS-DUP-DOCREF.
           MOVE RESERVE-AMOUNT OF CLAIMS    TO WS-DUP-RESERVE.
           MOVE PAY-SENT-FLAG OF CLAIMS     TO WS-DUP-SENT-FLAG.
           MOVE PAID-SENT-AMOUNT OF CLAIMS  TO WS-DUP-SENT-AMOUNT.
           MOVE PAY-HOLD-FLAG OF CLAIMS     TO WS-DUP-HOLD-FLAG.
           MOVE UPDATE-COUNT OF CLAIMS      TO WS-DUP-UPD-COUNT.
           MOVE WS-CR-EXPENSE               TO WS-DUP-EXPENSE.
           MOVE WS-CR-UNACK                 TO WS-DUP-UNACK.
           MOVE WS-CR-PENDING               TO WS-DUP-PENDING.
           MOVE WS-CR-RESV-ROWS             TO WS-DUP-RESV-ROWS.
           MOVE WS-CR-MAX-PAY               TO WS-DUP-MAX-PAY.
           MOVE WS-CR-MAX-REC               TO WS-DUP-MAX-REC.
           MOVE WS-CR-MAX-NOTE              TO WS-DUP-MAX-NOTE.
           MOVE WS-CR-MAX-TASK              TO WS-DUP-MAX-TASK.
           MOVE WS-CR-SUITS                 TO WS-DUP-SUITS.
      ******************************************************************
      *                KEEP THE SURVIVING CLAIM AS READ                *
      ******************************************************************
       A5175-KEEP-SURVIVOR.
      *--------------------*
           MOVE WS-READ-CLAIMNUMBER         TO WS-SUR-CLAIMNUMBER.
           MOVE CLAIM-STATUS OF CLAIMS      TO WS-SUR-STATUS.
           MOVE POLICYNUMBER OF CLAIMS      TO WS-SUR-POLICY.
           MOVE PAID OF CLAIMS              TO WS-SUR-PAID.
           MOVE CVALUE OF CLAIMS            TO WS-SUR-CVALUE.
           MOVE CAUSE OF CLAIMS             TO WS-SUR-CAUSE.
           MOVE OBSERVATIONS OF CLAIMS      TO WS-SUR-OBS.
           MOVE DOCUMENT-REF OF CLAIMS      TO WS-SUR-DOCREF.
           MOVE RESERVE-AMOUNT OF CLAIMS    TO WS-SUR-RESERVE.
           MOVE PAY-SENT-FLAG OF CLAIMS     TO WS-SUR-SENT-FLAG.
           MOVE PAID-SENT-AMOUNT OF CLAIMS  TO WS-SUR-SENT-AMOUNT.
           MOVE PAY-HOLD-FLAG OF CLAIMS     TO WS-SUR-HOLD-FLAG.
           MOVE UPDATE-COUNT OF CLAIMS      TO WS-SUR-UPD-COUNT.
           MOVE WS-CR-EXPENSE               TO WS-SUR-EXPENSE.
           MOVE WS-CR-UNACK                 TO WS-SUR-UNACK.
           MOVE WS-CR-PENDING               TO WS-SUR-PENDING.
           MOVE WS-CR-RESV-ROWS             TO WS-SUR-RESV-ROWS.
           MOVE WS-CR-MAX-PAY               TO WS-SUR-MAX-PAY.
           MOVE WS-CR-MAX-REC               TO WS-SUR-MAX-REC.
           MOVE WS-CR-MAX-NOTE              TO WS-SUR-MAX-NOTE.
           MOVE WS-CR-MAX-TASK              TO WS-SUR-MAX-TASK.
           MOVE WS-CR-SUITS                 TO WS-SUR-SUITS.
      ******************************************************************
      *     ONE DISPLAY-ONLY LINE PER CLAIM, FLAGGING A PAYMENT HOLD,  *
      *     UNACKNOWLEDGED TREASURY MONEY AND PENDING AUTHORITY        *
      ******************************************************************
       A5180-SHOW-PAIR.
      *----------------*
           MOVE 'DUP '                      TO WS-IT-LABEL.
           MOVE WS-DUP-STATUS               TO WS-IT-STATUS.
           MOVE WS-DUP-POLICY               TO WS-IT-POLICY.
           MOVE WS-DUP-PAID                 TO WS-IT-PAID.
           MOVE WS-DUP-RESERVE              TO WS-IT-RESERVE.
           MOVE SPACES                      TO WS-IT-HOLD
                                               WS-IT-TREASURY
                                               WS-IT-AUTHORITY.
           IF DUP-PAY-HELD
               MOVE 'HELD'                  TO WS-IT-HOLD
           END-IF.
           IF WS-DUP-UNACK > ZERO OR DUP-PAY-BOUNCED
               MOVE 'UNACK'                 TO WS-IT-TREASURY
           END-IF.
           IF WS-DUP-PENDING > ZERO
               MOVE 'AUTH'                  TO WS-IT-AUTHORITY
           END-IF.
           MOVE WS-INFO-TEXT                TO MGDINVO.
           MOVE 'SUR '                      TO WS-IT-LABEL.
           MOVE WS-SUR-STATUS               TO WS-IT-STATUS.
           MOVE WS-SUR-POLICY               TO WS-IT-POLICY.
           MOVE WS-SUR-PAID                 TO WS-IT-PAID.
           MOVE WS-SUR-RESERVE              TO WS-IT-RESERVE.
           MOVE SPACES                      TO WS-IT-HOLD
                                               WS-IT-TREASURY
                                               WS-IT-AUTHORITY.
           IF SUR-PAY-HELD
               MOVE 'HELD'                  TO WS-IT-HOLD
           END-IF.
           IF WS-SUR-UNACK > ZERO OR SUR-PAY-BOUNCED
               MOVE 'UNACK'                 TO WS-IT-TREASURY
           END-IF.
           IF WS-SUR-PENDING > ZERO
               MOVE 'AUTH'                  TO WS-IT-AUTHORITY
           END-IF.
           MOVE WS-INFO-TEXT                TO MGSINVO.
      ******************************************************************
      *     DECIDE WHETHER THE PAIR MAY BE MERGED, AND WORK OUT THE    *
      *     SURVIVOR'S NEW TOTALS. MONEY EITHER CLAIM ALREADY SENT TO  *
      *     TREASURY STAYS COUNTED AS SENT ON THE SURVIVOR (IN         *
      *     PAID-SENT-AMOUNT, AS MF28CB3 DOES ON A REOPEN), SO MF28PY1 *
      *     ONLY EVER SENDS THE SURVIVOR THE DIFFERENCE. PAID AND      *
      *     RESERVE MOVE TODAY, SO TODAY MAY NOT BE IN A CLOSED PERIOD *
      *     WHEN THERE IS MONEY TO MOVE                                *
      ******************************************************************
       A5200-CHECK-MERGE.
      *------------------*
           SET MERGE-BLOCKED                TO TRUE.
           PERFORM A5250-CHECK-PERIOD-OPEN.
           IF DUP-PAY-SENT
               MOVE WS-DUP-PAID             TO WS-DUP-SENT-MOVED
           ELSE
               MOVE WS-DUP-SENT-AMOUNT      TO WS-DUP-SENT-MOVED
           END-IF.
           IF SUR-PAY-SENT
               MOVE WS-SUR-PAID             TO WS-SUR-SENT-BASE
           ELSE
               MOVE WS-SUR-SENT-AMOUNT      TO WS-SUR-SENT-BASE
           END-IF.
           COMPUTE WS-DUP-INDEMNITY = WS-DUP-PAID - WS-DUP-EXPENSE.
           COMPUTE WS-NEW-SUR-PAID = WS-SUR-PAID + WS-DUP-PAID.
           COMPUTE WS-NEW-SUR-RESERVE =
                   WS-SUR-RESERVE + WS-DUP-RESERVE.
           COMPUTE WS-NEW-SUR-SENT =
                   WS-SUR-SENT-BASE + WS-DUP-SENT-MOVED.
           EVALUATE TRUE
               WHEN PERIOD-CHECK-FAILED
                   MOVE 'ERROR READING PERIOD CONTROL - NOT MERGED'
                                                            TO MSG15O
               WHEN PERIOD-CLOSED
                   MOVE 'PERIOD CLOSED - CLAIMS NOT MERGED'
                                                            TO MSG15O
               WHEN DUP-MERGED
                   MOVE 'DUPLICATE IS ALREADY MERGED INTO ANOTHER CLAIM'
                                                            TO MSG15O
               WHEN SUR-MERGED
                   MOVE 'SURVIVOR IS ITSELF MERGED - USE ITS SURVIVOR'
                                                            TO MSG15O
               WHEN NOT SUR-OPEN AND NOT SUR-REOPENED
                   MOVE 'SURVIVING CLAIM MUST BE OPEN OR REOPENED'
                                                            TO MSG15O
               WHEN DUP-IN-REVIEW
                   MOVE 'DUPLICATE IS IN-REVIEW - SETTLE REVIEW FIRST'
                                                            TO MSG15O
               WHEN WS-DUP-POLICY NOT = WS-SUR-POLICY
                   MOVE 'THE TWO CLAIMS ARE ON DIFFERENT POLICIES'
                                                            TO MSG15O
               WHEN DUP-PAY-HELD OR SUR-PAY-HELD
                   MOVE 'A CLAIM IS ON PAYMENT HOLD - RELEASE IT FIRST'
                                                            TO MSG15O
               WHEN WS-DUP-UNACK > ZERO OR WS-SUR-UNACK > ZERO
                 OR DUP-PAY-BOUNCED OR SUR-PAY-BOUNCED
                   MOVE 'A CLAIM HAS UNACKNOWLEDGED TREASURY MONEY'
                                                            TO MSG15O
               WHEN WS-DUP-PENDING > ZERO OR WS-SUR-PENDING > ZERO
                   MOVE 'A CLAIM HAS AN ITEM AWAITING AUTHORITY'
                                                            TO MSG15O
               WHEN WS-NEW-SUR-PAID > WS-AMOUNT-MAX
                 OR WS-NEW-SUR-RESERVE > WS-AMOUNT-MAX
                   MOVE 'COMBINED AMOUNTS TOO LARGE FOR ONE CLAIM'
                                                            TO MSG15O
               WHEN WS-DUP-MAX-PAY + WS-SUR-MAX-PAY > WS-PAY-SEQ-MAX
                 OR WS-DUP-MAX-REC + WS-SUR-MAX-REC > WS-PAY-SEQ-MAX
                 OR WS-DUP-MAX-NOTE + WS-SUR-MAX-NOTE > WS-NOTE-SEQ-MAX
                 OR WS-DUP-MAX-TASK + WS-SUR-MAX-TASK > WS-NOTE-SEQ-MAX
                   MOVE 'TOO MANY ROWS TO RENUMBER ONTO THE SURVIVOR'
                                                            TO MSG15O
               WHEN WS-DUP-SUITS > ZERO AND WS-SUR-SUITS > ZERO
                   MOVE 'BOTH CLAIMS HAVE A SUIT ON FILE - NOT MERGED'
                                                            TO MSG15O
               WHEN OTHER
                   SET MERGE-ALLOWED         TO TRUE
           END-EVALUATE.
      ******************************************************************
      *     IS THERE MONEY TO MOVE, AND IS TODAY - THE DATE THE MERGE  *
      *     POSTS IT - STILL IN AN OPEN PERIOD? TODAY'S DATE IS LEFT   *
      *     IN LOCK-TXN-DATE FOR A5260-LOG-PERIOD-LOCK                 *
      ******************************************************************
       A5250-CHECK-PERIOD-OPEN.
      *------------------------*
           SET PERIOD-OPEN                  TO TRUE.
           IF WS-DUP-PAID NOT = ZERO OR WS-DUP-RESERVE NOT = ZERO
               EXEC SQL
                   SELECT CLOSED-THRU-DATE,
                          CURRENT DATE,
                          CASE WHEN CURRENT DATE > CLOSED-THRU-DATE
                               THEN 'O'
                               ELSE 'C'
                          END
                     INTO :WS-CLOSED-THRU-DATE,
                          :PERIOD-LOCK-LOG.LOCK-TXN-DATE,
                          :WS-PERIOD-FLAG
                     FROM MFTR28.BATCH-CONTROL
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'MF28CBI BATCH-CONTROL SQLCODE: '
                       SQLCODE
                   SET PERIOD-CHECK-FAILED   TO TRUE
               END-IF
           END-IF.
      ******************************************************************
      *     LOG THE REFUSED MERGE AGAINST THE DUPLICATE FOR THE        *
      *     MF28RP5 EXCEPTION REPORT, THE SAME ROW MF28CB3 WRITES FOR  *
      *     A REFUSED PAYMENT                                          *
      ******************************************************************
       A5260-LOG-PERIOD-LOCK.
      *----------------------*
           MOVE WS-DUP-CLAIMNUMBER
                               TO CLAIMNUMBER OF PERIOD-LOCK-LOG.
           SET LOCK-TXN-MERGE               TO TRUE.
           MOVE WS-DUP-PAID                 TO LOCK-TXN-AMOUNT.
           MOVE WS-CLOSED-THRU-DATE         TO LOCK-CLOSED-THRU.
           SET LOCK-REFUSED                 TO TRUE.
           MOVE 'MF28CBI'                   TO LOCK-SOURCE.
           MOVE WS-USERID                   TO LOCK-USERID.
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
               DISPLAY 'MF28CBI PERIOD LOCK LOG SQLCODE: ' SQLCODE
           END-IF.
      ******************************************************************
      *     MERGE THE PAIR - RE-READ AND RE-CHECK BOTH CLAIMS, THEN    *
      *     MOVE THE ROWS, RE-TOTAL THE SURVIVOR, RETIRE THE           *
      *     DUPLICATE AND WRITE THE AUDIT TRAIL, ALL AS ONE UNIT OF    *
      *     WORK. THE UPDATE-COUNT READ HERE GUARDS BOTH CLAIM UPDATES *
      *     SO NOTHING POSTED TO EITHER CLAIM SINCE IS LOST            *
      ******************************************************************
       A5300-MERGE-CLAIMS.
      *-------------------*
           PERFORM A5150-READ-PAIR.
           IF PAIR-FOUND
               PERFORM A5200-CHECK-MERGE
               IF MERGE-BLOCKED AND PERIOD-CLOSED
                   PERFORM A5260-LOG-PERIOD-LOCK
               END-IF
               IF MERGE-ALLOWED
                   SET MERGE-OK              TO TRUE
                   PERFORM A5310-MOVE-PAYMENTS
                   IF MERGE-OK
                       PERFORM A5320-MOVE-RESERVES
                   END-IF
                   IF MERGE-OK
                       PERFORM A5330-MOVE-RECOVERIES
                   END-IF
                   IF MERGE-OK
                       PERFORM A5340-MOVE-NOTES
                   END-IF
                   IF MERGE-OK
                       PERFORM A5350-MOVE-TASKS
                   END-IF
                   IF MERGE-OK
                       PERFORM A5360-MOVE-LITIGATION
                   END-IF
                   IF MERGE-OK
                       PERFORM A5400-UPDATE-SURVIVOR
                   END-IF
                   IF MERGE-OK
                       PERFORM A5450-RETIRE-DUPLICATE
                   END-IF
                   IF MERGE-OK
                       PERFORM A5500-LOG-RESERVE
                   END-IF
                   IF MERGE-OK
                       PERFORM A5600-LOG-HISTORY
                   END-IF
                   IF MERGE-OK
                       PERFORM A5700-LOG-MERGE
                   END-IF
                   IF MERGE-OK
                       PERFORM A5750-NOTE-BOTH-CLAIMS
                   END-IF
                   PERFORM A5800-END-MERGE
               END-IF
               PERFORM A5180-SHOW-PAIR
           END-IF.
      ******************************************************************
      *     RE-KEY THE DUPLICATE'S PAYMENTS ONTO THE SURVIVOR,         *
      *     NUMBERED ON FROM THE SURVIVOR'S HIGHEST PAYMENT-SEQ. THE   *
      *     PAYMENT-TYPE TRAVELS WITH EACH ROW                         *
      ******************************************************************
       A5310-MOVE-PAYMENTS.
      *--------------------*
           MOVE ZERO                        TO PAYMENT-ROWS-MOVED.
           EXEC SQL
               UPDATE MFTR28.CLAIM-PAYMENTS
                  SET CLAIMNUMBER = :WS-SUR-CLAIMNUMBER,
                      PAYMENT-SEQ = PAYMENT-SEQ + :WS-SUR-MAX-PAY
                WHERE CLAIMNUMBER = :WS-DUP-CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3)           TO PAYMENT-ROWS-MOVED
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'MF28CBI PAYMENT MOVE SQLCODE: ' SQLCODE
                   SET MERGE-FAILED          TO TRUE
                   MOVE 'ERROR MOVING PAYMENTS - MERGE NOT DONE'
                                                            TO MSG15O
           END-EVALUATE.
      ******************************************************************
      *     RE-KEY THE DUPLICATE'S RESERVE HISTORY ONTO THE SURVIVOR - *
      *     THE ROWS ARE ORDERED BY TIMESTAMP, SO NO RE-NUMBERING      *
      ******************************************************************
       A5320-MOVE-RESERVES.
      *--------------------*
           MOVE ZERO                        TO RESERVE-ROWS-MOVED.
           EXEC SQL
               UPDATE MFTR28.RESERVE-HISTORY
                  SET CLAIMNUMBER = :WS-SUR-CLAIMNUMBER
                WHERE CLAIMNUMBER = :WS-DUP-CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3)           TO RESERVE-ROWS-MOVED
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'MF28CBI RESERVE MOVE SQLCODE: ' SQLCODE
                   SET MERGE-FAILED          TO TRUE
                   MOVE 'ERROR MOVING RESERVE HISTORY - MERGE NOT DONE'
                                                            TO MSG15O
           END-EVALUATE.
      ******************************************************************
      *     RE-KEY THE DUPLICATE'S RECOVERIES ONTO THE SURVIVOR        *
      ******************************************************************
       A5330-MOVE-RECOVERIES.
      *----------------------*
           MOVE ZERO                        TO RECOVERY-ROWS-MOVED.
           EXEC SQL
               UPDATE MFTR28.CLAIM-RECOVERIES
                  SET CLAIMNUMBER  = :WS-SUR-CLAIMNUMBER,
                      RECOVERY-SEQ = RECOVERY-SEQ + :WS-SUR-MAX-REC
                WHERE CLAIMNUMBER  = :WS-DUP-CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3)           TO RECOVERY-ROWS-MOVED
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'MF28CBI RECOVERY MOVE SQLCODE: ' SQLCODE
                   SET MERGE-FAILED          TO TRUE
                   MOVE 'ERROR MOVING RECOVERIES - MERGE NOT DONE'
                                                            TO MSG15O
           END-EVALUATE.
      ******************************************************************
      *     RE-KEY THE DUPLICATE'S DIARY NOTES ONTO THE SURVIVOR       *
      ******************************************************************
       A5340-MOVE-NOTES.
      *-----------------*
           MOVE ZERO                        TO NOTE-ROWS-MOVED.
           EXEC SQL
               UPDATE MFTR28.CLAIM-NOTES
                  SET CLAIMNUMBER = :WS-SUR-CLAIMNUMBER,
                      NOTE-SEQ    = NOTE-SEQ + :WS-SUR-MAX-NOTE
                WHERE CLAIMNUMBER = :WS-DUP-CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3)           TO NOTE-ROWS-MOVED
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'MF28CBI NOTE MOVE SQLCODE: ' SQLCODE
                   SET MERGE-FAILED          TO TRUE
                   MOVE 'ERROR MOVING NOTES - MERGE NOT DONE'
                                                            TO MSG15O
           END-EVALUATE.
      ******************************************************************
      *     RE-KEY THE DUPLICATE'S FOLLOW-UP TASKS, OPEN AND DONE,     *
      *     ONTO THE SURVIVOR, AND THEIR TASK LOG WITH THE SAME        *
      *     TASK-SEQ OFFSET SO EACH LOG ROW STILL NAMES ITS TASK       *
      ******************************************************************
       A5350-MOVE-TASKS.
      *-----------------*
           MOVE ZERO                        TO TASK-ROWS-MOVED.
           EXEC SQL
               UPDATE MFTR28.CLAIM-TASKS
                  SET CLAIMNUMBER = :WS-SUR-CLAIMNUMBER,
                      TASK-SEQ    = TASK-SEQ + :WS-SUR-MAX-TASK
                WHERE CLAIMNUMBER = :WS-DUP-CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SQLERRD(3)           TO TASK-ROWS-MOVED
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'MF28CBI TASK MOVE SQLCODE: ' SQLCODE
                   SET MERGE-FAILED          TO TRUE
                   MOVE 'ERROR MOVING TASKS - MERGE NOT DONE'
                                                            TO MSG15O
           END-EVALUATE.
           IF MERGE-OK
               EXEC SQL
                   UPDATE MFTR28.CLAIM-TASK-LOG
                      SET CLAIMNUMBER = :WS-SUR-CLAIMNUMBER,
                          TASK-SEQ    = TASK-SEQ + :WS-SUR-MAX-TASK
                    WHERE CLAIMNUMBER = :WS-DUP-CLAIMNUMBER
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY 'MF28CBI TASK LOG MOVE SQLCODE: ' SQLCODE
                   SET MERGE-FAILED          TO TRUE
                   MOVE 'ERROR MOVING TASK LOG - MERGE NOT DONE'
                                                            TO MSG15O
               END-IF
           END-IF.
      ******************************************************************
      *     RE-KEY THE DUPLICATE'S SUIT ONTO THE SURVIVOR, WHERE ITS   *
      *     EXPN PAYMENTS NOW ARE - A5200-CHECK-MERGE HAS MADE SURE    *
      *     THE SURVIVOR HAS NONE OF ITS OWN                           *
      ******************************************************************
       A5360-MOVE-LITIGATION.
      *----------------------*
           EXEC SQL
               UPDATE MFTR28.CLAIM-LITIGATION
                  SET CLAIMNUMBER = :WS-SUR-CLAIMNUMBER
                WHERE CLAIMNUMBER = :WS-DUP-CLAIMNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'MF28CBI SUIT MOVE SQLCODE: ' SQLCODE
               SET MERGE-FAILED              TO TRUE
               MOVE 'ERROR MOVING SUIT - MERGE NOT DONE'    TO MSG15O
           END-IF.
      ******************************************************************
      *     RE-TOTAL THE SURVIVOR - PAID, RESERVE AND THE AMOUNT       *
      *     ALREADY AT TREASURY EACH GAIN THE DUPLICATE'S              *
      ******************************************************************
       A5400-UPDATE-SURVIVOR.
      *----------------------*
           MOVE WS-NEW-SUR-PAID             TO PAID OF CLAIMS.
           MOVE WS-NEW-SUR-RESERVE          TO RESERVE-AMOUNT OF CLAIMS.
           MOVE WS-NEW-SUR-SENT
                               TO PAID-SENT-AMOUNT OF CLAIMS.
           EXEC SQL
               UPDATE MFTR28.CLAIMS
                  SET PAID             = :CLAIMS.PAID,
                      RESERVE-AMOUNT   = :CLAIMS.RESERVE-AMOUNT,
                      PAY-SENT-FLAG    = 'N',
                      PAID-SENT-AMOUNT = :CLAIMS.PAID-SENT-AMOUNT,
                      UPDATE-COUNT     = UPDATE-COUNT + 1
                WHERE CLAIMNUMBER      = :WS-SUR-CLAIMNUMBER
                  AND UPDATE-COUNT     = :WS-SUR-UPD-COUNT
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET MERGE-FAILED          TO TRUE
                   MOVE 'SURVIVOR CHANGED SINCE INQUIRY - RE-INQUIRE'
                                                            TO MSG15O
               WHEN OTHER
                   DISPLAY 'MF28CBI SURVIVOR UPDATE SQLCODE: ' SQLCODE
                   SET MERGE-FAILED          TO TRUE
                   MOVE 'ERROR UPDATING SURVIVOR - MERGE NOT DONE'
                                                            TO MSG15O
           END-EVALUATE.
      ******************************************************************
      *     RETIRE THE DUPLICATE - EVERYTHING IT CARRIED IS NOW ON THE *
      *     SURVIVOR, SO IT IS LEFT AT ZERO IN STATUS MERGED. ITS      *
      *     DENIAL REASON IS CLEARED - IT WAS NEVER REALLY DENIED      *
      ******************************************************************
       A5450-RETIRE-DUPLICATE.
      *-----------------------*
           EXEC SQL
               UPDATE MFTR28.CLAIMS
                  SET CLAIM-STATUS       = 'MERGED',
                      PAID               = 0,
                      RESERVE-AMOUNT     = 0,
                      PAID-SENT-AMOUNT   = 0,
                      PAY-SENT-FLAG      = 'N',
                      SUPV-APPR-FLAG     = 'N',
                      DENIAL-REASON-CODE = ' ',
                      STATUS-DATE        = CURRENT DATE,
                      UPDATE-COUNT       = UPDATE-COUNT + 1
                WHERE CLAIMNUMBER        = :WS-DUP-CLAIMNUMBER
                  AND UPDATE-COUNT       = :WS-DUP-UPD-COUNT
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   SET MERGE-FAILED          TO TRUE
                   MOVE 'DUPLICATE CHANGED SINCE INQUIRY - RE-INQUIRE'
                                                            TO MSG15O
               WHEN OTHER
                   DISPLAY 'MF28CBI DUPLICATE UPDATE SQLCODE: ' SQLCODE
                   SET MERGE-FAILED          TO TRUE
                   MOVE 'ERROR RETIRING DUPLICATE - MERGE NOT DONE'
                                                            TO MSG15O
           END-EVALUATE.
      ******************************************************************
      *     LOG THE SURVIVOR'S NEW RESERVE. THE DUPLICATE'S MOVED ROWS *
      *     ARE OLDER, SO THIS ROW IS THE SURVIVOR'S NEWEST AND ITS    *
      *     NEW-RESERVE MATCHES RESERVE-AMOUNT FOR THE MF28IC1 CHECK   *
      ******************************************************************
       A5500-LOG-RESERVE.
      *------------------*
           IF RESERVE-ROWS-MOVED > ZERO OR WS-DUP-RESERVE NOT = ZERO
               MOVE WS-SUR-CLAIMNUMBER
                               TO CLAIMNUMBER OF RESERVE-HISTORY
               MOVE WS-SUR-RESERVE          TO OLD-RESERVE
               MOVE WS-NEW-SUR-RESERVE      TO NEW-RESERVE
               MOVE WS-USERID
                               TO CHANGED-BY-USERID OF RESERVE-HISTORY
               MOVE SPACES                  TO REVAL-REF
               EXEC SQL
                   INSERT INTO MFTR28.RESERVE-HISTORY
                          (CLAIMNUMBER,
                           OLD-RESERVE,
                           NEW-RESERVE,
                           CHANGED-BY-USERID,
                           CHANGE-TIMESTAMP,
                           REVAL-REF)
                   VALUES (:RESERVE-HISTORY.CLAIMNUMBER,
                           :RESERVE-HISTORY.OLD-RESERVE,
                           :RESERVE-HISTORY.NEW-RESERVE,
                           :RESERVE-HISTORY.CHANGED-BY-USERID,
                           CURRENT TIMESTAMP,
                           :RESERVE-HISTORY.REVAL-REF)
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'MF28CBI RESERVE LOG SQLCODE: ' SQLCODE
                   SET MERGE-FAILED          TO TRUE
                   MOVE 'ERROR LOGGING RESERVE - MERGE NOT DONE'
                                                            TO MSG15O
               END-IF
           END-IF.
      ******************************************************************
      *     CLAIMS-HISTORY ON BOTH CLAIMS. THE DUPLICATE'S PAID COMES  *
      *     DOWN TO ZERO AND THE SURVIVOR'S GOES UP BY THE SAME        *
      *     AMOUNT - INDEMNITY (INDM) FIRST, THEN ANY LEGAL EXPENSE    *
      *     (EXPN) AS ITS OWN ROW - SO EVERY AMOUNT MF28GL1 TAKES OFF  *
      *     ONE CLAIM IT PUTS BACK ON THE OTHER UNDER THE SAME         *
      *     MOVEMENT TYPE. THE OTHER AUDITED FIELDS ARE CARRIED        *
      *     UNCHANGED, AND EACH CLAIM'S LAST ROW ENDS AT ITS NEW PAID. *
      *     THE INDM ROW IS ALWAYS WRITTEN SO BOTH CLAIMS SHOW THE     *
      *     MERGE EVEN WHEN NO MONEY MOVED                             *
      ******************************************************************
       A5600-LOG-HISTORY.
      *------------------*
           MOVE WS-USERID       TO CHANGED-BY-USERID OF CLAIMS-HISTORY.
           MOVE WS-DUP-CLAIMNUMBER
                               TO CLAIMNUMBER OF CLAIMS-HISTORY.
           MOVE WS-DUP-CVALUE               TO OLD-CVALUE NEW-CVALUE.
           MOVE WS-DUP-CAUSE                TO OLD-CAUSE NEW-CAUSE.
           MOVE WS-DUP-OBS         TO OLD-OBSERVATIONS NEW-OBSERVATIONS.
           MOVE WS-DUP-POLICY      TO OLD-POLICYNUMBER NEW-POLICYNUMBER.
           MOVE WS-DUP-DOCREF      TO OLD-DOCUMENT-REF NEW-DOCUMENT-REF.
           MOVE 'INDM'                      TO MOVEMENT-TYPE.
           MOVE WS-DUP-PAID                 TO OLD-PAID.
           MOVE WS-DUP-EXPENSE              TO NEW-PAID.
           PERFORM A5650-INSERT-HISTORY.
           IF MERGE-OK AND WS-DUP-EXPENSE NOT = ZERO
               MOVE 'EXPN'                  TO MOVEMENT-TYPE
               MOVE WS-DUP-EXPENSE          TO OLD-PAID
               MOVE ZERO                    TO NEW-PAID
               PERFORM A5650-INSERT-HISTORY
           END-IF.
           IF MERGE-OK
               MOVE WS-SUR-CLAIMNUMBER
                               TO CLAIMNUMBER OF CLAIMS-HISTORY
               MOVE WS-SUR-CVALUE           TO OLD-CVALUE NEW-CVALUE
               MOVE WS-SUR-CAUSE            TO OLD-CAUSE NEW-CAUSE
               MOVE WS-SUR-OBS     TO OLD-OBSERVATIONS NEW-OBSERVATIONS
               MOVE WS-SUR-POLICY  TO OLD-POLICYNUMBER NEW-POLICYNUMBER
               MOVE WS-SUR-DOCREF  TO OLD-DOCUMENT-REF NEW-DOCUMENT-REF
               MOVE 'INDM'                  TO MOVEMENT-TYPE
               MOVE WS-SUR-PAID             TO OLD-PAID
               COMPUTE NEW-PAID = WS-SUR-PAID + WS-DUP-INDEMNITY
               PERFORM A5650-INSERT-HISTORY
           END-IF.
           IF MERGE-OK AND WS-DUP-EXPENSE NOT = ZERO
               MOVE 'EXPN'                  TO MOVEMENT-TYPE
               MOVE NEW-PAID                TO OLD-PAID
               MOVE WS-NEW-SUR-PAID         TO NEW-PAID
               PERFORM A5650-INSERT-HISTORY
           END-IF.
      ******************************************************************
      *                  WRITE ONE CLAIMS-HISTORY ROW                  *
      ******************************************************************
       A5650-INSERT-HISTORY.
      *---------------------*
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
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28CBI HISTORY INSERT SQLCODE: ' SQLCODE
               SET MERGE-FAILED              TO TRUE
               MOVE 'ERROR WRITING CLAIM HISTORY - MERGE NOT DONE'
                                                            TO MSG15O
           END-IF.
      ******************************************************************
      *     RECORD THE MERGE - THE LINK FROM THE RETIRED CLAIM NUMBER  *
      *     TO ITS SURVIVOR THAT THE INQUIRY SCREENS AND REPORTS SHOW  *
      ******************************************************************
       A5700-LOG-MERGE.
      *----------------*
           MOVE WS-DUP-CLAIMNUMBER          TO MERGED-CLAIMNUMBER.
           MOVE WS-SUR-CLAIMNUMBER          TO SURVIVOR-CLAIMNUMBER.
           MOVE WS-DUP-STATUS               TO MERGED-PRIOR-STATUS.
           MOVE WS-DUP-PAID                 TO PAID-MOVED.
           MOVE WS-DUP-EXPENSE              TO EXPENSE-MOVED.
           MOVE WS-DUP-RESERVE              TO RESERVE-MOVED.
           MOVE WS-DUP-SENT-MOVED           TO PAID-SENT-MOVED.
           MOVE WS-SUR-MAX-PAY              TO PAYMENT-SEQ-OFFSET.
           MOVE WS-SUR-MAX-REC              TO RECOVERY-SEQ-OFFSET.
           MOVE WS-SUR-MAX-NOTE             TO NOTE-SEQ-OFFSET.
           MOVE WS-SUR-MAX-TASK             TO TASK-SEQ-OFFSET.
           MOVE MGRSNVI                     TO MERGE-REASON.
           MOVE WS-USERID                   TO MERGED-BY-USERID.
           EXEC SQL
               INSERT INTO MFTR28.CLAIM-MERGE
                      (MERGED-CLAIMNUMBER,
                       SURVIVOR-CLAIMNUMBER,
                       MERGED-PRIOR-STATUS,
                       PAID-MOVED,
                       EXPENSE-MOVED,
                       RESERVE-MOVED,
                       PAID-SENT-MOVED,
                       PAYMENT-ROWS-MOVED,
                       RESERVE-ROWS-MOVED,
                       RECOVERY-ROWS-MOVED,
                       NOTE-ROWS-MOVED,
                       TASK-ROWS-MOVED,
                       PAYMENT-SEQ-OFFSET,
                       RECOVERY-SEQ-OFFSET,
                       NOTE-SEQ-OFFSET,
                       TASK-SEQ-OFFSET,
                       MERGE-REASON,
                       MERGED-BY-USERID,
                       MERGE-TIMESTAMP)
               VALUES (:CLAIM-MERGE.MERGED-CLAIMNUMBER,
                       :CLAIM-MERGE.SURVIVOR-CLAIMNUMBER,
                       :CLAIM-MERGE.MERGED-PRIOR-STATUS,
                       :CLAIM-MERGE.PAID-MOVED,
                       :CLAIM-MERGE.EXPENSE-MOVED,
                       :CLAIM-MERGE.RESERVE-MOVED,
                       :CLAIM-MERGE.PAID-SENT-MOVED,
                       :CLAIM-MERGE.PAYMENT-ROWS-MOVED,
                       :CLAIM-MERGE.RESERVE-ROWS-MOVED,
                       :CLAIM-MERGE.RECOVERY-ROWS-MOVED,
                       :CLAIM-MERGE.NOTE-ROWS-MOVED,
                       :CLAIM-MERGE.TASK-ROWS-MOVED,
                       :CLAIM-MERGE.PAYMENT-SEQ-OFFSET,
                       :CLAIM-MERGE.RECOVERY-SEQ-OFFSET,
                       :CLAIM-MERGE.NOTE-SEQ-OFFSET,
                       :CLAIM-MERGE.TASK-SEQ-OFFSET,
                       :CLAIM-MERGE.MERGE-REASON,
                       :CLAIM-MERGE.MERGED-BY-USERID,
                       CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28CBI MERGE LOG SQLCODE: ' SQLCODE
               SET MERGE-FAILED              TO TRUE
               MOVE 'ERROR RECORDING MERGE - MERGE NOT DONE'
                                                            TO MSG15O
           END-IF.
      ******************************************************************
      *     A DIARY NOTE ON EACH CLAIM NAMING THE OTHER. THE NEXT      *
      *     NOTE-SEQ IS TAKEN FROM THE HIGHEST IN USE RATHER THAN A    *
      *     COUNT - THE MOVED NOTES KEEP THEIR OFFSET NUMBERS          *
      ******************************************************************
       A5750-NOTE-BOTH-CLAIMS.
      *-----------------------*
           MOVE WS-DUP-CLAIMNUMBER
                               TO CLAIMNUMBER OF CLAIM-NOTES.
           MOVE 'MERGED INTO CLAIM '        TO WS-NOTE-ACTION.
           MOVE WS-SUR-CLAIMNUMBER          TO WS-NOTE-CLAIM.
           PERFORM A5760-INSERT-NOTE.
           IF MERGE-OK
               MOVE WS-SUR-CLAIMNUMBER
                               TO CLAIMNUMBER OF CLAIM-NOTES
               MOVE 'MERGED FROM CLAIM '    TO WS-NOTE-ACTION
               MOVE WS-DUP-CLAIMNUMBER      TO WS-NOTE-CLAIM
               PERFORM A5760-INSERT-NOTE
           END-IF.
      ******************************************************************
      *                  WRITE ONE CLAIM-NOTES ROW                     *
      ******************************************************************
       A5760-INSERT-NOTE.
      *------------------*
           EXEC SQL
                SELECT COALESCE(MAX(NOTE-SEQ), 0) + 1
                  INTO :CLAIM-NOTES.NOTE-SEQ
                  FROM MFTR28.CLAIM-NOTES
                 WHERE CLAIMNUMBER = :CLAIM-NOTES.CLAIMNUMBER
           END-EXEC.
           MOVE WS-NOTE-TEXT                TO NOTE-TEXT.
           MOVE WS-USERID                   TO NOTED-BY-USERID.
           EXEC SQL
               INSERT INTO MFTR28.CLAIM-NOTES
                      (CLAIMNUMBER,
                       NOTE-SEQ,
                       NOTE-TEXT,
                       NOTED-BY-USERID,
                       NOTE-TIMESTAMP)
               VALUES (:CLAIM-NOTES.CLAIMNUMBER,
                       :CLAIM-NOTES.NOTE-SEQ,
                       :CLAIM-NOTES.NOTE-TEXT,
                       :CLAIM-NOTES.NOTED-BY-USERID,
                       CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28CBI NOTE INSERT SQLCODE: ' SQLCODE
               SET MERGE-FAILED              TO TRUE
               MOVE 'ERROR WRITING MERGE NOTE - MERGE NOT DONE'
                                                            TO MSG15O
           END-IF.
      ******************************************************************
      *     A FAILED MERGE IS BACKED OUT WHOLE - NO HALF-MOVED CLAIM   *
      *     IS EVER LEFT BEHIND. A GOOD ONE IS REPORTED AND THE PAIR   *
      *     RE-READ SO THE SCREEN SHOWS BOTH CLAIMS AS THEY NOW STAND  *
      ******************************************************************
       A5800-END-MERGE.
      *----------------*
           IF MERGE-FAILED
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
           ELSE
               MOVE WS-DUP-CLAIMNUMBER      TO WS-MM-DUP
               MOVE WS-SUR-CLAIMNUMBER      TO WS-MM-SUR
               MOVE WS-MERGED-MSG           TO MSG15O
               PERFORM A5150-READ-PAIR
           END-IF.
      ******************************************************************
      *     RECEIVE THE SCREEN AND ACT ON THE AID KEY - ENTER APPLIES  *
      *     THE KEYED ACTION, PF3 ENDS THE TRANSACTION                 *
      ******************************************************************
       A6000-RECEIVE-AND-PROCESS.
      *--------------------------*
           PERFORM A2100-RECEIVE-MAP.
           MOVE SPACES                     TO MSG15O.
           EVALUATE EIBAID
               WHEN WS-AID-PF3
                   SET EXIT-TRUE             TO TRUE
               WHEN WS-AID-ENTER
                   PERFORM A5000-APPLY-ACTION
               WHEN OTHER
                   MOVE 'PRESS ENTER-APPLY, PF3-EXIT'       TO MSG15O
           END-EVALUATE.
           IF EXIT-FALSE
               PERFORM A2000-SEND-MAP
           END-IF.
      ******************************************************************
      *     END THE TASK - RETURN TRANSID WITH THE LAST PAIR SHOWN     *
      *     UNLESS PF3 ENDED THE CONVERSATION, IN WHICH CASE A PLAIN   *
      *     RETURN HANDS CONTROL BACK TO CICS WITH NO FOLLOW-ON TASK   *
      ******************************************************************
       A9999-END-PARA.
      *--------------*
           IF EXIT-TRUE
               EXEC CICS RETURN
               END-EXEC
           ELSE
               MOVE WS-LAST-DUP              TO WS-OUT-LAST-DUP
               MOVE WS-LAST-SUR              TO WS-OUT-LAST-SUR
               EXEC CICS RETURN
                   TRANSID('MF2M')
                   COMMAREA(WS-COMMAREA-OUT)
                   LENGTH(LENGTH OF WS-COMMAREA-OUT)
               END-EXEC
           END-IF.
      ******************************************************************
      *                        END OF PROGRAM                          *
      ******************************************************************
