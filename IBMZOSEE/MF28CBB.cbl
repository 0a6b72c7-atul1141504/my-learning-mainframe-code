      * MF28CBB - AUTHORITY LIMIT MAINTENANCE MODULE V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28CBB.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO MAINTAIN EACH
      *                    USER'S CLAIMS ROLE AND MONETARY AUTHORITY
      *                    ON MFTR28.USER-ROLE ONLINE:
      *                    1. BROWSES THE TABLE FIVE ROWS PER PAGE ON
      *                       MAP8 (PF8 FORWARD, PF7 TOP).
      *                    2. ACTION A ADDS A USER, U UPDATES ONE -
      *                       ROLE (ADJUSTER/SUPERVISOR/SIU), THE
      *                       LARGEST SINGLE PAYMENT (PAY-AUTH-LIMIT)
      *                       AND THE LARGEST RESERVE MOVEMENT
      *                       (RESV-AUTH-LIMIT) THE USER MAY APPLY.
      *                       MF28CB3 QUEUES ANYTHING BIGGER ON
      *                       MFTR28.PENDING-AUTHORITY FOR MF28CBC.
      *                    3. NO SUPERVISOR MAY CHANGE THE ROW OF
      *                       THEIR OWN USERID - RAISING ONE'S OWN
      *                       AUTHORITY WOULD DEFEAT THE CONTROL.
      *                    4. THE TRANSACTION IS RESTRICTED TO USERS
      *                       WITH THE SUPERVISOR ROLE ON
      *                       MFTR28.USER-ROLE, AND EVERY CHANGE IS
      *                       LOGGED TO MFTR28.USER-ROLE-HISTORY WITH
      *                       USERID AND TIMESTAMP, THE SAME WAY
      *                       MF28CB7 LOGS CAUSE CODE CHANGES.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      * 10/14/2026 APATEL   A USER MAY NOW ALSO BE GIVEN THE SIU
      *                     (SPECIAL INVESTIGATOR) ROLE, WHICH WORKS
      *                     THE FRAUD REFERRAL QUEUE ON MF28CBE.
      *
      * PROGRAM TYPE: COBOL-CICS-DB2.
      *
      * PROCESSING TYPE: CICS TRANSACTION VIA BMS SCREEN
      *
      * BMS: MF28BMS (MAP8)
      *
      * COPYBOOKS: MF28BMS, MF28CP9, MF28CP27
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.USER-ROLE, MFTR28.USER-ROLE-HISTORY
      *
      * CALLING MODULES: NONE (OR CICS SCREEN, TRANSID MF2L)
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
               INCLUDE MF28CP9
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP27
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
           05 WS-ENTRY-FLAG              PIC X(01) VALUE 'N'.
               88 ENTRY-VALID             VALUE 'Y'.
               88 ENTRY-INVALID           VALUE 'N'.
       01 WS-USERID                     PIC X(08).
       01 WS-PAGE-SIZE                  PIC S9(3) COMP VALUE 5.
       01 WS-ROW-INDEX                  PIC S9(3) COMP VALUE ZERO.
       01 WS-FROM-KEY                   PIC X(08) VALUE SPACES.
      *-- THE LIMITS ARRIVE AS DIGIT STRINGS IN WHOLE DOLLARS, THE SAME
      *-- WAY MAP1 CARRIES PAID AND RESERVE - ANYTHING WIDER THAN THE
      *-- SEVEN INTEGER DIGITS OF THE COLUMN IS REFUSED, NOT TRUNCATED
       01 WS-LIMIT-CHECK                PIC 9(10).
       01 WS-MAX-LIMIT                  PIC 9(10) VALUE 9999999.
       01 WS-ROW-TEXT.
           05 WS-RT-USERID               PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-ROLE                 PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(05) VALUE 'PAY: '.
           05 WS-RT-PAY-LIMIT            PIC Z(6)9.99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(06) VALUE 'RESV: '.
           05 WS-RT-RESV-LIMIT           PIC Z(6)9.99.
       01 WS-COMMAREA-OUT.
           05 WS-OUT-FROM-KEY            PIC X(08).
       LINKAGE SECTION.
      *-- INCOMING COMMAREA FROM THE PRIOR TASK - EMPTY (EIBCALEN = 0)
      *-- ON THE VERY FIRST ENTRY TO THE TRANSACTION
       01 DFHCOMMAREA.
           05 LK-FROM-KEY                PIC X(08).
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
      ******************************************************************
       A1000-MAIN-PARA.
      *---------------*
           PERFORM A1100-CHECK-SUPERVISOR.
           IF AUTH-FALSE
               EXEC CICS SEND TEXT
                   FROM(MSG8O)
                   ERASE
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF
           IF EIBCALEN = 0
               MOVE LOW-VALUES            TO MAP8I
               MOVE LOW-VALUES            TO MAP8O
               MOVE SPACES                TO WS-FROM-KEY
               PERFORM A4000-BUILD-PAGE
               PERFORM A2000-SEND-MAP
           ELSE
               PERFORM A6000-RECEIVE-AND-PROCESS
           END-IF
           PERFORM A9999-END-PARA.
      ******************************************************************
      *     THIS SCREEN HANDS OUT THE POWER TO MOVE MONEY - ONLY USERS *
      *     HOLDING THE SUPERVISOR ROLE ON MFTR28.USER-ROLE MAY RUN IT *
      ******************************************************************
       A1100-CHECK-SUPERVISOR.
      *-----------------------*
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
                   MOVE 'SUPERVISOR ROLE REQUIRED FOR AUTHORITY MAINT'
                                             TO MSG8O
           END-EVALUATE.
      ******************************************************************
      *                       SEND MAPSET TO CICS                      *
      ******************************************************************
       A2000-SEND-MAP.
      *--------------*
           EXEC CICS SEND
               MAP('MAP8')
               MAPSET('MF28BMS')
               FROM(MAP8O)
               ERASE
           END-EXEC.
      ******************************************************************
      *                  RECEIVE DATA FROM SCREEN                      *
      ******************************************************************
       A2100-RECEIVE-MAP.
      *-----------------*
           EXEC CICS RECEIVE
               MAP('MAP8')
               MAPSET('MF28BMS')
               INTO(MAP8I)
           END-EXEC.
      ******************************************************************
      *     BUILD ONE BROWSE PAGE OF USER-ROLE - A FRESH CURSOR PAST   *
      *     WS-FROM-KEY EACH TASK, SAME AS MF28CB7                     *
      ******************************************************************
       A4000-BUILD-PAGE.
      *----------------*
           MOVE SPACES                     TO AU01VO
                                               AU02VO
                                               AU03VO
                                               AU04VO
                                               AU05VO.
           MOVE ZERO                       TO WS-ROW-INDEX.
           MOVE 'N'                        TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE AUTHLC1 CURSOR FOR
                   SELECT USERID, USER-ROLE, PAY-AUTH-LIMIT,
                          RESV-AUTH-LIMIT
                   FROM MFTR28.USER-ROLE
                   WHERE USERID > :WS-FROM-KEY
                   ORDER BY USERID
           END-EXEC.
           EXEC SQL
               OPEN AUTHLC1
           END-EXEC.
           PERFORM A4100-FETCH-ONE-ROW
               UNTIL WS-ROW-INDEX = WS-PAGE-SIZE
                  OR EOF-TRUE.
           EXEC SQL
               CLOSE AUTHLC1
           END-EXEC.
           IF WS-ROW-INDEX = ZERO
               MOVE 'END OF USER LIST'                TO MSG8O
           END-IF.
      ******************************************************************
      *                     FETCH ONE USER-ROLE ROW                    *
      ******************************************************************
       A4100-FETCH-ONE-ROW.
      *--------------------*
           EXEC SQL
               FETCH AUTHLC1
               INTO :USER-ROLE-REC.USERID,
                    :USER-ROLE-REC.USER-ROLE,
                    :USER-ROLE-REC.PAY-AUTH-LIMIT,
                    :USER-ROLE-REC.RESV-AUTH-LIMIT
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1                    TO WS-ROW-INDEX
                   MOVE USERID OF USER-ROLE-REC
                                             TO WS-FROM-KEY
                   PERFORM A4200-MOVE-ROW-TO-SCREEN
               WHEN 100
                   MOVE 'Y'                 TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28CBB FETCH ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR READING USER AUTHORITY'  TO MSG8O
                   MOVE 'Y'                 TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *           FORMAT THE CURRENT ROW INTO ITS SCREEN LINE          *
      ******************************************************************
       A4200-MOVE-ROW-TO-SCREEN.
      *-------------------------*
           MOVE USERID OF USER-ROLE-REC     TO WS-RT-USERID.
           MOVE USER-ROLE OF USER-ROLE-REC  TO WS-RT-ROLE.
           MOVE PAY-AUTH-LIMIT OF USER-ROLE-REC
                                             TO WS-RT-PAY-LIMIT.
           MOVE RESV-AUTH-LIMIT OF USER-ROLE-REC
                                             TO WS-RT-RESV-LIMIT.
           EVALUATE WS-ROW-INDEX
               WHEN 1
                   MOVE WS-ROW-TEXT          TO AU01VO
               WHEN 2
                   MOVE WS-ROW-TEXT          TO AU02VO
               WHEN 3
                   MOVE WS-ROW-TEXT          TO AU03VO
               WHEN 4
                   MOVE WS-ROW-TEXT          TO AU04VO
               WHEN 5
                   MOVE WS-ROW-TEXT          TO AU05VO
           END-EVALUATE.
      ******************************************************************
      *     RECEIVE THE SCREEN AND ACT ON THE AID KEY - ENTER APPLIES  *
      *     THE KEYED ACTION, PF8 PAGES FORWARD, PF7 RESTARTS AT THE   *
      *     TOP, PF3 ENDS THE TRANSACTION                              *
      ******************************************************************
       A6000-RECEIVE-AND-PROCESS.
      *--------------------------*
           PERFORM A2100-RECEIVE-MAP.
           MOVE SPACES                     TO MSG8O.
           EVALUATE EIBAID
               WHEN WS-AID-PF3
                   SET EXIT-TRUE             TO TRUE
               WHEN WS-AID-PF8
                   MOVE LK-FROM-KEY          TO WS-FROM-KEY
                   PERFORM A4000-BUILD-PAGE
               WHEN WS-AID-PF7
                   MOVE SPACES               TO WS-FROM-KEY
                   PERFORM A4000-BUILD-PAGE
               WHEN WS-AID-ENTER
                   PERFORM A5000-APPLY-ACTION
                   MOVE SPACES               TO WS-FROM-KEY
                   PERFORM A4000-BUILD-PAGE
               WHEN OTHER
                   MOVE SPACES               TO WS-FROM-KEY
                   PERFORM A4000-BUILD-PAGE
                   MOVE 'PRESS ENTER-APPLY, PF7-TOP, PF8-NEXT, PF3-EXIT'
                                             TO MSG8O
           END-EVALUATE.
           IF EXIT-FALSE
               PERFORM A2000-SEND-MAP
           END-IF.
      ******************************************************************
      *     APPLY THE KEYED ACTION AGAINST THE KEYED USERID - NEVER    *
      *     THE SIGNED-ON SUPERVISOR'S OWN ROW                         *
      ******************************************************************
       A5000-APPLY-ACTION.
      *-------------------*
           EVALUATE TRUE
               WHEN AUUSRVI = SPACES OR AUUSRVI = LOW-VALUES
                   MOVE 'ENTER A USERID'                  TO MSG8O
               WHEN AUUSRVI = WS-USERID
                   MOVE 'YOU MAY NOT CHANGE YOUR OWN AUTHORITY'
                                                          TO MSG8O
               WHEN AUACTVI NOT = 'A' AND AUACTVI NOT = 'U'
                   MOVE 'ENTER ACTION A-ADD U-UPDATE'     TO MSG8O
               WHEN OTHER
                   PERFORM A5050-CHECK-ENTRY
                   IF ENTRY-VALID
                       MOVE AUUSRVI     TO USERID OF USER-ROLE-REC
                       IF AUACTVI = 'A'
                           PERFORM A5100-ADD-USER
                       ELSE
                           PERFORM A5200-UPDATE-USER
                       END-IF
                   END-IF
           END-EVALUATE.
      ******************************************************************
      *     THE ROLE MUST BE ONE MF28CB1 KNOWS AND BOTH LIMITS MUST BE *
      *     WHOLE-DOLLAR DIGIT STRINGS THAT FIT THE COLUMN             *
      ******************************************************************
       A5050-CHECK-ENTRY.
      *------------------*
           SET ENTRY-VALID                  TO TRUE.
           EVALUATE TRUE
               WHEN AUROLVI NOT = 'ADJUSTER'
                AND AUROLVI NOT = 'SUPERVISOR'
                AND AUROLVI NOT = 'SIU'
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'ROLE MUST BE ADJUSTER, SUPERVISOR OR SIU'
                                              TO MSG8O
               WHEN AUPAYVI IS NOT NUMERIC
               WHEN AURSVVI IS NOT NUMERIC
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'PAYMENT AND RESERVE LIMITS MUST BE NUMERIC'
                                              TO MSG8O
               WHEN OTHER
                   MOVE AUPAYVI              TO WS-LIMIT-CHECK
                   IF WS-LIMIT-CHECK > WS-MAX-LIMIT
                       SET ENTRY-INVALID     TO TRUE
                   END-IF
                   MOVE AURSVVI              TO WS-LIMIT-CHECK
                   IF WS-LIMIT-CHECK > WS-MAX-LIMIT
                       SET ENTRY-INVALID     TO TRUE
                   END-IF
                   IF ENTRY-INVALID
                       MOVE 'LIMIT MAY NOT EXCEED 9999999'  TO MSG8O
                   END-IF
           END-EVALUATE.
      ******************************************************************
      *                     ADD A NEW USER-ROLE ROW                    *
      ******************************************************************
       A5100-ADD-USER.
      *---------------*
           MOVE AUROLVI                TO USER-ROLE OF USER-ROLE-REC.
           MOVE AUPAYVI                TO PAY-AUTH-LIMIT
                                               OF USER-ROLE-REC.
           MOVE AURSVVI                TO RESV-AUTH-LIMIT
                                               OF USER-ROLE-REC.
           EXEC SQL
               INSERT INTO MFTR28.USER-ROLE
                      (USERID,
                       USER-ROLE,
                       PAY-AUTH-LIMIT,
                       RESV-AUTH-LIMIT)
               VALUES (:USER-ROLE-REC.USERID,
                       :USER-ROLE-REC.USER-ROLE,
                       :USER-ROLE-REC.PAY-AUTH-LIMIT,
                       :USER-ROLE-REC.RESV-AUTH-LIMIT)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SPACES              TO OLD-USER-ROLE
                   MOVE ZERO                TO OLD-PAY-AUTH-LIMIT
                   MOVE ZERO                TO OLD-RESV-AUTH-LIMIT
                   PERFORM A5500-SET-NEW-FROM-REC
                   PERFORM A5600-LOG-CHANGE
                   MOVE 'USER AUTHORITY ADDED'          TO MSG8O
               WHEN -803
                   MOVE 'USERID ALREADY ON FILE'        TO MSG8O
               WHEN OTHER
                   DISPLAY 'MF28CBB INSERT ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR ADDING USER AUTHORITY'   TO MSG8O
           END-EVALUATE.
      ******************************************************************
      *            UPDATE A USER'S ROLE AND AUTHORITY LIMITS           *
      ******************************************************************
       A5200-UPDATE-USER.
      *------------------*
           PERFORM A5700-GET-OLD-VALUES.
           IF SQLCODE = 0
               MOVE AUROLVI            TO USER-ROLE OF USER-ROLE-REC
               MOVE AUPAYVI            TO PAY-AUTH-LIMIT
                                               OF USER-ROLE-REC
               MOVE AURSVVI            TO RESV-AUTH-LIMIT
                                               OF USER-ROLE-REC
               EXEC SQL
                   UPDATE MFTR28.USER-ROLE
                      SET USER-ROLE       = :USER-ROLE-REC.USER-ROLE
                        , PAY-AUTH-LIMIT  =
                              :USER-ROLE-REC.PAY-AUTH-LIMIT
                        , RESV-AUTH-LIMIT =
                              :USER-ROLE-REC.RESV-AUTH-LIMIT
                    WHERE USERID          = :USER-ROLE-REC.USERID
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM A5500-SET-NEW-FROM-REC
                       PERFORM A5600-LOG-CHANGE
                       MOVE 'USER AUTHORITY UPDATED'    TO MSG8O
                   WHEN OTHER
                       DISPLAY 'MF28CBB UPDATE ERROR SQLCODE: '
                           SQLCODE
                       MOVE 'ERROR UPDATING USER AUTHORITY' TO MSG8O
               END-EVALUATE
           END-IF.
      ******************************************************************
      *     CARRY THE APPLIED ROW VALUES INTO THE NEW- HISTORY SIDE    *
      ******************************************************************
       A5500-SET-NEW-FROM-REC.
      *-----------------------*
           MOVE USER-ROLE OF USER-ROLE-REC  TO NEW-USER-ROLE.
           MOVE PAY-AUTH-LIMIT OF USER-ROLE-REC
                                             TO NEW-PAY-AUTH-LIMIT.
           MOVE RESV-AUTH-LIMIT OF USER-ROLE-REC
                                             TO NEW-RESV-AUTH-LIMIT.
      ******************************************************************
      *     WRITE THE AUTHORITY CHANGE TO USER-ROLE-HISTORY            *
      ******************************************************************
       A5600-LOG-CHANGE.
      *-----------------*
           MOVE USERID OF USER-ROLE-REC
                               TO USERID OF USER-ROLE-HISTORY.
           MOVE WS-USERID      TO CHANGED-BY-USERID
                                               OF USER-ROLE-HISTORY.
           EXEC SQL
               INSERT INTO MFTR28.USER-ROLE-HISTORY
                      (USERID,
                       OLD-USER-ROLE,
                       NEW-USER-ROLE,
                       OLD-PAY-AUTH-LIMIT,
                       NEW-PAY-AUTH-LIMIT,
                       OLD-RESV-AUTH-LIMIT,
                       NEW-RESV-AUTH-LIMIT,
                       CHANGED-BY-USERID,
                       CHANGE-TIMESTAMP)
               VALUES (:USER-ROLE-HISTORY.USERID,
                       :USER-ROLE-HISTORY.OLD-USER-ROLE,
                       :USER-ROLE-HISTORY.NEW-USER-ROLE,
                       :USER-ROLE-HISTORY.OLD-PAY-AUTH-LIMIT,
                       :USER-ROLE-HISTORY.NEW-PAY-AUTH-LIMIT,
                       :USER-ROLE-HISTORY.OLD-RESV-AUTH-LIMIT,
                       :USER-ROLE-HISTORY.NEW-RESV-AUTH-LIMIT,
                       :USER-ROLE-HISTORY.CHANGED-BY-USERID,
                       CURRENT TIMESTAMP)
           END-EXEC.
           DISPLAY 'SQLCODE USER ROLE HISTORY INSERT' SQLCODE.
      ******************************************************************
      *     READ THE ROW AS IT STANDS INTO THE OLD- HISTORY SIDE,      *
      *     REPORTING A USERID THAT IS NOT ON FILE                     *
      ******************************************************************
       A5700-GET-OLD-VALUES.
      *---------------------*
           EXEC SQL
               SELECT USER-ROLE,
                      PAY-AUTH-LIMIT,
                      RESV-AUTH-LIMIT
                 INTO :USER-ROLE-HISTORY.OLD-USER-ROLE,
                      :USER-ROLE-HISTORY.OLD-PAY-AUTH-LIMIT,
                      :USER-ROLE-HISTORY.OLD-RESV-AUTH-LIMIT
                 FROM MFTR28.USER-ROLE
                WHERE USERID = :USER-ROLE-REC.USERID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'USERID NOT ON FILE - USE A TO ADD'  TO MSG8O
               WHEN OTHER
                   DISPLAY 'MF28CBB SELECT ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR READING USER AUTHORITY'       TO MSG8O
           END-EVALUATE.
      ******************************************************************
      *     END THE TASK - RETURN TRANSID WITH THE BROWSE'S COMMAREA   *
      *     UNLESS PF3 ENDED THE CONVERSATION, IN WHICH CASE A PLAIN   *
      *     RETURN HANDS CONTROL BACK TO CICS WITH NO FOLLOW-ON TASK   *
      ******************************************************************
       A9999-END-PARA.
      *--------------*
           IF EXIT-TRUE
               EXEC CICS RETURN
               END-EXEC
           ELSE
               MOVE WS-FROM-KEY              TO WS-OUT-FROM-KEY
               EXEC CICS RETURN
                   TRANSID('MF2L')
                   COMMAREA(WS-COMMAREA-OUT)
                   LENGTH(LENGTH OF WS-COMMAREA-OUT)
               END-EXEC
           END-IF.
      ******************************************************************
      *                        END OF PROGRAM                          *
      ******************************************************************
