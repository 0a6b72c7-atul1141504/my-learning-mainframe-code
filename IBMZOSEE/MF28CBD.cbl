      * MF28CBD - FOLLOW-UP TASK WORKLIST MODULE V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28CBD.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO GIVE EVERY
      *                    ADJUSTER A DAILY WORKLIST OF THE FOLLOW-UPS
      *                    THEY HAVE DIARISED ON THEIR CLAIMS, HELD ON
      *                    MFTR28.CLAIM-TASKS:
      *                    1. LISTS A PAGE OF 5 OF THE SIGNED-ON USER'S
      *                       OPEN TASKS DUE TODAY OR EARLIER ON
      *                       MAP10, OLDEST DUE DATE FIRST, FLAGGING
      *                       THE ONES ALREADY OVERDUE.
      *                    2. ACTION 'A' IN THE ENTRY FIELDS ADDS A
      *                       TASK TO A CLAIM - TYPE, DUE DATE (TODAY
      *                       OR LATER), TEXT AND AN OPTIONAL OWNER.
      *                       A BLANK OWNER GIVES THE TASK TO THE
      *                       CLAIM'S ASSIGNED ADJUSTER, OR TO THE
      *                       KEYER WHEN THE CLAIM IS UNASSIGNED.
      *                    3. 'D' AGAINST A LISTED TASK MARKS IT DONE.
      *                       'P' PUSHES IT OUT TO THE NEW DUE DATE
      *                       KEYED IN THE DUE DATE FIELD (LATER THAN
      *                       TODAY), WITH THE REASON KEYED IN THE
      *                       TEXT FIELD.
      *                    4. EVERY ADD, COMPLETION AND PUSH-OUT IS
      *                       LOGGED TO MFTR28.CLAIM-TASK-LOG WITH THE
      *                       SIGNED-ON USERID AND A TIMESTAMP.
      *                    5. PF8 PAGES FORWARD, PF7 RESTARTS AT THE
      *                       TOP OF THE WORKLIST, PF3 ENDS.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      * 10/15/2026 APATEL   A TASK CAN NO LONGER BE ADDED TO A CLAIM
      *                     MERGED INTO ANOTHER - IT BELONGS ON THE
      *                     SURVIVOR.
      *
      * PROGRAM TYPE: COBOL-CICS-DB2.
      *
      * PROCESSING TYPE: CICS TRANSACTION VIA BMS SCREEN
      *
      * BMS: MF28BMS (MAP10)
      *
      * COPYBOOKS: MF28BMS, MF28CP1, MF28CP9, MF28CP28, MF28CP29
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIM-TASKS, MFTR28.CLAIM-TASK-LOG,
      *         MFTR28.CLAIMS, MFTR28.USER-ROLE
      *
      * CALLING MODULES: NONE (OR CICS SCREEN, TRANSID MF2T)
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
               INCLUDE MF28CP28
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP29
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
      *-- WHERE A KEYED DATE FALLS AGAINST TODAY - SET BY
      *-- A5800-CHECK-DATE, 'I' WHEN DB2 REJECTS IT AS NOT A DATE
       01 WS-DATE-WHEN                  PIC X(01) VALUE SPACES.
           88 DATE-IN-PAST               VALUE 'P'.
           88 DATE-IS-TODAY              VALUE 'T'.
           88 DATE-IN-FUTURE             VALUE 'F'.
           88 DATE-INVALID               VALUE 'I'.
       01 WS-USERID                     PIC X(08).
       01 WS-KEYED-DATE                 PIC X(10).
       01 WS-PAGE-SIZE                  PIC S9(3) COMP VALUE 5.
       01 WS-ROW-INDEX                  PIC S9(3) COMP VALUE ZERO.
       01 WS-ROWS-ON-PAGE                PIC S9(3) COMP VALUE ZERO.
       01 WS-FROM-DUE-DATE              PIC X(10) VALUE '0001-01-01'.
       01 WS-FROM-CLAIM                 PIC S9(7) COMP-3 VALUE ZERO.
       01 WS-FROM-SEQ                   PIC S9(5) COMP-3 VALUE ZERO.
       01 WS-WORKED-COUNT                PIC S9(3) COMP VALUE ZERO.
       01 WS-ROW-ACTION                  PIC X(01).
       01 WS-ROW-OVERDUE                 PIC X(01).
       01 WS-ROW-TEXT.
           05 WS-RT-DUE-DATE             PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-CLAIMNUMBER          PIC Z(6)9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-TASK-TYPE            PIC X(04).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-TASK-TEXT            PIC X(40).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-OVERDUE              PIC X(07).
      *-- THE TASK KEYS ON THE DISPLAYED PAGE, CARRIED FORWARD ON THE
      *-- COMMAREA SO THE NEXT TASK KNOWS WHICH ROW EACH D/P ACTION
      *-- FIELD BELONGS TO
       01 WS-COMMAREA-OUT.
           05 WS-OUT-FROM-DUE-DATE       PIC X(10).
           05 WS-OUT-FROM-CLAIM          PIC S9(7) COMP-3.
           05 WS-OUT-FROM-SEQ            PIC S9(5) COMP-3.
           05 WS-OUT-ROWS-ON-PAGE        PIC S9(3) COMP.
           05 WS-OUT-TASK-KEY            OCCURS 5.
               10 WS-OUT-TASK-CLAIM      PIC S9(7) COMP-3.
               10 WS-OUT-TASK-SEQ        PIC S9(5) COMP-3.
       LINKAGE SECTION.
      *-- INCOMING COMMAREA FROM THE PRIOR TASK - EMPTY (EIBCALEN = 0)
      *-- ON THE VERY FIRST ENTRY TO THE TRANSACTION
       01 DFHCOMMAREA.
           05 LK-FROM-DUE-DATE           PIC X(10).
           05 LK-FROM-CLAIM              PIC S9(7) COMP-3.
           05 LK-FROM-SEQ                PIC S9(5) COMP-3.
           05 LK-ROWS-ON-PAGE            PIC S9(3) COMP.
           05 LK-TASK-KEY                OCCURS 5.
               10 LK-TASK-CLAIM          PIC S9(7) COMP-3.
               10 LK-TASK-SEQ            PIC S9(5) COMP-3.
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
      ******************************************************************
       A1000-MAIN-PARA.
      *---------------*
           PERFORM A1100-CHECK-ROLE.
           IF AUTH-FALSE
               EXEC CICS SEND TEXT
                   FROM(MSG10O)
                   ERASE
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF
           IF EIBCALEN = 0
               MOVE LOW-VALUES            TO MAP10I
               MOVE LOW-VALUES            TO MAP10O
               PERFORM A4050-RESET-TO-TOP
               PERFORM A4000-BUILD-PAGE
               PERFORM A2000-SEND-MAP
           ELSE
               PERFORM A6000-RECEIVE-AND-PROCESS
           END-IF
           PERFORM A9999-END-PARA.
      ******************************************************************
      *     ONLY AN ADJUSTER OR SUPERVISOR ON MFTR28.USER-ROLE HAS A   *
      *     WORKLIST - THE LIST IS ALWAYS THE SIGNED-ON USER'S OWN     *
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
               WHEN SQLCODE = 0 AND (ROLE-SUPERVISOR OR ROLE-ADJUSTER)
                   SET AUTH-TRUE            TO TRUE
               WHEN OTHER
                   SET AUTH-FALSE           TO TRUE
                   MOVE 'ADJUSTER OR SUPERVISOR ROLE REQUIRED'
                                             TO MSG10O
           END-EVALUATE.
      ******************************************************************
      *                       SEND MAPSET TO CICS                      *
      ******************************************************************
       A2000-SEND-MAP.
      *--------------*
           EXEC CICS SEND
               MAP('MAP10')
               MAPSET('MF28BMS')
               FROM(MAP10O)
               ERASE
           END-EXEC.
      ******************************************************************
      *                  RECEIVE DATA FROM SCREEN                      *
      ******************************************************************
       A2100-RECEIVE-MAP.
      *-----------------*
           EXEC CICS RECEIVE
               MAP('MAP10')
               MAPSET('MF28BMS')
               INTO(MAP10I)
           END-EXEC.
      ******************************************************************
      *     BUILD ONE PAGE OF THE WORKLIST - OPEN A FRESH CURSOR PAST  *
      *     THE LAST DUE DATE/CLAIM/TASK SHOWN, FETCH UP TO 5 ROWS AND *
      *     CLOSE, SAME AS MF28CB6 - TASKS WORKED SINCE HAVE ALREADY   *
      *     LEFT THE LIST WHEN WE REDISPLAY                            *
      ******************************************************************
       A4000-BUILD-PAGE.
      *----------------*
           MOVE SPACES                     TO TKR01VO
                                               TKR02VO
                                               TKR03VO
                                               TKR04VO
                                               TKR05VO.
           MOVE ZERO                       TO WS-ROW-INDEX.
           MOVE ZERO                       TO WS-OUT-TASK-CLAIM(1)
                                               WS-OUT-TASK-CLAIM(2)
                                               WS-OUT-TASK-CLAIM(3)
                                               WS-OUT-TASK-CLAIM(4)
                                               WS-OUT-TASK-CLAIM(5)
                                               WS-OUT-TASK-SEQ(1)
                                               WS-OUT-TASK-SEQ(2)
                                               WS-OUT-TASK-SEQ(3)
                                               WS-OUT-TASK-SEQ(4)
                                               WS-OUT-TASK-SEQ(5).
           MOVE 'N'                        TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE TASKQC1 CURSOR FOR
                   SELECT CLAIMNUMBER, TASK-SEQ, TASK-TYPE, TASK-TEXT,
                          DUE-DATE,
                          CASE WHEN DUE-DATE < CURRENT DATE
                               THEN 'Y' ELSE 'N' END
                   FROM MFTR28.CLAIM-TASKS
                   WHERE ASSIGNED-USERID = :WS-USERID
                     AND TASK-STATUS = 'O'
                     AND DUE-DATE <= CURRENT DATE
                     AND (DUE-DATE > :WS-FROM-DUE-DATE
                      OR (DUE-DATE = :WS-FROM-DUE-DATE
                          AND (CLAIMNUMBER > :WS-FROM-CLAIM
                           OR (CLAIMNUMBER = :WS-FROM-CLAIM
                               AND TASK-SEQ > :WS-FROM-SEQ))))
                   ORDER BY DUE-DATE, CLAIMNUMBER, TASK-SEQ
           END-EXEC.
           EXEC SQL
               OPEN TASKQC1
           END-EXEC.
           PERFORM A4100-FETCH-ONE-ROW
               UNTIL WS-ROW-INDEX = WS-PAGE-SIZE
                  OR EOF-TRUE.
           EXEC SQL
               CLOSE TASKQC1
           END-EXEC.
           MOVE WS-ROW-INDEX                TO WS-ROWS-ON-PAGE.
           IF WS-ROWS-ON-PAGE = ZERO AND MSG10O = SPACES
               MOVE 'NO FOLLOW-UP TASKS DUE'  TO MSG10O
           END-IF.
      ******************************************************************
      *     START THE WORKLIST AGAIN FROM THE OLDEST DUE DATE          *
      ******************************************************************
       A4050-RESET-TO-TOP.
      *-------------------*
           MOVE '0001-01-01'                TO WS-FROM-DUE-DATE.
           MOVE ZERO                        TO WS-FROM-CLAIM
                                                WS-FROM-SEQ.
      ******************************************************************
      *                  FETCH ONE WORKLIST ROW                        *
      ******************************************************************
       A4100-FETCH-ONE-ROW.
      *--------------------*
           EXEC SQL
               FETCH TASKQC1
               INTO :CLAIM-TASKS.CLAIMNUMBER,
                    :CLAIM-TASKS.TASK-SEQ,
                    :CLAIM-TASKS.TASK-TYPE,
                    :CLAIM-TASKS.TASK-TEXT,
                    :CLAIM-TASKS.DUE-DATE,
                    :WS-ROW-OVERDUE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1                    TO WS-ROW-INDEX
                   MOVE CLAIMNUMBER OF CLAIM-TASKS
                       TO WS-OUT-TASK-CLAIM(WS-ROW-INDEX)
                          WS-FROM-CLAIM
                   MOVE TASK-SEQ OF CLAIM-TASKS
                       TO WS-OUT-TASK-SEQ(WS-ROW-INDEX)
                          WS-FROM-SEQ
                   MOVE DUE-DATE            TO WS-FROM-DUE-DATE
                   PERFORM A4200-MOVE-ROW-TO-SCREEN
               WHEN 100
                   MOVE 'Y'                 TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28CBD FETCH ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR READING TASK WORKLIST'     TO MSG10O
                   MOVE 'Y'                 TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *              FORMAT THE CURRENT ROW INTO ITS SCREEN LINE       *
      ******************************************************************
       A4200-MOVE-ROW-TO-SCREEN.
      *-------------------------*
           MOVE DUE-DATE                    TO WS-RT-DUE-DATE.
           MOVE CLAIMNUMBER OF CLAIM-TASKS  TO WS-RT-CLAIMNUMBER.
           MOVE TASK-TYPE                   TO WS-RT-TASK-TYPE.
           MOVE TASK-TEXT                   TO WS-RT-TASK-TEXT.
           IF WS-ROW-OVERDUE = 'Y'
               MOVE 'OVERDUE'               TO WS-RT-OVERDUE
           ELSE
               MOVE SPACES                  TO WS-RT-OVERDUE
           END-IF.
           EVALUATE WS-ROW-INDEX
               WHEN 1
                   MOVE WS-ROW-TEXT          TO TKR01VO
               WHEN 2
                   MOVE WS-ROW-TEXT          TO TKR02VO
               WHEN 3
                   MOVE WS-ROW-TEXT          TO TKR03VO
               WHEN 4
                   MOVE WS-ROW-TEXT          TO TKR04VO
               WHEN 5
                   MOVE WS-ROW-TEXT          TO TKR05VO
           END-EVALUATE.
      ******************************************************************
      *     ENTER - AN 'A' IN THE ENTRY ACTION ADDS A TASK; OTHERWISE  *
      *     THE D/P ACTIONS KEYED AGAINST THE LISTED ROWS ARE APPLIED. *
      *     THE TWO ARE KEPT APART BECAUSE A PUSH-OUT READS ITS NEW    *
      *     DUE DATE AND REASON FROM THE SAME ENTRY FIELDS             *
      ******************************************************************
       A5000-APPLY-ACTIONS.
      *--------------------*
           EVALUATE TRUE
               WHEN TKACTVI = 'A'
                   PERFORM A5600-ADD-TASK
               WHEN TKACTVI = SPACES OR TKACTVI = LOW-VALUES
                   MOVE ZERO                 TO WS-WORKED-COUNT
                   MOVE ZERO                 TO WS-ROW-INDEX
                   PERFORM A5100-APPLY-ONE-ROW
                       LK-ROWS-ON-PAGE TIMES
                   IF WS-WORKED-COUNT = ZERO AND MSG10O = SPACES
                       MOVE 'KEY D OR P AGAINST A TASK, OR A TO ADD ONE'
                                             TO MSG10O
                   END-IF
               WHEN OTHER
                   MOVE 'ACTION MUST BE A (ADD) OR BLANK'  TO MSG10O
           END-EVALUATE.
      ******************************************************************
      *     APPLY ONE ROW'S ACTION - 'D' MARKS THE TASK DONE, 'P'      *
      *     PUSHES IT OUT                                              *
      ******************************************************************
       A5100-APPLY-ONE-ROW.
      *--------------------*
           ADD 1                            TO WS-ROW-INDEX.
           EVALUATE WS-ROW-INDEX
               WHEN 1
                   MOVE TKA01VI              TO WS-ROW-ACTION
               WHEN 2
                   MOVE TKA02VI              TO WS-ROW-ACTION
               WHEN 3
                   MOVE TKA03VI              TO WS-ROW-ACTION
               WHEN 4
                   MOVE TKA04VI              TO WS-ROW-ACTION
               WHEN 5
                   MOVE TKA05VI              TO WS-ROW-ACTION
           END-EVALUATE.
           IF WS-ROW-ACTION = 'D' OR WS-ROW-ACTION = 'P'
               MOVE LK-TASK-CLAIM(WS-ROW-INDEX)
                               TO CLAIMNUMBER OF CLAIM-TASKS
               MOVE LK-TASK-SEQ(WS-ROW-INDEX)
                               TO TASK-SEQ OF CLAIM-TASKS
               IF WS-ROW-ACTION = 'D'
                   PERFORM A5200-COMPLETE-TASK
               ELSE
                   PERFORM A5300-PUSH-OUT-TASK
               END-IF
           END-IF.
      ******************************************************************
      *     MARK THE TASK DONE - THE UPDATE INSISTS IT IS STILL OPEN   *
      *     AND STILL THE USER'S, SO A TASK REASSIGNED OR WORKED SINCE *
      *     THE PAGE WAS SENT IS LEFT ALONE                            *
      ******************************************************************
       A5200-COMPLETE-TASK.
      *--------------------*
           PERFORM A5250-GET-OPEN-TASK.
           IF SQLCODE = 0
               EXEC SQL
                   UPDATE MFTR28.CLAIM-TASKS
                      SET TASK-STATUS    = 'D',
                          COMPLETED-DATE = CURRENT DATE
                    WHERE CLAIMNUMBER     = :CLAIM-TASKS.CLAIMNUMBER
                      AND TASK-SEQ        = :CLAIM-TASKS.TASK-SEQ
                      AND TASK-STATUS     = 'O'
                      AND ASSIGNED-USERID = :WS-USERID
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1                 TO WS-WORKED-COUNT
                       SET TASK-ACTION-DONE  TO TRUE
                       MOVE DUE-DATE         TO OLD-DUE-DATE
                                                NEW-DUE-DATE
                       MOVE WS-USERID        TO OLD-ASSIGNED-USERID
                                                NEW-ASSIGNED-USERID
                       MOVE SPACES           TO ACTION-REASON
                       PERFORM A5900-LOG-TASK-ACTION
                       MOVE 'TASK MARKED DONE'            TO MSG10O
                   WHEN 100
                       MOVE 'TASK ALREADY WORKED - LIST REFRESHED'
                                             TO MSG10O
                   WHEN OTHER
                       DISPLAY 'MF28CBD UPDATE ERROR SQLCODE: ' SQLCODE
                       MOVE 'ERROR UPDATING TASK'          TO MSG10O
               END-EVALUATE
           END-IF.
      ******************************************************************
      *     RE-READ THE TASK STILL OPEN AND STILL THE USER'S - ITS     *
      *     CURRENT DUE DATE IS THE 'OLD' DATE ON THE LOG ROW          *
      ******************************************************************
       A5250-GET-OPEN-TASK.
      *--------------------*
           EXEC SQL
               SELECT DUE-DATE
                 INTO :CLAIM-TASKS.DUE-DATE
                 FROM MFTR28.CLAIM-TASKS
                WHERE CLAIMNUMBER     = :CLAIM-TASKS.CLAIMNUMBER
                  AND TASK-SEQ        = :CLAIM-TASKS.TASK-SEQ
                  AND TASK-STATUS     = 'O'
                  AND ASSIGNED-USERID = :WS-USERID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'TASK ALREADY WORKED - LIST REFRESHED'
                                             TO MSG10O
               WHEN OTHER
                   DISPLAY 'MF28CBD SELECT ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR READING TASK'               TO MSG10O
           END-EVALUATE.
      ******************************************************************
      *     PUSH THE TASK OUT - THE NEW DUE DATE MUST BE A REAL DATE   *
      *     LATER THAN TODAY AND A REASON IS MANDATORY, SINCE THE LOG  *
      *     ROW IS THE ONLY RECORD OF WHY THE FOLLOW-UP SLIPPED        *
      ******************************************************************
       A5300-PUSH-OUT-TASK.
      *--------------------*
           MOVE TKDUEVI                     TO WS-KEYED-DATE.
           PERFORM A5800-CHECK-DATE.
           EVALUATE TRUE
               WHEN TKDUEVI = SPACES OR TKDUEVI = LOW-VALUES
                   MOVE 'ENTER THE NEW DUE DATE TO PUSH OUT TO'
                                             TO MSG10O
               WHEN DATE-INVALID
                   MOVE 'DUE DATE MUST BE A VALID DATE (CCYY-MM-DD)'
                                             TO MSG10O
               WHEN NOT DATE-IN-FUTURE
                   MOVE 'A PUSHED-OUT DUE DATE MUST BE AFTER TODAY'
                                             TO MSG10O
               WHEN TKTXTVI = SPACES OR TKTXTVI = LOW-VALUES
                   MOVE 'ENTER THE REASON FOR THE PUSH-OUT IN THE TEXT'
                                             TO MSG10O
               WHEN OTHER
                   PERFORM A5350-APPLY-PUSH-OUT
           END-EVALUATE.
      ******************************************************************
      *     MOVE THE DUE DATE AND LOG OLD AND NEW DATES WITH REASON    *
      ******************************************************************
       A5350-APPLY-PUSH-OUT.
      *---------------------*
           PERFORM A5250-GET-OPEN-TASK.
           IF SQLCODE = 0
               MOVE DUE-DATE                TO OLD-DUE-DATE
               MOVE WS-KEYED-DATE           TO NEW-DUE-DATE
               EXEC SQL
                   UPDATE MFTR28.CLAIM-TASKS
                      SET DUE-DATE        = :CLAIM-TASK-LOG.NEW-DUE-DATE
                    WHERE CLAIMNUMBER     = :CLAIM-TASKS.CLAIMNUMBER
                      AND TASK-SEQ        = :CLAIM-TASKS.TASK-SEQ
                      AND TASK-STATUS     = 'O'
                      AND ASSIGNED-USERID = :WS-USERID
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1                 TO WS-WORKED-COUNT
                       SET TASK-ACTION-PUSHED TO TRUE
                       MOVE WS-USERID        TO OLD-ASSIGNED-USERID
                                                NEW-ASSIGNED-USERID
                       MOVE TKTXTVI          TO ACTION-REASON
                       PERFORM A5900-LOG-TASK-ACTION
                       MOVE 'TASK PUSHED OUT'             TO MSG10O
                   WHEN 100
                       MOVE 'TASK ALREADY WORKED - LIST REFRESHED'
                                             TO MSG10O
                   WHEN OTHER
                       DISPLAY 'MF28CBD UPDATE ERROR SQLCODE: ' SQLCODE
                       MOVE 'ERROR UPDATING TASK'          TO MSG10O
               END-EVALUATE
           END-IF.
      ******************************************************************
      *     ADD A TASK - VALIDATE THE ENTRY FIELDS, WORK OUT THE OWNER *
      *     AND WRITE THE TASK WITH THE NEXT SEQUENCE FOR THE CLAIM    *
      ******************************************************************
       A5600-ADD-TASK.
      *---------------*
           PERFORM A5650-CHECK-ENTRY.
           IF ENTRY-VALID
               PERFORM A5700-GET-CLAIM-OWNER
           END-IF.
           IF ENTRY-VALID
               PERFORM A5750-INSERT-TASK
           END-IF.
      ******************************************************************
      *     CHECK THE KEYED CLAIM, TYPE, DUE DATE AND TEXT - A NEW     *
      *     TASK MAY FALL DUE TODAY BUT NOT IN THE PAST                *
      ******************************************************************
       A5650-CHECK-ENTRY.
      *------------------*
           SET ENTRY-INVALID                TO TRUE.
           MOVE TKTYPVI                     TO TASK-TYPE.
           MOVE TKDUEVI                     TO WS-KEYED-DATE.
           PERFORM A5800-CHECK-DATE.
           EVALUATE TRUE
               WHEN TKCLMVI = SPACES OR TKCLMVI = LOW-VALUES
                   MOVE 'ENTER THE CLAIM NUMBER FOR THE TASK' TO MSG10O
               WHEN TKCLMVI NOT NUMERIC
                   MOVE 'ENTER A VALID CLAIM NUMBER'        TO MSG10O
               WHEN NOT TASK-TYPE-VALID
                   MOVE 'TASK TYPE MUST BE DOCS/CALL/INSP/RESV/OTHR'
                                             TO MSG10O
               WHEN TKDUEVI = SPACES OR TKDUEVI = LOW-VALUES
                   MOVE 'ENTER THE DUE DATE (CCYY-MM-DD)'   TO MSG10O
               WHEN DATE-INVALID
                   MOVE 'DUE DATE MUST BE A VALID DATE (CCYY-MM-DD)'
                                             TO MSG10O
               WHEN DATE-IN-PAST
                   MOVE 'DUE DATE CANNOT BE IN THE PAST'    TO MSG10O
               WHEN TKTXTVI = SPACES OR TKTXTVI = LOW-VALUES
                   MOVE 'ENTER THE TASK TEXT'               TO MSG10O
               WHEN OTHER
                   SET ENTRY-VALID           TO TRUE
           END-EVALUATE.
      ******************************************************************
      *     READ THE CLAIM - IT MUST EXIST AND STILL BE LIVE. A BLANK  *
      *     OWNER DEFAULTS TO THE CLAIM'S ASSIGNED ADJUSTER, OR THE    *
      *     KEYER WHEN THE CLAIM IS UNASSIGNED; A KEYED OWNER MUST     *
      *     HOLD A CLAIMS ROLE ON MFTR28.USER-ROLE                     *
      ******************************************************************
       A5700-GET-CLAIM-OWNER.
      *----------------------*
           MOVE TKCLMVI                     TO CLAIMNUMBER OF CLAIMS.
           EXEC SQL
               SELECT CLAIM-STATUS,
                      ASSIGNED-ADJUSTER
                 INTO :CLAIMS.CLAIM-STATUS,
                      :CLAIMS.ASSIGNED-ADJUSTER
                 FROM MFTR28.CLAIMS
                WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'CLAIM NOT FOUND'                  TO MSG10O
               WHEN SQLCODE NOT = 0
                   SET ENTRY-INVALID         TO TRUE
                   DISPLAY 'MF28CBD CLAIM READ ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR READING CLAIM'              TO MSG10O
               WHEN STATUS-CLOSED OR STATUS-DENIED
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'CLAIM IS CLOSED OR DENIED - NO NEW TASKS'
                                             TO MSG10O
               WHEN STATUS-MERGED
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'CLAIM IS MERGED - ADD TASKS TO ITS SURVIVOR'
                                             TO MSG10O
               WHEN TKASGVI NOT = SPACES AND TKASGVI NOT = LOW-VALUES
                   MOVE TKASGVI              TO ASSIGNED-USERID
                   PERFORM A5720-CHECK-OWNER-ROLE
               WHEN CLAIM-UNASSIGNED
                   MOVE WS-USERID            TO ASSIGNED-USERID
               WHEN OTHER
                   MOVE ASSIGNED-ADJUSTER    TO ASSIGNED-USERID
           END-EVALUATE.
      ******************************************************************
      *     A KEYED OWNER MUST BE AN ADJUSTER OR SUPERVISOR            *
      ******************************************************************
       A5720-CHECK-OWNER-ROLE.
      *-----------------------*
           MOVE ASSIGNED-USERID         TO USERID OF USER-ROLE-REC.
           EXEC SQL
               SELECT USER-ROLE
                 INTO :USER-ROLE-REC.USER-ROLE
                 FROM MFTR28.USER-ROLE
                WHERE USERID = :USER-ROLE-REC.USERID
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0 AND (ROLE-SUPERVISOR OR ROLE-ADJUSTER)
                   CONTINUE
               WHEN OTHER
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'TASK OWNER MUST BE AN ADJUSTER OR SUPERVISOR'
                                             TO MSG10O
           END-EVALUATE.
      ******************************************************************
      *     WRITE THE TASK WITH THE NEXT SEQUENCE FOR THE CLAIM AND    *
      *     LOG THE ADD                                                *
      ******************************************************************
       A5750-INSERT-TASK.
      *------------------*
           MOVE CLAIMNUMBER OF CLAIMS
                               TO CLAIMNUMBER OF CLAIM-TASKS.
           EXEC SQL
                SELECT COUNT(*) + 1
                  INTO :CLAIM-TASKS.TASK-SEQ
                  FROM MFTR28.CLAIM-TASKS
                 WHERE CLAIMNUMBER = :CLAIM-TASKS.CLAIMNUMBER
           END-EXEC.
           MOVE TKTXTVI                     TO TASK-TEXT.
           MOVE WS-KEYED-DATE               TO DUE-DATE.
           SET TASK-OPEN                    TO TRUE.
           SET TASK-NOT-COMPLETED           TO TRUE.
           MOVE WS-USERID                   TO CREATED-BY-USERID.
           EXEC SQL
               INSERT INTO MFTR28.CLAIM-TASKS
                      (CLAIMNUMBER,
                       TASK-SEQ,
                       TASK-TYPE,
                       TASK-TEXT,
                       DUE-DATE,
                       ASSIGNED-USERID,
                       TASK-STATUS,
                       COMPLETED-DATE,
                       CREATED-BY-USERID,
                       CREATED-TIMESTAMP)
               VALUES (:CLAIM-TASKS.CLAIMNUMBER,
                       :CLAIM-TASKS.TASK-SEQ,
                       :CLAIM-TASKS.TASK-TYPE,
                       :CLAIM-TASKS.TASK-TEXT,
                       :CLAIM-TASKS.DUE-DATE,
                       :CLAIM-TASKS.ASSIGNED-USERID,
                       :CLAIM-TASKS.TASK-STATUS,
                       :CLAIM-TASKS.COMPLETED-DATE,
                       :CLAIM-TASKS.CREATED-BY-USERID,
                       CURRENT TIMESTAMP)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   SET TASK-ACTION-ADDED     TO TRUE
                   MOVE '0001-01-01'         TO OLD-DUE-DATE
                   MOVE DUE-DATE             TO NEW-DUE-DATE
                   MOVE SPACES               TO OLD-ASSIGNED-USERID
                   MOVE ASSIGNED-USERID      TO NEW-ASSIGNED-USERID
                   MOVE SPACES               TO ACTION-REASON
                   PERFORM A5900-LOG-TASK-ACTION
                   MOVE SPACES               TO TKACTVO
                                                TKCLMVO
                                                TKTYPVO
                                                TKDUEVO
                                                TKASGVO
                                                TKTXTVO
                   MOVE 'TASK ADDED'                      TO MSG10O
               WHEN OTHER
                   DISPLAY 'MF28CBD INSERT ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR ADDING TASK'                TO MSG10O
           END-EVALUATE.
      ******************************************************************
      *     WHERE DOES THE KEYED DATE FALL AGAINST TODAY - DB2 DOES    *
      *     THE CALENDAR CHECK, SQLCODE -180/-181 MEANING THE STRING   *
      *     IS NOT A VALID DATE                                        *
      ******************************************************************
       A5800-CHECK-DATE.
      *-----------------*
           MOVE SPACES                      TO WS-DATE-WHEN.
           IF WS-KEYED-DATE NOT = SPACES
              AND WS-KEYED-DATE NOT = LOW-VALUES
               EXEC SQL
                   SELECT CASE
                            WHEN DATE(:WS-KEYED-DATE) < CURRENT DATE
                                 THEN 'P'
                            WHEN DATE(:WS-KEYED-DATE) = CURRENT DATE
                                 THEN 'T'
                            ELSE 'F'
                          END
                     INTO :WS-DATE-WHEN
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = 0
                   SET DATE-INVALID          TO TRUE
               END-IF
           END-IF.
      ******************************************************************
      *     WRITE THE LOG ROW FOR AN ADD, COMPLETION OR PUSH-OUT       *
      ******************************************************************
       A5900-LOG-TASK-ACTION.
      *----------------------*
           MOVE CLAIMNUMBER OF CLAIM-TASKS
                               TO CLAIMNUMBER OF CLAIM-TASK-LOG.
           MOVE TASK-SEQ OF CLAIM-TASKS
                               TO TASK-SEQ OF CLAIM-TASK-LOG.
           MOVE WS-USERID                   TO ACTION-USERID.
           EXEC SQL
               INSERT INTO MFTR28.CLAIM-TASK-LOG
                      (CLAIMNUMBER,
                       TASK-SEQ,
                       TASK-ACTION,
                       OLD-DUE-DATE,
                       NEW-DUE-DATE,
                       OLD-ASSIGNED-USERID,
                       NEW-ASSIGNED-USERID,
                       ACTION-REASON,
                       ACTION-USERID,
                       ACTION-TIMESTAMP)
               VALUES (:CLAIM-TASK-LOG.CLAIMNUMBER,
                       :CLAIM-TASK-LOG.TASK-SEQ,
                       :CLAIM-TASK-LOG.TASK-ACTION,
                       :CLAIM-TASK-LOG.OLD-DUE-DATE,
                       :CLAIM-TASK-LOG.NEW-DUE-DATE,
                       :CLAIM-TASK-LOG.OLD-ASSIGNED-USERID,
                       :CLAIM-TASK-LOG.NEW-ASSIGNED-USERID,
                       :CLAIM-TASK-LOG.ACTION-REASON,
                       :CLAIM-TASK-LOG.ACTION-USERID,
                       CURRENT TIMESTAMP)
           END-EXEC.
           DISPLAY 'SQLCODE CLAIM TASK LOG INSERT' SQLCODE.
      ******************************************************************
      *     RECEIVE THE SCREEN AND ACT ON THE AID KEY - ENTER APPLIES  *
      *     THE ACTIONS AND REDISPLAYS FROM THE TOP, PF8 PAGES         *
      *     FORWARD, PF7 RESTARTS AT THE TOP, PF3 ENDS THE TRANSACTION *
      ******************************************************************
       A6000-RECEIVE-AND-PROCESS.
      *--------------------------*
           PERFORM A2100-RECEIVE-MAP.
           MOVE SPACES                     TO MSG10O.
           EVALUATE EIBAID
               WHEN WS-AID-PF3
                   SET EXIT-TRUE             TO TRUE
               WHEN WS-AID-PF8
                   MOVE LK-FROM-DUE-DATE     TO WS-FROM-DUE-DATE
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
                                             TO MSG10O
           END-EVALUATE.
           IF EXIT-FALSE
               PERFORM A2000-SEND-MAP
           END-IF.
      ******************************************************************
      *     END THE TASK - RETURN TRANSID WITH THE WORKLIST'S COMMAREA *
      *     UNLESS PF3 ENDED THE CONVERSATION, IN WHICH CASE A PLAIN   *
      *     RETURN HANDS CONTROL BACK TO CICS WITH NO FOLLOW-ON TASK   *
      ******************************************************************
       A9999-END-PARA.
      *--------------*
           IF EXIT-TRUE
               EXEC CICS RETURN
               END-EXEC
           ELSE
               MOVE WS-FROM-DUE-DATE         TO WS-OUT-FROM-DUE-DATE
               MOVE WS-FROM-CLAIM            TO WS-OUT-FROM-CLAIM
               MOVE WS-FROM-SEQ              TO WS-OUT-FROM-SEQ
               MOVE WS-ROWS-ON-PAGE          TO WS-OUT-ROWS-ON-PAGE
               EXEC CICS RETURN
                   TRANSID('MF2T')
                   COMMAREA(WS-COMMAREA-OUT)
                   LENGTH(LENGTH OF WS-COMMAREA-OUT)
               END-EXEC
           END-IF.
      ******************************************************************
      *                        END OF PROGRAM                          *
      ******************************************************************
