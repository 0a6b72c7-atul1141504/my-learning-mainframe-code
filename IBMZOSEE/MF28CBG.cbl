      * MF28CBG - CLAIM LITIGATION MAINTENANCE MODULE V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28CBG.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO RECORD THE SUIT
      *                    DETAIL OF A LITIGATED CLAIM
      *                    (MFTR28.CLAIM-LITIGATION) ONLINE ON MAP13:
      *                    1. ACTION I SHOWS THE COURT, CASE NUMBER,
      *                       FILED DATE, OPPOSING COUNSEL, DEFENSE
      *                       FIRM, TRIAL DATE AND LEGAL BUDGET OF THE
      *                       CLAIM'S SUIT, WITH ITS STATUS AND THE
      *                       LEGAL EXPENSE PAID ON IT TO DATE.
      *                    2. ACTION U RECORDS A NEW SUIT OR UPDATES
      *                       THE DETAIL OF THE SUIT ON THE CLAIM LAST
      *                       INQUIRED ON - THE USER MUST HAVE SEEN
      *                       WHAT IS ON FILE BEFORE OVERWRITING IT.
      *                       COURT, CASE NUMBER AND FILED DATE ARE
      *                       MANDATORY; THE TRIAL DATE MAY BE LEFT
      *                       BLANK UNTIL THE COURT SETS ONE.
      *                    3. ACTION C CONCLUDES THE OPEN SUIT ON THE
      *                       CLAIM LAST INQUIRED ON. A CONCLUDED SUIT
      *                       STILL ACCEPTS LATE LEGAL BILLS ON MAP1
      *                       OPTION 5 AS PAYMENT TYPE EXPN.
      *                    4. THE TRANSACTION IS RESTRICTED TO USERS
      *                       WITH THE ADJUSTER OR SUPERVISOR ROLE ON
      *                       MFTR28.USER-ROLE, AND EVERY CHANGE IS
      *                       WRITTEN TO THE CLAIM'S DIARY ON
      *                       MFTR28.CLAIM-NOTES WITH USERID AND
      *                       TIMESTAMP.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      * 10/15/2026 APATEL   SUIT DETAIL ON A CLAIM MERGED INTO ANOTHER
      *                     CAN NO LONGER BE ADDED OR UPDATED - SEE
      *                     A5155-READ-LIVE-CLAIM. A SUIT ALREADY ON
      *                     THE MERGED CLAIM MAY STILL BE CONCLUDED.
      * 10/15/2026 APATEL   MF28CBI NOW MOVES A MERGED CLAIM'S SUIT TO
      *                     THE SURVIVOR WITH ITS LEGAL EXPENSE, SO THE
      *                     MERGED CLAIM HAS NO SUIT LEFT TO KEY; THE
      *                     REFUSAL NOW POINTS AT THE SURVIVOR.
      *
      * PROGRAM TYPE: COBOL-CICS-DB2.
      *
      * PROCESSING TYPE: CICS TRANSACTION VIA BMS SCREEN
      *
      * BMS: MF28BMS (MAP13)
      *
      * COPYBOOKS: MF28BMS, MF28CP1, MF28CP7, MF28CP9, MF28CP11,
      *            MF28CP40
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIMS, MFTR28.USER-ROLE, MFTR28.CLAIM-PAYMENTS,
      *         MFTR28.CLAIM-LITIGATION, MFTR28.CLAIM-NOTES
      *
      * CALLING MODULES: NONE (OR CICS SCREEN, TRANSID MF2G)
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
               INCLUDE MF28CP7
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP9
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP11
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP40
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
           05 WS-ENTRY-FLAG              PIC X(01) VALUE 'N'.
               88 ENTRY-VALID             VALUE 'Y'.
               88 ENTRY-INVALID           VALUE 'N'.
           05 WS-CLAIM-FLAG              PIC X(01) VALUE 'N'.
               88 CLAIM-FOUND             VALUE 'Y'.
               88 CLAIM-NOT-FOUND         VALUE 'N'.
       01 WS-USERID                     PIC X(08).
       01 WS-LAST-CLAIM                 PIC X(07) VALUE SPACES.
      *-- DATE CHECK - A KEYED DATE IS PASSED TO DB2, WHICH ANSWERS
      *-- P(AST), T(ODAY) OR F(UTURE), OR FAILS THE SELECT IF THE DATE
      *-- IS NOT A VALID ISO DATE
       01 WS-KEYED-DATE                 PIC X(10).
       01 WS-DATE-WHEN                  PIC X(01) VALUE SPACES.
           88 DATE-IN-PAST                VALUE 'P'.
           88 DATE-IS-TODAY               VALUE 'T'.
           88 DATE-IN-FUTURE              VALUE 'F'.
           88 DATE-INVALID                VALUE 'X'.
      *-- THE BUDGET IS KEYED LIKE THE MAP1 PAID FIELD - TEN DIGITS
      *-- WITH TWO IMPLIED DECIMALS
       01 WS-BUDGET-KEYED               PIC X(10).
       01 WS-BUDGET-AMOUNT REDEFINES WS-BUDGET-KEYED
                                        PIC 9(08)V99.
       01 WS-BUDGET-MAX                 PIC 9(08)V99 VALUE 9999999.99.
       01 WS-BUDGET-EDIT                PIC 9(08)V99.
       01 WS-LEGAL-SPEND                PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-NOTE-TEXT.
           05 WS-NOTE-ACTION             PIC X(21).
           05 FILLER                     PIC X(06) VALUE 'CASE: '.
           05 WS-NOTE-CASE               PIC X(20).
           05 FILLER                     PIC X(03) VALUE SPACES.
       01 WS-INFO-TEXT.
           05 WS-IT-STATUS               PIC X(10).
           05 FILLER                     PIC X(07) VALUE ' SPENT '.
           05 WS-IT-SPENT                PIC Z(6)9.99.
           05 FILLER                     PIC X(08) VALUE ' BUDGET '.
           05 WS-IT-BUDGET               PIC Z(6)9.99.
           05 FILLER                     PIC X(09) VALUE ' CHANGED '.
           05 WS-IT-USERID               PIC X(08).
           05 FILLER                     PIC X(01) VALUE SPACE.
           05 WS-IT-DATE                 PIC X(10).
       01 WS-COMMAREA-OUT.
           05 WS-OUT-LAST-CLAIM          PIC X(07).
       LINKAGE SECTION.
      *-- INCOMING COMMAREA FROM THE PRIOR TASK - EMPTY (EIBCALEN = 0)
      *-- ON THE VERY FIRST ENTRY TO THE TRANSACTION
       01 DFHCOMMAREA.
           05 LK-LAST-CLAIM              PIC X(07).
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
      ******************************************************************
       A1000-MAIN-PARA.
      *---------------*
           PERFORM A1100-CHECK-AUTHORITY.
           IF AUTH-FALSE
               EXEC CICS SEND TEXT
                   FROM(MSG13O)
                   ERASE
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF
           IF EIBCALEN = 0
               MOVE LOW-VALUES            TO MAP13I
               MOVE LOW-VALUES            TO MAP13O
               MOVE 'KEY I-INQUIRE U-UPDATE C-CONCLUDE AND A CLAIM'
                                          TO MSG13O
               PERFORM A2000-SEND-MAP
           ELSE
               MOVE LK-LAST-CLAIM         TO WS-LAST-CLAIM
               PERFORM A6000-RECEIVE-AND-PROCESS
           END-IF
           PERFORM A9999-END-PARA.
      ******************************************************************
      *     SUIT DETAIL IS PRIVILEGED - ONLY USERS HOLDING THE         *
      *     ADJUSTER OR SUPERVISOR ROLE ON MFTR28.USER-ROLE MAY RUN    *
      *     THIS SCREEN, AND EVERY CHANGE IS NOTED WITH THEIR USERID   *
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
               WHEN SQLCODE = 0 AND
                    (ROLE-SUPERVISOR OR ROLE-ADJUSTER)
                   SET AUTH-TRUE            TO TRUE
               WHEN OTHER
                   SET AUTH-FALSE           TO TRUE
                   MOVE 'ADJUSTER OR SUPERVISOR ROLE REQUIRED'
                                             TO MSG13O
           END-EVALUATE.
      ******************************************************************
      *                       SEND MAPSET TO CICS                      *
      ******************************************************************
       A2000-SEND-MAP.
      *--------------*
           EXEC CICS SEND
               MAP('MAP13')
               MAPSET('MF28BMS')
               FROM(MAP13O)
               ERASE
           END-EXEC.
      ******************************************************************
      *                  RECEIVE DATA FROM SCREEN                      *
      ******************************************************************
       A2100-RECEIVE-MAP.
      *-----------------*
           EXEC CICS RECEIVE
               MAP('MAP13')
               MAPSET('MF28BMS')
               INTO(MAP13I)
           END-EXEC.
      ******************************************************************
      *     APPLY THE KEYED ACTION AGAINST THE KEYED CLAIM - U AND C   *
      *     ARE ONLY ALLOWED ON THE CLAIM LAST INQUIRED ON             *
      ******************************************************************
       A5000-APPLY-ACTION.
      *-------------------*
           EVALUATE TRUE
               WHEN LGCLMVI = SPACES OR LGCLMVI = LOW-VALUES
                   MOVE 'ENTER A CLAIM NUMBER'              TO MSG13O
               WHEN LGCLMVI NOT NUMERIC
                   MOVE 'ENTER A VALID CLAIM NUMBER'        TO MSG13O
               WHEN LGACTVI = 'I'
                   MOVE LGCLMVI          TO CLAIMNUMBER OF CLAIMS
                   PERFORM A5100-INQUIRE
               WHEN (LGACTVI = 'U' OR LGACTVI = 'C')
                AND LGCLMVI NOT = WS-LAST-CLAIM
                   MOVE 'INQUIRE ON THE CLAIM BEFORE CHANGING ITS SUIT'
                                                            TO MSG13O
               WHEN LGACTVI = 'U'
                   PERFORM A5050-CHECK-ENTRY
                   IF ENTRY-VALID
                       MOVE LGCLMVI      TO CLAIMNUMBER OF CLAIMS
                       PERFORM A5200-SAVE-DETAIL
                   END-IF
               WHEN LGACTVI = 'C'
                   MOVE LGCLMVI          TO CLAIMNUMBER OF CLAIMS
                   PERFORM A5400-CONCLUDE-SUIT
               WHEN OTHER
                   MOVE 'ENTER ACTION I-INQUIRE U-UPDATE C-CONCLUDE'
                                                            TO MSG13O
           END-EVALUATE.
      ******************************************************************
      *     COURT, CASE NUMBER AND A FILED DATE NOT IN THE FUTURE ARE  *
      *     MANDATORY. A KEYED TRIAL DATE MUST BE A VALID DATE AND A   *
      *     KEYED BUDGET MUST BE NUMERIC; BOTH MAY BE LEFT BLANK       *
      ******************************************************************
       A5050-CHECK-ENTRY.
      *------------------*
           SET ENTRY-VALID                  TO TRUE.
           MOVE LGFILVI                     TO WS-KEYED-DATE.
           PERFORM A5800-CHECK-DATE.
           EVALUATE TRUE
               WHEN LGCRTVI = SPACES OR LGCRTVI = LOW-VALUES
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'ENTER THE COURT NAME'              TO MSG13O
               WHEN LGCASVI = SPACES OR LGCASVI = LOW-VALUES
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'ENTER THE COURT CASE NUMBER'       TO MSG13O
               WHEN WS-DATE-WHEN = SPACES
               WHEN DATE-INVALID
               WHEN DATE-IN-FUTURE
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'FILED DATE MUST BE YYYY-MM-DD NOT IN FUTURE'
                                                            TO MSG13O
               WHEN OTHER
                   PERFORM A5060-CHECK-TRIAL-BUDGET
           END-EVALUATE.
      ******************************************************************
      *     TRIAL DATE AND BUDGET - BLANK MEANS NOT SET YET            *
      ******************************************************************
       A5060-CHECK-TRIAL-BUDGET.
      *-------------------------*
           MOVE LGTRLVI                     TO WS-KEYED-DATE.
           PERFORM A5800-CHECK-DATE.
           IF LGBUDVI = SPACES OR LGBUDVI = LOW-VALUES
               MOVE ZEROES                  TO WS-BUDGET-KEYED
           ELSE
               MOVE LGBUDVI                 TO WS-BUDGET-KEYED
           END-IF.
           EVALUATE TRUE
               WHEN DATE-INVALID
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'TRIAL DATE MUST BE YYYY-MM-DD OR BLANK'
                                                            TO MSG13O
               WHEN WS-BUDGET-KEYED NOT NUMERIC
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'LEGAL BUDGET MUST BE NUMERIC'      TO MSG13O
               WHEN WS-BUDGET-AMOUNT > WS-BUDGET-MAX
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'LEGAL BUDGET IS TOO LARGE'         TO MSG13O
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      *     SHOW THE CLAIM'S SUIT - A CLAIM WITH NO SUIT YET IS SHOWN  *
      *     BLANK SO THE USER CAN KEY ONE AND USE U                    *
      ******************************************************************
       A5100-INQUIRE.
      *--------------*
           PERFORM A5150-READ-CLAIM.
           IF CLAIM-FOUND
               PERFORM A5700-READ-SUIT
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM A5170-GET-LEGAL-SPEND
                       MOVE 'SUIT DETAIL DISPLAYED'         TO MSG13O
                       PERFORM A5180-SHOW-DETAIL
                   WHEN 100
                       MOVE SPACES           TO COURT-NAME
                                                CASE-NUMBER
                                                FILED-DATE
                                                OPPOSING-COUNSEL
                                                DEFENSE-FIRM
                                                TRIAL-DATE
                                                CHANGED-BY-USERID
                                                   OF CLAIM-LITIGATION
                                                CHANGE-TIMESTAMP
                                                   OF CLAIM-LITIGATION
                       MOVE ZEROES           TO LEGAL-BUDGET
                                                WS-LEGAL-SPEND
                       MOVE 'NO SUIT'        TO WS-IT-STATUS
                       MOVE 'NO SUIT ON FILE - KEY IT AND USE U'
                                                            TO MSG13O
                       PERFORM A5180-SHOW-DETAIL
                   WHEN OTHER
                       DISPLAY 'MF28CBG SELECT ERROR SQLCODE: ' SQLCODE
                       MOVE 'ERROR READING SUIT DETAIL'     TO MSG13O
               END-EVALUATE
           END-IF.
      ******************************************************************
      *                  THE CLAIM MUST BE ON FILE                     *
      ******************************************************************
       A5150-READ-CLAIM.
      *-----------------*
           SET CLAIM-NOT-FOUND              TO TRUE.
           EXEC SQL
               SELECT POLICYNUMBER,
                      CLAIM-STATUS
                 INTO :CLAIMS.POLICYNUMBER,
                      :CLAIMS.CLAIM-STATUS
                 FROM MFTR28.CLAIMS
                WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   SET CLAIM-FOUND           TO TRUE
               WHEN 100
                   MOVE 'CLAIM NOT ON FILE'                 TO MSG13O
               WHEN OTHER
                   DISPLAY 'MF28CBG CLAIM ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR READING CLAIM'               TO MSG13O
           END-EVALUATE.
      ******************************************************************
      *     A CLAIM MERGED INTO ANOTHER TAKES NO SUIT DETAIL - MF28CBI *
      *     MOVES ITS SUIT TO THE SURVIVOR WITH ITS LEGAL EXPENSE, AND *
      *     THE SUIT IS UPDATED AND CONCLUDED THERE                    *
      ******************************************************************
       A5155-READ-LIVE-CLAIM.
      *----------------------*
           PERFORM A5150-READ-CLAIM.
           IF CLAIM-FOUND AND STATUS-MERGED
               SET CLAIM-NOT-FOUND           TO TRUE
               MOVE 'CLAIM IS MERGED - ITS SUIT IS ON ITS SURVIVOR'
                                                            TO MSG13O
           END-IF.
      ******************************************************************
      *     LEGAL EXPENSE PAID ON THE CLAIM TO DATE - THE EXPN         *
      *     PAYMENTS KEYED ON MAP1 OPTION 5                            *
      ******************************************************************
       A5170-GET-LEGAL-SPEND.
      *----------------------*
           MOVE CLAIMNUMBER OF CLAIMS  TO CLAIMNUMBER OF CLAIM-PAYMENTS.
           EXEC SQL
               SELECT COALESCE(SUM(PAYMENT-AMOUNT), 0)
                 INTO :WS-LEGAL-SPEND
                 FROM MFTR28.CLAIM-PAYMENTS
                WHERE CLAIMNUMBER  = :CLAIM-PAYMENTS.CLAIMNUMBER
                  AND PAYMENT-TYPE = 'EXPN'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28CBG SPEND ERROR SQLCODE: ' SQLCODE
               MOVE ZEROES                  TO WS-LEGAL-SPEND
           END-IF.
           EVALUATE TRUE
               WHEN LIT-OPEN
                   MOVE 'OPEN'              TO WS-IT-STATUS
               WHEN OTHER
                   MOVE 'CONCLUDED'         TO WS-IT-STATUS
           END-EVALUATE.
      ******************************************************************
      *     MOVE THE SUIT TO THE SCREEN AND REMEMBER THE CLAIM SO A    *
      *     FOLLOWING U OR C ACTION IS ALLOWED AGAINST IT. NOT-SET     *
      *     DATES ARE SHOWN BLANK                                      *
      ******************************************************************
       A5180-SHOW-DETAIL.
      *------------------*
           MOVE COURT-NAME                  TO LGCRTVO.
           MOVE CASE-NUMBER                 TO LGCASVO.
           MOVE FILED-DATE                  TO LGFILVO.
           MOVE OPPOSING-COUNSEL            TO LGOPPVO.
           MOVE DEFENSE-FIRM                TO LGDEFVO.
           IF TRIAL-NOT-SET
               MOVE SPACES                  TO LGTRLVO
           ELSE
               MOVE TRIAL-DATE              TO LGTRLVO
           END-IF.
           MOVE LEGAL-BUDGET                TO WS-BUDGET-EDIT.
           MOVE WS-BUDGET-EDIT              TO WS-BUDGET-AMOUNT.
           MOVE WS-BUDGET-KEYED             TO LGBUDVO.
           MOVE WS-LEGAL-SPEND              TO WS-IT-SPENT.
           MOVE LEGAL-BUDGET                TO WS-IT-BUDGET.
           MOVE CHANGED-BY-USERID OF CLAIM-LITIGATION
                                             TO WS-IT-USERID.
           MOVE CHANGE-TIMESTAMP OF CLAIM-LITIGATION (1:10)
                                             TO WS-IT-DATE.
           MOVE WS-INFO-TEXT                TO LGINFVO.
           MOVE LGCLMVI                     TO WS-LAST-CLAIM.
      ******************************************************************
      *     RECORD THE SUIT IF THE CLAIM HAS NONE, OTHERWISE UPDATE IT *
      ******************************************************************
       A5200-SAVE-DETAIL.
      *------------------*
           PERFORM A5155-READ-LIVE-CLAIM.
           IF CLAIM-FOUND
               PERFORM A5700-READ-SUIT
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM A5210-MOVE-ENTRY
                       PERFORM A5300-UPDATE-DETAIL
                   WHEN 100
                       PERFORM A5210-MOVE-ENTRY
                       PERFORM A5250-ADD-DETAIL
                   WHEN OTHER
                       DISPLAY 'MF28CBG SELECT ERROR SQLCODE: ' SQLCODE
                       MOVE 'ERROR READING SUIT DETAIL'     TO MSG13O
               END-EVALUATE
           END-IF.
      ******************************************************************
      *     MOVE THE VALIDATED SCREEN ENTRY TO THE LITIGATION ROW      *
      ******************************************************************
       A5210-MOVE-ENTRY.
      *-----------------*
           MOVE CLAIMNUMBER OF CLAIMS
                               TO CLAIMNUMBER OF CLAIM-LITIGATION.
           MOVE LGCRTVI                     TO COURT-NAME.
           MOVE LGCASVI                     TO CASE-NUMBER.
           MOVE LGFILVI                     TO FILED-DATE.
           IF LGOPPVI = LOW-VALUES
               MOVE SPACES                  TO OPPOSING-COUNSEL
           ELSE
               MOVE LGOPPVI                 TO OPPOSING-COUNSEL
           END-IF.
           IF LGDEFVI = LOW-VALUES
               MOVE SPACES                  TO DEFENSE-FIRM
           ELSE
               MOVE LGDEFVI                 TO DEFENSE-FIRM
           END-IF.
           IF LGTRLVI = SPACES OR LGTRLVI = LOW-VALUES
               SET TRIAL-NOT-SET            TO TRUE
           ELSE
               MOVE LGTRLVI                 TO TRIAL-DATE
           END-IF.
           MOVE WS-BUDGET-AMOUNT            TO LEGAL-BUDGET.
           MOVE WS-USERID
                         TO CHANGED-BY-USERID OF CLAIM-LITIGATION.
      ******************************************************************
      *     RECORD A NEW OPEN SUIT ON THE CLAIM                        *
      ******************************************************************
       A5250-ADD-DETAIL.
      *-----------------*
           SET LIT-OPEN                     TO TRUE.
           SET LIT-NOT-CONCLUDED            TO TRUE.
           EXEC SQL
               INSERT INTO MFTR28.CLAIM-LITIGATION
                      (CLAIMNUMBER,
                       LIT-STATUS,
                       COURT-NAME,
                       CASE-NUMBER,
                       FILED-DATE,
                       OPPOSING-COUNSEL,
                       DEFENSE-FIRM,
                       TRIAL-DATE,
                       LEGAL-BUDGET,
                       CONCLUDED-DATE,
                       CHANGED-BY-USERID,
                       CHANGE-TIMESTAMP)
               VALUES (:CLAIM-LITIGATION.CLAIMNUMBER,
                       :CLAIM-LITIGATION.LIT-STATUS,
                       :CLAIM-LITIGATION.COURT-NAME,
                       :CLAIM-LITIGATION.CASE-NUMBER,
                       :CLAIM-LITIGATION.FILED-DATE,
                       :CLAIM-LITIGATION.OPPOSING-COUNSEL,
                       :CLAIM-LITIGATION.DEFENSE-FIRM,
                       :CLAIM-LITIGATION.TRIAL-DATE,
                       :CLAIM-LITIGATION.LEGAL-BUDGET,
                       :CLAIM-LITIGATION.CONCLUDED-DATE,
                       :CLAIM-LITIGATION.CHANGED-BY-USERID,
                       CURRENT TIMESTAMP)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'SUIT RECORDED'      TO WS-NOTE-ACTION
                   PERFORM A5600-LOG-CHANGE
                   MOVE 'SUIT RECORDED - CLAIM MARKED AS LITIGATED'
                                                            TO MSG13O
               WHEN OTHER
                   DISPLAY 'MF28CBG INSERT ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR RECORDING SUIT'              TO MSG13O
           END-EVALUATE.
      ******************************************************************
      *     UPDATE THE DETAIL OF THE CLAIM'S SUIT - THE STATUS AND     *
      *     CONCLUDED DATE ARE ONLY CHANGED BY ACTION C                *
      ******************************************************************
       A5300-UPDATE-DETAIL.
      *--------------------*
           EXEC SQL
               UPDATE MFTR28.CLAIM-LITIGATION
                  SET COURT-NAME        = :CLAIM-LITIGATION.COURT-NAME
                    , CASE-NUMBER       = :CLAIM-LITIGATION.CASE-NUMBER
                    , FILED-DATE        = :CLAIM-LITIGATION.FILED-DATE
                    , OPPOSING-COUNSEL  =
                          :CLAIM-LITIGATION.OPPOSING-COUNSEL
                    , DEFENSE-FIRM      = :CLAIM-LITIGATION.DEFENSE-FIRM
                    , TRIAL-DATE        = :CLAIM-LITIGATION.TRIAL-DATE
                    , LEGAL-BUDGET      = :CLAIM-LITIGATION.LEGAL-BUDGET
                    , CHANGED-BY-USERID =
                          :CLAIM-LITIGATION.CHANGED-BY-USERID
                    , CHANGE-TIMESTAMP  = CURRENT TIMESTAMP
                WHERE CLAIMNUMBER       = :CLAIM-LITIGATION.CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'SUIT DETAIL UPDATED' TO WS-NOTE-ACTION
                   PERFORM A5600-LOG-CHANGE
                   MOVE 'SUIT DETAIL UPDATED'               TO MSG13O
               WHEN OTHER
                   DISPLAY 'MF28CBG UPDATE ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR UPDATING SUIT DETAIL'        TO MSG13O
           END-EVALUATE.
      ******************************************************************
      *     CONCLUDE THE CLAIM'S OPEN SUIT AS OF TODAY                 *
      ******************************************************************
       A5400-CONCLUDE-SUIT.
      *--------------------*
           MOVE CLAIMNUMBER OF CLAIMS
                               TO CLAIMNUMBER OF CLAIM-LITIGATION.
           PERFORM A5700-READ-SUIT.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'NO SUIT ON FILE FOR THIS CLAIM'    TO MSG13O
               WHEN SQLCODE NOT = 0
                   DISPLAY 'MF28CBG SELECT ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR READING SUIT DETAIL'         TO MSG13O
               WHEN LIT-CONCLUDED
                   MOVE 'SUIT IS ALREADY CONCLUDED'         TO MSG13O
               WHEN OTHER
                   PERFORM A5450-MARK-CONCLUDED
           END-EVALUATE.
      ******************************************************************
      *                 MARK THE SUIT CONCLUDED                        *
      ******************************************************************
       A5450-MARK-CONCLUDED.
      *---------------------*
           MOVE WS-USERID
                         TO CHANGED-BY-USERID OF CLAIM-LITIGATION.
           EXEC SQL
               UPDATE MFTR28.CLAIM-LITIGATION
                  SET LIT-STATUS        = 'C'
                    , CONCLUDED-DATE    = CURRENT DATE
                    , CHANGED-BY-USERID =
                          :CLAIM-LITIGATION.CHANGED-BY-USERID
                    , CHANGE-TIMESTAMP  = CURRENT TIMESTAMP
                WHERE CLAIMNUMBER       = :CLAIM-LITIGATION.CLAIMNUMBER
                  AND LIT-STATUS        = 'O'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'SUIT CONCLUDED'     TO WS-NOTE-ACTION
                   PERFORM A5600-LOG-CHANGE
                   MOVE 'SUIT CONCLUDED - LATE BILLS STILL ALLOWED'
                                                            TO MSG13O
               WHEN OTHER
                   DISPLAY 'MF28CBG UPDATE ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR CONCLUDING SUIT'             TO MSG13O
           END-EVALUATE.
      ******************************************************************
      *     WRITE THE CHANGE TO THE CLAIM'S DIARY ON CLAIM-NOTES, THE  *
      *     SAME WAY MF28CB3 ADDS A NOTE                               *
      ******************************************************************
       A5600-LOG-CHANGE.
      *-----------------*
           MOVE CLAIMNUMBER OF CLAIM-LITIGATION
                               TO CLAIMNUMBER OF CLAIM-NOTES.
           EXEC SQL
                SELECT COUNT(*) + 1
                  INTO :CLAIM-NOTES.NOTE-SEQ
                  FROM MFTR28.CLAIM-NOTES
                 WHERE CLAIMNUMBER = :CLAIM-NOTES.CLAIMNUMBER
           END-EXEC.
           MOVE CASE-NUMBER                 TO WS-NOTE-CASE.
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
           DISPLAY 'SQLCODE LITIGATION NOTE INSERT' SQLCODE.
      ******************************************************************
      *     READ THE CLAIM'S SUIT - SQLCODE 100 MEANS IT HAS NONE      *
      ******************************************************************
       A5700-READ-SUIT.
      *----------------*
           MOVE CLAIMNUMBER OF CLAIMS
                               TO CLAIMNUMBER OF CLAIM-LITIGATION.
           EXEC SQL
               SELECT LIT-STATUS, COURT-NAME, CASE-NUMBER,
                      FILED-DATE, OPPOSING-COUNSEL, DEFENSE-FIRM,
                      TRIAL-DATE, LEGAL-BUDGET, CONCLUDED-DATE,
                      CHANGED-BY-USERID, CHANGE-TIMESTAMP
                 INTO :CLAIM-LITIGATION.LIT-STATUS,
                      :CLAIM-LITIGATION.COURT-NAME,
                      :CLAIM-LITIGATION.CASE-NUMBER,
                      :CLAIM-LITIGATION.FILED-DATE,
                      :CLAIM-LITIGATION.OPPOSING-COUNSEL,
                      :CLAIM-LITIGATION.DEFENSE-FIRM,
                      :CLAIM-LITIGATION.TRIAL-DATE,
                      :CLAIM-LITIGATION.LEGAL-BUDGET,
                      :CLAIM-LITIGATION.CONCLUDED-DATE,
                      :CLAIM-LITIGATION.CHANGED-BY-USERID,
                      :CLAIM-LITIGATION.CHANGE-TIMESTAMP
                 FROM MFTR28.CLAIM-LITIGATION
                WHERE CLAIMNUMBER = :CLAIM-LITIGATION.CLAIMNUMBER
           END-EXEC.
      ******************************************************************
      *     CHECK A KEYED DATE AGAINST TODAY - BLANK LEAVES THE ANSWER *
      *     BLANK, A DATE DB2 CANNOT CONVERT IS SET INVALID            *
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
      *     RECEIVE THE SCREEN AND ACT ON THE AID KEY - ENTER APPLIES  *
      *     THE KEYED ACTION, PF3 ENDS THE TRANSACTION                 *
      ******************************************************************
       A6000-RECEIVE-AND-PROCESS.
      *--------------------------*
           PERFORM A2100-RECEIVE-MAP.
           MOVE SPACES                     TO MSG13O.
           EVALUATE EIBAID
               WHEN WS-AID-PF3
                   SET EXIT-TRUE             TO TRUE
               WHEN WS-AID-ENTER
                   PERFORM A5000-APPLY-ACTION
               WHEN OTHER
                   MOVE 'PRESS ENTER-APPLY, PF3-EXIT'       TO MSG13O
           END-EVALUATE.
           IF EXIT-FALSE
               PERFORM A2000-SEND-MAP
           END-IF.
      ******************************************************************
      *     END THE TASK - RETURN TRANSID WITH THE LAST CLAIM SHOWN    *
      *     UNLESS PF3 ENDED THE CONVERSATION, IN WHICH CASE A PLAIN   *
      *     RETURN HANDS CONTROL BACK TO CICS WITH NO FOLLOW-ON TASK   *
      ******************************************************************
       A9999-END-PARA.
      *--------------*
           IF EXIT-TRUE
               EXEC CICS RETURN
               END-EXEC
           ELSE
               MOVE WS-LAST-CLAIM            TO WS-OUT-LAST-CLAIM
               EXEC CICS RETURN
                   TRANSID('MF2G')
                   COMMAREA(WS-COMMAREA-OUT)
                   LENGTH(LENGTH OF WS-COMMAREA-OUT)
               END-EXEC
           END-IF.
      ******************************************************************
      *                        END OF PROGRAM                          *
      ******************************************************************
