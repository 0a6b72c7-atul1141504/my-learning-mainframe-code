      * MF28CBF - PAYEE TAX DETAIL MAINTENANCE MODULE V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28CBF.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO MAINTAIN THE
      *                    1099 TAX DETAIL OF THE PAYEE ON A CLAIM
      *                    (MFTR28.PAYEE-TAX) ONLINE ON MAP12:
      *                    1. ACTION I SHOWS THE PAYEE NAME, TIN, TIN
      *                       TYPE AND REPORTABLE FLAG OF ONE PAYEE OF
      *                       THE CLAIM - PAYEE NUMBER 000 (OR BLANK)
      *                       FOR THE CLAIM'S STANDING PAYEE, OR THE
      *                       PAYEE'S NUMBER ON MFTR28.CLAIM-PAYEE. A
      *                       PAYEE WITH NO DETAIL YET IS SHOWN WITH
      *                       THE MEMBER NAME FROM MFTR28.MEMBER-MASTER
      *                       (STANDING PAYEE) OR THE CLAIM-PAYEE NAME
      *                       AS A STARTING POINT.
      *                    2. ACTION U ADDS OR UPDATES THE DETAIL FOR
      *                       THE CLAIM AND PAYEE LAST INQUIRED ON -
      *                       THE USER MUST HAVE SEEN WHAT IS ON FILE
      *                       BEFORE OVERWRITING IT.
      *                    3. THE TIN MAY BE LEFT BLANK WHILE IT IS
      *                       BEING CHASED (MF28TX1 REPORTS THE PAYEE
      *                       AS MISSING A TIN); A KEYED TIN MUST BE
      *                       NINE DIGITS AND PASS THE SAME FORMAT
      *                       RULES MF28TX1 APPLIES.
      *                    4. THE TRANSACTION IS RESTRICTED TO USERS
      *                       WITH THE ADJUSTER OR SUPERVISOR ROLE ON
      *                       MFTR28.USER-ROLE, AND EVERY CHANGE IS
      *                       LOGGED TO MFTR28.PAYEE-TAX-HISTORY WITH
      *                       USERID AND TIMESTAMP, THE SAME WAY
      *                       MF28CBB LOGS AUTHORITY CHANGES.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      * 10/15/2026 APATEL   ACTION U IS REFUSED ON A CLAIM MERGED INTO
      *                     ANOTHER BY MF28CBI (A5155-READ-LIVE-CLAIM).
      * 10/15/2026 APATEL   TAX DETAIL IS NOW HELD PER PAYEE OF THE
      *                     CLAIM - TXSEQVI SELECTS THE PAYEE (000 THE
      *                     STANDING PAYEE) AND THE COMMAREA CARRIES
      *                     THE PAYEE LAST INQUIRED ON WITH THE CLAIM.
      * 10/15/2026 APATEL   A MERGED CLAIM KEEPS ITS PAYEE-TAX AND
      *                     PAYMENT-SETTLEMENT ROWS, AND MF28TX1 FILES
      *                     ITS 1099S FROM THEM, SO ACTION U ON A MERGED
      *                     CLAIM IS NOW ALLOWED FOR A PAYEE WITH TAX
      *                     DETAIL ON FILE OR MONEY SETTLED TO IT THERE.
      *                     ONLY A PAYEE NEVER PAID ON THE MERGED CLAIM
      *                     IS REFUSED - SEE A5155-READ-LIVE-CLAIM.
      *
      * PROGRAM TYPE: COBOL-CICS-DB2.
      *
      * PROCESSING TYPE: CICS TRANSACTION VIA BMS SCREEN
      *
      * BMS: MF28BMS (MAP12)
      *
      * COPYBOOKS: MF28BMS, MF28CP1, MF28CP9, MF28CP19, MF28CP32,
      *            MF28CP33, MF28CP41
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIMS, MFTR28.USER-ROLE, MFTR28.MEMBER-MASTER,
      *         MFTR28.PAYEE-TAX, MFTR28.PAYEE-TAX-HISTORY,
      *         MFTR28.CLAIM-PAYEE, MFTR28.PAYMENT-SETTLEMENT
      *
      * CALLING MODULES: NONE (OR CICS SCREEN, TRANSID MF2X)
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
               INCLUDE MF28CP19
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP32
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP33
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP41
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
       01 WS-ON-FILE-COUNT              PIC S9(4) COMP VALUE ZERO.
      *-- THE CLAIM AND PAYEE NUMBER LAST INQUIRED ON, AND AS KEYED
       01 WS-LAST-KEY.
           05 WS-LAST-CLAIM              PIC X(07) VALUE SPACES.
           05 WS-LAST-SEQ                PIC X(03) VALUE SPACES.
       01 WS-KEYED-KEY.
           05 WS-KEYED-CLAIM             PIC X(07).
           05 WS-SEQ-KEYED               PIC X(03).
           05 WS-SEQ-NUM REDEFINES WS-SEQ-KEYED
                                         PIC 9(03).
      *-- THE KEYED TIN BROKEN INTO ITS SSN AND EIN PARTS FOR THE
      *-- FORMAT RULES - KEEP THESE RULES IN STEP WITH MF28TX1
       01 WS-TIN-CHECK.
           05 WS-TIN-SSN-AREA            PIC X(03).
           05 WS-TIN-SSN-GROUP           PIC X(02).
           05 WS-TIN-SSN-SERIAL          PIC X(04).
       01 WS-TIN-EIN-VIEW REDEFINES WS-TIN-CHECK.
           05 WS-TIN-EIN-PREFIX          PIC X(02).
           05 FILLER                     PIC X(07).
       01 WS-INFO-TEXT.
           05 FILLER                     PIC X(08) VALUE 'POLICY: '.
           05 WS-IT-POLNUM               PIC Z(8)9.
           05 FILLER                     PIC X(20)
                                  VALUE '  LAST CHANGED BY:  '.
           05 WS-IT-USERID               PIC X(08).
           05 FILLER                     PIC X(04) VALUE ' ON '.
           05 WS-IT-DATE                 PIC X(10).
       01 WS-COMMAREA-OUT.
           05 WS-OUT-LAST-CLAIM          PIC X(07).
           05 WS-OUT-LAST-SEQ            PIC X(03).
       LINKAGE SECTION.
      *-- INCOMING COMMAREA FROM THE PRIOR TASK - EMPTY (EIBCALEN = 0)
      *-- ON THE VERY FIRST ENTRY TO THE TRANSACTION
       01 DFHCOMMAREA.
           05 LK-LAST-CLAIM              PIC X(07).
           05 LK-LAST-SEQ                PIC X(03).
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
      ******************************************************************
       A1000-MAIN-PARA.
      *---------------*
           PERFORM A1100-CHECK-AUTHORITY.
           IF AUTH-FALSE
               EXEC CICS SEND TEXT
                   FROM(MSG12O)
                   ERASE
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF
           IF EIBCALEN = 0
               MOVE LOW-VALUES            TO MAP12I
               MOVE LOW-VALUES            TO MAP12O
               MOVE 'KEY I-INQUIRE OR U-UPDATE AND A CLAIM NUMBER'
                                          TO MSG12O
               PERFORM A2000-SEND-MAP
           ELSE
               MOVE LK-LAST-CLAIM         TO WS-LAST-CLAIM
               MOVE LK-LAST-SEQ           TO WS-LAST-SEQ
               PERFORM A6000-RECEIVE-AND-PROCESS
           END-IF
           PERFORM A9999-END-PARA.
      ******************************************************************
      *     A TIN IS SENSITIVE PERSONAL DATA - ONLY USERS HOLDING THE  *
      *     ADJUSTER OR SUPERVISOR ROLE ON MFTR28.USER-ROLE MAY RUN    *
      *     THIS SCREEN, AND EVERY CHANGE IS LOGGED WITH THEIR USERID  *
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
                                             TO MSG12O
           END-EVALUATE.
      ******************************************************************
      *                       SEND MAPSET TO CICS                      *
      ******************************************************************
       A2000-SEND-MAP.
      *--------------*
           EXEC CICS SEND
               MAP('MAP12')
               MAPSET('MF28BMS')
               FROM(MAP12O)
               ERASE
           END-EXEC.
      ******************************************************************
      *                  RECEIVE DATA FROM SCREEN                      *
      ******************************************************************
       A2100-RECEIVE-MAP.
      *-----------------*
           EXEC CICS RECEIVE
               MAP('MAP12')
               MAPSET('MF28BMS')
               INTO(MAP12I)
           END-EXEC.
      ******************************************************************
      *     APPLY THE KEYED ACTION AGAINST THE KEYED CLAIM             *
      ******************************************************************
       A5000-APPLY-ACTION.
      *-------------------*
           MOVE TXCLMVI                     TO WS-KEYED-CLAIM.
           IF TXSEQVI = SPACES OR TXSEQVI = LOW-VALUES
               MOVE ZEROES                  TO WS-SEQ-KEYED
           ELSE
               MOVE TXSEQVI                 TO WS-SEQ-KEYED
           END-IF.
           EVALUATE TRUE
               WHEN TXCLMVI = SPACES OR TXCLMVI = LOW-VALUES
                   MOVE 'ENTER A CLAIM NUMBER'              TO MSG12O
               WHEN TXCLMVI NOT NUMERIC
                   MOVE 'ENTER A VALID CLAIM NUMBER'        TO MSG12O
               WHEN WS-SEQ-KEYED NOT NUMERIC
                   MOVE 'PAYEE NUMBER MUST BE 3 DIGITS - 000 STANDING'
                                                            TO MSG12O
               WHEN TXACTVI = 'I'
                   MOVE TXCLMVI          TO CLAIMNUMBER OF CLAIMS
                   PERFORM A5100-INQUIRE
               WHEN TXACTVI = 'U' AND WS-KEYED-KEY NOT = WS-LAST-KEY
                   MOVE 'INQUIRE ON THE CLAIM AND PAYEE BEFORE UPDATING'
                                                            TO MSG12O
               WHEN TXACTVI = 'U'
                   PERFORM A5050-CHECK-ENTRY
                   IF ENTRY-VALID
                       MOVE TXCLMVI      TO CLAIMNUMBER OF CLAIMS
                       PERFORM A5200-SAVE-DETAIL
                   END-IF
               WHEN OTHER
                   MOVE 'ENTER ACTION I-INQUIRE U-UPDATE'   TO MSG12O
           END-EVALUATE.
      ******************************************************************
      *     THE NAME IS MANDATORY, THE TIN TYPE MUST BE S OR E AND THE *
      *     REPORTABLE FLAG Y OR N. A BLANK TIN IS ALLOWED (IT IS      *
      *     STILL BEING CHASED); A KEYED ONE MUST PASS A5060           *
      ******************************************************************
       A5050-CHECK-ENTRY.
      *------------------*
           SET ENTRY-VALID                  TO TRUE.
           IF TXTINVI = LOW-VALUES
               MOVE SPACES                  TO TXTINVI
           END-IF.
           EVALUATE TRUE
               WHEN TXNAMVI = SPACES OR TXNAMVI = LOW-VALUES
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'ENTER THE PAYEE NAME'              TO MSG12O
               WHEN TXTYPVI NOT = 'S' AND TXTYPVI NOT = 'E'
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'TIN TYPE MUST BE S-SSN OR E-EIN'   TO MSG12O
               WHEN TXRPTVI NOT = 'Y' AND TXRPTVI NOT = 'N'
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'REPORTABLE MUST BE Y OR N'         TO MSG12O
               WHEN TXTINVI = SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM A5060-CHECK-TIN
           END-EVALUATE.
      ******************************************************************
      *     TIN FORMAT RULES - NINE DIGITS, NOT A PLACEHOLDER, AND     *
      *     FOR AN SSN NO ZERO AREA/GROUP/SERIAL AND NO 666 AREA, FOR  *
      *     AN EIN NO 00 PREFIX                                        *
      ******************************************************************
       A5060-CHECK-TIN.
      *----------------*
           MOVE TXTINVI                     TO WS-TIN-CHECK.
           EVALUATE TRUE
               WHEN TXTINVI NOT NUMERIC
               WHEN TXTINVI = '000000000'
               WHEN TXTINVI = '123456789'
                   SET ENTRY-INVALID         TO TRUE
               WHEN TXTYPVI = 'S'
                AND (WS-TIN-SSN-AREA   = '000' OR
                     WS-TIN-SSN-AREA   = '666' OR
                     WS-TIN-SSN-GROUP  = '00'  OR
                     WS-TIN-SSN-SERIAL = '0000')
                   SET ENTRY-INVALID         TO TRUE
               WHEN TXTYPVI = 'E' AND WS-TIN-EIN-PREFIX = '00'
                   SET ENTRY-INVALID         TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF ENTRY-INVALID
               MOVE 'TIN IS NOT A VALID 9-DIGIT SSN/EIN'    TO MSG12O
           END-IF.
      ******************************************************************
      *     SHOW THE PAYEE'S TAX DETAIL - A PAYEE WITH NONE YET IS     *
      *     PRE-FILLED FROM THE MEMBER OR ITS CLAIM-PAYEE ROW          *
      ******************************************************************
       A5100-INQUIRE.
      *--------------*
           PERFORM A5150-READ-CLAIM.
           IF CLAIM-FOUND
               PERFORM A5170-READ-PAYEE
           END-IF.
           IF CLAIM-FOUND
               MOVE CLAIMNUMBER OF CLAIMS  TO CLAIMNUMBER OF PAYEE-TAX
               MOVE WS-SEQ-NUM             TO PAYEE-SEQ OF PAYEE-TAX
               MOVE POLICYNUMBER OF CLAIMS TO WS-IT-POLNUM
               EXEC SQL
                   SELECT PAYEE-NAME, PAYEE-TIN, TIN-TYPE,
                          REPORTABLE-FLAG, CHANGED-BY-USERID,
                          CHANGE-TIMESTAMP
                     INTO :PAYEE-TAX.PAYEE-NAME,
                          :PAYEE-TAX.PAYEE-TIN,
                          :PAYEE-TAX.TIN-TYPE,
                          :PAYEE-TAX.REPORTABLE-FLAG,
                          :PAYEE-TAX.CHANGED-BY-USERID,
                          :PAYEE-TAX.CHANGE-TIMESTAMP
                     FROM MFTR28.PAYEE-TAX
                    WHERE CLAIMNUMBER = :PAYEE-TAX.CLAIMNUMBER
                      AND PAYEE-SEQ   = :PAYEE-TAX.PAYEE-SEQ
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE CHANGED-BY-USERID OF PAYEE-TAX
                                             TO WS-IT-USERID
                       MOVE CHANGE-TIMESTAMP OF PAYEE-TAX (1:10)
                                             TO WS-IT-DATE
                       MOVE 'PAYEE TAX DETAIL DISPLAYED'    TO MSG12O
                       PERFORM A5180-SHOW-DETAIL
                   WHEN 100
                       IF WS-SEQ-NUM = ZERO
                           PERFORM A5160-DEFAULT-FROM-MEMBER
                       ELSE
                           PERFORM A5165-DEFAULT-FROM-PAYEE
                       END-IF
                       MOVE SPACES           TO WS-IT-USERID
                                                WS-IT-DATE
                       MOVE 'NO TAX DETAIL ON FILE - KEY IT AND USE U'
                                                            TO MSG12O
                       PERFORM A5180-SHOW-DETAIL
                   WHEN OTHER
                       DISPLAY 'MF28CBF SELECT ERROR SQLCODE: ' SQLCODE
                       MOVE 'ERROR READING PAYEE TAX DETAIL' TO MSG12O
               END-EVALUATE
           END-IF.
      ******************************************************************
      *     THE CLAIM MUST BE ON FILE - ITS POLICY LEADS TO THE MEMBER *
      ******************************************************************
       A5150-READ-CLAIM.
      *-----------------*
           SET CLAIM-NOT-FOUND              TO TRUE.
           EXEC SQL
               SELECT POLICYNUMBER, CLAIM-STATUS
                 INTO :CLAIMS.POLICYNUMBER, :CLAIMS.CLAIM-STATUS
                 FROM MFTR28.CLAIMS
                WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   SET CLAIM-FOUND           TO TRUE
               WHEN 100
                   MOVE 'CLAIM NOT ON FILE'                 TO MSG12O
               WHEN OTHER
                   DISPLAY 'MF28CBF CLAIM ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR READING CLAIM'               TO MSG12O
           END-EVALUATE.
      ******************************************************************
      *     A CLAIM MERGED INTO ANOTHER BY MF28CBI KEEPS THE PAYEE-TAX *
      *     AND PAYMENT-SETTLEMENT ROWS MF28TX1 FILES ITS 1099S FROM,  *
      *     SO A PAYEE WITH TAX DETAIL ON FILE OR MONEY SETTLED TO IT  *
      *     THERE CAN STILL BE CORRECTED. ANY OTHER PAYEE IS NEW - ITS *
      *     MONEY NOW SETTLES ON THE SURVIVOR, SO IT IS KEYED THERE    *
      ******************************************************************
       A5155-READ-LIVE-CLAIM.
      *----------------------*
           PERFORM A5150-READ-CLAIM.
           IF CLAIM-FOUND
               PERFORM A5170-READ-PAYEE
           END-IF.
           IF CLAIM-FOUND AND STATUS-MERGED
               PERFORM A5157-CHECK-MERGED-PAYEE
           END-IF.
      ******************************************************************
      *     THE PAYEE OF A MERGED CLAIM MUST HAVE A PAYEE-TAX ROW OR   *
      *     A PAYMENT-SETTLEMENT ROW ON IT                             *
      ******************************************************************
       A5157-CHECK-MERGED-PAYEE.
      *-------------------------*
           MOVE CLAIMNUMBER OF CLAIMS       TO CLAIMNUMBER OF PAYEE-TAX.
           MOVE WS-SEQ-NUM                  TO PAYEE-SEQ OF PAYEE-TAX.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ON-FILE-COUNT
                 FROM MFTR28.PAYEE-TAX
                WHERE CLAIMNUMBER = :PAYEE-TAX.CLAIMNUMBER
                  AND PAYEE-SEQ   = :PAYEE-TAX.PAYEE-SEQ
           END-EXEC.
           IF SQLCODE = 0 AND WS-ON-FILE-COUNT = ZERO
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ON-FILE-COUNT
                     FROM MFTR28.PAYMENT-SETTLEMENT
                    WHERE CLAIMNUMBER = :PAYEE-TAX.CLAIMNUMBER
                      AND PAYEE-SEQ   = :PAYEE-TAX.PAYEE-SEQ
               END-EXEC
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   SET CLAIM-NOT-FOUND       TO TRUE
                   DISPLAY 'MF28CBF MERGED PAYEE SQLCODE: ' SQLCODE
                   MOVE 'ERROR READING PAYEE TAX DETAIL'    TO MSG12O
               WHEN WS-ON-FILE-COUNT = ZERO
                   SET CLAIM-NOT-FOUND       TO TRUE
                   MOVE 'CLAIM MERGED - KEY NEW PAYEES ON ITS SURVIVOR'
                                                            TO MSG12O
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      *     NO DETAIL YET - START FROM THE POLICY'S MEMBER NAME, AN    *
      *     SSN AND REPORTABLE, THE USUAL CASE FOR A PERSONAL CLAIM    *
      ******************************************************************
       A5160-DEFAULT-FROM-MEMBER.
      *--------------------------*
           MOVE POLICYNUMBER OF CLAIMS      TO MBR-POLICYNUMBER.
           EXEC SQL
               SELECT MEMBER-NAME
                 INTO :MEMBER-MASTER.MBR-NAME
                 FROM MFTR28.MEMBER-MASTER
                WHERE POLICYNUMBER = :MEMBER-MASTER.MBR-POLICYNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES                  TO MBR-NAME
           END-IF.
           MOVE MBR-NAME                    TO PAYEE-NAME OF PAYEE-TAX.
           MOVE SPACES                      TO PAYEE-TIN OF PAYEE-TAX.
           MOVE 'S'                         TO TIN-TYPE OF PAYEE-TAX.
           MOVE 'Y'                   TO REPORTABLE-FLAG OF PAYEE-TAX.
      ******************************************************************
      *     NO DETAIL YET FOR A LISTED PAYEE - START FROM ITS NAME ON  *
      *     THE PAYEE LIST, REPORTABLE. ONLY THE MEMBER IS TAKEN AS AN *
      *     SSN; A CONTRACTOR, MORTGAGEE, FIRM OR OTHER PAYEE IS       *
      *     USUALLY A BUSINESS WITH AN EIN                             *
      ******************************************************************
       A5165-DEFAULT-FROM-PAYEE.
      *-------------------------*
           MOVE PAYEE-NAME OF CLAIM-PAYEE   TO PAYEE-NAME OF PAYEE-TAX.
           MOVE SPACES                      TO PAYEE-TIN OF PAYEE-TAX.
           IF PAYEE-MEMBER
               MOVE 'S'                     TO TIN-TYPE OF PAYEE-TAX
           ELSE
               MOVE 'E'                     TO TIN-TYPE OF PAYEE-TAX
           END-IF.
           MOVE 'Y'                   TO REPORTABLE-FLAG OF PAYEE-TAX.
      ******************************************************************
      *     A PAYEE NUMBER OTHER THAN 000 MUST BE ON THE CLAIM'S PAYEE *
      *     LIST - A REMOVED PAYEE STILL QUALIFIES, AS IT MAY HAVE     *
      *     BEEN PAID EARLIER IN THE YEAR. CLAIM-NOT-FOUND IS SET WHEN *
      *     IT IS NOT, SO THE CALLER GOES NO FURTHER                   *
      ******************************************************************
       A5170-READ-PAYEE.
      *-----------------*
           IF WS-SEQ-NUM NOT = ZERO
               MOVE CLAIMNUMBER OF CLAIMS
                                   TO CLAIMNUMBER OF CLAIM-PAYEE
               MOVE WS-SEQ-NUM           TO PAYEE-SEQ OF CLAIM-PAYEE
               EXEC SQL
                   SELECT PAYEE-TYPE, PAYEE-NAME
                     INTO :CLAIM-PAYEE.PAYEE-TYPE,
                          :CLAIM-PAYEE.PAYEE-NAME
                     FROM MFTR28.CLAIM-PAYEE
                    WHERE CLAIMNUMBER = :CLAIM-PAYEE.CLAIMNUMBER
                      AND PAYEE-SEQ   = :CLAIM-PAYEE.PAYEE-SEQ
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       CONTINUE
                   WHEN 100
                       SET CLAIM-NOT-FOUND   TO TRUE
                       MOVE 'PAYEE NOT ON FILE FOR THIS CLAIM'
                                                            TO MSG12O
                   WHEN OTHER
                       SET CLAIM-NOT-FOUND   TO TRUE
                       DISPLAY 'MF28CBF PAYEE ERROR SQLCODE: ' SQLCODE
                       MOVE 'ERROR READING PAYEE'           TO MSG12O
               END-EVALUATE
           END-IF.
      ******************************************************************
      *     MOVE THE DETAIL TO THE SCREEN AND REMEMBER THE CLAIM AND   *
      *     PAYEE SO A FOLLOWING U ACTION IS ALLOWED AGAINST THEM      *
      ******************************************************************
       A5180-SHOW-DETAIL.
      *------------------*
           MOVE PAYEE-NAME OF PAYEE-TAX     TO TXNAMVO.
           MOVE PAYEE-TIN OF PAYEE-TAX      TO TXTINVO.
           MOVE TIN-TYPE OF PAYEE-TAX       TO TXTYPVO.
           MOVE REPORTABLE-FLAG OF PAYEE-TAX
                                             TO TXRPTVO.
           MOVE WS-INFO-TEXT                TO TXINFVO.
           MOVE WS-SEQ-KEYED                TO TXSEQVO.
           MOVE WS-KEYED-KEY                TO WS-LAST-KEY.
      ******************************************************************
      *     ADD THE DETAIL IF THE CLAIM HAS NONE, OTHERWISE UPDATE IT  *
      ******************************************************************
       A5200-SAVE-DETAIL.
      *------------------*
           PERFORM A5155-READ-LIVE-CLAIM.
           IF CLAIM-FOUND
               MOVE CLAIMNUMBER OF CLAIMS  TO CLAIMNUMBER OF PAYEE-TAX
               MOVE WS-SEQ-NUM              TO PAYEE-SEQ OF PAYEE-TAX
               MOVE TXNAMVI                 TO PAYEE-NAME OF PAYEE-TAX
               MOVE TXTINVI                 TO PAYEE-TIN OF PAYEE-TAX
               MOVE TXTYPVI                 TO TIN-TYPE OF PAYEE-TAX
               MOVE TXRPTVI           TO REPORTABLE-FLAG OF PAYEE-TAX
               MOVE WS-USERID         TO CHANGED-BY-USERID
                                               OF PAYEE-TAX
               PERFORM A5700-GET-OLD-VALUES
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM A5300-UPDATE-DETAIL
                   WHEN 100
                       MOVE SPACES    TO OLD-PAYEE-NAME
                                         OLD-PAYEE-TIN
                                         OLD-TIN-TYPE
                                         OLD-REPORTABLE-FLAG
                       PERFORM A5250-ADD-DETAIL
                   WHEN OTHER
                       DISPLAY 'MF28CBF SELECT ERROR SQLCODE: ' SQLCODE
                       MOVE 'ERROR READING PAYEE TAX DETAIL' TO MSG12O
               END-EVALUATE
           END-IF.
      ******************************************************************
      *                   ADD A NEW PAYEE-TAX ROW                      *
      ******************************************************************
       A5250-ADD-DETAIL.
      *-----------------*
           EXEC SQL
               INSERT INTO MFTR28.PAYEE-TAX
                      (CLAIMNUMBER,
                       PAYEE-SEQ,
                       PAYEE-NAME,
                       PAYEE-TIN,
                       TIN-TYPE,
                       REPORTABLE-FLAG,
                       CHANGED-BY-USERID,
                       CHANGE-TIMESTAMP)
               VALUES (:PAYEE-TAX.CLAIMNUMBER,
                       :PAYEE-TAX.PAYEE-SEQ,
                       :PAYEE-TAX.PAYEE-NAME,
                       :PAYEE-TAX.PAYEE-TIN,
                       :PAYEE-TAX.TIN-TYPE,
                       :PAYEE-TAX.REPORTABLE-FLAG,
                       :PAYEE-TAX.CHANGED-BY-USERID,
                       CURRENT TIMESTAMP)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM A5600-LOG-CHANGE
                   MOVE 'PAYEE TAX DETAIL ADDED'            TO MSG12O
               WHEN OTHER
                   DISPLAY 'MF28CBF INSERT ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR ADDING PAYEE TAX DETAIL'     TO MSG12O
           END-EVALUATE.
      ******************************************************************
      *              UPDATE THE PAYEE'S PAYEE-TAX ROW                  *
      ******************************************************************
       A5300-UPDATE-DETAIL.
      *--------------------*
           EXEC SQL
               UPDATE MFTR28.PAYEE-TAX
                  SET PAYEE-NAME        = :PAYEE-TAX.PAYEE-NAME
                    , PAYEE-TIN         = :PAYEE-TAX.PAYEE-TIN
                    , TIN-TYPE          = :PAYEE-TAX.TIN-TYPE
                    , REPORTABLE-FLAG   = :PAYEE-TAX.REPORTABLE-FLAG
                    , CHANGED-BY-USERID =
                          :PAYEE-TAX.CHANGED-BY-USERID
                    , CHANGE-TIMESTAMP  = CURRENT TIMESTAMP
                WHERE CLAIMNUMBER       = :PAYEE-TAX.CLAIMNUMBER
                  AND PAYEE-SEQ         = :PAYEE-TAX.PAYEE-SEQ
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM A5600-LOG-CHANGE
                   MOVE 'PAYEE TAX DETAIL UPDATED'          TO MSG12O
               WHEN OTHER
                   DISPLAY 'MF28CBF UPDATE ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR UPDATING PAYEE TAX DETAIL'   TO MSG12O
           END-EVALUATE.
      ******************************************************************
      *     WRITE THE CHANGE TO PAYEE-TAX-HISTORY                      *
      ******************************************************************
       A5600-LOG-CHANGE.
      *-----------------*
           MOVE CLAIMNUMBER OF PAYEE-TAX
                               TO CLAIMNUMBER OF PAYEE-TAX-HISTORY.
           MOVE PAYEE-SEQ OF PAYEE-TAX
                               TO PAYEE-SEQ OF PAYEE-TAX-HISTORY.
           MOVE PAYEE-NAME OF PAYEE-TAX     TO NEW-PAYEE-NAME.
           MOVE PAYEE-TIN OF PAYEE-TAX      TO NEW-PAYEE-TIN.
           MOVE TIN-TYPE OF PAYEE-TAX       TO NEW-TIN-TYPE.
           MOVE REPORTABLE-FLAG OF PAYEE-TAX
                                             TO NEW-REPORTABLE-FLAG.
           MOVE WS-USERID      TO CHANGED-BY-USERID
                                               OF PAYEE-TAX-HISTORY.
           EXEC SQL
               INSERT INTO MFTR28.PAYEE-TAX-HISTORY
                      (CLAIMNUMBER,
                       PAYEE-SEQ,
                       OLD-PAYEE-NAME,
                       NEW-PAYEE-NAME,
                       OLD-PAYEE-TIN,
                       NEW-PAYEE-TIN,
                       OLD-TIN-TYPE,
                       NEW-TIN-TYPE,
                       OLD-REPORTABLE-FLAG,
                       NEW-REPORTABLE-FLAG,
                       CHANGED-BY-USERID,
                       CHANGE-TIMESTAMP)
               VALUES (:PAYEE-TAX-HISTORY.CLAIMNUMBER,
                       :PAYEE-TAX-HISTORY.PAYEE-SEQ,
                       :PAYEE-TAX-HISTORY.OLD-PAYEE-NAME,
                       :PAYEE-TAX-HISTORY.NEW-PAYEE-NAME,
                       :PAYEE-TAX-HISTORY.OLD-PAYEE-TIN,
                       :PAYEE-TAX-HISTORY.NEW-PAYEE-TIN,
                       :PAYEE-TAX-HISTORY.OLD-TIN-TYPE,
                       :PAYEE-TAX-HISTORY.NEW-TIN-TYPE,
                       :PAYEE-TAX-HISTORY.OLD-REPORTABLE-FLAG,
                       :PAYEE-TAX-HISTORY.NEW-REPORTABLE-FLAG,
                       :PAYEE-TAX-HISTORY.CHANGED-BY-USERID,
                       CURRENT TIMESTAMP)
           END-EXEC.
           DISPLAY 'SQLCODE PAYEE TAX HISTORY INSERT' SQLCODE.
      ******************************************************************
      *     READ THE ROW AS IT STANDS INTO THE OLD- HISTORY SIDE -     *
      *     SQLCODE 100 TELLS A5200 THE PAYEE HAS NO DETAIL YET        *
      ******************************************************************
       A5700-GET-OLD-VALUES.
      *---------------------*
           EXEC SQL
               SELECT PAYEE-NAME,
                      PAYEE-TIN,
                      TIN-TYPE,
                      REPORTABLE-FLAG
                 INTO :PAYEE-TAX-HISTORY.OLD-PAYEE-NAME,
                      :PAYEE-TAX-HISTORY.OLD-PAYEE-TIN,
                      :PAYEE-TAX-HISTORY.OLD-TIN-TYPE,
                      :PAYEE-TAX-HISTORY.OLD-REPORTABLE-FLAG
                 FROM MFTR28.PAYEE-TAX
                WHERE CLAIMNUMBER = :PAYEE-TAX.CLAIMNUMBER
                  AND PAYEE-SEQ   = :PAYEE-TAX.PAYEE-SEQ
           END-EXEC.
      ******************************************************************
      *     RECEIVE THE SCREEN AND ACT ON THE AID KEY - ENTER APPLIES  *
      *     THE KEYED ACTION, PF3 ENDS THE TRANSACTION                 *
      ******************************************************************
       A6000-RECEIVE-AND-PROCESS.
      *--------------------------*
           PERFORM A2100-RECEIVE-MAP.
           MOVE SPACES                     TO MSG12O.
           EVALUATE EIBAID
               WHEN WS-AID-PF3
                   SET EXIT-TRUE             TO TRUE
               WHEN WS-AID-ENTER
                   PERFORM A5000-APPLY-ACTION
               WHEN OTHER
                   MOVE 'PRESS ENTER-APPLY, PF3-EXIT'       TO MSG12O
           END-EVALUATE.
           IF EXIT-FALSE
               PERFORM A2000-SEND-MAP
           END-IF.
      ******************************************************************
      *     END THE TASK - RETURN TRANSID WITH THE LAST CLAIM AND      *
      *     PAYEE SHOWN                                                *
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
               MOVE WS-LAST-SEQ              TO WS-OUT-LAST-SEQ
               EXEC CICS RETURN
                   TRANSID('MF2X')
                   COMMAREA(WS-COMMAREA-OUT)
                   LENGTH(LENGTH OF WS-COMMAREA-OUT)
               END-EXEC
           END-IF.
      ******************************************************************
      *                        END OF PROGRAM                          *
      ******************************************************************
