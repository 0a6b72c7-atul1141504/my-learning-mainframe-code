      * MF28CBH - CLAIM PAYEE LIST MAINTENANCE MODULE V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28CBH.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO MAINTAIN THE
      *                    PAYEE LIST OF A CLAIM WHOSE SETTLEMENT IS
      *                    SPLIT (MFTR28.CLAIM-PAYEE) ONLINE ON MAP14:
      *                    1. ACTION I LISTS THE CLAIM'S PAYEES FIVE TO
      *                       A PAGE (PF8 NEXT PAGE, PF7 BACK TO THE
      *                       TOP) WITH THE PAYEE COUNT, THE TOTAL OF
      *                       THE SHARES AND THE AMOUNT NOT YET SENT TO
      *                       TREASURY. A KEYED PAYEE NUMBER ALSO SHOWS
      *                       THAT PAYEE'S DETAIL READY TO UPDATE.
      *                    2. ACTION A ADDS A PAYEE, U UPDATES THE
      *                       KEYED PAYEE AND D REMOVES IT, ALL ON THE
      *                       CLAIM LAST INQUIRED ON. REMOVED PAYEES
      *                       STAY ON FILE (STATUS I) SO THE PAYMENT
      *                       INSTRUCTIONS ALREADY SENT FOR THEM STILL
      *                       LEAD SOMEWHERE. A PAYEE THAT OTHERS ARE
      *                       JOINT WITH CANNOT BE REMOVED OR MADE A
      *                       JOINT PAYEE ITSELF.
      *                    3. AN EFT PAYEE NEEDS A ROUTING AND ACCOUNT,
      *                       A CHEQUE PAYEE A FULL MAILING ADDRESS
      *                       (STREET, CITY, STATE AND ZIP). ONLY A
      *                       DEFN PAYEE IS PAID LEGAL EXPENSE (BASIS E)
      *                       AND A DEFN PAYEE IS PAID NOTHING ELSE. A
      *                       JOINT PAYEE IS NAMED ON THE INSTRUCTION
      *                       OF AN ACTIVE NON-JOINT PAYEE AND HAS NO
      *                       PART OF ITS OWN. A CLAIM MAY HAVE UP TO
      *                       20 ACTIVE PAYEES - THE MOST MF28PY1 WILL
      *                       SPLIT AN INSTRUCTION ACROSS. THE USER IS
      *                       WARNED WHILE THE SHARES DO NOT TOTAL 100,
      *                       AS MF28PY1 HOLDS SUCH A CLAIM'S MONEY.
      *                    4. THE TRANSACTION IS RESTRICTED TO USERS
      *                       WITH THE ADJUSTER OR SUPERVISOR ROLE ON
      *                       MFTR28.USER-ROLE, AND EVERY CHANGE IS
      *                       WRITTEN TO THE CLAIM'S DIARY ON
      *                       MFTR28.CLAIM-NOTES WITH USERID AND
      *                       TIMESTAMP.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      * 10/15/2026 APATEL   PAYEES OF A CLAIM MERGED INTO ANOTHER CAN
      *                     STILL BE LISTED BUT NO LONGER ADDED,
      *                     CHANGED OR REMOVED - SEE
      *                     A5155-READ-LIVE-CLAIM.
      * 10/15/2026 APATEL   THE MAILING ADDRESS NOW ALSO CARRIES CITY,
      *                     STATE AND ZIP (PYCTYVI/PYSTAVI/PYZIPVI) -
      *                     ALL REQUIRED FOR A CHEQUE PAYEE, AND FOR
      *                     ANY PAYEE ONCE ANY PART OF IT IS KEYED.
      * 10/15/2026 APATEL   A JOINT PAYEE FORCES ITS PARTNER'S PAYMENT
      *                     TO A CHEQUE, SO IT IS NOW REFUSED UNLESS THE
      *                     PARTNER HAS A FULL MAILING ADDRESS, AND A
      *                     PAYEE OTHERS ARE JOINT WITH CAN NO LONGER
      *                     HAVE ITS ADDRESS BLANKED - SEE
      *                     A5070-CHECK-JOINT.
      *
      * PROGRAM TYPE: COBOL-CICS-DB2.
      *
      * PROCESSING TYPE: CICS TRANSACTION VIA BMS SCREEN
      *
      * BMS: MF28BMS (MAP14)
      *
      * COPYBOOKS: MF28BMS, MF28CP1, MF28CP9, MF28CP11, MF28CP41
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIMS, MFTR28.USER-ROLE, MFTR28.CLAIM-PAYEE,
      *         MFTR28.CLAIM-NOTES
      *
      * CALLING MODULES: NONE (OR CICS SCREEN, TRANSID MF2Y)
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
               INCLUDE MF28CP11
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP41
           END-EXEC.
       01 WS-AID-VALUES.
           05 WS-AID-ENTER              PIC X(01) VALUE ''''.
           05 WS-AID-PF3                PIC X(01) VALUE '3'.
           05 WS-AID-PF7                PIC X(01) VALUE '7'.
           05 WS-AID-PF8                PIC X(01) VALUE '8'.
       01 WS-SWITCHES.
           05 WS-EOF-FLAG                PIC X(01) VALUE 'N'.
               88 EOF-TRUE                VALUE 'Y'.
               88 EOF-FALSE               VALUE 'N'.
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
           05 WS-PAYEE-FLAG              PIC X(01) VALUE 'N'.
               88 PAYEE-FOUND             VALUE 'Y'.
               88 PAYEE-NOT-FOUND         VALUE 'N'.
       01 WS-USERID                     PIC X(08).
       01 WS-LAST-CLAIM                 PIC X(07) VALUE SPACES.
      *-- THE MOST ACTIVE PAYEES A CLAIM MAY HAVE - THE SIZE OF
      *-- MF28PY1'S PAYEE TABLE
       01 WS-PAYEE-MAX                  PIC S9(3) COMP VALUE 20.
       01 WS-PAGE-SIZE                  PIC S9(3) COMP VALUE 5.
       01 WS-ROW-INDEX                  PIC S9(3) COMP VALUE ZERO.
       01 WS-FROM-SEQ                   PIC S9(3) COMP-3 VALUE ZERO.
      *-- THE PAYEE NUMBER AND JOINT-WITH PAYEE NUMBER AS KEYED
       01 WS-SEQ-KEYED                  PIC X(03).
       01 WS-SEQ-NUM REDEFINES WS-SEQ-KEYED
                                        PIC 9(03).
       01 WS-JWS-KEYED                  PIC X(03).
       01 WS-JWS-NUM REDEFINES WS-JWS-KEYED
                                        PIC 9(03).
      *-- THE SHARE IS KEYED AS FIVE DIGITS WITH TWO IMPLIED DECIMALS
      *-- (10000 IS 100.00 PERCENT), THE FIXED AMOUNT LIKE THE MAP1
      *-- PAID FIELD - TEN DIGITS WITH TWO IMPLIED DECIMALS
       01 WS-SHARE-KEYED                PIC X(05).
       01 WS-SHARE-AMOUNT REDEFINES WS-SHARE-KEYED
                                        PIC 9(03)V99.
       01 WS-SHARE-MAX                  PIC 9(03)V99 VALUE 100.00.
       01 WS-FIXED-KEYED                PIC X(10).
       01 WS-FIXED-AMOUNT REDEFINES WS-FIXED-KEYED
                                        PIC 9(08)V99.
       01 WS-FIXED-MAX                  PIC 9(08)V99 VALUE 9999999.99.
       01 WS-ACTIVE-COUNT               PIC S9(4) COMP VALUE ZERO.
       01 WS-JOINT-COUNT                PIC S9(4) COMP VALUE ZERO.
       01 WS-FOUND-COUNT                PIC S9(4) COMP VALUE ZERO.
       01 WS-SHARE-TOTAL                PIC S9(5)V99 COMP-3 VALUE 0.
       01 WS-UNSENT                     PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ROW-SEQ                    PIC S9(3) COMP-3.
       01 WS-ROW-TYPE                   PIC X(04).
       01 WS-ROW-NAME                   PIC X(30).
       01 WS-ROW-METHOD                 PIC X(01).
       01 WS-ROW-BASIS                  PIC X(01).
       01 WS-ROW-SHARE                  PIC S9(3)V99 COMP-3.
       01 WS-ROW-FIXED                  PIC S9(7)V99 COMP-3.
       01 WS-ROW-JOINT-FLAG             PIC X(01).
       01 WS-ROW-JOINT-WITH             PIC S9(3) COMP-3.
       01 WS-ROW-STATUS                 PIC X(01).
       01 WS-ROW-TEXT.
           05 WS-RT-SEQ                  PIC ZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-TYPE                 PIC X(04).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-NAME                 PIC X(30).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-METHOD               PIC X(01).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-BASIS                PIC X(01).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-PART                 PIC X(10).
           05 WS-RT-PART-AMOUNT REDEFINES WS-RT-PART
                                         PIC Z(6)9.99.
           05 WS-RT-PART-SHARE REDEFINES WS-RT-PART.
               10 WS-RT-SHARE            PIC ZZ9.99.
               10 WS-RT-PERCENT          PIC X(04).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-JOINT                PIC X(08).
           05 WS-RT-JOINT-WITH REDEFINES WS-RT-JOINT.
               10 WS-RT-JOINT-LIT        PIC X(05).
               10 WS-RT-JOINT-SEQ        PIC ZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WS-RT-STATUS               PIC X(07).
       01 WS-NOTE-TEXT.
           05 WS-NOTE-ACTION             PIC X(14).
           05 WS-NOTE-SEQ                PIC 9(03).
           05 FILLER                     PIC X(01) VALUE SPACE.
           05 WS-NOTE-TYPE               PIC X(04).
           05 FILLER                     PIC X(01) VALUE SPACE.
           05 WS-NOTE-NAME               PIC X(27).
       01 WS-INFO-TEXT.
           05 FILLER                     PIC X(07) VALUE 'PAYEES '.
           05 WS-IT-COUNT                PIC Z9.
           05 FILLER                     PIC X(08) VALUE ' SHARES '.
           05 WS-IT-SHARES               PIC ZZZ9.99.
           05 FILLER                     PIC X(09) VALUE '% UNSENT '.
           05 WS-IT-UNSENT               PIC Z(8)9.99.
           05 FILLER                     PIC X(08) VALUE ' STATUS '.
           05 WS-IT-STATUS               PIC X(10).
      *-- THE CLAIM LAST INQUIRED ON AND THE LAST PAYEE NUMBER ON THE
      *-- PAGE SHOWN, SO PF8 CAN CARRY ON FROM THERE
       01 WS-COMMAREA-OUT.
           05 WS-OUT-LAST-CLAIM          PIC X(07).
           05 WS-OUT-FROM-SEQ            PIC S9(3) COMP-3.
       LINKAGE SECTION.
      *-- INCOMING COMMAREA FROM THE PRIOR TASK - EMPTY (EIBCALEN = 0)
      *-- ON THE VERY FIRST ENTRY TO THE TRANSACTION
       01 DFHCOMMAREA.
           05 LK-LAST-CLAIM              PIC X(07).
           05 LK-FROM-SEQ                PIC S9(3) COMP-3.
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
      ******************************************************************
       A1000-MAIN-PARA.
      *---------------*
           PERFORM A1100-CHECK-AUTHORITY.
           IF AUTH-FALSE
               EXEC CICS SEND TEXT
                   FROM(MSG14O)
                   ERASE
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF
           IF EIBCALEN = 0
               MOVE LOW-VALUES            TO MAP14I
               MOVE LOW-VALUES            TO MAP14O
               MOVE 'KEY I-INQUIRE A-ADD U-UPDATE D-REMOVE AND A CLAIM'
                                          TO MSG14O
               PERFORM A2000-SEND-MAP
           ELSE
               MOVE LK-LAST-CLAIM         TO WS-LAST-CLAIM
               MOVE LK-FROM-SEQ           TO WS-FROM-SEQ
               PERFORM A6000-RECEIVE-AND-PROCESS
           END-IF
           PERFORM A9999-END-PARA.
      ******************************************************************
      *     WHO IS PAID ON A CLAIM IS PRIVILEGED - ONLY USERS HOLDING  *
      *     THE ADJUSTER OR SUPERVISOR ROLE ON MFTR28.USER-ROLE MAY    *
      *     RUN THIS SCREEN, AND EVERY CHANGE IS NOTED WITH THEIR      *
      *     USERID                                                     *
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
                                             TO MSG14O
           END-EVALUATE.
      ******************************************************************
      *                       SEND MAPSET TO CICS                      *
      ******************************************************************
       A2000-SEND-MAP.
      *--------------*
           EXEC CICS SEND
               MAP('MAP14')
               MAPSET('MF28BMS')
               FROM(MAP14O)
               ERASE
           END-EXEC.
      ******************************************************************
      *                  RECEIVE DATA FROM SCREEN                      *
      ******************************************************************
       A2100-RECEIVE-MAP.
      *-----------------*
           EXEC CICS RECEIVE
               MAP('MAP14')
               MAPSET('MF28BMS')
               INTO(MAP14I)
           END-EXEC.
      ******************************************************************
      *     BUILD ONE PAGE OF THE CLAIM'S PAYEE LIST - OPEN A FRESH    *
      *     CURSOR PAST WS-FROM-SEQ, FETCH UP TO 5 ROWS AND CLOSE.     *
      *     REMOVED PAYEES ARE LISTED TOO, MARKED REMOVED              *
      ******************************************************************
       A4000-BUILD-PAGE.
      *----------------*
           MOVE SPACES                     TO PL01VO
                                               PL02VO
                                               PL03VO
                                               PL04VO
                                               PL05VO.
           MOVE ZERO                       TO WS-ROW-INDEX.
           MOVE 'N'                        TO WS-EOF-FLAG.
           MOVE CLAIMNUMBER OF CLAIMS   TO CLAIMNUMBER OF CLAIM-PAYEE.
           EXEC SQL
               DECLARE PAYEEC1 CURSOR FOR
                   SELECT PAYEE-SEQ, PAYEE-TYPE, PAYEE-NAME,
                          PAY-METHOD, SPLIT-BASIS, SHARE-PERCENT,
                          FIXED-AMOUNT, JOINT-PAYEE-FLAG,
                          JOINT-WITH-SEQ, PAYEE-STATUS
                   FROM MFTR28.CLAIM-PAYEE
                   WHERE CLAIMNUMBER = :CLAIM-PAYEE.CLAIMNUMBER
                     AND PAYEE-SEQ   > :WS-FROM-SEQ
                   ORDER BY PAYEE-SEQ
           END-EXEC.
           EXEC SQL
               OPEN PAYEEC1
           END-EXEC.
           PERFORM A4100-FETCH-ONE-ROW
               UNTIL WS-ROW-INDEX = WS-PAGE-SIZE
                  OR EOF-TRUE.
           EXEC SQL
               CLOSE PAYEEC1
           END-EXEC.
      ******************************************************************
      *                  FETCH ONE PAYEE ROW                           *
      ******************************************************************
       A4100-FETCH-ONE-ROW.
      *--------------------*
           EXEC SQL
               FETCH PAYEEC1
               INTO :WS-ROW-SEQ, :WS-ROW-TYPE, :WS-ROW-NAME,
                    :WS-ROW-METHOD, :WS-ROW-BASIS, :WS-ROW-SHARE,
                    :WS-ROW-FIXED, :WS-ROW-JOINT-FLAG,
                    :WS-ROW-JOINT-WITH, :WS-ROW-STATUS
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1                    TO WS-ROW-INDEX
                   MOVE WS-ROW-SEQ          TO WS-FROM-SEQ
                   PERFORM A4200-MOVE-ROW-TO-SCREEN
               WHEN 100
                   MOVE 'Y'                 TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28CBH FETCH ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR READING PAYEE LIST'      TO MSG14O
                   MOVE 'Y'                 TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     FORMAT THE CURRENT ROW INTO ITS SCREEN LINE - THE PART IS  *
      *     THE SHARE OR FIXED AMOUNT, A JOINT PAYEE SHOWS WHOSE       *
      *     INSTRUCTION IT IS NAMED ON                                 *
      ******************************************************************
       A4200-MOVE-ROW-TO-SCREEN.
      *-------------------------*
           MOVE WS-ROW-SEQ                  TO WS-RT-SEQ.
           MOVE WS-ROW-TYPE                 TO WS-RT-TYPE.
           MOVE WS-ROW-NAME                 TO WS-RT-NAME.
           MOVE WS-ROW-METHOD               TO WS-RT-METHOD.
           MOVE WS-ROW-BASIS                TO WS-RT-BASIS.
           EVALUATE WS-ROW-BASIS
               WHEN 'S'
                   MOVE WS-ROW-SHARE         TO WS-RT-SHARE
                   MOVE '%'                  TO WS-RT-PERCENT
               WHEN 'F'
                   MOVE WS-ROW-FIXED         TO WS-RT-PART-AMOUNT
               WHEN 'E'
                   MOVE 'EXPENSE'            TO WS-RT-PART
               WHEN OTHER
                   MOVE SPACES               TO WS-RT-PART
           END-EVALUATE.
           IF WS-ROW-JOINT-FLAG = 'Y'
               MOVE 'WITH '                  TO WS-RT-JOINT-LIT
               MOVE WS-ROW-JOINT-WITH        TO WS-RT-JOINT-SEQ
           ELSE
               MOVE SPACES                   TO WS-RT-JOINT
           END-IF.
           IF WS-ROW-STATUS = 'A'
               MOVE 'ACTIVE'                 TO WS-RT-STATUS
           ELSE
               MOVE 'REMOVED'                TO WS-RT-STATUS
           END-IF.
           EVALUATE WS-ROW-INDEX
               WHEN 1
                   MOVE WS-ROW-TEXT          TO PL01VO
               WHEN 2
                   MOVE WS-ROW-TEXT          TO PL02VO
               WHEN 3
                   MOVE WS-ROW-TEXT          TO PL03VO
               WHEN 4
                   MOVE WS-ROW-TEXT          TO PL04VO
               WHEN 5
                   MOVE WS-ROW-TEXT          TO PL05VO
           END-EVALUATE.
      ******************************************************************
      *     APPLY THE KEYED ACTION AGAINST THE KEYED CLAIM - A, U AND  *
      *     D ARE ONLY ALLOWED ON THE CLAIM LAST INQUIRED ON           *
      ******************************************************************
       A5000-APPLY-ACTION.
      *-------------------*
           PERFORM A5010-CLEAR-LOW-VALUES.
           EVALUATE TRUE
               WHEN PYCLMVI = SPACES
                   MOVE 'ENTER A CLAIM NUMBER'              TO MSG14O
               WHEN PYCLMVI NOT NUMERIC
                   MOVE 'ENTER A VALID CLAIM NUMBER'        TO MSG14O
               WHEN PYSEQVI NOT = SPACES AND PYSEQVI NOT NUMERIC
                   MOVE 'PAYEE NUMBER MUST BE 3 DIGITS'     TO MSG14O
               WHEN PYACTVI = 'I'
                   MOVE PYCLMVI          TO CLAIMNUMBER OF CLAIMS
                   PERFORM A5100-INQUIRE
               WHEN (PYACTVI = 'A' OR PYACTVI = 'U' OR PYACTVI = 'D')
                AND PYCLMVI NOT = WS-LAST-CLAIM
                   MOVE 'INQUIRE ON THE CLAIM BEFORE CHANGING PAYEES'
                                                            TO MSG14O
               WHEN (PYACTVI = 'U' OR PYACTVI = 'D')
                AND (PYSEQVI = SPACES OR WS-SEQ-NUM = ZERO)
                   MOVE 'ENTER THE PAYEE NUMBER TO CHANGE'  TO MSG14O
               WHEN PYACTVI = 'A'
                   MOVE PYCLMVI          TO CLAIMNUMBER OF CLAIMS
                   MOVE ZERO             TO WS-SEQ-NUM
                   PERFORM A5050-CHECK-ENTRY
                   IF ENTRY-VALID
                       PERFORM A5250-ADD-PAYEE
                   END-IF
               WHEN PYACTVI = 'U'
                   MOVE PYCLMVI          TO CLAIMNUMBER OF CLAIMS
                   PERFORM A5050-CHECK-ENTRY
                   IF ENTRY-VALID
                       PERFORM A5300-UPDATE-PAYEE
                   END-IF
               WHEN PYACTVI = 'D'
                   MOVE PYCLMVI          TO CLAIMNUMBER OF CLAIMS
                   PERFORM A5400-REMOVE-PAYEE
               WHEN OTHER
                   MOVE 'ENTER ACTION I-INQUIRE A-ADD U-UPDATE D-REMOVE'
                                                            TO MSG14O
           END-EVALUATE.
      ******************************************************************
      *     FIELDS LEFT UNKEYED COME IN AS LOW-VALUES - TREAT THEM AS  *
      *     BLANK, AND PICK UP THE KEYED PAYEE NUMBER                  *
      ******************************************************************
       A5010-CLEAR-LOW-VALUES.
      *-----------------------*
           INSPECT PYACTVI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PYCLMVI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PYSEQVI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PYTYPVI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PYNAMVI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PYMTHVI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PYRTGVI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PYACCVI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PYADRVI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PYCTYVI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PYSTAVI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PYZIPVI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PYBASVI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PYSHRVI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PYAMTVI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PYJNTVI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT PYJWSVI REPLACING ALL LOW-VALUES BY SPACES.
           IF PYSEQVI = SPACES
               MOVE ZEROES                  TO WS-SEQ-KEYED
           ELSE
               MOVE PYSEQVI                 TO WS-SEQ-KEYED
           END-IF.
      ******************************************************************
      *     A VALID PAYEE TYPE AND A NAME ARE MANDATORY. A JOINT PAYEE *
      *     ONLY NEEDS THE PAYEE IT IS JOINT WITH; ANY OTHER PAYEE     *
      *     NEEDS ITS PAYMENT DETAIL AND SPLIT BASIS, AND A PAYEE      *
      *     OTHERS ARE JOINT WITH IS PAID BY CHEQUE SO MUST KEEP ITS   *
      *     ADDRESS                                                    *
      ******************************************************************
       A5050-CHECK-ENTRY.
      *------------------*
           SET ENTRY-VALID                  TO TRUE.
           MOVE PYTYPVI                     TO PAYEE-TYPE.
           EVALUATE TRUE
               WHEN NOT PAYEE-TYPE-VALID
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'TYPE MUST BE MBR CONT MORT LIEN DEFN OTHR'
                                                            TO MSG14O
               WHEN PYNAMVI = SPACES
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'ENTER THE PAYEE NAME'              TO MSG14O
               WHEN PYJNTVI = 'Y'
                   PERFORM A5070-CHECK-JOINT
               WHEN PYJNTVI NOT = 'N' AND PYJNTVI NOT = SPACE
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'JOINT PAYEE MUST BE Y OR N'        TO MSG14O
               WHEN OTHER
                   PERFORM A5060-CHECK-PAYMENT
           END-EVALUATE.
      *-- THE FULL-ADDRESS RULE IN A5060 MEANS A BLANK STREET IS A
      *-- BLANK ADDRESS
           IF ENTRY-VALID AND PYJNTVI NOT = 'Y' AND PYADRVI = SPACES
               PERFORM A5090-COUNT-JOINTS
               IF WS-JOINT-COUNT > ZERO
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'PAYEES ARE JOINT WITH THIS ONE - ENTER ADDRESS'
                                                            TO MSG14O
               END-IF
           END-IF.
      ******************************************************************
      *     PAYMENT METHOD AND ITS DETAIL, THEN THE SPLIT BASIS AND    *
      *     ITS SHARE OR FIXED AMOUNT - BLANK AMOUNTS ARE ZERO         *
      ******************************************************************
       A5060-CHECK-PAYMENT.
      *--------------------*
           IF PYSHRVI = SPACES
               MOVE ZEROES                  TO WS-SHARE-KEYED
           ELSE
               MOVE PYSHRVI                 TO WS-SHARE-KEYED
           END-IF.
           IF PYAMTVI = SPACES
               MOVE ZEROES                  TO WS-FIXED-KEYED
           ELSE
               MOVE PYAMTVI                 TO WS-FIXED-KEYED
           END-IF.
           EVALUATE TRUE
               WHEN PYMTHVI NOT = 'E' AND PYMTHVI NOT = 'C'
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'PAYMENT METHOD MUST BE E-EFT OR C-CHEQUE'
                                                            TO MSG14O
               WHEN PYMTHVI = 'E' AND PYRTGVI NOT NUMERIC
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'ENTER A VALID 9-DIGIT BANK ROUTING NUMBER'
                                                            TO MSG14O
               WHEN PYMTHVI = 'E' AND PYACCVI = SPACES
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'ENTER THE PAYEE BANK ACCOUNT'      TO MSG14O
               WHEN PYMTHVI = 'C' AND PYADRVI = SPACES
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'ENTER THE MAILING ADDRESS FOR THE CHEQUE'
                                                            TO MSG14O
               WHEN (PYMTHVI = 'C' OR PYADRVI NOT = SPACES OR
                     PYCTYVI NOT = SPACES OR PYSTAVI NOT = SPACES OR
                     PYZIPVI NOT = SPACES)
                AND (PYADRVI = SPACES OR PYCTYVI = SPACES OR
                     PYSTAVI = SPACES OR PYZIPVI = SPACES)
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'ENTER THE FULL ADDRESS - STREET CITY STATE ZIP'
                                                            TO MSG14O
               WHEN PYBASVI NOT = 'S' AND PYBASVI NOT = 'F'
                AND PYBASVI NOT = 'E'
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'SPLIT BASIS MUST BE S-SHARE F-FIXED E-EXPENSE'
                                                            TO MSG14O
               WHEN PYBASVI = 'E' AND NOT PAYEE-DEFENSE
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'ONLY A DEFN PAYEE IS PAID LEGAL EXPENSE'
                                                            TO MSG14O
               WHEN PAYEE-DEFENSE AND PYBASVI NOT = 'E'
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'A DEFN PAYEE IS PAID ON SPLIT BASIS E'
                                                            TO MSG14O
               WHEN WS-SHARE-KEYED NOT NUMERIC
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'SHARE MUST BE NUMERIC'             TO MSG14O
               WHEN WS-FIXED-KEYED NOT NUMERIC
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'FIXED AMOUNT MUST BE NUMERIC'      TO MSG14O
               WHEN PYBASVI = 'S'
                AND (WS-SHARE-AMOUNT = ZERO
                  OR WS-SHARE-AMOUNT > WS-SHARE-MAX)
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'SHARE MUST BE 00001 TO 10000 (100.00 PERCENT)'
                                                            TO MSG14O
               WHEN PYBASVI = 'F' AND WS-FIXED-AMOUNT = ZERO
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'ENTER THE FIXED AMOUNT'            TO MSG14O
               WHEN PYBASVI = 'F' AND WS-FIXED-AMOUNT > WS-FIXED-MAX
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'FIXED AMOUNT IS TOO LARGE'         TO MSG14O
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      *     A JOINT PAYEE MUST BE JOINT WITH AN ACTIVE NON-JOINT PAYEE *
      *     OF THE SAME CLAIM OTHER THAN ITSELF, AND A PAYEE OTHERS    *
      *     ARE JOINT WITH CANNOT BECOME A JOINT PAYEE ITSELF. THE     *
      *     PARTNER'S PAYMENT THEN GOES BY CHEQUE TO BOTH NAMES, SO    *
      *     THE PARTNER MUST HAVE A FULL MAILING ADDRESS               *
      ******************************************************************
       A5070-CHECK-JOINT.
      *------------------*
           MOVE PYJWSVI                     TO WS-JWS-KEYED.
           EVALUATE TRUE
               WHEN WS-JWS-KEYED NOT NUMERIC OR WS-JWS-NUM = ZERO
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'ENTER THE PAYEE NUMBER THIS ONE IS JOINT WITH'
                                                            TO MSG14O
               WHEN WS-JWS-NUM = WS-SEQ-NUM
                   SET ENTRY-INVALID         TO TRUE
                   MOVE 'A PAYEE CANNOT BE JOINT WITH ITSELF'
                                                            TO MSG14O
               WHEN OTHER
                   MOVE CLAIMNUMBER OF CLAIMS
                                     TO CLAIMNUMBER OF CLAIM-PAYEE
                   MOVE WS-JWS-NUM           TO JOINT-WITH-SEQ
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-FOUND-COUNT
                         FROM MFTR28.CLAIM-PAYEE
                        WHERE CLAIMNUMBER      =
                                  :CLAIM-PAYEE.CLAIMNUMBER
                          AND PAYEE-SEQ        =
                                  :CLAIM-PAYEE.JOINT-WITH-SEQ
                          AND PAYEE-STATUS     = 'A'
                          AND JOINT-PAYEE-FLAG = 'N'
                   END-EXEC
                   IF SQLCODE NOT = 0 OR WS-FOUND-COUNT = ZERO
                       SET ENTRY-INVALID     TO TRUE
                       MOVE 'JOINT-WITH NOT AN ACTIVE NON-JOINT PAYEE'
                                                            TO MSG14O
                   ELSE
                       PERFORM A5080-CHECK-PARTNER-ADDRESS
                       PERFORM A5090-COUNT-JOINTS
                   END-IF
                   IF ENTRY-VALID AND WS-JOINT-COUNT > ZERO
                       SET ENTRY-INVALID     TO TRUE
                       MOVE 'OTHER PAYEES ARE JOINT WITH THIS ONE'
                                                            TO MSG14O
                   END-IF
           END-EVALUATE.
      ******************************************************************
      *     THE PAYEE THE JOINT PAYEE IS JOINT WITH MUST HAVE STREET,  *
      *     CITY, STATE AND ZIP FOR THE CHEQUE MF28PY1 WILL WRITE      *
      ******************************************************************
       A5080-CHECK-PARTNER-ADDRESS.
      *----------------------------*
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-FOUND-COUNT
                 FROM MFTR28.CLAIM-PAYEE
                WHERE CLAIMNUMBER  = :CLAIM-PAYEE.CLAIMNUMBER
                  AND PAYEE-SEQ    = :CLAIM-PAYEE.JOINT-WITH-SEQ
                  AND MAIL-ADDRESS <> ' '
                  AND MAIL-CITY    <> ' '
                  AND MAIL-STATE   <> ' '
                  AND MAIL-ZIP     <> ' '
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-FOUND-COUNT = ZERO
               SET ENTRY-INVALID             TO TRUE
               MOVE 'JOINT-WITH PAYEE NEEDS A FULL MAILING ADDRESS'
                                                            TO MSG14O
           END-IF.
      ******************************************************************
      *     ACTIVE JOINT PAYEES OF THE CLAIM JOINT WITH THE KEYED      *
      *     PAYEE NUMBER - NONE ON A-ADD, WHICH HAS NO NUMBER YET      *
      ******************************************************************
       A5090-COUNT-JOINTS.
      *-------------------*
           MOVE ZERO                        TO WS-JOINT-COUNT.
           MOVE CLAIMNUMBER OF CLAIMS    TO CLAIMNUMBER OF CLAIM-PAYEE.
           MOVE WS-SEQ-NUM                  TO JOINT-WITH-SEQ.
           IF WS-SEQ-NUM > ZERO
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-JOINT-COUNT
                     FROM MFTR28.CLAIM-PAYEE
                    WHERE CLAIMNUMBER      = :CLAIM-PAYEE.CLAIMNUMBER
                      AND JOINT-WITH-SEQ   = :CLAIM-PAYEE.JOINT-WITH-SEQ
                      AND JOINT-PAYEE-FLAG = 'Y'
                      AND PAYEE-STATUS     = 'A'
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'MF28CBH JOINT ERROR SQLCODE: ' SQLCODE
                   MOVE ZERO                TO WS-JOINT-COUNT
               END-IF
           END-IF.
      ******************************************************************
      *     LIST THE CLAIM'S PAYEES FROM THE TOP, OR SHOW THE KEYED    *
      *     PAYEE'S DETAIL READY FOR U OR D                            *
      ******************************************************************
       A5100-INQUIRE.
      *--------------*
           PERFORM A5150-READ-CLAIM.
           IF CLAIM-FOUND
               MOVE PYCLMVI                 TO WS-LAST-CLAIM
               IF WS-SEQ-NUM > ZERO
                   PERFORM A5700-READ-PAYEE
                   IF PAYEE-FOUND
                       PERFORM A5180-SHOW-PAYEE
                       MOVE 'PAYEE DETAIL DISPLAYED'        TO MSG14O
                   END-IF
               ELSE
                   MOVE 'PAYEE LIST DISPLAYED'              TO MSG14O
               END-IF
               PERFORM A5170-SHOW-TOTALS
               MOVE ZERO                    TO WS-FROM-SEQ
               PERFORM A4000-BUILD-PAGE
               IF WS-ROW-INDEX = ZERO
                   MOVE 'NO PAYEES - PAID TO STANDING PAYEE'
                                                            TO MSG14O
               END-IF
           END-IF.
      ******************************************************************
      *     THE CLAIM MUST BE ON FILE - ITS PAID AND SENT AMOUNTS GIVE *
      *     WHAT IS STILL TO GO TO TREASURY                            *
      ******************************************************************
       A5150-READ-CLAIM.
      *-----------------*
           SET CLAIM-NOT-FOUND              TO TRUE.
           EXEC SQL
               SELECT PAID, PAID-SENT-AMOUNT, CLAIM-STATUS
                 INTO :CLAIMS.PAID,
                      :CLAIMS.PAID-SENT-AMOUNT,
                      :CLAIMS.CLAIM-STATUS
                 FROM MFTR28.CLAIMS
                WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   SET CLAIM-FOUND           TO TRUE
               WHEN 100
                   MOVE 'CLAIM NOT ON FILE'                 TO MSG14O
               WHEN OTHER
                   DISPLAY 'MF28CBH CLAIM ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR READING CLAIM'               TO MSG14O
           END-EVALUATE.
      ******************************************************************
      *     A CLAIM MERGED INTO ANOTHER IS READ-ONLY - ITS PAYEES      *
      *     RECORD WHAT TREASURY WAS TOLD UNDER THAT NUMBER, AND NEW   *
      *     MONEY IS PAID ON THE SURVIVOR                              *
      ******************************************************************
       A5155-READ-LIVE-CLAIM.
      *----------------------*
           PERFORM A5150-READ-CLAIM.
           IF CLAIM-FOUND AND STATUS-MERGED
               SET CLAIM-NOT-FOUND           TO TRUE
               MOVE 'CLAIM IS MERGED - CHANGE PAYEES ON ITS SURVIVOR'
                                                            TO MSG14O
           END-IF.
      ******************************************************************
      *     COUNT THE ACTIVE PAYEES AND TOTAL THEIR SHARES FOR THE     *
      *     INFORMATION LINE                                           *
      ******************************************************************
       A5160-GET-TOTALS.
      *-----------------*
           MOVE CLAIMNUMBER OF CLAIMS    TO CLAIMNUMBER OF CLAIM-PAYEE.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN SPLIT-BASIS = 'S'
                                        THEN SHARE-PERCENT
                                        ELSE 0
                                   END), 0)
                 INTO :WS-ACTIVE-COUNT,
                      :WS-SHARE-TOTAL
                 FROM MFTR28.CLAIM-PAYEE
                WHERE CLAIMNUMBER  = :CLAIM-PAYEE.CLAIMNUMBER
                  AND PAYEE-STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28CBH TOTAL ERROR SQLCODE: ' SQLCODE
               MOVE ZERO                    TO WS-ACTIVE-COUNT
                                               WS-SHARE-TOTAL
           END-IF.
      ******************************************************************
      *     SHOW THE PAYEE COUNT, SHARE TOTAL, UNSENT AMOUNT AND CLAIM *
      *     STATUS ON THE INFORMATION LINE                             *
      ******************************************************************
       A5170-SHOW-TOTALS.
      *------------------*
           PERFORM A5160-GET-TOTALS.
           COMPUTE WS-UNSENT = PAID OF CLAIMS - PAID-SENT-AMOUNT.
           MOVE WS-ACTIVE-COUNT             TO WS-IT-COUNT.
           MOVE WS-SHARE-TOTAL              TO WS-IT-SHARES.
           MOVE WS-UNSENT                   TO WS-IT-UNSENT.
           MOVE CLAIM-STATUS OF CLAIMS      TO WS-IT-STATUS.
           MOVE WS-INFO-TEXT                TO PYINFVO.
      ******************************************************************
      *     MOVE THE PAYEE TO THE ENTRY FIELDS - THE SHARE AND FIXED   *
      *     AMOUNT GO BACK OUT IN THE FORM THEY ARE KEYED              *
      ******************************************************************
       A5180-SHOW-PAYEE.
      *-----------------*
           MOVE PAYEE-TYPE                  TO PYTYPVO.
           MOVE PAYEE-NAME                  TO PYNAMVO.
           MOVE PAY-METHOD                  TO PYMTHVO.
           MOVE BANK-ROUTING                TO PYRTGVO.
           MOVE BANK-ACCOUNT                TO PYACCVO.
           MOVE MAIL-ADDRESS                TO PYADRVO.
           MOVE MAIL-CITY                   TO PYCTYVO.
           MOVE MAIL-STATE                  TO PYSTAVO.
           MOVE MAIL-ZIP                    TO PYZIPVO.
           MOVE SPLIT-BASIS                 TO PYBASVO.
           MOVE SHARE-PERCENT               TO WS-SHARE-AMOUNT.
           MOVE WS-SHARE-KEYED              TO PYSHRVO.
           MOVE FIXED-AMOUNT                TO WS-FIXED-AMOUNT.
           MOVE WS-FIXED-KEYED              TO PYAMTVO.
           MOVE JOINT-PAYEE-FLAG            TO PYJNTVO.
           IF JOINT-PAYEE
               MOVE JOINT-WITH-SEQ          TO WS-JWS-NUM
               MOVE WS-JWS-KEYED            TO PYJWSVO
           ELSE
               MOVE SPACES                  TO PYJWSVO
           END-IF.
      ******************************************************************
      *     MOVE THE VALIDATED SCREEN ENTRY TO THE PAYEE ROW. A JOINT  *
      *     PAYEE HAS NO PART OF ITS OWN; BANK DETAIL IS ONLY KEPT FOR *
      *     AN EFT PAYEE                                               *
      ******************************************************************
       A5210-MOVE-ENTRY.
      *-----------------*
           MOVE CLAIMNUMBER OF CLAIMS    TO CLAIMNUMBER OF CLAIM-PAYEE.
           MOVE PYTYPVI                     TO PAYEE-TYPE.
           MOVE PYNAMVI                     TO PAYEE-NAME.
           MOVE PYADRVI                     TO MAIL-ADDRESS.
           MOVE PYCTYVI                     TO MAIL-CITY.
           MOVE PYSTAVI                     TO MAIL-STATE.
           MOVE PYZIPVI                     TO MAIL-ZIP.
           IF PYJNTVI = 'Y'
               SET JOINT-PAYEE              TO TRUE
               SET SPLIT-JOINT              TO TRUE
               SET PAY-BY-CHEQUE            TO TRUE
               MOVE WS-JWS-NUM              TO JOINT-WITH-SEQ
               MOVE ZERO                    TO SHARE-PERCENT
                                               FIXED-AMOUNT
           ELSE
               SET NOT-JOINT-PAYEE          TO TRUE
               MOVE PYMTHVI                 TO PAY-METHOD
               MOVE PYBASVI                 TO SPLIT-BASIS
               MOVE ZERO                    TO JOINT-WITH-SEQ
                                               SHARE-PERCENT
                                               FIXED-AMOUNT
               EVALUATE TRUE
                   WHEN SPLIT-SHARE
                       MOVE WS-SHARE-AMOUNT TO SHARE-PERCENT
                   WHEN SPLIT-FIXED
                       MOVE WS-FIXED-AMOUNT TO FIXED-AMOUNT
               END-EVALUATE
           END-IF.
           IF PAY-BY-EFT
               MOVE PYRTGVI                 TO BANK-ROUTING
               MOVE PYACCVI                 TO BANK-ACCOUNT
           ELSE
               MOVE SPACES                  TO BANK-ROUTING
                                               BANK-ACCOUNT
           END-IF.
           MOVE WS-USERID
                         TO CHANGED-BY-USERID OF CLAIM-PAYEE.
      ******************************************************************
      *     ADD THE PAYEE AS THE CLAIM'S NEXT PAYEE NUMBER, UNLESS THE *
      *     CLAIM ALREADY HAS AS MANY ACTIVE PAYEES AS MF28PY1 SPLITS  *
      ******************************************************************
       A5250-ADD-PAYEE.
      *----------------*
           PERFORM A5155-READ-LIVE-CLAIM.
           IF CLAIM-FOUND
               PERFORM A5160-GET-TOTALS
               IF WS-ACTIVE-COUNT NOT < WS-PAYEE-MAX
                   MOVE 'CLAIM ALREADY HAS 20 ACTIVE PAYEES'
                                                            TO MSG14O
               ELSE
                   PERFORM A5260-INSERT-PAYEE
               END-IF
           END-IF.
      ******************************************************************
      *                 INSERT THE NEW ACTIVE PAYEE                    *
      ******************************************************************
       A5260-INSERT-PAYEE.
      *-------------------*
           PERFORM A5210-MOVE-ENTRY.
           SET PAYEE-ACTIVE                 TO TRUE.
           EXEC SQL
               SELECT COALESCE(MAX(PAYEE-SEQ), 0) + 1
                 INTO :CLAIM-PAYEE.PAYEE-SEQ
                 FROM MFTR28.CLAIM-PAYEE
                WHERE CLAIMNUMBER = :CLAIM-PAYEE.CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               INSERT INTO MFTR28.CLAIM-PAYEE
                      (CLAIMNUMBER,
                       PAYEE-SEQ,
                       PAYEE-TYPE,
                       PAYEE-NAME,
                       PAY-METHOD,
                       BANK-ROUTING,
                       BANK-ACCOUNT,
                       MAIL-ADDRESS,
                       MAIL-CITY,
                       MAIL-STATE,
                       MAIL-ZIP,
                       SPLIT-BASIS,
                       SHARE-PERCENT,
                       FIXED-AMOUNT,
                       JOINT-PAYEE-FLAG,
                       JOINT-WITH-SEQ,
                       PAYEE-STATUS,
                       CHANGED-BY-USERID,
                       CHANGE-TIMESTAMP)
               VALUES (:CLAIM-PAYEE.CLAIMNUMBER,
                       :CLAIM-PAYEE.PAYEE-SEQ,
                       :CLAIM-PAYEE.PAYEE-TYPE,
                       :CLAIM-PAYEE.PAYEE-NAME,
                       :CLAIM-PAYEE.PAY-METHOD,
                       :CLAIM-PAYEE.BANK-ROUTING,
                       :CLAIM-PAYEE.BANK-ACCOUNT,
                       :CLAIM-PAYEE.MAIL-ADDRESS,
                       :CLAIM-PAYEE.MAIL-CITY,
                       :CLAIM-PAYEE.MAIL-STATE,
                       :CLAIM-PAYEE.MAIL-ZIP,
                       :CLAIM-PAYEE.SPLIT-BASIS,
                       :CLAIM-PAYEE.SHARE-PERCENT,
                       :CLAIM-PAYEE.FIXED-AMOUNT,
                       :CLAIM-PAYEE.JOINT-PAYEE-FLAG,
                       :CLAIM-PAYEE.JOINT-WITH-SEQ,
                       :CLAIM-PAYEE.PAYEE-STATUS,
                       :CLAIM-PAYEE.CHANGED-BY-USERID,
                       CURRENT TIMESTAMP)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'PAYEE ADDED'        TO WS-NOTE-ACTION
                   PERFORM A5600-LOG-CHANGE
                   MOVE PAYEE-SEQ           TO WS-SEQ-NUM
                   MOVE WS-SEQ-KEYED        TO PYSEQVO
                   MOVE 'PAYEE ADDED'                       TO MSG14O
                   PERFORM A5500-REFRESH-LIST
               WHEN OTHER
                   DISPLAY 'MF28CBH INSERT ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR ADDING PAYEE'                TO MSG14O
           END-EVALUATE.
      ******************************************************************
      *     UPDATE THE KEYED ACTIVE PAYEE WITH THE SCREEN ENTRY        *
      ******************************************************************
       A5300-UPDATE-PAYEE.
      *-------------------*
           PERFORM A5155-READ-LIVE-CLAIM.
           IF CLAIM-FOUND
               PERFORM A5700-READ-PAYEE
               IF PAYEE-FOUND AND PAYEE-REMOVED
                   MOVE 'PAYEE HAS BEEN REMOVED - ADD IT AGAIN'
                                                            TO MSG14O
               END-IF
               IF PAYEE-FOUND AND PAYEE-ACTIVE
                   PERFORM A5210-MOVE-ENTRY
                   PERFORM A5350-REWRITE-PAYEE
               END-IF
           END-IF.
      ******************************************************************
      *                 REWRITE THE PAYEE ROW                          *
      ******************************************************************
       A5350-REWRITE-PAYEE.
      *--------------------*
           EXEC SQL
               UPDATE MFTR28.CLAIM-PAYEE
                  SET PAYEE-TYPE        = :CLAIM-PAYEE.PAYEE-TYPE
                    , PAYEE-NAME        = :CLAIM-PAYEE.PAYEE-NAME
                    , PAY-METHOD        = :CLAIM-PAYEE.PAY-METHOD
                    , BANK-ROUTING      = :CLAIM-PAYEE.BANK-ROUTING
                    , BANK-ACCOUNT      = :CLAIM-PAYEE.BANK-ACCOUNT
                    , MAIL-ADDRESS      = :CLAIM-PAYEE.MAIL-ADDRESS
                    , MAIL-CITY         = :CLAIM-PAYEE.MAIL-CITY
                    , MAIL-STATE        = :CLAIM-PAYEE.MAIL-STATE
                    , MAIL-ZIP          = :CLAIM-PAYEE.MAIL-ZIP
                    , SPLIT-BASIS       = :CLAIM-PAYEE.SPLIT-BASIS
                    , SHARE-PERCENT     = :CLAIM-PAYEE.SHARE-PERCENT
                    , FIXED-AMOUNT      = :CLAIM-PAYEE.FIXED-AMOUNT
                    , JOINT-PAYEE-FLAG  = :CLAIM-PAYEE.JOINT-PAYEE-FLAG
                    , JOINT-WITH-SEQ    = :CLAIM-PAYEE.JOINT-WITH-SEQ
                    , CHANGED-BY-USERID =
                          :CLAIM-PAYEE.CHANGED-BY-USERID
                    , CHANGE-TIMESTAMP  = CURRENT TIMESTAMP
                WHERE CLAIMNUMBER       = :CLAIM-PAYEE.CLAIMNUMBER
                  AND PAYEE-SEQ         = :CLAIM-PAYEE.PAYEE-SEQ
                  AND PAYEE-STATUS      = 'A'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'PAYEE UPDATED'      TO WS-NOTE-ACTION
                   PERFORM A5600-LOG-CHANGE
                   MOVE 'PAYEE UPDATED'                     TO MSG14O
                   PERFORM A5500-REFRESH-LIST
               WHEN OTHER
                   DISPLAY 'MF28CBH UPDATE ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR UPDATING PAYEE'              TO MSG14O
           END-EVALUATE.
      ******************************************************************
      *     REMOVE THE KEYED PAYEE - REFUSED WHILE ACTIVE JOINT        *
      *     PAYEES ARE NAMED ON ITS INSTRUCTION                        *
      ******************************************************************
       A5400-REMOVE-PAYEE.
      *-------------------*
           PERFORM A5155-READ-LIVE-CLAIM.
           IF CLAIM-FOUND
               PERFORM A5700-READ-PAYEE
               PERFORM A5090-COUNT-JOINTS
               EVALUATE TRUE
                   WHEN PAYEE-NOT-FOUND
                       CONTINUE
                   WHEN PAYEE-REMOVED
                       MOVE 'PAYEE IS ALREADY REMOVED'      TO MSG14O
                   WHEN WS-JOINT-COUNT > ZERO
                       MOVE 'REMOVE PAYEES JOINT WITH THIS ONE FIRST'
                                                            TO MSG14O
                   WHEN OTHER
                       PERFORM A5450-MARK-REMOVED
               END-EVALUATE
           END-IF.
      ******************************************************************
      *     MARK THE PAYEE REMOVED - THE ROW STAYS ON FILE             *
      ******************************************************************
       A5450-MARK-REMOVED.
      *-------------------*
           MOVE WS-USERID
                         TO CHANGED-BY-USERID OF CLAIM-PAYEE.
           EXEC SQL
               UPDATE MFTR28.CLAIM-PAYEE
                  SET PAYEE-STATUS      = 'I'
                    , CHANGED-BY-USERID =
                          :CLAIM-PAYEE.CHANGED-BY-USERID
                    , CHANGE-TIMESTAMP  = CURRENT TIMESTAMP
                WHERE CLAIMNUMBER       = :CLAIM-PAYEE.CLAIMNUMBER
                  AND PAYEE-SEQ         = :CLAIM-PAYEE.PAYEE-SEQ
                  AND PAYEE-STATUS      = 'A'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'PAYEE REMOVED'      TO WS-NOTE-ACTION
                   PERFORM A5600-LOG-CHANGE
                   MOVE 'PAYEE REMOVED'                     TO MSG14O
                   PERFORM A5500-REFRESH-LIST
               WHEN OTHER
                   DISPLAY 'MF28CBH UPDATE ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR REMOVING PAYEE'              TO MSG14O
           END-EVALUATE.
      ******************************************************************
      *     AFTER A CHANGE, REDISPLAY THE LIST AND TOTALS AND WARN     *
      *     WHILE THE SHARES DO NOT TOTAL 100 - MF28PY1 HOLDS THE      *
      *     CLAIM'S MONEY UNTIL THEY DO                                *
      ******************************************************************
       A5500-REFRESH-LIST.
      *-------------------*
           PERFORM A5170-SHOW-TOTALS.
           MOVE ZERO                        TO WS-FROM-SEQ.
           PERFORM A4000-BUILD-PAGE.
           IF WS-SHARE-TOTAL NOT = ZERO AND WS-SHARE-TOTAL NOT = 100
               MOVE 'SAVED - SHARES DO NOT TOTAL 100, PAYMENT WILL HOLD'
                                                            TO MSG14O
           END-IF.
      ******************************************************************
      *     WRITE THE CHANGE TO THE CLAIM'S DIARY ON CLAIM-NOTES, THE  *
      *     SAME WAY MF28CB3 ADDS A NOTE                               *
      ******************************************************************
       A5600-LOG-CHANGE.
      *-----------------*
           MOVE CLAIMNUMBER OF CLAIM-PAYEE
                               TO CLAIMNUMBER OF CLAIM-NOTES.
           EXEC SQL
                SELECT COUNT(*) + 1
                  INTO :CLAIM-NOTES.NOTE-SEQ
                  FROM MFTR28.CLAIM-NOTES
                 WHERE CLAIMNUMBER = :CLAIM-NOTES.CLAIMNUMBER
           END-EXEC.
           MOVE PAYEE-SEQ                   TO WS-NOTE-SEQ.
           MOVE PAYEE-TYPE                  TO WS-NOTE-TYPE.
           MOVE PAYEE-NAME                  TO WS-NOTE-NAME.
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
           DISPLAY 'SQLCODE PAYEE NOTE INSERT' SQLCODE.
      ******************************************************************
      *     READ THE KEYED PAYEE OF THE CLAIM                          *
      ******************************************************************
       A5700-READ-PAYEE.
      *-----------------*
           SET PAYEE-NOT-FOUND              TO TRUE.
           MOVE CLAIMNUMBER OF CLAIMS    TO CLAIMNUMBER OF CLAIM-PAYEE.
           MOVE WS-SEQ-NUM                  TO PAYEE-SEQ.
           EXEC SQL
               SELECT PAYEE-TYPE, PAYEE-NAME, PAY-METHOD,
                      BANK-ROUTING, BANK-ACCOUNT, MAIL-ADDRESS,
                      MAIL-CITY, MAIL-STATE, MAIL-ZIP,
                      SPLIT-BASIS, SHARE-PERCENT, FIXED-AMOUNT,
                      JOINT-PAYEE-FLAG, JOINT-WITH-SEQ, PAYEE-STATUS,
                      CHANGED-BY-USERID, CHANGE-TIMESTAMP
                 INTO :CLAIM-PAYEE.PAYEE-TYPE,
                      :CLAIM-PAYEE.PAYEE-NAME,
                      :CLAIM-PAYEE.PAY-METHOD,
                      :CLAIM-PAYEE.BANK-ROUTING,
                      :CLAIM-PAYEE.BANK-ACCOUNT,
                      :CLAIM-PAYEE.MAIL-ADDRESS,
                      :CLAIM-PAYEE.MAIL-CITY,
                      :CLAIM-PAYEE.MAIL-STATE,
                      :CLAIM-PAYEE.MAIL-ZIP,
                      :CLAIM-PAYEE.SPLIT-BASIS,
                      :CLAIM-PAYEE.SHARE-PERCENT,
                      :CLAIM-PAYEE.FIXED-AMOUNT,
                      :CLAIM-PAYEE.JOINT-PAYEE-FLAG,
                      :CLAIM-PAYEE.JOINT-WITH-SEQ,
                      :CLAIM-PAYEE.PAYEE-STATUS,
                      :CLAIM-PAYEE.CHANGED-BY-USERID,
                      :CLAIM-PAYEE.CHANGE-TIMESTAMP
                 FROM MFTR28.CLAIM-PAYEE
                WHERE CLAIMNUMBER = :CLAIM-PAYEE.CLAIMNUMBER
                  AND PAYEE-SEQ   = :CLAIM-PAYEE.PAYEE-SEQ
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   SET PAYEE-FOUND           TO TRUE
               WHEN 100
                   MOVE 'PAYEE NOT ON FILE FOR THIS CLAIM'  TO MSG14O
               WHEN OTHER
                   DISPLAY 'MF28CBH PAYEE ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR READING PAYEE'               TO MSG14O
           END-EVALUATE.
      ******************************************************************
      *     RECEIVE THE SCREEN AND ACT ON THE AID KEY - ENTER APPLIES  *
      *     THE KEYED ACTION, PF8 PAGES ON THROUGH THE PAYEE LIST OF   *
      *     THE CLAIM LAST INQUIRED ON, PF7 GOES BACK TO ITS TOP, PF3  *
      *     ENDS THE TRANSACTION                                       *
      ******************************************************************
       A6000-RECEIVE-AND-PROCESS.
      *--------------------------*
           PERFORM A2100-RECEIVE-MAP.
           MOVE SPACES                     TO MSG14O.
           EVALUATE TRUE
               WHEN EIBAID = WS-AID-PF3
                   SET EXIT-TRUE             TO TRUE
               WHEN (EIBAID = WS-AID-PF7 OR EIBAID = WS-AID-PF8)
                AND WS-LAST-CLAIM = SPACES
                   MOVE 'INQUIRE ON A CLAIM FIRST'          TO MSG14O
               WHEN EIBAID = WS-AID-PF8
                   MOVE WS-LAST-CLAIM        TO CLAIMNUMBER OF CLAIMS
                   PERFORM A4000-BUILD-PAGE
                   IF WS-ROW-INDEX = ZERO
                       MOVE 'NO MORE PAYEES - PF7 FOR THE TOP'
                                                            TO MSG14O
                   END-IF
               WHEN EIBAID = WS-AID-PF7
                   MOVE WS-LAST-CLAIM        TO CLAIMNUMBER OF CLAIMS
                   MOVE ZERO                 TO WS-FROM-SEQ
                   PERFORM A4000-BUILD-PAGE
               WHEN EIBAID = WS-AID-ENTER
                   PERFORM A5000-APPLY-ACTION
               WHEN OTHER
                   MOVE 'PRESS ENTER-APPLY, PF7-TOP, PF8-NEXT, PF3-EXIT'
                                                            TO MSG14O
           END-EVALUATE.
           IF EXIT-FALSE
               PERFORM A2000-SEND-MAP
           END-IF.
      ******************************************************************
      *     END THE TASK - RETURN TRANSID WITH THE LAST CLAIM AND      *
      *     PAYEE SHOWN UNLESS PF3 ENDED THE CONVERSATION, IN WHICH    *
      *     CASE A PLAIN RETURN HANDS CONTROL BACK TO CICS WITH NO     *
      *     FOLLOW-ON TASK                                             *
      ******************************************************************
       A9999-END-PARA.
      *--------------*
           IF EXIT-TRUE
               EXEC CICS RETURN
               END-EXEC
           ELSE
               MOVE WS-LAST-CLAIM            TO WS-OUT-LAST-CLAIM
               MOVE WS-FROM-SEQ              TO WS-OUT-FROM-SEQ
               EXEC CICS RETURN
                   TRANSID('MF2Y')
                   COMMAREA(WS-COMMAREA-OUT)
                   LENGTH(LENGTH OF WS-COMMAREA-OUT)
               END-EXEC
           END-IF.
      ******************************************************************
      *                        END OF PROGRAM                          *
      ******************************************************************
