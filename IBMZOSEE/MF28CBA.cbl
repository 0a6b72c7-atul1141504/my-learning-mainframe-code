      *                       BANK DETAIL.
      *                    4. PF8 PAGES FORWARD, PF7 RESTARTS AT THE
      *                       TOP OF THE LIST, PF3 ENDS.
      *                    5. A BOUNCED INSTRUCTION TO ONE PAYEE OF A
      *                       SPLIT SETTLEMENT IS REPAIRED ON ITS OWN -
      *                       THE PAYEE'S BANK DETAIL IS CORRECTED ON
      *                       MFTR28.CLAIM-PAYEE AND THE INSTRUCTION IS
      *                       QUEUED FOR MF28PY1 TO RE-SEND.
      *
      * MODIFICATION HISTORY:
      * 09/02/2026 APATEL   INITIAL VERSION.
      * 10/14/2026 APATEL   THE LIST NOW SHOWS BOUNCED PAYMENT
      *                     INSTRUCTIONS (MF28PY2 MARKS EACH PAYEE'S
      *                     INSTRUCTION 'B' ON ITS OWN) WITH THE PAYEE
      *                     AND AMOUNT, AS WELL AS CLAIMS STILL FLAGGED
      *                     BOUNCED AS A WHOLE (INSTRUCTION 0). KEYING
      *                     AN INSTRUCTION NUMBER (RPINSVI) REPAIRS
      *                     THAT PAYEE ONLY: ITS CLAIM-PAYEE BANK DETAIL
      *                     IS CORRECTED, THE INSTRUCTION GOES TO 'R'
      *                     FOR THE MF28PY1 RE-SEND AND THE REPAIR ROW
      *                     RECORDS THE PAYEE AND INSTRUCTION. THE LIST
      *                     IS PAGED ON CLAIM AND INSTRUCTION NUMBER.
      *
      * PROGRAM TYPE: COBOL-CICS-DB2.
      *
      *
      * BMS: MF28BMS (MAP7)
      *
      * COPYBOOKS: MF28BMS, MF28CP1, MF28CP9, MF28CP20, MF28CP35,
      *            MF28CP41
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIMS, MFTR28.PAYMENT-REPAIR,
      *         MFTR28.PAYMENT-INSTRUCTION, MFTR28.CLAIM-PAYEE,
      *         MFTR28.USER-ROLE
      *
      * CALLING MODULES: NONE (OR CICS SCREEN, TRANSID MF2R)
           EXEC SQL
               INCLUDE MF28CP20
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP35
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP41
           END-EXEC.
       01 WS-AID-VALUES.
           05 WS-AID-ENTER              PIC X(01) VALUE ''''.
           05 WS-AID-PF3                PIC X(01) VALUE '3'.
       01 WS-USERID                     PIC X(08).
       01 WS-PAGE-SIZE                  PIC S9(3) COMP VALUE 5.
       01 WS-ROW-INDEX                  PIC S9(3) COMP VALUE ZERO.
      *-- THE LIST IS PAGED ON CLAIM NUMBER * 1000 + INSTRUCTION
      *-- NUMBER (ZERO FOR A CLAIM BOUNCED AS A WHOLE)
       01 WS-FROM-KEY                   PIC S9(10) COMP-3 VALUE ZERO.
       01 WS-INSTR-NUM                  PIC 9(03).
       01 WS-ROW-CLAIMNUMBER             PIC S9(7) COMP-3.
       01 WS-ROW-INSTR-SEQ               PIC S9(3) COMP-3.
       01 WS-ROW-AMOUNT                  PIC S9(7)V99 COMP-3.
       01 WS-ROW-PAYEE                   PIC X(30).
       01 WS-ROW-DATE                    PIC X(10).
       01 WS-ROW-TEXT.
           05 WS-RT-CLAIMNUMBER          PIC Z(6)9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-INSTR-SEQ            PIC ZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-PAYEE                PIC X(30).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-AMOUNT               PIC Z(6)9.99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WS-RT-DATE                 PIC X(10).
       01 WS-COMMAREA-OUT.
           05 WS-OUT-FROM-KEY            PIC S9(10) COMP-3.
       LINKAGE SECTION.
      *-- INCOMING COMMAREA FROM THE PRIOR TASK - EMPTY (EIBCALEN = 0)
      *-- ON THE VERY FIRST ENTRY TO THE TRANSACTION
       01 DFHCOMMAREA.
           05 LK-FROM-KEY                PIC S9(10) COMP-3.
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
               INTO(MAP7I)
           END-EXEC.
      ******************************************************************
      *     BUILD ONE PAGE OF THE BOUNCED LIST - A FRESH CURSOR PAST   *
      *     WS-FROM-KEY EACH TASK, SAME AS MF28CB6'S QUEUE, SO         *
      *     PAYMENTS ALREADY REPAIRED FROM ANOTHER SCREEN HAVE LEFT    *
      *     THE LIST WHEN WE REDISPLAY. BOUNCED INSTRUCTIONS ARE       *
      *     LISTED WITH THEIR PAYEE; A CLAIM FLAGGED BOUNCED AS A      *
      *     WHOLE IS LISTED ONCE AS INSTRUCTION 0 (ITS INSTRUCTIONS    *
      *     ARE NOT LISTED SEPARATELY)                                 *
      ******************************************************************
       A4000-BUILD-PAGE.
      *----------------*
           MOVE 'N'                        TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE BNCQC1 CURSOR FOR
                   SELECT PI.CLAIMNUMBER, PI.INSTR-SEQ,
                          PI.INSTR-AMOUNT,
                          COALESCE(CP.PAYEE-NAME,
                                   'STANDING PAYEE DETAIL'),
                          PI.INSTR-ACK-DATE
                   FROM MFTR28.PAYMENT-INSTRUCTION PI
                   LEFT OUTER JOIN MFTR28.CLAIM-PAYEE CP
                     ON CP.CLAIMNUMBER = PI.CLAIMNUMBER
                    AND CP.PAYEE-SEQ   = PI.PAYEE-SEQ
                   WHERE PI.INSTR-ACK-STATUS = 'B'
                     AND PI.CLAIMNUMBER * 1000 + PI.INSTR-SEQ
                         > :WS-FROM-KEY
                     AND NOT EXISTS
                         (SELECT 1
                            FROM MFTR28.CLAIMS CL
                           WHERE CL.CLAIMNUMBER   = PI.CLAIMNUMBER
                             AND CL.PAY-SENT-FLAG = 'B')
                   UNION ALL
                   SELECT CLAIMNUMBER, 0,
                          PAID - PAID-SENT-AMOUNT,
                          'WHOLE CLAIM - ALL PAYEES',
                          STATUS-DATE
                   FROM MFTR28.CLAIMS
                   WHERE PAY-SENT-FLAG = 'B'
                     AND CLAIMNUMBER * 1000 > :WS-FROM-KEY
                   ORDER BY 1, 2
           END-EXEC.
           EXEC SQL
               OPEN BNCQC1
               MOVE 'NO BOUNCED PAYMENTS AWAITING REPAIR'  TO MSG7O
           END-IF.
      ******************************************************************
      *                  FETCH ONE BOUNCED PAYMENT ROW                 *
      ******************************************************************
       A4100-FETCH-ONE-ROW.
      *--------------------*
           EXEC SQL
               FETCH BNCQC1
               INTO :WS-ROW-CLAIMNUMBER, :WS-ROW-INSTR-SEQ,
                    :WS-ROW-AMOUNT, :WS-ROW-PAYEE,
                    :WS-ROW-DATE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1                    TO WS-ROW-INDEX
                   COMPUTE WS-FROM-KEY = WS-ROW-CLAIMNUMBER * 1000
                                       + WS-ROW-INSTR-SEQ
                   PERFORM A4200-MOVE-ROW-TO-SCREEN
               WHEN 100
                   MOVE 'Y'                 TO WS-EOF-FLAG
       A4200-MOVE-ROW-TO-SCREEN.
      *-------------------------*
           MOVE WS-ROW-CLAIMNUMBER         TO WS-RT-CLAIMNUMBER.
           MOVE WS-ROW-INSTR-SEQ            TO WS-RT-INSTR-SEQ.
           MOVE WS-ROW-PAYEE                TO WS-RT-PAYEE.
           MOVE WS-ROW-AMOUNT               TO WS-RT-AMOUNT.
           MOVE WS-ROW-DATE                 TO WS-RT-DATE.
           EVALUATE WS-ROW-INDEX
               WHEN 1
                   MOVE WS-ROW-TEXT          TO RB01VO
      *     VALIDATE THE KEYED REPAIR AND APPLY IT - THE BOUNCE        *
      *     REASON AND THE FULL CORRECTED BANK DETAIL ARE ALL          *
      *     MANDATORY, SINCE THE REPAIR ROW IS THE EVIDENCE OF WHAT    *
      *     WAS FIXED AND THE DETAIL THE RE-SEND WILL CARRY. AN        *
      *     INSTRUCTION NUMBER REPAIRS THAT ONE BOUNCED PAYEE; NONE    *
      *     (OR ZERO) REPAIRS A CLAIM FLAGGED BOUNCED AS A WHOLE       *
      ******************************************************************
       A5000-APPLY-REPAIR.
      *-------------------*
           IF RPINSVI = SPACES OR RPINSVI = LOW-VALUES
               MOVE '000'                  TO RPINSVI
           END-IF.
           EVALUATE TRUE
               WHEN RPCLMVI = SPACES OR RPCLMVI = LOW-VALUES
                   MOVE 'ENTER THE CLAIM NUMBER TO REPAIR'  TO MSG7O
               WHEN RPCLMVI NOT NUMERIC
                   MOVE 'ENTER A VALID CLAIM NUMBER'        TO MSG7O
               WHEN RPINSVI NOT NUMERIC
                   MOVE 'ENTER A VALID 3-DIGIT INSTRUCTION NUMBER'
                                                             TO MSG7O
               WHEN RPRSNVI = SPACES OR RPRSNVI = LOW-VALUES
                   MOVE 'ENTER THE BOUNCE REASON'           TO MSG7O
               WHEN RPRTGVI NOT NUMERIC
                   MOVE 'ENTER A VALID 9-DIGIT BANK ROUTING' TO MSG7O
               WHEN RPACCVI = SPACES OR RPACCVI = LOW-VALUES
                   MOVE 'ENTER THE PAYEE BANK ACCOUNT'      TO MSG7O
               WHEN RPINSVI = '000'
                   MOVE RPCLMVI          TO CLAIMNUMBER OF CLAIMS
                   MOVE ZERO             TO PAYEE-SEQ OF PAYMENT-REPAIR
                   MOVE ZERO             TO INSTR-SEQ OF PAYMENT-REPAIR
                   PERFORM A5100-RESET-BOUNCED-FLAG
               WHEN OTHER
                   MOVE RPCLMVI          TO CLAIMNUMBER OF CLAIMS
                   MOVE RPINSVI          TO WS-INSTR-NUM
                   PERFORM A5300-REPAIR-INSTRUCTION
           END-EVALUATE.
      ******************************************************************
      *     RESET THE CLAIM'S FLAG TO 'N' SO THE NEXT MF28PY1 RUN      *
           MOVE RPRTGVI                     TO PAYEE-BANK-ROUTING.
           MOVE RPACCVI                     TO PAYEE-BANK-ACCOUNT.
           MOVE WS-USERID                   TO REPAIRED-BY-USERID.
      *-- PAYEE-SEQ AND INSTR-SEQ WERE SET BY THE CALLER - ZERO FOR A
      *-- WHOLE-CLAIM REPAIR
           EXEC SQL
               INSERT INTO MFTR28.PAYMENT-REPAIR
                      (CLAIMNUMBER,
                       PAYEE-BANK-ROUTING,
                       PAYEE-BANK-ACCOUNT,
                       REPAIRED-BY-USERID,
                       REPAIR-TIMESTAMP,
                       PAYEE-SEQ,
                       INSTR-SEQ)
               VALUES (:PAYMENT-REPAIR.CLAIMNUMBER,
                       :PAYMENT-REPAIR.REPAIR-SEQ,
                       :PAYMENT-REPAIR.BOUNCE-REASON,
                       :PAYMENT-REPAIR.PAYEE-BANK-ROUTING,
                       :PAYMENT-REPAIR.PAYEE-BANK-ACCOUNT,
                       :PAYMENT-REPAIR.REPAIRED-BY-USERID,
                       CURRENT TIMESTAMP,
                       :PAYMENT-REPAIR.PAYEE-SEQ,
                       :PAYMENT-REPAIR.INSTR-SEQ)
           END-EXEC.
           DISPLAY 'SQLCODE REPAIR INSERT' SQLCODE.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 'ERROR LOGGING REPAIR'   TO MSG7O
               WHEN INSTR-SEQ OF PAYMENT-REPAIR = ZERO
                   MOVE 'REPAIR RECORDED - CLAIM QUEUED FOR RE-SEND'
                                             TO MSG7O
               WHEN OTHER
                   MOVE 'REPAIR RECORDED - PAYEE QUEUED FOR RE-SEND'
                                             TO MSG7O
           END-EVALUATE.
      ******************************************************************
      *     REPAIR ONE BOUNCED INSTRUCTION - IT MUST STILL BE 'B' AND  *
      *     ITS CLAIM MUST NOT BE FLAGGED BOUNCED AS A WHOLE (THAT     *
      *     CLAIM IS REPAIRED WITH NO INSTRUCTION NUMBER, OR ITS MONEY *
      *     WOULD GO OUT TWICE)                                        *
      ******************************************************************
       A5300-REPAIR-INSTRUCTION.
      *-------------------------*
           MOVE CLAIMNUMBER OF CLAIMS
                           TO CLAIMNUMBER OF PAYMENT-INSTRUCTION.
           MOVE WS-INSTR-NUM    TO INSTR-SEQ OF PAYMENT-INSTRUCTION.
           EXEC SQL
               SELECT PI.PAYEE-SEQ
                 INTO :PAYMENT-INSTRUCTION.PAYEE-SEQ
                 FROM MFTR28.PAYMENT-INSTRUCTION PI
                WHERE PI.CLAIMNUMBER      =
                          :PAYMENT-INSTRUCTION.CLAIMNUMBER
                  AND PI.INSTR-SEQ        =
                          :PAYMENT-INSTRUCTION.INSTR-SEQ
                  AND PI.INSTR-ACK-STATUS = 'B'
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MFTR28.CLAIMS CL
                        WHERE CL.CLAIMNUMBER   = PI.CLAIMNUMBER
                          AND CL.PAY-SENT-FLAG = 'B')
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE PAYEE-SEQ OF PAYMENT-INSTRUCTION
                                   TO PAYEE-SEQ OF PAYMENT-REPAIR
                   MOVE WS-INSTR-NUM
                                   TO INSTR-SEQ OF PAYMENT-REPAIR
                   PERFORM A5310-CORRECT-PAYEE
               WHEN 100
                   MOVE 'INSTRUCTION NOT BOUNCED OR ALREADY REPAIRED'
                                             TO MSG7O
               WHEN OTHER
                   DISPLAY 'MF28CBA SELECT ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR READING INSTRUCTION'        TO MSG7O
           END-EVALUATE.
      ******************************************************************
      *     PUT THE CORRECTED BANK DETAIL ON THE PAYEE'S CLAIM-PAYEE   *
      *     ROW (NOW PAID BY EFT) SO THE RE-SEND AND EVERY LATER       *
      *     PAYMENT USE IT. AN INSTRUCTION FOR A CLAIM WITH NO PAYEE   *
      *     LIST TAKES ITS DETAIL FROM THE REPAIR ROW ALONE            *
      ******************************************************************
       A5310-CORRECT-PAYEE.
      *--------------------*
           IF PAYEE-SEQ OF PAYMENT-INSTRUCTION = ZERO
               PERFORM A5320-MARK-REPAIRED
           ELSE
               MOVE CLAIMNUMBER OF CLAIMS
                               TO CLAIMNUMBER OF CLAIM-PAYEE
               MOVE PAYEE-SEQ OF PAYMENT-INSTRUCTION
                               TO PAYEE-SEQ OF CLAIM-PAYEE
               MOVE RPRTGVI                 TO BANK-ROUTING
               MOVE RPACCVI                 TO BANK-ACCOUNT
               MOVE WS-USERID
                               TO CHANGED-BY-USERID OF CLAIM-PAYEE
               EXEC SQL
                   UPDATE MFTR28.CLAIM-PAYEE
                      SET BANK-ROUTING      = :CLAIM-PAYEE.BANK-ROUTING,
                          BANK-ACCOUNT      = :CLAIM-PAYEE.BANK-ACCOUNT,
                          PAY-METHOD        = 'E',
                          CHANGED-BY-USERID =
                              :CLAIM-PAYEE.CHANGED-BY-USERID,
                          CHANGE-TIMESTAMP  = CURRENT TIMESTAMP
                    WHERE CLAIMNUMBER = :CLAIM-PAYEE.CLAIMNUMBER
                      AND PAYEE-SEQ   = :CLAIM-PAYEE.PAYEE-SEQ
               END-EXEC
               IF SQLCODE = 0
                   PERFORM A5320-MARK-REPAIRED
               ELSE
                   DISPLAY 'MF28CBA PAYEE UPDATE SQLCODE: ' SQLCODE
                   MOVE 'ERROR CORRECTING PAYEE BANK DETAIL' TO MSG7O
               END-IF
           END-IF.
      ******************************************************************
      *     MARK THE INSTRUCTION REPAIRED ('R') - THE NEXT MF28PY1 RUN *
      *     RE-SENDS IT TO THE SAME PAYEE FOR THE SAME AMOUNT. THE     *
      *     UPDATE INSISTS ON 'B' SO IT CANNOT BE RELEASED TWICE       *
      ******************************************************************
       A5320-MARK-REPAIRED.
      *--------------------*
           EXEC SQL
               UPDATE MFTR28.PAYMENT-INSTRUCTION
                  SET INSTR-ACK-STATUS = 'R'
                WHERE CLAIMNUMBER      =
                          :PAYMENT-INSTRUCTION.CLAIMNUMBER
                  AND INSTR-SEQ        = :PAYMENT-INSTRUCTION.INSTR-SEQ
                  AND INSTR-ACK-STATUS = 'B'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM A5200-LOG-REPAIR
               WHEN 100
                   MOVE 'INSTRUCTION NOT BOUNCED OR ALREADY REPAIRED'
                                             TO MSG7O
               WHEN OTHER
                   DISPLAY 'MF28CBA UPDATE ERROR SQLCODE: ' SQLCODE
                   MOVE 'ERROR APPLYING REPAIR'           TO MSG7O
           END-EVALUATE.
      ******************************************************************
      *     RECEIVE THE SCREEN AND ACT ON THE AID KEY - ENTER APPLIES  *
      *     THE KEYED REPAIR, PF8 PAGES FORWARD, PF7 RESTARTS AT THE   *
      *     TOP, PF3 ENDS THE TRANSACTION                              *
