      *                       RUN RE-SENDS IT.
      *                    3. A SETTLED PAYMENT ADVANCES THE CLAIM'S
      *                       PAID-SENT-AMOUNT TO ITS PAID AND LEAVES
      *                       IT MARKED SENT, AND RECORDS THE
      *                       AMOUNT SETTLED ON THE SETTLEMENT LEDGER.
      *                    4. ACKS FOR CLAIMS NOT ON FILE OR NOT
      *                       MARKED SENT ARE REPORTED AS EXCEPTIONS.
      *                    5. MARKS THE CLAIM'S OUTSTANDING
      *                       MFTR28.PAYMENT-INSTRUCTION ROW PAID OR
      *                       BOUNCED.
      *                    6. ACKS ARE APPLIED PER INSTRUCTION - ON A
      *                       CLAIM PAID TO SEVERAL PAYEES ONE BOUNCED
      *                       PAYEE IS MARKED 'B' FOR REPAIR WITHOUT
      *                       FLAGGING THE CLAIM OR ITS OTHER PAYEES.
      *
      * MODIFICATION HISTORY:
      * 08/21/2026 APATEL   INITIAL VERSION.
      *                     REGENERATES EXACTLY THE BOUNCED MONEY,
      *                     WHILE A REOPENED CLAIM'S NEXT CLOSURE
      *                     SENDS ONLY THE SUPPLEMENTAL DIFFERENCE.
      * 10/14/2026 APATEL   EVERY SETTLED ACK NOW ALSO WRITES THE
      *                     AMOUNT IT SETTLED AND THE SETTLEMENT DATE
      *                     TO MFTR28.PAYMENT-SETTLEMENT, THE LEDGER
      *                     THE MF28TX1 YEAR-END 1099 RUN TOTALS.
      * 10/14/2026 APATEL   EVERY SETTLED OR RETURNED ACK NOW ALSO
      *                     MARKS THE MF28PY1 INSTRUCTION IT ANSWERS
      *                     ON MFTR28.PAYMENT-INSTRUCTION ('P' PAID OR
      *                     'B' BOUNCED) - A PAID INSTRUCTION IS WHAT
      *                     MF28UC1 AGES UNTIL THE PAYEE CASHES IT.
      * 10/14/2026 APATEL   ACKS NOW ANSWER ONE INSTRUCTION, NOT THE
      *                     WHOLE CLAIM - TREASURY QUOTES THE
      *                     INSTRUCTION NUMBER (ACK-INSTR-SEQ, FROM THE
      *                     FILLER), OR A CLAIM'S ONLY OUTSTANDING
      *                     INSTRUCTION IS TAKEN. A SETTLED INSTRUCTION
      *                     IS MARKED 'P', LEDGERED AT ITS OWN AMOUNT
      *                     AND ADDED TO PAID-SENT-AMOUNT; A RETURNED
      *                     ONE IS MARKED 'B' FOR MF28CBA AND THE CLAIM
      *                     KEEPS PAY-SENT-FLAG 'Y'. THE WHOLE-CLAIM
      *                     HANDLING BELOW NOW ONLY APPLIES TO CLAIMS
      *                     SENT BEFORE INSTRUCTIONS WERE RECORDED.
      * 10/15/2026 APATEL   THE SETTLEMENT LEDGER ROW NOW CARRIES THE
      *                     INSTRUCTION AND PAYEE IT SETTLED (ZERO FOR
      *                     A WHOLE-CLAIM ACK) SO MF28TX1 CAN ISSUE
      *                     ONE 1099 PER PAYEE.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
      *
      * BMS: NONE
      *
      * COPYBOOKS: MF28CP1, MF28CP31, MF28CP35
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIMS, MFTR28.PAYMENT-SETTLEMENT,
      *         MFTR28.PAYMENT-INSTRUCTION
      *
      * CALLING MODULES: NONE (INVOKED FROM JCL MF28PY2)
      *
           05 ACK-STATUS             PIC X(01).
               88 ACK-SETTLED        VALUE 'S'.
               88 ACK-RETURNED       VALUE 'R'.
           05 ACK-INSTR-SEQ          PIC X(03).
           05 ACK-INSTR-SEQ-N        REDEFINES ACK-INSTR-SEQ
                                     PIC 9(03).
           05 FILLER                 PIC X(69).
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           EXEC SQL
               INCLUDE MF28CP1
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP31
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP35
           END-EXEC.
       01 WS-SWITCHES.
           05 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
               88 EOF-TRUE             VALUE 'Y'.
               88 EOF-FALSE            VALUE 'N'.
           05 WS-ACK-LEVEL             PIC X(01) VALUE 'X'.
               88 ACK-BY-INSTRUCTION   VALUE 'I'.
               88 ACK-BY-CLAIM         VALUE 'C'.
               88 ACK-REJECTED         VALUE 'X'.
       01 WS-COUNTERS.
           05 WS-ACKS-READ            PIC 9(09) VALUE ZERO.
           05 WS-ACKS-SETTLED         PIC 9(09) VALUE ZERO.
           05 WS-ACKS-BOUNCED         PIC 9(09) VALUE ZERO.
           05 WS-ACKS-EXCEPTION       PIC 9(09) VALUE ZERO.
       01 WS-INSTR-ROWS               PIC S9(9) COMP VALUE ZERO.
       01 WS-OUTSTANDING-COUNT        PIC S9(9) COMP VALUE ZERO.
       01 WS-ACK-SEQ                  PIC 9(03).
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
                   ADD 1                 TO WS-ACKS-READ
           END-READ.
      ******************************************************************
      *     APPLY ONE ACK - A RETURNED PAYMENT IS MARKED FOR REPAIR,   *
      *     A SETTLED ONE IS BANKED AND LEDGERED                       *
      ******************************************************************
       A5000-PROCESS-ACK.
      *------------------*
               WHEN ACK-CLAIMNUMBER NOT NUMERIC
                   DISPLAY 'MF28PY2 BAD ACK CLAIM: ' ACK-CLAIMNUMBER
                   ADD 1                  TO WS-ACKS-EXCEPTION
               WHEN ACK-RETURNED OR ACK-SETTLED
                   PERFORM A5100-APPLY-ACK
               WHEN OTHER
                   DISPLAY 'MF28PY2 BAD ACK STATUS: ' ACK-STATUS
                       ' CLAIM: ' ACK-CLAIMNUMBER
           END-EVALUATE.
           PERFORM A4000-READ-NEXT-ACK.
      ******************************************************************
      *     THE ACK IS GOOD - ANSWER THE INSTRUCTION IT IS FOR, OR     *
      *     THE WHOLE CLAIM WHEN IT WAS SENT BEFORE INSTRUCTIONS WERE  *
      *     RECORDED                                                   *
      ******************************************************************
       A5100-APPLY-ACK.
      *----------------*
           PERFORM A5050-FIND-INSTRUCTION.
           EVALUATE TRUE
               WHEN ACK-BY-INSTRUCTION AND ACK-SETTLED
                   PERFORM A7000-SETTLE-INSTRUCTION
               WHEN ACK-BY-INSTRUCTION
                   PERFORM A7200-BOUNCE-INSTRUCTION
               WHEN ACK-BY-CLAIM AND ACK-SETTLED
                   PERFORM A5500-MARK-SETTLED
               WHEN ACK-BY-CLAIM
                   PERFORM A6000-FLAG-BOUNCED
               WHEN OTHER
                   ADD 1                  TO WS-ACKS-EXCEPTION
           END-EVALUATE.
      ******************************************************************
      *     WORK OUT WHICH INSTRUCTION THE ACK ANSWERS - THE ONE IT    *
      *     QUOTES, OR THE CLAIM'S ONLY INSTRUCTION STILL AWAITING AN  *
      *     ACK. A CLAIM PAID TO SEVERAL PAYEES HAS SEVERAL, SO AN ACK *
      *     THAT QUOTES NONE CANNOT BE APPLIED                         *
      ******************************************************************
       A5050-FIND-INSTRUCTION.
      *----------------------*
           SET ACK-REJECTED               TO TRUE.
           MOVE ACK-CLAIMNUMBER          TO CLAIMNUMBER OF CLAIMS.
           MOVE ACK-CLAIMNUMBER
                           TO CLAIMNUMBER OF PAYMENT-INSTRUCTION.
           IF ACK-INSTR-SEQ NUMERIC AND ACK-INSTR-SEQ NOT = '000'
               MOVE ACK-INSTR-SEQ-N
                           TO INSTR-SEQ OF PAYMENT-INSTRUCTION
               PERFORM A5060-READ-INSTRUCTION
           ELSE
               PERFORM A5070-FIND-OUTSTANDING
           END-IF.
      ******************************************************************
      *     READ THE INSTRUCTION - IT MUST STILL BE AWAITING ITS ACK   *
      ******************************************************************
       A5060-READ-INSTRUCTION.
      *----------------------*
           EXEC SQL
               SELECT INSTR-AMOUNT, INSTR-ACK-STATUS, PAYEE-SEQ
                 INTO :PAYMENT-INSTRUCTION.INSTR-AMOUNT,
                      :PAYMENT-INSTRUCTION.INSTR-ACK-STATUS,
                      :PAYMENT-INSTRUCTION.PAYEE-SEQ
                 FROM MFTR28.PAYMENT-INSTRUCTION
                WHERE CLAIMNUMBER = :PAYMENT-INSTRUCTION.CLAIMNUMBER
                  AND INSTR-SEQ   = :PAYMENT-INSTRUCTION.INSTR-SEQ
           END-EXEC.
           MOVE INSTR-SEQ OF PAYMENT-INSTRUCTION TO WS-ACK-SEQ.
           EVALUATE TRUE
               WHEN SQLCODE = 0 AND INSTR-SENT
                   SET ACK-BY-INSTRUCTION TO TRUE
               WHEN SQLCODE = 0
                   DISPLAY 'MF28PY2 ACK FOR INSTRUCTION ALREADY '
                       'ANSWERED: ' ACK-CLAIMNUMBER '/' WS-ACK-SEQ
               WHEN SQLCODE = 100
                   DISPLAY 'MF28PY2 ACK FOR UNKNOWN INSTRUCTION: '
                       ACK-CLAIMNUMBER '/' WS-ACK-SEQ
               WHEN OTHER
                   DISPLAY 'MF28PY2 INSTRUCTION READ SQLCODE: '
                       SQLCODE ' CLAIM: ' ACK-CLAIMNUMBER
           END-EVALUATE.
      ******************************************************************
      *     NO INSTRUCTION QUOTED - USE THE CLAIM'S ONLY OUTSTANDING   *
      *     ONE. A CLAIM WITH NO INSTRUCTION ROWS AT ALL WAS SENT      *
      *     BEFORE THEY WERE RECORDED AND IS ACKED AS A WHOLE          *
      ******************************************************************
       A5070-FIND-OUTSTANDING.
      *----------------------*
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN INSTR-ACK-STATUS = 'S'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(MIN(CASE WHEN INSTR-ACK-STATUS = 'S'
                                        THEN INSTR-SEQ END), 0)
                 INTO :WS-INSTR-ROWS,
                      :WS-OUTSTANDING-COUNT,
                      :PAYMENT-INSTRUCTION.INSTR-SEQ
                 FROM MFTR28.PAYMENT-INSTRUCTION
                WHERE CLAIMNUMBER = :PAYMENT-INSTRUCTION.CLAIMNUMBER
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'MF28PY2 INSTRUCTION COUNT SQLCODE: '
                       SQLCODE ' CLAIM: ' ACK-CLAIMNUMBER
               WHEN WS-INSTR-ROWS = ZERO
                   SET ACK-BY-CLAIM       TO TRUE
               WHEN WS-OUTSTANDING-COUNT = 1
                   PERFORM A5060-READ-INSTRUCTION
               WHEN WS-OUTSTANDING-COUNT = ZERO
                   DISPLAY 'MF28PY2 ACK BUT NONE OUTSTANDING: '
                       ACK-CLAIMNUMBER
               WHEN OTHER
                   MOVE WS-OUTSTANDING-COUNT TO WS-ACK-SEQ
                   DISPLAY 'MF28PY2 ACK QUOTES NO INSTRUCTION - CLAIM '
                       ACK-CLAIMNUMBER ' HAS ' WS-ACK-SEQ
                       ' OUTSTANDING'
           END-EVALUATE.
      ******************************************************************
      *     THE PAYMENT SETTLED - THE INSTRUCTED MONEY HAS LANDED, SO  *
      *     THE CLAIM'S PAID-SENT-AMOUNT CATCHES UP TO ITS PAID. PAID  *
      *     CANNOT HAVE MOVED SINCE THE EXTRACT (EVERY CHANGE PATH     *
      *     REFUSES A CLAIM MARKED SENT), SO PAID IS THE SETTLED       *
      *     TOTAL AND PAID LESS PAID-SENT-AMOUNT IS WHAT THIS ACK      *
      *     SETTLED. ONLY A CLAIM STILL MARKED SENT QUALIFIES - A      *
      *     CLAIM REOPENED WHILE THE ACK WAS IN FLIGHT HAS ALREADY     *
      *     BANKED THE AMOUNT ITSELF                                   *
      ******************************************************************
       A5500-MARK-SETTLED.
      *-------------------*
           MOVE ACK-CLAIMNUMBER          TO CLAIMNUMBER OF CLAIMS.
           EXEC SQL
               SELECT PAID - PAID-SENT-AMOUNT
                 INTO :PAYMENT-SETTLEMENT.SETTLED-AMOUNT
                 FROM MFTR28.CLAIMS
                WHERE CLAIMNUMBER   = :CLAIMS.CLAIMNUMBER
                  AND PAY-SENT-FLAG = 'Y'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM A5510-ADVANCE-SENT-AMOUNT
               WHEN 100
                   DISPLAY 'MF28PY2 SETTLE ACK FOR UNSENT CLAIM: '
                       ACK-CLAIMNUMBER
                   ADD 1                  TO WS-ACKS-EXCEPTION
               WHEN OTHER
                   DISPLAY 'MF28PY2 SETTLE ERROR SQLCODE: ' SQLCODE
                   ADD 1                  TO WS-ACKS-EXCEPTION
           END-EVALUATE.
      ******************************************************************
      *     ADVANCE PAID-SENT-AMOUNT TO PAID, THEN LEDGER THE AMOUNT   *
      *     THE ACK SETTLED                                            *
      ******************************************************************
       A5510-ADVANCE-SENT-AMOUNT.
      *--------------------------*
           EXEC SQL
               UPDATE MFTR28.CLAIMS
                  SET PAID-SENT-AMOUNT = PAID,
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1                  TO WS-ACKS-SETTLED
                   MOVE ZERO       TO PAYEE-SEQ OF PAYMENT-SETTLEMENT
                                      INSTR-SEQ OF PAYMENT-SETTLEMENT
                   IF SETTLED-AMOUNT NOT = ZERO
                       PERFORM A5600-RECORD-SETTLEMENT
                   END-IF
                   MOVE 'P'               TO INSTR-ACK-STATUS
                   PERFORM A5700-ACK-INSTRUCTION
               WHEN 100
                   DISPLAY 'MF28PY2 SETTLE ACK FOR UNSENT CLAIM: '
                       ACK-CLAIMNUMBER
                   ADD 1                  TO WS-ACKS-EXCEPTION
           END-EVALUATE.
      ******************************************************************
      *     WRITE THE SETTLEMENT LEDGER ROW - THE AMOUNT THIS ACK      *
      *     SETTLED, DATED TODAY, WHICH IS WHAT THE YEAR-END 1099 RUN  *
      *     REPORTS RATHER THAN WHAT MF28PY1 INSTRUCTED. THE CALLER    *
      *     HAS SET THE INSTRUCTION AND PAYEE THE MONEY WENT TO        *
      ******************************************************************
       A5600-RECORD-SETTLEMENT.
      *------------------------*
           MOVE CLAIMNUMBER OF CLAIMS
                           TO CLAIMNUMBER OF PAYMENT-SETTLEMENT.
           MOVE 'MF28PY2'                TO SETTLE-SOURCE.
           EXEC SQL
                SELECT COUNT(*) + 1
                  INTO :PAYMENT-SETTLEMENT.SETTLE-SEQ
                  FROM MFTR28.PAYMENT-SETTLEMENT
                 WHERE CLAIMNUMBER = :PAYMENT-SETTLEMENT.CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               INSERT INTO MFTR28.PAYMENT-SETTLEMENT
                      (CLAIMNUMBER,
                       SETTLE-SEQ,
                       SETTLED-AMOUNT,
                       SETTLED-DATE,
                       SETTLE-SOURCE,
                       PAYEE-SEQ,
                       INSTR-SEQ)
               VALUES (:PAYMENT-SETTLEMENT.CLAIMNUMBER,
                       :PAYMENT-SETTLEMENT.SETTLE-SEQ,
                       :PAYMENT-SETTLEMENT.SETTLED-AMOUNT,
                       CURRENT DATE,
                       :PAYMENT-SETTLEMENT.SETTLE-SOURCE,
                       :PAYMENT-SETTLEMENT.PAYEE-SEQ,
                       :PAYMENT-SETTLEMENT.INSTR-SEQ)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28PY2 SETTLEMENT INSERT ERROR SQLCODE: '
                   SQLCODE ' CLAIM: ' ACK-CLAIMNUMBER
           END-IF.
      ******************************************************************
      *     MARK THE INSTRUCTION THIS ACK ANSWERS - THE CLAIM'S ONE    *
      *     INSTRUCTION STILL AWAITING AN ACK. AN INSTRUCTION SENT     *
      *     BEFORE INSTRUCTIONS WERE RECORDED HAS NO ROW, WHICH IS     *
      *     NOT AN EXCEPTION                                           *
      ******************************************************************
       A5700-ACK-INSTRUCTION.
      *----------------------*
           MOVE CLAIMNUMBER OF CLAIMS
                           TO CLAIMNUMBER OF PAYMENT-INSTRUCTION.
           EXEC SQL
               UPDATE MFTR28.PAYMENT-INSTRUCTION
                  SET INSTR-ACK-STATUS =
                          :PAYMENT-INSTRUCTION.INSTR-ACK-STATUS,
                      INSTR-ACK-DATE   = CURRENT DATE
                WHERE CLAIMNUMBER      =
                          :PAYMENT-INSTRUCTION.CLAIMNUMBER
                  AND INSTR-ACK-STATUS = 'S'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'MF28PY2 INSTRUCTION UPDATE SQLCODE: '
                   SQLCODE ' CLAIM: ' ACK-CLAIMNUMBER
           END-IF.
      ******************************************************************
      *     THE PAYMENT BOUNCED - FLIP THE CLAIM'S FLAG TO 'B' SO IT   *
      *     SURFACES FOR INVESTIGATION. ONLY A CLAIM MARKED SENT CAN   *
      *     BOUNCE; ANYTHING ELSE IS AN EXCEPTION TO CHASE WITH        *
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1                  TO WS-ACKS-BOUNCED
                   MOVE 'B'               TO INSTR-ACK-STATUS
                   PERFORM A5700-ACK-INSTRUCTION
               WHEN 100
                   DISPLAY 'MF28PY2 ACK FOR UNSENT/UNKNOWN CLAIM: '
                       ACK-CLAIMNUMBER
                   ADD 1                  TO WS-ACKS-EXCEPTION
           END-EVALUATE.
      ******************************************************************
      *     ONE PAYEE'S INSTRUCTION SETTLED - MARK IT PAID, LEDGER     *
      *     WHAT IT SETTLED AND MOVE THE CLAIM'S PAID-SENT-AMOUNT ON   *
      *     BY THAT MUCH                                               *
      ******************************************************************
       A7000-SETTLE-INSTRUCTION.
      *------------------------*
           EXEC SQL
               UPDATE MFTR28.PAYMENT-INSTRUCTION
                  SET INSTR-ACK-STATUS = 'P',
                      INSTR-ACK-DATE   = CURRENT DATE
                WHERE CLAIMNUMBER      =
                          :PAYMENT-INSTRUCTION.CLAIMNUMBER
                  AND INSTR-SEQ        = :PAYMENT-INSTRUCTION.INSTR-SEQ
                  AND INSTR-ACK-STATUS = 'S'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1                  TO WS-ACKS-SETTLED
                   MOVE INSTR-AMOUNT      TO SETTLED-AMOUNT
                   MOVE PAYEE-SEQ OF PAYMENT-INSTRUCTION
                                   TO PAYEE-SEQ OF PAYMENT-SETTLEMENT
                   MOVE INSTR-SEQ OF PAYMENT-INSTRUCTION
                                   TO INSTR-SEQ OF PAYMENT-SETTLEMENT
                   IF SETTLED-AMOUNT NOT = ZERO
                       PERFORM A5600-RECORD-SETTLEMENT
                   END-IF
                   PERFORM A7100-ADVANCE-BY-INSTRUCTION
               WHEN OTHER
                   DISPLAY 'MF28PY2 INSTRUCTION UPDATE SQLCODE: '
                       SQLCODE ' CLAIM: ' ACK-CLAIMNUMBER
                   ADD 1                  TO WS-ACKS-EXCEPTION
           END-EVALUATE.
      ******************************************************************
      *     ADD THE SETTLED INSTRUCTION TO PAID-SENT-AMOUNT, NEVER     *
      *     PAST PAID. A CLAIM REOPENED WHILE THE ACK WAS IN FLIGHT    *
      *     HAS ALREADY BANKED THE AMOUNT ITSELF AND IS LEFT ALONE     *
      ******************************************************************
       A7100-ADVANCE-BY-INSTRUCTION.
      *----------------------------*
           EXEC SQL
               UPDATE MFTR28.CLAIMS
                  SET PAID-SENT-AMOUNT =
                      CASE WHEN PAID-SENT-AMOUNT
                              + :PAYMENT-INSTRUCTION.INSTR-AMOUNT
                                > PAID
                           THEN PAID
                           ELSE PAID-SENT-AMOUNT
                              + :PAYMENT-INSTRUCTION.INSTR-AMOUNT
                      END,
                      UPDATE-COUNT     = UPDATE-COUNT + 1
                WHERE CLAIMNUMBER      = :CLAIMS.CLAIMNUMBER
                  AND PAY-SENT-FLAG    = 'Y'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'MF28PY2 CLAIM NO LONGER MARKED SENT - '
                       'AMOUNT ALREADY BANKED: ' ACK-CLAIMNUMBER
               WHEN OTHER
                   DISPLAY 'MF28PY2 SETTLE ERROR SQLCODE: ' SQLCODE
                       ' CLAIM: ' ACK-CLAIMNUMBER
           END-EVALUATE.
      ******************************************************************
      *     ONE PAYEE'S INSTRUCTION BOUNCED - MARK IT 'B' FOR THE      *
      *     MF28CBA REPAIR SCREEN. THE CLAIM AND ITS OTHER PAYEES ARE  *
      *     NOT TOUCHED                                                *
      ******************************************************************
       A7200-BOUNCE-INSTRUCTION.
      *------------------------*
           EXEC SQL
               UPDATE MFTR28.PAYMENT-INSTRUCTION
                  SET INSTR-ACK-STATUS = 'B',
                      INSTR-ACK-DATE   = CURRENT DATE
                WHERE CLAIMNUMBER      =
                          :PAYMENT-INSTRUCTION.CLAIMNUMBER
                  AND INSTR-SEQ        = :PAYMENT-INSTRUCTION.INSTR-SEQ
                  AND INSTR-ACK-STATUS = 'S'
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1                  TO WS-ACKS-BOUNCED
               WHEN OTHER
                   DISPLAY 'MF28PY2 INSTRUCTION UPDATE SQLCODE: '
                       SQLCODE ' CLAIM: ' ACK-CLAIMNUMBER
                   ADD 1                  TO WS-ACKS-EXCEPTION
           END-EVALUATE.
      ******************************************************************
      *          CLOSE THE FILE AND DISPLAY THE CONTROL TOTALS         *
      ******************************************************************
       A9999-END-PARA.
