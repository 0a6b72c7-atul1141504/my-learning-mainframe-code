      *                       TWICE.
      *                    4. TREASURY'S ACKNOWLEDGEMENT FILE IS
      *                       PROCESSED BACK BY MF28PY2.
      *                    5. RECORDS EVERY INSTRUCTION ON
      *                       MFTR28.PAYMENT-INSTRUCTION, NUMBERED
      *                       WITHIN THE CLAIM, AND CARRIES THAT
      *                       NUMBER ON THE INSTRUCTION SO TREASURY'S
      *                       ACK AND OUTSTANDING-ITEMS FILES CAN BE
      *                       MATCHED BACK TO IT.
      *                    6. SPLITS THE PAYMENT OF A CLAIM THAT HAS A
      *                       PAYEE LIST ON MFTR28.CLAIM-PAYEE INTO ONE
      *                       INSTRUCTION PER PAYEE, ADDING UP EXACTLY
      *                       TO THE CLAIM'S UNSENT AMOUNT, AND RE-SENDS
      *                       EVERY BOUNCED INSTRUCTION REPAIRED ON
      *                       MF28CBA SINCE THE LAST RUN.
      *
      * MODIFICATION HISTORY:
      * 08/21/2026 APATEL   INITIAL VERSION.
      *                     BEFORE IT LEAVES THE HOUSE; THE CLAIM IS
      *                     PICKED UP ON THE FIRST RUN AFTER THE HOLD
      *                     IS RELEASED.
      * 10/14/2026 APATEL   EACH INSTRUCTION IS NOW RECORDED ON
      *                     MFTR28.PAYMENT-INSTRUCTION AND CARRIES ITS
      *                     INSTRUCTION NUMBER (PAY-INSTR-SEQ, TAKEN
      *                     FROM THE FILLER) - MF28UC1 MATCHES
      *                     TREASURY'S OUTSTANDING-ITEMS FILE TO IT TO
      *                     AGE UNCASHED PAYMENTS.
      * 10/14/2026 APATEL   SPLIT SETTLEMENTS - A CLAIM WITH A PAYEE
      *                     LIST ON MFTR28.CLAIM-PAYEE (MAP14) NOW GOES
      *                     OUT AS ONE INSTRUCTION PER PAYEE: UNSENT
      *                     LEGAL EXPENSE TO THE DEFENSE FIRM FIRST,
      *                     THEN EACH FIXED AMOUNT STILL OWED, THEN THE
      *                     BALANCE BY SHARE (THE LAST SHARE PAYEE TAKES
      *                     THE ROUNDING). A JOINT PAYEE IS NAMED ON ITS
      *                     PARTNER'S INSTRUCTION, WHICH THEN GOES BY
      *                     CHEQUE. A LIST THAT CANNOT ACCOUNT FOR THE
      *                     WHOLE AMOUNT HOLDS THE CLAIM (RC 4) RATHER
      *                     THAN SEND PART OF IT. CLAIMS WITH NO LIST
      *                     ARE SENT AS BEFORE. INSTRUCTIONS REPAIRED ON
      *                     MF28CBA (STATUS 'R') ARE RE-SENT TO THE SAME
      *                     PAYEE FOR THE SAME AMOUNT AND THE BOUNCED
      *                     ROW MARKED 'X'. TRSPAY GROWS TO 200 BYTES
      *                     FOR THE PAYEE DETAIL. ONLY AN RC 8 NOW BACKS
      *                     OUT THE RUN.
      * 10/15/2026 APATEL   A CHEQUE NOW CARRIES THE PAYEE'S FULL
      *                     MAILING ADDRESS - PAY-MAIL-CITY,
      *                     PAY-MAIL-STATE AND PAY-MAIL-ZIP ARE ADDED
      *                     AFTER PAY-MAIL-ADDRESS AND TRSPAY GROWS TO
      *                     220 BYTES. A PAYEE THAT WOULD GO BY CHEQUE
      *                     (PAY-METHOD 'C' OR A JOINT PAYEE ON IT)
      *                     WITHOUT A COMPLETE ADDRESS HOLDS THE CLAIM
      *                     (RC 4), AND A REPAIRED RE-SEND TO SUCH A
      *                     PAYEE IS LEFT FOR THE NEXT RUN.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
      *
      * BMS: NONE
      *
      * COPYBOOKS: MF28CP1, MF28CP12, MF28CP13, MF28CP20, MF28CP35,
      *            MF28CP41
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIMS, MFTR28.PAYMENT-REPAIR,
      *         MFTR28.PAYMENT-INSTRUCTION, MFTR28.CLAIM-PAYEE,
      *         MFTR28.CLAIM-PAYMENTS,
      *         MFTR28.BATCH-CONTROL, MFTR28.BATCH-RUN-LOG
      *
      * CALLING MODULES: NONE (INVOKED FROM JCL MF28PY1)
           05 PAY-SENT-DATE          PIC X(10).
           05 PAY-BANK-ROUTING       PIC X(09).
           05 PAY-BANK-ACCOUNT       PIC X(17).
           05 PAY-INSTR-SEQ          PIC 9(03).
           05 PAY-PAYEE-SEQ          PIC 9(03).
           05 PAY-PAYEE-TYPE         PIC X(04).
           05 PAY-PAYEE-METHOD       PIC X(01).
           05 FILLER                 PIC X(08).
           05 PAY-PAYEE-NAME         PIC X(30).
           05 PAY-JOINT-NAME         PIC X(30).
           05 PAY-MAIL-ADDRESS       PIC X(40).
           05 PAY-MAIL-CITY          PIC X(20).
           05 PAY-MAIL-STATE         PIC X(02).
           05 PAY-MAIL-ZIP           PIC X(10).
           05 FILLER                 PIC X(08).
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           EXEC SQL
               INCLUDE MF28CP20
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP35
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP41
           END-EXEC.
       01 WS-LOG-DATE                PIC X(10).
       01 WS-SWITCHES.
           05 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
               88 EOF-TRUE             VALUE 'Y'.
               88 EOF-FALSE            VALUE 'N'.
           05 WS-PAYEE-EOF-FLAG        PIC X(01) VALUE 'N'.
               88 PAYEE-EOF            VALUE 'Y'.
           05 WS-RESEND-EOF-FLAG       PIC X(01) VALUE 'N'.
               88 RESEND-EOF           VALUE 'Y'.
           05 WS-SPLIT-FLAG            PIC X(01) VALUE 'Y'.
               88 SPLIT-OK             VALUE 'Y'.
               88 SPLIT-HELD           VALUE 'N'.
       01 WS-CURR-DATE               PIC X(21).
       01 WS-RUN-DATE                 PIC X(10).
       01 WS-EXTRACT-COUNT           PIC S9(7) COMP-3 VALUE ZERO.
       01 WS-INSTR-AMOUNT            PIC S9(7)V99 COMP-3.
       01 WS-RUN-RC                  PIC S9(3) COMP-3 VALUE ZERO.
       01 WS-INSTR-COUNT             PIC S9(7) COMP-3 VALUE ZERO.
       01 WS-HELD-COUNT              PIC S9(7) COMP-3 VALUE ZERO.
       01 WS-RESEND-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
      *-- THE ACTIVE, NON-JOINT PAYEES OF THE CLAIM IN HAND, WITH WHAT
      *-- HAS ALREADY BEEN INSTRUCTED TO EACH, THE NAME OF ANY JOINT
      *-- PAYEE TO GO ON ITS INSTRUCTION AND ITS PART OF THIS RUN'S
      *-- PAYMENT
       01 WS-PAYEE-MAX               PIC S9(3) COMP VALUE 20.
       01 WS-PAYEE-COUNT             PIC S9(3) COMP VALUE ZERO.
       01 WS-PAYEE-INDEX             PIC S9(3) COMP VALUE ZERO.
       01 WS-LAST-SHARE-INDEX        PIC S9(3) COMP VALUE ZERO.
       01 WS-PAYEE-TABLE.
           05 WS-PT-ENTRY OCCURS 20 TIMES.
               10 WS-PT-SEQ            PIC S9(3)     COMP-3.
               10 WS-PT-TYPE           PIC X(04).
               10 WS-PT-NAME           PIC X(30).
               10 WS-PT-METHOD         PIC X(01).
               10 WS-PT-ROUTING        PIC X(09).
               10 WS-PT-ACCOUNT        PIC X(17).
               10 WS-PT-ADDRESS        PIC X(40).
               10 WS-PT-CITY           PIC X(20).
               10 WS-PT-STATE          PIC X(02).
               10 WS-PT-ZIP            PIC X(10).
               10 WS-PT-BASIS          PIC X(01).
               10 WS-PT-SHARE          PIC S9(3)V99  COMP-3.
               10 WS-PT-FIXED          PIC S9(7)V99  COMP-3.
               10 WS-PT-INSTRUCTED     PIC S9(7)V99  COMP-3.
               10 WS-PT-JOINT-NAME     PIC X(30).
               10 WS-PT-AMOUNT         PIC S9(7)V99  COMP-3.
       01 WS-PAYEE-INSTRUCTED        PIC S9(7)V99 COMP-3.
       01 WS-JOINT-NAME              PIC X(30).
       01 WS-SHARE-TOTAL             PIC S9(5)V99 COMP-3.
       01 WS-EXPENSE-SENT            PIC S9(7)V99 COMP-3.
       01 WS-EXPENSE-DUE             PIC S9(7)V99 COMP-3.
       01 WS-REMAIN                  PIC S9(7)V99 COMP-3.
       01 WS-DUE                     PIC S9(7)V99 COMP-3.
       01 WS-SHARE-BASE              PIC S9(7)V99 COMP-3.
       01 WS-SHARE-ALLOCATED         PIC S9(7)V99 COMP-3.
       01 WS-PAYEE-AMOUNT            PIC S9(7)V99 COMP-3.
       01 WS-OLD-INSTR-SEQ           PIC S9(3) COMP-3.
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
           PERFORM A3000-OPEN-CURSOR.
           PERFORM A4000-PROCESS-CLAIMS
               UNTIL EOF-TRUE.
           IF WS-RUN-RC < 8
               PERFORM A6000-RESEND-REPAIRED
           END-IF.
           PERFORM A9999-END-PARA.
      ******************************************************************
      *            OPEN THE PAYMENT FILE, ESTABLISH THE RUN DATE       *
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     WRITE THE CLAIM'S PAYMENT INSTRUCTIONS - ONE, OR ONE PER   *
      *     PAYEE WHEN THE CLAIM HAS A PAYEE LIST - AND MARK THE       *
      *     CLAIM SENT. A CLAIM WHOSE PAYEE LIST DOES NOT ACCOUNT FOR  *
      *     THE WHOLE AMOUNT IS LEFT UNSENT FOR THE ADJUSTER TO FIX    *
      ******************************************************************
       A4000-PROCESS-CLAIMS.
      *--------------------*
           MOVE SPACES                          TO TRSPAY-RECORD.
           MOVE CLAIMNUMBER OF CLAIMS          TO PAY-CLAIMNUMBER.
           MOVE POLICYNUMBER OF CLAIMS          TO PAY-POLICYNUMBER.
      *-- THE INSTRUCTION IS FOR WHAT TREASURY HAS NOT YET SETTLED -
      *-- REGENERATES EXACTLY THE BOUNCED AMOUNT
           COMPUTE WS-INSTR-AMOUNT =
               PAID OF CLAIMS - PAID-SENT-AMOUNT OF CLAIMS.
           MOVE WS-RUN-DATE                     TO PAY-SENT-DATE.
           SET SPLIT-OK                         TO TRUE.
           PERFORM A4100-LOAD-PAYEES.
           EVALUATE TRUE
               WHEN EOF-TRUE
                   CONTINUE
               WHEN WS-PAYEE-COUNT = ZERO
                   PERFORM A4400-SEND-SINGLE-PAYEE
               WHEN OTHER
                   PERFORM A4200-SPLIT-AMOUNT
                   IF SPLIT-OK
                       MOVE 1                   TO WS-PAYEE-INDEX
                       PERFORM A4300-SEND-PAYEE-PART
                           UNTIL WS-PAYEE-INDEX > WS-PAYEE-COUNT
                              OR EOF-TRUE
                   END-IF
           END-EVALUATE.
           EVALUATE TRUE
               WHEN EOF-TRUE
                   CONTINUE
               WHEN SPLIT-HELD
                   ADD 1                        TO WS-HELD-COUNT
                   IF WS-RUN-RC < 4
                       MOVE 4                   TO WS-RUN-RC
                   END-IF
               WHEN OTHER
                   PERFORM A4900-MARK-SENT
           END-EVALUATE.
           IF EOF-FALSE
               PERFORM A5000-FETCH-NEXT
           END-IF.
      ******************************************************************
      *                 MARK THE CLAIM SENT TO TREASURY                *
      ******************************************************************
       A4900-MARK-SENT.
      *----------------*
           EXEC SQL
               UPDATE MFTR28.CLAIMS
                  SET PAY-SENT-FLAG = 'Y',
               MOVE 8                           TO WS-RUN-RC
               MOVE 'Y'                         TO WS-EOF-FLAG
           END-IF.
      ******************************************************************
      *     A CLAIM WITH NO PAYEE LIST GOES OUT AS ONE INSTRUCTION TO  *
      *     TREASURY'S STANDING PAYEE DETAIL (OR THE REPAIRED DETAIL   *
      *     OF ITS NEWEST WHOLE-CLAIM PAYMENT-REPAIR ROW)              *
      ******************************************************************
       A4400-SEND-SINGLE-PAYEE.
      *------------------------*
           MOVE WS-INSTR-AMOUNT                 TO WS-PAYEE-AMOUNT.
           MOVE WS-INSTR-AMOUNT                 TO PAY-AMOUNT.
           MOVE ZERO                            TO PAY-PAYEE-SEQ.
           MOVE ZERO             TO PAYEE-SEQ OF PAYMENT-INSTRUCTION.
           PERFORM A4500-GET-BANK-DETAIL.
           PERFORM A4600-RECORD-INSTRUCTION.
           WRITE TRSPAY-RECORD.
           ADD 1                                TO WS-INSTR-COUNT.
      ******************************************************************
      *     LOAD THE CLAIM'S ACTIVE PAYEES (JOINT PAYEES RIDE ON THEIR *
      *     PARTNER'S ROW) WITH WHAT EACH HAS ALREADY BEEN INSTRUCTED  *
      *     - A BOUNCED OR REPAIRED INSTRUCTION STILL COUNTS, ITS      *
      *     MONEY GOES OUT AGAIN THROUGH THE RE-SEND, NOT THE SPLIT    *
      ******************************************************************
       A4100-LOAD-PAYEES.
      *-----------------*
           MOVE ZERO                            TO WS-PAYEE-COUNT.
           MOVE ZERO                            TO WS-LAST-SHARE-INDEX.
           MOVE ZERO                            TO WS-SHARE-TOTAL.
           MOVE ZERO                            TO WS-EXPENSE-SENT.
           MOVE CLAIMNUMBER OF CLAIMS
                               TO CLAIMNUMBER OF CLAIM-PAYEE.
           EXEC SQL
               DECLARE TRSPYC2 CURSOR FOR
                   SELECT P.PAYEE-SEQ, P.PAYEE-TYPE, P.PAYEE-NAME,
                          P.PAY-METHOD, P.BANK-ROUTING,
                          P.BANK-ACCOUNT, P.MAIL-ADDRESS,
                          P.MAIL-CITY, P.MAIL-STATE, P.MAIL-ZIP,
                          P.SPLIT-BASIS, P.SHARE-PERCENT,
                          P.FIXED-AMOUNT,
                          COALESCE((SELECT SUM(I.INSTR-AMOUNT)
                              FROM MFTR28.PAYMENT-INSTRUCTION I
                             WHERE I.CLAIMNUMBER = P.CLAIMNUMBER
                               AND I.PAYEE-SEQ   = P.PAYEE-SEQ
                               AND I.INSTR-ACK-STATUS IN
                                   ('S', 'P', 'B', 'R')), 0),
                          COALESCE((SELECT MIN(J.PAYEE-NAME)
                              FROM MFTR28.CLAIM-PAYEE J
                             WHERE J.CLAIMNUMBER      = P.CLAIMNUMBER
                               AND J.JOINT-WITH-SEQ   = P.PAYEE-SEQ
                               AND J.JOINT-PAYEE-FLAG = 'Y'
                               AND J.PAYEE-STATUS     = 'A'), ' ')
                   FROM MFTR28.CLAIM-PAYEE P
                   WHERE P.CLAIMNUMBER      = :CLAIM-PAYEE.CLAIMNUMBER
                     AND P.PAYEE-STATUS     = 'A'
                     AND P.JOINT-PAYEE-FLAG = 'N'
                   ORDER BY P.PAYEE-SEQ
           END-EXEC.
           EXEC SQL
               OPEN TRSPYC2
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28PY1 PAYEE OPEN SQLCODE: ' SQLCODE
               MOVE 8                           TO WS-RUN-RC
               MOVE 'Y'                         TO WS-EOF-FLAG
           ELSE
               MOVE 'N'                         TO WS-PAYEE-EOF-FLAG
               PERFORM A4110-FETCH-PAYEE
                   UNTIL PAYEE-EOF
               EXEC SQL
                   CLOSE TRSPYC2
               END-EXEC
           END-IF.
      ******************************************************************
      *                 FETCH THE CLAIM'S NEXT PAYEE                   *
      ******************************************************************
       A4110-FETCH-PAYEE.
      *-----------------*
           EXEC SQL
               FETCH TRSPYC2
               INTO :CLAIM-PAYEE.PAYEE-SEQ,
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
                    :WS-PAYEE-INSTRUCTED,
                    :WS-JOINT-NAME
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   IF WS-PAYEE-COUNT < WS-PAYEE-MAX
                       ADD 1                    TO WS-PAYEE-COUNT
                       MOVE WS-PAYEE-COUNT      TO WS-PAYEE-INDEX
                       PERFORM A4120-STORE-PAYEE
                   ELSE
                       DISPLAY 'MF28PY1 TOO MANY PAYEES - CLAIM HELD: '
                           CLAIMNUMBER OF CLAIMS
                       SET SPLIT-HELD           TO TRUE
                       MOVE 'Y'                 TO WS-PAYEE-EOF-FLAG
                   END-IF
               WHEN 100
                   MOVE 'Y'                     TO WS-PAYEE-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28PY1 PAYEE FETCH SQLCODE: ' SQLCODE
                   MOVE 8                       TO WS-RUN-RC
                   MOVE 'Y'                     TO WS-EOF-FLAG
                   MOVE 'Y'                     TO WS-PAYEE-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     KEEP THE PAYEE IN THE TABLE, ADDING UP THE SHARES AND THE  *
      *     LEGAL EXPENSE ALREADY INSTRUCTED TO THE DEFENSE FIRM. A    *
      *     PAYEE GOING BY CHEQUE (ITS OWN METHOD 'C', OR ANY PAYEE    *
      *     WITH A JOINT PAYEE ON IT) MUST HAVE A COMPLETE MAILING     *
      *     ADDRESS OR THE CLAIM IS HELD                               *
      ******************************************************************
       A4120-STORE-PAYEE.
      *-----------------*
           MOVE PAYEE-SEQ OF CLAIM-PAYEE
                               TO WS-PT-SEQ (WS-PAYEE-INDEX).
           MOVE PAYEE-TYPE      TO WS-PT-TYPE (WS-PAYEE-INDEX).
           MOVE PAYEE-NAME OF CLAIM-PAYEE
                               TO WS-PT-NAME (WS-PAYEE-INDEX).
           MOVE PAY-METHOD      TO WS-PT-METHOD (WS-PAYEE-INDEX).
           MOVE BANK-ROUTING    TO WS-PT-ROUTING (WS-PAYEE-INDEX).
           MOVE BANK-ACCOUNT    TO WS-PT-ACCOUNT (WS-PAYEE-INDEX).
           MOVE MAIL-ADDRESS    TO WS-PT-ADDRESS (WS-PAYEE-INDEX).
           MOVE MAIL-CITY       TO WS-PT-CITY (WS-PAYEE-INDEX).
           MOVE MAIL-STATE      TO WS-PT-STATE (WS-PAYEE-INDEX).
           MOVE MAIL-ZIP        TO WS-PT-ZIP (WS-PAYEE-INDEX).
           MOVE SPLIT-BASIS     TO WS-PT-BASIS (WS-PAYEE-INDEX).
           MOVE SHARE-PERCENT   TO WS-PT-SHARE (WS-PAYEE-INDEX).
           MOVE FIXED-AMOUNT    TO WS-PT-FIXED (WS-PAYEE-INDEX).
           MOVE WS-PAYEE-INSTRUCTED
                               TO WS-PT-INSTRUCTED (WS-PAYEE-INDEX).
           MOVE WS-JOINT-NAME   TO WS-PT-JOINT-NAME (WS-PAYEE-INDEX).
           MOVE ZERO            TO WS-PT-AMOUNT (WS-PAYEE-INDEX).
           EVALUATE TRUE
               WHEN SPLIT-SHARE
                   ADD SHARE-PERCENT            TO WS-SHARE-TOTAL
                   MOVE WS-PAYEE-INDEX          TO WS-LAST-SHARE-INDEX
               WHEN SPLIT-EXPENSE
                   ADD WS-PAYEE-INSTRUCTED      TO WS-EXPENSE-SENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF (PAY-BY-CHEQUE OR WS-JOINT-NAME NOT = SPACES)
              AND (MAIL-ADDRESS = SPACES OR MAIL-CITY = SPACES
                OR MAIL-STATE = SPACES OR MAIL-ZIP = SPACES)
               DISPLAY 'MF28PY1 CHEQUE PAYEE HAS NO ADDRESS - CLAIM '
                   'HELD: ' CLAIMNUMBER OF CLAIMS
               SET SPLIT-HELD                   TO TRUE
           END-IF.
      ******************************************************************
      *     WORK OUT EACH PAYEE'S PART OF THE UNSENT AMOUNT: LEGAL     *
      *     EXPENSE NOT YET INSTRUCTED TO THE DEFENSE FIRM FIRST, THEN *
      *     FIXED AMOUNTS STILL OWED, THEN WHAT IS LEFT BY SHARE. THE  *
      *     PARTS MUST ADD UP EXACTLY TO THE UNSENT AMOUNT - IF THE    *
      *     LIST CANNOT DO THAT THE CLAIM IS HELD                      *
      ******************************************************************
       A4200-SPLIT-AMOUNT.
      *------------------*
           MOVE WS-INSTR-AMOUNT                 TO WS-REMAIN.
           IF WS-SHARE-TOTAL NOT = ZERO AND WS-SHARE-TOTAL NOT = 100
               DISPLAY 'MF28PY1 PAYEE SHARES NOT 100 - CLAIM HELD: '
                   CLAIMNUMBER OF CLAIMS
               SET SPLIT-HELD                   TO TRUE
           END-IF.
           PERFORM A4210-GET-EXPENSE-DUE.
           MOVE 1                               TO WS-PAYEE-INDEX.
           PERFORM A4220-ALLOCATE-FIRST
               UNTIL WS-PAYEE-INDEX > WS-PAYEE-COUNT.
           MOVE WS-REMAIN                       TO WS-SHARE-BASE.
           MOVE ZERO                            TO WS-SHARE-ALLOCATED.
           MOVE 1                               TO WS-PAYEE-INDEX.
           PERFORM A4230-ALLOCATE-SHARE
               UNTIL WS-PAYEE-INDEX > WS-PAYEE-COUNT.
           IF WS-REMAIN NOT = ZERO
               DISPLAY 'MF28PY1 NO SHARE PAYEE FOR BALANCE - CLAIM '
                   'HELD: ' CLAIMNUMBER OF CLAIMS
               SET SPLIT-HELD                   TO TRUE
           END-IF.
      ******************************************************************
      *     LEGAL EXPENSE PAID ON THE CLAIM (PAYMENT-TYPE EXPN) LESS   *
      *     WHAT HAS ALREADY GONE TO THE DEFENSE FIRM                  *
      ******************************************************************
       A4210-GET-EXPENSE-DUE.
      *---------------------*
           EXEC SQL
               SELECT COALESCE(SUM(PAYMENT-AMOUNT), 0)
                 INTO :WS-EXPENSE-DUE
                 FROM MFTR28.CLAIM-PAYMENTS
                WHERE CLAIMNUMBER  = :CLAIMS.CLAIMNUMBER
                  AND PAYMENT-TYPE = 'EXPN'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28PY1 EXPENSE SUM SQLCODE: ' SQLCODE
               MOVE ZERO                        TO WS-EXPENSE-DUE
               SET SPLIT-HELD                   TO TRUE
           END-IF.
           SUBTRACT WS-EXPENSE-SENT           FROM WS-EXPENSE-DUE.
           IF WS-EXPENSE-DUE < ZERO
               MOVE ZERO                        TO WS-EXPENSE-DUE
           END-IF.
      ******************************************************************
      *     EXPENSE AND FIXED PAYEES TAKE THEIR PART FIRST, NEVER      *
      *     MORE THAN IS LEFT TO SEND                                  *
      ******************************************************************
       A4220-ALLOCATE-FIRST.
      *--------------------*
           EVALUATE WS-PT-BASIS (WS-PAYEE-INDEX)
               WHEN 'E'
                   MOVE WS-EXPENSE-DUE          TO WS-DUE
               WHEN 'F'
                   COMPUTE WS-DUE = WS-PT-FIXED (WS-PAYEE-INDEX)
                                  - WS-PT-INSTRUCTED (WS-PAYEE-INDEX)
               WHEN OTHER
                   MOVE ZERO                    TO WS-DUE
           END-EVALUATE.
           IF WS-DUE > WS-REMAIN
               MOVE WS-REMAIN                   TO WS-DUE
           END-IF.
           IF WS-DUE < ZERO
               MOVE ZERO                        TO WS-DUE
           END-IF.
           IF WS-PT-BASIS (WS-PAYEE-INDEX) = 'E'
               SUBTRACT WS-DUE                FROM WS-EXPENSE-DUE
           END-IF.
           MOVE WS-DUE             TO WS-PT-AMOUNT (WS-PAYEE-INDEX).
           SUBTRACT WS-DUE                    FROM WS-REMAIN.
           ADD 1                                TO WS-PAYEE-INDEX.
      ******************************************************************
      *     SHARE PAYEES DIVIDE WHAT IS LEFT - THE LAST ONE TAKES THE  *
      *     ROUNDING SO THE PARTS ADD UP TO THE PENNY                  *
      ******************************************************************
       A4230-ALLOCATE-SHARE.
      *--------------------*
           IF WS-PT-BASIS (WS-PAYEE-INDEX) = 'S'
               IF WS-PAYEE-INDEX = WS-LAST-SHARE-INDEX
                   COMPUTE WS-DUE = WS-SHARE-BASE - WS-SHARE-ALLOCATED
               ELSE
                   COMPUTE WS-DUE ROUNDED = WS-SHARE-BASE
                                * WS-PT-SHARE (WS-PAYEE-INDEX) / 100
               END-IF
               MOVE WS-DUE         TO WS-PT-AMOUNT (WS-PAYEE-INDEX)
               ADD WS-DUE                       TO WS-SHARE-ALLOCATED
               SUBTRACT WS-DUE                FROM WS-REMAIN
           END-IF.
           ADD 1                                TO WS-PAYEE-INDEX.
      ******************************************************************
      *     WRITE ONE PAYEE'S INSTRUCTION (NOTHING FOR A PAYEE WHOSE   *
      *     PART THIS TIME IS ZERO). AN INSTRUCTION WITH A JOINT       *
      *     PAYEE ON IT MUST GO AS A CHEQUE TO BOTH NAMES              *
      ******************************************************************
       A4300-SEND-PAYEE-PART.
      *---------------------*
           IF WS-PT-AMOUNT (WS-PAYEE-INDEX) > ZERO
               MOVE WS-PT-AMOUNT (WS-PAYEE-INDEX) TO WS-PAYEE-AMOUNT
               MOVE WS-PAYEE-AMOUNT             TO PAY-AMOUNT
               PERFORM A4310-MOVE-PAYEE-DETAIL
               PERFORM A4600-RECORD-INSTRUCTION
               WRITE TRSPAY-RECORD
               ADD 1                            TO WS-INSTR-COUNT
           END-IF.
           ADD 1                                TO WS-PAYEE-INDEX.
      ******************************************************************
      *     PUT THE PAYEE'S DETAIL ON THE TREASURY RECORD              *
      ******************************************************************
       A4310-MOVE-PAYEE-DETAIL.
      *-----------------------*
           MOVE WS-PT-SEQ (WS-PAYEE-INDEX)      TO PAY-PAYEE-SEQ.
           MOVE WS-PT-SEQ (WS-PAYEE-INDEX)
                               TO PAYEE-SEQ OF PAYMENT-INSTRUCTION.
           MOVE WS-PT-TYPE (WS-PAYEE-INDEX)     TO PAY-PAYEE-TYPE.
           MOVE WS-PT-NAME (WS-PAYEE-INDEX)     TO PAY-PAYEE-NAME.
           MOVE WS-PT-JOINT-NAME (WS-PAYEE-INDEX) TO PAY-JOINT-NAME.
           MOVE WS-PT-ADDRESS (WS-PAYEE-INDEX)  TO PAY-MAIL-ADDRESS.
           MOVE WS-PT-CITY (WS-PAYEE-INDEX)     TO PAY-MAIL-CITY.
           MOVE WS-PT-STATE (WS-PAYEE-INDEX)    TO PAY-MAIL-STATE.
           MOVE WS-PT-ZIP (WS-PAYEE-INDEX)      TO PAY-MAIL-ZIP.
           IF WS-PT-JOINT-NAME (WS-PAYEE-INDEX) NOT = SPACES
               MOVE 'C'                         TO PAY-PAYEE-METHOD
           ELSE
               MOVE WS-PT-METHOD (WS-PAYEE-INDEX) TO PAY-PAYEE-METHOD
           END-IF.
           IF PAY-PAYEE-METHOD = 'E'
               MOVE WS-PT-ROUTING (WS-PAYEE-INDEX) TO PAY-BANK-ROUTING
               MOVE WS-PT-ACCOUNT (WS-PAYEE-INDEX) TO PAY-BANK-ACCOUNT
           ELSE
               MOVE SPACES                      TO PAY-BANK-ROUTING
               MOVE SPACES                      TO PAY-BANK-ACCOUNT
           END-IF.
      ******************************************************************
      *     PICK UP THE CORRECTED PAYEE BANK DETAIL FROM THE CLAIM'S   *
      *     NEWEST PAYMENT-REPAIR ROW. MOST CLAIMS NEVER BOUNCED AND   *
      *     HAVE NO ROW - THEY CARRY SPACES AND TREASURY PAYS ON ITS   *
      *     STANDING DETAIL, EXACTLY AS BEFORE. ONLY WHOLE-CLAIM       *
      *     REPAIRS COUNT - A PAYEE'S REPAIR IS ON ITS CLAIM-PAYEE ROW *
      ******************************************************************
       A4500-GET-BANK-DETAIL.
      *----------------------*
                      :PAYMENT-REPAIR.PAYEE-BANK-ACCOUNT
                 FROM MFTR28.PAYMENT-REPAIR
                WHERE CLAIMNUMBER = :PAYMENT-REPAIR.CLAIMNUMBER
                  AND PAYEE-SEQ   = 0
                ORDER BY REPAIR-TIMESTAMP DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.
                   MOVE 'Y'                 TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     RECORD THE INSTRUCTION UNDER THE CLAIM'S NEXT INSTRUCTION  *
      *     NUMBER, AND PUT THE NUMBER ON THE INSTRUCTION SO TREASURY  *
      *     QUOTES IT BACK ON ITS OUTSTANDING-ITEMS FILE               *
      ******************************************************************
       A4600-RECORD-INSTRUCTION.
      *-------------------------*
           MOVE CLAIMNUMBER OF CLAIMS
                           TO CLAIMNUMBER OF PAYMENT-INSTRUCTION.
           EXEC SQL
               SELECT COUNT(*) + 1
                 INTO :PAYMENT-INSTRUCTION.INSTR-SEQ
                 FROM MFTR28.PAYMENT-INSTRUCTION
                WHERE CLAIMNUMBER = :PAYMENT-INSTRUCTION.CLAIMNUMBER
           END-EXEC.
           MOVE WS-PAYEE-AMOUNT                 TO INSTR-AMOUNT.
           MOVE WS-RUN-DATE                     TO SENT-DATE.
           EXEC SQL
               INSERT INTO MFTR28.PAYMENT-INSTRUCTION
                      (CLAIMNUMBER,
                       INSTR-SEQ,
                       INSTR-AMOUNT,
                       SENT-DATE,
                       INSTR-ACK-STATUS,
                       INSTR-ACK-DATE,
                       CHEQUE-NUMBER,
                       ISSUE-DATE,
                       CASH-STATUS,
                       LAST-LISTED-DATE,
                       STALE-LEVEL,
                       ESCHEAT-DATE,
                       ESCHEAT-STATE,
                       PAYEE-SEQ)
               VALUES (:PAYMENT-INSTRUCTION.CLAIMNUMBER,
                       :PAYMENT-INSTRUCTION.INSTR-SEQ,
                       :PAYMENT-INSTRUCTION.INSTR-AMOUNT,
                       :PAYMENT-INSTRUCTION.SENT-DATE,
                       'S',
                       '0001-01-01',
                       ' ',
                       '0001-01-01',
                       ' ',
                       '0001-01-01',
                       '0',
                       '0001-01-01',
                       ' ',
                       :PAYMENT-INSTRUCTION.PAYEE-SEQ)
           END-EXEC.
           IF SQLCODE = 0
               MOVE INSTR-SEQ OF PAYMENT-INSTRUCTION
                                                TO PAY-INSTR-SEQ
           ELSE
               DISPLAY 'MF28PY1 INSTRUCTION INSERT SQLCODE: ' SQLCODE
               MOVE ZERO                        TO PAY-INSTR-SEQ
               MOVE 8                           TO WS-RUN-RC
               MOVE 'Y'                         TO WS-EOF-FLAG
           END-IF.
      ******************************************************************
      *     RE-SEND EVERY BOUNCED INSTRUCTION REPAIRED ON MF28CBA      *
      *     SINCE THE LAST RUN (STATUS 'R') - SAME PAYEE, SAME AMOUNT, *
      *     NOW WITH THE CORRECTED BANK DETAIL - UNLESS THE CLAIM'S    *
      *     PAYMENT IS ON HOLD. THE CLAIM'S OWN PAY-SENT-FLAG AND      *
      *     PAID-SENT-AMOUNT DO NOT MOVE: THE MONEY WAS ALREADY PART   *
      *     OF WHAT WAS SENT                                           *
      ******************************************************************
       A6000-RESEND-REPAIRED.
      *---------------------*
      *-- THE CLAIMS CURSOR IS FINISHED - THE EOF SWITCH NOW GUARDS
      *-- THE RE-SEND PASS AGAINST SQL ERRORS
           MOVE 'N'                             TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE TRSPYC3 CURSOR FOR
                   SELECT PI.CLAIMNUMBER, PI.INSTR-SEQ,
                          PI.INSTR-AMOUNT, PI.PAYEE-SEQ,
                          CL.POLICYNUMBER
                   FROM MFTR28.PAYMENT-INSTRUCTION PI,
                        MFTR28.CLAIMS CL
                   WHERE PI.INSTR-ACK-STATUS = 'R'
                     AND CL.CLAIMNUMBER      = PI.CLAIMNUMBER
                     AND CL.PAY-HOLD-FLAG    = 'N'
                   ORDER BY PI.CLAIMNUMBER, PI.INSTR-SEQ
           END-EXEC.
           EXEC SQL
               OPEN TRSPYC3
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28PY1 RE-SEND OPEN SQLCODE: ' SQLCODE
               MOVE 8                           TO WS-RUN-RC
           ELSE
               MOVE 'N'                         TO WS-RESEND-EOF-FLAG
               PERFORM A6100-FETCH-REPAIRED
               PERFORM A6200-RESEND-ONE
                   UNTIL RESEND-EOF
               EXEC SQL
                   CLOSE TRSPYC3
               END-EXEC
           END-IF.
      ******************************************************************
      *              FETCH THE NEXT REPAIRED INSTRUCTION               *
      ******************************************************************
       A6100-FETCH-REPAIRED.
      *--------------------*
           EXEC SQL
               FETCH TRSPYC3
               INTO :CLAIMS.CLAIMNUMBER,
                    :WS-OLD-INSTR-SEQ,
                    :WS-PAYEE-AMOUNT,
                    :PAYMENT-INSTRUCTION.PAYEE-SEQ,
                    :CLAIMS.POLICYNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y'                     TO WS-RESEND-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28PY1 RE-SEND FETCH SQLCODE: ' SQLCODE
                   MOVE 8                       TO WS-RUN-RC
                   MOVE 'Y'                     TO WS-RESEND-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     WRITE THE RE-SEND UNDER A NEW INSTRUCTION NUMBER AND MARK  *
      *     THE BOUNCED ROW AS REPLACED. A RE-SEND TO A CHEQUE PAYEE   *
      *     WITH NO COMPLETE ADDRESS IS LEFT REPAIRED FOR THE NEXT RUN *
      ******************************************************************
       A6200-RESEND-ONE.
      *----------------*
           SET SPLIT-OK                         TO TRUE.
           MOVE SPACES                          TO TRSPAY-RECORD.
           MOVE CLAIMNUMBER OF CLAIMS          TO PAY-CLAIMNUMBER.
           MOVE POLICYNUMBER OF CLAIMS          TO PAY-POLICYNUMBER.
           MOVE WS-PAYEE-AMOUNT                 TO PAY-AMOUNT.
           MOVE WS-RUN-DATE                     TO PAY-SENT-DATE.
           IF PAYEE-SEQ OF PAYMENT-INSTRUCTION = ZERO
               MOVE ZERO                        TO PAY-PAYEE-SEQ
               PERFORM A4500-GET-BANK-DETAIL
           ELSE
               PERFORM A6300-GET-PAYEE
           END-IF.
           IF SPLIT-HELD
               ADD 1                            TO WS-HELD-COUNT
               IF WS-RUN-RC < 4
                   MOVE 4                       TO WS-RUN-RC
               END-IF
           END-IF.
           IF EOF-FALSE AND SPLIT-OK
               PERFORM A4600-RECORD-INSTRUCTION
           END-IF.
           IF EOF-FALSE AND SPLIT-OK
               WRITE TRSPAY-RECORD
               PERFORM A6400-RETIRE-BOUNCED
           END-IF.
           IF EOF-TRUE
               MOVE 'Y'                         TO WS-RESEND-EOF-FLAG
           ELSE
               PERFORM A6100-FETCH-REPAIRED
           END-IF.
      ******************************************************************
      *     READ THE PAYEE THE BOUNCED INSTRUCTION WAS FOR, WITH THE   *
      *     BANK DETAIL MF28CBA CORRECTED, AND PUT IT ON THE RECORD    *
      ******************************************************************
       A6300-GET-PAYEE.
      *---------------*
           MOVE CLAIMNUMBER OF CLAIMS
                               TO CLAIMNUMBER OF CLAIM-PAYEE.
           MOVE PAYEE-SEQ OF PAYMENT-INSTRUCTION
                               TO PAYEE-SEQ OF CLAIM-PAYEE.
           EXEC SQL
               SELECT P.PAYEE-TYPE, P.PAYEE-NAME, P.PAY-METHOD,
                      P.BANK-ROUTING, P.BANK-ACCOUNT,
                      P.MAIL-ADDRESS, P.MAIL-CITY,
                      P.MAIL-STATE, P.MAIL-ZIP, P.SPLIT-BASIS,
                      P.SHARE-PERCENT, P.FIXED-AMOUNT,
                      COALESCE((SELECT MIN(J.PAYEE-NAME)
                          FROM MFTR28.CLAIM-PAYEE J
                         WHERE J.CLAIMNUMBER      = P.CLAIMNUMBER
                           AND J.JOINT-WITH-SEQ   = P.PAYEE-SEQ
                           AND J.JOINT-PAYEE-FLAG = 'Y'
                           AND J.PAYEE-STATUS     = 'A'), ' ')
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
                      :WS-JOINT-NAME
                 FROM MFTR28.CLAIM-PAYEE P
                WHERE P.CLAIMNUMBER = :CLAIM-PAYEE.CLAIMNUMBER
                  AND P.PAYEE-SEQ   = :CLAIM-PAYEE.PAYEE-SEQ
           END-EXEC.
           IF SQLCODE = 0
               MOVE ZERO                        TO WS-PAYEE-INSTRUCTED
               MOVE 1                           TO WS-PAYEE-INDEX
               PERFORM A4120-STORE-PAYEE
               PERFORM A4310-MOVE-PAYEE-DETAIL
           ELSE
               DISPLAY 'MF28PY1 RE-SEND PAYEE SQLCODE: ' SQLCODE
                   ' CLAIM: ' CLAIMNUMBER OF CLAIMS
               MOVE 8                           TO WS-RUN-RC
               MOVE 'Y'                         TO WS-EOF-FLAG
           END-IF.
      ******************************************************************
      *        MARK THE REPAIRED INSTRUCTION AS REPLACED ('X')         *
      ******************************************************************
       A6400-RETIRE-BOUNCED.
      *--------------------*
           EXEC SQL
               UPDATE MFTR28.PAYMENT-INSTRUCTION
                  SET INSTR-ACK-STATUS = 'X'
                WHERE CLAIMNUMBER      = :CLAIMS.CLAIMNUMBER
                  AND INSTR-SEQ        = :WS-OLD-INSTR-SEQ
                  AND INSTR-ACK-STATUS = 'R'
           END-EXEC.
           IF SQLCODE = 0
               ADD 1                            TO WS-RESEND-COUNT
           ELSE
               DISPLAY 'MF28PY1 RE-SEND RETIRE SQLCODE: ' SQLCODE
               MOVE 8                           TO WS-RUN-RC
               MOVE 'Y'                         TO WS-EOF-FLAG
           END-IF.
      ******************************************************************
      *          CLOSE CURSOR AND FILE, DISPLAY THE CONTROL TOTAL      *
      ******************************************************************
       A9999-END-PARA.
      *-- TRSPAY FILE IS HELD BACK FROM TREASURY (NON-ZERO RC), SO
      *-- LEAVING THE CLAIMS MARKED SENT WOULD STRAND THEM FLAGGED
      *-- BUT NEVER PAID. WITH THE FLAGS ROLLED BACK TO 'N', THE
      *-- RERUN REGENERATES A COMPLETE FILE. A CLAIM HELD FOR ITS
      *-- PAYEE LIST (RC 4) BACKS OUT NOTHING - IT WAS NEVER MARKED
           IF WS-RUN-RC >= 8
               EXEC SQL
                   ROLLBACK
               END-EXEC
           CLOSE TRSPAY-FILE.
           PERFORM A8500-LOG-RUN.
           DISPLAY 'MF28PY1 PAYMENTS EXTRACTED: ' WS-EXTRACT-COUNT.
           DISPLAY 'MF28PY1 INSTRUCTIONS WRITTEN: ' WS-INSTR-COUNT.
           DISPLAY 'MF28PY1 REPAIRED RE-SENT: ' WS-RESEND-COUNT.
           DISPLAY 'MF28PY1 CLAIMS HELD - PAYEE LIST: ' WS-HELD-COUNT.
           MOVE WS-RUN-RC                       TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
