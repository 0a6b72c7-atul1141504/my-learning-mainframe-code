      *                     REPAIRED REJECT FILE (NO HEADER/TRAILER),
      *                     PICKING THE BATCH ID BACK UP FROM THE
      *                     REJECT RECORD ITSELF.
      * 10/15/2026 APATEL   A DETAIL CARRYING PAID WHOSE CLAIM DATE IS
      *                     ON OR BEFORE CLOSED-THRU-DATE ON
      *                     MFTR28.BATCH-CONTROL WOULD POST INTO A
      *                     PERIOD FINANCE HAS CLOSED - IT IS NOW
      *                     REJECTED AND LOGGED TO
      *                     MFTR28.PERIOD-LOCK-LOG FOR THE MF28RP5
      *                     EXCEPTION REPORT, THE SAME AS A LIVE MAP1
      *                     ADD. SEE A5200-CHECK-PERIOD-OPEN.
      * 10/15/2026 APATEL   THE PERIOD LOCK TESTS THE DATE THE LOAD
      *                     POSTS - THE BUSINESS-DATE ON
      *                     MFTR28.BATCH-CONTROL - NOT THE DETAIL'S
      *                     CLAIM DATE. A LOADED CLAIM CARRYING PAID
      *                     NOW HAS THAT PAID LEDGERED AS ONE 'INDM'
      *                     ROW ON MFTR28.CLAIM-PAYMENTS, SO PAID
      *                     AGREES WITH ITS LEDGER FOR MF28IC1 - SEE
      *                     A6200-LEDGER-PAID.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
      *
      * BMS: NONE
      *
      * COPYBOOKS: MF28BMS, MF28CP1, MF28CP2, MF28CP4, MF28CP7,
      *            MF28CP24
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIMS, MFTR28.CLAIMS-HISTORY,
      *         MFTR28.NEXT-CLAIM-NUMBER, MFTR28.POLICY-MASTER,
      *         MFTR28.BATCH-CONTROL, MFTR28.PERIOD-LOCK-LOG,
      *         MFTR28.CLAIM-PAYMENTS
      *
      * CALLING MODULES: NONE (INVOKED FROM JCL MF28BL1)
      *
           EXEC SQL
               INCLUDE MF28CP4
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP7
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP12
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP24
           END-EXEC.
           COPY MF28BMS.
       01 WS-SQLCODE                PIC -9(03).
       01 WS-USERID                 PIC X(08) VALUE 'BATCH'.
       01 WS-RUN-RC                 PIC S9(3) COMP-3 VALUE ZERO.
       01 WS-BATCH-ID               PIC X(08) VALUE SPACES.
       01 WS-CONTROL-DATE           PIC X(10).
       01 WS-CLOSED-THRU-DATE       PIC X(10).
       01 WS-BAL-FIELDS.
           05 WS-BAL-DETAIL-COUNT   PIC 9(09) VALUE ZERO.
           05 WS-BAL-HASH-TOTAL     PIC 9(13) VALUE ZERO.
           ELSE
               OPEN OUTPUT REJECT-FILE
           END-IF.
      *-- THE LOAD POSTS ON THE BUSINESS DATE. WITHOUT THE CONTROL
      *-- ROW NO PERIOD CAN BE PROVED OPEN, SO EVERY DETAIL CARRYING
      *-- PAID IS REFUSED
           EXEC SQL
               SELECT BUSINESS-DATE,
                      CLOSED-THRU-DATE
                 INTO :WS-CONTROL-DATE,
                      :WS-CLOSED-THRU-DATE
                 FROM MFTR28.BATCH-CONTROL
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28BL1 CLOSED-THRU-DATE SQLCODE: ' SQLCODE
               MOVE '9999-12-31'            TO WS-CLOSED-THRU-DATE
               MOVE 8                       TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *     ON RESTART, FIND THE LAST CHECKPOINT AND SKIP THOSE        *
      *     RECORDS IN THE EXTRACT FILE; OTHERWISE START FRESH         *
               CALL WS-MF28CB2 USING MAP1I
                                      MAP1O
                                      WS-ERROR-FLAG
               IF ERROR-FALSE
                   PERFORM A5200-CHECK-PERIOD-OPEN
               END-IF
               IF ERROR-TRUE
                   PERFORM A5900-REJECT-RECORD
               ELSE
               END-IF
           END-IF.
      ******************************************************************
      *     A LOADED CLAIM'S PAID POSTS ON THE BUSINESS DATE. WHEN     *
      *     THAT IS ON OR BEFORE THE CLOSED-THRU-DATE, A DETAIL        *
      *     CARRYING PAID WOULD RESTATE A PERIOD FINANCE HAS SIGNED    *
      *     OFF - LOG IT AND REJECT IT, SAME RULE AS MF28CB3'S         *
      *     A6900-CHECK-PERIOD-OPEN                                    *
      ******************************************************************
       A5200-CHECK-PERIOD-OPEN.
      *------------------------*
           MOVE PAIDVI                      TO LOCK-TXN-AMOUNT.
           IF LOCK-TXN-AMOUNT NOT = ZERO
              AND WS-CONTROL-DATE NOT > WS-CLOSED-THRU-DATE
               MOVE CLMNUMVI       TO CLAIMNUMBER OF PERIOD-LOCK-LOG
               SET LOCK-TXN-PAID            TO TRUE
               MOVE WS-CONTROL-DATE         TO LOCK-TXN-DATE
               MOVE WS-CLOSED-THRU-DATE     TO LOCK-CLOSED-THRU
               SET LOCK-REFUSED             TO TRUE
               MOVE 'MF28BL1'               TO LOCK-SOURCE
               MOVE WS-USERID               TO LOCK-USERID
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
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'MF28BL1 PERIOD LOCK LOG SQLCODE: ' SQLCODE
               END-IF
               MOVE 'PERIOD CLOSED - CLAIM NOT LOADED'  TO MSGO
               MOVE 'Y'                     TO WS-ERROR-FLAG
           END-IF.
      ******************************************************************
      *                WRITE A FAILED RECORD TO THE REJECT FILE        *
      ******************************************************************
       A5900-REJECT-RECORD.
                    MOVE CAUSE OF CLAIMS       TO WS-HIST-NEW-CAUSE
                    MOVE OBSERVATIONS OF CLAIMS TO WS-HIST-NEW-OBS
                    PERFORM A8000-LOG-HISTORY
                    IF PAID OF CLAIMS NOT = ZERO
                        PERFORM A6200-LEDGER-PAID
                    END-IF
                    PERFORM A8100-ADVANCE-NEXT-CLAIM-NUMBER
                WHEN -803
                    MOVE 'DUPLICATE CLAIM NO ON LOAD'  TO MSGO
                    PERFORM A5900-REJECT-RECORD
            END-EVALUATE.
      ******************************************************************
      *     PAID ON MFTR28.CLAIMS IS THE SUM OF THE CLAIM'S LEDGER     *
      *     ROWS - A LOADED CLAIM'S PAID GOES ON AS ITS FIRST          *
      *     INDEMNITY ROW, DATED THE BUSINESS DATE IT POSTS ON         *
      ******************************************************************
       A6200-LEDGER-PAID.
      *------------------*
           MOVE CLAIMNUMBER OF CLAIMS
                              TO CLAIMNUMBER OF CLAIM-PAYMENTS.
           MOVE 1                          TO PAYMENT-SEQ.
           MOVE PAID OF CLAIMS             TO PAYMENT-AMOUNT.
           MOVE WS-CONTROL-DATE            TO PAYMENT-DATE.
           MOVE WS-USERID     TO KEYED-BY-USERID OF CLAIM-PAYMENTS.
           SET PAYMENT-INDEMNITY           TO TRUE.
            EXEC SQL
                INSERT INTO MFTR28.CLAIM-PAYMENTS
                       (CLAIMNUMBER,
                        PAYMENT-SEQ,
                        PAYMENT-AMOUNT,
                        PAYMENT-DATE,
                        KEYED-BY-USERID,
                        PAYMENT-TYPE,
                        PAYMENT-TIMESTAMP)
                VALUES (:CLAIM-PAYMENTS.CLAIMNUMBER,
                        :CLAIM-PAYMENTS.PAYMENT-SEQ,
                        :CLAIM-PAYMENTS.PAYMENT-AMOUNT,
                        :CLAIM-PAYMENTS.PAYMENT-DATE,
                        :CLAIM-PAYMENTS.KEYED-BY-USERID,
                        :CLAIM-PAYMENTS.PAYMENT-TYPE,
                        CURRENT TIMESTAMP)
            END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28BL1 CLAIM ' CLAIMNUMBER OF CLAIMS
                   ' PAYMENT LEDGER SQLCODE: ' SQLCODE
           END-IF.
      ******************************************************************
      *     READ THE COVERAGE LIMIT AND DEDUCTIBLE OF THE POLICY IN    *
      *     POLICYNUMBER OF POLICY-MASTER. NO POLICY ROW, OR AN ERROR  *
      *     READING IT, COMES BACK AS A ZERO LIMIT - TREATED AS NOT    *
