      * MF28IQ1 - CLAIM STATUS INQUIRY SERVICE V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28IQ1.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO ANSWER "WHERE
      *                    IS MY CLAIM" FOR THE MEMBER PORTAL AND THE
      *                    CALL CENTER IVR WITHOUT AN ADJUSTER:
      *                    1. THE PORTAL OR IVR PUTS A REQUEST MESSAGE
      *                       ON QUEUE MFTR28.CLAIM.STATUS.REQUEST. THE
      *                       CICS-MQ BRIDGE LINKS TO THIS PROGRAM WITH
      *                       THE MESSAGE DATA AS ITS COMMAREA AND PUTS
      *                       THE COMMAREA IT HANDS BACK TO THE
      *                       REQUESTER'S REPLY-TO QUEUE. THE LAYOUT OF
      *                       BOTH IS DFHCOMMAREA BELOW.
      *                    2. THE CLAIM IS FOUND BY CLAIM NUMBER, OR
      *                       (NO CLAIM NUMBER GIVEN) BY POLICY NUMBER
      *                       PLUS LOSS DATE - THE MOST RECENT CLAIM
      *                       WHEN MORE THAN ONE MATCHES. A DUPLICATE
      *                       MERGED INTO ANOTHER CLAIM IS NEVER
      *                       MATCHED THIS WAY - ITS SURVIVOR IS.
      *                    3. THE CLAIM IS READ THE SAME WAY AS THE
      *                       MF28CB3 ENQUIRY (A2000-SELECT-DATA), WITH
      *                       NO TERMINAL AND NO USER-ROLE LOOKUP - THE
      *                       BRIDGE RUNS UNDER ITS OWN USERID.
      *                    4. EVERY REPLY INSISTS THE CLAIM IS ON THE
      *                       REQUESTING MEMBER'S POLICY. A CLAIM ON
      *                       ANOTHER POLICY IS ANSWERED EXACTLY AS IF
      *                       IT DID NOT EXIST.
      *                    5. THE REPLY CARRIES STATUS, STATUS-DATE,
      *                       TOTAL PAID AND LAST PAYMENT DATE (OF WHAT
      *                       WAS PAID ON THE CLAIM, NOT THE LEGAL
      *                       EXPENSE PAID TO DEFENSE FIRMS), WHETHER A
      *                       PAYMENT IS ON HOLD (NEVER WHY) AND, FOR A
      *                       DENIED CLAIM, THE MFTR28.DENIAL-REASON
      *                       TEXT.
      *                    6. EVERY INQUIRY, ANSWERED OR NOT, IS LOGGED
      *                       TO MFTR28.INQUIRY-LOG WITH ITS CHANNEL
      *                       AND TIMESTAMP. NO STATUS IS GIVEN OUT
      *                       UNLESS THE LOG ROW IS WRITTEN.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      * 10/15/2026 APATEL   LOSS-DATE SEARCH SKIPS MERGED CLAIMS. TOTAL
      *                     PAID AND LAST PAYMENT DATE LEAVE OUT LEGAL
      *                     EXPENSE (PAYMENT-TYPE EXPN).
      *
      * PROGRAM TYPE: COBOL-CICS-DB2.
      *
      * PROCESSING TYPE: CICS DPL PROGRAM RUN BY THE CICS-MQ BRIDGE
      *                  (TRANSID MF2Q) FOR EACH REQUEST MESSAGE
      *
      * BMS: NONE
      *
      * COPYBOOKS: MF28CP1, MF28CP7, MF28CP16, MF28CP39
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIMS, MFTR28.CLAIM-PAYMENTS,
      *         MFTR28.DENIAL-REASON, MFTR28.INQUIRY-LOG
      *
      * CALLING MODULES: NONE (CICS-MQ BRIDGE, TRANSID MF2Q)
      *
      * CALLED MODULES: NONE
      *
      * PROGRAMMER: ATUL PATEL
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
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
               INCLUDE MF28CP16
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP39
           END-EXEC.
       01 WS-MATCH-COUNT                PIC S9(9) COMP VALUE ZERO.
       01 WS-LAST-PAY-DATE              PIC X(10).
       01 WS-EXPENSE-PAID               PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-REPLY-MESSAGES.
           05 WS-MSG-FOUND              PIC X(40) VALUE
                                          'CLAIM STATUS RETURNED'.
           05 WS-MSG-NOT-FOUND          PIC X(40) VALUE
                                          'CLAIM NOT FOUND'.
           05 WS-MSG-BAD-CHANNEL        PIC X(40) VALUE
                                          'CHANNEL MUST BE PRTL OR IVR'.
           05 WS-MSG-NO-POLICY          PIC X(40) VALUE
                                   'MEMBER POLICY NUMBER REQUIRED'.
           05 WS-MSG-NO-KEY             PIC X(40) VALUE
                                   'CLAIM NUMBER OR LOSS DATE REQUIRED'.
           05 WS-MSG-BAD-DATE           PIC X(40) VALUE
                                   'LOSS DATE MUST BE CCYY-MM-DD'.
           05 WS-MSG-UNAVAILABLE        PIC X(40) VALUE
                                   'SERVICE UNAVAILABLE - TRY LATER'.
       LINKAGE SECTION.
      *-- THE BRIDGE MESSAGE - REQUEST FIELDS IN, REPLY FIELDS OUT.
      *-- ALL FIELDS ARE DISPLAY SO THE PORTAL AND IVR CAN BUILD AND
      *-- READ THEM WITHOUT PACKED-DECIMAL CONVERSION. LK-RPY-RC:
      *--     '00' - FOUND, STATUS FIELDS FILLED IN
      *--     '04' - NOT FOUND (ALSO A CLAIM ON ANOTHER POLICY)
      *--     '08' - REQUEST INVALID, SEE LK-RPY-MESSAGE
      *--     '12' - SERVICE UNAVAILABLE, NO STATUS RETURNED
       01 DFHCOMMAREA.
           05 LK-REQUEST.
               10 LK-REQ-CHANNEL         PIC X(04).
               10 LK-REQ-REQUEST-ID      PIC X(24).
               10 LK-REQ-POLICYNUMBER    PIC 9(09).
               10 LK-REQ-CLAIMNUMBER     PIC 9(07).
               10 LK-REQ-LOSS-DATE       PIC X(10).
           05 LK-REPLY.
               10 LK-RPY-RC              PIC X(02).
                   88 RPY-FOUND          VALUE '00'.
                   88 RPY-NOT-FOUND      VALUE '04'.
                   88 RPY-INVALID        VALUE '08'.
                   88 RPY-UNAVAILABLE    VALUE '12'.
               10 LK-RPY-MESSAGE         PIC X(40).
               10 LK-RPY-CLAIMNUMBER     PIC 9(07).
               10 LK-RPY-MATCH-COUNT     PIC 9(03).
               10 LK-RPY-CLAIM-STATUS    PIC X(10).
               10 LK-RPY-STATUS-DATE     PIC X(10).
               10 LK-RPY-TOTAL-PAID      PIC 9(07)V99.
               10 LK-RPY-LAST-PAY-DATE   PIC X(10).
               10 LK-RPY-PAY-HOLD        PIC X(01).
               10 LK-RPY-DENIAL-TEXT     PIC X(60).
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
      ******************************************************************
       A1000-MAIN-PARA.
      *---------------*
      *-- A MESSAGE TOO SHORT TO HOLD THE LAYOUT CANNOT BE ANSWERED
      *-- OR SAFELY LOGGED - HAND IT STRAIGHT BACK TO THE BRIDGE
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
               PERFORM A9999-END-PARA
           END-IF.
           PERFORM A2000-VALIDATE-REQUEST.
           IF INQ-RESULT = SPACES
               PERFORM A3000-FIND-CLAIM
           END-IF.
           IF INQ-RESULT = SPACES
               PERFORM A4000-SELECT-DATA
           END-IF.
           PERFORM A8000-LOG-INQUIRY.
           PERFORM A9999-END-PARA.
      ******************************************************************
      *     CLEAR THE REPLY AND CHECK THE REQUEST IS COMPLETE - A      *
      *     KNOWN CHANNEL, THE MEMBER'S POLICY NUMBER, AND EITHER A    *
      *     CLAIM NUMBER OR A LOSS DATE                                *
      ******************************************************************
       A2000-VALIDATE-REQUEST.
      *-----------------------*
           MOVE SPACES                         TO LK-REPLY
                                                   INQ-RESULT.
           MOVE ZERO                           TO LK-RPY-CLAIMNUMBER
                                                   LK-RPY-MATCH-COUNT
                                                   LK-RPY-TOTAL-PAID
                                                   INQ-POLICYNUMBER
                                                   INQ-CLAIMNUMBER
                                                   RESULT-CLAIMNUMBER.
           MOVE LK-REQ-CHANNEL                 TO INQ-CHANNEL.
           MOVE LK-REQ-REQUEST-ID              TO INQ-REQUEST-ID.
           MOVE LK-REQ-LOSS-DATE               TO INQ-LOSS-DATE.
           IF LK-REQ-POLICYNUMBER IS NUMERIC
               MOVE LK-REQ-POLICYNUMBER        TO INQ-POLICYNUMBER
           END-IF.
           IF LK-REQ-CLAIMNUMBER IS NUMERIC
               MOVE LK-REQ-CLAIMNUMBER         TO INQ-CLAIMNUMBER
           END-IF.
           EVALUATE TRUE
               WHEN NOT INQ-FROM-PORTAL AND NOT INQ-FROM-IVR
                   MOVE WS-MSG-BAD-CHANNEL     TO LK-RPY-MESSAGE
                   SET INQ-INVALID             TO TRUE
               WHEN INQ-POLICYNUMBER = ZERO
                   MOVE WS-MSG-NO-POLICY       TO LK-RPY-MESSAGE
                   SET INQ-INVALID             TO TRUE
               WHEN INQ-CLAIMNUMBER = ZERO
                AND INQ-LOSS-DATE = SPACES
                   MOVE WS-MSG-NO-KEY          TO LK-RPY-MESSAGE
                   SET INQ-INVALID             TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF INQ-INVALID
               SET RPY-INVALID                 TO TRUE
           END-IF.
      ******************************************************************
      *     WORK OUT WHICH CLAIM IS WANTED - THE CLAIM NUMBER GIVEN,   *
      *     OR THE MEMBER'S MOST RECENT CLAIM FOR THE LOSS DATE        *
      ******************************************************************
       A3000-FIND-CLAIM.
      *-----------------*
           IF INQ-CLAIMNUMBER > ZERO
               MOVE INQ-CLAIMNUMBER     TO CLAIMNUMBER OF CLAIMS
               MOVE 1                          TO WS-MATCH-COUNT
           ELSE
               PERFORM A3100-FIND-BY-LOSS-DATE
           END-IF.
      ******************************************************************
      *     THE MEMBER'S CLAIMS FOR THE LOSS DATE, LEAVING OUT ANY     *
      *     DUPLICATE MERGED INTO ITS SURVIVOR - A BADLY FORMED DATE   *
      *     IS THE CALLER'S ERROR, NOT THE SERVICE'S                   *
      ******************************************************************
       A3100-FIND-BY-LOSS-DATE.
      *------------------------*
           MOVE INQ-POLICYNUMBER       TO POLICYNUMBER OF CLAIMS.
           MOVE INQ-LOSS-DATE                  TO CLAIMDATE.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(MAX(CLAIMNUMBER), 0)
                 INTO :WS-MATCH-COUNT,
                      :CLAIMS.CLAIMNUMBER
                 FROM MFTR28.CLAIMS
                WHERE POLICYNUMBER = :CLAIMS.POLICYNUMBER
                  AND CLAIMDATE    = :CLAIMS.CLAIMDATE
                  AND CLAIM-STATUS <> 'MERGED'
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE = 0 AND WS-MATCH-COUNT > ZERO
                   CONTINUE
               WHEN SQLCODE = 0
                   SET INQ-NOT-FOUND           TO TRUE
                   SET RPY-NOT-FOUND           TO TRUE
                   MOVE WS-MSG-NOT-FOUND       TO LK-RPY-MESSAGE
               WHEN SQLCODE = -180 OR SQLCODE = -181
                   SET INQ-INVALID             TO TRUE
                   SET RPY-INVALID             TO TRUE
                   MOVE WS-MSG-BAD-DATE        TO LK-RPY-MESSAGE
               WHEN OTHER
                   PERFORM A7000-SERVICE-ERROR
           END-EVALUATE.
      ******************************************************************
      *     READ THE CLAIM AS THE MF28CB3 ENQUIRY DOES, THEN MAKE SURE *
      *     IT BELONGS TO THE MEMBER ASKING BEFORE ANSWERING           *
      ******************************************************************
       A4000-SELECT-DATA.
      *-----------------*
            EXEC SQL
                SELECT  CLAIMDATE,
                        PAID,
                        CVALUE,
                        CAUSE,
                        OBSERVATIONS,
                        CLAIM-STATUS,
                        POLICYNUMBER,
                        DOCUMENT-REF,
                        RESERVE-AMOUNT,
                        CAT-EVENT-CODE,
                        UPDATE-COUNT,
                        REOPEN-COUNT,
                        PAY-HOLD-FLAG,
                        ASSIGNED-ADJUSTER,
                        STATUS-DATE,
                        DENIAL-REASON-CODE
                INTO   :CLAIMS.CLAIMDATE,
                       :CLAIMS.PAID,
                       :CLAIMS.CVALUE,
                       :CLAIMS.CAUSE,
                       :CLAIMS.OBSERVATIONS,
                       :CLAIMS.CLAIM-STATUS,
                       :CLAIMS.POLICYNUMBER,
                       :CLAIMS.DOCUMENT-REF,
                       :CLAIMS.RESERVE-AMOUNT,
                       :CLAIMS.CAT-EVENT-CODE,
                       :CLAIMS.UPDATE-COUNT,
                       :CLAIMS.REOPEN-COUNT,
                       :CLAIMS.PAY-HOLD-FLAG,
                       :CLAIMS.ASSIGNED-ADJUSTER,
                       :CLAIMS.STATUS-DATE,
                       :CLAIMS.DENIAL-REASON-CODE
                FROM   MFTR28.CLAIMS
                WHERE  CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
            END-EXEC.
            EVALUATE TRUE
                WHEN SQLCODE = 100
                    SET INQ-NOT-FOUND           TO TRUE
                    SET RPY-NOT-FOUND           TO TRUE
                    MOVE WS-MSG-NOT-FOUND       TO LK-RPY-MESSAGE
                WHEN SQLCODE NOT = 0
                    PERFORM A7000-SERVICE-ERROR
      *-- ANOTHER MEMBER'S CLAIM - LOG WHAT HAPPENED BUT TELL THE
      *-- CALLER NO MORE THAN IF THE NUMBER HAD NEVER BEEN USED
                WHEN POLICYNUMBER OF CLAIMS NOT = INQ-POLICYNUMBER
                    SET INQ-POLICY-MISMATCH     TO TRUE
                    MOVE CLAIMNUMBER OF CLAIMS  TO RESULT-CLAIMNUMBER
                    SET RPY-NOT-FOUND           TO TRUE
                    MOVE WS-MSG-NOT-FOUND       TO LK-RPY-MESSAGE
                WHEN OTHER
                    PERFORM A5000-BUILD-REPLY
            END-EVALUATE.
      ******************************************************************
      *     FILL IN THE STATUS REPLY - A PAYMENT HOLD IS SHOWN AS A    *
      *     FLAG ONLY; ITS REASON STAYS WITH THE ADJUSTER              *
      ******************************************************************
       A5000-BUILD-REPLY.
      *------------------*
           PERFORM A5100-GET-LAST-PAYMENT.
           IF STATUS-DENIED
              AND INQ-RESULT = SPACES
               PERFORM A5200-GET-DENIAL-TEXT
           END-IF.
           IF INQ-RESULT = SPACES
               SET INQ-FOUND                   TO TRUE
               MOVE CLAIMNUMBER OF CLAIMS      TO RESULT-CLAIMNUMBER
                                                   LK-RPY-CLAIMNUMBER
               MOVE WS-MATCH-COUNT             TO LK-RPY-MATCH-COUNT
               MOVE CLAIM-STATUS OF CLAIMS     TO LK-RPY-CLAIM-STATUS
               MOVE STATUS-DATE OF CLAIMS      TO LK-RPY-STATUS-DATE
               COMPUTE LK-RPY-TOTAL-PAID =
                       PAID OF CLAIMS - WS-EXPENSE-PAID
               MOVE WS-LAST-PAY-DATE           TO LK-RPY-LAST-PAY-DATE
               IF PAY-HELD
                   MOVE 'Y'                    TO LK-RPY-PAY-HOLD
               ELSE
                   MOVE 'N'                    TO LK-RPY-PAY-HOLD
               END-IF
               SET RPY-FOUND                   TO TRUE
               MOVE WS-MSG-FOUND               TO LK-RPY-MESSAGE
           END-IF.
      ******************************************************************
      *     THE DATE OF THE CLAIM'S MOST RECENT PAYMENT - SPACES WHEN  *
      *     NOTHING HAS BEEN PAID - AND THE LEGAL EXPENSE WITHIN PAID. *
      *     EXPENSE GOES TO THE DEFENSE FIRM, NOT THE MEMBER, SO IT IS *
      *     LEFT OUT OF BOTH                                           *
      ******************************************************************
       A5100-GET-LAST-PAYMENT.
      *-----------------------*
           MOVE CLAIMNUMBER OF CLAIMS TO CLAIMNUMBER OF CLAIM-PAYMENTS.
           EXEC SQL
               SELECT COALESCE(CHAR(MAX(CASE WHEN PAYMENT-TYPE <> 'EXPN'
                                             THEN PAYMENT-DATE
                                        END)), ' '),
                      COALESCE(SUM(CASE WHEN PAYMENT-TYPE = 'EXPN'
                                        THEN PAYMENT-AMOUNT
                                        ELSE 0
                                   END), 0)
                 INTO :WS-LAST-PAY-DATE,
                      :WS-EXPENSE-PAID
                 FROM MFTR28.CLAIM-PAYMENTS
                WHERE CLAIMNUMBER = :CLAIM-PAYMENTS.CLAIMNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM A7000-SERVICE-ERROR
           END-IF.
      ******************************************************************
      *     THE MEMBER-FACING TEXT OF THE DENIAL REASON - AS ON THE    *
      *     MF28LT1 DENIAL LETTER                                      *
      ******************************************************************
       A5200-GET-DENIAL-TEXT.
      *----------------------*
           MOVE DENIAL-REASON-CODE OF CLAIMS
                          TO DENIAL-REASON-CODE OF DENIAL-REASON.
           EXEC SQL
               SELECT DENIAL-REASON-TEXT
                 INTO :DENIAL-REASON.DENIAL-REASON-TEXT
                 FROM MFTR28.DENIAL-REASON
                WHERE DENIAL-REASON-CODE =
                          :DENIAL-REASON.DENIAL-REASON-CODE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE DENIAL-REASON-TEXT     TO LK-RPY-DENIAL-TEXT
               WHEN 100
                   MOVE SPACES                 TO LK-RPY-DENIAL-TEXT
               WHEN OTHER
                   PERFORM A7000-SERVICE-ERROR
           END-EVALUATE.
      ******************************************************************
      *     A DB2 FAILURE - NO STATUS GOES BACK, AND NOTHING HALF      *
      *     BUILT IS LEFT IN THE REPLY                                 *
      ******************************************************************
       A7000-SERVICE-ERROR.
      *--------------------*
           DISPLAY 'MF28IQ1 SQLCODE: ' SQLCODE.
           SET INQ-ERROR                       TO TRUE.
           MOVE SPACES                         TO LK-REPLY.
           MOVE ZERO                           TO LK-RPY-CLAIMNUMBER
                                                   LK-RPY-MATCH-COUNT
                                                   LK-RPY-TOTAL-PAID.
           SET RPY-UNAVAILABLE                 TO TRUE.
           MOVE WS-MSG-UNAVAILABLE             TO LK-RPY-MESSAGE.
      ******************************************************************
      *     LOG THE INQUIRY WITH ITS CHANNEL AND TIMESTAMP. IF THE LOG *
      *     ROW CANNOT BE WRITTEN THE STATUS IS WITHHELD               *
      ******************************************************************
       A8000-LOG-INQUIRY.
      *------------------*
           EXEC SQL
               INSERT INTO MFTR28.INQUIRY-LOG
                      (INQUIRY-TIMESTAMP,
                       INQ-CHANNEL,
                       INQ-REQUEST-ID,
                       INQ-POLICYNUMBER,
                       INQ-CLAIMNUMBER,
                       INQ-LOSS-DATE,
                       INQ-RESULT,
                       RESULT-CLAIMNUMBER)
               VALUES (CURRENT TIMESTAMP,
                       :INQUIRY-LOG.INQ-CHANNEL,
                       :INQUIRY-LOG.INQ-REQUEST-ID,
                       :INQUIRY-LOG.INQ-POLICYNUMBER,
                       :INQUIRY-LOG.INQ-CLAIMNUMBER,
                       :INQUIRY-LOG.INQ-LOSS-DATE,
                       :INQUIRY-LOG.INQ-RESULT,
                       :INQUIRY-LOG.RESULT-CLAIMNUMBER)
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM A7000-SERVICE-ERROR
           END-IF.
      ******************************************************************
      *     HAND THE COMMAREA BACK TO THE BRIDGE AS THE REPLY - THE    *
      *     LOG ROW IS COMMITTED AT THE SYNCPOINT TAKEN AT RETURN      *
      ******************************************************************
       A9999-END-PARA.
      *--------------*
           EXEC CICS RETURN
           END-EXEC.
      ******************************************************************
      *                        END OF PROGRAM                          *
      ******************************************************************
