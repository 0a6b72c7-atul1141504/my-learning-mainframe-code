      *                     A7600-REASSIGN-CLAIM. EVERY MOVE OF
      *                     OWNERSHIP IS LOGGED WITH OLD AND NEW
      *                     OWNER, WHO MOVED IT AND WHEN.
      * 10/14/2026 APATEL   OPTIONS 5, 6 AND 8 NOW HONOUR THE
      *                     ACCOUNTING PERIOD LOCK - A PAYMENT,
      *                     RESERVE MOVEMENT OR RECOVERY WHOSE DATE
      *                     FALLS ON OR BEFORE CLOSED-THRU-DATE ON
      *                     MFTR28.BATCH-CONTROL (SET BY THE MF28PC1
      *                     MONTH-END CLOSE) IS REFUSED AND THE ATTEMPT
      *                     LOGGED TO MFTR28.PERIOD-LOCK-LOG FOR THE
      *                     MF28RP5 EXCEPTION REPORT - SEE
      *                     A6900-CHECK-PERIOD-OPEN.
      * 10/15/2026 APATEL   THE PERIOD LOCK NOW TESTS THE CLAIM'S
      *                     CLAIMDATE - THE DATE MF28RC1 RECONCILES
      *                     PAID BY - RATHER THAN TODAY'S DATE, WHICH
      *                     IS NEVER IN A CLOSED PERIOD. OPTION 2 (ADD
      *                     WITH PAID) AND OPTION 3 (AMEND OF PAID OR
      *                     OF CLAIMDATE ON A CLAIM CARRYING PAID) ARE
      *                     NOW LOCKED AND LOGGED THE SAME WAY AS
      *                     OPTIONS 5, 6 AND 8. THE AMEND'S 90% CVALUE
      *                     RECHECK NOW MEASURES INDEMNITY PAID ONLY,
      *                     AS OPTION 5 DOES.
      * 10/15/2026 APATEL   THE PERIOD LOCK TESTS THE DATE THE MONEY
      *                     POSTS - TODAY - NOT THE CLAIM'S CLAIMDATE,
      *                     SO A CLAIM WHOSE LOSS MONTH HAS CLOSED CAN
      *                     STILL TAKE PAYMENTS, RESERVE MOVEMENTS AND
      *                     RECOVERIES IN THE OPEN PERIOD. PAID IS NO
      *                     LONGER KEYED ON ADD OR AMEND: A NEW CLAIM
      *                     STARTS WITH NOTHING PAID AND AN AMEND
      *                     KEEPS THE PAID ON FILE, SO EVERY PAID
      *                     MOVEMENT GOES THROUGH OPTION 5 AND ITS
      *                     CLAIM-PAYMENTS LEDGER ROW. ADD AND AMEND
      *                     MOVE NO MONEY AND ARE NOT PERIOD LOCKED.
      * 10/14/2026 APATEL   OPTIONS 5 AND 6 NOW HONOUR THE SIGNED-ON
      *                     USER'S MONETARY AUTHORITY (PAY-AUTH-LIMIT
      *                     AND RESV-AUTH-LIMIT ON MFTR28.USER-ROLE) -
      *                     A PAYMENT, OR A RESERVE MOVEMENT IN EITHER
      *                     DIRECTION, OVER THE USER'S LIMIT IS NOT
      *                     APPLIED BUT QUEUED ON
      *                     MFTR28.PENDING-AUTHORITY FOR A USER WITH
      *                     ENOUGH AUTHORITY TO APPROVE OR REJECT ON
      *                     MF28CBC - SEE A6800-CHECK-AUTHORITY.
      * 10/14/2026 APATEL   OPTION 0 NOW MOVES THE CLAIM'S OPEN
      *                     FOLLOW-UP TASKS (MFTR28.CLAIM-TASKS) HELD
      *                     BY THE OLD OWNER TO THE NEW ONE, EACH MOVE
      *                     LOGGED TO MFTR28.CLAIM-TASK-LOG - SEE
      *                     A7660-MOVE-OPEN-TASKS. OPTION 4 STILL
      *                     CLOSES OR DENIES A CLAIM WITH OPEN TASKS
      *                     BUT WARNS THE USER THEY ARE STILL OPEN -
      *                     SEE A5100-WARN-OPEN-TASKS.
      * 10/14/2026 APATEL   OPTION 9 NO LONGER RELEASES THE PAYMENT
      *                     HOLD ON A CLAIM WITH AN OPEN OR CONFIRMED
      *                     SIU REFERRAL ON MFTR28.SIU-REFERRAL - THE
      *                     HOLD COMES OFF WHEN AN INVESTIGATOR CLEARS
      *                     THE REFERRAL ON MF28CBE. SEE
      *                     A7920-CHECK-SIU-REFERRAL.
      * 10/14/2026 APATEL   OPTION 5 LEDGERS ITS PAYMENT AS PAYMENT-TYPE
      *                     'INDM', AND TESTS CVALUE, THE POLICY LIMIT
      *                     AND THE SUPERVISOR THRESHOLD AGAINST
      *                     INDEMNITY PAID ONLY - STATUTORY INTEREST
      *                     ('INTR' ROWS APPLIED BY MF28CBC) IS PART OF
      *                     PAID BUT IS NOT INDEMNITY. SEE
      *                     A6050-GET-INDEMNITY-PAID.
      * 10/14/2026 APATEL   OPTION 5 NOW TAKES A PAYMENT TYPE ON
      *                     RECTYPVI - BLANK/INDM INDEMNITY, EXPN
      *                     DEFENSE AND LEGAL EXPENSE. EXPENSE IS ONLY
      *                     ACCEPTED ON A CLAIM WITH A SUIT ON
      *                     MFTR28.CLAIM-LITIGATION, IS LEDGERED AND
      *                     LOGGED TO CLAIMS-HISTORY AS 'EXPN', AND IS
      *                     LEFT OUT OF THE CVALUE, POLICY LIMIT AND
      *                     SUPERVISOR THRESHOLD TESTS. THE ENQUIRY
      *                     SHOWS 'SUIT' ON LITVO WHILE A SUIT IS OPEN.
      *                     SEE A6060-GET-SUIT-STATUS.
      * 10/14/2026 APATEL   THE CLAIM-PAYMENTS ROW WRITTEN BY OPTION 5
      *                     NOW CARRIES PAYMENT-TIMESTAMP FOR THE
      *                     MF28DW1 DATA WAREHOUSE EXTRACT.
      * 10/14/2026 APATEL   A CLAIM MERGED INTO ANOTHER ON MF28CBI
      *                     (STATUS MERGED) TAKES NO FURTHER
      *                     MAINTENANCE - OPTIONS 3 TO 9 AND 0 REFUSE
      *                     IT AND NAME THE SURVIVING CLAIM, AND THE
      *                     ENQUIRY SHOWS THE SURVIVOR IN THE MESSAGE.
      *                     SEE A1100-CHECK-MERGED.
      *
      * PROGRAM TYPE: COBOL-DB2.
      *
      * BMS: NONE
      *
      * COPYBOOKS: MF28CP1, MF28CP2, MF28CP4, MF28CP7, MF28CP8,
      *            MF28CP11, MF28CP18, MF28CP21, MF28CP23, MF28CP24,
      *            MF28CP9, MF28CP25, MF28CP28, MF28CP29, MF28CP30,
      *            MF28CP40, MF28CP44
      *
      * LINKAGE COPYBOOKS: MF28BMS
      *
      *         MFTR28.CLAIM-NOTES (CLAIM DIARY)
      *         MFTR28.CLAIM-RECOVERIES (RECOVERIES LEDGER)
      *         MFTR28.POLICY-MASTER (COVERAGE LIMIT/DEDUCTIBLE)
      *         MFTR28.BATCH-CONTROL (CLOSED-THRU-DATE)
      *         MFTR28.PERIOD-LOCK-LOG (CLOSED-PERIOD EXCEPTIONS)
      *         MFTR28.USER-ROLE (MONETARY AUTHORITY LIMITS)
      *         MFTR28.PENDING-AUTHORITY (OVER-AUTHORITY QUEUE)
      *         MFTR28.CLAIM-TASKS (FOLLOW-UP DIARY)
      *         MFTR28.CLAIM-TASK-LOG (FOLLOW-UP DIARY AUDIT TRAIL)
      *         MFTR28.SIU-REFERRAL (FRAUD REFERRAL QUEUE)
      *         MFTR28.CLAIM-LITIGATION (SUIT DETAIL)
      *         MFTR28.CLAIM-MERGE (DUPLICATE CLAIM MERGE LINK)
      *
      * CALLING MODULE: MF28CB1 - PROCESS TRANSACTION FROM BMS SCREEN
      *
       01 WS-PAID-THRESHOLD        PIC S9(7)V99  COMP-3.
       01 WS-PAYMENT-AMOUNT        PIC S9(7)V99  COMP-3.
       01 WS-NEW-PAID-TOTAL        PIC S9(7)V99  COMP-3.
       01 WS-NON-INDM-PAID         PIC S9(7)V99  COMP-3.
       01 WS-NEW-INDM-TOTAL        PIC S9(7)V99  COMP-3.
       01 WS-NET-PAY-LIMIT         PIC S9(7)V99  COMP-3.
       01 WS-PAYMENT-TYPE          PIC X(04).
           88 PAY-TYPE-EXPENSE                    VALUE 'EXPN'.
       01 WS-SUIT-FLAG             PIC X(01).
           88 SUIT-OPEN                           VALUE 'O'.
           88 SUIT-CONCLUDED                      VALUE 'C'.
           88 SUIT-NOT-ON-FILE                    VALUE 'N'.
           88 SUIT-CHECK-FAILED                   VALUE 'E'.
       01 WS-UPD-TOKEN             PIC S9(9)     COMP-3.
       01 WS-TOKEN-DISPLAY         PIC 9(09).
       01 WS-ROPN-DISPLAY          PIC 9(03).
       01 WS-OPEN-TASK-COUNT       PIC S9(5)     COMP-3.
       01 WS-SIU-REFERRAL-COUNT    PIC S9(5)     COMP-3.
       01 WS-SURVIVOR-DISPLAY      PIC 9(07).
       01 WS-MERGED-FLAG           PIC X(01).
           88 CLAIM-NOT-MERGED                    VALUE 'N'.
           88 CLAIM-IS-MERGED                     VALUE 'Y'.
           88 MERGE-CHECK-FAILED                  VALUE 'E'.
       01 WS-PERIOD-FIELDS.
           05 WS-CLOSED-THRU-DATE   PIC X(10).
           05 WS-POSTING-DATE       PIC X(10).
           05 WS-PERIOD-FLAG        PIC X(01).
               88 PERIOD-OPEN                     VALUE 'O'.
               88 PERIOD-CLOSED                   VALUE 'C'.
               88 PERIOD-CHECK-FAILED             VALUE 'E'.
       01 WS-AUTHORITY-FIELDS.
           05 WS-AUTH-AMOUNT        PIC S9(7)V99  COMP-3.
           05 WS-AUTH-LIMIT         PIC S9(7)V99  COMP-3.
           05 WS-AUTHORITY-FLAG     PIC X(01).
               88 AUTHORITY-WITHIN                VALUE 'W'.
               88 AUTHORITY-EXCEEDED              VALUE 'X'.
               88 AUTHORITY-CHECK-FAILED          VALUE 'E'.
       01 WS-HISTORY-FIELDS.
           05 WS-HIST-OLD-PAID      PIC S9(7)V99  COMP-3.
           05 WS-HIST-NEW-PAID      PIC S9(7)V99  COMP-3.
           05 WS-HIST-NEW-POLNUM    PIC S9(9)     COMP-3.
           05 WS-HIST-OLD-DOCREF    PIC X(20).
           05 WS-HIST-NEW-DOCREF    PIC X(20).
           05 WS-HIST-MOVEMENT-TYPE PIC X(04)     VALUE 'INDM'.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP23
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP24
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP9
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP25
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP28
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP29
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP30
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP40
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP44
           END-EXEC.
       LINKAGE SECTION.
           COPY MF28BMS.
       PROCEDURE DIVISION USING MAP1I
      ******************************************************************
       A1000-MAIN-PARA.
      *---------------*
      *-- A CLAIM MERGED INTO ANOTHER CAN ONLY BE ENQUIRED ON - ALL
      *-- ITS MONEY AND HISTORY NOW LIVE ON THE SURVIVING CLAIM
           SET CLAIM-NOT-MERGED             TO TRUE
           IF SELOPTVI NOT = '1' AND SELOPTVI NOT = '2'
               PERFORM A1100-CHECK-MERGED
           END-IF
           IF CLAIM-NOT-MERGED
             EVALUATE SELOPTVI
               WHEN '1'
                 PERFORM A2000-SELECT-DATA
               WHEN '2'
                 PERFORM A3000-INSERT-DATA
               WHEN '3'
                 PERFORM A4000-UPDATE-DATA
               WHEN '4'
      *-- A MOVE TO REOPENED HAS ITS OWN WORKFLOW - RESERVE
      *-- RE-ESTABLISHED, REOPEN COUNT BUMPED, TREASURY FEED REARMED
                 IF STATVI = 'REOPENED'
                     PERFORM A5500-REOPEN-CLAIM
                 ELSE
                     PERFORM A5000-UPDATE-STATUS
                 END-IF
               WHEN '5'
                 PERFORM A6000-RECORD-PAYMENT
               WHEN '6'
                 PERFORM A7000-ADJUST-RESERVE
               WHEN '7'
                 PERFORM A7700-ADD-NOTE
               WHEN '8'
                 PERFORM A7800-RECORD-RECOVERY
               WHEN '9'
                 PERFORM A7900-TOGGLE-PAY-HOLD
               WHEN '0'
                 PERFORM A7600-REASSIGN-CLAIM
               WHEN OTHER
                 MOVE 'OPTION IS NOT CORRECT FROM CB3'         TO MSGO
             END-EVALUATE
           END-IF
           GOBACK.
      ******************************************************************
      *     IS THE KEYED CLAIM ONE THAT WAS MERGED INTO A SURVIVING    *
      *     CLAIM ON MF28CBI? IF SO, TELL THE USER WHICH CLAIM NOW     *
      *     CARRIES IT. A FAILED CHECK ALSO STOPS THE OPTION           *
      ******************************************************************
       A1100-CHECK-MERGED.
      *------------------*
           MOVE CLMNUMVI                TO MERGED-CLAIMNUMBER
           EXEC SQL
                SELECT SURVIVOR-CLAIMNUMBER
                INTO   :CLAIM-MERGE.SURVIVOR-CLAIMNUMBER
                FROM   MFTR28.CLAIM-MERGE
                WHERE  MERGED-CLAIMNUMBER =
                       :CLAIM-MERGE.MERGED-CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   SET CLAIM-IS-MERGED          TO TRUE
                   MOVE SURVIVOR-CLAIMNUMBER    TO WS-SURVIVOR-DISPLAY
                   MOVE SPACES                  TO MSGO
                   STRING 'CLAIM MERGED INTO ' WS-SURVIVOR-DISPLAY
                          ' - USE THAT CLAIM'
                   DELIMITED BY SIZE INTO MSGO
                   END-STRING
               WHEN 100
                   SET CLAIM-NOT-MERGED         TO TRUE
               WHEN OTHER
                   SET MERGE-CHECK-FAILED       TO TRUE
                   MOVE SQLCODE                 TO WS-SQLCODE
                   MOVE SPACES                  TO MSGO
                   STRING 'SQL ERROR IN MERGE CHECK - RC : ' WS-SQLCODE
                   DELIMITED BY SIZE INTO MSGO
                   END-STRING
           END-EVALUATE.
      ******************************************************************
      *        GET THE SIGNED-ON CICS USERID FOR THE AUDIT TRAIL       *
      ******************************************************************
       A1050-GET-USERID.
                    MOVE SPACES                          TO HOLDVO
                 END-IF
                 MOVE ASSIGNED-ADJUSTER OF CLAIMS        TO ASGNVO
      *-- A CLAIM IN SUIT IS HANDLED WITH COUNSEL - FLAG IT
                 PERFORM A6060-GET-SUIT-STATUS
                 IF SUIT-OPEN
                    MOVE 'SUIT'                          TO LITVO
                 ELSE
                    MOVE SPACES                          TO LITVO
                 END-IF
                 IF WS-DISPLAY-ALLOWED
                    DISPLAY CLAIMNUMBER OF CLAIMS
                    DISPLAY PAID OF CLAIMS
                    DISPLAY OBSVO
                    DISPLAY CAUSEVO
                 END-IF
      *-- A MERGED CLAIM POINTS THE USER AT ITS SURVIVOR
                 IF STATUS-MERGED
                    PERFORM A1100-CHECK-MERGED
                 ELSE
                    MOVE 'CLAIM ENQUIRY SUCCESSFUL'     TO MSGO
                 END-IF
                WHEN 100
                    MOVE 'CLAIM NOT FOUND'              TO MSGO
                WHEN OTHER
      ******************************************************************
       A3000-INSERT-DATA.
      *-----------------*
      *-- A NEW CLAIM STARTS WITH NOTHING PAID - MONEY IS PAID ON IT
      *-- ONLY THROUGH OPTION 5, WHICH LEDGERS EVERY PAYMENT TO
      *-- CLAIM-PAYMENTS UNDER THE KEYER'S AUTHORITY AND THE PERIOD
      *-- LOCK. A PAID KEYED ON THE ADD IS REFUSED BEFORE A CLAIM
      *-- NUMBER IS SPENT ON IT
           MOVE PAIDVI                        TO WS-PAYMENT-AMOUNT
           IF WS-PAYMENT-AMOUNT NOT = ZERO
               MOVE 'ADD WITH PAID ZERO - PAY THROUGH OPTION 5'
                                                        TO MSGO
           ELSE
               PERFORM A3100-ADD-CLAIM
           END-IF.
      ******************************************************************
      *     ASSIGN THE NEXT CLAIM NUMBER AND INSERT THE NEW CLAIM      *
      ******************************************************************
       A3100-ADD-CLAIM.
      *----------------*
      *-- CLAIM NUMBER IS NO LONGER KEYED IN ON ADD - MF28CB5 ASSIGNS
      *-- THE NEXT ONE UNDER THIS SAME UNIT OF WORK
           MOVE SPACES                        TO WS-CB5-ERROR-FLAG
              MOVE 'ERROR ASSIGNING CLAIM NUMBER'      TO MSGO
           ELSE
              MOVE WS-CLAIM-NUMBER             TO CLAIMNUMBER OF CLAIMS
              MOVE ZERO                          TO PAID OF CLAIMS
              MOVE VALVI                         TO CVALUE OF CLAIMS
              MOVE CLMDATVI                      TO CLAIMDATE OF CLAIMS
              MOVE CAUSEVI                       TO CAUSE OF CLAIMS
                        OBSERVATIONS,
                        CLAIM-STATUS,
                        DOCUMENT-REF,
                        POLICYNUMBER
                INTO   :WS-HIST-OLD-PAID,
                       :WS-HIST-OLD-CVALUE,
                       :WS-HIST-OLD-CAUSE,
                       :WS-HIST-OLD-OBS,
                       :CLAIMS.CLAIM-STATUS,
                       :WS-HIST-OLD-DOCREF,
                       :WS-HIST-OLD-POLNUM
                FROM   MFTR28.CLAIMS
                WHERE  CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
            END-EXEC.
           MOVE PAIDVI                        TO WS-PAYMENT-AMOUNT
           MOVE CLMDATVI                      TO CLAIMDATE OF CLAIMS
      *-- PAID IS NOT AMENDABLE - IT MOVES ONLY THROUGH OPTION 5, SO
      *-- THE CLAIM-PAYMENTS LEDGER, THE TREASURY EXTRACT AND THE
      *-- PERIOD LOCK ALL SEE THE MONEY. AN AMEND KEYED WITH ANY
      *-- OTHER PAID THAN THE ONE ON FILE IS REFUSED; OTHERWISE THE
      *-- PAID ON FILE IS WRITTEN BACK UNCHANGED
           MOVE WS-HIST-OLD-PAID              TO PAID OF CLAIMS
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'CLAIM NOT FOUND TO UPDATE'     TO MSGO
                   STRING 'SQL ERROR IN UPDATE - RC : ' WS-SQLCODE
                   DELIMITED BY SIZE INTO MSGO
                   END-STRING
               WHEN WS-PAYMENT-AMOUNT NOT = WS-HIST-OLD-PAID
                   MOVE 'PAID NOT AMENDABLE - PAY THROUGH OPTION 5'
                                                        TO MSGO
               WHEN OTHER
                   PERFORM A4100-APPLY-AMEND
       A4100-APPLY-AMEND.
      *------------------*
           MOVE VALVI                         TO CVALUE OF CLAIMS
           MOVE CAUSEVI                       TO CAUSE OF CLAIMS
           MOVE OBSVI                         TO OBSERVATIONS OF CLAIMS
           MOVE DOCREFVI                      TO DOCUMENT-REF OF CLAIMS
      *-- THE ORIGINAL VALUE JUST SELECTED ABOVE IS WRITTEN BACK
           MOVE WS-HIST-OLD-POLNUM            TO POLICYNUMBER OF CLAIMS
      *-- RECHECK SUPERVISOR SIGN-OFF - AN AMEND THAT RAISES PAID TO
      *-- 90% OR MORE OF CVALUE NEEDS THE SAME CONTROL AS A NEW CLAIM.
      *-- LIKE OPTION 5 IT MEASURES INDEMNITY ONLY - EXPENSE AND
      *-- INTEREST ROWS ON THE LEDGER ARE NOT PART OF CVALUE
           COMPUTE WS-PAID-THRESHOLD = CVALUE OF CLAIMS * 0.9
           PERFORM A6050-GET-INDEMNITY-PAID
           COMPUTE WS-NEW-INDM-TOTAL =
               PAID OF CLAIMS - WS-NON-INDM-PAID
           IF WS-NEW-INDM-TOTAL >= WS-PAID-THRESHOLD
               SET SUPV-APPR-REQUIRED         TO TRUE
               MOVE 'IN-REVIEW'            TO CLAIM-STATUS OF CLAIMS
           ELSE
                        PERFORM A1050-GET-USERID
                        PERFORM A7500-LOG-RESERVE
                    END-IF
                    IF STATUS-CLOSED OR STATUS-DENIED
                        PERFORM A5100-WARN-OPEN-TASKS
                    END-IF
                WHEN 100
                    PERFORM A4500-HANDLE-STALE-UPDATE
                WHEN OTHER
                    END-STRING
            END-EVALUATE.
      ******************************************************************
      *     THE CLAIM IS NOW CLOSED OR DENIED - IF FOLLOW-UP TASKS ARE *
      *     STILL OPEN ON IT THE STATUS CHANGE STANDS BUT THE USER IS  *
      *     TOLD, SO THEY CAN BE MARKED DONE ON MAP10 OR KEPT ON       *
      *     PURPOSE (A TASK CAN OUTLIVE THE CLAIM - E.G. A SALVAGE     *
      *     CHASE AFTER THE LAST PAYMENT)                              *
      ******************************************************************
       A5100-WARN-OPEN-TASKS.
      *----------------------*
           MOVE CLAIMNUMBER OF CLAIMS     TO CLAIMNUMBER OF CLAIM-TASKS
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-OPEN-TASK-COUNT
                  FROM MFTR28.CLAIM-TASKS
                 WHERE CLAIMNUMBER = :CLAIM-TASKS.CLAIMNUMBER
                   AND TASK-STATUS = 'O'
           END-EXEC
           DISPLAY 'SQLCODE OPEN TASK COUNT' SQLCODE
           IF SQLCODE = 0 AND WS-OPEN-TASK-COUNT > ZERO
               MOVE 'STATUS UPDATED - WARNING: CLAIM HAS OPEN TASKS'
                                                     TO MSGO
           END-IF.
      ******************************************************************
      *     REOPEN A CLOSED OR DENIED CLAIM THAT HAS DEVELOPED         *
      *     FURTHER DAMAGE - READ THE CLAIM AND CHECK IT REALLY IS     *
      *     CLOSED OR DENIED BEFORE ANY OF THE REOPEN WORK IS DONE     *
      *---------------------*
           MOVE CLMNUMVI                      TO CLAIMNUMBER OF CLAIMS
           MOVE PAIDVI                        TO WS-PAYMENT-AMOUNT
           IF RECTYPVI = 'EXPN'
               MOVE 'EXPN'                    TO WS-PAYMENT-TYPE
           ELSE
               MOVE 'INDM'                    TO WS-PAYMENT-TYPE
           END-IF
           EXEC SQL
                SELECT  PAID,
                        CVALUE,
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM A6900-CHECK-PERIOD-OPEN
                   MOVE WS-PAYMENT-AMOUNT           TO WS-AUTH-AMOUNT
                   IF PAY-TYPE-EXPENSE
                       SET PEND-TXN-EXPENSE          TO TRUE
                       PERFORM A6060-GET-SUIT-STATUS
                   ELSE
                       SET PEND-TXN-PAYMENT          TO TRUE
                   END-IF
                   PERFORM A6800-CHECK-AUTHORITY
      *-- NO MONEY MAY BE LEDGERED AGAINST A DENIED CLAIM, AGAINST A
      *-- CLOSED CLAIM (ITS PAID TOTAL IS SETTLED BUSINESS FOR THE
      *-- TREASURY EXTRACT AND THE ROLL-UP WOULD DRAG IT BACK TO
      *-- IN-REVIEW), OR AGAINST A CLAIM WHOSE PAID HAS ALREADY GONE
      *-- TO TREASURY - AN INCREMENT AFTER THE EXTRACT WOULD POST TO
      *-- GL BUT NEVER REACH TREASURY, THE EXACT RECONCILIATION
      *-- VARIANCE THIS LEDGER EXISTS TO KILL. NOR MAY IT BE DATED
      *-- INTO A PERIOD FINANCE HAS ALREADY CLOSED. A PAYMENT OVER THE
      *-- KEYER'S OWN AUTHORITY WAITS ON THE PENDING QUEUE INSTEAD.
      *-- DEFENSE AND LEGAL EXPENSE NEEDS A SUIT ON FILE TO BOOK TO
                   EVALUATE TRUE
                       WHEN STATUS-DENIED
                           MOVE 'CLAIM IS DENIED - PAYMENT REFUSED'
                       WHEN NOT PAY-NOT-SENT
                           MOVE 'PAID ALREADY SENT TO TREASURY'
                                                         TO MSGO
                       WHEN PAY-TYPE-EXPENSE AND SUIT-CHECK-FAILED
                           CONTINUE
                       WHEN PAY-TYPE-EXPENSE AND SUIT-NOT-ON-FILE
                           MOVE 'NO SUIT ON FILE - RECORD IT ON MF2G'
                                                         TO MSGO
                       WHEN PERIOD-CHECK-FAILED
                           CONTINUE
                       WHEN PERIOD-CLOSED
                           SET LOCK-TXN-PAYMENT           TO TRUE
                           MOVE WS-PAYMENT-AMOUNT   TO LOCK-TXN-AMOUNT
                           PERFORM A6950-LOG-PERIOD-LOCK
                           MOVE 'PERIOD CLOSED - PAYMENT REFUSED'
                                                         TO MSGO
                       WHEN AUTHORITY-CHECK-FAILED
                           CONTINUE
                       WHEN AUTHORITY-EXCEEDED
                           MOVE ZERO                TO PEND-OLD-RESERVE
                           PERFORM A6850-QUEUE-PENDING-AUTH
                       WHEN OTHER
      *-- THE COUNT JUST READ IS THE TOKEN THE ROLL-UP UPDATE
      *-- INSISTS ON - A CONCURRENT PAYMENT OR AMEND IN THE GAP
      *--------------------*
           COMPUTE WS-NEW-PAID-TOTAL =
               WS-HIST-OLD-PAID + WS-PAYMENT-AMOUNT
           PERFORM A6050-GET-INDEMNITY-PAID
           COMPUTE WS-NEW-INDM-TOTAL =
               WS-NEW-PAID-TOTAL - WS-NON-INDM-PAID
           IF PAY-TYPE-EXPENSE
               SUBTRACT WS-PAYMENT-AMOUNT   FROM WS-NEW-INDM-TOTAL
           END-IF
      *-- TOTAL PAID MAY NEVER PASS THE POLICY'S COVERAGE LIMIT LESS
      *-- ITS DEDUCTIBLE - A PAYMENT THAT WOULD BREACH IT IS HELD
      *-- AND THE CLAIM PARKED FOR SUPERVISOR REVIEW INSTEAD OF THE
      *-- MONEY GOING OUT. DEFENSE AND LEGAL EXPENSE IS NOT INDEMNITY
      *-- AND IS NOT MEASURED AGAINST CVALUE OR THE LIMIT AT ALL
           MOVE WS-HIST-OLD-POLNUM
                                 TO POLICYNUMBER OF POLICY-MASTER
           PERFORM A2900-GET-POLICY-LIMITS
           COMPUTE WS-NET-PAY-LIMIT =
               COVERAGE-LIMIT - DEDUCTIBLE-AMOUNT
           EVALUATE TRUE
               WHEN PAY-TYPE-EXPENSE
                   PERFORM A6200-ROLL-UP-PAID
               WHEN WS-NEW-INDM-TOTAL > CVALUE OF CLAIMS
                   MOVE 'PAYMENT WOULD EXCEED CLAIM VALUE'   TO MSGO
               WHEN NOT LIMIT-NOT-ON-FILE
                AND WS-NEW-INDM-TOTAL > WS-NET-PAY-LIMIT
                   PERFORM A6150-PARK-LIMIT-BREACH
               WHEN OTHER
                   PERFORM A6200-ROLL-UP-PAID
           END-EVALUATE.
      ******************************************************************
      *     HOW MUCH OF THE CLAIM'S PAID IS NOT INDEMNITY - STATUTORY  *
      *     INTEREST ROWS ON THE LEDGER. CVALUE, THE POLICY LIMIT AND  *
      *     THE SUPERVISOR THRESHOLD MEASURE INDEMNITY ONLY            *
      ******************************************************************
       A6050-GET-INDEMNITY-PAID.
      *-------------------------*
           MOVE CLAIMNUMBER OF CLAIMS
                              TO CLAIMNUMBER OF CLAIM-PAYMENTS
           EXEC SQL
                SELECT COALESCE(SUM(PAYMENT-AMOUNT), 0)
                  INTO :WS-NON-INDM-PAID
                  FROM MFTR28.CLAIM-PAYMENTS
                 WHERE CLAIMNUMBER  = :CLAIM-PAYMENTS.CLAIMNUMBER
                   AND PAYMENT-TYPE <> 'INDM'
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'SQLCODE NON-INDEMNITY PAID' SQLCODE
               MOVE ZERO                      TO WS-NON-INDM-PAID
           END-IF.
      ******************************************************************
      *     IS THE CLAIM IN LITIGATION? READS THE SUIT STATUS OFF      *
      *     CLAIM-LITIGATION - OPEN, CONCLUDED OR NO SUIT ON FILE.     *
      *     LEGAL BILLS OFTEN ARRIVE AFTER A SUIT IS CONCLUDED, SO A   *
      *     CONCLUDED SUIT STILL TAKES EXPENSE                         *
      ******************************************************************
       A6060-GET-SUIT-STATUS.
      *----------------------*
           MOVE CLAIMNUMBER OF CLAIMS
                              TO CLAIMNUMBER OF CLAIM-LITIGATION
           EXEC SQL
                SELECT LIT-STATUS
                  INTO :CLAIM-LITIGATION.LIT-STATUS
                  FROM MFTR28.CLAIM-LITIGATION
                 WHERE CLAIMNUMBER = :CLAIM-LITIGATION.CLAIMNUMBER
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE LIT-STATUS                TO WS-SUIT-FLAG
               WHEN 100
                   SET SUIT-NOT-ON-FILE           TO TRUE
               WHEN OTHER
                   SET SUIT-CHECK-FAILED          TO TRUE
                   MOVE SQLCODE                      TO WS-SQLCODE
                   STRING 'SQL ERROR IN SUIT CHECK - RC : ' WS-SQLCODE
                   DELIMITED BY SIZE INTO MSGO
                   END-STRING
           END-EVALUATE.
      ******************************************************************
      *     THE PAYMENT WOULD TAKE TOTAL PAID PAST LIMIT MINUS         *
      *     DEDUCTIBLE - THE PAYMENT IS NOT APPLIED AND THE CLAIM IS   *
      *     PARKED IN-REVIEW FOR SUPERVISOR SIGN-OFF, UNDER THE SAME   *
      *-------------------*
           MOVE WS-NEW-PAID-TOTAL             TO PAID OF CLAIMS
           COMPUTE WS-PAID-THRESHOLD = CVALUE OF CLAIMS * 0.9
           IF WS-NEW-INDM-TOTAL >= WS-PAID-THRESHOLD
              AND NOT PAY-TYPE-EXPENSE
               SET SUPV-APPR-REQUIRED         TO TRUE
               MOVE 'IN-REVIEW'            TO CLAIM-STATUS OF CLAIMS
               EXEC SQL
                 WHERE CLAIMNUMBER = :CLAIM-PAYMENTS.CLAIMNUMBER
           END-EXEC
           MOVE WS-PAYMENT-AMOUNT          TO PAYMENT-AMOUNT
           MOVE WS-PAYMENT-TYPE            TO PAYMENT-TYPE
           PERFORM A1050-GET-USERID
           MOVE WS-USERID           TO KEYED-BY-USERID
                                               OF CLAIM-PAYMENTS
                        PAYMENT-SEQ,
                        PAYMENT-AMOUNT,
                        PAYMENT-DATE,
                        KEYED-BY-USERID,
                        PAYMENT-TYPE,
                        PAYMENT-TIMESTAMP)
                VALUES (:CLAIM-PAYMENTS.CLAIMNUMBER,
                        :CLAIM-PAYMENTS.PAYMENT-SEQ,
                        :CLAIM-PAYMENTS.PAYMENT-AMOUNT,
                        CURRENT DATE,
                        :CLAIM-PAYMENTS.KEYED-BY-USERID,
                        :CLAIM-PAYMENTS.PAYMENT-TYPE,
                        CURRENT TIMESTAMP)
           END-EXEC
           DISPLAY 'SQLCODE PAYMENT INSERT' SQLCODE
           EVALUATE SQLCODE
               WHEN 0
                   MOVE CLAIMNUMBER OF CLAIMS        TO CLMNUMVO
                   MOVE PAID OF CLAIMS               TO PAIDVO
                   EVALUATE TRUE
                       WHEN PAY-TYPE-EXPENSE
                           MOVE 'LEGAL EXPENSE RECORDED - PAID UPDATED'
                                                     TO MSGO
                       WHEN SUPV-APPR-REQUIRED
                           MOVE
                             'PAYMENT RECORDED - PENDING SUPV APPROVAL'
                                                     TO MSGO
                       WHEN OTHER
                           MOVE 'PAYMENT RECORDED - PAID TOTAL UPDATED'
                                                     TO MSGO
                   END-EVALUATE
                   MOVE PAID OF CLAIMS       TO WS-HIST-NEW-PAID
                   MOVE CVALUE OF CLAIMS     TO WS-HIST-OLD-CVALUE
                   MOVE CVALUE OF CLAIMS     TO WS-HIST-NEW-CVALUE
                   MOVE WS-HIST-OLD-OBS      TO WS-HIST-NEW-OBS
                   MOVE WS-HIST-OLD-POLNUM   TO WS-HIST-NEW-POLNUM
                   MOVE WS-HIST-OLD-DOCREF   TO WS-HIST-NEW-DOCREF
                   MOVE WS-PAYMENT-TYPE      TO WS-HIST-MOVEMENT-TYPE
                   PERFORM A8000-LOG-HISTORY
               WHEN OTHER
                   MOVE SQLCODE                      TO WS-SQLCODE
                   END-STRING
           END-EVALUATE.
      ******************************************************************
      *     DOES THE SIGNED-ON USER HAVE THE MONETARY AUTHORITY FOR    *
      *     THIS TRANSACTION? THE CALLER HAS SET THE AMOUNT TO TEST    *
      *     AND THE TRANSACTION TYPE - A PAYMENT IS TESTED AGAINST     *
      *     PAY-AUTH-LIMIT, A RESERVE MOVEMENT AGAINST                 *
      *     RESV-AUTH-LIMIT. A USER WITH NO USER-ROLE ROW HAS NO       *
      *     AUTHORITY AT ALL                                           *
      ******************************************************************
       A6800-CHECK-AUTHORITY.
      *----------------------*
           PERFORM A1050-GET-USERID
           MOVE WS-USERID                TO USERID OF USER-ROLE-REC
           EXEC SQL
                SELECT PAY-AUTH-LIMIT,
                       RESV-AUTH-LIMIT
                  INTO :USER-ROLE-REC.PAY-AUTH-LIMIT,
                       :USER-ROLE-REC.RESV-AUTH-LIMIT
                  FROM MFTR28.USER-ROLE
                 WHERE USERID = :USER-ROLE-REC.USERID
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   IF PEND-TXN-PAYMENT OR PEND-TXN-EXPENSE
                       MOVE PAY-AUTH-LIMIT          TO WS-AUTH-LIMIT
                   ELSE
                       MOVE RESV-AUTH-LIMIT         TO WS-AUTH-LIMIT
                   END-IF
               WHEN 100
                   MOVE ZERO                        TO WS-AUTH-LIMIT
               WHEN OTHER
                   SET AUTHORITY-CHECK-FAILED        TO TRUE
                   MOVE SQLCODE                      TO WS-SQLCODE
                   STRING 'SQL ERROR IN AUTHORITY CHECK - RC : '
                          WS-SQLCODE
                   DELIMITED BY SIZE INTO MSGO
                   END-STRING
           END-EVALUATE
           IF NOT AUTHORITY-CHECK-FAILED
               IF WS-AUTH-AMOUNT > WS-AUTH-LIMIT
                   SET AUTHORITY-EXCEEDED        TO TRUE
               ELSE
                   SET AUTHORITY-WITHIN          TO TRUE
               END-IF
           END-IF.
      ******************************************************************
      *     THE AMOUNT IS OVER THE KEYER'S AUTHORITY - NOTHING IS      *
      *     APPLIED TO THE CLAIM. THE TRANSACTION IS QUEUED ON         *
      *     PENDING-AUTHORITY FOR MF28CBC, WHERE A USER WITH ENOUGH    *
      *     AUTHORITY APPROVES (AND SO APPLIES) OR REJECTS IT. THE     *
      *     CALLER HAS SET THE TYPE AND PEND-OLD-RESERVE; THE AMOUNT   *
      *     IS THE PAYMENT OR THE NEW RESERVE AS KEYED                 *
      ******************************************************************
       A6850-QUEUE-PENDING-AUTH.
      *-------------------------*
           MOVE CLAIMNUMBER OF CLAIMS
                               TO CLAIMNUMBER OF PENDING-AUTHORITY
           EXEC SQL
                SELECT COUNT(*) + 1
                  INTO :PENDING-AUTHORITY.PEND-SEQ
                  FROM MFTR28.PENDING-AUTHORITY
                 WHERE CLAIMNUMBER = :PENDING-AUTHORITY.CLAIMNUMBER
           END-EXEC
           MOVE WS-PAYMENT-AMOUNT             TO PEND-AMOUNT
           SET PEND-OPEN                      TO TRUE
           MOVE WS-USERID           TO KEYED-BY-USERID
                                               OF PENDING-AUTHORITY
           EXEC SQL
                INSERT INTO MFTR28.PENDING-AUTHORITY
                       (CLAIMNUMBER,
                        PEND-SEQ,
                        PEND-TXN-TYPE,
                        PEND-AMOUNT,
                        PEND-OLD-RESERVE,
                        PEND-STATUS,
                        KEYED-BY-USERID,
                        KEYED-TIMESTAMP)
                VALUES (:PENDING-AUTHORITY.CLAIMNUMBER,
                        :PENDING-AUTHORITY.PEND-SEQ,
                        :PENDING-AUTHORITY.PEND-TXN-TYPE,
                        :PENDING-AUTHORITY.PEND-AMOUNT,
                        :PENDING-AUTHORITY.PEND-OLD-RESERVE,
                        :PENDING-AUTHORITY.PEND-STATUS,
                        :PENDING-AUTHORITY.KEYED-BY-USERID,
                        CURRENT TIMESTAMP)
           END-EXEC
           DISPLAY 'SQLCODE PENDING AUTHORITY INSERT' SQLCODE
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'OVER YOUR AUTHORITY - QUEUED FOR APPROVAL'
                                                     TO MSGO
               WHEN OTHER
                   MOVE SQLCODE                      TO WS-SQLCODE
                   STRING 'SQL ERROR QUEUEING FOR APPROVAL - RC : '
                          WS-SQLCODE
                   DELIMITED BY SIZE INTO MSGO
                   END-STRING
           END-EVALUATE.
      ******************************************************************
      *     IS WS-POSTING-DATE STILL OPEN FOR POSTING? MF28RC1 AND     *
      *     A PAYMENT, RESERVE MOVEMENT OR RECOVERY POSTS TODAY -      *
      *     MF28GL1 AND MF28RC1 TAKE EACH MOVEMENT BY THE DATE IT WAS  *
      *     MADE - SO TODAY'S DATE IS LEFT IN WS-POSTING-DATE AND      *
      *     TESTED AGAINST THE LOCK. NOTHING MAY POST ON OR BEFORE THE *
      *     CLOSED-THRU-DATE THE MF28PC1 MONTH-END CLOSE LEFT ON       *
      *     BATCH-CONTROL. WITHOUT THE CONTROL ROW THE PERIOD CANNOT   *
      *     BE PROVED OPEN, SO THE TRANSACTION IS STOPPED WITH THE SQL *
      *     ERROR ON THE SCREEN                                        *
      ******************************************************************
       A6900-CHECK-PERIOD-OPEN.
      *------------------------*
           EXEC SQL
                SELECT CLOSED-THRU-DATE,
                       CURRENT DATE,
                       CASE WHEN CURRENT DATE > CLOSED-THRU-DATE
                            THEN 'O'
                            ELSE 'C'
                       END
                  INTO :WS-CLOSED-THRU-DATE,
                       :WS-POSTING-DATE,
                       :WS-PERIOD-FLAG
                  FROM MFTR28.BATCH-CONTROL
           END-EXEC
           IF SQLCODE NOT = 0
               SET PERIOD-CHECK-FAILED            TO TRUE
               MOVE SQLCODE                      TO WS-SQLCODE
               STRING 'SQL ERROR IN PERIOD CHECK - RC : ' WS-SQLCODE
               DELIMITED BY SIZE INTO MSGO
               END-STRING
           END-IF.
      ******************************************************************
      *     LOG THE REFUSED ATTEMPT TO POST INTO A CLOSED PERIOD FOR   *
      *     THE MF28RP5 EXCEPTION REPORT - THE CALLER HAS SET THE      *
      *     TRANSACTION TYPE AND AMOUNT, AND A6900 LEFT THE POSTING    *
      *     DATE IT WAS REFUSED FOR IN WS-POSTING-DATE                 *
      ******************************************************************
       A6950-LOG-PERIOD-LOCK.
      *----------------------*
           MOVE CLAIMNUMBER OF CLAIMS
                               TO CLAIMNUMBER OF PERIOD-LOCK-LOG
           MOVE WS-CLOSED-THRU-DATE           TO LOCK-CLOSED-THRU
           MOVE WS-POSTING-DATE               TO LOCK-TXN-DATE
           SET LOCK-REFUSED                   TO TRUE
           MOVE 'MF28CB3'                     TO LOCK-SOURCE
           PERFORM A1050-GET-USERID
           MOVE WS-USERID                     TO LOCK-USERID
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
           DISPLAY 'SQLCODE PERIOD LOCK LOG INSERT' SQLCODE.
      ******************************************************************
      *     ADJUST THE CLAIM'S OUTSTANDING RESERVE TO THE NEW AMOUNT   *
      *     KEYED IN THE RESERVE FIELD, LOGGING THE MOVEMENT TO        *
      *     RESERVE-HISTORY WITH USERID AND TIMESTAMP                  *
           EVALUATE SQLCODE
               WHEN 0
      *-- A CLOSED OR DENIED CLAIM CARRIES NO OUTSTANDING RESERVE
      *-- TO ADJUST, AND NO MOVEMENT MAY BE DATED INTO A CLOSED
      *-- PERIOD. THE KEYER'S RESERVE AUTHORITY COVERS THE SIZE OF THE
      *-- MOVEMENT, UP OR DOWN - A BIGGER ONE WAITS ON THE PENDING
      *-- QUEUE INSTEAD
                   PERFORM A6900-CHECK-PERIOD-OPEN
                   MOVE RESVI               TO WS-PAYMENT-AMOUNT
                   IF WS-PAYMENT-AMOUNT > RESERVE-AMOUNT OF CLAIMS
                       COMPUTE WS-AUTH-AMOUNT =
                           WS-PAYMENT-AMOUNT - RESERVE-AMOUNT OF CLAIMS
                   ELSE
                       COMPUTE WS-AUTH-AMOUNT =
                           RESERVE-AMOUNT OF CLAIMS - WS-PAYMENT-AMOUNT
                   END-IF
                   SET PEND-TXN-RESERVE              TO TRUE
                   PERFORM A6800-CHECK-AUTHORITY
                   EVALUATE TRUE
                       WHEN STATUS-CLOSED OR STATUS-DENIED
                           MOVE
                           'CLAIM IS CLOSED/DENIED - NO RESERVE HELD'
                                                         TO MSGO
                       WHEN PERIOD-CHECK-FAILED
                           CONTINUE
                       WHEN PERIOD-CLOSED
                           SET LOCK-TXN-RESERVE           TO TRUE
                           MOVE RESVI               TO WS-PAYMENT-AMOUNT
                           COMPUTE LOCK-TXN-AMOUNT =
                               WS-PAYMENT-AMOUNT
                             - RESERVE-AMOUNT OF CLAIMS
                           PERFORM A6950-LOG-PERIOD-LOCK
                           MOVE 'PERIOD CLOSED - RESERVE NOT ADJUSTED'
                                                         TO MSGO
                       WHEN AUTHORITY-CHECK-FAILED
                           CONTINUE
                       WHEN AUTHORITY-EXCEEDED
                           MOVE RESERVE-AMOUNT OF CLAIMS
                                                    TO PEND-OLD-RESERVE
                           PERFORM A6850-QUEUE-PENDING-AUTH
                       WHEN OTHER
                           PERFORM A7100-APPLY-RESERVE
                   END-EVALUATE
               WHEN 100
                   MOVE 'CLAIM NOT FOUND'             TO MSGO
               WHEN OTHER
                   MOVE CLAIMNUMBER OF CLAIMS        TO CLMNUMVO
                   MOVE ASSIGNED-ADJUSTER OF CLAIMS  TO ASGNVO
                   MOVE 'CLAIM REASSIGNED'           TO MSGO
                   PERFORM A7660-MOVE-OPEN-TASKS
               WHEN OTHER
                   MOVE SQLCODE                      TO WS-SQLCODE
                   STRING 'SQL ERROR IN ASSIGN - RC : ' WS-SQLCODE
           END-EXEC
           DISPLAY 'SQLCODE ASSIGN LOG INSERT' SQLCODE.
      ******************************************************************
      *     THE OLD OWNER'S OPEN FOLLOW-UP TASKS ON THE CLAIM GO WITH  *
      *     IT TO THE NEW OWNER. THE LOG ROWS ARE WRITTEN FIRST, WHILE *
      *     THE TASKS STILL SHOW THE OLD OWNER, THEN THE TASKS MOVED - *
      *     TASKS DELIBERATELY GIVEN TO SOMEONE ELSE STAY WHERE THEY   *
      *     ARE                                                        *
      ******************************************************************
       A7660-MOVE-OPEN-TASKS.
      *----------------------*
           MOVE CLAIMNUMBER OF CLAIMS     TO CLAIMNUMBER OF CLAIM-TASKS
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
               SELECT CLAIMNUMBER,
                      TASK-SEQ,
                      'R',
                      DUE-DATE,
                      DUE-DATE,
                      ASSIGNED-USERID,
                      :CLAIM-ASSIGN-LOG.NEW-ADJUSTER,
                      'CLAIM REASSIGNED',
                      :WS-USERID,
                      CURRENT TIMESTAMP
                 FROM MFTR28.CLAIM-TASKS
                WHERE CLAIMNUMBER     = :CLAIM-TASKS.CLAIMNUMBER
                  AND TASK-STATUS     = 'O'
                  AND ASSIGNED-USERID = :CLAIM-ASSIGN-LOG.OLD-ADJUSTER
           END-EXEC
           DISPLAY 'SQLCODE TASK REASSIGN LOG INSERT' SQLCODE
           EXEC SQL
               UPDATE MFTR28.CLAIM-TASKS
                  SET ASSIGNED-USERID = :CLAIM-ASSIGN-LOG.NEW-ADJUSTER
                WHERE CLAIMNUMBER     = :CLAIM-TASKS.CLAIMNUMBER
                  AND TASK-STATUS     = 'O'
                  AND ASSIGNED-USERID = :CLAIM-ASSIGN-LOG.OLD-ADJUSTER
           END-EXEC
           DISPLAY 'SQLCODE TASK REASSIGN UPDATE' SQLCODE
           IF SQLCODE = 0
               MOVE 'CLAIM AND ITS OPEN TASKS REASSIGNED' TO MSGO
           END-IF.
      ******************************************************************
      *     APPEND ONE DIARY NOTE TO THE CLAIM - NOTES ARE NEVER       *
      *     UPDATED OR DELETED, SO THE RUNNING NARRATIVE OF CALLS,     *
      *     SITE VISITS AND HELD PAYMENTS CAN BE TRUSTED IN A DISPUTE  *
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
      *-- A RECOVERY MAY ARRIVE LONG AFTER CLOSURE, BUT IT MAY NOT BE
      *-- DATED INTO A PERIOD FINANCE HAS ALREADY CLOSED
                   PERFORM A6900-CHECK-PERIOD-OPEN
                   EVALUATE TRUE
                       WHEN PERIOD-CHECK-FAILED
                           CONTINUE
                       WHEN PERIOD-CLOSED
                           SET LOCK-TXN-RECOVERY          TO TRUE
                           MOVE WS-PAYMENT-AMOUNT   TO LOCK-TXN-AMOUNT
                           PERFORM A6950-LOG-PERIOD-LOCK
                           MOVE 'PERIOD CLOSED - RECOVERY REFUSED'
                                                         TO MSGO
                       WHEN OTHER
                           PERFORM A7850-INSERT-RECOVERY
                   END-EVALUATE
               WHEN 100
                   MOVE 'CLAIM NOT FOUND'             TO MSGO
               WHEN OTHER
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
      *-- A HOLD PUT ON FOR SIU STAYS UNTIL THE REFERRAL IS CLEARED
                   MOVE ZERO                   TO WS-SIU-REFERRAL-COUNT
                   IF PAY-HELD
                       PERFORM A7920-CHECK-SIU-REFERRAL
                   END-IF
                   IF WS-SIU-REFERRAL-COUNT > ZERO
                       MOVE 'CLAIM IS UNDER SIU REFERRAL - HOLD STAYS'
                                                     TO MSGO
                   ELSE
                       PERFORM A7950-APPLY-PAY-HOLD
                   END-IF
               WHEN 100
                   MOVE 'CLAIM NOT FOUND'             TO MSGO
               WHEN OTHER
                   END-STRING
           END-EVALUATE.
      ******************************************************************
      *     COUNT THE CLAIM'S SIU REFERRALS STILL OPEN OR CONFIRMED -  *
      *     WHILE THERE IS ONE THE HOLD MAY NOT BE RELEASED HERE. AN   *
      *     ERROR READING THE QUEUE IS TREATED AS A REFERRAL, SO THE   *
      *     MONEY STAYS STOPPED                                        *
      ******************************************************************
       A7920-CHECK-SIU-REFERRAL.
      *-------------------------*
           MOVE CLAIMNUMBER OF CLAIMS    TO CLAIMNUMBER OF SIU-REFERRAL
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-SIU-REFERRAL-COUNT
                  FROM MFTR28.SIU-REFERRAL
                 WHERE CLAIMNUMBER = :SIU-REFERRAL.CLAIMNUMBER
                   AND REFERRAL-STATUS IN ('O', 'F')
           END-EXEC
           DISPLAY 'SQLCODE SIU REFERRAL COUNT' SQLCODE
           IF SQLCODE NOT = 0
               MOVE 1                          TO WS-SIU-REFERRAL-COUNT
           END-IF.
      ******************************************************************
      *     THE CLAIM IS ON FILE - FLIP THE FLAG THE OTHER WAY, THEN   *
      *     APPEND THE HOLD/RELEASE ROW THAT PROVES WHO STOPPED OR     *
      *     RESTARTED THE MONEY, WHY AND WHEN                          *
           MOVE WS-HIST-OLD-DOCREF       TO OLD-DOCUMENT-REF
           MOVE WS-HIST-NEW-DOCREF       TO NEW-DOCUMENT-REF
           MOVE WS-USERID        TO CHANGED-BY-USERID OF CLAIMS-HISTORY
      *-- EVERY MOVEMENT IS INDEMNITY UNLESS THE CALLER SAID OTHERWISE
      *-- FOR THIS ONE ROW
           MOVE WS-HIST-MOVEMENT-TYPE    TO MOVEMENT-TYPE
           MOVE 'INDM'                   TO WS-HIST-MOVEMENT-TYPE
            EXEC SQL
                INSERT INTO MFTR28.CLAIMS-HISTORY
                       (CLAIMNUMBER,
                        OLD-DOCUMENT-REF,
                        NEW-DOCUMENT-REF,
                        CHANGED-BY-USERID,
                        CHANGE-TIMESTAMP,
                        MOVEMENT-TYPE)
                VALUES (:CLAIMS-HISTORY.CLAIMNUMBER,
                        :CLAIMS-HISTORY.OLD-PAID,
                        :CLAIMS-HISTORY.NEW-PAID,
                        :CLAIMS-HISTORY.OLD-DOCUMENT-REF,
                        :CLAIMS-HISTORY.NEW-DOCUMENT-REF,
                        :CLAIMS-HISTORY.CHANGED-BY-USERID,
                        CURRENT TIMESTAMP,
                        :CLAIMS-HISTORY.MOVEMENT-TYPE)
            END-EXEC.
            DISPLAY 'SQLCODE HISTORY INSERT' SQLCODE.
      ******************************************************************
      *                        END OF PROGRAM                          *
      ******************************************************************
