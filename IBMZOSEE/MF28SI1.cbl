      * MF28SI1 - NIGHTLY SIU FRAUD SCORING AND REFERRAL V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28SI1.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO SCORE EVERY LIVE
      *                    CLAIM NIGHTLY FOR THE FRAUD PATTERNS THAT
      *                    ONLY SHOW UP ACROSS CLAIMS AND OVER TIME -
      *                    MF28CB2 A3800-CHECK-DUPLICATE ONLY SEES THE
      *                    ONE CLAIM BEING ADDED:
      *                    1. READS EVERY CLAIM THAT IS NOT DENIED AND
      *                       WHOSE MONEY HAS NOT ALL GONE TO TREASURY,
      *                       SKIPPING CLAIMS ALREADY OPEN OR CONFIRMED
      *                       ON MFTR28.SIU-REFERRAL.
      *                    2. SCORES FIVE INDICATORS, EACH ADDING ITS
      *                       WEIGHT TO THE CLAIM'S FRAUD SCORE -
      *                       A. LOSS DATE WITHIN WS-EARLY-LOSS-DAYS
      *                          OF THE POLICY'S EFFECTIVE-DATE ON
      *                          MFTR28.POLICY-MASTER.
      *                       B. CVALUE AT OR ABOVE WS-NEAR-LIMIT-PCT
      *                          OF THE POLICY'S COVERAGE-LIMIT.
      *                       C. WS-FREQ-CLAIM-COUNT OR MORE CLAIMS ON
      *                          THE POLICY WITH LOSS DATES WITHIN
      *                          WS-FREQ-WINDOW-DAYS OF THIS ONE.
      *                       D. WS-BANK-CHANGE-COUNT OR MORE PAYEE
      *                          BANK CHANGES - REPAIRS ON
      *                          MFTR28.PAYMENT-REPAIR AND EFT PAYEES
      *                          REMOVED FROM MFTR28.CLAIM-PAYEE.
      *                       E. A PAYEE BANK ACCOUNT OF THE CLAIM
      *                          (REPAIRED OR ON ITS PAYEE LIST) ALSO
      *                          GIVEN ON A CLAIM FOR A DIFFERENT
      *                          POLICY.
      *                    3. A CLAIM SCORING AT OR ABOVE THE REFERRAL
      *                       THRESHOLD IS WRITTEN TO
      *                       MFTR28.SIU-REFERRAL WITH THE INDICATORS
      *                       THAT FIRED, AND ITS PAY-HOLD-FLAG IS SET
      *                       (LOGGED TO MFTR28.PAYMENT-HOLD-LOG WITH
      *                       AN SIU REASON) SO MF28PY1 DOES NOT PAY
      *                       IT. A CLAIM AN INVESTIGATOR HAS ALREADY
      *                       CLEARED IS ONLY REFERRED AGAIN WHEN IT
      *                       NOW SCORES HIGHER THAN WHEN IT WAS
      *                       CLEARED.
      *                    4. LISTS EVERY REFERRAL ON SIURPT WITH RUN
      *                       TOTALS AND WRITES A COMPLETION ROW TO
      *                       MFTR28.BATCH-RUN-LOG.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      * 10/14/2026 APATEL   A CLAIM MERGED INTO ITS SURVIVOR ON MF28CBI
      *                     (STATUS MERGED) IS NO LONGER SCORED, AND NO
      *                     LONGER COUNTS TOWARD INDICATOR C - THE
      *                     DOUBLE-FILING WAS NOT A SECOND LOSS.
      * 10/15/2026 APATEL   INDICATORS D AND E NOW ALSO SEE THE BANK
      *                     DETAIL OF THE CLAIM'S EFT PAYEES ON
      *                     MFTR28.CLAIM-PAYEE, NOT ONLY REPAIRS.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
      * PROCESSING TYPE: BATCH - RUN NIGHTLY FROM JCL MF28SI1, AHEAD
      *                  OF THE MF28PY1 TREASURY EXTRACT.
      *
      * BMS: NONE
      *
      * COPYBOOKS: MF28CP1, MF28CP4, MF28CP12, MF28CP13, MF28CP20,
      *            MF28CP21, MF28CP30, MF28CP41
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIMS, MFTR28.POLICY-MASTER,
      *         MFTR28.PAYMENT-REPAIR, MFTR28.PAYMENT-HOLD-LOG,
      *         MFTR28.SIU-REFERRAL, MFTR28.BATCH-CONTROL,
      *         MFTR28.BATCH-RUN-LOG, MFTR28.CLAIM-PAYEE
      *
      * CALLING MODULES: NONE (INVOKED FROM JCL MF28SI1)
      *
      * CALLED MODULES: NONE
      *
      * PARAMETER: PARM('NNN') - THE REFERRAL THRESHOLD SCORE, THREE
      *            DIGITS. OMIT THE PARM TO USE THE STANDARD THRESHOLD
      *            IN WS-DEFAULT-THRESHOLD.
      *
      * PROGRAMMER: ATUL PATEL
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIURPT-FILE    ASSIGN TO SIURPT
                                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SIURPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SIURPT-RECORD              PIC X(133).
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP1
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP4
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP12
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP13
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP20
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP21
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP30
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP41
           END-EXEC.
       01 WS-RUN-RC                    PIC S9(3) COMP-3 VALUE ZERO.
       01 WS-RUN-DATE                  PIC X(10).
       01 WS-SWITCHES.
           05 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
               88 EOF-TRUE             VALUE 'Y'.
               88 EOF-FALSE            VALUE 'N'.
           05 WS-POLICY-FLAG           PIC X(01) VALUE 'N'.
               88 POLICY-FOUND         VALUE 'Y'.
               88 POLICY-NOT-FOUND     VALUE 'N'.
      *-- SCORING RULES - THE WEIGHT EACH INDICATOR ADDS TO THE SCORE
      *-- AND THE WINDOWS THAT DECIDE WHETHER IT FIRES. SIU OWNS
      *-- THESE; THE REFERRAL THRESHOLD ITSELF COMES IN ON THE PARM
       01 WS-SCORING-RULES.
           05 WS-DEFAULT-THRESHOLD     PIC S9(3) COMP-3 VALUE 50.
           05 WS-WT-EARLY-LOSS         PIC S9(3) COMP-3 VALUE 25.
           05 WS-WT-NEAR-LIMIT         PIC S9(3) COMP-3 VALUE 20.
           05 WS-WT-CLAIM-FREQ         PIC S9(3) COMP-3 VALUE 20.
           05 WS-WT-BANK-CHANGES       PIC S9(3) COMP-3 VALUE 15.
           05 WS-WT-SHARED-ACCT        PIC S9(3) COMP-3 VALUE 30.
           05 WS-EARLY-LOSS-DAYS       PIC S9(5) COMP-3 VALUE 30.
           05 WS-NEAR-LIMIT-PCT        PIC S9V99 COMP-3 VALUE 0.90.
           05 WS-FREQ-WINDOW-DAYS      PIC S9(5) COMP-3 VALUE 90.
           05 WS-FREQ-CLAIM-COUNT      PIC S9(5) COMP-3 VALUE 3.
           05 WS-BANK-CHANGE-COUNT     PIC S9(5) COMP-3 VALUE 2.
       01 WS-PARM-AREA.
           05 WS-PARM-THRESHOLD        PIC 9(03).
       01 WS-THRESHOLD                 PIC S9(3)     COMP-3.
       01 WS-SCORE                     PIC S9(3)     COMP-3.
       01 WS-CLEARED-SCORE             PIC S9(3)     COMP-3.
       01 WS-DAYS-FROM-INCEPTION       PIC S9(9)     COMP.
       01 WS-ROW-COUNT                 PIC S9(9)     COMP.
       01 WS-NEAR-LIMIT-AMOUNT         PIC S9(7)V99  COMP-3.
       01 WS-SI1-USERID                PIC X(08) VALUE 'MF28SI1'.
       01 WS-HOLD-REASON.
           05 FILLER                   PIC X(21) VALUE
               'SIU REFERRAL - SCORE '.
           05 WS-HR-SCORE              PIC 9(03).
           05 FILLER                   PIC X(16) VALUE SPACES.
       01 WS-COUNTERS.
           05 WS-SCORED-COUNT          PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-REFERRED-COUNT        PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-HELD-COUNT            PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-RESCORE-SKIP-COUNT    PIC S9(7)     COMP-3 VALUE ZERO.
       01 WS-REPORT-LINES.
           05 WS-HEADING-1.
               10 FILLER               PIC X(40) VALUE SPACES.
               10 FILLER                PIC X(35) VALUE
                   'SIU FRAUD SCORING - REFERRALS MADE'.
               10 FILLER                PIC X(58) VALUE SPACES.
           05 WS-HEADING-2.
               10 FILLER                PIC X(15) VALUE
                   'BUSINESS DATE: '.
               10 WS-H2-DATE            PIC X(10).
               10 FILLER                PIC X(05) VALUE SPACES.
               10 FILLER                PIC X(20) VALUE
                   'REFERRAL THRESHOLD: '.
               10 WS-H2-THRESHOLD       PIC ZZ9.
               10 FILLER                PIC X(80) VALUE SPACES.
           05 WS-HEADING-3.
               10 FILLER                PIC X(10) VALUE 'CLAIM NO'.
               10 FILLER                PIC X(12) VALUE 'POLICY NO'.
               10 FILLER                PIC X(12) VALUE 'LOSS DATE'.
               10 FILLER                PIC X(12) VALUE 'STATUS'.
               10 FILLER                PIC X(14) VALUE 'CLAIM VALUE'.
               10 FILLER                PIC X(07) VALUE 'SCORE'.
               10 FILLER                PIC X(32) VALUE
                   'EARLY NRLIM FREQ  BANK  SHRACCT'.
               10 FILLER                PIC X(34) VALUE 'PAYMENT HOLD'.
           05 WS-DETAIL-LINE.
               10 WS-D-CLAIMNUMBER      PIC Z(6)9.
               10 FILLER                PIC X(03) VALUE SPACES.
               10 WS-D-POLICYNUMBER     PIC Z(8)9.
               10 FILLER                PIC X(03) VALUE SPACES.
               10 WS-D-CLAIMDATE        PIC X(10).
               10 FILLER                PIC X(02) VALUE SPACES.
               10 WS-D-CLAIM-STATUS     PIC X(10).
               10 FILLER                PIC X(02) VALUE SPACES.
               10 WS-D-CVALUE           PIC Z,ZZZ,ZZ9.99.
               10 FILLER                PIC X(03) VALUE SPACES.
               10 WS-D-SCORE            PIC ZZ9.
               10 FILLER                PIC X(06) VALUE SPACES.
               10 WS-D-IND-EARLY        PIC X(01).
               10 FILLER                PIC X(05) VALUE SPACES.
               10 WS-D-IND-LIMIT        PIC X(01).
               10 FILLER                PIC X(05) VALUE SPACES.
               10 WS-D-IND-FREQ         PIC X(01).
               10 FILLER                PIC X(05) VALUE SPACES.
               10 WS-D-IND-BANK         PIC X(01).
               10 FILLER                PIC X(05) VALUE SPACES.
               10 WS-D-IND-SHARED       PIC X(01).
               10 FILLER                PIC X(04) VALUE SPACES.
               10 WS-D-HOLD             PIC X(12).
               10 FILLER                PIC X(22) VALUE SPACES.
           05 WS-TOTAL-LINE.
               10 FILLER                PIC X(04) VALUE SPACES.
               10 WS-T-LABEL            PIC X(36).
               10 WS-T-COUNT            PIC ZZ,ZZZ,ZZ9.
               10 FILLER                PIC X(83) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-PARM-AREA.
           05 LK-PARM-LEN               PIC S9(4) COMP.
           05 LK-PARM-DATA               PIC X(03).
       PROCEDURE DIVISION USING LK-PARM-AREA.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
      ******************************************************************
       A1000-MAIN-PARA.
      *---------------*
           PERFORM A2000-INITIALIZE.
           PERFORM A3000-OPEN-CURSOR.
           PERFORM A4000-PROCESS-CLAIMS
               UNTIL EOF-TRUE.
           PERFORM A8000-PRINT-TOTALS.
           PERFORM A9000-CLOSE-CURSOR.
           PERFORM A9999-END-PARA.
      ******************************************************************
      *     INITIALIZE THE THRESHOLD, BUSINESS DATE, FILE AND HEADINGS *
      ******************************************************************
       A2000-INITIALIZE.
      *----------------*
      *-- NO PARM (OR A BLANK ONE) MEANS THE STANDARD THRESHOLD. A
      *-- PARM THAT IS NOT THREE DIGITS IS NOT GUESSED AT - THE RUN
      *-- USES THE STANDARD THRESHOLD AND ENDS RC 4 SO IT IS SEEN
           IF LK-PARM-LEN = ZERO OR LK-PARM-DATA = SPACES
               MOVE WS-DEFAULT-THRESHOLD      TO WS-THRESHOLD
           ELSE
               IF LK-PARM-DATA IS NUMERIC
                   MOVE LK-PARM-DATA          TO WS-PARM-THRESHOLD
                   MOVE WS-PARM-THRESHOLD     TO WS-THRESHOLD
               ELSE
                   DISPLAY 'MF28SI1 INVALID THRESHOLD PARM: '
                           LK-PARM-DATA
                   MOVE WS-DEFAULT-THRESHOLD  TO WS-THRESHOLD
                   MOVE 4                     TO WS-RUN-RC
               END-IF
           END-IF.
           PERFORM A2100-GET-CONTROL-DATES.
           OPEN OUTPUT SIURPT-FILE.
           MOVE WS-HEADING-1                  TO SIURPT-RECORD.
           WRITE SIURPT-RECORD.
           MOVE WS-RUN-DATE                   TO WS-H2-DATE.
           MOVE WS-THRESHOLD                  TO WS-H2-THRESHOLD.
           MOVE WS-HEADING-2                  TO SIURPT-RECORD.
           WRITE SIURPT-RECORD.
           MOVE WS-HEADING-3                  TO SIURPT-RECORD.
           WRITE SIURPT-RECORD.
      ******************************************************************
      *     THE REFERRAL IS DATED WITH THE BUSINESS DATE HELD ON THE   *
      *     ONE-ROW MFTR28.BATCH-CONTROL TABLE                         *
      ******************************************************************
       A2100-GET-CONTROL-DATES.
      *------------------------*
           EXEC SQL
               SELECT BUSINESS-DATE
                 INTO :WS-RUN-DATE
                 FROM MFTR28.BATCH-CONTROL
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28SI1 BATCH-CONTROL SQLCODE: ' SQLCODE
               MOVE '1900-01-01'               TO WS-RUN-DATE
               MOVE 12                         TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *     OPEN THE CURSOR OVER EVERY CLAIM STILL WORTH SCORING - NOT *
      *     DENIED, NOT CLOSED WITH ITS MONEY ALREADY SENT, AND NOT    *
      *     ALREADY IN FRONT OF AN INVESTIGATOR OR CONFIRMED           *
      ******************************************************************
       A3000-OPEN-CURSOR.
      *-----------------*
           EXEC SQL
               DECLARE SIUSCC1 CURSOR FOR
                   SELECT CL.CLAIMNUMBER, CL.CLAIMDATE, CL.CVALUE,
                          CL.CLAIM-STATUS, CL.POLICYNUMBER,
                          CL.PAY-HOLD-FLAG
                   FROM MFTR28.CLAIMS CL
                   WHERE CL.CLAIM-STATUS NOT IN ('DENIED', 'MERGED')
                     AND (CL.CLAIM-STATUS <> 'CLOSED'
                          OR CL.PAY-SENT-FLAG <> 'Y')
                     AND NOT EXISTS
                         (SELECT 1
                            FROM MFTR28.SIU-REFERRAL SR
                           WHERE SR.CLAIMNUMBER = CL.CLAIMNUMBER
                             AND SR.REFERRAL-STATUS IN ('O', 'F'))
                   ORDER BY CL.CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               OPEN SIUSCC1
           END-EXEC.
           PERFORM A5000-FETCH-NEXT.
      ******************************************************************
      *                 FETCH THE NEXT CLAIM TO SCORE                  *
      ******************************************************************
       A5000-FETCH-NEXT.
      *----------------*
           EXEC SQL
               FETCH SIUSCC1
               INTO :CLAIMS.CLAIMNUMBER,
                    :CLAIMS.CLAIMDATE,
                    :CLAIMS.CVALUE,
                    :CLAIMS.CLAIM-STATUS,
                    :CLAIMS.POLICYNUMBER,
                    :CLAIMS.PAY-HOLD-FLAG
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y'                    TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28SI1 FETCH ERROR SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     SCORE ONE CLAIM AND REFER IT IF IT REACHES THE THRESHOLD   *
      ******************************************************************
       A4000-PROCESS-CLAIMS.
      *--------------------*
           MOVE ZERO                           TO WS-SCORE.
           MOVE 'N'                            TO IND-EARLY-LOSS
                                                   IND-NEAR-LIMIT
                                                   IND-CLAIM-FREQ
                                                   IND-BANK-CHANGES
                                                   IND-SHARED-ACCT.
           PERFORM A4100-SCORE-POLICY.
           PERFORM A4300-SCORE-FREQUENCY.
           PERFORM A4400-SCORE-BANK-CHANGES.
           PERFORM A4500-SCORE-SHARED-ACCT.
           ADD 1                               TO WS-SCORED-COUNT.
           IF WS-SCORE >= WS-THRESHOLD AND EOF-FALSE
               PERFORM A6000-REFER-CLAIM
           END-IF.
           IF EOF-FALSE
               PERFORM A5000-FETCH-NEXT
           END-IF.
      ******************************************************************
      *     INDICATORS A AND B - BOTH MEASURED AGAINST THE CLAIM'S     *
      *     POLICY. A CLAIM WHOSE POLICY IS NOT ON POLICY-MASTER       *
      *     SCORES NEITHER; A ZERO COVERAGE LIMIT IS NOT ON FILE       *
      ******************************************************************
       A4100-SCORE-POLICY.
      *-------------------*
           MOVE POLICYNUMBER OF CLAIMS
                                TO POLICYNUMBER OF POLICY-MASTER.
           EXEC SQL
               SELECT DAYS(DATE(:CLAIMS.CLAIMDATE))
                          - DAYS(EFFECTIVE-DATE),
                      COVERAGE-LIMIT
                 INTO :WS-DAYS-FROM-INCEPTION,
                      :POLICY-MASTER.COVERAGE-LIMIT
                 FROM MFTR28.POLICY-MASTER
                WHERE POLICYNUMBER = :POLICY-MASTER.POLICYNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   SET POLICY-FOUND             TO TRUE
               WHEN 100
                   SET POLICY-NOT-FOUND         TO TRUE
               WHEN OTHER
                   DISPLAY 'MF28SI1 POLICY SQLCODE: ' SQLCODE
                   SET POLICY-NOT-FOUND         TO TRUE
                   MOVE 8                       TO WS-RUN-RC
                   MOVE 'Y'                     TO WS-EOF-FLAG
           END-EVALUATE.
           IF POLICY-FOUND
               IF WS-DAYS-FROM-INCEPTION >= ZERO
                  AND WS-DAYS-FROM-INCEPTION <= WS-EARLY-LOSS-DAYS
                   SET EARLY-LOSS-FIRED         TO TRUE
                   ADD WS-WT-EARLY-LOSS         TO WS-SCORE
               END-IF
               IF NOT LIMIT-NOT-ON-FILE
                   COMPUTE WS-NEAR-LIMIT-AMOUNT =
                       COVERAGE-LIMIT * WS-NEAR-LIMIT-PCT
                   IF CVALUE OF CLAIMS >= WS-NEAR-LIMIT-AMOUNT
                       SET NEAR-LIMIT-FIRED     TO TRUE
                       ADD WS-WT-NEAR-LIMIT     TO WS-SCORE
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      *     INDICATOR C - HOW MANY CLAIMS ON THIS POLICY (THIS ONE     *
      *     INCLUDED) HAVE A LOSS DATE WITHIN THE WINDOW EITHER SIDE   *
      *     OF THIS CLAIM'S. A DUPLICATE ALREADY MERGED INTO ITS       *
      *     SURVIVOR IS NOT A SEPARATE LOSS AND IS NOT COUNTED         *
      ******************************************************************
       A4300-SCORE-FREQUENCY.
      *----------------------*
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM MFTR28.CLAIMS
                WHERE POLICYNUMBER = :CLAIMS.POLICYNUMBER
                  AND CLAIMDATE BETWEEN
                      DATE(:CLAIMS.CLAIMDATE)
                          - :WS-FREQ-WINDOW-DAYS DAYS
                  AND DATE(:CLAIMS.CLAIMDATE)
                          + :WS-FREQ-WINDOW-DAYS DAYS
                  AND CLAIM-STATUS <> 'MERGED'
           END-EXEC.
           IF SQLCODE = 0
               IF WS-ROW-COUNT >= WS-FREQ-CLAIM-COUNT
                   SET CLAIM-FREQ-FIRED         TO TRUE
                   ADD WS-WT-CLAIM-FREQ         TO WS-SCORE
               END-IF
           ELSE
               DISPLAY 'MF28SI1 FREQUENCY SQLCODE: ' SQLCODE
               MOVE 8                           TO WS-RUN-RC
               MOVE 'Y'                         TO WS-EOF-FLAG
           END-IF.
      ******************************************************************
      *     INDICATOR D - EVERY PAYMENT-REPAIR ROW ON THE CLAIM IS A   *
      *     CHANGE OF PAYEE BANK DETAIL, AND SO IS EVERY EFT PAYEE     *
      *     REMOVED FROM ITS PAYEE LIST (MF28CBH KEEPS THE ROW, STATUS *
      *     I) - THE WAY AN ACCOUNT IS SWAPPED OUTSIDE A BOUNCE        *
      ******************************************************************
       A4400-SCORE-BANK-CHANGES.
      *-------------------------*
           MOVE CLAIMNUMBER OF CLAIMS
                                TO CLAIMNUMBER OF PAYMENT-REPAIR.
           EXEC SQL
               SELECT (SELECT COUNT(*)
                         FROM MFTR28.PAYMENT-REPAIR
                        WHERE CLAIMNUMBER =
                                  :PAYMENT-REPAIR.CLAIMNUMBER)
                    + (SELECT COUNT(*)
                         FROM MFTR28.CLAIM-PAYEE
                        WHERE CLAIMNUMBER =
                                  :PAYMENT-REPAIR.CLAIMNUMBER
                          AND PAY-METHOD   = 'E'
                          AND PAYEE-STATUS = 'I')
                 INTO :WS-ROW-COUNT
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE = 0
               IF WS-ROW-COUNT >= WS-BANK-CHANGE-COUNT
                   SET BANK-CHANGES-FIRED       TO TRUE
                   ADD WS-WT-BANK-CHANGES       TO WS-SCORE
               END-IF
           ELSE
               DISPLAY 'MF28SI1 BANK CHANGE SQLCODE: ' SQLCODE
               MOVE 8                           TO WS-RUN-RC
               MOVE 'Y'                         TO WS-EOF-FLAG
           END-IF.
      ******************************************************************
      *     INDICATOR E - ANY BANK ACCOUNT (ROUTING AND ACCOUNT) EVER  *
      *     GIVEN FOR THIS CLAIM'S PAYEES - ON A REPAIR OR ON AN EFT   *
      *     ROW OF ITS PAYEE LIST - THAT WAS ALSO GIVEN, EITHER WAY,   *
      *     ON A CLAIM FOR A DIFFERENT POLICY                          *
      ******************************************************************
       A4500-SCORE-SHARED-ACCT.
      *------------------------*
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM (SELECT CLAIMNUMBER,
                              PAYEE-BANK-ROUTING AS BANK-ROUTING,
                              PAYEE-BANK-ACCOUNT AS BANK-ACCOUNT
                         FROM MFTR28.PAYMENT-REPAIR
                       UNION ALL
                       SELECT CLAIMNUMBER, BANK-ROUTING, BANK-ACCOUNT
                         FROM MFTR28.CLAIM-PAYEE
                        WHERE PAY-METHOD = 'E') BA1,
                      (SELECT CLAIMNUMBER,
                              PAYEE-BANK-ROUTING AS BANK-ROUTING,
                              PAYEE-BANK-ACCOUNT AS BANK-ACCOUNT
                         FROM MFTR28.PAYMENT-REPAIR
                       UNION ALL
                       SELECT CLAIMNUMBER, BANK-ROUTING, BANK-ACCOUNT
                         FROM MFTR28.CLAIM-PAYEE
                        WHERE PAY-METHOD = 'E') BA2,
                      MFTR28.CLAIMS CL2
                WHERE BA1.CLAIMNUMBER  = :PAYMENT-REPAIR.CLAIMNUMBER
                  AND BA2.BANK-ROUTING = BA1.BANK-ROUTING
                  AND BA2.BANK-ACCOUNT = BA1.BANK-ACCOUNT
                  AND BA2.CLAIMNUMBER <> BA1.CLAIMNUMBER
                  AND CL2.CLAIMNUMBER  = BA2.CLAIMNUMBER
                  AND CL2.POLICYNUMBER <> :CLAIMS.POLICYNUMBER
           END-EXEC.
           IF SQLCODE = 0
               IF WS-ROW-COUNT > ZERO
                   SET SHARED-ACCT-FIRED        TO TRUE
                   ADD WS-WT-SHARED-ACCT        TO WS-SCORE
               END-IF
           ELSE
               DISPLAY 'MF28SI1 SHARED ACCT SQLCODE: ' SQLCODE
               MOVE 8                           TO WS-RUN-RC
               MOVE 'Y'                         TO WS-EOF-FLAG
           END-IF.
      ******************************************************************
      *     THE CLAIM REACHED THE THRESHOLD. A CLAIM AN INVESTIGATOR   *
      *     HAS ALREADY CLEARED IS ONLY REFERRED AGAIN WHEN IT NOW     *
      *     SCORES HIGHER THAN IT DID WHEN IT WAS CLEARED - OTHERWISE  *
      *     THE SAME CLAIM WOULD COME BACK EVERY NIGHT                 *
      ******************************************************************
       A6000-REFER-CLAIM.
      *------------------*
           MOVE CLAIMNUMBER OF CLAIMS
                                TO CLAIMNUMBER OF SIU-REFERRAL.
           EXEC SQL
               SELECT COUNT(*) + 1,
                      COALESCE(MAX(FRAUD-SCORE), 0)
                 INTO :SIU-REFERRAL.REFERRAL-SEQ,
                      :WS-CLEARED-SCORE
                 FROM MFTR28.SIU-REFERRAL
                WHERE CLAIMNUMBER = :SIU-REFERRAL.CLAIMNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28SI1 REFERRAL SEQ SQLCODE: ' SQLCODE
               MOVE 8                           TO WS-RUN-RC
               MOVE 'Y'                         TO WS-EOF-FLAG
           ELSE
               IF WS-SCORE > WS-CLEARED-SCORE
                   PERFORM A6100-INSERT-REFERRAL
               ELSE
                   ADD 1                        TO WS-RESCORE-SKIP-COUNT
               END-IF
           END-IF.
      ******************************************************************
      *     WRITE THE REFERRAL, THEN STOP THE CLAIM'S MONEY            *
      ******************************************************************
       A6100-INSERT-REFERRAL.
      *----------------------*
           MOVE WS-SCORE                        TO FRAUD-SCORE.
           SET REFERRAL-OPEN                    TO TRUE.
           MOVE WS-RUN-DATE                     TO REFERRED-DATE.
           SET OUTCOME-NOT-RECORDED             TO TRUE.
           MOVE SPACES                          TO OUTCOME-USERID
                                                    OUTCOME-NOTE.
           EXEC SQL
               INSERT INTO MFTR28.SIU-REFERRAL
                      (CLAIMNUMBER,
                       REFERRAL-SEQ,
                       FRAUD-SCORE,
                       IND-EARLY-LOSS,
                       IND-NEAR-LIMIT,
                       IND-CLAIM-FREQ,
                       IND-BANK-CHANGES,
                       IND-SHARED-ACCT,
                       REFERRAL-STATUS,
                       REFERRED-DATE,
                       OUTCOME-DATE,
                       OUTCOME-USERID,
                       OUTCOME-NOTE)
               VALUES (:SIU-REFERRAL.CLAIMNUMBER,
                       :SIU-REFERRAL.REFERRAL-SEQ,
                       :SIU-REFERRAL.FRAUD-SCORE,
                       :SIU-REFERRAL.IND-EARLY-LOSS,
                       :SIU-REFERRAL.IND-NEAR-LIMIT,
                       :SIU-REFERRAL.IND-CLAIM-FREQ,
                       :SIU-REFERRAL.IND-BANK-CHANGES,
                       :SIU-REFERRAL.IND-SHARED-ACCT,
                       :SIU-REFERRAL.REFERRAL-STATUS,
                       :SIU-REFERRAL.REFERRED-DATE,
                       :SIU-REFERRAL.OUTCOME-DATE,
                       :SIU-REFERRAL.OUTCOME-USERID,
                       :SIU-REFERRAL.OUTCOME-NOTE)
           END-EXEC.
           IF SQLCODE = 0
               ADD 1                            TO WS-REFERRED-COUNT
      *-- A CLAIM A SUPERVISOR HAS ALREADY HELD STAYS HELD UNDER
      *-- THEIR HOLD - ONLY A CLAIM WHOSE MONEY IS STILL MOVING GETS
      *-- THE SIU HOLD (AND ONLY THAT HOLD IS LIFTED BY A CLEARANCE)
               IF PAY-HELD
                   MOVE 'ALREADY HELD'          TO WS-D-HOLD
               ELSE
                   PERFORM A6200-SET-PAY-HOLD
               END-IF
               PERFORM A7000-PRINT-DETAIL
           ELSE
               DISPLAY 'MF28SI1 REFERRAL INSERT SQLCODE: ' SQLCODE
               MOVE 8                           TO WS-RUN-RC
               MOVE 'Y'                         TO WS-EOF-FLAG
           END-IF.
      ******************************************************************
      *     SET THE CLAIM'S PAY-HOLD-FLAG SO MF28PY1 SKIPS IT, AND     *
      *     APPEND THE HOLD ROW THE WAY MF28CB3 A7970-LOG-PAY-HOLD     *
      *     DOES, WITH THE SIU REASON AND THIS JOB AS THE USERID       *
      ******************************************************************
       A6200-SET-PAY-HOLD.
      *-------------------*
           EXEC SQL
               UPDATE MFTR28.CLAIMS
                  SET PAY-HOLD-FLAG = 'Y',
                      UPDATE-COUNT  = UPDATE-COUNT + 1
                WHERE CLAIMNUMBER   = :CLAIMS.CLAIMNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28SI1 HOLD UPDATE SQLCODE: ' SQLCODE
               MOVE 'HOLD FAILED'               TO WS-D-HOLD
               MOVE 8                           TO WS-RUN-RC
               MOVE 'Y'                         TO WS-EOF-FLAG
           ELSE
               MOVE CLAIMNUMBER OF CLAIMS
                               TO CLAIMNUMBER OF PAYMENT-HOLD-LOG
               EXEC SQL
                    SELECT COUNT(*) + 1
                      INTO :PAYMENT-HOLD-LOG.HOLD-SEQ
                      FROM MFTR28.PAYMENT-HOLD-LOG
                     WHERE CLAIMNUMBER = :PAYMENT-HOLD-LOG.CLAIMNUMBER
               END-EXEC
               SET HOLD-ACTION-SET              TO TRUE
               MOVE WS-SCORE                    TO WS-HR-SCORE
               MOVE WS-HOLD-REASON              TO HOLD-REASON
               MOVE WS-SI1-USERID               TO HOLD-USERID
               EXEC SQL
                   INSERT INTO MFTR28.PAYMENT-HOLD-LOG
                          (CLAIMNUMBER,
                           HOLD-SEQ,
                           HOLD-ACTION,
                           HOLD-REASON,
                           HOLD-USERID,
                           HOLD-TIMESTAMP)
                   VALUES (:PAYMENT-HOLD-LOG.CLAIMNUMBER,
                           :PAYMENT-HOLD-LOG.HOLD-SEQ,
                           :PAYMENT-HOLD-LOG.HOLD-ACTION,
                           :PAYMENT-HOLD-LOG.HOLD-REASON,
                           :PAYMENT-HOLD-LOG.HOLD-USERID,
                           CURRENT TIMESTAMP)
               END-EXEC
               IF SQLCODE = 0
                   MOVE 'HOLD SET'              TO WS-D-HOLD
                   ADD 1                        TO WS-HELD-COUNT
               ELSE
                   DISPLAY 'MF28SI1 HOLD LOG SQLCODE: ' SQLCODE
                   MOVE 'HOLD FAILED'           TO WS-D-HOLD
                   MOVE 8                       TO WS-RUN-RC
                   MOVE 'Y'                     TO WS-EOF-FLAG
               END-IF
           END-IF.
      ******************************************************************
      *                    WRITE ONE REFERRAL LINE                     *
      ******************************************************************
       A7000-PRINT-DETAIL.
      *-------------------*
           MOVE CLAIMNUMBER OF CLAIMS          TO WS-D-CLAIMNUMBER.
           MOVE POLICYNUMBER OF CLAIMS         TO WS-D-POLICYNUMBER.
           MOVE CLAIMDATE OF CLAIMS            TO WS-D-CLAIMDATE.
           MOVE CLAIM-STATUS OF CLAIMS         TO WS-D-CLAIM-STATUS.
           MOVE CVALUE OF CLAIMS               TO WS-D-CVALUE.
           MOVE WS-SCORE                       TO WS-D-SCORE.
           MOVE IND-EARLY-LOSS                 TO WS-D-IND-EARLY.
           MOVE IND-NEAR-LIMIT                 TO WS-D-IND-LIMIT.
           MOVE IND-CLAIM-FREQ                 TO WS-D-IND-FREQ.
           MOVE IND-BANK-CHANGES               TO WS-D-IND-BANK.
           MOVE IND-SHARED-ACCT                TO WS-D-IND-SHARED.
           MOVE WS-DETAIL-LINE                 TO SIURPT-RECORD.
           WRITE SIURPT-RECORD.
      ******************************************************************
      *                     WRITE THE RUN TOTALS                       *
      ******************************************************************
       A8000-PRINT-TOTALS.
      *-------------------*
           MOVE 'CLAIMS SCORED:'               TO WS-T-LABEL.
           MOVE WS-SCORED-COUNT                TO WS-T-COUNT.
           MOVE WS-TOTAL-LINE                  TO SIURPT-RECORD.
           WRITE SIURPT-RECORD.
           MOVE 'CLAIMS REFERRED TO SIU:'      TO WS-T-LABEL.
           MOVE WS-REFERRED-COUNT              TO WS-T-COUNT.
           MOVE WS-TOTAL-LINE                  TO SIURPT-RECORD.
           WRITE SIURPT-RECORD.
           MOVE 'PAYMENT HOLDS SET:'           TO WS-T-LABEL.
           MOVE WS-HELD-COUNT                  TO WS-T-COUNT.
           MOVE WS-TOTAL-LINE                  TO SIURPT-RECORD.
           WRITE SIURPT-RECORD.
           MOVE 'CLEARED CLAIMS NOT RE-REFERRED:' TO WS-T-LABEL.
           MOVE WS-RESCORE-SKIP-COUNT          TO WS-T-COUNT.
           MOVE WS-TOTAL-LINE                  TO SIURPT-RECORD.
           WRITE SIURPT-RECORD.
      ******************************************************************
      *                 CLOSE THE CURSOR AND THE REPORT                *
      ******************************************************************
       A9000-CLOSE-CURSOR.
      *-------------------*
           EXEC SQL
               CLOSE SIUSCC1
           END-EXEC.
           CLOSE SIURPT-FILE.
      ******************************************************************
      *     WRITE THE COMPLETION ROW OPERATIONS WATCHES FOR - WHICH    *
      *     JOB, WHICH BUSINESS DATE, HOW MANY RECORDS AND THE RETURN  *
      *     CODE                                                       *
      ******************************************************************
       A8500-LOG-RUN.
      *--------------*
           MOVE 'MF28SI1'                      TO JOB-NAME.
           MOVE WS-RUN-DATE                     TO WINDOW-START-DATE.
           MOVE WS-RUN-DATE                     TO WINDOW-END-DATE.
           MOVE WS-SCORED-COUNT                 TO RECORD-COUNT.
           MOVE WS-RUN-RC                       TO RUN-RETURN-CODE.
           EXEC SQL
               INSERT INTO MFTR28.BATCH-RUN-LOG
                      (JOB-NAME,
                       WINDOW-START-DATE,
                       WINDOW-END-DATE,
                       RECORD-COUNT,
                       RUN-RETURN-CODE,
                       RUN-TIMESTAMP)
               VALUES (:BATCH-RUN-LOG.JOB-NAME,
                       :BATCH-RUN-LOG.WINDOW-START-DATE,
                       :BATCH-RUN-LOG.WINDOW-END-DATE,
                       :BATCH-RUN-LOG.RECORD-COUNT,
                       :BATCH-RUN-LOG.RUN-RETURN-CODE,
                       CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28SI1 RUN LOG SQLCODE: ' SQLCODE
           END-IF.
      ******************************************************************
      *                      END THE PROGRAM                           *
      ******************************************************************
       A9999-END-PARA.
      *--------------*
           PERFORM A8500-LOG-RUN.
           MOVE WS-RUN-RC                      TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
      *                        END OF PROGRAM                          *
      ******************************************************************
