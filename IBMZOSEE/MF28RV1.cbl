      * MF28RV1 - BULK RESERVE REVALUATION V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28RV1.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO REVALUE THE
      *                    OUTSTANDING RESERVE OF A WHOLE BLOCK OF
      *                    CLAIMS AT ONCE WHEN ACTUARIAL DECIDES THE
      *                    RESERVES FOR A CATASTROPHE EVENT, A CAUSE OR
      *                    AN ACCIDENT PERIOD ARE INADEQUATE, INSTEAD
      *                    OF ADJUSTERS KEYING MAP1 OPTION 6 CLAIM BY
      *                    CLAIM:
      *                    1. READS ONE CONTROL CARD FROM REVALCTL - A
      *                       REVALUATION REFERENCE, THE SELECTION
      *                       (CAT-EVENT-CODE, CAUSE, CLAIM DATE RANGE,
      *                       STATUS) AND THE RULE (PERCENTAGE UPLIFT,
      *                       FLAT AMOUNT ADDED, OR A FLOOR THE RESERVE
      *                       IS RAISED TO).
      *                    2. WALKS THE OPEN CLAIMS THAT MATCH THE
      *                       SELECTION IN CLAIM NUMBER ORDER, WORKS
      *                       OUT EACH ONE'S NEW RESERVE AND PRINTS THE
      *                       BEFORE AND AFTER AMOUNTS ON REVALRPT WITH
      *                       THE TOTAL IMPACT AT THE END. A CLAIM ON
      *                       PAYMENT HOLD OR IN-REVIEW IS SKIPPED AND
      *                       PRINTED AS SKIPPED, AS IS EVERY CLAIM
      *                       WHEN THE RUN'S BUSINESS-DATE IS ON OR
      *                       BEFORE CLOSED-THRU-DATE ON
      *                       MFTR28.BATCH-CONTROL - AN UPDATE RUN LOGS
      *                       THOSE TO MFTR28.PERIOD-LOCK-LOG FOR THE
      *                       MF28RP5 EXCEPTION REPORT.
      *                    3. IN A DRY RUN (THE DEFAULT) NOTHING IS
      *                       UPDATED - THE REPORT IS FOR SIGN-OFF.
      *                       WITH PARM('U') EACH NEW RESERVE IS WRITTEN
      *                       TO MFTR28.CLAIMS AND THE MOVEMENT LOGGED
      *                       TO MFTR28.RESERVE-HISTORY UNDER THE BATCH
      *                       USERID AND THE REVALUATION REFERENCE, SO
      *                       MF28RP3 AND MF28AC1 SEE IT AS ORDINARY
      *                       RESERVE MOVEMENT.
      *                    4. COMMITS AND WRITES A CHECKPOINT RECORD
      *                       EVERY WS-CHECKPOINT-INTERVAL CLAIMS SO
      *                       PARM('R') CAN RESTART AFTER THE LAST
      *                       CLAIM COMMITTED. A CLAIM ALREADY HOLDING
      *                       A MOVEMENT UNDER THE SAME REFERENCE IS
      *                       NEVER REVALUED A SECOND TIME, HOWEVER THE
      *                       JOB IS RESUBMITTED.
      *                    5. WRITES A COMPLETION ROW TO
      *                       MFTR28.BATCH-RUN-LOG.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      * 10/15/2026 APATEL   THE PERIOD LOCK NOW TESTS EACH CLAIM'S
      *                     CLAIMDATE, AS MF28CB3 OPTION 6 DOES, IN
      *                     PLACE OF TODAY'S DATE FOR THE WHOLE RUN -
      *                     A LOCKED CLAIM IS SKIPPED AND LOGGED, THE
      *                     REST STILL REVALUED. A RESTART NOW CHECKS
      *                     THE REFERENCE OF THE LAST CHECKPOINT READ,
      *                     NOT THE RECORD AREA LEFT AFTER END OF FILE.
      * 10/15/2026 APATEL   THE PERIOD LOCK TESTS THE DATE THE
      *                     MOVEMENT POSTS - THE RUN'S BUSINESS-DATE -
      *                     NOT EACH CLAIM'S CLAIMDATE, SO A CLAIM
      *                     WHOSE LOSS MONTH HAS CLOSED IS STILL
      *                     REVALUED IN THE OPEN PERIOD.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
      * PROCESSING TYPE: BATCH - RUN ON REQUEST FROM JCL MF28RV1.
      *
      * BMS: NONE
      *
      * COPYBOOKS: MF28CP1, MF28CP8, MF28CP12, MF28CP13, MF28CP24
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIMS, MFTR28.RESERVE-HISTORY,
      *         MFTR28.BATCH-CONTROL, MFTR28.BATCH-RUN-LOG,
      *         MFTR28.PERIOD-LOCK-LOG
      *
      * CALLING MODULES: NONE (INVOKED FROM JCL MF28RV1)
      *
      * CALLED MODULES: NONE
      *
      * PARAMETER: PARM('D') OR NO PARM - DRY RUN, REPORT ONLY.
      *            PARM('U') - APPLY THE REVALUATION.
      *            PARM('R') - RESTART AN ABENDED PARM('U') RUN FROM
      *            ITS LAST CHECKPOINT ON CHKPTDS.
      *
      * PROGRAMMER: ATUL PATEL
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVALCTL-FILE  ASSIGN TO REVALCTL
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT REVALRPT-FILE  ASSIGN TO REVALRPT
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT CHKPT-FILE     ASSIGN TO CHKPTDS
                                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REVALCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REVALCTL-RECORD.
           05 CTL-REVAL-REF            PIC X(08).
           05 CTL-CAT-EVENT-CODE       PIC X(08).
           05 CTL-CAUSE                PIC X(20).
           05 CTL-FROM-DATE            PIC X(10).
           05 CTL-TO-DATE              PIC X(10).
           05 CTL-STATUS               PIC X(10).
           05 CTL-RULE-TYPE            PIC X(01).
           05 CTL-RULE-VALUE           PIC X(09).
           05 CTL-RULE-VALUE-N REDEFINES CTL-RULE-VALUE
                                        PIC 9(7)V99.
           05 FILLER                   PIC X(04).
       FD  REVALRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REVALRPT-RECORD             PIC X(133).
       FD  CHKPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CHKPT-RECORD.
           05 CHKPT-REVAL-REF          PIC X(08).
           05 CHKPT-LAST-CLAIM         PIC 9(07).
           05 CHKPT-SELECTED           PIC 9(09).
           05 CHKPT-REVALUED           PIC 9(09).
           05 CHKPT-SKIP-HELD          PIC 9(09).
           05 CHKPT-SKIP-REVIEW        PIC 9(09).
           05 CHKPT-SKIP-NO-CHANGE     PIC 9(09).
           05 CHKPT-SKIP-DONE          PIC 9(09).
           05 CHKPT-SKIP-CHANGED       PIC 9(09).
           05 CHKPT-SKIP-ERROR         PIC 9(09).
           05 CHKPT-TOTAL-OLD          PIC 9(11)V99.
           05 CHKPT-TOTAL-NEW          PIC 9(11)V99.
           05 CHKPT-SKIP-PERIOD        PIC 9(09).
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP1
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP8
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP12
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP13
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP24
           END-EXEC.
       01 WS-RUN-RC                    PIC S9(3) COMP-3 VALUE ZERO.
       01 WS-RUN-DATE                  PIC X(10).
       01 WS-USERID                    PIC X(08) VALUE 'BATCH'.
       01 WS-RUN-MODE                  PIC X(01) VALUE 'D'.
           88 DRY-RUN                  VALUE 'D'.
           88 UPDATE-RUN               VALUE 'U'.
           88 RESTART-RUN              VALUE 'R'.
       01 WS-SWITCHES.
           05 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
               88 EOF-TRUE             VALUE 'Y'.
               88 EOF-FALSE            VALUE 'N'.
           05 WS-CHKPT-EOF-FLAG        PIC X(01) VALUE 'N'.
               88 CHKPT-EOF-TRUE       VALUE 'Y'.
               88 CHKPT-EOF-FALSE      VALUE 'N'.
           05 WS-RPT-OPEN-FLAG         PIC X(01) VALUE 'N'.
               88 RPT-OPEN             VALUE 'Y'.
           05 WS-CHKPT-OPEN-FLAG       PIC X(01) VALUE 'N'.
               88 CHKPT-OPEN           VALUE 'Y'.
      *-- WHAT BECAME OF THE CLAIM IN HAND - SET BY A4000 AND ITS
      *-- CALLEES, PRINTED AND COUNTED BY A7000
           05 WS-CLAIM-ACTION          PIC X(01).
               88 ACTION-REVALUED      VALUE 'V'.
               88 ACTION-SKIP-HELD     VALUE 'H'.
               88 ACTION-SKIP-REVIEW   VALUE 'W'.
               88 ACTION-SKIP-NO-CHANGE
                                       VALUE 'N'.
               88 ACTION-SKIP-DONE     VALUE 'D'.
               88 ACTION-SKIP-CHANGED  VALUE 'C'.
               88 ACTION-SKIP-PERIOD   VALUE 'L'.
               88 ACTION-SKIP-ERROR    VALUE 'E'.
      *-- THE CONTROL CARD, ONCE EDITED - A BLANK CAT EVENT, CAUSE OR
      *-- STATUS MATCHES ANY, A BLANK DATE LEAVES THAT END OPEN
       01 WS-SELECTION.
           05 WS-REVAL-REF             PIC X(08).
           05 WS-SEL-CAT-EVENT-CODE    PIC X(08).
           05 WS-SEL-CAUSE             PIC X(20).
           05 WS-SEL-FROM-DATE         PIC X(10).
           05 WS-SEL-TO-DATE           PIC X(10).
           05 WS-SEL-STATUS            PIC X(10).
           05 WS-RULE-TYPE             PIC X(01).
               88 RULE-PERCENT         VALUE 'P'.
               88 RULE-AMOUNT          VALUE 'A'.
               88 RULE-FLOOR           VALUE 'F'.
               88 RULE-VALID           VALUE 'P' 'A' 'F'.
           05 WS-RULE-VALUE            PIC S9(7)V99  COMP-3.
       01 WS-CLOSED-THRU-DATE          PIC X(10).
       01 WS-RESTART-CLAIM             PIC S9(7)     COMP-3 VALUE ZERO.
      *-- THE REFERENCE ON THE LAST CHECKPOINT RECORD READ - THE
      *-- RECORD AREA ITSELF IS NOT AVAILABLE ONCE END OF FILE IS HIT
       01 WS-RESTART-REF               PIC X(08).
       01 WS-REVAL-DONE-COUNT          PIC S9(9)     COMP   VALUE ZERO.
       01 WS-OLD-RESERVE               PIC S9(7)V99  COMP-3.
       01 WS-NEW-RESERVE               PIC S9(7)V99  COMP-3.
       01 WS-CHANGE-AMOUNT             PIC S9(7)V99  COMP-3.
       01 WS-COUNTERS.
           05 WS-SELECTED-COUNT        PIC 9(09) VALUE ZERO.
           05 WS-REVALUED-COUNT        PIC 9(09) VALUE ZERO.
           05 WS-SKIP-HELD-COUNT       PIC 9(09) VALUE ZERO.
           05 WS-SKIP-REVIEW-COUNT     PIC 9(09) VALUE ZERO.
           05 WS-SKIP-NO-CHANGE-COUNT  PIC 9(09) VALUE ZERO.
           05 WS-SKIP-DONE-COUNT       PIC 9(09) VALUE ZERO.
           05 WS-SKIP-CHANGED-COUNT    PIC 9(09) VALUE ZERO.
           05 WS-SKIP-PERIOD-COUNT     PIC 9(09) VALUE ZERO.
           05 WS-SKIP-ERROR-COUNT      PIC 9(09) VALUE ZERO.
           05 WS-SINCE-CHECKPOINT      PIC 9(09) VALUE ZERO.
       01 WS-CHECKPOINT-INTERVAL       PIC 9(09) VALUE 500.
      *-- RESERVE BEFORE AND AFTER OVER THE CLAIMS REVALUED (OR, IN A
      *-- DRY RUN, THAT WOULD BE) - THE DIFFERENCE IS THE IMPACT
       01 WS-TOTALS.
           05 WS-TOTAL-OLD             PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-NEW             PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-TOTAL-IMPACT          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-REPORT-LINES.
           05 WS-HEADING-1.
               10 FILLER               PIC X(40) VALUE SPACES.
               10 FILLER               PIC X(40) VALUE
                   'BULK RESERVE REVALUATION REPORT'.
               10 FILLER               PIC X(53) VALUE SPACES.
           05 WS-HEADING-2.
               10 FILLER               PIC X(12) VALUE 'REFERENCE : '.
               10 WS-H2-REF            PIC X(08).
               10 FILLER               PIC X(04) VALUE SPACES.
               10 FILLER               PIC X(07) VALUE 'MODE : '.
               10 WS-H2-MODE           PIC X(32).
               10 FILLER               PIC X(04) VALUE SPACES.
               10 FILLER               PIC X(07) VALUE 'RULE : '.
               10 WS-H2-RULE           PIC X(08).
               10 FILLER               PIC X(01) VALUE SPACES.
               10 WS-H2-VALUE          PIC Z(6)9.99.
               10 FILLER               PIC X(40) VALUE SPACES.
           05 WS-HEADING-3.
               10 FILLER               PIC X(16) VALUE
                   'SELECTION : CAT '.
               10 WS-H3-CAT            PIC X(08).
               10 FILLER               PIC X(07) VALUE ' CAUSE '.
               10 WS-H3-CAUSE          PIC X(20).
               10 FILLER               PIC X(13) VALUE
                   ' CLAIM DATES '.
               10 WS-H3-FROM-DATE      PIC X(10).
               10 FILLER               PIC X(04) VALUE ' TO '.
               10 WS-H3-TO-DATE        PIC X(10).
               10 FILLER               PIC X(08) VALUE ' STATUS '.
               10 WS-H3-STATUS         PIC X(10).
               10 FILLER               PIC X(27) VALUE SPACES.
           05 WS-HEADING-4.
               10 FILLER               PIC X(09) VALUE 'CLAIM NO'.
               10 FILLER               PIC X(12) VALUE 'STATUS'.
               10 FILLER               PIC X(10) VALUE 'CAT EVNT'.
               10 FILLER               PIC X(22) VALUE 'CAUSE'.
               10 FILLER               PIC X(12) VALUE 'CLAIM DATE'.
               10 FILLER               PIC X(14) VALUE '  OLD RESERVE'.
               10 FILLER               PIC X(14) VALUE '  NEW RESERVE'.
               10 FILLER               PIC X(14) VALUE '       CHANGE'.
               10 FILLER               PIC X(26) VALUE 'ACTION'.
           05 WS-RESTART-LINE.
               10 FILLER               PIC X(30) VALUE
                   '*** RESTARTED AFTER CLAIM NO '.
               10 WS-R-CLAIMNUMBER     PIC Z(6)9.
               10 FILLER               PIC X(96) VALUE SPACES.
           05 WS-DETAIL-LINE.
               10 WS-D-CLAIMNUMBER     PIC Z(6)9.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-STATUS          PIC X(10).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-CAT-EVENT       PIC X(08).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-CAUSE           PIC X(20).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-CLAIMDATE       PIC X(10).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-OLD-RESERVE     PIC Z(7)9.99-.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-NEW-RESERVE     PIC Z(7)9.99-.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-CHANGE          PIC Z(7)9.99-.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-ACTION          PIC X(25).
               10 FILLER               PIC X(01) VALUE SPACES.
           05 WS-COUNT-LINE.
               10 FILLER               PIC X(04) VALUE SPACES.
               10 WS-C-LABEL           PIC X(30).
               10 WS-C-COUNT           PIC ZZZ,ZZZ,ZZ9.
               10 FILLER               PIC X(88) VALUE SPACES.
           05 WS-AMOUNT-LINE.
               10 FILLER               PIC X(04) VALUE SPACES.
               10 WS-A-LABEL           PIC X(30).
               10 WS-A-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER               PIC X(81) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-PARM-AREA.
           05 LK-PARM-LEN               PIC S9(4) COMP.
           05 LK-PARM-DATA               PIC X(01).
       PROCEDURE DIVISION USING LK-PARM-AREA.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
      ******************************************************************
       A1000-MAIN-PARA.
      *---------------*
           PERFORM A2000-INITIALIZE.
      *-- A BAD CARD, A BAD PARM OR A BAD CHECKPOINT STOPS THE RUN
      *-- BEFORE A SINGLE CLAIM IS READ
           IF WS-RUN-RC < 8
               PERFORM A3000-OPEN-CURSOR
               PERFORM A4000-PROCESS-CLAIM
                   UNTIL EOF-TRUE
               PERFORM A9000-CLOSE-CURSOR
               IF NOT DRY-RUN
                   PERFORM A7500-WRITE-CHECKPOINT
               END-IF
               PERFORM A8000-PRINT-SUMMARY
           END-IF.
           PERFORM A9999-END-PARA.
      ******************************************************************
      *     READ THE PARM AND THE CONTROL CARD, PICK UP A RESTART      *
      *     POINT AND PRINT THE HEADINGS                               *
      ******************************************************************
       A2000-INITIALIZE.
      *----------------*
           IF LK-PARM-LEN = ZERO OR LK-PARM-DATA = SPACES
               MOVE 'D'                        TO WS-RUN-MODE
           ELSE
               MOVE LK-PARM-DATA               TO WS-RUN-MODE
           END-IF.
           IF NOT DRY-RUN AND NOT UPDATE-RUN AND NOT RESTART-RUN
               DISPLAY 'MF28RV1 INVALID PARM: ' LK-PARM-DATA
               MOVE 12                         TO WS-RUN-RC
           END-IF.
           PERFORM A2100-GET-CONTROL-DATES.
           IF WS-RUN-RC < 8
               PERFORM A2200-READ-CONTROL-CARD
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A2400-CHECK-RESTART
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A2500-PRINT-HEADINGS
           END-IF.
      ******************************************************************
      *     THE BUSINESS DATE THE RUN POSTS AND IS LOGGED UNDER, AND   *
      *     THE LAST CLOSED ACCOUNTING DAY - NOTHING IS REVALUED WHEN  *
      *     THE ONE IS ON OR BEFORE THE OTHER (SEE A4300)              *
      ******************************************************************
       A2100-GET-CONTROL-DATES.
      *------------------------*
           EXEC SQL
               SELECT BUSINESS-DATE,
                      CLOSED-THRU-DATE
                 INTO :WS-RUN-DATE,
                      :WS-CLOSED-THRU-DATE
                 FROM MFTR28.BATCH-CONTROL
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28RV1 BATCH-CONTROL SQLCODE: ' SQLCODE
               MOVE '1900-01-01'               TO WS-RUN-DATE
               MOVE 12                         TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *     READ AND EDIT THE ONE CONTROL CARD. THE REFERENCE AND A    *
      *     VALID RULE ARE REQUIRED, AND SO IS AT LEAST ONE OF CAT     *
      *     EVENT, CAUSE OR A DATE - A BLANK SELECTION WOULD REVALUE   *
      *     EVERY OPEN CLAIM ON THE BOOK                               *
      ******************************************************************
       A2200-READ-CONTROL-CARD.
      *------------------------*
           OPEN INPUT REVALCTL-FILE.
           READ REVALCTL-FILE
               AT END
                   DISPLAY 'MF28RV1 NO CONTROL CARD ON REVALCTL'
                   MOVE 12                     TO WS-RUN-RC
           END-READ.
           CLOSE REVALCTL-FILE.
           IF WS-RUN-RC < 8
               MOVE CTL-REVAL-REF              TO WS-REVAL-REF
               MOVE CTL-CAT-EVENT-CODE         TO WS-SEL-CAT-EVENT-CODE
               MOVE CTL-CAUSE                  TO WS-SEL-CAUSE
               MOVE CTL-FROM-DATE              TO WS-SEL-FROM-DATE
               MOVE CTL-TO-DATE                TO WS-SEL-TO-DATE
               MOVE CTL-STATUS                 TO WS-SEL-STATUS
               MOVE CTL-RULE-TYPE              TO WS-RULE-TYPE
               PERFORM A2250-EDIT-CONTROL-CARD
           END-IF.
      ******************************************************************
      *                 EDIT THE CONTROL CARD FIELDS                   *
      ******************************************************************
       A2250-EDIT-CONTROL-CARD.
      *------------------------*
           EVALUATE TRUE
               WHEN WS-REVAL-REF = SPACES
                   DISPLAY 'MF28RV1 REVALUATION REFERENCE MISSING'
                   MOVE 12                     TO WS-RUN-RC
               WHEN NOT RULE-VALID
                   DISPLAY 'MF28RV1 RULE MUST BE P, A OR F: '
                       WS-RULE-TYPE
                   MOVE 12                     TO WS-RUN-RC
               WHEN CTL-RULE-VALUE NOT NUMERIC
                   DISPLAY 'MF28RV1 RULE VALUE NOT NUMERIC: '
                       CTL-RULE-VALUE
                   MOVE 12                     TO WS-RUN-RC
               WHEN CTL-RULE-VALUE-N = ZERO
                   DISPLAY 'MF28RV1 RULE VALUE IS ZERO'
                   MOVE 12                     TO WS-RUN-RC
               WHEN RULE-PERCENT AND CTL-RULE-VALUE-N > 999.99
                   DISPLAY 'MF28RV1 PERCENT UPLIFT OVER 999.99'
                   MOVE 12                     TO WS-RUN-RC
               WHEN WS-SEL-CAT-EVENT-CODE = SPACES
                AND WS-SEL-CAUSE = SPACES
                AND WS-SEL-FROM-DATE = SPACES
                AND WS-SEL-TO-DATE = SPACES
                   DISPLAY 'MF28RV1 NO SELECTION - CAT EVENT, CAUSE OR'
                       ' A CLAIM DATE IS REQUIRED'
                   MOVE 12                     TO WS-RUN-RC
               WHEN WS-SEL-STATUS NOT = SPACES
                AND WS-SEL-STATUS NOT = 'OPEN'
                AND WS-SEL-STATUS NOT = 'REOPENED'
                   DISPLAY 'MF28RV1 STATUS MUST BE OPEN, REOPENED OR'
                       ' BLANK: ' WS-SEL-STATUS
                   MOVE 12                     TO WS-RUN-RC
               WHEN OTHER
                   MOVE CTL-RULE-VALUE-N       TO WS-RULE-VALUE
           END-EVALUATE.
      *-- A BLANK DATE LEAVES THAT END OF THE RANGE OPEN
           IF WS-SEL-FROM-DATE = SPACES
               MOVE '0001-01-01'               TO WS-SEL-FROM-DATE
           END-IF.
           IF WS-SEL-TO-DATE = SPACES
               MOVE '9999-12-31'               TO WS-SEL-TO-DATE
           END-IF.
           IF WS-RUN-RC < 8
              AND WS-SEL-FROM-DATE > WS-SEL-TO-DATE
               DISPLAY 'MF28RV1 FROM DATE AFTER TO DATE'
               MOVE 12                         TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *     ON RESTART, PICK UP THE LAST CHECKPOINT - THE CLAIM TO     *
      *     RESUME AFTER AND THE COUNTS AND TOTALS SO FAR. IT MUST BE  *
      *     FOR THE SAME REFERENCE AS THE CONTROL CARD. OTHERWISE AN   *
      *     UPDATE RUN STARTS A FRESH CHECKPOINT DATASET               *
      ******************************************************************
       A2400-CHECK-RESTART.
      *--------------------*
           EVALUATE TRUE
               WHEN RESTART-RUN
                   MOVE SPACES                 TO WS-RESTART-REF
                   OPEN INPUT CHKPT-FILE
                   PERFORM A2450-READ-CHECKPOINT-REC
                   PERFORM A2450-READ-CHECKPOINT-REC
                       UNTIL CHKPT-EOF-TRUE
                   CLOSE CHKPT-FILE
                   IF WS-RESTART-REF NOT = WS-REVAL-REF
                       DISPLAY 'MF28RV1 CHECKPOINT IS FOR REFERENCE '
                           WS-RESTART-REF ' NOT ' WS-REVAL-REF
                       MOVE 12                 TO WS-RUN-RC
                   ELSE
                       OPEN EXTEND CHKPT-FILE
                       SET CHKPT-OPEN          TO TRUE
                   END-IF
               WHEN UPDATE-RUN
                   OPEN OUTPUT CHKPT-FILE
                   SET CHKPT-OPEN              TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      *        READ ONE CHECKPOINT RECORD, KEEPING THE LAST ONE        *
      ******************************************************************
       A2450-READ-CHECKPOINT-REC.
      *--------------------------*
           READ CHKPT-FILE
               AT END
                   MOVE 'Y'                    TO WS-CHKPT-EOF-FLAG
               NOT AT END
                   MOVE CHKPT-REVAL-REF        TO WS-RESTART-REF
                   MOVE CHKPT-LAST-CLAIM       TO WS-RESTART-CLAIM
                   MOVE CHKPT-SELECTED         TO WS-SELECTED-COUNT
                   MOVE CHKPT-REVALUED         TO WS-REVALUED-COUNT
                   MOVE CHKPT-SKIP-HELD        TO WS-SKIP-HELD-COUNT
                   MOVE CHKPT-SKIP-REVIEW      TO WS-SKIP-REVIEW-COUNT
                   MOVE CHKPT-SKIP-NO-CHANGE
                                         TO WS-SKIP-NO-CHANGE-COUNT
                   MOVE CHKPT-SKIP-DONE        TO WS-SKIP-DONE-COUNT
                   MOVE CHKPT-SKIP-CHANGED     TO WS-SKIP-CHANGED-COUNT
                   MOVE CHKPT-SKIP-PERIOD      TO WS-SKIP-PERIOD-COUNT
                   MOVE CHKPT-SKIP-ERROR       TO WS-SKIP-ERROR-COUNT
                   MOVE CHKPT-TOTAL-OLD        TO WS-TOTAL-OLD
                   MOVE CHKPT-TOTAL-NEW        TO WS-TOTAL-NEW
           END-READ.
      ******************************************************************
      *     OPEN THE REPORT - EXTENDED ON RESTART, SO THE SIGN-OFF     *
      *     COPY STAYS ONE REPORT - AND PRINT THE HEADINGS             *
      ******************************************************************
       A2500-PRINT-HEADINGS.
      *---------------------*
           IF RESTART-RUN
               OPEN EXTEND REVALRPT-FILE
               MOVE WS-RESTART-CLAIM           TO WS-R-CLAIMNUMBER
               MOVE WS-RESTART-LINE            TO REVALRPT-RECORD
               WRITE REVALRPT-RECORD
           ELSE
               OPEN OUTPUT REVALRPT-FILE
               MOVE WS-HEADING-1               TO REVALRPT-RECORD
               WRITE REVALRPT-RECORD
               MOVE WS-REVAL-REF               TO WS-H2-REF
               IF DRY-RUN
                   MOVE 'DRY RUN - NOTHING UPDATED'
                                               TO WS-H2-MODE
               ELSE
                   MOVE 'UPDATE - RESERVES REVALUED'
                                               TO WS-H2-MODE
               END-IF
               EVALUATE TRUE
                   WHEN RULE-PERCENT
                       MOVE 'PERCENT'          TO WS-H2-RULE
                   WHEN RULE-AMOUNT
                       MOVE 'AMOUNT'           TO WS-H2-RULE
                   WHEN OTHER
                       MOVE 'FLOOR'            TO WS-H2-RULE
               END-EVALUATE
               MOVE WS-RULE-VALUE              TO WS-H2-VALUE
               MOVE WS-HEADING-2               TO REVALRPT-RECORD
               WRITE REVALRPT-RECORD
               IF WS-SEL-CAT-EVENT-CODE = SPACES
                   MOVE '*ANY*'                TO WS-H3-CAT
               ELSE
                   MOVE WS-SEL-CAT-EVENT-CODE  TO WS-H3-CAT
               END-IF
               IF WS-SEL-CAUSE = SPACES
                   MOVE '*ANY*'                TO WS-H3-CAUSE
               ELSE
                   MOVE WS-SEL-CAUSE           TO WS-H3-CAUSE
               END-IF
               MOVE WS-SEL-FROM-DATE           TO WS-H3-FROM-DATE
               MOVE WS-SEL-TO-DATE             TO WS-H3-TO-DATE
               IF WS-SEL-STATUS = SPACES
                   MOVE '*OPEN*'               TO WS-H3-STATUS
               ELSE
                   MOVE WS-SEL-STATUS          TO WS-H3-STATUS
               END-IF
               MOVE WS-HEADING-3               TO REVALRPT-RECORD
               WRITE REVALRPT-RECORD
           END-IF.
           SET RPT-OPEN                        TO TRUE.
           MOVE WS-HEADING-4                   TO REVALRPT-RECORD.
           WRITE REVALRPT-RECORD.
      ******************************************************************
      *     OPEN THE CURSOR OVER THE SELECTED CLAIMS. A BLANK STATUS   *
      *     TAKES EVERY OPEN CLAIM - OPEN, REOPENED AND IN-REVIEW, THE *
      *     LAST ONLY TO BE PRINTED AS SKIPPED. WITH HOLD KEEPS IT     *
      *     POSITIONED ACROSS THE CHECKPOINT COMMITS                   *
      ******************************************************************
       A3000-OPEN-CURSOR.
      *-----------------*
           EXEC SQL
               DECLARE REVALC1 CURSOR WITH HOLD FOR
                   SELECT CLAIMNUMBER, CLAIMDATE, CAUSE, CLAIM-STATUS,
                          CAT-EVENT-CODE, RESERVE-AMOUNT, PAY-HOLD-FLAG
                   FROM MFTR28.CLAIMS
                   WHERE (:WS-SEL-CAT-EVENT-CODE = ' '
                          OR CAT-EVENT-CODE = :WS-SEL-CAT-EVENT-CODE)
                     AND (:WS-SEL-CAUSE = ' '
                          OR CAUSE = :WS-SEL-CAUSE)
                     AND CLAIMDATE BETWEEN :WS-SEL-FROM-DATE
                                       AND :WS-SEL-TO-DATE
                     AND ((:WS-SEL-STATUS = ' '
                           AND CLAIM-STATUS IN ('OPEN', 'REOPENED',
                                                'IN-REVIEW'))
                          OR CLAIM-STATUS = :WS-SEL-STATUS)
                     AND CLAIMNUMBER > :WS-RESTART-CLAIM
                   ORDER BY CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               OPEN REVALC1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28RV1 OPEN CURSOR SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
               MOVE 'Y'                        TO WS-EOF-FLAG
           ELSE
               PERFORM A3100-FETCH-NEXT
           END-IF.
      ******************************************************************
      *                 FETCH THE NEXT SELECTED CLAIM                  *
      ******************************************************************
       A3100-FETCH-NEXT.
      *-----------------*
           EXEC SQL
               FETCH REVALC1
               INTO :CLAIMS.CLAIMNUMBER,
                    :CLAIMS.CLAIMDATE,
                    :CLAIMS.CAUSE,
                    :CLAIMS.CLAIM-STATUS,
                    :CLAIMS.CAT-EVENT-CODE,
                    :CLAIMS.RESERVE-AMOUNT,
                    :CLAIMS.PAY-HOLD-FLAG
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y'                    TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28RV1 FETCH ERROR SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     ONE SELECTED CLAIM - SKIP IT IF HELD, IN-REVIEW, LEFT      *
      *     UNCHANGED BY THE RULE, ALREADY REVALUED UNDER THIS         *
      *     REFERENCE OR IN A CLOSED PERIOD; OTHERWISE APPLY IT (OR,   *
      *     IN A DRY RUN, JUST REPORT IT). CHECKPOINT WHEN DUE         *
      ******************************************************************
       A4000-PROCESS-CLAIM.
      *--------------------*
           ADD 1                               TO WS-SELECTED-COUNT.
           MOVE RESERVE-AMOUNT OF CLAIMS       TO WS-OLD-RESERVE.
           MOVE WS-OLD-RESERVE                 TO WS-NEW-RESERVE.
           SET ACTION-REVALUED                 TO TRUE.
           EVALUATE TRUE
               WHEN PAY-HELD
                   SET ACTION-SKIP-HELD        TO TRUE
               WHEN STATUS-IN-REVIEW
                   SET ACTION-SKIP-REVIEW      TO TRUE
               WHEN OTHER
                   PERFORM A4100-COMPUTE-NEW-RESERVE
           END-EVALUATE.
           IF ACTION-REVALUED
               PERFORM A4200-CHECK-ALREADY-DONE
           END-IF.
           IF ACTION-REVALUED
               PERFORM A4300-CHECK-PERIOD-OPEN
           END-IF.
           IF ACTION-REVALUED AND NOT DRY-RUN
               PERFORM A5000-APPLY-REVALUATION
           END-IF.
           PERFORM A7000-PRINT-DETAIL.
           IF NOT DRY-RUN
               ADD 1                           TO WS-SINCE-CHECKPOINT
               IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
                   PERFORM A7500-WRITE-CHECKPOINT
               END-IF
           END-IF.
      *-- A ROLLBACK IN A5100 HAS ALREADY ENDED THE RUN AND CLOSED
      *-- THE CURSOR
           IF EOF-FALSE
               PERFORM A3100-FETCH-NEXT
           END-IF.
      ******************************************************************
      *     APPLY THE RULE - A PERCENTAGE UPLIFT OF THE OUTSTANDING    *
      *     RESERVE, A FLAT AMOUNT ADDED TO IT, OR A FLOOR IT IS       *
      *     RAISED TO (A RESERVE ALREADY AT OR ABOVE THE FLOOR IS      *
      *     LEFT ALONE). A RESULT TOO BIG FOR THE RESERVE COLUMN IS    *
      *     SKIPPED AS AN ERROR                                        *
      ******************************************************************
       A4100-COMPUTE-NEW-RESERVE.
      *--------------------------*
           EVALUATE TRUE
               WHEN RULE-PERCENT
                   COMPUTE WS-NEW-RESERVE ROUNDED =
                       WS-OLD-RESERVE
                     + WS-OLD-RESERVE * WS-RULE-VALUE / 100
                       ON SIZE ERROR
                           SET ACTION-SKIP-ERROR  TO TRUE
                   END-COMPUTE
               WHEN RULE-AMOUNT
                   COMPUTE WS-NEW-RESERVE =
                       WS-OLD-RESERVE + WS-RULE-VALUE
                       ON SIZE ERROR
                           SET ACTION-SKIP-ERROR  TO TRUE
                   END-COMPUTE
               WHEN OTHER
                   IF WS-OLD-RESERVE < WS-RULE-VALUE
                       MOVE WS-RULE-VALUE      TO WS-NEW-RESERVE
                   END-IF
           END-EVALUATE.
           IF ACTION-SKIP-ERROR
               MOVE WS-OLD-RESERVE             TO WS-NEW-RESERVE
           END-IF.
           IF ACTION-REVALUED AND WS-NEW-RESERVE = WS-OLD-RESERVE
               SET ACTION-SKIP-NO-CHANGE       TO TRUE
           END-IF.
      ******************************************************************
      *     HAS THIS REFERENCE ALREADY MOVED THIS CLAIM'S RESERVE?     *
      *     A RESUBMITTED UPDATE RUN, OR A DRY RUN AFTER THE UPDATE,   *
      *     SHOWS IT AS DONE INSTEAD OF UPLIFTING IT AGAIN             *
      ******************************************************************
       A4200-CHECK-ALREADY-DONE.
      *-------------------------*
           MOVE ZERO                           TO WS-REVAL-DONE-COUNT.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-REVAL-DONE-COUNT
                 FROM MFTR28.RESERVE-HISTORY
                WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                  AND REVAL-REF   = :WS-REVAL-REF
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'MF28RV1 HISTORY CHECK SQLCODE: ' SQLCODE
                   SET ACTION-SKIP-ERROR       TO TRUE
                   MOVE WS-OLD-RESERVE         TO WS-NEW-RESERVE
               WHEN WS-REVAL-DONE-COUNT > ZERO
                   SET ACTION-SKIP-DONE        TO TRUE
                   MOVE WS-OLD-RESERVE         TO WS-NEW-RESERVE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      *     THE RESERVE MOVEMENT POSTS ON THE RUN'S BUSINESS-DATE, AS  *
      *     AN OPTION 6 ONLINE POSTS TODAY (SEE MF28CB3'S A6900). WHEN *
      *     THAT DATE IS ON OR BEFORE CLOSED-THRU-DATE THE CLAIM IS    *
      *     SKIPPED - AND, ON AN UPDATE RUN, THE MOVEMENT IT WOULD     *
      *     HAVE HAD LOGGED AS REFUSED                                 *
      ******************************************************************
       A4300-CHECK-PERIOD-OPEN.
      *------------------------*
           IF WS-RUN-DATE NOT > WS-CLOSED-THRU-DATE
               SET ACTION-SKIP-PERIOD          TO TRUE
               IF NOT DRY-RUN
                   PERFORM A4350-LOG-PERIOD-LOCK
               END-IF
               MOVE WS-OLD-RESERVE             TO WS-NEW-RESERVE
           END-IF.
      ******************************************************************
      *     LOG THE REFUSED MOVEMENT FOR THE MF28RP5 EXCEPTION REPORT, *
      *     THE SAME ROW MF28CB3 WRITES FOR A LOCKED OPTION 6          *
      ******************************************************************
       A4350-LOG-PERIOD-LOCK.
      *----------------------*
           MOVE CLAIMNUMBER OF CLAIMS
                               TO CLAIMNUMBER OF PERIOD-LOCK-LOG.
           SET LOCK-TXN-RESERVE                TO TRUE.
           COMPUTE LOCK-TXN-AMOUNT = WS-NEW-RESERVE - WS-OLD-RESERVE.
           MOVE WS-RUN-DATE                    TO LOCK-TXN-DATE.
           MOVE WS-CLOSED-THRU-DATE            TO LOCK-CLOSED-THRU.
           SET LOCK-REFUSED                    TO TRUE.
           MOVE 'MF28RV1'                      TO LOCK-SOURCE.
           MOVE WS-USERID                      TO LOCK-USERID.
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
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28RV1 CLAIM ' CLAIMNUMBER OF CLAIMS
                   ' PERIOD LOCK LOG SQLCODE: ' SQLCODE
           END-IF.
      ******************************************************************
      *     WRITE THE NEW RESERVE BACK, BUT ONLY IF THE CLAIM IS STILL *
      *     AS IT WAS FETCHED - SAME RESERVE, STILL OPEN, STILL NOT    *
      *     HELD. A CLAIM CHANGED ONLINE SINCE IS SKIPPED, NOT         *
      *     OVERWRITTEN. THEN LOG THE MOVEMENT                         *
      ******************************************************************
       A5000-APPLY-REVALUATION.
      *------------------------*
           MOVE WS-NEW-RESERVE                 TO RESERVE-AMOUNT
                                                  OF CLAIMS.
           EXEC SQL
               UPDATE MFTR28.CLAIMS
                  SET RESERVE-AMOUNT = :CLAIMS.RESERVE-AMOUNT,
                      UPDATE-COUNT   = UPDATE-COUNT + 1
                WHERE CLAIMNUMBER    = :CLAIMS.CLAIMNUMBER
                  AND RESERVE-AMOUNT = :WS-OLD-RESERVE
                  AND PAY-HOLD-FLAG  = 'N'
                  AND CLAIM-STATUS IN ('OPEN', 'REOPENED')
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM A5100-LOG-RESERVE
               WHEN 100
                   SET ACTION-SKIP-CHANGED     TO TRUE
                   MOVE WS-OLD-RESERVE         TO WS-NEW-RESERVE
               WHEN OTHER
                   DISPLAY 'MF28RV1 CLAIM ' CLAIMNUMBER OF CLAIMS
                       ' UPDATE SQLCODE: ' SQLCODE
                   SET ACTION-SKIP-ERROR       TO TRUE
                   MOVE WS-OLD-RESERVE         TO WS-NEW-RESERVE
           END-EVALUATE.
      ******************************************************************
      *     LOG THE MOVEMENT UNDER THE BATCH USERID AND THE            *
      *     REVALUATION REFERENCE. WITHOUT ITS HISTORY ROW THE CLAIM'S *
      *     NEW RESERVE CANNOT STAND - THE WORK SINCE THE LAST         *
      *     CHECKPOINT IS ROLLED BACK AND THE RUN STOPPED FOR RESTART  *
      ******************************************************************
       A5100-LOG-RESERVE.
      *------------------*
           MOVE CLAIMNUMBER OF CLAIMS
                               TO CLAIMNUMBER OF RESERVE-HISTORY.
           MOVE WS-OLD-RESERVE                 TO OLD-RESERVE.
           MOVE WS-NEW-RESERVE                 TO NEW-RESERVE.
           MOVE WS-USERID      TO CHANGED-BY-USERID OF RESERVE-HISTORY.
           MOVE WS-REVAL-REF                   TO REVAL-REF.
           EXEC SQL
               INSERT INTO MFTR28.RESERVE-HISTORY
                      (CLAIMNUMBER,
                       OLD-RESERVE,
                       NEW-RESERVE,
                       CHANGED-BY-USERID,
                       CHANGE-TIMESTAMP,
                       REVAL-REF)
               VALUES (:RESERVE-HISTORY.CLAIMNUMBER,
                       :RESERVE-HISTORY.OLD-RESERVE,
                       :RESERVE-HISTORY.NEW-RESERVE,
                       :RESERVE-HISTORY.CHANGED-BY-USERID,
                       CURRENT TIMESTAMP,
                       :RESERVE-HISTORY.REVAL-REF)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28RV1 CLAIM ' CLAIMNUMBER OF CLAIMS
                   ' RESERVE HISTORY SQLCODE: ' SQLCODE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY 'MF28RV1 ROLLED BACK TO THE LAST CHECKPOINT -'
                   ' RESTART WITH PARM(R)'
               SET ACTION-SKIP-ERROR           TO TRUE
               MOVE WS-OLD-RESERVE             TO WS-NEW-RESERVE
               MOVE 8                          TO WS-RUN-RC
               MOVE 'Y'                        TO WS-EOF-FLAG
           END-IF.
      ******************************************************************
      *     PRINT ONE CLAIM AND COUNT IT UNDER WHAT BECAME OF IT       *
      ******************************************************************
       A7000-PRINT-DETAIL.
      *-------------------*
           MOVE CLAIMNUMBER OF CLAIMS          TO WS-D-CLAIMNUMBER.
           MOVE CLAIM-STATUS                   TO WS-D-STATUS.
           MOVE CAT-EVENT-CODE                 TO WS-D-CAT-EVENT.
           MOVE CAUSE                          TO WS-D-CAUSE.
           MOVE CLAIMDATE                      TO WS-D-CLAIMDATE.
           MOVE WS-OLD-RESERVE                 TO WS-D-OLD-RESERVE.
           MOVE WS-NEW-RESERVE                 TO WS-D-NEW-RESERVE.
           COMPUTE WS-CHANGE-AMOUNT = WS-NEW-RESERVE - WS-OLD-RESERVE.
           MOVE WS-CHANGE-AMOUNT               TO WS-D-CHANGE.
           EVALUATE TRUE
               WHEN ACTION-REVALUED
                   ADD 1                       TO WS-REVALUED-COUNT
                   ADD WS-OLD-RESERVE          TO WS-TOTAL-OLD
                   ADD WS-NEW-RESERVE          TO WS-TOTAL-NEW
                   IF DRY-RUN
                       MOVE 'WOULD BE REVALUED'
                                               TO WS-D-ACTION
                   ELSE
                       MOVE 'REVALUED'         TO WS-D-ACTION
                   END-IF
               WHEN ACTION-SKIP-HELD
                   ADD 1                       TO WS-SKIP-HELD-COUNT
                   MOVE 'SKIPPED - PAYMENT HOLD'
                                               TO WS-D-ACTION
               WHEN ACTION-SKIP-REVIEW
                   ADD 1                       TO WS-SKIP-REVIEW-COUNT
                   MOVE 'SKIPPED - IN-REVIEW'  TO WS-D-ACTION
               WHEN ACTION-SKIP-NO-CHANGE
                   ADD 1                   TO WS-SKIP-NO-CHANGE-COUNT
                   MOVE 'SKIPPED - NO CHANGE'  TO WS-D-ACTION
               WHEN ACTION-SKIP-DONE
                   ADD 1                       TO WS-SKIP-DONE-COUNT
                   MOVE 'SKIPPED - ALREADY DONE'
                                               TO WS-D-ACTION
               WHEN ACTION-SKIP-CHANGED
                   ADD 1                       TO WS-SKIP-CHANGED-COUNT
                   MOVE 'SKIPPED - CHANGED ONLINE'
                                               TO WS-D-ACTION
               WHEN ACTION-SKIP-PERIOD
                   ADD 1                       TO WS-SKIP-PERIOD-COUNT
                   MOVE 'SKIPPED - PERIOD CLOSED'
                                               TO WS-D-ACTION
               WHEN OTHER
                   ADD 1                       TO WS-SKIP-ERROR-COUNT
                   MOVE 'SKIPPED - ERROR'      TO WS-D-ACTION
                   IF WS-RUN-RC < 4
                       MOVE 4                  TO WS-RUN-RC
                   END-IF
           END-EVALUATE.
           MOVE WS-DETAIL-LINE                 TO REVALRPT-RECORD.
           WRITE REVALRPT-RECORD.
      ******************************************************************
      *     COMMIT WORK AND WRITE A CHECKPOINT RECORD SO A RESTART     *
      *     CAN RESUME AFTER THE LAST CLAIM SUCCESSFULLY COMMITTED     *
      ******************************************************************
       A7500-WRITE-CHECKPOINT.
      *-----------------------*
           IF WS-RUN-RC < 8
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE WS-REVAL-REF               TO CHKPT-REVAL-REF
               MOVE CLAIMNUMBER OF CLAIMS      TO CHKPT-LAST-CLAIM
               MOVE WS-SELECTED-COUNT          TO CHKPT-SELECTED
               MOVE WS-REVALUED-COUNT          TO CHKPT-REVALUED
               MOVE WS-SKIP-HELD-COUNT         TO CHKPT-SKIP-HELD
               MOVE WS-SKIP-REVIEW-COUNT       TO CHKPT-SKIP-REVIEW
               MOVE WS-SKIP-NO-CHANGE-COUNT    TO CHKPT-SKIP-NO-CHANGE
               MOVE WS-SKIP-DONE-COUNT         TO CHKPT-SKIP-DONE
               MOVE WS-SKIP-CHANGED-COUNT      TO CHKPT-SKIP-CHANGED
               MOVE WS-SKIP-PERIOD-COUNT       TO CHKPT-SKIP-PERIOD
               MOVE WS-SKIP-ERROR-COUNT        TO CHKPT-SKIP-ERROR
               MOVE WS-TOTAL-OLD               TO CHKPT-TOTAL-OLD
               MOVE WS-TOTAL-NEW               TO CHKPT-TOTAL-NEW
               WRITE CHKPT-RECORD
               MOVE ZERO                       TO WS-SINCE-CHECKPOINT
           END-IF.
      ******************************************************************
      *     THE TOTALS FOR SIGN-OFF - WHAT WAS SELECTED, WHAT WAS (OR  *
      *     WOULD BE) REVALUED, WHAT WAS SKIPPED AND WHY, AND THE      *
      *     RESERVE BEFORE, AFTER AND THE IMPACT                       *
      ******************************************************************
       A8000-PRINT-SUMMARY.
      *--------------------*
           MOVE SPACES                         TO REVALRPT-RECORD.
           WRITE REVALRPT-RECORD.
           MOVE 'CLAIMS SELECTED             :' TO WS-C-LABEL.
           MOVE WS-SELECTED-COUNT              TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           IF DRY-RUN
               MOVE 'CLAIMS TO BE REVALUED       :' TO WS-C-LABEL
           ELSE
               MOVE 'CLAIMS REVALUED             :' TO WS-C-LABEL
           END-IF.
           MOVE WS-REVALUED-COUNT              TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'SKIPPED - PAYMENT HOLD      :' TO WS-C-LABEL.
           MOVE WS-SKIP-HELD-COUNT             TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'SKIPPED - IN-REVIEW         :' TO WS-C-LABEL.
           MOVE WS-SKIP-REVIEW-COUNT           TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'SKIPPED - NO CHANGE         :' TO WS-C-LABEL.
           MOVE WS-SKIP-NO-CHANGE-COUNT        TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'SKIPPED - ALREADY DONE      :' TO WS-C-LABEL.
           MOVE WS-SKIP-DONE-COUNT             TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'SKIPPED - CHANGED ONLINE    :' TO WS-C-LABEL.
           MOVE WS-SKIP-CHANGED-COUNT          TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'SKIPPED - PERIOD CLOSED     :' TO WS-C-LABEL.
           MOVE WS-SKIP-PERIOD-COUNT           TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'SKIPPED - ERROR             :' TO WS-C-LABEL.
           MOVE WS-SKIP-ERROR-COUNT            TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           COMPUTE WS-TOTAL-IMPACT = WS-TOTAL-NEW - WS-TOTAL-OLD.
           MOVE 'RESERVE BEFORE              :' TO WS-A-LABEL.
           MOVE WS-TOTAL-OLD                   TO WS-A-AMOUNT.
           PERFORM A8200-PRINT-AMOUNT.
           MOVE 'RESERVE AFTER               :' TO WS-A-LABEL.
           MOVE WS-TOTAL-NEW                   TO WS-A-AMOUNT.
           PERFORM A8200-PRINT-AMOUNT.
           MOVE 'TOTAL IMPACT                :' TO WS-A-LABEL.
           MOVE WS-TOTAL-IMPACT                TO WS-A-AMOUNT.
           PERFORM A8200-PRINT-AMOUNT.
      ******************************************************************
      *                    WRITE ONE COUNT LINE                        *
      ******************************************************************
       A8100-PRINT-COUNT.
      *------------------*
           MOVE WS-COUNT-LINE                  TO REVALRPT-RECORD.
           WRITE REVALRPT-RECORD.
      ******************************************************************
      *                    WRITE ONE AMOUNT LINE                       *
      ******************************************************************
       A8200-PRINT-AMOUNT.
      *-------------------*
           MOVE WS-AMOUNT-LINE                 TO REVALRPT-RECORD.
           WRITE REVALRPT-RECORD.
      ******************************************************************
      *     WRITE THE COMPLETION ROW OPERATIONS WATCHES FOR - WHICH    *
      *     JOB, WHICH BUSINESS DATE, HOW MANY CLAIMS REVALUED AND THE *
      *     RETURN CODE                                                *
      ******************************************************************
       A8500-LOG-RUN.
      *--------------*
           MOVE 'MF28RV1'                      TO JOB-NAME.
           MOVE WS-RUN-DATE                    TO WINDOW-START-DATE.
           MOVE WS-RUN-DATE                    TO WINDOW-END-DATE.
           MOVE WS-REVALUED-COUNT              TO RECORD-COUNT.
           MOVE WS-RUN-RC                      TO RUN-RETURN-CODE.
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
               DISPLAY 'MF28RV1 RUN LOG SQLCODE: ' SQLCODE
           END-IF.
           EXEC SQL
               COMMIT
           END-EXEC.
      ******************************************************************
      *                 CLOSE THE CURSOR AND THE FILES                 *
      ******************************************************************
       A9000-CLOSE-CURSOR.
      *-------------------*
           EXEC SQL
               CLOSE REVALC1
           END-EXEC.
      ******************************************************************
      *          LOG THE RUN, DISPLAY SUMMARY COUNTS AND EXIT          *
      ******************************************************************
       A9999-END-PARA.
      *--------------*
           IF RPT-OPEN
               CLOSE REVALRPT-FILE
           END-IF.
           IF CHKPT-OPEN
               CLOSE CHKPT-FILE
           END-IF.
           PERFORM A8500-LOG-RUN.
           DISPLAY 'MF28RV1 REFERENCE        : ' WS-REVAL-REF.
           DISPLAY 'MF28RV1 RUN MODE         : ' WS-RUN-MODE.
           DISPLAY 'MF28RV1 CLAIMS SELECTED  : ' WS-SELECTED-COUNT.
           DISPLAY 'MF28RV1 CLAIMS REVALUED  : ' WS-REVALUED-COUNT.
           DISPLAY 'MF28RV1 TOTAL IMPACT     : ' WS-TOTAL-IMPACT.
           MOVE WS-RUN-RC                      TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
      *                        END OF PROGRAM                          *
      ******************************************************************
