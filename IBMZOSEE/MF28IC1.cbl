      * MF28IC1 - NIGHTLY CLAIMS DATA INTEGRITY SWEEP V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28IC1.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO PROVE EVERY
      *                    NIGHT THAT THE FIELDS ON MFTR28.CLAIMS WHICH
      *                    ARE DERIVED FROM OTHER TABLES STILL AGREE
      *                    WITH THEM, SO A MISMATCH LEFT BY A BULK LOAD
      *                    OR A MANUAL SPUFI FIX IS FOUND THE NEXT
      *                    MORNING INSTEAD OF WHEN MF28RC1 OR MF28AC1
      *                    FAILS TO TIE AT MONTH END. RULES CHECKED:
      *                    1. PAID EQUALS THE SUM OF THE CLAIM'S
      *                       MFTR28.CLAIM-PAYMENTS ROWS.
      *                    2. RESERVE-AMOUNT EQUALS NEW-RESERVE ON THE
      *                       CLAIM'S LATEST MFTR28.RESERVE-HISTORY
      *                       ROW. A CLAIM WITH NO RESERVE HISTORY
      *                       MUST CARRY NO RESERVE.
      *                    3. PAID-SENT-AMOUNT NEVER EXCEEDS PAID.
      *                    4. THE FLAGS AGREE WITH CLAIM-STATUS:
      *                       - STATUS IS ONE THE SYSTEM KNOWS;
      *                       - SUPV-APPR-FLAG 'Y' EXACTLY WHEN THE
      *                         CLAIM IS IN-REVIEW (THE MF28CB6 QUEUE);
      *                       - PAY-SENT-FLAG 'Y' OR 'B' ONLY ON A
      *                         CLOSED CLAIM (MF28PY1 SENDS ONLY
      *                         CLOSED CLAIMS; A REOPEN REARMS IT);
      *                       - PAY-HOLD-FLAG 'Y' OR 'N';
      *                       - LETTER-SENT-FLAG 'Y' NOT ON AN OPEN OR
      *                         IN-REVIEW CLAIM THAT WAS NEVER CLOSED
      *                         (REOPEN-COUNT ZERO).
      *                    5. THE CLAIM'S NEWEST CLAIMS-HISTORY ROW
      *                       (LIVE OR ARCHIVED BY MF28AR1) CARRIES ITS
      *                       CURRENT PAID, CVALUE, CAUSE, OBSERVATIONS,
      *                       POLICYNUMBER AND DOCUMENT-REF.
      *                    6. NO PAYMENT, NOTE, RECOVERY OR ASSIGNMENT
      *                       LOG ROW EXISTS FOR A CLAIM NUMBER THAT IS
      *                       NOT ON MFTR28.CLAIMS (ORPHANS).
      *                    EVERY BROKEN RULE PRINTS A LINE WITH THE
      *                    CLAIM NUMBER AND BOTH VALUES. NOTHING IS
      *                    CORRECTED - THE SWEEP ONLY READS. ANY
      *                    EXCEPTION ENDS THE RUN RC 4, WHICH MF28MN1
      *                    ALERTS ON FROM MFTR28.BATCH-RUN-LOG.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      * 10/14/2026 APATEL   RULE 4 NOW KNOWS CLAIM-STATUS 'MERGED' - A
      *                     DUPLICATE CLAIM MERGED INTO ITS SURVIVOR
      *                     ON MF28CBI.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
      * PROCESSING TYPE: BATCH - RUN NIGHTLY FROM JCL MF28IC1.
      *                  OPTIONAL PARM('CCYYMMDD') LOGS A RERUN
      *                  AGAINST THAT BUSINESS DATE.
      *
      * BMS: NONE
      *
      * COPYBOOKS: MF28CP1, MF28CP2, MF28CP12, MF28CP13, MF28CP15
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIMS, MFTR28.CLAIM-PAYMENTS,
      *         MFTR28.RESERVE-HISTORY, MFTR28.CLAIMS-HISTORY,
      *         MFTR28.CLAIMS-HISTORY-ARCH, MFTR28.CLAIM-NOTES,
      *         MFTR28.CLAIM-RECOVERIES, MFTR28.CLAIM-ASSIGN-LOG,
      *         MFTR28.BATCH-CONTROL, MFTR28.BATCH-RUN-LOG
      *
      * CALLING MODULES: NONE (INVOKED FROM JCL MF28IC1)
      *
      * CALLED MODULES: NONE
      *
      * PROGRAMMER: ATUL PATEL
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTGRPT-FILE   ASSIGN TO INTGRPT
                                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INTGRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  INTGRPT-RECORD             PIC X(133).
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP1
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP2
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP12
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP13
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP15
           END-EXEC.
       01 WS-RUN-RC                    PIC S9(3) COMP-3 VALUE ZERO.
       01 WS-RUN-DATE                  PIC X(10).
       01 WS-PARM-DATE                 PIC X(08).
       01 WS-SWITCHES.
           05 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
               88 EOF-TRUE             VALUE 'Y'.
               88 EOF-FALSE            VALUE 'N'.
           05 WS-HISTORY-FLAG          PIC X(01) VALUE 'N'.
               88 HISTORY-FOUND        VALUE 'Y'.
               88 HISTORY-NOT-FOUND    VALUE 'N'.
      *-- THE VALUES A RULE COMPARES THE CLAIM AGAINST, AS FETCHED
       01 WS-LEDGER-AMOUNT             PIC S9(9)V99 COMP-3.
       01 WS-HISTORY-ROWS              PIC S9(9)    COMP.
       01 WS-ORPHAN-TABLE              PIC X(18).
       01 WS-ORPHAN-CLAIM              PIC S9(7)    COMP-3.
       01 WS-ORPHAN-ROWS               PIC S9(9)    COMP.
       01 WS-EDIT-AMOUNT               PIC Z,ZZZ,ZZ9.99-.
       01 WS-EDIT-NUMBER               PIC Z(8)9.
       01 WS-EDIT-COUNT                PIC ZZZ,ZZ9.
       01 WS-COUNTERS.
           05 WS-CLAIMS-CHECKED        PIC S9(9)     COMP-3 VALUE ZERO.
           05 WS-RULE-COUNT            PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-PAID-EXCEPTIONS       PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-RESERVE-EXCEPTIONS    PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-SENT-EXCEPTIONS       PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-FLAG-EXCEPTIONS       PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-HISTORY-EXCEPTIONS    PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-ORPHAN-EXCEPTIONS     PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-TOTAL-EXCEPTIONS      PIC S9(7)     COMP-3 VALUE ZERO.
       01 WS-REPORT-LINES.
           05 WS-HEADING-1.
               10 FILLER               PIC X(40) VALUE SPACES.
               10 FILLER               PIC X(40) VALUE
                   'CLAIMS DATA INTEGRITY EXCEPTION REPORT'.
               10 FILLER               PIC X(53) VALUE SPACES.
           05 WS-HEADING-2.
               10 FILLER               PIC X(15) VALUE
                   'BUSINESS DATE: '.
               10 WS-H2-DATE           PIC X(10).
               10 FILLER               PIC X(108) VALUE SPACES.
           05 WS-HEADING-3.
               10 FILLER               PIC X(10) VALUE 'CLAIM NO'.
               10 FILLER               PIC X(22) VALUE 'ON CLAIMS'.
               10 FILLER               PIC X(22) VALUE 'SHOULD BE'.
               10 FILLER               PIC X(79) VALUE 'DETAIL'.
           05 WS-SECTION-LINE.
               10 WS-S-TEXT            PIC X(80).
               10 FILLER               PIC X(53) VALUE SPACES.
           05 WS-DETAIL-LINE.
               10 WS-D-CLAIMNUMBER     PIC Z(6)9.
               10 FILLER               PIC X(03) VALUE SPACES.
               10 WS-D-CLAIM-VALUE     PIC X(20).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-OTHER-VALUE     PIC X(20).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-TEXT            PIC X(50).
               10 FILLER               PIC X(29) VALUE SPACES.
           05 WS-RULE-TOTAL-LINE.
               10 FILLER               PIC X(04) VALUE SPACES.
               10 FILLER               PIC X(22) VALUE
                   'EXCEPTIONS FOR RULE: '.
               10 WS-RT-COUNT          PIC ZZ,ZZZ,ZZ9.
               10 FILLER               PIC X(97) VALUE SPACES.
           05 WS-TOTAL-LINE.
               10 FILLER               PIC X(04) VALUE SPACES.
               10 WS-TL-LABEL          PIC X(44).
               10 WS-TL-COUNT          PIC ZZ,ZZZ,ZZ9.
               10 FILLER               PIC X(75) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-PARM-AREA.
           05 LK-PARM-LEN               PIC S9(4) COMP.
           05 LK-PARM-DATA               PIC X(08).
       PROCEDURE DIVISION USING LK-PARM-AREA.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
      ******************************************************************
       A1000-MAIN-PARA.
      *---------------*
           PERFORM A2000-INITIALIZE.
           IF WS-RUN-RC < 8
               PERFORM A3000-CHECK-PAID
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A3200-CHECK-RESERVE
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A3400-CHECK-PAID-SENT
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A3600-CHECK-FLAGS
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A4000-CHECK-HISTORY
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A5000-CHECK-ORPHANS
           END-IF.
           PERFORM A8800-PRINT-TOTALS.
           PERFORM A9999-END-PARA.
      ******************************************************************
      *       INITIALIZE THE BUSINESS DATE, REPORT AND HEADINGS        *
      ******************************************************************
       A2000-INITIALIZE.
      *----------------*
      *-- NO PARM (OR A BLANK ONE) MEANS THE SWEEP IS LOGGED FOR THE
      *-- BUSINESS DATE ON MFTR28.BATCH-CONTROL. A PARM DATE IS ONLY
      *-- FOR A RERUN OF A MISSED NIGHT - THE RULES ALWAYS CHECK THE
      *-- TABLES AS THEY STAND NOW
           IF LK-PARM-LEN = ZERO OR LK-PARM-DATA = SPACES
               PERFORM A2100-GET-CONTROL-DATES
           ELSE
               MOVE LK-PARM-DATA              TO WS-PARM-DATE
               STRING WS-PARM-DATE(1:4) '-'
                      WS-PARM-DATE(5:2) '-'
                      WS-PARM-DATE(7:2)
                      DELIMITED BY SIZE INTO WS-RUN-DATE
           END-IF.
           OPEN OUTPUT INTGRPT-FILE.
           MOVE WS-HEADING-1                  TO INTGRPT-RECORD.
           WRITE INTGRPT-RECORD.
           MOVE WS-RUN-DATE                   TO WS-H2-DATE.
           MOVE WS-HEADING-2                  TO INTGRPT-RECORD.
           WRITE INTGRPT-RECORD.
           IF WS-RUN-RC < 8
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-HISTORY-ROWS
                     FROM MFTR28.CLAIMS
               END-EXEC
               IF SQLCODE = 0
                   MOVE WS-HISTORY-ROWS        TO WS-CLAIMS-CHECKED
               ELSE
                   DISPLAY 'MF28IC1 CLAIM COUNT SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
               END-IF
           END-IF.
      ******************************************************************
      *     THE BUSINESS DATE THE SWEEP RUNS FOR, FROM THE ONE-ROW     *
      *     MFTR28.BATCH-CONTROL TABLE - IT DATES THE RUN-LOG ROW      *
      *     MF28MN1 LOOKS FOR                                          *
      ******************************************************************
       A2100-GET-CONTROL-DATES.
      *------------------------*
           EXEC SQL
               SELECT BUSINESS-DATE
                 INTO :WS-RUN-DATE
                 FROM MFTR28.BATCH-CONTROL
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28IC1 BATCH-CONTROL SQLCODE: ' SQLCODE
               MOVE '1900-01-01'               TO WS-RUN-DATE
               MOVE 12                         TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *     RULE 1 - PAID AGAINST THE SUM OF THE PAYMENT LEDGER        *
      ******************************************************************
       A3000-CHECK-PAID.
      *-----------------*
           MOVE 'RULE 1 - PAID = SUM OF MFTR28.CLAIM-PAYMENTS'
                                               TO WS-S-TEXT.
           PERFORM A7600-PRINT-RULE-HEADING.
           EXEC SQL
               DECLARE ICPAIDC1 CURSOR FOR
                   SELECT X.CLAIMNUMBER, X.PAID, X.LEDGER-PAID
                   FROM (SELECT CL.CLAIMNUMBER, CL.PAID,
                                COALESCE((SELECT SUM(CP.PAYMENT-AMOUNT)
                                     FROM MFTR28.CLAIM-PAYMENTS CP
                                    WHERE CP.CLAIMNUMBER =
                                          CL.CLAIMNUMBER), 0)
                                    AS LEDGER-PAID
                           FROM MFTR28.CLAIMS CL) AS X
                   WHERE X.PAID <> X.LEDGER-PAID
                   ORDER BY X.CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               OPEN ICPAIDC1
           END-EXEC.
           PERFORM A3100-FETCH-PAID.
           PERFORM A3150-REPORT-PAID
               UNTIL EOF-TRUE.
           EXEC SQL
               CLOSE ICPAIDC1
           END-EXEC.
           MOVE WS-RULE-COUNT                  TO WS-PAID-EXCEPTIONS.
           PERFORM A7700-PRINT-RULE-TOTAL.
      ******************************************************************
      *                FETCH THE NEXT PAID MISMATCH                    *
      ******************************************************************
       A3100-FETCH-PAID.
      *-----------------*
           EXEC SQL
               FETCH ICPAIDC1
               INTO :CLAIMS.CLAIMNUMBER,
                    :CLAIMS.PAID,
                    :WS-LEDGER-AMOUNT
           END-EXEC.
           PERFORM A7100-CHECK-FETCH.
      ******************************************************************
      *                 REPORT ONE PAID MISMATCH                       *
      ******************************************************************
       A3150-REPORT-PAID.
      *------------------*
           MOVE PAID OF CLAIMS                 TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT                 TO WS-D-CLAIM-VALUE.
           MOVE WS-LEDGER-AMOUNT               TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT                 TO WS-D-OTHER-VALUE.
           MOVE 'PAID DOES NOT EQUAL SUM OF PAYMENT ROWS'
                                               TO WS-D-TEXT.
           PERFORM A7500-PRINT-EXCEPTION.
           PERFORM A3100-FETCH-PAID.
      ******************************************************************
      *     RULE 2 - RESERVE-AMOUNT AGAINST THE LATEST RESERVE         *
      *     MOVEMENT. WITH NO MOVEMENT LOGGED THE RESERVE MUST BE ZERO *
      ******************************************************************
       A3200-CHECK-RESERVE.
      *--------------------*
           MOVE 'RULE 2 - RESERVE-AMOUNT = LATEST NEW-RESERVE'
                                               TO WS-S-TEXT.
           PERFORM A7600-PRINT-RULE-HEADING.
           EXEC SQL
               DECLARE ICRESVC1 CURSOR FOR
                   SELECT X.CLAIMNUMBER, X.RESERVE-AMOUNT,
                          X.HIST-ROWS, X.LATEST-RESERVE
                   FROM (SELECT CL.CLAIMNUMBER, CL.RESERVE-AMOUNT,
                                (SELECT COUNT(*)
                                   FROM MFTR28.RESERVE-HISTORY RC
                                  WHERE RC.CLAIMNUMBER =
                                        CL.CLAIMNUMBER)
                                    AS HIST-ROWS,
                                COALESCE((SELECT MAX(RH.NEW-RESERVE)
                                   FROM MFTR28.RESERVE-HISTORY RH
                                  WHERE RH.CLAIMNUMBER =
                                        CL.CLAIMNUMBER
                                    AND RH.CHANGE-TIMESTAMP =
                                    (SELECT MAX(R2.CHANGE-TIMESTAMP)
                                       FROM MFTR28.RESERVE-HISTORY R2
                                      WHERE R2.CLAIMNUMBER =
                                            CL.CLAIMNUMBER)), 0)
                                    AS LATEST-RESERVE
                           FROM MFTR28.CLAIMS CL) AS X
                   WHERE X.RESERVE-AMOUNT <> X.LATEST-RESERVE
                   ORDER BY X.CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               OPEN ICRESVC1
           END-EXEC.
           PERFORM A3300-FETCH-RESERVE.
           PERFORM A3350-REPORT-RESERVE
               UNTIL EOF-TRUE.
           EXEC SQL
               CLOSE ICRESVC1
           END-EXEC.
           MOVE WS-RULE-COUNT                  TO WS-RESERVE-EXCEPTIONS.
           PERFORM A7700-PRINT-RULE-TOTAL.
      ******************************************************************
      *               FETCH THE NEXT RESERVE MISMATCH                  *
      ******************************************************************
       A3300-FETCH-RESERVE.
      *--------------------*
           EXEC SQL
               FETCH ICRESVC1
               INTO :CLAIMS.CLAIMNUMBER,
                    :CLAIMS.RESERVE-AMOUNT,
                    :WS-HISTORY-ROWS,
                    :WS-LEDGER-AMOUNT
           END-EXEC.
           PERFORM A7100-CHECK-FETCH.
      ******************************************************************
      *                REPORT ONE RESERVE MISMATCH                     *
      ******************************************************************
       A3350-REPORT-RESERVE.
      *---------------------*
           MOVE RESERVE-AMOUNT OF CLAIMS       TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT                 TO WS-D-CLAIM-VALUE.
           IF WS-HISTORY-ROWS = ZERO
               MOVE 'NO HISTORY'               TO WS-D-OTHER-VALUE
               MOVE 'RESERVE HELD WITH NO RESERVE-HISTORY ROW'
                                               TO WS-D-TEXT
           ELSE
               MOVE WS-LEDGER-AMOUNT           TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT             TO WS-D-OTHER-VALUE
               MOVE 'RESERVE DIFFERS FROM LATEST RESERVE MOVEMENT'
                                               TO WS-D-TEXT
           END-IF.
           PERFORM A7500-PRINT-EXCEPTION.
           PERFORM A3300-FETCH-RESERVE.
      ******************************************************************
      *     RULE 3 - MORE CAN NEVER HAVE GONE TO TREASURY THAN WAS     *
      *     PAID                                                       *
      ******************************************************************
       A3400-CHECK-PAID-SENT.
      *----------------------*
           MOVE 'RULE 3 - PAID-SENT-AMOUNT NOT GREATER THAN PAID'
                                               TO WS-S-TEXT.
           PERFORM A7600-PRINT-RULE-HEADING.
           EXEC SQL
               DECLARE ICSENTC1 CURSOR FOR
                   SELECT CLAIMNUMBER, PAID-SENT-AMOUNT, PAID
                   FROM MFTR28.CLAIMS
                   WHERE PAID-SENT-AMOUNT > PAID
                   ORDER BY CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               OPEN ICSENTC1
           END-EXEC.
           PERFORM A3500-FETCH-PAID-SENT.
           PERFORM A3550-REPORT-PAID-SENT
               UNTIL EOF-TRUE.
           EXEC SQL
               CLOSE ICSENTC1
           END-EXEC.
           MOVE WS-RULE-COUNT                  TO WS-SENT-EXCEPTIONS.
           PERFORM A7700-PRINT-RULE-TOTAL.
      ******************************************************************
      *              FETCH THE NEXT OVER-SENT CLAIM                    *
      ******************************************************************
       A3500-FETCH-PAID-SENT.
      *----------------------*
           EXEC SQL
               FETCH ICSENTC1
               INTO :CLAIMS.CLAIMNUMBER,
                    :CLAIMS.PAID-SENT-AMOUNT,
                    :CLAIMS.PAID
           END-EXEC.
           PERFORM A7100-CHECK-FETCH.
      ******************************************************************
      *                 REPORT ONE OVER-SENT CLAIM                     *
      ******************************************************************
       A3550-REPORT-PAID-SENT.
      *-----------------------*
           MOVE PAID-SENT-AMOUNT OF CLAIMS     TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT                 TO WS-D-CLAIM-VALUE.
           MOVE PAID OF CLAIMS                 TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT                 TO WS-D-OTHER-VALUE.
           MOVE 'PAID-SENT-AMOUNT EXCEEDS PAID (SHOULD BE <= PAID)'
                                               TO WS-D-TEXT.
           PERFORM A7500-PRINT-EXCEPTION.
           PERFORM A3500-FETCH-PAID-SENT.
      ******************************************************************
      *     RULE 4 - THE WORKFLOW FLAGS AGAINST CLAIM-STATUS. ONLY     *
      *     CLAIMS BREAKING AT LEAST ONE TEST ARE FETCHED; EACH TEST   *
      *     THE CLAIM BREAKS PRINTS ITS OWN LINE                       *
      ******************************************************************
       A3600-CHECK-FLAGS.
      *------------------*
           MOVE 'RULE 4 - FLAGS AGREE WITH CLAIM-STATUS'
                                               TO WS-S-TEXT.
           PERFORM A7600-PRINT-RULE-HEADING.
           EXEC SQL
               DECLARE ICFLAGC1 CURSOR FOR
                   SELECT CLAIMNUMBER, CLAIM-STATUS, SUPV-APPR-FLAG,
                          PAY-SENT-FLAG, PAY-HOLD-FLAG,
                          LETTER-SENT-FLAG, REOPEN-COUNT
                   FROM MFTR28.CLAIMS
                   WHERE CLAIM-STATUS NOT IN ('OPEN', 'IN-REVIEW',
                                              'CLOSED', 'DENIED',
                                              'REOPENED', 'MERGED')
                      OR SUPV-APPR-FLAG NOT IN ('Y', 'N')
                      OR (SUPV-APPR-FLAG = 'Y'
                          AND CLAIM-STATUS <> 'IN-REVIEW')
                      OR (SUPV-APPR-FLAG = 'N'
                          AND CLAIM-STATUS = 'IN-REVIEW')
                      OR PAY-SENT-FLAG NOT IN ('N', 'Y', 'B')
                      OR (PAY-SENT-FLAG IN ('Y', 'B')
                          AND CLAIM-STATUS <> 'CLOSED')
                      OR PAY-HOLD-FLAG NOT IN ('N', 'Y')
                      OR LETTER-SENT-FLAG NOT IN ('N', 'Y')
                      OR (LETTER-SENT-FLAG = 'Y'
                          AND CLAIM-STATUS IN ('OPEN', 'IN-REVIEW')
                          AND REOPEN-COUNT = 0)
                   ORDER BY CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               OPEN ICFLAGC1
           END-EXEC.
           PERFORM A3700-FETCH-FLAGS.
           PERFORM A3750-REPORT-FLAGS
               UNTIL EOF-TRUE.
           EXEC SQL
               CLOSE ICFLAGC1
           END-EXEC.
           MOVE WS-RULE-COUNT                  TO WS-FLAG-EXCEPTIONS.
           PERFORM A7700-PRINT-RULE-TOTAL.
      ******************************************************************
      *             FETCH THE NEXT CLAIM WITH A FLAG PROBLEM           *
      ******************************************************************
       A3700-FETCH-FLAGS.
      *------------------*
           EXEC SQL
               FETCH ICFLAGC1
               INTO :CLAIMS.CLAIMNUMBER,
                    :CLAIMS.CLAIM-STATUS,
                    :CLAIMS.SUPV-APPR-FLAG,
                    :CLAIMS.PAY-SENT-FLAG,
                    :CLAIMS.PAY-HOLD-FLAG,
                    :CLAIMS.LETTER-SENT-FLAG,
                    :CLAIMS.REOPEN-COUNT
           END-EXEC.
           PERFORM A7100-CHECK-FETCH.
      ******************************************************************
      *     WORK THROUGH THE FLAG TESTS FOR ONE CLAIM - THE CLAIM      *
      *     VALUE IS THE FLAG, THE OTHER VALUE THE STATUS IT FAILS     *
      ******************************************************************
       A3750-REPORT-FLAGS.
      *-------------------*
           IF NOT STATUS-OPEN AND NOT STATUS-IN-REVIEW
              AND NOT STATUS-CLOSED AND NOT STATUS-DENIED
              AND NOT STATUS-REOPENED AND NOT STATUS-MERGED
               MOVE CLAIM-STATUS OF CLAIMS     TO WS-D-CLAIM-VALUE
               MOVE 'A KNOWN STATUS'           TO WS-D-OTHER-VALUE
               MOVE 'CLAIM-STATUS NOT RECOGNISED'
                                               TO WS-D-TEXT
               PERFORM A7500-PRINT-EXCEPTION
           END-IF.
           EVALUATE TRUE
               WHEN NOT SUPV-APPR-REQUIRED
                AND NOT SUPV-APPR-NOT-REQUIRED
                   MOVE 'SUPV-APPR-FLAG NOT Y OR N' TO WS-D-TEXT
                   PERFORM A3760-REPORT-SUPV-FLAG
               WHEN SUPV-APPR-REQUIRED AND NOT STATUS-IN-REVIEW
                   MOVE 'AWAITING SIGN-OFF BUT NOT IN-REVIEW'
                                               TO WS-D-TEXT
                   PERFORM A3760-REPORT-SUPV-FLAG
               WHEN SUPV-APPR-NOT-REQUIRED AND STATUS-IN-REVIEW
                   MOVE 'IN-REVIEW BUT NOT ON THE SIGN-OFF QUEUE'
                                               TO WS-D-TEXT
                   PERFORM A3760-REPORT-SUPV-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN NOT PAY-NOT-SENT AND NOT PAY-SENT
                AND NOT PAY-BOUNCED
                   MOVE 'PAY-SENT-FLAG NOT N, Y OR B' TO WS-D-TEXT
                   PERFORM A3770-REPORT-SENT-FLAG
               WHEN (PAY-SENT OR PAY-BOUNCED) AND NOT STATUS-CLOSED
                   MOVE 'SENT TO TREASURY BUT CLAIM NOT CLOSED'
                                               TO WS-D-TEXT
                   PERFORM A3770-REPORT-SENT-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT PAY-NOT-HELD AND NOT PAY-HELD
               MOVE 'PAY-HOLD-FLAG NOT Y OR N'     TO WS-D-TEXT
               MOVE 'PAY-HOLD-FLAG'                TO WS-D-CLAIM-VALUE
               MOVE PAY-HOLD-FLAG OF CLAIMS
                                       TO WS-D-CLAIM-VALUE(15:1)
               MOVE CLAIM-STATUS OF CLAIMS     TO WS-D-OTHER-VALUE
               PERFORM A7500-PRINT-EXCEPTION
           END-IF.
           EVALUATE TRUE
               WHEN NOT LETTER-SENT AND NOT LETTER-NOT-SENT
                   MOVE 'LETTER-SENT-FLAG NOT Y OR N' TO WS-D-TEXT
                   PERFORM A3780-REPORT-LETTER-FLAG
               WHEN LETTER-SENT
                AND (STATUS-OPEN OR STATUS-IN-REVIEW)
                AND REOPEN-COUNT OF CLAIMS = ZERO
                   MOVE 'LETTER SENT FOR A CLAIM NEVER CLOSED'
                                               TO WS-D-TEXT
                   PERFORM A3780-REPORT-LETTER-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM A3700-FETCH-FLAGS.
      ******************************************************************
      *                PRINT A SUPV-APPR-FLAG EXCEPTION                *
      ******************************************************************
       A3760-REPORT-SUPV-FLAG.
      *-----------------------*
           MOVE 'SUPV-APPR-FLAG'               TO WS-D-CLAIM-VALUE.
           MOVE SUPV-APPR-FLAG OF CLAIMS  TO WS-D-CLAIM-VALUE(16:1).
           MOVE CLAIM-STATUS OF CLAIMS         TO WS-D-OTHER-VALUE.
           PERFORM A7500-PRINT-EXCEPTION.
      ******************************************************************
      *                PRINT A PAY-SENT-FLAG EXCEPTION                 *
      ******************************************************************
       A3770-REPORT-SENT-FLAG.
      *-----------------------*
           MOVE 'PAY-SENT-FLAG'                TO WS-D-CLAIM-VALUE.
           MOVE PAY-SENT-FLAG OF CLAIMS   TO WS-D-CLAIM-VALUE(15:1).
           MOVE CLAIM-STATUS OF CLAIMS         TO WS-D-OTHER-VALUE.
           PERFORM A7500-PRINT-EXCEPTION.
      ******************************************************************
      *               PRINT A LETTER-SENT-FLAG EXCEPTION               *
      ******************************************************************
       A3780-REPORT-LETTER-FLAG.
      *-------------------------*
           MOVE 'LETTER-SENT-FLAG'             TO WS-D-CLAIM-VALUE.
           MOVE LETTER-SENT-FLAG OF CLAIMS TO WS-D-CLAIM-VALUE(18:1).
           MOVE CLAIM-STATUS OF CLAIMS         TO WS-D-OTHER-VALUE.
           PERFORM A7500-PRINT-EXCEPTION.
      ******************************************************************
      *     RULE 5 - THE NEWEST AUDIT ROW CARRIES THE CLAIM'S CURRENT  *
      *     VALUES. EVERY CLAIM IS CHECKED; THE NEWEST ROW IS TAKEN    *
      *     FROM THE LIVE HISTORY, OR FROM THE ARCHIVE WHEN MF28AR1    *
      *     HAS MOVED ALL THE CLAIM'S ROWS THERE                       *
      ******************************************************************
       A4000-CHECK-HISTORY.
      *--------------------*
           MOVE 'RULE 5 - NEWEST CLAIMS-HISTORY ROW = CURRENT VALUES'
                                               TO WS-S-TEXT.
           PERFORM A7600-PRINT-RULE-HEADING.
           EXEC SQL
               DECLARE ICHISTC1 CURSOR FOR
                   SELECT CLAIMNUMBER, PAID, CVALUE, CAUSE,
                          OBSERVATIONS, POLICYNUMBER, DOCUMENT-REF
                   FROM MFTR28.CLAIMS
                   ORDER BY CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               OPEN ICHISTC1
           END-EXEC.
           PERFORM A4100-FETCH-CLAIM.
           PERFORM A4200-COMPARE-HISTORY
               UNTIL EOF-TRUE.
           EXEC SQL
               CLOSE ICHISTC1
           END-EXEC.
           MOVE WS-RULE-COUNT                  TO WS-HISTORY-EXCEPTIONS.
           PERFORM A7700-PRINT-RULE-TOTAL.
      ******************************************************************
      *                     FETCH THE NEXT CLAIM                       *
      ******************************************************************
       A4100-FETCH-CLAIM.
      *------------------*
           EXEC SQL
               FETCH ICHISTC1
               INTO :CLAIMS.CLAIMNUMBER,
                    :CLAIMS.PAID,
                    :CLAIMS.CVALUE,
                    :CLAIMS.CAUSE,
                    :CLAIMS.OBSERVATIONS,
                    :CLAIMS.POLICYNUMBER,
                    :CLAIMS.DOCUMENT-REF
           END-EXEC.
           PERFORM A7100-CHECK-FETCH.
      ******************************************************************
      *     COMPARE ONE CLAIM WITH ITS NEWEST HISTORY ROW, FIELD BY    *
      *     FIELD                                                      *
      ******************************************************************
       A4200-COMPARE-HISTORY.
      *----------------------*
           PERFORM A4300-GET-NEWEST-HISTORY.
           EVALUATE TRUE
               WHEN WS-RUN-RC >= 8
                   CONTINUE
               WHEN HISTORY-NOT-FOUND
                   MOVE 'CLAIM ROW'            TO WS-D-CLAIM-VALUE
                   MOVE 'NO HISTORY'           TO WS-D-OTHER-VALUE
                   MOVE 'CLAIM HAS NO CLAIMS-HISTORY ROW AT ALL'
                                               TO WS-D-TEXT
                   PERFORM A7500-PRINT-EXCEPTION
               WHEN OTHER
                   PERFORM A4500-COMPARE-FIELDS
           END-EVALUATE.
           PERFORM A4100-FETCH-CLAIM.
      ******************************************************************
      *     THE CLAIM'S NEWEST AUDIT ROW - LIVE TABLE FIRST, SINCE     *
      *     ANY LIVE ROW IS NEWER THAN EVERY ARCHIVED ONE              *
      ******************************************************************
       A4300-GET-NEWEST-HISTORY.
      *-------------------------*
           SET HISTORY-FOUND                   TO TRUE.
           MOVE CLAIMNUMBER OF CLAIMS
                          TO CLAIMNUMBER OF CLAIMS-HISTORY.
           EXEC SQL
               SELECT NEW-PAID, NEW-CVALUE, NEW-CAUSE,
                      NEW-OBSERVATIONS, NEW-POLICYNUMBER,
                      NEW-DOCUMENT-REF
                 INTO :CLAIMS-HISTORY.NEW-PAID,
                      :CLAIMS-HISTORY.NEW-CVALUE,
                      :CLAIMS-HISTORY.NEW-CAUSE,
                      :CLAIMS-HISTORY.NEW-OBSERVATIONS,
                      :CLAIMS-HISTORY.NEW-POLICYNUMBER,
                      :CLAIMS-HISTORY.NEW-DOCUMENT-REF
                 FROM MFTR28.CLAIMS-HISTORY
                WHERE CLAIMNUMBER = :CLAIMS-HISTORY.CLAIMNUMBER
                ORDER BY CHANGE-TIMESTAMP DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   PERFORM A4400-GET-NEWEST-ARCHIVE
               WHEN OTHER
                   DISPLAY 'MF28IC1 HISTORY SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     NO LIVE HISTORY - THE NEWEST ROW IS IN THE ARCHIVE, IF     *
      *     ANYWHERE                                                   *
      ******************************************************************
       A4400-GET-NEWEST-ARCHIVE.
      *-------------------------*
           MOVE CLAIMNUMBER OF CLAIMS          TO ARCH-CLAIMNUMBER.
           EXEC SQL
               SELECT NEW-PAID, NEW-CVALUE, NEW-CAUSE,
                      NEW-OBSERVATIONS, NEW-POLICYNUMBER,
                      NEW-DOCUMENT-REF
                 INTO :CLAIMS-HISTORY-ARCH.ARCH-NEW-PAID,
                      :CLAIMS-HISTORY-ARCH.ARCH-NEW-CVALUE,
                      :CLAIMS-HISTORY-ARCH.ARCH-NEW-CAUSE,
                      :CLAIMS-HISTORY-ARCH.ARCH-NEW-OBS,
                      :CLAIMS-HISTORY-ARCH.ARCH-NEW-POLNUM,
                      :CLAIMS-HISTORY-ARCH.ARCH-NEW-DOCREF
                 FROM MFTR28.CLAIMS-HISTORY-ARCH
                WHERE CLAIMNUMBER =
                          :CLAIMS-HISTORY-ARCH.ARCH-CLAIMNUMBER
                ORDER BY CHANGE-TIMESTAMP DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE ARCH-NEW-PAID          TO NEW-PAID
                   MOVE ARCH-NEW-CVALUE        TO NEW-CVALUE
                   MOVE ARCH-NEW-CAUSE         TO NEW-CAUSE
                   MOVE ARCH-NEW-OBS  TO NEW-OBSERVATIONS
                   MOVE ARCH-NEW-POLNUM  TO NEW-POLICYNUMBER
                   MOVE ARCH-NEW-DOCREF  TO NEW-DOCUMENT-REF
               WHEN 100
                   SET HISTORY-NOT-FOUND       TO TRUE
               WHEN OTHER
                   DISPLAY 'MF28IC1 ARCHIVE SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     ONE LINE FOR EACH FIELD THE AUDIT ROW GOT WRONG            *
      ******************************************************************
       A4500-COMPARE-FIELDS.
      *---------------------*
           IF NEW-PAID NOT = PAID OF CLAIMS
               MOVE PAID OF CLAIMS             TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT             TO WS-D-CLAIM-VALUE
               MOVE NEW-PAID                   TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT             TO WS-D-OTHER-VALUE
               MOVE 'PAID DIFFERS FROM NEWEST HISTORY NEW-PAID'
                                               TO WS-D-TEXT
               PERFORM A7500-PRINT-EXCEPTION
           END-IF.
           IF NEW-CVALUE NOT = CVALUE OF CLAIMS
               MOVE CVALUE OF CLAIMS           TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT             TO WS-D-CLAIM-VALUE
               MOVE NEW-CVALUE                 TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT             TO WS-D-OTHER-VALUE
               MOVE 'CVALUE DIFFERS FROM NEWEST HISTORY NEW-CVALUE'
                                               TO WS-D-TEXT
               PERFORM A7500-PRINT-EXCEPTION
           END-IF.
           IF NEW-CAUSE NOT = CAUSE OF CLAIMS
               MOVE CAUSE OF CLAIMS            TO WS-D-CLAIM-VALUE
               MOVE NEW-CAUSE                  TO WS-D-OTHER-VALUE
               MOVE 'CAUSE DIFFERS FROM NEWEST HISTORY NEW-CAUSE'
                                               TO WS-D-TEXT
               PERFORM A7500-PRINT-EXCEPTION
           END-IF.
           IF NEW-OBSERVATIONS NOT = OBSERVATIONS OF CLAIMS
               MOVE OBSERVATIONS OF CLAIMS     TO WS-D-CLAIM-VALUE
               MOVE NEW-OBSERVATIONS           TO WS-D-OTHER-VALUE
               MOVE 'OBSERVATIONS DIFFER FROM NEWEST HISTORY ROW'
                                               TO WS-D-TEXT
               PERFORM A7500-PRINT-EXCEPTION
           END-IF.
           IF NEW-POLICYNUMBER NOT = POLICYNUMBER OF CLAIMS
               MOVE POLICYNUMBER OF CLAIMS     TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER             TO WS-D-CLAIM-VALUE
               MOVE NEW-POLICYNUMBER           TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER             TO WS-D-OTHER-VALUE
               MOVE 'POLICYNUMBER DIFFERS FROM NEWEST HISTORY ROW'
                                               TO WS-D-TEXT
               PERFORM A7500-PRINT-EXCEPTION
           END-IF.
           IF NEW-DOCUMENT-REF NOT = DOCUMENT-REF OF CLAIMS
               MOVE DOCUMENT-REF OF CLAIMS     TO WS-D-CLAIM-VALUE
               MOVE NEW-DOCUMENT-REF           TO WS-D-OTHER-VALUE
               MOVE 'DOCUMENT-REF DIFFERS FROM NEWEST HISTORY ROW'
                                               TO WS-D-TEXT
               PERFORM A7500-PRINT-EXCEPTION
           END-IF.
      ******************************************************************
      *     RULE 6 - CHILD ROWS FOR CLAIM NUMBERS NOT ON CLAIMS. ONE   *
      *     LINE PER ORPHANED CLAIM NUMBER PER TABLE, WITH THE NUMBER  *
      *     OF ROWS LEFT BEHIND                                        *
      ******************************************************************
       A5000-CHECK-ORPHANS.
      *--------------------*
           MOVE 'RULE 6 - NO CHILD ROWS FOR CLAIMS NOT ON MFTR28.CLAIMS'
                                               TO WS-S-TEXT.
           PERFORM A7600-PRINT-RULE-HEADING.
           EXEC SQL
               DECLARE ICORPHC1 CURSOR FOR
                   SELECT 'CLAIM-PAYMENTS', CP.CLAIMNUMBER, COUNT(*)
                   FROM MFTR28.CLAIM-PAYMENTS CP
                   WHERE NOT EXISTS
                         (SELECT 1 FROM MFTR28.CLAIMS CL
                           WHERE CL.CLAIMNUMBER = CP.CLAIMNUMBER)
                   GROUP BY CP.CLAIMNUMBER
                   UNION ALL
                   SELECT 'CLAIM-NOTES', CN.CLAIMNUMBER, COUNT(*)
                   FROM MFTR28.CLAIM-NOTES CN
                   WHERE NOT EXISTS
                         (SELECT 1 FROM MFTR28.CLAIMS CL
                           WHERE CL.CLAIMNUMBER = CN.CLAIMNUMBER)
                   GROUP BY CN.CLAIMNUMBER
                   UNION ALL
                   SELECT 'CLAIM-RECOVERIES', CR.CLAIMNUMBER, COUNT(*)
                   FROM MFTR28.CLAIM-RECOVERIES CR
                   WHERE NOT EXISTS
                         (SELECT 1 FROM MFTR28.CLAIMS CL
                           WHERE CL.CLAIMNUMBER = CR.CLAIMNUMBER)
                   GROUP BY CR.CLAIMNUMBER
                   UNION ALL
                   SELECT 'CLAIM-ASSIGN-LOG', CA.CLAIMNUMBER, COUNT(*)
                   FROM MFTR28.CLAIM-ASSIGN-LOG CA
                   WHERE NOT EXISTS
                         (SELECT 1 FROM MFTR28.CLAIMS CL
                           WHERE CL.CLAIMNUMBER = CA.CLAIMNUMBER)
                   GROUP BY CA.CLAIMNUMBER
                   ORDER BY 2, 1
           END-EXEC.
           EXEC SQL
               OPEN ICORPHC1
           END-EXEC.
           PERFORM A5100-FETCH-ORPHAN.
           PERFORM A5150-REPORT-ORPHAN
               UNTIL EOF-TRUE.
           EXEC SQL
               CLOSE ICORPHC1
           END-EXEC.
           MOVE WS-RULE-COUNT                  TO WS-ORPHAN-EXCEPTIONS.
           PERFORM A7700-PRINT-RULE-TOTAL.
      ******************************************************************
      *                FETCH THE NEXT ORPHANED CLAIM NUMBER            *
      ******************************************************************
       A5100-FETCH-ORPHAN.
      *-------------------*
           EXEC SQL
               FETCH ICORPHC1
               INTO :WS-ORPHAN-TABLE,
                    :WS-ORPHAN-CLAIM,
                    :WS-ORPHAN-ROWS
           END-EXEC.
           PERFORM A7100-CHECK-FETCH.
      ******************************************************************
      *                 REPORT ONE ORPHANED CLAIM NUMBER               *
      ******************************************************************
       A5150-REPORT-ORPHAN.
      *--------------------*
           MOVE WS-ORPHAN-CLAIM                TO CLAIMNUMBER OF CLAIMS.
           MOVE 'NOT ON CLAIMS'                TO WS-D-CLAIM-VALUE.
           MOVE WS-ORPHAN-TABLE                TO WS-D-OTHER-VALUE.
           MOVE WS-ORPHAN-ROWS                 TO WS-EDIT-COUNT.
           MOVE SPACES                         TO WS-D-TEXT.
           STRING 'ORPHAN ROWS: ' WS-EDIT-COUNT
                  DELIMITED BY SIZE INTO WS-D-TEXT.
           PERFORM A7500-PRINT-EXCEPTION.
           PERFORM A5100-FETCH-ORPHAN.
      ******************************************************************
      *     COMMON FETCH CHECK - END OF CURSOR, OR A DB2 ERROR THAT    *
      *     STOPS THE SWEEP                                            *
      ******************************************************************
       A7100-CHECK-FETCH.
      *------------------*
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y'                    TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28IC1 FETCH ERROR SQLCODE: ' SQLCODE
                   DISPLAY 'MF28IC1 DURING: ' WS-S-TEXT
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     PRINT ONE EXCEPTION LINE AND COUNT IT AGAINST THE RULE     *
      ******************************************************************
       A7500-PRINT-EXCEPTION.
      *----------------------*
           MOVE CLAIMNUMBER OF CLAIMS          TO WS-D-CLAIMNUMBER.
           MOVE WS-DETAIL-LINE                 TO INTGRPT-RECORD.
           WRITE INTGRPT-RECORD.
           ADD 1                               TO WS-RULE-COUNT
                                                   WS-TOTAL-EXCEPTIONS.
           MOVE SPACES                         TO WS-D-CLAIM-VALUE
                                                   WS-D-OTHER-VALUE
                                                   WS-D-TEXT.
      ******************************************************************
      *     START A RULE'S SECTION - HEADING, COLUMN TITLES, A FRESH   *
      *     COUNT AND A FRESH CURSOR                                   *
      ******************************************************************
       A7600-PRINT-RULE-HEADING.
      *-------------------------*
           MOVE SPACES                         TO INTGRPT-RECORD.
           WRITE INTGRPT-RECORD.
           MOVE WS-SECTION-LINE                TO INTGRPT-RECORD.
           WRITE INTGRPT-RECORD.
           MOVE WS-HEADING-3                   TO INTGRPT-RECORD.
           WRITE INTGRPT-RECORD.
           MOVE ZERO                           TO WS-RULE-COUNT.
           MOVE 'N'                            TO WS-EOF-FLAG.
           MOVE SPACES                         TO WS-D-CLAIM-VALUE
                                                   WS-D-OTHER-VALUE
                                                   WS-D-TEXT.
      ******************************************************************
      *                 PRINT THE COUNT FOR ONE RULE                   *
      ******************************************************************
       A7700-PRINT-RULE-TOTAL.
      *-----------------------*
           MOVE WS-RULE-COUNT                  TO WS-RT-COUNT.
           MOVE WS-RULE-TOTAL-LINE             TO INTGRPT-RECORD.
           WRITE INTGRPT-RECORD.
      ******************************************************************
      *     PRINT THE RULE-BY-RULE SUMMARY. ANY EXCEPTION MAKES THE    *
      *     RUN RC 4 SO MF28MN1 RAISES IT THE SAME NIGHT               *
      ******************************************************************
       A8800-PRINT-TOTALS.
      *-------------------*
           MOVE 'SUMMARY'                      TO WS-S-TEXT.
           MOVE SPACES                         TO INTGRPT-RECORD.
           WRITE INTGRPT-RECORD.
           MOVE WS-SECTION-LINE                TO INTGRPT-RECORD.
           WRITE INTGRPT-RECORD.
           MOVE 'CLAIMS CHECKED'               TO WS-TL-LABEL.
           MOVE WS-CLAIMS-CHECKED              TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'RULE 1 - PAID VS PAYMENT LEDGER'  TO WS-TL-LABEL.
           MOVE WS-PAID-EXCEPTIONS             TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'RULE 2 - RESERVE VS RESERVE HISTORY' TO WS-TL-LABEL.
           MOVE WS-RESERVE-EXCEPTIONS          TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'RULE 3 - PAID-SENT-AMOUNT OVER PAID' TO WS-TL-LABEL.
           MOVE WS-SENT-EXCEPTIONS             TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'RULE 4 - FLAGS VS CLAIM-STATUS' TO WS-TL-LABEL.
           MOVE WS-FLAG-EXCEPTIONS             TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'RULE 5 - CLAIM VS NEWEST HISTORY ROW' TO WS-TL-LABEL.
           MOVE WS-HISTORY-EXCEPTIONS          TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'RULE 6 - ORPHAN CHILD ROWS'   TO WS-TL-LABEL.
           MOVE WS-ORPHAN-EXCEPTIONS           TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'TOTAL EXCEPTIONS'             TO WS-TL-LABEL.
           MOVE WS-TOTAL-EXCEPTIONS            TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           IF WS-RUN-RC >= 8
               MOVE 'SWEEP STOPPED BY A DB2 ERROR - SEE JOB LOG'
                                               TO WS-S-TEXT
               MOVE SPACES                     TO INTGRPT-RECORD
               WRITE INTGRPT-RECORD
               MOVE WS-SECTION-LINE            TO INTGRPT-RECORD
               WRITE INTGRPT-RECORD
           END-IF.
           CLOSE INTGRPT-FILE.
           IF WS-TOTAL-EXCEPTIONS > ZERO AND WS-RUN-RC = ZERO
               MOVE 4                          TO WS-RUN-RC
           END-IF.
           DISPLAY 'MF28IC1 CLAIMS CHECKED   : ' WS-CLAIMS-CHECKED.
           DISPLAY 'MF28IC1 EXCEPTIONS       : ' WS-TOTAL-EXCEPTIONS.
      ******************************************************************
      *                     WRITE ONE TOTAL LINE                       *
      ******************************************************************
       A8850-PRINT-TOTAL-LINE.
      *-----------------------*
           MOVE WS-TOTAL-LINE                  TO INTGRPT-RECORD.
           WRITE INTGRPT-RECORD.
      ******************************************************************
      *     WRITE THE COMPLETION ROW MF28MN1 WATCHES FOR - THE CLAIMS  *
      *     CHECKED AND THE RETURN CODE (4 WHEN ANY RULE WAS BROKEN)   *
      ******************************************************************
       A8500-LOG-RUN.
      *--------------*
           MOVE 'MF28IC1'                      TO JOB-NAME.
           MOVE WS-RUN-DATE                     TO WINDOW-START-DATE.
           MOVE WS-RUN-DATE                     TO WINDOW-END-DATE.
           MOVE WS-CLAIMS-CHECKED               TO RECORD-COUNT.
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
               DISPLAY 'MF28IC1 RUN LOG SQLCODE: ' SQLCODE
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
