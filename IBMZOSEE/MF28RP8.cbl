      * MF28RP8 - MONTHLY LITIGATED CLAIMS REPORT V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28RP8.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO REPORT THE
      *                    CLAIMS IN LITIGATION TO IN-HOUSE COUNSEL
      *                    ONCE A MONTH FROM MFTR28.CLAIM-LITIGATION:
      *                    1. LISTS EVERY OPEN SUIT - COURT, CASE
      *                       NUMBER, FILED DATE, DEFENSE FIRM AND
      *                       TRIAL DATE.
      *                    2. LISTS THE OPEN SUITS WITH A TRIAL DATE
      *                       IN THE NEXT 90 DAYS, SOONEST FIRST.
      *                    3. SHOWS THE LEGAL EXPENSE PAID TO DATE
      *                       (PAYMENT TYPE EXPN ON
      *                       MFTR28.CLAIM-PAYMENTS) AGAINST THE LEGAL
      *                       BUDGET OF EVERY OPEN SUIT AND EVERY SUIT
      *                       CONCLUDED IN THE REPORT MONTH, FLAGGING
      *                       SUITS OVER BUDGET OR WITH SPEND AND NO
      *                       BUDGET SET.
      *                    4. ENDS RC 4 WHEN ANY SUIT IS OVER BUDGET,
      *                       AND WRITES A COMPLETION ROW TO
      *                       MFTR28.BATCH-RUN-LOG.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
      * PROCESSING TYPE: BATCH - RUN MONTHLY FROM JCL MF28RP8.
      *
      * BMS: NONE
      *
      * COPYBOOKS: MF28CP12, MF28CP13, MF28CP40
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIM-LITIGATION, MFTR28.CLAIM-PAYMENTS,
      *         MFTR28.BATCH-CONTROL, MFTR28.BATCH-RUN-LOG
      *
      * CALLING MODULES: NONE (INVOKED FROM JCL MF28RP8)
      *
      * CALLED MODULES: NONE
      *
      * PARAMETER: PARM('CCYYMMDD') - REPORT AS OF THAT DATE. OMIT
      *            THE PARM TO REPORT AS OF THE BUSINESS DATE HELD ON
      *            MFTR28.BATCH-CONTROL.
      *
      * PROGRAMMER: ATUL PATEL
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LITRPT-FILE    ASSIGN TO LITRPT
                                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LITRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LITRPT-RECORD              PIC X(133).
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP12
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP13
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP40
           END-EXEC.
       01 WS-RUN-RC                    PIC S9(3) COMP-3 VALUE ZERO.
       01 WS-RUN-DATE                  PIC X(10).
       01 WS-MONTH-START               PIC X(10).
       01 WS-SWITCHES.
           05 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
               88 EOF-TRUE             VALUE 'Y'.
               88 EOF-FALSE            VALUE 'N'.
       01 WS-PARM-AREA.
           05 WS-PARM-DATE             PIC X(08).
      *-- ONE SUIT'S TRIAL COUNTDOWN AND SPEND AS FETCHED
       01 WS-DAYS-TO-TRIAL             PIC S9(9)     COMP.
       01 WS-LEGAL-SPEND               PIC S9(9)V99  COMP-3.
       01 WS-BUDGET-LEFT               PIC S9(9)V99  COMP-3.
       01 WS-COUNTERS.
           05 WS-OPEN-COUNT            PIC S9(9)     COMP-3 VALUE ZERO.
           05 WS-TRIAL-COUNT           PIC S9(9)     COMP-3 VALUE ZERO.
           05 WS-SPEND-COUNT           PIC S9(9)     COMP-3 VALUE ZERO.
           05 WS-OVER-COUNT            PIC S9(9)     COMP-3 VALUE ZERO.
           05 WS-GT-BUDGET             PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-GT-SPEND              PIC S9(11)V99 COMP-3 VALUE ZERO.
       01 WS-REPORT-LINES.
           05 WS-HEADING-1.
               10 FILLER               PIC X(40) VALUE SPACES.
               10 FILLER               PIC X(40) VALUE
                   'LITIGATED CLAIMS REPORT FOR COUNSEL'.
               10 FILLER               PIC X(53) VALUE SPACES.
           05 WS-HEADING-2.
               10 FILLER               PIC X(15) VALUE
                   'AS OF:         '.
               10 WS-H2-DATE           PIC X(10).
               10 FILLER               PIC X(108) VALUE SPACES.
           05 WS-SECTION-LINE.
               10 WS-S-TEXT            PIC X(80).
               10 FILLER               PIC X(53) VALUE SPACES.
           05 WS-SUIT-HEADING.
               10 FILLER               PIC X(09) VALUE 'CLAIM'.
               10 FILLER               PIC X(32) VALUE 'COURT'.
               10 FILLER               PIC X(22) VALUE 'CASE NUMBER'.
               10 FILLER               PIC X(12) VALUE 'FILED'.
               10 FILLER               PIC X(32) VALUE 'DEFENSE FIRM'.
               10 FILLER               PIC X(12) VALUE 'TRIAL'.
               10 FILLER               PIC X(14) VALUE SPACES.
           05 WS-SUIT-LINE.
               10 WS-SL-CLAIM          PIC 9(07).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-SL-COURT          PIC X(30).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-SL-CASE           PIC X(20).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-SL-FILED          PIC X(10).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-SL-DEFENSE        PIC X(30).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-SL-TRIAL          PIC X(10).
               10 FILLER               PIC X(16) VALUE SPACES.
           05 WS-TRIAL-HEADING.
               10 FILLER               PIC X(09) VALUE 'CLAIM'.
               10 FILLER               PIC X(12) VALUE 'TRIAL'.
               10 FILLER               PIC X(10) VALUE 'DAYS AWAY'.
               10 FILLER               PIC X(32) VALUE 'COURT'.
               10 FILLER               PIC X(22) VALUE 'CASE NUMBER'.
               10 FILLER               PIC X(32) VALUE 'DEFENSE FIRM'.
               10 FILLER               PIC X(16) VALUE SPACES.
           05 WS-TRIAL-LINE.
               10 WS-TL-CLAIM          PIC 9(07).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-TL-TRIAL          PIC X(10).
               10 FILLER               PIC X(04) VALUE SPACES.
               10 WS-TL-DAYS           PIC ZZ9.
               10 FILLER               PIC X(05) VALUE SPACES.
               10 WS-TL-COURT          PIC X(30).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-TL-CASE           PIC X(20).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-TL-DEFENSE        PIC X(30).
               10 FILLER               PIC X(18) VALUE SPACES.
           05 WS-SPEND-HEADING.
               10 FILLER               PIC X(09) VALUE 'CLAIM'.
               10 FILLER               PIC X(22) VALUE 'CASE NUMBER'.
               10 FILLER               PIC X(11) VALUE 'STATUS'.
               10 FILLER               PIC X(16) VALUE
                   '          BUDGET'.
               10 FILLER               PIC X(16) VALUE
                   '   SPENT TO DATE'.
               10 FILLER               PIC X(16) VALUE
                   '       REMAINING'.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 FILLER               PIC X(41) VALUE SPACES.
           05 WS-SPEND-LINE.
               10 WS-PL-CLAIM          PIC 9(07).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-PL-CASE           PIC X(20).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-PL-STATUS         PIC X(09).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-PL-BUDGET         PIC ZZZ,ZZZ,ZZ9.99-.
               10 FILLER               PIC X(01) VALUE SPACES.
               10 WS-PL-SPEND          PIC ZZZ,ZZZ,ZZ9.99-.
               10 FILLER               PIC X(01) VALUE SPACES.
               10 WS-PL-LEFT           PIC ZZZ,ZZZ,ZZ9.99-.
               10 FILLER               PIC X(03) VALUE SPACES.
               10 WS-PL-FLAG           PIC X(12).
               10 FILLER               PIC X(29) VALUE SPACES.
           05 WS-TOTAL-LINE.
               10 WS-TOT-TEXT          PIC X(40).
               10 WS-TOT-COUNT         PIC ZZZ,ZZ9.
               10 FILLER               PIC X(86) VALUE SPACES.
           05 WS-AMOUNT-LINE.
               10 WS-AMT-TEXT          PIC X(40).
               10 WS-AMT-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
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
               PERFORM A3000-REPORT-OPEN-SUITS
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A4000-REPORT-TRIALS
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A5000-REPORT-SPEND
           END-IF.
           PERFORM A8000-PRINT-TOTALS.
           PERFORM A9999-END-PARA.
      ******************************************************************
      *       INITIALIZE PARM, REPORT DATE, FILES AND HEADINGS         *
      ******************************************************************
       A2000-INITIALIZE.
      *----------------*
      *-- NO PARM (OR A BLANK ONE) MEANS THE REPORT IS AS OF THE
      *-- BUSINESS DATE ON MFTR28.BATCH-CONTROL
           IF LK-PARM-LEN = ZERO OR LK-PARM-DATA = SPACES
               PERFORM A2100-GET-CONTROL-DATES
           ELSE
               MOVE LK-PARM-DATA              TO WS-PARM-DATE
               STRING WS-PARM-DATE(1:4) '-'
                      WS-PARM-DATE(5:2) '-'
                      WS-PARM-DATE(7:2)
                      DELIMITED BY SIZE INTO WS-RUN-DATE
           END-IF.
           STRING WS-RUN-DATE(1:8) '01'
                  DELIMITED BY SIZE INTO WS-MONTH-START.
           OPEN OUTPUT LITRPT-FILE.
           MOVE WS-HEADING-1                  TO LITRPT-RECORD.
           WRITE LITRPT-RECORD.
           MOVE WS-RUN-DATE                   TO WS-H2-DATE.
           MOVE WS-HEADING-2                  TO LITRPT-RECORD.
           WRITE LITRPT-RECORD.
      ******************************************************************
      *     NO PARM WAS SUPPLIED - REPORT AS OF THE BUSINESS DATE HELD *
      *     ON THE ONE-ROW MFTR28.BATCH-CONTROL TABLE                  *
      ******************************************************************
       A2100-GET-CONTROL-DATES.
      *------------------------*
           EXEC SQL
               SELECT BUSINESS-DATE
                 INTO :WS-RUN-DATE
                 FROM MFTR28.BATCH-CONTROL
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28RP8 BATCH-CONTROL SQLCODE: ' SQLCODE
               MOVE '1900-01-01'               TO WS-RUN-DATE
               MOVE 12                         TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *     EVERY OPEN SUIT, OLDEST FILING FIRST                       *
      ******************************************************************
       A3000-REPORT-OPEN-SUITS.
      *------------------------*
           MOVE 'OPEN SUITS'                   TO WS-S-TEXT.
           PERFORM A7600-PRINT-SECTION.
           MOVE WS-SUIT-HEADING                TO LITRPT-RECORD.
           WRITE LITRPT-RECORD.
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE LITRPC1 CURSOR FOR
                   SELECT CLAIMNUMBER,
                          COURT-NAME,
                          CASE-NUMBER,
                          FILED-DATE,
                          DEFENSE-FIRM,
                          TRIAL-DATE
                   FROM MFTR28.CLAIM-LITIGATION
                   WHERE LIT-STATUS = 'O'
                   ORDER BY FILED-DATE, CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               OPEN LITRPC1
           END-EXEC.
           PERFORM A3100-FETCH-SUIT.
           PERFORM A3200-PRINT-SUIT
               UNTIL EOF-TRUE.
           EXEC SQL
               CLOSE LITRPC1
           END-EXEC.
      ******************************************************************
      *                     FETCH THE NEXT OPEN SUIT                   *
      ******************************************************************
       A3100-FETCH-SUIT.
      *-----------------*
           EXEC SQL
               FETCH LITRPC1
               INTO :CLAIM-LITIGATION.CLAIMNUMBER,
                    :CLAIM-LITIGATION.COURT-NAME,
                    :CLAIM-LITIGATION.CASE-NUMBER,
                    :CLAIM-LITIGATION.FILED-DATE,
                    :CLAIM-LITIGATION.DEFENSE-FIRM,
                    :CLAIM-LITIGATION.TRIAL-DATE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y'                    TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28RP8 SUIT FETCH SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     PRINT ONE OPEN SUIT - NO TRIAL DATE SET PRINTS AS NOT SET  *
      ******************************************************************
       A3200-PRINT-SUIT.
      *-----------------*
           MOVE CLAIMNUMBER OF CLAIM-LITIGATION TO WS-SL-CLAIM.
           MOVE COURT-NAME                     TO WS-SL-COURT.
           MOVE CASE-NUMBER                    TO WS-SL-CASE.
           MOVE FILED-DATE                     TO WS-SL-FILED.
           MOVE DEFENSE-FIRM                   TO WS-SL-DEFENSE.
           IF TRIAL-NOT-SET
               MOVE 'NOT SET'                  TO WS-SL-TRIAL
           ELSE
               MOVE TRIAL-DATE                 TO WS-SL-TRIAL
           END-IF.
           MOVE WS-SUIT-LINE                   TO LITRPT-RECORD.
           WRITE LITRPT-RECORD.
           ADD 1                               TO WS-OPEN-COUNT.
           PERFORM A3100-FETCH-SUIT.
      ******************************************************************
      *     OPEN SUITS GOING TO TRIAL IN THE NEXT 90 DAYS, SOONEST     *
      *     FIRST, SO COUNSEL CAN CHECK THE DEFENSE FIRM IS READY      *
      ******************************************************************
       A4000-REPORT-TRIALS.
      *--------------------*
           MOVE 'TRIALS IN THE NEXT 90 DAYS'   TO WS-S-TEXT.
           PERFORM A7600-PRINT-SECTION.
           MOVE WS-TRIAL-HEADING               TO LITRPT-RECORD.
           WRITE LITRPT-RECORD.
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE LITRPC2 CURSOR FOR
                   SELECT CLAIMNUMBER,
                          TRIAL-DATE,
                          DAYS(TRIAL-DATE) - DAYS(DATE(:WS-RUN-DATE)),
                          COURT-NAME,
                          CASE-NUMBER,
                          DEFENSE-FIRM
                   FROM MFTR28.CLAIM-LITIGATION
                   WHERE LIT-STATUS = 'O'
                     AND TRIAL-DATE BETWEEN DATE(:WS-RUN-DATE)
                                        AND DATE(:WS-RUN-DATE)
                                            + 90 DAYS
                   ORDER BY TRIAL-DATE, CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               OPEN LITRPC2
           END-EXEC.
           PERFORM A4100-FETCH-TRIAL.
           PERFORM A4200-PRINT-TRIAL
               UNTIL EOF-TRUE.
           EXEC SQL
               CLOSE LITRPC2
           END-EXEC.
      ******************************************************************
      *                  FETCH THE NEXT UPCOMING TRIAL                 *
      ******************************************************************
       A4100-FETCH-TRIAL.
      *------------------*
           EXEC SQL
               FETCH LITRPC2
               INTO :CLAIM-LITIGATION.CLAIMNUMBER,
                    :CLAIM-LITIGATION.TRIAL-DATE,
                    :WS-DAYS-TO-TRIAL,
                    :CLAIM-LITIGATION.COURT-NAME,
                    :CLAIM-LITIGATION.CASE-NUMBER,
                    :CLAIM-LITIGATION.DEFENSE-FIRM
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y'                    TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28RP8 TRIAL FETCH SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *                   PRINT ONE UPCOMING TRIAL                     *
      ******************************************************************
       A4200-PRINT-TRIAL.
      *------------------*
           MOVE CLAIMNUMBER OF CLAIM-LITIGATION TO WS-TL-CLAIM.
           MOVE TRIAL-DATE                     TO WS-TL-TRIAL.
           MOVE WS-DAYS-TO-TRIAL               TO WS-TL-DAYS.
           MOVE COURT-NAME                     TO WS-TL-COURT.
           MOVE CASE-NUMBER                    TO WS-TL-CASE.
           MOVE DEFENSE-FIRM                   TO WS-TL-DEFENSE.
           MOVE WS-TRIAL-LINE                  TO LITRPT-RECORD.
           WRITE LITRPT-RECORD.
           ADD 1                               TO WS-TRIAL-COUNT.
           PERFORM A4100-FETCH-TRIAL.
      ******************************************************************
      *     LEGAL EXPENSE PAID TO DATE AGAINST BUDGET - EVERY OPEN     *
      *     SUIT, AND SUITS CONCLUDED THIS MONTH SINCE THEIR LAST      *
      *     BILLS ARE STILL ARRIVING                                   *
      ******************************************************************
       A5000-REPORT-SPEND.
      *-------------------*
           MOVE 'LEGAL SPEND TO DATE AGAINST BUDGET' TO WS-S-TEXT.
           PERFORM A7600-PRINT-SECTION.
           MOVE WS-SPEND-HEADING               TO LITRPT-RECORD.
           WRITE LITRPT-RECORD.
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE LITRPC3 CURSOR FOR
                   SELECT L.CLAIMNUMBER,
                          L.CASE-NUMBER,
                          L.LIT-STATUS,
                          L.LEGAL-BUDGET,
                          COALESCE((SELECT SUM(P.PAYMENT-AMOUNT)
                                      FROM MFTR28.CLAIM-PAYMENTS P
                                     WHERE P.CLAIMNUMBER =
                                           L.CLAIMNUMBER
                                       AND P.PAYMENT-TYPE = 'EXPN'
                                       AND P.PAYMENT-DATE <=
                                           DATE(:WS-RUN-DATE)), 0)
                   FROM MFTR28.CLAIM-LITIGATION L
                   WHERE L.LIT-STATUS = 'O'
                      OR (L.LIT-STATUS = 'C'
                      AND L.CONCLUDED-DATE >= DATE(:WS-MONTH-START))
                   ORDER BY L.CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               OPEN LITRPC3
           END-EXEC.
           PERFORM A5100-FETCH-SPEND.
           PERFORM A5200-PRINT-SPEND
               UNTIL EOF-TRUE.
           EXEC SQL
               CLOSE LITRPC3
           END-EXEC.
      ******************************************************************
      *                FETCH THE NEXT SUIT'S SPEND                     *
      ******************************************************************
       A5100-FETCH-SPEND.
      *------------------*
           EXEC SQL
               FETCH LITRPC3
               INTO :CLAIM-LITIGATION.CLAIMNUMBER,
                    :CLAIM-LITIGATION.CASE-NUMBER,
                    :CLAIM-LITIGATION.LIT-STATUS,
                    :CLAIM-LITIGATION.LEGAL-BUDGET,
                    :WS-LEGAL-SPEND
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y'                    TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28RP8 SPEND FETCH SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     PRINT ONE SUIT'S SPEND AND FLAG IT OVER BUDGET, OR AS      *
      *     SPENDING WITH NO BUDGET SET                                *
      ******************************************************************
       A5200-PRINT-SPEND.
      *------------------*
           MOVE CLAIMNUMBER OF CLAIM-LITIGATION TO WS-PL-CLAIM.
           MOVE CASE-NUMBER                    TO WS-PL-CASE.
           EVALUATE TRUE
               WHEN LIT-OPEN
                   MOVE 'OPEN'                 TO WS-PL-STATUS
               WHEN OTHER
                   MOVE 'CONCLUDED'            TO WS-PL-STATUS
           END-EVALUATE.
           COMPUTE WS-BUDGET-LEFT = LEGAL-BUDGET - WS-LEGAL-SPEND.
           MOVE LEGAL-BUDGET                   TO WS-PL-BUDGET.
           MOVE WS-LEGAL-SPEND                 TO WS-PL-SPEND.
           MOVE WS-BUDGET-LEFT                 TO WS-PL-LEFT.
           EVALUATE TRUE
               WHEN LEGAL-BUDGET = ZERO AND WS-LEGAL-SPEND > ZERO
                   MOVE 'NO BUDGET'            TO WS-PL-FLAG
               WHEN WS-BUDGET-LEFT < ZERO
                   MOVE 'OVER BUDGET'          TO WS-PL-FLAG
                   ADD 1                       TO WS-OVER-COUNT
               WHEN OTHER
                   MOVE SPACES                 TO WS-PL-FLAG
           END-EVALUATE.
           MOVE WS-SPEND-LINE                  TO LITRPT-RECORD.
           WRITE LITRPT-RECORD.
           ADD 1                               TO WS-SPEND-COUNT.
           ADD LEGAL-BUDGET                    TO WS-GT-BUDGET.
           ADD WS-LEGAL-SPEND                  TO WS-GT-SPEND.
           PERFORM A5100-FETCH-SPEND.
      ******************************************************************
      *                  PRINT A SECTION HEADING LINE                  *
      ******************************************************************
       A7600-PRINT-SECTION.
      *--------------------*
           MOVE SPACES                         TO LITRPT-RECORD.
           WRITE LITRPT-RECORD.
           MOVE WS-SECTION-LINE                TO LITRPT-RECORD.
           WRITE LITRPT-RECORD.
      ******************************************************************
      *     PRINT THE MONTH'S TOTALS. A SUIT OVER BUDGET NEEDS         *
      *     COUNSEL'S ATTENTION - WORTH A WARNING RETURN CODE          *
      ******************************************************************
       A8000-PRINT-TOTALS.
      *-------------------*
           MOVE 'TOTALS'                       TO WS-S-TEXT.
           PERFORM A7600-PRINT-SECTION.
           MOVE 'OPEN SUITS'                   TO WS-TOT-TEXT.
           MOVE WS-OPEN-COUNT                  TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE                  TO LITRPT-RECORD.
           WRITE LITRPT-RECORD.
           MOVE 'TRIALS IN THE NEXT 90 DAYS'   TO WS-TOT-TEXT.
           MOVE WS-TRIAL-COUNT                 TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE                  TO LITRPT-RECORD.
           WRITE LITRPT-RECORD.
           MOVE 'SUITS OVER BUDGET'            TO WS-TOT-TEXT.
           MOVE WS-OVER-COUNT                  TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE                  TO LITRPT-RECORD.
           WRITE LITRPT-RECORD.
           MOVE 'LEGAL BUDGET OF SUITS REPORTED' TO WS-AMT-TEXT.
           MOVE WS-GT-BUDGET                   TO WS-AMT-VALUE.
           MOVE WS-AMOUNT-LINE                 TO LITRPT-RECORD.
           WRITE LITRPT-RECORD.
           MOVE 'LEGAL SPEND TO DATE'          TO WS-AMT-TEXT.
           MOVE WS-GT-SPEND                    TO WS-AMT-VALUE.
           MOVE WS-AMOUNT-LINE                 TO LITRPT-RECORD.
           WRITE LITRPT-RECORD.
           IF WS-OVER-COUNT > ZERO AND WS-RUN-RC = ZERO
               MOVE 4                          TO WS-RUN-RC
           END-IF.
           CLOSE LITRPT-FILE.
      ******************************************************************
      *     WRITE THE COMPLETION ROW OPERATIONS WATCHES FOR - WHICH    *
      *     JOB, WHICH MONTH, HOW MANY OPEN SUITS AND THE RETURN CODE  *
      ******************************************************************
       A8500-LOG-RUN.
      *--------------*
           MOVE 'MF28RP8'                      TO JOB-NAME.
           MOVE WS-MONTH-START                  TO WINDOW-START-DATE.
           MOVE WS-RUN-DATE                     TO WINDOW-END-DATE.
           MOVE WS-OPEN-COUNT                   TO RECORD-COUNT.
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
               DISPLAY 'MF28RP8 RUN LOG SQLCODE: ' SQLCODE
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
