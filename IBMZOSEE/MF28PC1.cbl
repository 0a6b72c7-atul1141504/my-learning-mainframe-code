      * MF28PC1 - MONTH-END ACCOUNTING PERIOD CLOSE V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28PC1.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO CLOSE THE
      *                    ACCOUNTING PERIOD HELD ON
      *                    MFTR28.BATCH-CONTROL AND OPEN THE NEXT ONE,
      *                    REPLACING THE HAND EDIT OF PERIOD-START-DATE/
      *                    PERIOD-END-DATE THAT LET TWO MONTHS BE
      *                    RESTATED:
      *                    1. READS THE BUSINESS DATE AND THE OPEN
      *                       PERIOD FROM MFTR28.BATCH-CONTROL.
      *                    2. REFUSES THE CLOSE UNLESS ALL OF THE
      *                       FOLLOWING HOLD -
      *                       A. THE PERIOD HAS ENDED (PERIOD-END-DATE
      *                          IS BEFORE THE BUSINESS DATE).
      *                       B. THE NEWEST MF28RC1 RUN FOR EXACTLY
      *                          THIS PERIOD ENDED RC 0 (TIED TO THE
      *                          FINANCE EXTRACT).
      *                       C. MF28MN1 RAN FOR PERIOD-END-DATE AND
      *                          NO NIGHT OF THE PERIOD WAS LEFT WITH
      *                          A MONITOR EXCEPTION.
      *                    3. ON A CLEAN CHECK SETS CLOSED-THRU-DATE TO
      *                       THE PERIOD END AND ROLLS THE PERIOD
      *                       FORWARD ONE CALENDAR MONTH. FROM THEN ON
      *                       MF28CB3, MF28CBC, MF28CBI, MF28RV1 AND
      *                       MF28BL1 REFUSE ANY PAYMENT, RESERVE
      *                       MOVEMENT, RECOVERY, INTEREST, MERGE OR
      *                       LOADED PAID WHOSE POSTING DATE - TODAY
      *                       ONLINE, THE BUSINESS DATE IN BATCH, THE
      *                       DATE MF28GL1 AND MF28RC1 TAKE THE
      *                       MOVEMENT BY - IS ON OR BEFORE
      *                       CLOSED-THRU-DATE.
      *                    4. PRINTS EACH CHECK AND THE OUTCOME ON
      *                       CLOSERPT AND WRITES A COMPLETION ROW TO
      *                       MFTR28.BATCH-RUN-LOG.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      * 10/15/2026 APATEL   HEADER NOTE ON WHAT THE CLOSE LOCKS NOW
      *                     NAMES EVERY PROGRAM THAT HONOURS IT AND
      *                     THE CLAIMDATE IT IS TESTED AGAINST.
      * 10/15/2026 APATEL   HEADER NOTE NOW GIVES THE POSTING DATE
      *                     THE LOCK IS TESTED AGAINST, AND ADDS
      *                     MF28RV1.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
      * PROCESSING TYPE: BATCH - RUN ON DEMAND AT MONTH END, AFTER
      *                  MF28RC1 HAS RECONCILED, FROM JCL MF28PC1.
      *
      * BMS: NONE
      *
      * COPYBOOKS: MF28CP12, MF28CP13
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.BATCH-CONTROL, MFTR28.BATCH-RUN-LOG
      *
      * CALLING MODULES: NONE (INVOKED FROM JCL MF28PC1)
      *
      * CALLED MODULES: NONE
      *
      * PARAMETER: NONE - THE PERIOD CLOSED IS ALWAYS THE ONE HELD ON
      *            MFTR28.BATCH-CONTROL. A PERIOD CANNOT BE REOPENED
      *            FROM HERE.
      *
      * PROGRAMMER: ATUL PATEL
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSERPT-FILE  ASSIGN TO CLOSERPT
                                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSERPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CLOSERPT-RECORD            PIC X(133).
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
       01 WS-RUN-RC                    PIC S9(3) COMP-3 VALUE ZERO.
       01 WS-SWITCHES.
           05 WS-CLOSE-FLAG            PIC X(01) VALUE 'Y'.
               88 CLOSE-ALLOWED        VALUE 'Y'.
               88 CLOSE-REFUSED        VALUE 'N'.
       01 WS-CHECK-FIELDS.
           05 WS-CHECK-JOB             PIC X(08).
           05 WS-LAST-RC               PIC S9(3) COMP-3.
           05 WS-MONITOR-RUNS          PIC S9(7) COMP-3.
           05 WS-BAD-NIGHTS            PIC S9(7) COMP-3.
           05 WS-NIGHTS-DISPLAY        PIC Z(6)9.
      *-- THE PERIOD AS IT STOOD WHEN THE CLOSE STARTED - THE ROLL
      *-- FORWARD ONLY LANDS IF BATCH-CONTROL STILL HOLDS IT
       01 WS-CLOSING-PERIOD.
           05 WS-CLOSE-START-DATE      PIC X(10).
           05 WS-CLOSE-END-DATE        PIC X(10).
       01 WS-REPORT-LINES.
           05 WS-HEADING-1.
               10 FILLER               PIC X(40) VALUE SPACES.
               10 FILLER               PIC X(30) VALUE
                   'ACCOUNTING PERIOD CLOSE'.
               10 FILLER               PIC X(63) VALUE SPACES.
           05 WS-HEADING-2.
               10 FILLER                PIC X(15) VALUE
                   'BUSINESS DATE: '.
               10 WS-H2-DATE            PIC X(10).
               10 FILLER                PIC X(04) VALUE SPACES.
               10 FILLER                PIC X(08) VALUE 'PERIOD: '.
               10 WS-H2-START           PIC X(10).
               10 FILLER                PIC X(04) VALUE ' TO '.
               10 WS-H2-END             PIC X(10).
               10 FILLER                PIC X(04) VALUE SPACES.
               10 FILLER                PIC X(14) VALUE
                   'CLOSED THRU: '.
               10 WS-H2-CLOSED          PIC X(10).
               10 FILLER                PIC X(44) VALUE SPACES.
           05 WS-HEADING-3.
               10 FILLER                PIC X(50) VALUE 'CHECK'.
               10 FILLER                PIC X(08) VALUE 'RESULT'.
               10 FILLER                PIC X(75) VALUE SPACES.
           05 WS-DETAIL-LINE.
               10 WS-D-CHECK            PIC X(48).
               10 FILLER                PIC X(02) VALUE SPACES.
               10 WS-D-RESULT           PIC X(08).
               10 WS-D-TEXT             PIC X(50).
               10 FILLER                PIC X(25) VALUE SPACES.
           05 WS-OUTCOME-LINE.
               10 FILLER                PIC X(04) VALUE SPACES.
               10 WS-O-TEXT             PIC X(30).
               10 WS-O-START            PIC X(10).
               10 FILLER                PIC X(04) VALUE SPACES.
               10 WS-O-LABEL            PIC X(04).
               10 WS-O-END              PIC X(10).
               10 FILLER                PIC X(71) VALUE SPACES.
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
      ******************************************************************
       A1000-MAIN-PARA.
      *---------------*
           PERFORM A2000-INITIALIZE.
           IF WS-RUN-RC < 12
               PERFORM A3000-CHECK-PERIOD-ENDED
               PERFORM A4000-CHECK-RECONCILED
               PERFORM A5000-CHECK-MONITOR
           END-IF.
           IF WS-RUN-RC < 12 AND CLOSE-ALLOWED
               PERFORM A6000-CLOSE-PERIOD
           END-IF.
           PERFORM A8000-PRINT-OUTCOME.
           PERFORM A9999-END-PARA.
      ******************************************************************
      *     READ THE BUSINESS DATE AND THE OPEN PERIOD AND PRINT THE   *
      *     REPORT HEADINGS - WITHOUT THE CONTROL ROW THERE IS NO      *
      *     PERIOD TO CLOSE                                            *
      ******************************************************************
       A2000-INITIALIZE.
      *----------------*
           OPEN OUTPUT CLOSERPT-FILE.
           EXEC SQL
               SELECT BUSINESS-DATE,
                      PERIOD-START-DATE,
                      PERIOD-END-DATE,
                      CLOSED-THRU-DATE
                 INTO :BATCH-CONTROL.BUSINESS-DATE,
                      :BATCH-CONTROL.PERIOD-START-DATE,
                      :BATCH-CONTROL.PERIOD-END-DATE,
                      :BATCH-CONTROL.CLOSED-THRU-DATE
                 FROM MFTR28.BATCH-CONTROL
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28PC1 BATCH-CONTROL SQLCODE: ' SQLCODE
               MOVE '1900-01-01'               TO BUSINESS-DATE
                                                   PERIOD-START-DATE
                                                   PERIOD-END-DATE
                                                   CLOSED-THRU-DATE
               MOVE 12                          TO WS-RUN-RC
               SET CLOSE-REFUSED                TO TRUE
           END-IF.
           MOVE PERIOD-START-DATE               TO WS-CLOSE-START-DATE.
           MOVE PERIOD-END-DATE                 TO WS-CLOSE-END-DATE.
           MOVE WS-HEADING-1                  TO CLOSERPT-RECORD.
           WRITE CLOSERPT-RECORD.
           MOVE BUSINESS-DATE                  TO WS-H2-DATE.
           MOVE PERIOD-START-DATE              TO WS-H2-START.
           MOVE PERIOD-END-DATE                TO WS-H2-END.
           MOVE CLOSED-THRU-DATE               TO WS-H2-CLOSED.
           MOVE WS-HEADING-2                  TO CLOSERPT-RECORD.
           WRITE CLOSERPT-RECORD.
           MOVE WS-HEADING-3                  TO CLOSERPT-RECORD.
           WRITE CLOSERPT-RECORD.
      ******************************************************************
      *     A PERIOD CANNOT BE CLOSED WHILE ITS LAST DAY IS STILL      *
      *     BEING BUSINESS-DATED - THE NIGHTLY RUN FOR PERIOD-END-DATE *
      *     MUST BE BEHIND US                                          *
      ******************************************************************
       A3000-CHECK-PERIOD-ENDED.
      *------------------------*
           MOVE SPACES                          TO WS-DETAIL-LINE.
           MOVE 'PERIOD END IS BEFORE THE BUSINESS DATE'
                                                TO WS-D-CHECK.
           IF PERIOD-END-DATE < BUSINESS-DATE
               MOVE 'PASSED'                    TO WS-D-RESULT
           ELSE
               MOVE 'FAILED'                    TO WS-D-RESULT
               MOVE 'PERIOD HAS NOT ENDED YET'  TO WS-D-TEXT
               SET CLOSE-REFUSED                TO TRUE
           END-IF.
           PERFORM A7000-PRINT-CHECK.
      ******************************************************************
      *     FINANCE SIGNS OFF ON THE MF28RC1 RECONCILIATION - ITS      *
      *     NEWEST RUN FOR EXACTLY THIS PERIOD MUST HAVE ENDED RC 0.   *
      *     RC 4 MEANS IT RAN BUT DID NOT TIE TO THE FINANCE EXTRACT   *
      ******************************************************************
       A4000-CHECK-RECONCILED.
      *----------------------*
           MOVE SPACES                          TO WS-DETAIL-LINE.
           MOVE 'MF28RC1 RECONCILED THE PERIOD CLEAN'
                                                TO WS-D-CHECK.
           MOVE 'MF28RC1'                       TO WS-CHECK-JOB.
           EXEC SQL
               SELECT RUN-RETURN-CODE
                 INTO :WS-LAST-RC
                 FROM MFTR28.BATCH-RUN-LOG
                WHERE JOB-NAME = :WS-CHECK-JOB
                  AND WINDOW-START-DATE =
                      :BATCH-CONTROL.PERIOD-START-DATE
                  AND WINDOW-END-DATE =
                      :BATCH-CONTROL.PERIOD-END-DATE
                ORDER BY RUN-TIMESTAMP DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   IF WS-LAST-RC = ZERO
                       MOVE 'PASSED'            TO WS-D-RESULT
                   ELSE
                       MOVE 'FAILED'            TO WS-D-RESULT
                       MOVE 'LAST RECONCILIATION DID NOT TIE'
                                                TO WS-D-TEXT
                       SET CLOSE-REFUSED        TO TRUE
                   END-IF
               WHEN 100
                   MOVE 'FAILED'                TO WS-D-RESULT
                   MOVE 'NO RECONCILIATION RUN FOR THIS PERIOD'
                                                TO WS-D-TEXT
                   SET CLOSE-REFUSED            TO TRUE
               WHEN OTHER
                   DISPLAY 'MF28PC1 RC1 RUN LOG SQLCODE: ' SQLCODE
                   MOVE 'ERROR'                 TO WS-D-RESULT
                   MOVE 'RUN LOG COULD NOT BE READ'
                                                TO WS-D-TEXT
                   MOVE 12                      TO WS-RUN-RC
                   SET CLOSE-REFUSED            TO TRUE
           END-EVALUATE.
           PERFORM A7000-PRINT-CHECK.
      ******************************************************************
      *     THE NIGHTLY MONITOR MUST HAVE WATCHED THE LAST NIGHT OF    *
      *     THE PERIOD, AND NO NIGHT OF THE PERIOD MAY BE LEFT WITH    *
      *     AN EXCEPTION - A NIGHT COUNTS BY ITS NEWEST MF28MN1 ROW,   *
      *     SO A NIGHT THAT WAS FIXED AND RE-MONITORED CLEAN PASSES    *
      ******************************************************************
       A5000-CHECK-MONITOR.
      *-------------------*
           MOVE SPACES                          TO WS-DETAIL-LINE.
           MOVE 'MF28MN1 MONITORED THE PERIOD END'
                                                TO WS-D-CHECK.
           MOVE 'MF28MN1'                       TO WS-CHECK-JOB.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-MONITOR-RUNS
                 FROM MFTR28.BATCH-RUN-LOG
                WHERE JOB-NAME = :WS-CHECK-JOB
                  AND WINDOW-END-DATE =
                      :BATCH-CONTROL.PERIOD-END-DATE
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'MF28PC1 MN1 RUN LOG SQLCODE: ' SQLCODE
                   MOVE 'ERROR'                 TO WS-D-RESULT
                   MOVE 'RUN LOG COULD NOT BE READ'
                                                TO WS-D-TEXT
                   MOVE 12                      TO WS-RUN-RC
                   SET CLOSE-REFUSED            TO TRUE
               WHEN WS-MONITOR-RUNS = ZERO
                   MOVE 'FAILED'                TO WS-D-RESULT
                   MOVE 'MONITOR DID NOT RUN FOR PERIOD END'
                                                TO WS-D-TEXT
                   SET CLOSE-REFUSED            TO TRUE
               WHEN OTHER
                   MOVE 'PASSED'                TO WS-D-RESULT
           END-EVALUATE.
           PERFORM A7000-PRINT-CHECK.
           MOVE SPACES                          TO WS-DETAIL-LINE.
           MOVE 'NO MONITOR EXCEPTIONS LEFT IN THE PERIOD'
                                                TO WS-D-CHECK.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-BAD-NIGHTS
                 FROM MFTR28.BATCH-RUN-LOG RL
                WHERE RL.JOB-NAME = :WS-CHECK-JOB
                  AND RL.WINDOW-END-DATE BETWEEN
                      :BATCH-CONTROL.PERIOD-START-DATE
                  AND :BATCH-CONTROL.PERIOD-END-DATE
                  AND RL.RUN-RETURN-CODE <> 0
                  AND RL.RUN-TIMESTAMP =
                      (SELECT MAX(RN.RUN-TIMESTAMP)
                         FROM MFTR28.BATCH-RUN-LOG RN
                        WHERE RN.JOB-NAME = RL.JOB-NAME
                          AND RN.WINDOW-END-DATE =
                              RL.WINDOW-END-DATE)
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'MF28PC1 MN1 EXCEPTION SQLCODE: ' SQLCODE
                   MOVE 'ERROR'                 TO WS-D-RESULT
                   MOVE 'RUN LOG COULD NOT BE READ'
                                                TO WS-D-TEXT
                   MOVE 12                      TO WS-RUN-RC
                   SET CLOSE-REFUSED            TO TRUE
               WHEN WS-BAD-NIGHTS > ZERO
                   MOVE 'FAILED'                TO WS-D-RESULT
                   MOVE WS-BAD-NIGHTS           TO WS-NIGHTS-DISPLAY
                   STRING 'NIGHTS WITH MONITOR EXCEPTIONS : '
                          WS-NIGHTS-DISPLAY
                          DELIMITED BY SIZE INTO WS-D-TEXT
                   END-STRING
                   SET CLOSE-REFUSED            TO TRUE
               WHEN OTHER
                   MOVE 'PASSED'                TO WS-D-RESULT
           END-EVALUATE.
           PERFORM A7000-PRINT-CHECK.
      ******************************************************************
      *     CLOSE THE PERIOD AND OPEN THE NEXT CALENDAR MONTH IN ONE   *
      *     UPDATE. THE WHERE CLAUSE HOLDS IT TO THE PERIOD THIS RUN   *
      *     CHECKED, SO A SECOND SUBMISSION CANNOT CLOSE TWO MONTHS    *
      ******************************************************************
       A6000-CLOSE-PERIOD.
      *------------------*
           EXEC SQL
               UPDATE MFTR28.BATCH-CONTROL
                  SET CLOSED-THRU-DATE  = PERIOD-END-DATE,
                      PERIOD-START-DATE = PERIOD-END-DATE + 1 DAY,
                      PERIOD-END-DATE   = PERIOD-END-DATE + 1 DAY
                                          + 1 MONTH - 1 DAY
                WHERE PERIOD-START-DATE = :WS-CLOSE-START-DATE
                  AND PERIOD-END-DATE   = :WS-CLOSE-END-DATE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL
                       SELECT PERIOD-START-DATE,
                              PERIOD-END-DATE
                         INTO :BATCH-CONTROL.PERIOD-START-DATE,
                              :BATCH-CONTROL.PERIOD-END-DATE
                         FROM MFTR28.BATCH-CONTROL
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY 'MF28PC1 REREAD SQLCODE: ' SQLCODE
                       MOVE SPACES              TO PERIOD-START-DATE
                                                   PERIOD-END-DATE
                   END-IF
               WHEN 100
                   DISPLAY 'MF28PC1 PERIOD MOVED DURING THE CLOSE'
                   SET CLOSE-REFUSED            TO TRUE
                   MOVE 8                       TO WS-RUN-RC
               WHEN OTHER
                   DISPLAY 'MF28PC1 CLOSE UPDATE SQLCODE: ' SQLCODE
                   SET CLOSE-REFUSED            TO TRUE
                   MOVE 12                      TO WS-RUN-RC
           END-EVALUATE.
      ******************************************************************
      *                  WRITE ONE CHECK RESULT LINE                   *
      ******************************************************************
       A7000-PRINT-CHECK.
      *------------------*
           MOVE WS-DETAIL-LINE                 TO CLOSERPT-RECORD.
           WRITE CLOSERPT-RECORD.
      ******************************************************************
      *     WRITE THE OUTCOME - THE PERIOD CLOSED AND THE ONE NOW      *
      *     OPEN, OR THAT THE CLOSE WAS REFUSED (RC 8)                 *
      ******************************************************************
       A8000-PRINT-OUTCOME.
      *--------------------*
           MOVE SPACES                          TO CLOSERPT-RECORD.
           WRITE CLOSERPT-RECORD.
           MOVE SPACES                          TO WS-OUTCOME-LINE.
           IF CLOSE-ALLOWED
               MOVE 'PERIOD CLOSED'                TO WS-O-TEXT
               MOVE WS-CLOSE-START-DATE         TO WS-O-START
               MOVE ' TO '                      TO WS-O-LABEL
               MOVE WS-CLOSE-END-DATE           TO WS-O-END
               MOVE WS-OUTCOME-LINE             TO CLOSERPT-RECORD
               WRITE CLOSERPT-RECORD
               MOVE SPACES                      TO WS-OUTCOME-LINE
               MOVE 'PERIOD NOW OPEN'              TO WS-O-TEXT
               MOVE PERIOD-START-DATE           TO WS-O-START
               MOVE ' TO '                      TO WS-O-LABEL
               MOVE PERIOD-END-DATE             TO WS-O-END
           ELSE
               IF WS-RUN-RC < 8
                   MOVE 8                       TO WS-RUN-RC
               END-IF
               MOVE 'CLOSE REFUSED - PERIOD OPEN'  TO WS-O-TEXT
               MOVE WS-CLOSE-START-DATE         TO WS-O-START
               MOVE ' TO '                      TO WS-O-LABEL
               MOVE WS-CLOSE-END-DATE           TO WS-O-END
           END-IF.
           MOVE WS-OUTCOME-LINE                 TO CLOSERPT-RECORD.
           WRITE CLOSERPT-RECORD.
      ******************************************************************
      *     WRITE THE COMPLETION ROW OPERATIONS WATCHES FOR - THE      *
      *     WINDOW IS THE PERIOD THE CLOSE WAS ATTEMPTED ON            *
      ******************************************************************
       A8500-LOG-RUN.
      *--------------*
           MOVE 'MF28PC1'                      TO JOB-NAME.
           MOVE WS-CLOSE-START-DATE             TO WINDOW-START-DATE.
           MOVE WS-CLOSE-END-DATE               TO WINDOW-END-DATE.
           IF CLOSE-ALLOWED
               MOVE 1                           TO RECORD-COUNT
           ELSE
               MOVE ZERO                        TO RECORD-COUNT
           END-IF.
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
               DISPLAY 'MF28PC1 RUN LOG SQLCODE: ' SQLCODE
           END-IF.
      ******************************************************************
      *                      END THE PROGRAM                           *
      ******************************************************************
       A9999-END-PARA.
      *--------------*
           CLOSE CLOSERPT-FILE.
           PERFORM A8500-LOG-RUN.
           MOVE WS-RUN-RC                      TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
      *                        END OF PROGRAM                          *
      ******************************************************************
