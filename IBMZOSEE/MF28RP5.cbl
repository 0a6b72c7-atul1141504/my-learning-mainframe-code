      * MF28RP5 - CLOSED-PERIOD POSTING EXCEPTION REPORT V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28RP5.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO REPORT EVERY
      *                    FINANCIAL TRANSACTION THAT TRIED TO POST
      *                    INTO AN ACCOUNTING PERIOD FINANCE HAD
      *                    ALREADY CLOSED:
      *                    1. READS MFTR28.PERIOD-LOCK-LOG FOR THE
      *                       ATTEMPTS LOGGED IN A CALLER-SUPPLIED
      *                       DATE RANGE VIA A CURSOR ORDERED BY WHEN
      *                       THEY WERE LOGGED.
      *                    2. WRITES A DETAIL LINE PER ATTEMPT - THE
      *                       CLAIM, WHAT IT WAS, THE AMOUNT, THE
      *                       DATE IT WOULD HAVE POSTED ON, THE
      *                       CLOSED-THRU DATE IT RAN INTO, THAT IT
      *                       WAS REFUSED, AND WHO/WHAT KEYED IT - AND
      *                       A TOTAL LINE.
      *                    3. WRITES A COMPLETION ROW TO
      *                       MFTR28.BATCH-RUN-LOG.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      * 10/15/2026 APATEL   EVERY CLOSED-PERIOD ATTEMPT IS NOW REFUSED,
      *                     SO THE POSTED-TO-OPEN-PERIOD COUNT IS
      *                     DROPPED. THE DATE COLUMN IS THE CLAIMDATE
      *                     THE ATTEMPT WOULD HAVE POSTED TO.
      * 10/15/2026 APATEL   THE DATE COLUMN IS NOW THE DATE THE
      *                     ATTEMPT WOULD HAVE POSTED ON, AS THE
      *                     PERIOD LOCK NOW TESTS IT, AND IS HEADED
      *                     POSTED ON.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
      * PROCESSING TYPE: BATCH - RUN NIGHTLY FROM JCL MF28RP5.
      *
      * BMS: NONE
      *
      * COPYBOOKS: MF28CP12, MF28CP13, MF28CP24
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.PERIOD-LOCK-LOG, MFTR28.BATCH-CONTROL,
      *         MFTR28.BATCH-RUN-LOG
      *
      * CALLING MODULES: NONE (INVOKED FROM JCL MF28RP5)
      *
      * CALLED MODULES: NONE
      *
      * PARAMETER: PARM('STARTDATE,ENDDATE') - EACH DATE IS CCYYMMDD.
      *            OMIT THE PARM TO REPORT ON THE BUSINESS DATE HELD
      *            ON MFTR28.BATCH-CONTROL.
      *
      * PROGRAMMER: ATUL PATEL
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKRPT-FILE   ASSIGN TO LOCKRPT
                                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCKRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LOCKRPT-RECORD             PIC X(133).
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
               INCLUDE MF28CP24
           END-EXEC.
       01 WS-RUN-RC                    PIC S9(3) COMP-3 VALUE ZERO.
       01 WS-SWITCHES.
           05 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
               88 EOF-TRUE             VALUE 'Y'.
               88 EOF-FALSE            VALUE 'N'.
       01 WS-PARM-AREA.
           05 WS-PARM-START-DATE       PIC X(08).
           05 WS-PARM-FILLER           PIC X(01).
           05 WS-PARM-END-DATE         PIC X(08).
       01 WS-CURSOR-DATES.
           05 WS-START-DATE            PIC X(10).
           05 WS-END-DATE               PIC X(10).
       01 WS-TOTALS.
           05 WS-ATTEMPT-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-REFUSED-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
       01 WS-REPORT-LINES.
           05 WS-HEADING-1.
               10 FILLER               PIC X(35) VALUE SPACES.
               10 FILLER               PIC X(40) VALUE
                   'CLOSED-PERIOD POSTING EXCEPTION REPORT'.
               10 FILLER               PIC X(58) VALUE SPACES.
           05 WS-HEADING-2.
               10 FILLER                PIC X(10) VALUE 'CLAIM NO'.
               10 FILLER                PIC X(06) VALUE 'TYPE'.
               10 FILLER                PIC X(15) VALUE 'AMOUNT'.
               10 FILLER                PIC X(12) VALUE 'POSTED ON'.
               10 FILLER                PIC X(12) VALUE 'CLOSED THRU'.
               10 FILLER                PIC X(16) VALUE 'ACTION'.
               10 FILLER                PIC X(10) VALUE 'SOURCE'.
               10 FILLER                PIC X(10) VALUE 'USER'.
               10 FILLER                PIC X(26) VALUE 'LOGGED'.
               10 FILLER                PIC X(16) VALUE SPACES.
           05 WS-DETAIL-LINE.
               10 WS-D-CLAIMNUMBER      PIC Z(6)9.
               10 FILLER                PIC X(03) VALUE SPACES.
               10 WS-D-TYPE             PIC X(04).
               10 FILLER                PIC X(02) VALUE SPACES.
               10 WS-D-AMOUNT           PIC Z(7)9.99-.
               10 FILLER                PIC X(03) VALUE SPACES.
               10 WS-D-TXN-DATE         PIC X(10).
               10 FILLER                PIC X(02) VALUE SPACES.
               10 WS-D-CLOSED-THRU      PIC X(10).
               10 FILLER                PIC X(02) VALUE SPACES.
               10 WS-D-ACTION           PIC X(14).
               10 FILLER                PIC X(02) VALUE SPACES.
               10 WS-D-SOURCE           PIC X(08).
               10 FILLER                PIC X(02) VALUE SPACES.
               10 WS-D-USERID           PIC X(08).
               10 FILLER                PIC X(02) VALUE SPACES.
               10 WS-D-TIMESTAMP        PIC X(26).
               10 FILLER                PIC X(16) VALUE SPACES.
           05 WS-SUMMARY-LINE-1.
               10 FILLER                PIC X(04) VALUE SPACES.
               10 FILLER                PIC X(25) VALUE
                   'ATTEMPTS LOGGED         :'.
               10 WS-S1-COUNT           PIC ZZ,ZZ9.
               10 FILLER                PIC X(98) VALUE SPACES.
           05 WS-SUMMARY-LINE-2.
               10 FILLER                PIC X(04) VALUE SPACES.
               10 FILLER                PIC X(25) VALUE
                   'REFUSED                 :'.
               10 WS-S2-COUNT           PIC ZZ,ZZ9.
               10 FILLER                PIC X(98) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-PARM-AREA.
           05 LK-PARM-LEN               PIC S9(4) COMP.
           05 LK-PARM-DATA               PIC X(17).
       PROCEDURE DIVISION USING LK-PARM-AREA.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
      ******************************************************************
       A1000-MAIN-PARA.
      *---------------*
           PERFORM A2000-INITIALIZE.
           PERFORM A3000-OPEN-CURSOR.
           PERFORM A4000-PROCESS-ATTEMPTS
               UNTIL EOF-TRUE.
           PERFORM A8000-PRINT-SUMMARY.
           PERFORM A9000-CLOSE-CURSOR.
           PERFORM A9999-END-PARA.
      ******************************************************************
      *       INITIALIZE PARM, DATES, FILES AND PRINT HEADINGS         *
      ******************************************************************
       A2000-INITIALIZE.
      *----------------*
      *-- NO PARM (OR A BLANK ONE) MEANS THE RUN IS DRIVEN BY THE
      *-- BUSINESS DATE ON MFTR28.BATCH-CONTROL INSTEAD OF A
      *-- HAND-EDITED JCL DATE
           IF LK-PARM-LEN = ZERO OR LK-PARM-DATA = SPACES
               PERFORM A2100-GET-CONTROL-DATES
           ELSE
               MOVE LK-PARM-DATA(1:8)         TO WS-PARM-START-DATE
               MOVE LK-PARM-DATA(10:8)         TO WS-PARM-END-DATE
               STRING WS-PARM-START-DATE(1:4) '-'
                      WS-PARM-START-DATE(5:2) '-'
                      WS-PARM-START-DATE(7:2)
                      DELIMITED BY SIZE INTO WS-START-DATE
               STRING WS-PARM-END-DATE(1:4) '-'
                      WS-PARM-END-DATE(5:2) '-'
                      WS-PARM-END-DATE(7:2)
                      DELIMITED BY SIZE INTO WS-END-DATE
           END-IF.
           OPEN OUTPUT LOCKRPT-FILE.
           MOVE WS-HEADING-1                  TO LOCKRPT-RECORD.
           WRITE LOCKRPT-RECORD.
           MOVE WS-HEADING-2                  TO LOCKRPT-RECORD.
           WRITE LOCKRPT-RECORD.
      ******************************************************************
      *     NO PARM WAS SUPPLIED - THE WINDOW IS THE BUSINESS DATE     *
      *     HELD ON THE ONE-ROW MFTR28.BATCH-CONTROL TABLE             *
      ******************************************************************
       A2100-GET-CONTROL-DATES.
      *------------------------*
           EXEC SQL
               SELECT BUSINESS-DATE,
                      BUSINESS-DATE
                 INTO :WS-START-DATE,
                      :WS-END-DATE
                 FROM MFTR28.BATCH-CONTROL
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28RP5 BATCH-CONTROL SQLCODE: ' SQLCODE
               MOVE '1900-01-01'               TO WS-START-DATE
                                                   WS-END-DATE
               MOVE 12                          TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *     OPEN THE CURSOR OVER THE ATTEMPTS LOGGED IN THE WINDOW     *
      ******************************************************************
       A3000-OPEN-CURSOR.
      *-----------------*
           EXEC SQL
               DECLARE LOCKRPC1 CURSOR FOR
                   SELECT CLAIMNUMBER, LOCK-TXN-TYPE, LOCK-TXN-AMOUNT,
                          LOCK-TXN-DATE, LOCK-CLOSED-THRU,
                          LOCK-ACTION, LOCK-SOURCE, LOCK-USERID,
                          LOCK-TIMESTAMP
                   FROM MFTR28.PERIOD-LOCK-LOG
                   WHERE DATE(LOCK-TIMESTAMP) BETWEEN :WS-START-DATE
                                                  AND :WS-END-DATE
                   ORDER BY LOCK-TIMESTAMP, CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               OPEN LOCKRPC1
           END-EXEC.
           PERFORM A5000-FETCH-NEXT.
      ******************************************************************
      *                 FETCH THE NEXT LOGGED ATTEMPT                  *
      ******************************************************************
       A5000-FETCH-NEXT.
      *----------------*
           EXEC SQL
               FETCH LOCKRPC1
               INTO :PERIOD-LOCK-LOG.CLAIMNUMBER,
                    :PERIOD-LOCK-LOG.LOCK-TXN-TYPE,
                    :PERIOD-LOCK-LOG.LOCK-TXN-AMOUNT,
                    :PERIOD-LOCK-LOG.LOCK-TXN-DATE,
                    :PERIOD-LOCK-LOG.LOCK-CLOSED-THRU,
                    :PERIOD-LOCK-LOG.LOCK-ACTION,
                    :PERIOD-LOCK-LOG.LOCK-SOURCE,
                    :PERIOD-LOCK-LOG.LOCK-USERID,
                    :PERIOD-LOCK-LOG.LOCK-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y'                    TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28RP5 FETCH ERROR SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *        PROCESS ONE ATTEMPT - PRINT IT AND COUNT IT             *
      ******************************************************************
       A4000-PROCESS-ATTEMPTS.
      *----------------------*
           PERFORM A7000-PRINT-DETAIL.
           ADD 1                               TO WS-ATTEMPT-COUNT.
           ADD 1                               TO WS-REFUSED-COUNT.
           PERFORM A5000-FETCH-NEXT.
      ******************************************************************
      *                    WRITE ONE DETAIL LINE                       *
      ******************************************************************
       A7000-PRINT-DETAIL.
      *-------------------*
           MOVE CLAIMNUMBER OF PERIOD-LOCK-LOG TO WS-D-CLAIMNUMBER.
           MOVE LOCK-TXN-TYPE                  TO WS-D-TYPE.
           MOVE LOCK-TXN-AMOUNT                TO WS-D-AMOUNT.
           MOVE LOCK-TXN-DATE                  TO WS-D-TXN-DATE.
           MOVE LOCK-CLOSED-THRU               TO WS-D-CLOSED-THRU.
           MOVE 'REFUSED'                      TO WS-D-ACTION.
           MOVE LOCK-SOURCE                    TO WS-D-SOURCE.
           MOVE LOCK-USERID                    TO WS-D-USERID.
           MOVE LOCK-TIMESTAMP                 TO WS-D-TIMESTAMP.
           MOVE WS-DETAIL-LINE                 TO LOCKRPT-RECORD.
           WRITE LOCKRPT-RECORD.
      ******************************************************************
      *                    WRITE THE SUMMARY LINES                     *
      ******************************************************************
       A8000-PRINT-SUMMARY.
      *--------------------*
           MOVE WS-ATTEMPT-COUNT                TO WS-S1-COUNT.
           MOVE WS-SUMMARY-LINE-1                TO LOCKRPT-RECORD.
           WRITE LOCKRPT-RECORD.
           MOVE WS-REFUSED-COUNT                TO WS-S2-COUNT.
           MOVE WS-SUMMARY-LINE-2                TO LOCKRPT-RECORD.
           WRITE LOCKRPT-RECORD.
      ******************************************************************
      *                 CLOSE THE CURSOR AND THE REPORT                *
      ******************************************************************
       A9000-CLOSE-CURSOR.
      *-------------------*
           EXEC SQL
               CLOSE LOCKRPC1
           END-EXEC.
           CLOSE LOCKRPT-FILE.
      ******************************************************************
      *     WRITE THE COMPLETION ROW OPERATIONS WATCHES FOR - WHICH    *
      *     JOB, WHICH WINDOW, HOW MANY RECORDS AND THE RETURN CODE    *
      ******************************************************************
       A8500-LOG-RUN.
      *--------------*
           MOVE 'MF28RP5'                      TO JOB-NAME.
           MOVE WS-START-DATE                   TO WINDOW-START-DATE.
           MOVE WS-END-DATE                     TO WINDOW-END-DATE.
           MOVE WS-ATTEMPT-COUNT                TO RECORD-COUNT.
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
               DISPLAY 'MF28RP5 RUN LOG SQLCODE: ' SQLCODE
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
