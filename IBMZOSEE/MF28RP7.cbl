      * MF28RP7 - DAILY CLAIM STATUS INQUIRY VOLUME REPORT V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28RP7.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO REPORT THE
      *                    DAY'S CLAIM STATUS INQUIRIES ANSWERED BY
      *                    MF28IQ1 FOR THE MEMBER PORTAL AND THE IVR:
      *                    1. READS MFTR28.INQUIRY-LOG FOR THE REPORT
      *                       DATE AND PRINTS, PER CHANNEL, HOW MANY
      *                       INQUIRIES FOUND A CLAIM, FOUND NONE, ASKED
      *                       ABOUT A CLAIM ON ANOTHER MEMBER'S POLICY,
      *                       WERE INVALID OR FAILED, AND HOW MANY
      *                       DIFFERENT MEMBERS ASKED.
      *                    2. PRINTS THE VOLUME BY HOUR OF THE DAY FOR
      *                       EACH CHANNEL, FOR CALL CENTER STAFFING.
      *                    3. ENDS RC 4 WHEN ANY INQUIRY FAILED IN THE
      *                       SERVICE ITSELF, AND WRITES A COMPLETION
      *                       ROW TO MFTR28.BATCH-RUN-LOG.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
      * PROCESSING TYPE: BATCH - RUN NIGHTLY FROM JCL MF28RP7.
      *
      * BMS: NONE
      *
      * COPYBOOKS: MF28CP12, MF28CP13, MF28CP39
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.INQUIRY-LOG, MFTR28.BATCH-CONTROL,
      *         MFTR28.BATCH-RUN-LOG
      *
      * CALLING MODULES: NONE (INVOKED FROM JCL MF28RP7)
      *
      * CALLED MODULES: NONE
      *
      * PARAMETER: PARM('CCYYMMDD') - REPORT THE INQUIRIES MADE ON
      *            THAT DATE. OMIT THE PARM TO REPORT THE BUSINESS
      *            DATE HELD ON MFTR28.BATCH-CONTROL.
      *
      * PROGRAMMER: ATUL PATEL
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQRPT-FILE    ASSIGN TO INQRPT
                                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INQRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  INQRPT-RECORD              PIC X(133).
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
               INCLUDE MF28CP39
           END-EXEC.
       01 WS-RUN-RC                    PIC S9(3) COMP-3 VALUE ZERO.
       01 WS-RUN-DATE                  PIC X(10).
       01 WS-SWITCHES.
           05 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
               88 EOF-TRUE             VALUE 'Y'.
               88 EOF-FALSE            VALUE 'N'.
       01 WS-PARM-AREA.
           05 WS-PARM-DATE             PIC X(08).
      *-- ONE CHANNEL'S COUNTS AS FETCHED
       01 WS-CHANNEL-COUNTS.
           05 WS-CH-FOUND              PIC S9(9)     COMP.
           05 WS-CH-NOT-FOUND          PIC S9(9)     COMP.
           05 WS-CH-MISMATCH           PIC S9(9)     COMP.
           05 WS-CH-INVALID            PIC S9(9)     COMP.
           05 WS-CH-ERROR              PIC S9(9)     COMP.
           05 WS-CH-TOTAL              PIC S9(9)     COMP.
           05 WS-CH-MEMBERS            PIC S9(9)     COMP.
      *-- ONE HOUR'S COUNTS AS FETCHED
       01 WS-HOUR-COUNTS.
           05 WS-HR-HOUR               PIC S9(4)     COMP.
           05 WS-HR-PORTAL             PIC S9(9)     COMP.
           05 WS-HR-IVR                PIC S9(9)     COMP.
           05 WS-HR-TOTAL              PIC S9(9)     COMP.
       01 WS-COUNTERS.
           05 WS-GT-FOUND              PIC S9(9)     COMP-3 VALUE ZERO.
           05 WS-GT-NOT-FOUND          PIC S9(9)     COMP-3 VALUE ZERO.
           05 WS-GT-MISMATCH           PIC S9(9)     COMP-3 VALUE ZERO.
           05 WS-GT-INVALID            PIC S9(9)     COMP-3 VALUE ZERO.
           05 WS-GT-ERROR              PIC S9(9)     COMP-3 VALUE ZERO.
           05 WS-GT-TOTAL              PIC S9(9)     COMP-3 VALUE ZERO.
           05 WS-GT-MEMBERS            PIC S9(9)     COMP   VALUE ZERO.
       01 WS-REPORT-LINES.
           05 WS-HEADING-1.
               10 FILLER               PIC X(40) VALUE SPACES.
               10 FILLER               PIC X(40) VALUE
                   'CLAIM STATUS INQUIRY VOLUME REPORT'.
               10 FILLER               PIC X(53) VALUE SPACES.
           05 WS-HEADING-2.
               10 FILLER               PIC X(15) VALUE
                   'INQUIRIES ON:  '.
               10 WS-H2-DATE           PIC X(10).
               10 FILLER               PIC X(108) VALUE SPACES.
           05 WS-SECTION-LINE.
               10 WS-S-TEXT            PIC X(80).
               10 FILLER               PIC X(53) VALUE SPACES.
           05 WS-CHANNEL-HEADING.
               10 FILLER               PIC X(10) VALUE 'CHANNEL'.
               10 FILLER               PIC X(12) VALUE '     FOUND'.
               10 FILLER               PIC X(12) VALUE ' NOT FOUND'.
               10 FILLER               PIC X(12) VALUE 'OTHER POL'.
               10 FILLER               PIC X(12) VALUE '   INVALID'.
               10 FILLER               PIC X(12) VALUE '    FAILED'.
               10 FILLER               PIC X(12) VALUE '     TOTAL'.
               10 FILLER               PIC X(12) VALUE '   MEMBERS'.
               10 FILLER               PIC X(37) VALUE SPACES.
           05 WS-CHANNEL-LINE.
               10 WS-CL-CHANNEL        PIC X(08).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-CL-FOUND          PIC ZZZ,ZZ9.
               10 FILLER               PIC X(05) VALUE SPACES.
               10 WS-CL-NOT-FOUND      PIC ZZZ,ZZ9.
               10 FILLER               PIC X(05) VALUE SPACES.
               10 WS-CL-MISMATCH       PIC ZZZ,ZZ9.
               10 FILLER               PIC X(05) VALUE SPACES.
               10 WS-CL-INVALID        PIC ZZZ,ZZ9.
               10 FILLER               PIC X(05) VALUE SPACES.
               10 WS-CL-ERROR          PIC ZZZ,ZZ9.
               10 FILLER               PIC X(05) VALUE SPACES.
               10 WS-CL-TOTAL          PIC ZZZ,ZZ9.
               10 FILLER               PIC X(05) VALUE SPACES.
               10 WS-CL-MEMBERS        PIC ZZZ,ZZ9.
               10 FILLER               PIC X(37) VALUE SPACES.
           05 WS-HOUR-HEADING.
               10 FILLER               PIC X(10) VALUE 'HOUR'.
               10 FILLER               PIC X(12) VALUE '    PORTAL'.
               10 FILLER               PIC X(12) VALUE '       IVR'.
               10 FILLER               PIC X(12) VALUE '     TOTAL'.
               10 FILLER               PIC X(87) VALUE SPACES.
           05 WS-HOUR-LINE.
               10 WS-HL-HOUR           PIC 99.
               10 FILLER               PIC X(06) VALUE ':00'.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-HL-PORTAL         PIC ZZZ,ZZ9.
               10 FILLER               PIC X(05) VALUE SPACES.
               10 WS-HL-IVR            PIC ZZZ,ZZ9.
               10 FILLER               PIC X(05) VALUE SPACES.
               10 WS-HL-TOTAL          PIC ZZZ,ZZ9.
               10 FILLER               PIC X(92) VALUE SPACES.
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
               PERFORM A3000-REPORT-BY-CHANNEL
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A4000-REPORT-BY-HOUR
           END-IF.
           PERFORM A8000-PRINT-TOTALS.
           PERFORM A9999-END-PARA.
      ******************************************************************
      *       INITIALIZE PARM, REPORT DATE, FILES AND HEADINGS         *
      ******************************************************************
       A2000-INITIALIZE.
      *----------------*
      *-- NO PARM (OR A BLANK ONE) MEANS THE REPORT IS FOR THE
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
           OPEN OUTPUT INQRPT-FILE.
           MOVE WS-HEADING-1                  TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
           MOVE WS-RUN-DATE                   TO WS-H2-DATE.
           MOVE WS-HEADING-2                  TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
      ******************************************************************
      *     NO PARM WAS SUPPLIED - REPORT THE BUSINESS DATE HELD ON    *
      *     THE ONE-ROW MFTR28.BATCH-CONTROL TABLE                     *
      ******************************************************************
       A2100-GET-CONTROL-DATES.
      *------------------------*
           EXEC SQL
               SELECT BUSINESS-DATE
                 INTO :WS-RUN-DATE
                 FROM MFTR28.BATCH-CONTROL
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28RP7 BATCH-CONTROL SQLCODE: ' SQLCODE
               MOVE '1900-01-01'               TO WS-RUN-DATE
               MOVE 12                         TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *     THE DAY'S INQUIRIES PER CHANNEL, SPLIT BY OUTCOME          *
      ******************************************************************
       A3000-REPORT-BY-CHANNEL.
      *------------------------*
           MOVE 'INQUIRIES BY CHANNEL AND OUTCOME' TO WS-S-TEXT.
           PERFORM A7600-PRINT-SECTION.
           MOVE WS-CHANNEL-HEADING             TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE INQRPC1 CURSOR FOR
                   SELECT INQ-CHANNEL,
                          SUM(CASE WHEN INQ-RESULT = 'F'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN INQ-RESULT = 'N'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN INQ-RESULT = 'M'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN INQ-RESULT = 'I'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN INQ-RESULT = 'E'
                                   THEN 1 ELSE 0 END),
                          COUNT(*),
                          COUNT(DISTINCT INQ-POLICYNUMBER)
                   FROM MFTR28.INQUIRY-LOG
                   WHERE DATE(INQUIRY-TIMESTAMP) = DATE(:WS-RUN-DATE)
                   GROUP BY INQ-CHANNEL
                   ORDER BY INQ-CHANNEL
           END-EXEC.
           EXEC SQL
               OPEN INQRPC1
           END-EXEC.
           PERFORM A3100-FETCH-CHANNEL.
           PERFORM A3200-PRINT-CHANNEL
               UNTIL EOF-TRUE.
           EXEC SQL
               CLOSE INQRPC1
           END-EXEC.
           IF WS-RUN-RC < 8
               PERFORM A3300-COUNT-MEMBERS
           END-IF.
      ******************************************************************
      *                  FETCH THE NEXT CHANNEL'S COUNTS               *
      ******************************************************************
       A3100-FETCH-CHANNEL.
      *--------------------*
           EXEC SQL
               FETCH INQRPC1
               INTO :INQUIRY-LOG.INQ-CHANNEL,
                    :WS-CH-FOUND,
                    :WS-CH-NOT-FOUND,
                    :WS-CH-MISMATCH,
                    :WS-CH-INVALID,
                    :WS-CH-ERROR,
                    :WS-CH-TOTAL,
                    :WS-CH-MEMBERS
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y'                    TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28RP7 CHANNEL FETCH SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     PRINT ONE CHANNEL'S LINE AND ADD IT TO THE DAY'S TOTALS    *
      ******************************************************************
       A3200-PRINT-CHANNEL.
      *--------------------*
           EVALUATE TRUE
               WHEN INQ-FROM-PORTAL
                   MOVE 'PORTAL'               TO WS-CL-CHANNEL
               WHEN INQ-FROM-IVR
                   MOVE 'IVR'                  TO WS-CL-CHANNEL
               WHEN OTHER
                   MOVE INQ-CHANNEL            TO WS-CL-CHANNEL
           END-EVALUATE.
           MOVE WS-CH-FOUND                    TO WS-CL-FOUND.
           MOVE WS-CH-NOT-FOUND                TO WS-CL-NOT-FOUND.
           MOVE WS-CH-MISMATCH                 TO WS-CL-MISMATCH.
           MOVE WS-CH-INVALID                  TO WS-CL-INVALID.
           MOVE WS-CH-ERROR                    TO WS-CL-ERROR.
           MOVE WS-CH-TOTAL                    TO WS-CL-TOTAL.
           MOVE WS-CH-MEMBERS                  TO WS-CL-MEMBERS.
           MOVE WS-CHANNEL-LINE                TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
           ADD WS-CH-FOUND                     TO WS-GT-FOUND.
           ADD WS-CH-NOT-FOUND                 TO WS-GT-NOT-FOUND.
           ADD WS-CH-MISMATCH                  TO WS-GT-MISMATCH.
           ADD WS-CH-INVALID                   TO WS-GT-INVALID.
           ADD WS-CH-ERROR                     TO WS-GT-ERROR.
           ADD WS-CH-TOTAL                     TO WS-GT-TOTAL.
           PERFORM A3100-FETCH-CHANNEL.
      ******************************************************************
      *     DIFFERENT MEMBERS ACROSS BOTH CHANNELS - ONE MEMBER WHO    *
      *     USED THE PORTAL AND THE IVR COUNTS ONCE                    *
      ******************************************************************
       A3300-COUNT-MEMBERS.
      *--------------------*
           EXEC SQL
               SELECT COUNT(DISTINCT INQ-POLICYNUMBER)
                 INTO :WS-GT-MEMBERS
                 FROM MFTR28.INQUIRY-LOG
                WHERE DATE(INQUIRY-TIMESTAMP) = DATE(:WS-RUN-DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28RP7 MEMBER COUNT SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *     THE DAY'S INQUIRIES HOUR BY HOUR, PORTAL AGAINST IVR       *
      ******************************************************************
       A4000-REPORT-BY-HOUR.
      *---------------------*
           MOVE 'INQUIRIES BY HOUR OF DAY'     TO WS-S-TEXT.
           PERFORM A7600-PRINT-SECTION.
           MOVE WS-HOUR-HEADING                TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE INQRPC2 CURSOR FOR
                   SELECT HOUR(INQUIRY-TIMESTAMP),
                          SUM(CASE WHEN INQ-CHANNEL = 'PRTL'
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN INQ-CHANNEL = 'IVR '
                                   THEN 1 ELSE 0 END),
                          COUNT(*)
                   FROM MFTR28.INQUIRY-LOG
                   WHERE DATE(INQUIRY-TIMESTAMP) = DATE(:WS-RUN-DATE)
                   GROUP BY HOUR(INQUIRY-TIMESTAMP)
                   ORDER BY 1
           END-EXEC.
           EXEC SQL
               OPEN INQRPC2
           END-EXEC.
           PERFORM A4100-FETCH-HOUR.
           PERFORM A4200-PRINT-HOUR
               UNTIL EOF-TRUE.
           EXEC SQL
               CLOSE INQRPC2
           END-EXEC.
      ******************************************************************
      *                  FETCH THE NEXT HOUR'S COUNTS                  *
      ******************************************************************
       A4100-FETCH-HOUR.
      *-----------------*
           EXEC SQL
               FETCH INQRPC2
               INTO :WS-HR-HOUR,
                    :WS-HR-PORTAL,
                    :WS-HR-IVR,
                    :WS-HR-TOTAL
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y'                    TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28RP7 HOUR FETCH SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *                    PRINT ONE HOUR'S LINE                       *
      ******************************************************************
       A4200-PRINT-HOUR.
      *-----------------*
           MOVE WS-HR-HOUR                     TO WS-HL-HOUR.
           MOVE WS-HR-PORTAL                   TO WS-HL-PORTAL.
           MOVE WS-HR-IVR                      TO WS-HL-IVR.
           MOVE WS-HR-TOTAL                    TO WS-HL-TOTAL.
           MOVE WS-HOUR-LINE                   TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
           PERFORM A4100-FETCH-HOUR.
      ******************************************************************
      *                  PRINT A SECTION HEADING LINE                  *
      ******************************************************************
       A7600-PRINT-SECTION.
      *--------------------*
           MOVE SPACES                         TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
           MOVE WS-SECTION-LINE                TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
      ******************************************************************
      *     PRINT THE DAY'S TOTAL LINE. FAILED INQUIRIES MEAN MEMBERS  *
      *     WERE TURNED AWAY - WORTH A WARNING RETURN CODE             *
      ******************************************************************
       A8000-PRINT-TOTALS.
      *-------------------*
           MOVE 'DAY TOTAL'                    TO WS-CL-CHANNEL.
           MOVE WS-GT-FOUND                    TO WS-CL-FOUND.
           MOVE WS-GT-NOT-FOUND                TO WS-CL-NOT-FOUND.
           MOVE WS-GT-MISMATCH                 TO WS-CL-MISMATCH.
           MOVE WS-GT-INVALID                  TO WS-CL-INVALID.
           MOVE WS-GT-ERROR                    TO WS-CL-ERROR.
           MOVE WS-GT-TOTAL                    TO WS-CL-TOTAL.
           MOVE WS-GT-MEMBERS                  TO WS-CL-MEMBERS.
           MOVE SPACES                         TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
           MOVE WS-CHANNEL-LINE                TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
           IF WS-GT-ERROR > ZERO AND WS-RUN-RC = ZERO
               MOVE 4                          TO WS-RUN-RC
           END-IF.
           CLOSE INQRPT-FILE.
      ******************************************************************
      *     WRITE THE COMPLETION ROW OPERATIONS WATCHES FOR - WHICH    *
      *     JOB, WHICH REPORT DATE, HOW MANY INQUIRIES AND THE RETURN  *
      *     CODE                                                       *
      ******************************************************************
       A8500-LOG-RUN.
      *--------------*
           MOVE 'MF28RP7'                      TO JOB-NAME.
           MOVE WS-RUN-DATE                     TO WINDOW-START-DATE.
           MOVE WS-RUN-DATE                     TO WINDOW-END-DATE.
           MOVE WS-GT-TOTAL                     TO RECORD-COUNT.
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
               DISPLAY 'MF28RP7 RUN LOG SQLCODE: ' SQLCODE
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
