      * MF28RP6 - OVERDUE FOLLOW-UP TASK REPORT V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28RP6.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO GIVE CLAIMS
      *                    SUPERVISORS A NIGHTLY LIST OF EVERY
      *                    FOLLOW-UP TASK THAT HAS SLIPPED:
      *                    1. READS MFTR28.CLAIM-TASKS FOR EVERY OPEN
      *                       TASK DUE BEFORE THE REPORT DATE VIA A
      *                       CURSOR ORDERED BY OWNING ADJUSTER, THEN
      *                       OLDEST DUE DATE FIRST.
      *                    2. WRITES A DETAIL LINE PER TASK - CLAIM,
      *                       TASK TYPE, DUE DATE, DAYS OVERDUE, THE
      *                       CLAIM'S STATUS AND THE TASK TEXT -
      *                       BROKEN BY ADJUSTER (CONTROL BREAK) WITH
      *                       A PER-ADJUSTER COUNT, AND A GRAND TOTAL.
      *                    3. WRITES A COMPLETION ROW TO
      *                       MFTR28.BATCH-RUN-LOG.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
      * PROCESSING TYPE: BATCH - RUN NIGHTLY FROM JCL MF28RP6.
      *
      * BMS: NONE
      *
      * COPYBOOKS: MF28CP1, MF28CP12, MF28CP13, MF28CP28
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIM-TASKS, MFTR28.CLAIMS,
      *         MFTR28.BATCH-CONTROL, MFTR28.BATCH-RUN-LOG
      *
      * CALLING MODULES: NONE (INVOKED FROM JCL MF28RP6)
      *
      * CALLED MODULES: NONE
      *
      * PARAMETER: PARM('CCYYMMDD') - REPORT TASKS OVERDUE AS AT THAT
      *            DATE. OMIT THE PARM TO REPORT AS AT THE BUSINESS
      *            DATE HELD ON MFTR28.BATCH-CONTROL.
      *
      * PROGRAMMER: ATUL PATEL
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASKRPT-FILE   ASSIGN TO TASKRPT
                                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TASKRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TASKRPT-RECORD             PIC X(133).
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP1
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP12
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP13
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP28
           END-EXEC.
       01 WS-RUN-RC                    PIC S9(3) COMP-3 VALUE ZERO.
       01 WS-RUN-DATE                  PIC X(10).
       01 WS-SWITCHES.
           05 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
               88 EOF-TRUE             VALUE 'Y'.
               88 EOF-FALSE            VALUE 'N'.
       01 WS-PARM-AREA.
           05 WS-PARM-DATE             PIC X(08).
       01 WS-DAYS-OVERDUE              PIC S9(9)     COMP.
       01 WS-GRAND-COUNT               PIC S9(7)     COMP-3 VALUE ZERO.
       01 WS-ADJUSTER-COUNT            PIC S9(7)     COMP-3 VALUE ZERO.
       01 WS-PRIOR-ADJUSTER            PIC X(08) VALUE SPACES.
       01 WS-FIRST-ADJ-FLAG            PIC X(01) VALUE 'Y'.
           88 FIRST-ADJ-TRUE           VALUE 'Y'.
           88 FIRST-ADJ-FALSE          VALUE 'N'.
       01 WS-REPORT-LINES.
           05 WS-HEADING-1.
               10 FILLER               PIC X(40) VALUE SPACES.
               10 FILLER                PIC X(30) VALUE
                   'OVERDUE FOLLOW-UP TASK REPORT'.
               10 FILLER                PIC X(63) VALUE SPACES.
           05 WS-HEADING-2.
               10 FILLER                PIC X(15) VALUE
                   'OVERDUE AS AT: '.
               10 WS-H2-DATE            PIC X(10).
               10 FILLER                PIC X(108) VALUE SPACES.
           05 WS-HEADING-3.
               10 FILLER                PIC X(10) VALUE 'CLAIM NO'.
               10 FILLER                PIC X(07) VALUE 'TASK'.
               10 FILLER                PIC X(06) VALUE 'TYPE'.
               10 FILLER                PIC X(12) VALUE 'DUE DATE'.
               10 FILLER                PIC X(10) VALUE 'DAYS LATE'.
               10 FILLER                PIC X(12) VALUE 'CLAIM STATUS'.
               10 FILLER                PIC X(40) VALUE 'TASK TEXT'.
               10 FILLER                PIC X(36) VALUE SPACES.
           05 WS-DETAIL-LINE.
               10 WS-D-CLAIMNUMBER      PIC Z(6)9.
               10 FILLER                PIC X(03) VALUE SPACES.
               10 WS-D-TASK-SEQ         PIC ZZZZ9.
               10 FILLER                PIC X(02) VALUE SPACES.
               10 WS-D-TASK-TYPE        PIC X(04).
               10 FILLER                PIC X(02) VALUE SPACES.
               10 WS-D-DUE-DATE         PIC X(10).
               10 FILLER                PIC X(02) VALUE SPACES.
               10 WS-D-DAYS-LATE        PIC ZZZZ9.
               10 FILLER                PIC X(05) VALUE SPACES.
               10 WS-D-CLAIM-STATUS     PIC X(10).
               10 FILLER                PIC X(02) VALUE SPACES.
               10 WS-D-TASK-TEXT        PIC X(40).
               10 FILLER                PIC X(36) VALUE SPACES.
           05 WS-ADJ-HEADER-LINE.
               10 FILLER                PIC X(09) VALUE 'ADJUSTER '.
               10 WS-AH-ADJUSTER        PIC X(09).
               10 FILLER                PIC X(115) VALUE SPACES.
           05 WS-ADJ-TOTAL-LINE.
               10 FILLER                PIC X(04) VALUE SPACES.
               10 FILLER                PIC X(10) VALUE 'TOTAL FOR'.
               10 WS-AT-ADJUSTER        PIC X(09).
               10 FILLER                PIC X(02) VALUE ': '.
               10 WS-AT-COUNT           PIC ZZ,ZZ9.
               10 FILLER                PIC X(102) VALUE SPACES.
           05 WS-GRAND-TOTAL-LINE.
               10 FILLER                PIC X(04) VALUE SPACES.
               10 FILLER                PIC X(21) VALUE
                   'TOTAL TASKS OVERDUE: '.
               10 WS-GT-COUNT           PIC ZZ,ZZ9.
               10 FILLER                PIC X(102) VALUE SPACES.
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
           PERFORM A3000-OPEN-CURSOR.
           PERFORM A4000-PROCESS-TASKS
               UNTIL EOF-TRUE.
           PERFORM A8000-PRINT-GRAND-TOTAL.
           PERFORM A9000-CLOSE-CURSOR.
           PERFORM A9999-END-PARA.
      ******************************************************************
      *       INITIALIZE PARM, REPORT DATE, FILES AND HEADINGS         *
      ******************************************************************
       A2000-INITIALIZE.
      *----------------*
      *-- NO PARM (OR A BLANK ONE) MEANS THE REPORT IS AS AT THE
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
           OPEN OUTPUT TASKRPT-FILE.
           MOVE WS-HEADING-1                  TO TASKRPT-RECORD.
           WRITE TASKRPT-RECORD.
           MOVE WS-RUN-DATE                   TO WS-H2-DATE.
           MOVE WS-HEADING-2                  TO TASKRPT-RECORD.
           WRITE TASKRPT-RECORD.
           MOVE WS-HEADING-3                  TO TASKRPT-RECORD.
           WRITE TASKRPT-RECORD.
      ******************************************************************
      *     NO PARM WAS SUPPLIED - REPORT AS AT THE BUSINESS DATE      *
      *     HELD ON THE ONE-ROW MFTR28.BATCH-CONTROL TABLE             *
      ******************************************************************
       A2100-GET-CONTROL-DATES.
      *------------------------*
           EXEC SQL
               SELECT BUSINESS-DATE
                 INTO :WS-RUN-DATE
                 FROM MFTR28.BATCH-CONTROL
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28RP6 BATCH-CONTROL SQLCODE: ' SQLCODE
               MOVE '1900-01-01'               TO WS-RUN-DATE
               MOVE 12                         TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *     OPEN THE CURSOR OVER THE OPEN TASKS PAST THEIR DUE DATE    *
      ******************************************************************
       A3000-OPEN-CURSOR.
      *-----------------*
           EXEC SQL
               DECLARE TASKRPC1 CURSOR FOR
                   SELECT CT.ASSIGNED-USERID, CT.CLAIMNUMBER,
                          CT.TASK-SEQ, CT.TASK-TYPE, CT.DUE-DATE,
                          (DAYS(DATE(:WS-RUN-DATE))
                               - DAYS(CT.DUE-DATE)),
                          CL.CLAIM-STATUS, CT.TASK-TEXT
                   FROM MFTR28.CLAIM-TASKS CT,
                        MFTR28.CLAIMS CL
                   WHERE CT.TASK-STATUS = 'O'
                     AND CT.DUE-DATE < DATE(:WS-RUN-DATE)
                     AND CL.CLAIMNUMBER = CT.CLAIMNUMBER
                   ORDER BY CT.ASSIGNED-USERID, CT.DUE-DATE,
                            CT.CLAIMNUMBER, CT.TASK-SEQ
           END-EXEC.
           EXEC SQL
               OPEN TASKRPC1
           END-EXEC.
           PERFORM A5000-FETCH-NEXT.
      ******************************************************************
      *                 FETCH THE NEXT OVERDUE TASK                    *
      ******************************************************************
       A5000-FETCH-NEXT.
      *----------------*
           EXEC SQL
               FETCH TASKRPC1
               INTO :CLAIM-TASKS.ASSIGNED-USERID,
                    :CLAIM-TASKS.CLAIMNUMBER,
                    :CLAIM-TASKS.TASK-SEQ,
                    :CLAIM-TASKS.TASK-TYPE,
                    :CLAIM-TASKS.DUE-DATE,
                    :WS-DAYS-OVERDUE,
                    :CLAIMS.CLAIM-STATUS,
                    :CLAIM-TASKS.TASK-TEXT
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y'                    TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28RP6 FETCH ERROR SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *          PROCESS ONE OVERDUE TASK - BREAK AND PRINT IT         *
      ******************************************************************
       A4000-PROCESS-TASKS.
      *--------------------*
      *-- CONTROL BREAK ON THE OWNING ADJUSTER - EACH OWNER'S SLIPPED
      *-- TASKS PRINT TOGETHER UNDER A HEADER, WITH A COUNT AT THE END
           IF FIRST-ADJ-TRUE
               MOVE ASSIGNED-USERID            TO WS-PRIOR-ADJUSTER
               PERFORM A6300-PRINT-ADJ-HEADER
               MOVE 'N'                        TO WS-FIRST-ADJ-FLAG
           END-IF.
           IF ASSIGNED-USERID NOT = WS-PRIOR-ADJUSTER
               PERFORM A6500-PRINT-ADJ-TOTAL
               MOVE ASSIGNED-USERID            TO WS-PRIOR-ADJUSTER
               PERFORM A6300-PRINT-ADJ-HEADER
           END-IF.
           PERFORM A7000-PRINT-DETAIL.
           ADD 1                               TO WS-GRAND-COUNT
                                                   WS-ADJUSTER-COUNT.
           PERFORM A5000-FETCH-NEXT.
      ******************************************************************
      *          START A NEW ADJUSTER GROUP ON THE REPORT              *
      ******************************************************************
       A6300-PRINT-ADJ-HEADER.
      *-----------------------*
           MOVE WS-PRIOR-ADJUSTER              TO WS-AH-ADJUSTER.
           MOVE WS-ADJ-HEADER-LINE             TO TASKRPT-RECORD.
           WRITE TASKRPT-RECORD.
      ******************************************************************
      *     WRITE THE OVERDUE-TASK COUNT FOR THE ADJUSTER JUST ENDED   *
      ******************************************************************
       A6500-PRINT-ADJ-TOTAL.
      *----------------------*
           IF WS-ADJUSTER-COUNT > ZERO
               MOVE WS-PRIOR-ADJUSTER          TO WS-AT-ADJUSTER
               MOVE WS-ADJUSTER-COUNT          TO WS-AT-COUNT
               MOVE WS-ADJ-TOTAL-LINE          TO TASKRPT-RECORD
               WRITE TASKRPT-RECORD
           END-IF.
           MOVE ZERO                           TO WS-ADJUSTER-COUNT.
      ******************************************************************
      *                    WRITE ONE DETAIL LINE                       *
      ******************************************************************
       A7000-PRINT-DETAIL.
      *-------------------*
           MOVE CLAIMNUMBER OF CLAIM-TASKS     TO WS-D-CLAIMNUMBER.
           MOVE TASK-SEQ                       TO WS-D-TASK-SEQ.
           MOVE TASK-TYPE                      TO WS-D-TASK-TYPE.
           MOVE DUE-DATE                       TO WS-D-DUE-DATE.
           MOVE WS-DAYS-OVERDUE                TO WS-D-DAYS-LATE.
           MOVE CLAIM-STATUS                   TO WS-D-CLAIM-STATUS.
           MOVE TASK-TEXT                      TO WS-D-TASK-TEXT.
           MOVE WS-DETAIL-LINE                 TO TASKRPT-RECORD.
           WRITE TASKRPT-RECORD.
      ******************************************************************
      *                   WRITE THE GRAND TOTAL LINE                   *
      ******************************************************************
       A8000-PRINT-GRAND-TOTAL.
      *------------------------*
           PERFORM A6500-PRINT-ADJ-TOTAL.
           MOVE WS-GRAND-COUNT                 TO WS-GT-COUNT.
           MOVE WS-GRAND-TOTAL-LINE            TO TASKRPT-RECORD.
           WRITE TASKRPT-RECORD.
      ******************************************************************
      *                 CLOSE THE CURSOR AND THE REPORT                *
      ******************************************************************
       A9000-CLOSE-CURSOR.
      *-------------------*
           EXEC SQL
               CLOSE TASKRPC1
           END-EXEC.
           CLOSE TASKRPT-FILE.
      ******************************************************************
      *     WRITE THE COMPLETION ROW OPERATIONS WATCHES FOR - WHICH    *
      *     JOB, WHICH REPORT DATE, HOW MANY RECORDS AND THE RETURN    *
      *     CODE                                                       *
      ******************************************************************
       A8500-LOG-RUN.
      *--------------*
           MOVE 'MF28RP6'                      TO JOB-NAME.
           MOVE WS-RUN-DATE                     TO WINDOW-START-DATE.
           MOVE WS-RUN-DATE                     TO WINDOW-END-DATE.
           MOVE WS-GRAND-COUNT                  TO RECORD-COUNT.
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
               DISPLAY 'MF28RP6 RUN LOG SQLCODE: ' SQLCODE
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
