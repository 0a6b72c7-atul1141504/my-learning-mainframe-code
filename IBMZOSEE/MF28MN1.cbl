      * 09/02/2026 APATEL   INITIAL VERSION.
      * 09/02/2026 APATEL   ADDED MF28BL4 (CALL CENTER FIRST-NOTICE
      *                     INTAKE) TO THE EXPECTED NIGHTLY SET.
      * 10/14/2026 APATEL   ADDED MF28RP5 (CLOSED-PERIOD POSTING
      *                     EXCEPTION REPORT) TO THE EXPECTED NIGHTLY
      *                     SET. MF28PC1 WILL NOT CLOSE A PERIOD WITH
      *                     A NIGHT LEFT ON RC 8 FROM THIS MONITOR,
      *                     SO AN OPTIONAL PARM NOW RE-MONITORS ONE
      *                     EARLIER NIGHT ONCE ITS EXCEPTION IS
      *                     CLEARED.
      * 10/14/2026 APATEL   ADDED MF28RP6 (OVERDUE FOLLOW-UP TASK
      *                     REPORT) TO THE EXPECTED NIGHTLY SET.
      * 10/14/2026 APATEL   ADDED MF28SI1 (SIU FRAUD SCORING) TO THE
      *                     EXPECTED NIGHTLY SET.
      * 10/15/2026 APATEL   THE PARM DATE IS NOW EDITED - IT MUST BE
      *                     NUMERIC AND A REAL CCYYMMDD CALENDAR DATE,
      *                     OR THE RUN ENDS RC 12 WITHOUT MONITORING.
      *                     SEE A2100-EDIT-PARM-DATE.
      * 10/14/2026 APATEL   ADDED MF28RP7 (CLAIM STATUS INQUIRY VOLUME
      *                     REPORT) TO THE EXPECTED NIGHTLY SET.
      * 10/14/2026 APATEL   ADDED MF28IC1 (CLAIMS DATA INTEGRITY SWEEP)
      *                     TO THE EXPECTED NIGHTLY SET.
      * 10/14/2026 APATEL   ADDED MF28DW1 (DATA WAREHOUSE CHANGE
      *                     EXTRACT) TO THE EXPECTED NIGHTLY SET.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
      *
      * CALLED MODULES: NONE
      *
      * PARAMETER: PARM('CCYYMMDD') - RE-MONITOR THAT ONE NIGHT. OMIT
      *            THE PARM TO MONITOR THE BUSINESS DATE ON
      *            MFTR28.BATCH-CONTROL. MONTHLY JOBS (MF28RP3,
      *            MF28RC1, MF28AR1, MF28BL1, MF28PC1) ARE NOT IN THE
      *            NIGHTLY EXPECTED SET.
      *
      * PROGRAMMER: ATUL PATEL
      *
           05 FILLER                   PIC X(08) VALUE 'MF28BL2'.
           05 FILLER                   PIC X(08) VALUE 'MF28BL3'.
           05 FILLER                   PIC X(08) VALUE 'MF28BL4'.
           05 FILLER                   PIC X(08) VALUE 'MF28RP5'.
           05 FILLER                   PIC X(08) VALUE 'MF28RP6'.
           05 FILLER                   PIC X(08) VALUE 'MF28SI1'.
           05 FILLER                   PIC X(08) VALUE 'MF28RP7'.
           05 FILLER                   PIC X(08) VALUE 'MF28IC1'.
           05 FILLER                   PIC X(08) VALUE 'MF28DW1'.
       01 WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-JOBS.
           05 WS-EXPECTED-JOB          PIC X(08) OCCURS 14.
       01 WS-EXPECTED-COUNT            PIC S9(3) COMP VALUE 14.
       01 WS-JOB-IX                    PIC S9(3) COMP VALUE ZERO.
       01 WS-CHECK-FIELDS.
           05 WS-CHECK-JOB             PIC X(08).
      *-- PERCENTAGE TERMS EVERY NIGHT WITHOUT ANYTHING BEING WRONG
       01 WS-SWING-FLOOR               PIC S9(9) COMP-3 VALUE 10.
       01 WS-EXCEPTION-COUNT           PIC S9(7) COMP-3 VALUE ZERO.
       01 WS-PARM-DATE                 PIC X(08).
       01 WS-PARM-ISO-DATE             PIC X(10).
       01 WS-REPORT-LINES.
           05 WS-HEADING-1.
               10 FILLER               PIC X(40) VALUE SPACES.
               10 FILLER                PIC X(40) VALUE
                   'ALL EXPECTED JOBS RAN CLEAN'.
               10 FILLER                PIC X(89) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-PARM-AREA.
           05 LK-PARM-LEN               PIC S9(4) COMP.
           05 LK-PARM-DATA               PIC X(08).
       PROCEDURE DIVISION USING LK-PARM-AREA.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
      ******************************************************************
               MOVE '1900-01-01'               TO BUSINESS-DATE
               MOVE 12                          TO WS-RUN-RC
           END-IF.
      *-- A PARM NAMES AN EARLIER NIGHT TO RE-MONITOR ONCE ITS
      *-- EXCEPTIONS HAVE BEEN CLEARED - EVERYTHING BELOW, INCLUDING
      *-- THE MONITOR'S OWN RUN-LOG ROW, THEN WORKS OFF THAT DATE
           IF WS-RUN-RC < 12
              AND LK-PARM-LEN > ZERO AND LK-PARM-DATA NOT = SPACES
               MOVE LK-PARM-DATA               TO WS-PARM-DATE
               PERFORM A2100-EDIT-PARM-DATE
           END-IF.
           MOVE WS-HEADING-1                  TO MONRPT-RECORD.
           WRITE MONRPT-RECORD.
           MOVE BUSINESS-DATE                  TO WS-H2-DATE.
           MOVE WS-HEADING-3                  TO MONRPT-RECORD.
           WRITE MONRPT-RECORD.
      ******************************************************************
      *     THE PARM MUST BE A NUMERIC CCYYMMDD THAT IS A REAL         *
      *     CALENDAR DATE - DB2 PROVES THE DATE THE SAME WAY MF28CBD   *
      *     PROVES A KEYED DUE DATE. A BAD PARM WOULD MONITOR A NIGHT  *
      *     THAT NEVER RAN, SO THE RUN STOPS RC 12                     *
      ******************************************************************
       A2100-EDIT-PARM-DATE.
      *---------------------*
           IF WS-PARM-DATE NOT NUMERIC
               DISPLAY 'MF28MN1 PARM DATE NOT NUMERIC: ' WS-PARM-DATE
               MOVE 12                         TO WS-RUN-RC
           ELSE
               STRING WS-PARM-DATE(1:4) '-'
                      WS-PARM-DATE(5:2) '-'
                      WS-PARM-DATE(7:2)
                      DELIMITED BY SIZE INTO WS-PARM-ISO-DATE
               EXEC SQL
                   SELECT CHAR(DATE(:WS-PARM-ISO-DATE), ISO)
                     INTO :BATCH-CONTROL.BUSINESS-DATE
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'MF28MN1 PARM DATE NOT A VALID CCYYMMDD: '
                       WS-PARM-DATE
                   MOVE 12                     TO WS-RUN-RC
               END-IF
           END-IF.
      ******************************************************************
      *     CHECK ONE EXPECTED JOB - ITS NEWEST RUN-LOG ROW FOR THE    *
      *     BUSINESS DATE MUST EXIST, HAVE RUN CLEAN AND HAVE MOVED    *
      *     A CREDIBLE NUMBER OF RECORDS                               *
