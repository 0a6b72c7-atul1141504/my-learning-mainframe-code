      * MF28DW1 - DATA WAREHOUSE CHANGE-DATA EXTRACT V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28DW1.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO FEED THE
      *                    ENTERPRISE DATA WAREHOUSE EVERY NIGHT WITH
      *                    WHAT CHANGED ON THE CLAIMS DATABASE SINCE
      *                    ITS LAST RUN, INSTEAD OF WEEKEND FULL
      *                    UNLOADS:
      *                    1. READS ITS OWN HIGH-WATER-MARK TIMESTAMP
      *                       OFF DWLSTI - SEPARATE FROM THE MF28GL1
      *                       GL FEED'S MARKS - AND FIXES THE TOP OF
      *                       THE EXTRACT WINDOW AT FIVE MINUTES
      *                       BEFORE THE RUN STARTED, SO A UNIT OF
      *                       WORK STILL IN FLIGHT AT THE START IS
      *                       LEFT WHOLE FOR THE NEXT RUN.
      *                    2. WRITES A HEADER RECORD (MODE AND
      *                       WINDOW), THEN ONE '|'-DELIMITED RECORD
      *                       PER CHANGE INSIDE THE WINDOW, EACH WITH
      *                       ITS RECORD TYPE AND AN OPERATION CODE:
      *                         CLM - A NEW (I) OR CHANGED (U) CLAIM,
      *                               THE WHOLE MFTR28.CLAIMS ROW
      *                         PAY - A NEW CLAIM-PAYMENTS ROW
      *                         RSV - A NEW RESERVE-HISTORY ROW
      *                         RCV - A NEW CLAIM-RECOVERIES ROW
      *                         NOT - A NEW CLAIM-NOTES ROW
      *                         ASG - A NEW CLAIM-ASSIGN-LOG ROW
      *                         HLD - A NEW PAYMENT-HOLD-LOG ROW
      *                         ANO - A NEW ANONYMIZE-LOG ROW - THE
      *                               WAREHOUSE MUST SCRUB ITS OWN
      *                               COPY OF THAT TABLE FOR THE
      *                               CLAIM (OR MEMBER) TOO
      *                         MRG - A NEW CLAIM-MERGE ROW - THE
      *                               DUPLICATE'S PAYMENTS, RESERVE
      *                               HISTORY, RECOVERIES, NOTES AND
      *                               TASKS NOW SIT UNDER THE
      *                               SURVIVOR, THEIR SEQUENCE
      *                               NUMBERS RAISED BY THE OFFSETS
      *                               THE RECORD CARRIES, SO THE
      *                               WAREHOUSE RE-KEYS ITS COPIES
      *                       AND A TRAILER RECORD WITH THE COUNT OF
      *                       EACH RECORD TYPE.
      *                    3. WITH PARM('SNAPSHOT') WRITES EVERY ROW
      *                       OF THOSE TABLES UP TO THE TOP OF THE
      *                       WINDOW INSTEAD (OPERATION CODE S), FOR
      *                       THE WAREHOUSE'S INITIAL LOAD OR A
      *                       REBUILD. A RUN WITH NO PRIOR MARK ON
      *                       DWLSTI IS TAKEN AS A SNAPSHOT.
      *                    4. WRITES THE TOP OF THE WINDOW TO DWLSTO
      *                       AS THE NEXT RUN'S MARK ONLY WHEN THE
      *                       EXTRACT COMPLETED. A FAILED RUN MARKS
      *                       ITS TRAILER 'E' (DO NOT LOAD) AND CARRIES
      *                       THE OLD MARK FORWARD, SO THE RERUN
      *                       EXTRACTS THE SAME WINDOW AGAIN AND NO
      *                       CHANGE IS EVER DELIVERED TWICE.
      *                    5. WRITES A COMPLETION ROW TO
      *                       MFTR28.BATCH-RUN-LOG.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      * 10/14/2026 APATEL   RSV RECORDS NOW CARRY REVAL-REF, THE
      *                     MF28RV1 BULK REVALUATION REFERENCE.
      * 10/14/2026 APATEL   ADDED ANO RECORDS FOR THE MF28PV1
      *                     PRIVACY ANONYMIZATION LOG.
      * 10/15/2026 APATEL   ADDED MRG RECORDS FOR THE MF28CBI CLAIM
      *                     MERGE LOG, COUNTED IN THE TRAILER AND
      *                     THE END-OF-RUN TOTALS.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
      * PROCESSING TYPE: BATCH - RUN NIGHTLY FROM JCL MF28DW1.
      *
      * BMS: NONE
      *
      * COPYBOOKS: MF28CP1, MF28CP7, MF28CP8, MF28CP11, MF28CP12,
      *            MF28CP13, MF28CP18, MF28CP21, MF28CP23, MF28CP43,
      *            MF28CP44
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIMS, MFTR28.CLAIMS-HISTORY,
      *         MFTR28.CLAIMS-HISTORY-ARCH, MFTR28.CLAIM-PAYMENTS,
      *         MFTR28.RESERVE-HISTORY, MFTR28.CLAIM-RECOVERIES,
      *         MFTR28.CLAIM-NOTES, MFTR28.CLAIM-ASSIGN-LOG,
      *         MFTR28.PAYMENT-HOLD-LOG, MFTR28.ANONYMIZE-LOG,
      *         MFTR28.CLAIM-MERGE,
      *         MFTR28.BATCH-CONTROL, MFTR28.BATCH-RUN-LOG
      *
      * CALLING MODULES: NONE (INVOKED FROM JCL MF28DW1)
      *
      * CALLED MODULES: NONE
      *
      * PARAMETER: PARM('SNAPSHOT') - FULL SNAPSHOT. OMIT THE PARM FOR
      *            THE NIGHTLY CHANGES SINCE THE MARK ON DWLSTI.
      *
      * PROGRAMMER: ATUL PATEL
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DWLSTI-FILE    ASSIGN TO DWLSTI
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT DWLSTO-FILE    ASSIGN TO DWLSTO
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT DWEXTR-FILE    ASSIGN TO DWEXTR
                                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DWLSTI-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DWLSTI-RECORD.
           05 DLI-TIMESTAMP          PIC X(26).
       FD  DWLSTO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DWLSTO-RECORD.
           05 DLO-TIMESTAMP          PIC X(26).
       FD  DWEXTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DWEXTR-RECORD              PIC X(300).
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP1
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP7
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP8
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP11
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP12
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP13
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP18
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP21
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP23
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP43
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP44
           END-EXEC.
       01 WS-RUN-RC                    PIC S9(3) COMP-3 VALUE ZERO.
       01 WS-RUN-DATE                  PIC X(10).
       01 WS-SWITCHES.
           05 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
               88 EOF-TRUE             VALUE 'Y'.
               88 EOF-FALSE            VALUE 'N'.
           05 WS-MARK-FLAG             PIC X(01) VALUE 'N'.
               88 PRIOR-MARK-FOUND     VALUE 'Y'.
               88 NO-PRIOR-MARK        VALUE 'N'.
      *-- D(ELTA) - CHANGES SINCE THE MARK, S(NAPSHOT) - EVERY ROW
       01 WS-RUN-MODE                  PIC X(01) VALUE 'D'.
           88 DELTA-RUN                VALUE 'D'.
           88 SNAPSHOT-RUN             VALUE 'S'.
      *-- THE EXTRACT WINDOW - ROWS STAMPED AFTER WS-FROM-TS UP TO AND
      *-- INCLUDING WS-TO-TS. WS-PRIOR-TS IS THE MARK AS READ, CARRIED
      *-- FORWARD UNCHANGED WHEN THE RUN FAILS
       01 WS-PRIOR-TS                  PIC X(26) VALUE
           '0001-01-01-00.00.00.000000'.
       01 WS-FROM-TS                   PIC X(26) VALUE
           '0001-01-01-00.00.00.000000'.
       01 WS-TO-TS                     PIC X(26).
       01 WS-RUN-TS                    PIC X(26).
      *-- 'Y' WHEN THE CLAIM'S FIRST HISTORY ROW FALLS IN THE WINDOW -
      *-- THE CLAIM WAS ADDED SINCE THE LAST RUN
       01 WS-NEW-CLAIM-FLAG            PIC X(01).
           88 CLAIM-IS-NEW             VALUE 'Y'.
       01 WS-COUNTERS.
           05 WS-CLM-COUNT             PIC S9(9)     COMP-3 VALUE ZERO.
           05 WS-PAY-COUNT             PIC S9(9)     COMP-3 VALUE ZERO.
           05 WS-RSV-COUNT             PIC S9(9)     COMP-3 VALUE ZERO.
           05 WS-RCV-COUNT             PIC S9(9)     COMP-3 VALUE ZERO.
           05 WS-NOT-COUNT             PIC S9(9)     COMP-3 VALUE ZERO.
           05 WS-ASG-COUNT             PIC S9(9)     COMP-3 VALUE ZERO.
           05 WS-HLD-COUNT             PIC S9(9)     COMP-3 VALUE ZERO.
           05 WS-ANO-COUNT             PIC S9(9)     COMP-3 VALUE ZERO.
           05 WS-MRG-COUNT             PIC S9(9)     COMP-3 VALUE ZERO.
           05 WS-TOTAL-COUNT           PIC S9(9)     COMP-3 VALUE ZERO.
       01 WS-PARM-AREA.
           05 WS-PARM-MODE             PIC X(08).
      *-- EXTRACT RECORD LAYOUTS - ONE PER RECORD TYPE, FIELDS
      *-- SEPARATED BY '|'. AMOUNTS CARRY A LEADING SIGN AND A DECIMAL
      *-- POINT; DATES ARE CCYY-MM-DD AND TIMESTAMPS DB2 ISO FORMAT
       01 WS-HDR-REC.
           05 FILLER                   PIC X(04) VALUE 'HDR|'.
           05 WS-HDR-JOB               PIC X(08) VALUE 'MF28DW1'.
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-HDR-MODE              PIC X(01).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-HDR-BUS-DATE          PIC X(10).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-HDR-FROM-TS           PIC X(26).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-HDR-TO-TS             PIC X(26).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-HDR-RUN-TS            PIC X(26).
       01 WS-CLM-REC.
           05 FILLER                   PIC X(04) VALUE 'CLM|'.
           05 WS-CLM-OP                PIC X(01).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-NUMBER            PIC 9(07).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-DATE              PIC X(10).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-PAID              PIC -9(7).99.
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-CVALUE            PIC -9(7).99.
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-CAUSE             PIC X(20).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-OBSERVATIONS      PIC X(30).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-STATUS            PIC X(10).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-SUPV-APPR         PIC X(01).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-POLICY            PIC 9(09).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-DOCUMENT-REF      PIC X(20).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-RESERVE           PIC -9(7).99.
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-PAY-SENT          PIC X(01).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-CAT-EVENT         PIC X(08).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-UPDATE-COUNT      PIC 9(09).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-DENIAL-REASON     PIC X(04).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-STATUS-DATE       PIC X(10).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-LETTER-SENT       PIC X(01).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-REOPEN-COUNT      PIC 9(03).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-PAID-SENT         PIC -9(7).99.
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-PAY-HOLD          PIC X(01).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-SOURCE-BATCH      PIC X(08).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-ADJUSTER          PIC X(08).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-CLM-CHANGED-TS        PIC X(26).
       01 WS-PAY-REC.
           05 FILLER                   PIC X(04) VALUE 'PAY|'.
           05 WS-PAY-OP                PIC X(01).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-PAY-CLAIM             PIC 9(07).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-PAY-SEQ               PIC 9(03).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-PAY-AMOUNT            PIC -9(7).99.
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-PAY-DATE              PIC X(10).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-PAY-USERID            PIC X(08).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-PAY-TYPE              PIC X(04).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-PAY-TS                PIC X(26).
       01 WS-RSV-REC.
           05 FILLER                   PIC X(04) VALUE 'RSV|'.
           05 WS-RSV-OP                PIC X(01).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-RSV-CLAIM             PIC 9(07).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-RSV-OLD               PIC -9(7).99.
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-RSV-NEW               PIC -9(7).99.
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-RSV-USERID            PIC X(08).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-RSV-TS                PIC X(26).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-RSV-REVAL-REF         PIC X(08).
       01 WS-RCV-REC.
           05 FILLER                   PIC X(04) VALUE 'RCV|'.
           05 WS-RCV-OP                PIC X(01).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-RCV-CLAIM             PIC 9(07).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-RCV-SEQ               PIC 9(03).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-RCV-TYPE              PIC X(04).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-RCV-AMOUNT            PIC -9(7).99.
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-RCV-DATE              PIC X(10).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-RCV-USERID            PIC X(08).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-RCV-TS                PIC X(26).
       01 WS-NOT-REC.
           05 FILLER                   PIC X(04) VALUE 'NOT|'.
           05 WS-NOT-OP                PIC X(01).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-NOT-CLAIM             PIC 9(07).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-NOT-SEQ               PIC 9(05).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-NOT-TEXT              PIC X(50).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-NOT-USERID            PIC X(08).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-NOT-TS                PIC X(26).
       01 WS-ASG-REC.
           05 FILLER                   PIC X(04) VALUE 'ASG|'.
           05 WS-ASG-OP                PIC X(01).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-ASG-CLAIM             PIC 9(07).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-ASG-SEQ               PIC 9(03).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-ASG-OLD-ADJUSTER      PIC X(08).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-ASG-NEW-ADJUSTER      PIC X(08).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-ASG-USERID            PIC X(08).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-ASG-TS                PIC X(26).
       01 WS-HLD-REC.
           05 FILLER                   PIC X(04) VALUE 'HLD|'.
           05 WS-HLD-OP                PIC X(01).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-HLD-CLAIM             PIC 9(07).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-HLD-SEQ               PIC 9(03).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-HLD-ACTION            PIC X(01).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-HLD-REASON            PIC X(40).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-HLD-USERID            PIC X(08).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-HLD-TS                PIC X(26).
       01 WS-ANO-REC.
           05 FILLER                   PIC X(04) VALUE 'ANO|'.
           05 WS-ANO-OP                PIC X(01).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-ANO-CLAIM             PIC 9(07).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-ANO-POLICY            PIC 9(09).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-ANO-TABLE             PIC X(20).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-ANO-ROWS              PIC 9(07).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-ANO-REASON            PIC X(04).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-ANO-REF               PIC X(12).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-ANO-DATE              PIC X(10).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-ANO-TS                PIC X(26).
      *-- MERGED CLAIM, SURVIVOR, THE AMOUNTS AND ROW COUNTS MOVED,
      *-- THEN THE OFFSET ADDED TO PAYMENT-SEQ, RECOVERY-SEQ, NOTE-SEQ
      *-- AND TASK-SEQ OF THE ROWS MOVED
       01 WS-MRG-REC.
           05 FILLER                   PIC X(04) VALUE 'MRG|'.
           05 WS-MRG-OP                PIC X(01).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-MRG-CLAIM             PIC 9(07).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-MRG-SURVIVOR          PIC 9(07).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-MRG-PRIOR-STATUS      PIC X(10).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-MRG-PAID              PIC -9(7).99.
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-MRG-EXPENSE           PIC -9(7).99.
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-MRG-RESERVE           PIC -9(7).99.
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-MRG-PAID-SENT         PIC -9(7).99.
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-MRG-PAY-ROWS          PIC 9(05).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-MRG-RSV-ROWS          PIC 9(05).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-MRG-RCV-ROWS          PIC 9(05).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-MRG-NOT-ROWS          PIC 9(05).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-MRG-TSK-ROWS          PIC 9(05).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-MRG-PAY-OFFSET        PIC 9(05).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-MRG-RCV-OFFSET        PIC 9(05).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-MRG-NOT-OFFSET        PIC 9(05).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-MRG-TSK-OFFSET        PIC 9(05).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-MRG-REASON            PIC X(40).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-MRG-USERID            PIC X(08).
           05 FILLER                   PIC X(01) VALUE '|'.
           05 WS-MRG-TS                PIC X(26).
      *-- TRAILER - C(OMPLETE) OR E(RROR, DO NOT LOAD), THEN THE COUNT
      *-- OF EACH RECORD TYPE AND THE TOTAL, EXCLUDING HEADER/TRAILER
       01 WS-TRL-REC.
           05 FILLER                   PIC X(04) VALUE 'TRL|'.
           05 WS-TRL-STATUS            PIC X(01).
           05 FILLER                   PIC X(05) VALUE '|CLM|'.
           05 WS-TRL-CLM               PIC 9(09).
           05 FILLER                   PIC X(05) VALUE '|PAY|'.
           05 WS-TRL-PAY               PIC 9(09).
           05 FILLER                   PIC X(05) VALUE '|RSV|'.
           05 WS-TRL-RSV               PIC 9(09).
           05 FILLER                   PIC X(05) VALUE '|RCV|'.
           05 WS-TRL-RCV               PIC 9(09).
           05 FILLER                   PIC X(05) VALUE '|NOT|'.
           05 WS-TRL-NOT               PIC 9(09).
           05 FILLER                   PIC X(05) VALUE '|ASG|'.
           05 WS-TRL-ASG               PIC 9(09).
           05 FILLER                   PIC X(05) VALUE '|HLD|'.
           05 WS-TRL-HLD               PIC 9(09).
           05 FILLER                   PIC X(05) VALUE '|ANO|'.
           05 WS-TRL-ANO               PIC 9(09).
           05 FILLER                   PIC X(05) VALUE '|MRG|'.
           05 WS-TRL-MRG               PIC 9(09).
           05 FILLER                   PIC X(05) VALUE '|TOT|'.
           05 WS-TRL-TOTAL             PIC 9(09).
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
               PERFORM A3000-EXTRACT-CLAIMS
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A3200-EXTRACT-PAYMENTS
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A3400-EXTRACT-RESERVES
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A3600-EXTRACT-RECOVERIES
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A3800-EXTRACT-NOTES
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A4000-EXTRACT-ASSIGNMENTS
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A4200-EXTRACT-HOLDS
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A4400-EXTRACT-ANONYMIZED
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A4600-EXTRACT-MERGES
           END-IF.
           PERFORM A8000-WRITE-TRAILER.
           PERFORM A8100-WRITE-HIGH-WATER-MARK.
           PERFORM A9999-END-PARA.
      ******************************************************************
      *     READ THE PARM AND THE PRIOR MARK, FIX THE WINDOW, OPEN THE *
      *     EXTRACT AND WRITE ITS HEADER                               *
      ******************************************************************
       A2000-INITIALIZE.
      *----------------*
           IF LK-PARM-LEN > ZERO
               MOVE LK-PARM-DATA              TO WS-PARM-MODE
           ELSE
               MOVE SPACES                    TO WS-PARM-MODE
           END-IF.
           EVALUATE WS-PARM-MODE
               WHEN SPACES
                   SET DELTA-RUN               TO TRUE
               WHEN 'SNAPSHOT'
                   SET SNAPSHOT-RUN            TO TRUE
               WHEN OTHER
                   DISPLAY 'MF28DW1 INVALID PARM: ' WS-PARM-MODE
                   MOVE 12                     TO WS-RUN-RC
           END-EVALUATE.
           PERFORM A2100-READ-PRIOR-MARK.
           PERFORM A2200-GET-CONTROL-DATE.
           PERFORM A2300-SET-WINDOW.
           OPEN OUTPUT DWEXTR-FILE.
           PERFORM A7000-WRITE-HEADER.
      ******************************************************************
      *     THE MARK THE LAST COMPLETED RUN LEFT ON DWLSTI. WITH NONE  *
      *     (THE FIRST RUN) THE WAREHOUSE HAS NOTHING TO APPLY CHANGES *
      *     TO, SO THE RUN IS TAKEN AS A SNAPSHOT AND FLAGGED RC 4     *
      ******************************************************************
       A2100-READ-PRIOR-MARK.
      *----------------------*
           OPEN INPUT  DWLSTI-FILE.
           READ DWLSTI-FILE
               AT END
                   SET NO-PRIOR-MARK           TO TRUE
               NOT AT END
                   SET PRIOR-MARK-FOUND        TO TRUE
                   MOVE DLI-TIMESTAMP          TO WS-PRIOR-TS
           END-READ.
           CLOSE DWLSTI-FILE.
           IF NO-PRIOR-MARK AND DELTA-RUN
               DISPLAY 'MF28DW1 NO PRIOR MARK - RUNNING AS A SNAPSHOT'
               SET SNAPSHOT-RUN                TO TRUE
               IF WS-RUN-RC < 4
                   MOVE 4                      TO WS-RUN-RC
               END-IF
           END-IF.
      ******************************************************************
      *     THE BUSINESS DATE IS ONLY THE DATE THE RUN IS LOGGED AND   *
      *     HEADED UNDER - THE WINDOW ITSELF IS THE MARK               *
      ******************************************************************
       A2200-GET-CONTROL-DATE.
      *-----------------------*
           EXEC SQL
               SELECT BUSINESS-DATE
                 INTO :WS-RUN-DATE
                 FROM MFTR28.BATCH-CONTROL
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28DW1 BATCH-CONTROL SQLCODE: ' SQLCODE
               MOVE '1900-01-01'               TO WS-RUN-DATE
           END-IF.
      ******************************************************************
      *     THE WINDOW RUNS FROM THE PRIOR MARK (THE BEGINNING OF TIME *
      *     FOR A SNAPSHOT) TO FIVE MINUTES BEFORE NOW. A RERUN INSIDE *
      *     FIVE MINUTES OF THE LAST RUN GETS AN EMPTY WINDOW RATHER   *
      *     THAN ONE THAT RUNS BACKWARDS                               *
      ******************************************************************
       A2300-SET-WINDOW.
      *-----------------*
           EXEC SQL
               SELECT CURRENT TIMESTAMP - 5 MINUTES,
                      CURRENT TIMESTAMP
                 INTO :WS-TO-TS,
                      :WS-RUN-TS
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28DW1 TIMESTAMP SQLCODE: ' SQLCODE
               MOVE 12                         TO WS-RUN-RC
           END-IF.
           IF DELTA-RUN
               MOVE WS-PRIOR-TS                TO WS-FROM-TS
           END-IF.
           IF WS-FROM-TS > WS-TO-TS
               MOVE WS-FROM-TS                 TO WS-TO-TS
           END-IF.
      ******************************************************************
      *     EVERY CLAIM STAMPED INSIDE THE WINDOW (LAST-CHANGE-        *
      *     TIMESTAMP IS SET BY DB2 ON EVERY INSERT AND UPDATE), WITH  *
      *     WHETHER ITS FIRST HISTORY ROW IS INSIDE THE WINDOW TOO -   *
      *     A CLAIM WHOSE HISTORY HAS BEEN ARCHIVED IS NEVER NEW       *
      ******************************************************************
       A3000-EXTRACT-CLAIMS.
      *---------------------*
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE DWCLMC1 CURSOR FOR
                   SELECT C.CLAIMNUMBER, C.CLAIMDATE, C.PAID,
                          C.CVALUE, C.CAUSE, C.OBSERVATIONS,
                          C.CLAIM-STATUS, C.SUPV-APPR-FLAG,
                          C.POLICYNUMBER, C.DOCUMENT-REF,
                          C.RESERVE-AMOUNT, C.PAY-SENT-FLAG,
                          C.CAT-EVENT-CODE, C.UPDATE-COUNT,
                          C.DENIAL-REASON-CODE, C.STATUS-DATE,
                          C.LETTER-SENT-FLAG, C.REOPEN-COUNT,
                          C.PAID-SENT-AMOUNT, C.PAY-HOLD-FLAG,
                          C.SOURCE-BATCH-ID, C.ASSIGNED-ADJUSTER,
                          C.LAST-CHANGE-TIMESTAMP,
                          CASE WHEN (SELECT MIN(H.CHANGE-TIMESTAMP)
                                       FROM MFTR28.CLAIMS-HISTORY H
                                      WHERE H.CLAIMNUMBER =
                                            C.CLAIMNUMBER)
                                    > :WS-FROM-TS
                                AND NOT EXISTS
                                    (SELECT 1
                                       FROM MFTR28.CLAIMS-HISTORY-ARCH A
                                      WHERE A.CLAIMNUMBER =
                                            C.CLAIMNUMBER)
                               THEN 'Y'
                               ELSE 'N'
                          END
                   FROM MFTR28.CLAIMS C
                   WHERE (C.LAST-CHANGE-TIMESTAMP > :WS-FROM-TS
                          OR :WS-RUN-MODE = 'S')
                     AND C.LAST-CHANGE-TIMESTAMP <= :WS-TO-TS
                   ORDER BY C.CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               OPEN DWCLMC1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28DW1 CLAIMS OPEN SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           ELSE
               PERFORM A3050-FETCH-CLAIM
               PERFORM A3100-WRITE-CLAIM
                   UNTIL EOF-TRUE
               EXEC SQL
                   CLOSE DWCLMC1
               END-EXEC
           END-IF.
      ******************************************************************
      *                 FETCH THE NEXT CHANGED CLAIM                   *
      ******************************************************************
       A3050-FETCH-CLAIM.
      *------------------*
           EXEC SQL
               FETCH DWCLMC1
               INTO :CLAIMS.CLAIMNUMBER, :CLAIMS.CLAIMDATE,
                    :CLAIMS.PAID, :CLAIMS.CVALUE, :CLAIMS.CAUSE,
                    :CLAIMS.OBSERVATIONS, :CLAIMS.CLAIM-STATUS,
                    :CLAIMS.SUPV-APPR-FLAG, :CLAIMS.POLICYNUMBER,
                    :CLAIMS.DOCUMENT-REF, :CLAIMS.RESERVE-AMOUNT,
                    :CLAIMS.PAY-SENT-FLAG, :CLAIMS.CAT-EVENT-CODE,
                    :CLAIMS.UPDATE-COUNT, :CLAIMS.DENIAL-REASON-CODE,
                    :CLAIMS.STATUS-DATE, :CLAIMS.LETTER-SENT-FLAG,
                    :CLAIMS.REOPEN-COUNT, :CLAIMS.PAID-SENT-AMOUNT,
                    :CLAIMS.PAY-HOLD-FLAG, :CLAIMS.SOURCE-BATCH-ID,
                    :CLAIMS.ASSIGNED-ADJUSTER,
                    :CLAIMS.LAST-CHANGE-TIMESTAMP,
                    :WS-NEW-CLAIM-FLAG
           END-EXEC.
           PERFORM A7900-CHECK-FETCH.
      ******************************************************************
      *     WRITE ONE CLAIM RECORD - S ON A SNAPSHOT, I FOR A CLAIM    *
      *     ADDED INSIDE THE WINDOW, U FOR ANY OTHER CHANGED CLAIM     *
      ******************************************************************
       A3100-WRITE-CLAIM.
      *------------------*
           EVALUATE TRUE
               WHEN SNAPSHOT-RUN
                   MOVE 'S'                    TO WS-CLM-OP
               WHEN CLAIM-IS-NEW
                   MOVE 'I'                    TO WS-CLM-OP
               WHEN OTHER
                   MOVE 'U'                    TO WS-CLM-OP
           END-EVALUATE.
           MOVE CLAIMNUMBER OF CLAIMS          TO WS-CLM-NUMBER.
           MOVE CLAIMDATE                      TO WS-CLM-DATE.
           MOVE PAID OF CLAIMS                 TO WS-CLM-PAID.
           MOVE CVALUE                         TO WS-CLM-CVALUE.
           MOVE CAUSE                          TO WS-CLM-CAUSE.
           MOVE OBSERVATIONS                   TO WS-CLM-OBSERVATIONS.
           MOVE CLAIM-STATUS                   TO WS-CLM-STATUS.
           MOVE SUPV-APPR-FLAG                 TO WS-CLM-SUPV-APPR.
           MOVE POLICYNUMBER OF CLAIMS         TO WS-CLM-POLICY.
           MOVE DOCUMENT-REF                   TO WS-CLM-DOCUMENT-REF.
           MOVE RESERVE-AMOUNT                 TO WS-CLM-RESERVE.
           MOVE PAY-SENT-FLAG                  TO WS-CLM-PAY-SENT.
           MOVE CAT-EVENT-CODE                 TO WS-CLM-CAT-EVENT.
           MOVE UPDATE-COUNT                   TO WS-CLM-UPDATE-COUNT.
           MOVE DENIAL-REASON-CODE             TO WS-CLM-DENIAL-REASON.
           MOVE STATUS-DATE                    TO WS-CLM-STATUS-DATE.
           MOVE LETTER-SENT-FLAG               TO WS-CLM-LETTER-SENT.
           MOVE REOPEN-COUNT                   TO WS-CLM-REOPEN-COUNT.
           MOVE PAID-SENT-AMOUNT               TO WS-CLM-PAID-SENT.
           MOVE PAY-HOLD-FLAG                  TO WS-CLM-PAY-HOLD.
           MOVE SOURCE-BATCH-ID                TO WS-CLM-SOURCE-BATCH.
           MOVE ASSIGNED-ADJUSTER              TO WS-CLM-ADJUSTER.
           MOVE LAST-CHANGE-TIMESTAMP          TO WS-CLM-CHANGED-TS.
      *-- FREE TEXT MUST NOT CARRY THE FIELD SEPARATOR
           INSPECT WS-CLM-CAUSE        REPLACING ALL '|' BY '/'.
           INSPECT WS-CLM-OBSERVATIONS REPLACING ALL '|' BY '/'.
           INSPECT WS-CLM-DOCUMENT-REF REPLACING ALL '|' BY '/'.
           MOVE WS-CLM-REC                     TO DWEXTR-RECORD.
           WRITE DWEXTR-RECORD.
           ADD 1                               TO WS-CLM-COUNT.
           PERFORM A3050-FETCH-CLAIM.
      ******************************************************************
      *     CLAIM-PAYMENTS ROWS LEDGERED INSIDE THE WINDOW             *
      ******************************************************************
       A3200-EXTRACT-PAYMENTS.
      *-----------------------*
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE DWPAYC1 CURSOR FOR
                   SELECT CLAIMNUMBER, PAYMENT-SEQ, PAYMENT-AMOUNT,
                          PAYMENT-DATE, KEYED-BY-USERID, PAYMENT-TYPE,
                          PAYMENT-TIMESTAMP
                   FROM MFTR28.CLAIM-PAYMENTS
                   WHERE (PAYMENT-TIMESTAMP > :WS-FROM-TS
                          OR :WS-RUN-MODE = 'S')
                     AND PAYMENT-TIMESTAMP <= :WS-TO-TS
                   ORDER BY PAYMENT-TIMESTAMP, CLAIMNUMBER, PAYMENT-SEQ
           END-EXEC.
           EXEC SQL
               OPEN DWPAYC1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28DW1 PAYMENTS OPEN SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           ELSE
               PERFORM A3250-FETCH-PAYMENT
               PERFORM A3300-WRITE-PAYMENT
                   UNTIL EOF-TRUE
               EXEC SQL
                   CLOSE DWPAYC1
               END-EXEC
           END-IF.
      ******************************************************************
      *                 FETCH THE NEXT PAYMENT ROW                     *
      ******************************************************************
       A3250-FETCH-PAYMENT.
      *--------------------*
           EXEC SQL
               FETCH DWPAYC1
               INTO :CLAIM-PAYMENTS.CLAIMNUMBER,
                    :CLAIM-PAYMENTS.PAYMENT-SEQ,
                    :CLAIM-PAYMENTS.PAYMENT-AMOUNT,
                    :CLAIM-PAYMENTS.PAYMENT-DATE,
                    :CLAIM-PAYMENTS.KEYED-BY-USERID,
                    :CLAIM-PAYMENTS.PAYMENT-TYPE,
                    :CLAIM-PAYMENTS.PAYMENT-TIMESTAMP
           END-EXEC.
           PERFORM A7900-CHECK-FETCH.
      ******************************************************************
      *                 WRITE ONE PAYMENT RECORD                       *
      ******************************************************************
       A3300-WRITE-PAYMENT.
      *--------------------*
           PERFORM A7100-SET-ROW-OP.
           MOVE WS-CLM-OP                      TO WS-PAY-OP.
           MOVE CLAIMNUMBER OF CLAIM-PAYMENTS  TO WS-PAY-CLAIM.
           MOVE PAYMENT-SEQ                    TO WS-PAY-SEQ.
           MOVE PAYMENT-AMOUNT                 TO WS-PAY-AMOUNT.
           MOVE PAYMENT-DATE                   TO WS-PAY-DATE.
           MOVE KEYED-BY-USERID OF CLAIM-PAYMENTS
                                               TO WS-PAY-USERID.
           MOVE PAYMENT-TYPE                   TO WS-PAY-TYPE.
           MOVE PAYMENT-TIMESTAMP              TO WS-PAY-TS.
           MOVE WS-PAY-REC                     TO DWEXTR-RECORD.
           WRITE DWEXTR-RECORD.
           ADD 1                               TO WS-PAY-COUNT.
           PERFORM A3250-FETCH-PAYMENT.
      ******************************************************************
      *     RESERVE-HISTORY ROWS WRITTEN INSIDE THE WINDOW             *
      ******************************************************************
       A3400-EXTRACT-RESERVES.
      *-----------------------*
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE DWRSVC1 CURSOR FOR
                   SELECT CLAIMNUMBER, OLD-RESERVE, NEW-RESERVE,
                          CHANGED-BY-USERID, CHANGE-TIMESTAMP,
                          REVAL-REF
                   FROM MFTR28.RESERVE-HISTORY
                   WHERE (CHANGE-TIMESTAMP > :WS-FROM-TS
                          OR :WS-RUN-MODE = 'S')
                     AND CHANGE-TIMESTAMP <= :WS-TO-TS
                   ORDER BY CHANGE-TIMESTAMP, CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               OPEN DWRSVC1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28DW1 RESERVES OPEN SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           ELSE
               PERFORM A3450-FETCH-RESERVE
               PERFORM A3500-WRITE-RESERVE
                   UNTIL EOF-TRUE
               EXEC SQL
                   CLOSE DWRSVC1
               END-EXEC
           END-IF.
      ******************************************************************
      *                 FETCH THE NEXT RESERVE CHANGE                  *
      ******************************************************************
       A3450-FETCH-RESERVE.
      *--------------------*
           EXEC SQL
               FETCH DWRSVC1
               INTO :RESERVE-HISTORY.CLAIMNUMBER,
                    :RESERVE-HISTORY.OLD-RESERVE,
                    :RESERVE-HISTORY.NEW-RESERVE,
                    :RESERVE-HISTORY.CHANGED-BY-USERID,
                    :RESERVE-HISTORY.CHANGE-TIMESTAMP,
                    :RESERVE-HISTORY.REVAL-REF
           END-EXEC.
           PERFORM A7900-CHECK-FETCH.
      ******************************************************************
      *                 WRITE ONE RESERVE CHANGE RECORD                *
      ******************************************************************
       A3500-WRITE-RESERVE.
      *--------------------*
           PERFORM A7100-SET-ROW-OP.
           MOVE WS-CLM-OP                      TO WS-RSV-OP.
           MOVE CLAIMNUMBER OF RESERVE-HISTORY TO WS-RSV-CLAIM.
           MOVE OLD-RESERVE                    TO WS-RSV-OLD.
           MOVE NEW-RESERVE                    TO WS-RSV-NEW.
           MOVE CHANGED-BY-USERID OF RESERVE-HISTORY
                                               TO WS-RSV-USERID.
           MOVE CHANGE-TIMESTAMP OF RESERVE-HISTORY
                                               TO WS-RSV-TS.
           MOVE REVAL-REF                      TO WS-RSV-REVAL-REF.
           MOVE WS-RSV-REC                     TO DWEXTR-RECORD.
           WRITE DWEXTR-RECORD.
           ADD 1                               TO WS-RSV-COUNT.
           PERFORM A3450-FETCH-RESERVE.
      ******************************************************************
      *     CLAIM-RECOVERIES ROWS LEDGERED INSIDE THE WINDOW           *
      ******************************************************************
       A3600-EXTRACT-RECOVERIES.
      *-------------------------*
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE DWRCVC1 CURSOR FOR
                   SELECT CLAIMNUMBER, RECOVERY-SEQ, RECOVERY-TYPE,
                          RECOVERY-AMOUNT, RECOVERY-DATE,
                          KEYED-BY-USERID, RECOVERY-TIMESTAMP
                   FROM MFTR28.CLAIM-RECOVERIES
                   WHERE (RECOVERY-TIMESTAMP > :WS-FROM-TS
                          OR :WS-RUN-MODE = 'S')
                     AND RECOVERY-TIMESTAMP <= :WS-TO-TS
                   ORDER BY RECOVERY-TIMESTAMP, CLAIMNUMBER,
                            RECOVERY-SEQ
           END-EXEC.
           EXEC SQL
               OPEN DWRCVC1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28DW1 RECOVERIES OPEN SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           ELSE
               PERFORM A3650-FETCH-RECOVERY
               PERFORM A3700-WRITE-RECOVERY
                   UNTIL EOF-TRUE
               EXEC SQL
                   CLOSE DWRCVC1
               END-EXEC
           END-IF.
      ******************************************************************
      *                 FETCH THE NEXT RECOVERY ROW                    *
      ******************************************************************
       A3650-FETCH-RECOVERY.
      *---------------------*
           EXEC SQL
               FETCH DWRCVC1
               INTO :CLAIM-RECOVERIES.CLAIMNUMBER,
                    :CLAIM-RECOVERIES.RECOVERY-SEQ,
                    :CLAIM-RECOVERIES.RECOVERY-TYPE,
                    :CLAIM-RECOVERIES.RECOVERY-AMOUNT,
                    :CLAIM-RECOVERIES.RECOVERY-DATE,
                    :CLAIM-RECOVERIES.KEYED-BY-USERID,
                    :CLAIM-RECOVERIES.RECOVERY-TIMESTAMP
           END-EXEC.
           PERFORM A7900-CHECK-FETCH.
      ******************************************************************
      *                 WRITE ONE RECOVERY RECORD                      *
      ******************************************************************
       A3700-WRITE-RECOVERY.
      *---------------------*
           PERFORM A7100-SET-ROW-OP.
           MOVE WS-CLM-OP                      TO WS-RCV-OP.
           MOVE CLAIMNUMBER OF CLAIM-RECOVERIES
                                               TO WS-RCV-CLAIM.
           MOVE RECOVERY-SEQ                   TO WS-RCV-SEQ.
           MOVE RECOVERY-TYPE                  TO WS-RCV-TYPE.
           MOVE RECOVERY-AMOUNT                TO WS-RCV-AMOUNT.
           MOVE RECOVERY-DATE                  TO WS-RCV-DATE.
           MOVE KEYED-BY-USERID OF CLAIM-RECOVERIES
                                               TO WS-RCV-USERID.
           MOVE RECOVERY-TIMESTAMP             TO WS-RCV-TS.
           MOVE WS-RCV-REC                     TO DWEXTR-RECORD.
           WRITE DWEXTR-RECORD.
           ADD 1                               TO WS-RCV-COUNT.
           PERFORM A3650-FETCH-RECOVERY.
      ******************************************************************
      *     CLAIM-NOTES ROWS WRITTEN INSIDE THE WINDOW                 *
      ******************************************************************
       A3800-EXTRACT-NOTES.
      *--------------------*
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE DWNOTC1 CURSOR FOR
                   SELECT CLAIMNUMBER, NOTE-SEQ, NOTE-TEXT,
                          NOTED-BY-USERID, NOTE-TIMESTAMP
                   FROM MFTR28.CLAIM-NOTES
                   WHERE (NOTE-TIMESTAMP > :WS-FROM-TS
                          OR :WS-RUN-MODE = 'S')
                     AND NOTE-TIMESTAMP <= :WS-TO-TS
                   ORDER BY NOTE-TIMESTAMP, CLAIMNUMBER, NOTE-SEQ
           END-EXEC.
           EXEC SQL
               OPEN DWNOTC1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28DW1 NOTES OPEN SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           ELSE
               PERFORM A3850-FETCH-NOTE
               PERFORM A3900-WRITE-NOTE
                   UNTIL EOF-TRUE
               EXEC SQL
                   CLOSE DWNOTC1
               END-EXEC
           END-IF.
      ******************************************************************
      *                 FETCH THE NEXT NOTE                            *
      ******************************************************************
       A3850-FETCH-NOTE.
      *-----------------*
           EXEC SQL
               FETCH DWNOTC1
               INTO :CLAIM-NOTES.CLAIMNUMBER,
                    :CLAIM-NOTES.NOTE-SEQ,
                    :CLAIM-NOTES.NOTE-TEXT,
                    :CLAIM-NOTES.NOTED-BY-USERID,
                    :CLAIM-NOTES.NOTE-TIMESTAMP
           END-EXEC.
           PERFORM A7900-CHECK-FETCH.
      ******************************************************************
      *                 WRITE ONE NOTE RECORD                          *
      ******************************************************************
       A3900-WRITE-NOTE.
      *-----------------*
           PERFORM A7100-SET-ROW-OP.
           MOVE WS-CLM-OP                      TO WS-NOT-OP.
           MOVE CLAIMNUMBER OF CLAIM-NOTES     TO WS-NOT-CLAIM.
           MOVE NOTE-SEQ                       TO WS-NOT-SEQ.
           MOVE NOTE-TEXT                      TO WS-NOT-TEXT.
           INSPECT WS-NOT-TEXT REPLACING ALL '|' BY '/'.
           MOVE NOTED-BY-USERID                TO WS-NOT-USERID.
           MOVE NOTE-TIMESTAMP                 TO WS-NOT-TS.
           MOVE WS-NOT-REC                     TO DWEXTR-RECORD.
           WRITE DWEXTR-RECORD.
           ADD 1                               TO WS-NOT-COUNT.
           PERFORM A3850-FETCH-NOTE.
      ******************************************************************
      *     CLAIM-ASSIGN-LOG ROWS WRITTEN INSIDE THE WINDOW            *
      ******************************************************************
       A4000-EXTRACT-ASSIGNMENTS.
      *--------------------------*
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE DWASGC1 CURSOR FOR
                   SELECT CLAIMNUMBER, ASSIGN-SEQ, OLD-ADJUSTER,
                          NEW-ADJUSTER, ASSIGNED-BY-USERID,
                          ASSIGN-TIMESTAMP
                   FROM MFTR28.CLAIM-ASSIGN-LOG
                   WHERE (ASSIGN-TIMESTAMP > :WS-FROM-TS
                          OR :WS-RUN-MODE = 'S')
                     AND ASSIGN-TIMESTAMP <= :WS-TO-TS
                   ORDER BY ASSIGN-TIMESTAMP, CLAIMNUMBER, ASSIGN-SEQ
           END-EXEC.
           EXEC SQL
               OPEN DWASGC1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28DW1 ASSIGN-LOG OPEN SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           ELSE
               PERFORM A4050-FETCH-ASSIGNMENT
               PERFORM A4100-WRITE-ASSIGNMENT
                   UNTIL EOF-TRUE
               EXEC SQL
                   CLOSE DWASGC1
               END-EXEC
           END-IF.
      ******************************************************************
      *                 FETCH THE NEXT ASSIGNMENT                      *
      ******************************************************************
       A4050-FETCH-ASSIGNMENT.
      *-----------------------*
           EXEC SQL
               FETCH DWASGC1
               INTO :CLAIM-ASSIGN-LOG.CLAIMNUMBER,
                    :CLAIM-ASSIGN-LOG.ASSIGN-SEQ,
                    :CLAIM-ASSIGN-LOG.OLD-ADJUSTER,
                    :CLAIM-ASSIGN-LOG.NEW-ADJUSTER,
                    :CLAIM-ASSIGN-LOG.ASSIGNED-BY-USERID,
                    :CLAIM-ASSIGN-LOG.ASSIGN-TIMESTAMP
           END-EXEC.
           PERFORM A7900-CHECK-FETCH.
      ******************************************************************
      *                 WRITE ONE ASSIGNMENT RECORD                    *
      ******************************************************************
       A4100-WRITE-ASSIGNMENT.
      *-----------------------*
           PERFORM A7100-SET-ROW-OP.
           MOVE WS-CLM-OP                      TO WS-ASG-OP.
           MOVE CLAIMNUMBER OF CLAIM-ASSIGN-LOG
                                               TO WS-ASG-CLAIM.
           MOVE ASSIGN-SEQ                     TO WS-ASG-SEQ.
           MOVE OLD-ADJUSTER                   TO WS-ASG-OLD-ADJUSTER.
           MOVE NEW-ADJUSTER                   TO WS-ASG-NEW-ADJUSTER.
           MOVE ASSIGNED-BY-USERID             TO WS-ASG-USERID.
           MOVE ASSIGN-TIMESTAMP               TO WS-ASG-TS.
           MOVE WS-ASG-REC                     TO DWEXTR-RECORD.
           WRITE DWEXTR-RECORD.
           ADD 1                               TO WS-ASG-COUNT.
           PERFORM A4050-FETCH-ASSIGNMENT.
      ******************************************************************
      *     PAYMENT-HOLD-LOG ROWS WRITTEN INSIDE THE WINDOW            *
      ******************************************************************
       A4200-EXTRACT-HOLDS.
      *--------------------*
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE DWHLDC1 CURSOR FOR
                   SELECT CLAIMNUMBER, HOLD-SEQ, HOLD-ACTION,
                          HOLD-REASON, HOLD-USERID, HOLD-TIMESTAMP
                   FROM MFTR28.PAYMENT-HOLD-LOG
                   WHERE (HOLD-TIMESTAMP > :WS-FROM-TS
                          OR :WS-RUN-MODE = 'S')
                     AND HOLD-TIMESTAMP <= :WS-TO-TS
                   ORDER BY HOLD-TIMESTAMP, CLAIMNUMBER, HOLD-SEQ
           END-EXEC.
           EXEC SQL
               OPEN DWHLDC1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28DW1 HOLD-LOG OPEN SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           ELSE
               PERFORM A4250-FETCH-HOLD
               PERFORM A4300-WRITE-HOLD
                   UNTIL EOF-TRUE
               EXEC SQL
                   CLOSE DWHLDC1
               END-EXEC
           END-IF.
      ******************************************************************
      *                 FETCH THE NEXT HOLD MOVE                       *
      ******************************************************************
       A4250-FETCH-HOLD.
      *-----------------*
           EXEC SQL
               FETCH DWHLDC1
               INTO :PAYMENT-HOLD-LOG.CLAIMNUMBER,
                    :PAYMENT-HOLD-LOG.HOLD-SEQ,
                    :PAYMENT-HOLD-LOG.HOLD-ACTION,
                    :PAYMENT-HOLD-LOG.HOLD-REASON,
                    :PAYMENT-HOLD-LOG.HOLD-USERID,
                    :PAYMENT-HOLD-LOG.HOLD-TIMESTAMP
           END-EXEC.
           PERFORM A7900-CHECK-FETCH.
      ******************************************************************
      *                 WRITE ONE HOLD RECORD                          *
      ******************************************************************
       A4300-WRITE-HOLD.
      *-----------------*
           PERFORM A7100-SET-ROW-OP.
           MOVE WS-CLM-OP                      TO WS-HLD-OP.
           MOVE CLAIMNUMBER OF PAYMENT-HOLD-LOG
                                               TO WS-HLD-CLAIM.
           MOVE HOLD-SEQ                       TO WS-HLD-SEQ.
           MOVE HOLD-ACTION                    TO WS-HLD-ACTION.
           MOVE HOLD-REASON                    TO WS-HLD-REASON.
           INSPECT WS-HLD-REASON REPLACING ALL '|' BY '/'.
           MOVE HOLD-USERID                    TO WS-HLD-USERID.
           MOVE HOLD-TIMESTAMP                 TO WS-HLD-TS.
           MOVE WS-HLD-REC                     TO DWEXTR-RECORD.
           WRITE DWEXTR-RECORD.
           ADD 1                               TO WS-HLD-COUNT.
           PERFORM A4250-FETCH-HOLD.
      ******************************************************************
      *     ANONYMIZE-LOG ROWS WRITTEN INSIDE THE WINDOW - EACH NAMES  *
      *     A TABLE WHOSE PERSONAL FIELDS MF28PV1 REPLACED FOR THE     *
      *     CLAIM, OR THE MEMBER-MASTER ROW OF THE POLICY              *
      ******************************************************************
       A4400-EXTRACT-ANONYMIZED.
      *-------------------------*
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE DWANOC1 CURSOR FOR
                   SELECT CLAIMNUMBER, POLICYNUMBER, ANON-TABLE,
                          ROWS-CHANGED, ANON-REASON, REQUEST-REF,
                          ANON-DATE, CHANGE-TIMESTAMP
                   FROM MFTR28.ANONYMIZE-LOG
                   WHERE (CHANGE-TIMESTAMP > :WS-FROM-TS
                          OR :WS-RUN-MODE = 'S')
                     AND CHANGE-TIMESTAMP <= :WS-TO-TS
                   ORDER BY CHANGE-TIMESTAMP, CLAIMNUMBER,
                            POLICYNUMBER, ANON-TABLE
           END-EXEC.
           EXEC SQL
               OPEN DWANOC1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28DW1 ANONYMIZE-LOG OPEN SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           ELSE
               PERFORM A4450-FETCH-ANONYMIZED
               PERFORM A4500-WRITE-ANONYMIZED
                   UNTIL EOF-TRUE
               EXEC SQL
                   CLOSE DWANOC1
               END-EXEC
           END-IF.
      ******************************************************************
      *                 FETCH THE NEXT ANONYMIZED TABLE                *
      ******************************************************************
       A4450-FETCH-ANONYMIZED.
      *-----------------------*
           EXEC SQL
               FETCH DWANOC1
               INTO :ANONYMIZE-LOG.CLAIMNUMBER,
                    :ANONYMIZE-LOG.POLICYNUMBER,
                    :ANONYMIZE-LOG.ANON-TABLE,
                    :ANONYMIZE-LOG.ROWS-CHANGED,
                    :ANONYMIZE-LOG.ANON-REASON,
                    :ANONYMIZE-LOG.REQUEST-REF,
                    :ANONYMIZE-LOG.ANON-DATE,
                    :ANONYMIZE-LOG.CHANGE-TIMESTAMP
           END-EXEC.
           PERFORM A7900-CHECK-FETCH.
      ******************************************************************
      *                 WRITE ONE ANONYMIZATION RECORD                 *
      ******************************************************************
       A4500-WRITE-ANONYMIZED.
      *-----------------------*
           PERFORM A7100-SET-ROW-OP.
           MOVE WS-CLM-OP                      TO WS-ANO-OP.
           MOVE CLAIMNUMBER OF ANONYMIZE-LOG   TO WS-ANO-CLAIM.
           MOVE POLICYNUMBER OF ANONYMIZE-LOG  TO WS-ANO-POLICY.
           MOVE ANON-TABLE                     TO WS-ANO-TABLE.
           MOVE ROWS-CHANGED                   TO WS-ANO-ROWS.
           MOVE ANON-REASON                    TO WS-ANO-REASON.
           MOVE REQUEST-REF OF ANONYMIZE-LOG   TO WS-ANO-REF.
           INSPECT WS-ANO-REF REPLACING ALL '|' BY '/'.
           MOVE ANON-DATE                      TO WS-ANO-DATE.
           MOVE CHANGE-TIMESTAMP OF ANONYMIZE-LOG
                                               TO WS-ANO-TS.
           MOVE WS-ANO-REC                     TO DWEXTR-RECORD.
           WRITE DWEXTR-RECORD.
           ADD 1                               TO WS-ANO-COUNT.
           PERFORM A4450-FETCH-ANONYMIZED.
      ******************************************************************
      *     CLAIM-MERGE ROWS WRITTEN INSIDE THE WINDOW - EACH RETIRES  *
      *     A DUPLICATE CLAIM INTO ITS SURVIVOR. ROWS MF28CBI MOVED    *
      *     KEEP THEIR TIMESTAMPS, SO THEY ARE NOT EXTRACTED AGAIN -   *
      *     THE WAREHOUSE RE-KEYS ITS OWN COPIES FROM THIS RECORD      *
      ******************************************************************
       A4600-EXTRACT-MERGES.
      *---------------------*
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE DWMRGC1 CURSOR FOR
                   SELECT MERGED-CLAIMNUMBER, SURVIVOR-CLAIMNUMBER,
                          MERGED-PRIOR-STATUS, PAID-MOVED,
                          EXPENSE-MOVED, RESERVE-MOVED,
                          PAID-SENT-MOVED, PAYMENT-ROWS-MOVED,
                          RESERVE-ROWS-MOVED, RECOVERY-ROWS-MOVED,
                          NOTE-ROWS-MOVED, TASK-ROWS-MOVED,
                          PAYMENT-SEQ-OFFSET, RECOVERY-SEQ-OFFSET,
                          NOTE-SEQ-OFFSET, TASK-SEQ-OFFSET,
                          MERGE-REASON, MERGED-BY-USERID,
                          MERGE-TIMESTAMP
                   FROM MFTR28.CLAIM-MERGE
                   WHERE (MERGE-TIMESTAMP > :WS-FROM-TS
                          OR :WS-RUN-MODE = 'S')
                     AND MERGE-TIMESTAMP <= :WS-TO-TS
                   ORDER BY MERGE-TIMESTAMP, MERGED-CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               OPEN DWMRGC1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28DW1 CLAIM-MERGE OPEN SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           ELSE
               PERFORM A4650-FETCH-MERGE
               PERFORM A4700-WRITE-MERGE
                   UNTIL EOF-TRUE
               EXEC SQL
                   CLOSE DWMRGC1
               END-EXEC
           END-IF.
      ******************************************************************
      *                    FETCH THE NEXT CLAIM MERGE                  *
      ******************************************************************
       A4650-FETCH-MERGE.
      *------------------*
           EXEC SQL
               FETCH DWMRGC1
               INTO :CLAIM-MERGE.MERGED-CLAIMNUMBER,
                    :CLAIM-MERGE.SURVIVOR-CLAIMNUMBER,
                    :CLAIM-MERGE.MERGED-PRIOR-STATUS,
                    :CLAIM-MERGE.PAID-MOVED,
                    :CLAIM-MERGE.EXPENSE-MOVED,
                    :CLAIM-MERGE.RESERVE-MOVED,
                    :CLAIM-MERGE.PAID-SENT-MOVED,
                    :CLAIM-MERGE.PAYMENT-ROWS-MOVED,
                    :CLAIM-MERGE.RESERVE-ROWS-MOVED,
                    :CLAIM-MERGE.RECOVERY-ROWS-MOVED,
                    :CLAIM-MERGE.NOTE-ROWS-MOVED,
                    :CLAIM-MERGE.TASK-ROWS-MOVED,
                    :CLAIM-MERGE.PAYMENT-SEQ-OFFSET,
                    :CLAIM-MERGE.RECOVERY-SEQ-OFFSET,
                    :CLAIM-MERGE.NOTE-SEQ-OFFSET,
                    :CLAIM-MERGE.TASK-SEQ-OFFSET,
                    :CLAIM-MERGE.MERGE-REASON,
                    :CLAIM-MERGE.MERGED-BY-USERID,
                    :CLAIM-MERGE.MERGE-TIMESTAMP
           END-EXEC.
           PERFORM A7900-CHECK-FETCH.
      ******************************************************************
      *                     WRITE ONE CLAIM MERGE RECORD               *
      ******************************************************************
       A4700-WRITE-MERGE.
      *------------------*
           PERFORM A7100-SET-ROW-OP.
           MOVE WS-CLM-OP                      TO WS-MRG-OP.
           MOVE MERGED-CLAIMNUMBER             TO WS-MRG-CLAIM.
           MOVE SURVIVOR-CLAIMNUMBER           TO WS-MRG-SURVIVOR.
           MOVE MERGED-PRIOR-STATUS            TO WS-MRG-PRIOR-STATUS.
           MOVE PAID-MOVED                     TO WS-MRG-PAID.
           MOVE EXPENSE-MOVED                  TO WS-MRG-EXPENSE.
           MOVE RESERVE-MOVED                  TO WS-MRG-RESERVE.
           MOVE PAID-SENT-MOVED                TO WS-MRG-PAID-SENT.
           MOVE PAYMENT-ROWS-MOVED             TO WS-MRG-PAY-ROWS.
           MOVE RESERVE-ROWS-MOVED             TO WS-MRG-RSV-ROWS.
           MOVE RECOVERY-ROWS-MOVED            TO WS-MRG-RCV-ROWS.
           MOVE NOTE-ROWS-MOVED                TO WS-MRG-NOT-ROWS.
           MOVE TASK-ROWS-MOVED                TO WS-MRG-TSK-ROWS.
           MOVE PAYMENT-SEQ-OFFSET             TO WS-MRG-PAY-OFFSET.
           MOVE RECOVERY-SEQ-OFFSET            TO WS-MRG-RCV-OFFSET.
           MOVE NOTE-SEQ-OFFSET                TO WS-MRG-NOT-OFFSET.
           MOVE TASK-SEQ-OFFSET                TO WS-MRG-TSK-OFFSET.
           MOVE MERGE-REASON                   TO WS-MRG-REASON.
           INSPECT WS-MRG-REASON REPLACING ALL '|' BY '/'.
           MOVE MERGED-BY-USERID               TO WS-MRG-USERID.
           MOVE MERGE-TIMESTAMP                TO WS-MRG-TS.
           MOVE WS-MRG-REC                     TO DWEXTR-RECORD.
           WRITE DWEXTR-RECORD.
           ADD 1                               TO WS-MRG-COUNT.
           PERFORM A4650-FETCH-MERGE.
      ******************************************************************
      *     THE HEADER - WHICH MODE AND WHICH WINDOW THE FILE HOLDS,   *
      *     SO THE WAREHOUSE CAN REFUSE A WINDOW IT HAS ALREADY LOADED *
      ******************************************************************
       A7000-WRITE-HEADER.
      *-------------------*
           MOVE WS-RUN-MODE                    TO WS-HDR-MODE.
           MOVE WS-RUN-DATE                    TO WS-HDR-BUS-DATE.
           MOVE WS-FROM-TS                     TO WS-HDR-FROM-TS.
           MOVE WS-TO-TS                       TO WS-HDR-TO-TS.
           MOVE WS-RUN-TS                      TO WS-HDR-RUN-TS.
           MOVE WS-HDR-REC                     TO DWEXTR-RECORD.
           WRITE DWEXTR-RECORD.
      ******************************************************************
      *     THE CHILD TABLES ARE ONLY EVER INSERTED INTO - A ROW IS I  *
      *     ON A NIGHTLY RUN AND S ON A SNAPSHOT                       *
      ******************************************************************
       A7100-SET-ROW-OP.
      *-----------------*
           IF SNAPSHOT-RUN
               MOVE 'S'                        TO WS-CLM-OP
           ELSE
               MOVE 'I'                        TO WS-CLM-OP
           END-IF.
      ******************************************************************
      *     COMMON FETCH CHECK - A FETCH ERROR ENDS THAT CURSOR AND    *
      *     FAILS THE RUN, SO THE MARK IS NOT ADVANCED                 *
      ******************************************************************
       A7900-CHECK-FETCH.
      *------------------*
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y'                    TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28DW1 FETCH ERROR SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     THE TRAILER - THE COUNT OF EACH RECORD TYPE, AND WHETHER   *
      *     THE FILE IS COMPLETE. AN 'E' FILE MUST NOT BE LOADED       *
      ******************************************************************
       A8000-WRITE-TRAILER.
      *--------------------*
           IF WS-RUN-RC < 8
               MOVE 'C'                        TO WS-TRL-STATUS
           ELSE
               MOVE 'E'                        TO WS-TRL-STATUS
           END-IF.
           COMPUTE WS-TOTAL-COUNT = WS-CLM-COUNT + WS-PAY-COUNT
                                  + WS-RSV-COUNT + WS-RCV-COUNT
                                  + WS-NOT-COUNT + WS-ASG-COUNT
                                  + WS-HLD-COUNT + WS-ANO-COUNT
                                  + WS-MRG-COUNT.
           MOVE WS-CLM-COUNT                   TO WS-TRL-CLM.
           MOVE WS-PAY-COUNT                   TO WS-TRL-PAY.
           MOVE WS-RSV-COUNT                   TO WS-TRL-RSV.
           MOVE WS-RCV-COUNT                   TO WS-TRL-RCV.
           MOVE WS-NOT-COUNT                   TO WS-TRL-NOT.
           MOVE WS-ASG-COUNT                   TO WS-TRL-ASG.
           MOVE WS-HLD-COUNT                   TO WS-TRL-HLD.
           MOVE WS-ANO-COUNT                   TO WS-TRL-ANO.
           MOVE WS-MRG-COUNT                   TO WS-TRL-MRG.
           MOVE WS-TOTAL-COUNT                 TO WS-TRL-TOTAL.
           MOVE WS-TRL-REC                     TO DWEXTR-RECORD.
           WRITE DWEXTR-RECORD.
           CLOSE DWEXTR-FILE.
      ******************************************************************
      *     WRITE THE NEXT RUN'S MARK - THE TOP OF THIS WINDOW WHEN    *
      *     THE EXTRACT COMPLETED, OTHERWISE THE MARK THIS RUN STARTED *
      *     FROM (NONE AT ALL IF IT HAD NONE), SO THE RERUN EXTRACTS   *
      *     THE SAME WINDOW AGAIN                                      *
      ******************************************************************
       A8100-WRITE-HIGH-WATER-MARK.
      *----------------------------*
           OPEN OUTPUT DWLSTO-FILE.
           EVALUATE TRUE
               WHEN WS-RUN-RC < 8
                   MOVE WS-TO-TS               TO DLO-TIMESTAMP
                   WRITE DWLSTO-RECORD
               WHEN PRIOR-MARK-FOUND
                   MOVE WS-PRIOR-TS            TO DLO-TIMESTAMP
                   WRITE DWLSTO-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CLOSE DWLSTO-FILE.
      ******************************************************************
      *     WRITE THE COMPLETION ROW OPERATIONS WATCHES FOR - WHICH    *
      *     JOB, WHICH BUSINESS DATE, HOW MANY RECORDS AND THE RETURN  *
      *     CODE                                                       *
      ******************************************************************
       A8500-LOG-RUN.
      *--------------*
           MOVE 'MF28DW1'                      TO JOB-NAME.
           MOVE WS-RUN-DATE                    TO WINDOW-START-DATE.
           MOVE WS-RUN-DATE                    TO WINDOW-END-DATE.
           MOVE WS-TOTAL-COUNT                 TO RECORD-COUNT.
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
               DISPLAY 'MF28DW1 RUN LOG SQLCODE: ' SQLCODE
           END-IF.
      ******************************************************************
      *                 LOG THE RUN AND END THE PROGRAM                *
      ******************************************************************
       A9999-END-PARA.
      *--------------*
           PERFORM A8500-LOG-RUN.
           DISPLAY 'MF28DW1 RUN MODE         : ' WS-RUN-MODE.
           DISPLAY 'MF28DW1 WINDOW FROM      : ' WS-FROM-TS.
           DISPLAY 'MF28DW1 WINDOW TO        : ' WS-TO-TS.
           DISPLAY 'MF28DW1 CLAIMS           : ' WS-CLM-COUNT.
           DISPLAY 'MF28DW1 PAYMENTS         : ' WS-PAY-COUNT.
           DISPLAY 'MF28DW1 RESERVE CHANGES  : ' WS-RSV-COUNT.
           DISPLAY 'MF28DW1 RECOVERIES       : ' WS-RCV-COUNT.
           DISPLAY 'MF28DW1 NOTES            : ' WS-NOT-COUNT.
           DISPLAY 'MF28DW1 ASSIGNMENTS      : ' WS-ASG-COUNT.
           DISPLAY 'MF28DW1 HOLD MOVES       : ' WS-HLD-COUNT.
           DISPLAY 'MF28DW1 ANONYMIZATIONS   : ' WS-ANO-COUNT.
           DISPLAY 'MF28DW1 CLAIM MERGES     : ' WS-MRG-COUNT.
           MOVE WS-RUN-RC                      TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
      *                        END OF PROGRAM                          *
      ******************************************************************
