      * MF28PP1 - STATE PROMPT-PAYMENT COMPLIANCE REPORT V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28PP1.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO MEASURE EVERY
      *                    CLAIM AGAINST THE PROMPT-PAYMENT DEADLINES
      *                    OF THE MEMBER'S STATE AND TO RAISE THE
      *                    STATUTORY INTEREST OWED ON LATE PAYMENTS:
      *                    1. THE DEADLINES AND INTEREST RATE COME FROM
      *                       MFTR28.PROMPT-PAY-RULE, KEYED BY THE
      *                       MEMBER-MASTER STATE OF THE CLAIM'S
      *                       POLICY. A STATE WITH NO ROW IS MEASURED
      *                       AGAINST THE STANDARD DEADLINES BELOW AND
      *                       OWES NO INTEREST.
      *                    2. THREE MILESTONES ARE MEASURED:
      *                       ACKNOWLEDGE - CLAIMDATE TO THE FIRST
      *                       CLAIM-NOTES ENTRY (MEMBER CONTACT) OR THE
      *                       DECISION, WHICHEVER CAME FIRST.
      *                       DECIDE - CLAIMDATE TO THE FIRST OF A
      *                       SUPERVISOR APPROVAL (CLAIM-APPROVALS), A
      *                       DENIAL OR CLOSURE LETTER (LETTER-LOG) OR
      *                       THE STATUS-DATE OF A CLOSED OR DENIED
      *                       CLAIM.
      *                       PAY - THE DECISION TO THE FIRST MF28PY1
      *                       INSTRUCTION THAT DID NOT BOUNCE
      *                       (PAYMENT-INSTRUCTION SENT-DATE), FOR A
      *                       CLAIM NOT DENIED WITH MONEY PAID. THE
      *                       AMOUNT PAID IS THE WHOLE OF THAT FIRST
      *                       SEND - EVERY INSTRUCTION SENT THE SAME
      *                       DAY THAT DID NOT BOUNCE, ONE PER PAYEE
      *                       ON A SPLIT CLAIM.
      *                       A DUPLICATE CLAIM MERGED INTO ANOTHER BY
      *                       MF28CBI IS NOT MEASURED - ITS SURVIVOR
      *                       IS.
      *                    3. LISTS EVERY MILESTONE MISSED WITHIN THE
      *                       REPORTING MONTH, AND EVERY MILESTONE
      *                       STILL OUTSTANDING AND OVERDUE AT MONTH
      *                       END, WITH THE DAYS LATE.
      *                    4. A PAYMENT MADE LATE OWES SIMPLE INTEREST
      *                       AT THE STATE RATE ON THE AMOUNT PAID FOR
      *                       THE DAYS LATE. THE INTEREST IS QUEUED ON
      *                       MFTR28.PENDING-AUTHORITY AS A TYPE 'INTR'
      *                       ROW FOR APPROVAL ON MF28CBC, FROM WHERE
      *                       IT GOES TO TREASURY THROUGH MF28PY1 LIKE
      *                       ANY OTHER PAYMENT. EACH PROPOSAL IS
      *                       RECORDED ON MFTR28.PROMPT-PAY-INTEREST SO
      *                       THE SAME LATE PAYMENT IS NEVER PROPOSED
      *                       TWICE. INTEREST ON A PAYMENT STILL NOT
      *                       MADE IS SHOWN AS ACCRUING BUT NOT QUEUED.
      *                    5. PRINTS A STATE-BY-STATE SUMMARY FOR THE
      *                       MARKET-CONDUCT EXAMINERS AND WRITES A
      *                       COMPLETION ROW TO MFTR28.BATCH-RUN-LOG.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      * 10/14/2026 APATEL   FIRST PAYMENT ALSO SKIPS INSTRUCTIONS THAT
      *                     BOUNCED AND WERE REPAIRED OR RE-SENT.
      * 10/15/2026 APATEL   INTEREST IS ON THE WHOLE FIRST SEND (EVERY
      *                     PAYEE'S INSTRUCTION), NOT ONLY THE FIRST
      *                     INSTRUCTION. MERGED CLAIMS ARE SKIPPED.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
      * PROCESSING TYPE: BATCH - SCHEDULED MONTHLY FROM JCL MF28PP1,
      *                  AFTER THE MF28PC1 MONTH-END CLOSE.
      *
      * BMS: NONE
      *
      * COPYBOOKS: MF28CP1, MF28CP12, MF28CP13, MF28CP19, MF28CP25,
      *            MF28CP35, MF28CP37, MF28CP38
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIMS, MFTR28.MEMBER-MASTER,
      *         MFTR28.PROMPT-PAY-RULE, MFTR28.CLAIM-NOTES,
      *         MFTR28.CLAIM-APPROVALS, MFTR28.LETTER-LOG,
      *         MFTR28.PAYMENT-INSTRUCTION, MFTR28.PENDING-AUTHORITY,
      *         MFTR28.PROMPT-PAY-INTEREST, MFTR28.BATCH-CONTROL,
      *         MFTR28.BATCH-RUN-LOG
      *
      * CALLING MODULES: NONE (INVOKED FROM JCL MF28PP1)
      *
      * CALLED MODULES: NONE
      *
      * PARAMETER: PARM('STARTDATE,ENDDATE') - EACH DATE IS CCYYMMDD.
      *            OMIT THE PARM TO REPORT THE MONTH MOST RECENTLY
      *            CLOSED (THE MONTH ENDING ON CLOSED-THRU-DATE ON
      *            MFTR28.BATCH-CONTROL).
      *
      * PROGRAMMER: ATUL PATEL
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PP1RPT-FILE    ASSIGN TO PP1RPT
                                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PP1RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PP1RPT-RECORD              PIC X(133).
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
               INCLUDE MF28CP19
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP25
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP35
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP37
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP38
           END-EXEC.
       01 WS-RUN-RC                    PIC S9(3) COMP-3 VALUE ZERO.
       01 WS-BUSINESS-DATE             PIC X(10).
       01 WS-START-DATE                PIC X(10).
       01 WS-END-DATE                  PIC X(10).
       01 WS-PARM-START-DATE           PIC X(08).
       01 WS-PARM-END-DATE             PIC X(08).
       01 WS-START-DAYS                PIC S9(9) COMP.
       01 WS-END-DAYS                  PIC S9(9) COMP.
      *-- THE USERID THE INTEREST PROPOSALS ARE KEYED UNDER ON
      *-- PENDING-AUTHORITY - NO ONLINE USER CAN SIGN ON AS IT, SO
      *-- EVERY PROPOSAL NEEDS A REAL APPROVER ON MF28CBC
       01 WS-BATCH-USERID              PIC X(08) VALUE 'MF28PP1'.
      *-- STANDARD DEADLINES FOR A STATE WITH NO MFTR28.PROMPT-PAY-RULE
      *-- ROW (THE NAIC MODEL REGULATION PERIODS)
       01 WS-DEFAULT-ACK-DAYS          PIC S9(3) COMP-3 VALUE 15.
       01 WS-DEFAULT-DECIDE-DAYS       PIC S9(3) COMP-3 VALUE 40.
       01 WS-DEFAULT-PAY-DAYS          PIC S9(3) COMP-3 VALUE 30.
       01 WS-SWITCHES.
           05 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
               88 EOF-TRUE             VALUE 'Y'.
               88 EOF-FALSE            VALUE 'N'.
           05 WS-MEASURED-FLAG         PIC X(01) VALUE 'N'.
               88 CLAIM-MEASURED       VALUE 'Y'.
               88 CLAIM-NOT-MEASURED   VALUE 'N'.
           05 WS-PAID-FLAG             PIC X(01) VALUE 'N'.
               88 PAYMENT-MADE         VALUE 'Y'.
               88 PAYMENT-NOT-MADE     VALUE 'N'.
      *-- THE CURRENT CLAIM AS FETCHED - EACH MILESTONE DATE AS A DB2
      *-- DAY NUMBER, ZERO WHEN IT HAS NOT HAPPENED
       01 WS-CLAIM-FIELDS.
           05 WS-CLAIM-DAYS            PIC S9(9) COMP.
           05 WS-NOTE-DAYS             PIC S9(9) COMP.
           05 WS-APPROVAL-DAYS         PIC S9(9) COMP.
           05 WS-LETTER-DAYS           PIC S9(9) COMP.
           05 WS-STATUS-DAYS           PIC S9(9) COMP.
           05 WS-ACK-DAYS              PIC S9(9) COMP.
           05 WS-DECIDE-DAYS           PIC S9(9) COMP.
           05 WS-PAY-DAYS              PIC S9(9) COMP.
           05 WS-FIRST-SEND-AMOUNT     PIC S9(7)V99 COMP-3.
      *-- THE MILESTONE BEING MEASURED
       01 WS-MILESTONE-FIELDS.
           05 WS-MILESTONE             PIC X(11).
           05 WS-FROM-DAYS             PIC S9(9) COMP.
           05 WS-DONE-DAYS             PIC S9(9) COMP.
           05 WS-ALLOWED-DAYS          PIC S9(3) COMP-3.
           05 WS-DUE-DAYS              PIC S9(9) COMP.
           05 WS-DAYS-LATE             PIC S9(9) COMP.
           05 WS-LATE-AMOUNT           PIC S9(7)V99 COMP-3.
           05 WS-INTEREST              PIC S9(7)V99 COMP-3.
           05 WS-OUTCOME               PIC X(01).
               88 OUTCOME-NONE         VALUE ' '.
               88 OUTCOME-ON-TIME      VALUE 'T'.
               88 OUTCOME-LATE         VALUE 'L'.
               88 OUTCOME-OVERDUE      VALUE 'O'.
       01 WS-CONTROL-FIELDS.
           05 WS-RULE-STATE            PIC X(02) VALUE HIGH-VALUES.
           05 WS-PROPOSED-COUNT        PIC S9(9) COMP.
       01 WS-CONVERT-DAYS              PIC S9(9) COMP.
       01 WS-CONVERT-DATE              PIC X(10).
      *-- ONE SUMMARY ENTRY PER STATE, BUILT AS THE CURSOR (IN STATE
      *-- ORDER) MOVES FROM STATE TO STATE
       01 WS-STATE-MAX                 PIC S9(3) COMP VALUE 60.
       01 WS-STATE-COUNT               PIC S9(3) COMP VALUE ZERO.
       01 WS-STATE-INDEX               PIC S9(3) COMP VALUE ZERO.
       01 WS-STATE-TABLE.
           05 WS-ST-ENTRY              OCCURS 60 TIMES.
               10 WS-ST-STATE          PIC X(02).
               10 WS-ST-ACK-DAYS       PIC S9(3)     COMP-3.
               10 WS-ST-DECIDE-DAYS    PIC S9(3)     COMP-3.
               10 WS-ST-PAY-DAYS       PIC S9(3)     COMP-3.
               10 WS-ST-RATE           PIC S9(2)V9(3) COMP-3.
               10 WS-ST-CITATION       PIC X(40).
               10 WS-ST-MEASURED       PIC S9(7)     COMP-3.
               10 WS-ST-ACK-LATE       PIC S9(7)     COMP-3.
               10 WS-ST-DECIDE-LATE    PIC S9(7)     COMP-3.
               10 WS-ST-PAY-LATE       PIC S9(7)     COMP-3.
               10 WS-ST-OVERDUE        PIC S9(7)     COMP-3.
               10 WS-ST-INT-COUNT      PIC S9(7)     COMP-3.
               10 WS-ST-INT-AMOUNT     PIC S9(11)V99 COMP-3.
       01 WS-COUNTERS.
           05 WS-CLAIMS-READ           PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-CLAIMS-MEASURED       PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-ACK-LATE-COUNT        PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-DECIDE-LATE-COUNT     PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-PAY-LATE-COUNT        PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-OVERDUE-COUNT         PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-ACCRUING-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-INT-COUNT             PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-INT-AMOUNT            PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-ALREADY-COUNT         PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-NO-MEMBER-COUNT       PIC S9(9)     COMP   VALUE ZERO.
           05 WS-STATE-OVERFLOW        PIC S9(7)     COMP-3 VALUE ZERO.
       01 WS-REPORT-LINES.
           05 WS-HEADING-1.
               10 FILLER               PIC X(40) VALUE SPACES.
               10 FILLER               PIC X(50) VALUE
                   'STATE PROMPT-PAYMENT COMPLIANCE REPORT'.
               10 FILLER               PIC X(43) VALUE SPACES.
           05 WS-HEADING-2.
               10 FILLER               PIC X(15) VALUE
                   'BUSINESS DATE: '.
               10 WS-H2-DATE           PIC X(10).
               10 FILLER               PIC X(17) VALUE
                   '   PERIOD FROM:  '.
               10 WS-H2-START          PIC X(10).
               10 FILLER               PIC X(04) VALUE ' TO '.
               10 WS-H2-END            PIC X(10).
               10 FILLER               PIC X(67) VALUE SPACES.
           05 WS-HEADING-3.
               10 FILLER               PIC X(04) VALUE 'ST'.
               10 FILLER               PIC X(09) VALUE 'CLAIM'.
               10 FILLER               PIC X(13) VALUE 'MILESTONE'.
               10 FILLER               PIC X(12) VALUE 'FROM'.
               10 FILLER               PIC X(05) VALUE 'ALLOW'.
               10 FILLER               PIC X(13) VALUE '  DONE'.
               10 FILLER               PIC X(06) VALUE ' LATE'.
               10 FILLER               PIC X(16) VALUE
                   '        AMOUNT'.
               10 FILLER               PIC X(15) VALUE
                   '     INTEREST'.
               10 FILLER               PIC X(40) VALUE 'ACTION'.
           05 WS-SECTION-LINE.
               10 WS-S-TEXT            PIC X(80).
               10 FILLER               PIC X(53) VALUE SPACES.
           05 WS-DETAIL-LINE.
               10 WS-D-STATE           PIC X(02).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-CLAIM           PIC 9(07).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-MILESTONE       PIC X(11).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-FROM            PIC X(10).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-ALLOWED         PIC ZZ9.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-DONE            PIC X(11).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-LATE            PIC ZZZZ9.
               10 FILLER               PIC X(01) VALUE SPACES.
               10 WS-D-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
               10 FILLER               PIC X(01) VALUE SPACES.
               10 WS-D-INTEREST        PIC ZZ,ZZZ,ZZ9.99-.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-ACTION          PIC X(38).
           05 WS-SUMMARY-HEADING-1.
               10 FILLER               PIC X(17) VALUE
                   'ST  DEADLINES    '.
               10 FILLER               PIC X(08) VALUE '  RATE'.
               10 FILLER               PIC X(09) VALUE ' CLAIMS'.
               10 FILLER               PIC X(08) VALUE ' ACK'.
               10 FILLER               PIC X(08) VALUE ' DECIDE'.
               10 FILLER               PIC X(08) VALUE '   PAY'.
               10 FILLER               PIC X(08) VALUE 'OVERDUE'.
               10 FILLER               PIC X(08) VALUE ' INTR'.
               10 FILLER               PIC X(15) VALUE
                   '  INTEREST'.
               10 FILLER               PIC X(44) VALUE
                   'RULE'.
           05 WS-SUMMARY-HEADING-2.
               10 FILLER               PIC X(17) VALUE
                   '    ACK/DEC/PAY  '.
               10 FILLER               PIC X(08) VALUE '   PCT'.
               10 FILLER               PIC X(09) VALUE 'MEASURED'.
               10 FILLER               PIC X(08) VALUE '  LATE'.
               10 FILLER               PIC X(08) VALUE '  LATE'.
               10 FILLER               PIC X(08) VALUE '  LATE'.
               10 FILLER               PIC X(08) VALUE 'AT END'.
               10 FILLER               PIC X(08) VALUE ' ROWS'.
               10 FILLER               PIC X(15) VALUE
                   '  PROPOSED'.
               10 FILLER               PIC X(44) VALUE SPACES.
           05 WS-SUMMARY-LINE.
               10 WS-SM-STATE          PIC X(02).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-SM-ACK-DAYS       PIC ZZ9.
               10 FILLER               PIC X(01) VALUE '/'.
               10 WS-SM-DECIDE-DAYS    PIC ZZ9.
               10 FILLER               PIC X(01) VALUE '/'.
               10 WS-SM-PAY-DAYS       PIC ZZ9.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-SM-RATE           PIC Z9.999.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-SM-MEASURED       PIC ZZZ,ZZ9.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-SM-ACK-LATE       PIC ZZ,ZZ9.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-SM-DECIDE-LATE    PIC ZZ,ZZ9.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-SM-PAY-LATE       PIC ZZ,ZZ9.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-SM-OVERDUE        PIC ZZ,ZZ9.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-SM-INT-COUNT      PIC ZZ,ZZ9.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-SM-INT-AMOUNT     PIC Z,ZZZ,ZZ9.99.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-SM-CITATION       PIC X(40).
               10 FILLER               PIC X(05) VALUE SPACES.
           05 WS-TOTAL-LINE.
               10 FILLER               PIC X(04) VALUE SPACES.
               10 WS-TL-LABEL          PIC X(44).
               10 WS-TL-COUNT          PIC ZZ,ZZZ,ZZ9.
               10 FILLER               PIC X(04) VALUE SPACES.
               10 WS-TL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER               PIC X(53) VALUE SPACES.
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
           IF WS-RUN-RC < 8
               PERFORM A3000-MEASURE-CLAIMS
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A6500-COUNT-NO-MEMBER
           END-IF.
           PERFORM A8000-PRINT-STATE-SUMMARY.
           PERFORM A8800-PRINT-TOTALS.
           PERFORM A9000-END-UNIT-OF-WORK.
           PERFORM A9999-END-PARA.
      ******************************************************************
      *     ESTABLISH THE REPORTING MONTH, OPEN THE REPORT AND PRINT   *
      *     THE HEADINGS                                               *
      ******************************************************************
       A2000-INITIALIZE.
      *----------------*
           OPEN OUTPUT PP1RPT-FILE.
           PERFORM A2100-GET-CONTROL-DATES.
      *-- A PARM OVERRIDES THE CLOSED MONTH - FOR A RERUN OF AN
      *-- EARLIER MONTH THE EXAMINERS ASK FOR
           IF LK-PARM-LEN > ZERO AND LK-PARM-DATA NOT = SPACES
               MOVE LK-PARM-DATA(1:8)         TO WS-PARM-START-DATE
               MOVE LK-PARM-DATA(10:8)        TO WS-PARM-END-DATE
               STRING WS-PARM-START-DATE(1:4) '-'
                      WS-PARM-START-DATE(5:2) '-'
                      WS-PARM-START-DATE(7:2)
                      DELIMITED BY SIZE INTO WS-START-DATE
               STRING WS-PARM-END-DATE(1:4) '-'
                      WS-PARM-END-DATE(5:2) '-'
                      WS-PARM-END-DATE(7:2)
                      DELIMITED BY SIZE INTO WS-END-DATE
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A2200-GET-PERIOD-DAYS
           END-IF.
           MOVE WS-BUSINESS-DATE               TO WS-H2-DATE.
           MOVE WS-START-DATE                  TO WS-H2-START.
           MOVE WS-END-DATE                    TO WS-H2-END.
           MOVE WS-HEADING-1                   TO PP1RPT-RECORD.
           WRITE PP1RPT-RECORD.
           MOVE WS-HEADING-2                   TO PP1RPT-RECORD.
           WRITE PP1RPT-RECORD.
           DISPLAY 'MF28PP1 BUSINESS DATE    : ' WS-BUSINESS-DATE.
           DISPLAY 'MF28PP1 PERIOD START     : ' WS-START-DATE.
           DISPLAY 'MF28PP1 PERIOD END       : ' WS-END-DATE.
      ******************************************************************
      *     READ THE BUSINESS DATE AND THE MONTH MOST RECENTLY CLOSED  *
      *     FROM THE ONE-ROW MFTR28.BATCH-CONTROL TABLE                *
      ******************************************************************
       A2100-GET-CONTROL-DATES.
      *------------------------*
           EXEC SQL
               SELECT BUSINESS-DATE,
                      CLOSED-THRU-DATE + 1 DAY - 1 MONTH,
                      CLOSED-THRU-DATE
                 INTO :WS-BUSINESS-DATE,
                      :WS-START-DATE,
                      :WS-END-DATE
                 FROM MFTR28.BATCH-CONTROL
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28PP1 BATCH-CONTROL SQLCODE: ' SQLCODE
               MOVE '1900-01-01'               TO WS-BUSINESS-DATE
                                                   WS-START-DATE
                                                   WS-END-DATE
               MOVE 12                         TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *     THE REPORTING MONTH AS DB2 DAY NUMBERS, TO COMPARE THE     *
      *     MILESTONE DATES AGAINST                                    *
      ******************************************************************
       A2200-GET-PERIOD-DAYS.
      *----------------------*
           EXEC SQL
               SELECT DAYS(CAST(:WS-START-DATE AS DATE)),
                      DAYS(CAST(:WS-END-DATE AS DATE))
                 INTO :WS-START-DAYS,
                      :WS-END-DAYS
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'MF28PP1 PERIOD DATE SQLCODE: ' SQLCODE
                   MOVE 12                     TO WS-RUN-RC
               WHEN WS-END-DAYS < WS-START-DAYS
                   DISPLAY 'MF28PP1 PERIOD END BEFORE PERIOD START'
                   MOVE 12                     TO WS-RUN-RC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      *     MEASURE EVERY CLAIM MADE BY THE END OF THE MONTH, IN STATE *
      *     ORDER SO THE SUMMARY BUILDS ONE STATE AT A TIME - EXCEPT A *
      *     DUPLICATE MERGED INTO ITS SURVIVOR, WHICH IS MEASURED ONCE *
      ******************************************************************
       A3000-MEASURE-CLAIMS.
      *---------------------*
           MOVE 'MILESTONES MISSED IN THE PERIOD OR OVERDUE AT ITS END'
                                               TO WS-S-TEXT.
           PERFORM A7600-PRINT-SECTION.
           MOVE WS-HEADING-3                   TO PP1RPT-RECORD.
           WRITE PP1RPT-RECORD.
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE PP1CLC1 CURSOR FOR
                   SELECT CL.CLAIMNUMBER, CL.CLAIMDATE,
                          CL.CLAIM-STATUS, CL.PAID, MM.STATE,
                          DAYS(CL.CLAIMDATE),
                          COALESCE((SELECT DAYS(MIN(CN.NOTE-TIMESTAMP))
                                      FROM MFTR28.CLAIM-NOTES CN
                                     WHERE CN.CLAIMNUMBER =
                                           CL.CLAIMNUMBER), 0),
                          COALESCE((SELECT DAYS(MIN(CA.APPR-TIMESTAMP))
                                      FROM MFTR28.CLAIM-APPROVALS CA
                                     WHERE CA.CLAIMNUMBER =
                                           CL.CLAIMNUMBER
                                       AND CA.APPR-DECISION = 'A'), 0),
                          COALESCE((SELECT DAYS(MIN(LL.SENT-TIMESTAMP))
                                      FROM MFTR28.LETTER-LOG LL
                                     WHERE LL.CLAIMNUMBER =
                                           CL.CLAIMNUMBER), 0),
                          CASE WHEN CL.CLAIM-STATUS IN ('CLOSED',
                                                        'DENIED')
                               THEN DAYS(CL.STATUS-DATE)
                               ELSE 0
                          END
                   FROM MFTR28.CLAIMS CL,
                        MFTR28.MEMBER-MASTER MM
                   WHERE MM.POLICYNUMBER = CL.POLICYNUMBER
                     AND CL.CLAIMDATE   <= :WS-END-DATE
                     AND CL.CLAIM-STATUS <> 'MERGED'
                   ORDER BY MM.STATE, CL.CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               OPEN PP1CLC1
           END-EXEC.
           PERFORM A3100-FETCH-CLAIM.
           PERFORM A3200-MEASURE-CLAIM
               UNTIL EOF-TRUE.
           EXEC SQL
               CLOSE PP1CLC1
           END-EXEC.
      ******************************************************************
      *                     FETCH THE NEXT CLAIM                       *
      ******************************************************************
       A3100-FETCH-CLAIM.
      *------------------*
           EXEC SQL
               FETCH PP1CLC1
               INTO :CLAIMS.CLAIMNUMBER,
                    :CLAIMS.CLAIMDATE,
                    :CLAIMS.CLAIM-STATUS,
                    :CLAIMS.PAID,
                    :MEMBER-MASTER.MBR-STATE,
                    :WS-CLAIM-DAYS,
                    :WS-NOTE-DAYS,
                    :WS-APPROVAL-DAYS,
                    :WS-LETTER-DAYS,
                    :WS-STATUS-DAYS
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1                       TO WS-CLAIMS-READ
               WHEN 100
                   MOVE 'Y'                    TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28PP1 CLAIM FETCH SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     WORK OUT WHEN THE CLAIM WAS ACKNOWLEDGED AND DECIDED, THEN *
      *     MEASURE ACKNOWLEDGE, DECIDE AND (FOR A CLAIM THAT IS TO BE *
      *     PAID) PAY AGAINST THE STATE'S DEADLINES                    *
      ******************************************************************
       A3200-MEASURE-CLAIM.
      *--------------------*
           IF MBR-STATE NOT = WS-RULE-STATE
               PERFORM A3300-GET-STATE-RULE
           END-IF.
           SET CLAIM-NOT-MEASURED              TO TRUE.
      *-- DECIDED - THE FIRST OF APPROVAL, LETTER, CLOSED/DENIED DATE
           MOVE ZERO                           TO WS-DECIDE-DAYS.
           IF WS-APPROVAL-DAYS > ZERO
               MOVE WS-APPROVAL-DAYS           TO WS-DECIDE-DAYS
           END-IF.
           IF WS-LETTER-DAYS > ZERO
              AND (WS-DECIDE-DAYS = ZERO OR
                   WS-LETTER-DAYS < WS-DECIDE-DAYS)
               MOVE WS-LETTER-DAYS             TO WS-DECIDE-DAYS
           END-IF.
           IF WS-STATUS-DAYS > ZERO
              AND (WS-DECIDE-DAYS = ZERO OR
                   WS-STATUS-DAYS < WS-DECIDE-DAYS)
               MOVE WS-STATUS-DAYS             TO WS-DECIDE-DAYS
           END-IF.
      *-- ACKNOWLEDGED - THE FIRST DIARY NOTE, OR THE DECISION ITSELF
           MOVE WS-NOTE-DAYS                   TO WS-ACK-DAYS.
           IF WS-DECIDE-DAYS > ZERO
              AND (WS-ACK-DAYS = ZERO OR
                   WS-DECIDE-DAYS < WS-ACK-DAYS)
               MOVE WS-DECIDE-DAYS             TO WS-ACK-DAYS
           END-IF.
           MOVE 'ACKNOWLEDGE'                  TO WS-MILESTONE.
           MOVE WS-CLAIM-DAYS                  TO WS-FROM-DAYS.
           MOVE WS-ACK-DAYS                    TO WS-DONE-DAYS.
           MOVE PPR-ACK-DAYS                   TO WS-ALLOWED-DAYS.
           PERFORM A4000-MEASURE-MILESTONE.
           MOVE 'DECIDE'                       TO WS-MILESTONE.
           MOVE WS-CLAIM-DAYS                  TO WS-FROM-DAYS.
           MOVE WS-DECIDE-DAYS                 TO WS-DONE-DAYS.
           MOVE PPR-DECIDE-DAYS                TO WS-ALLOWED-DAYS.
           PERFORM A4000-MEASURE-MILESTONE.
      *-- THE PAY CLOCK STARTS AT A DECISION TAKEN BY MONTH END, AND
      *-- ONLY FOR A CLAIM THAT IS TO BE PAID
           IF WS-DECIDE-DAYS > ZERO
              AND WS-DECIDE-DAYS <= WS-END-DAYS
              AND NOT STATUS-DENIED
              AND PAID OF CLAIMS > ZERO
               PERFORM A5000-MEASURE-PAYMENT
           END-IF.
           IF CLAIM-MEASURED
               ADD 1                           TO WS-CLAIMS-MEASURED
               IF WS-STATE-INDEX > ZERO
                   ADD 1          TO WS-ST-MEASURED(WS-STATE-INDEX)
               END-IF
           END-IF.
           PERFORM A3100-FETCH-CLAIM.
      ******************************************************************
      *     THE DEADLINES AND RATE FOR THE MEMBER'S STATE - THE        *
      *     STANDARD DEADLINES AND NO INTEREST FOR A STATE WITH NO     *
      *     RULE ROW - AND A FRESH SUMMARY ENTRY FOR THE STATE         *
      ******************************************************************
       A3300-GET-STATE-RULE.
      *---------------------*
           MOVE MBR-STATE                      TO WS-RULE-STATE
                                                   PPR-STATE.
           EXEC SQL
               SELECT ACK-DAYS, DECIDE-DAYS, PAY-DAYS,
                      INTEREST-RATE, RULE-CITATION
                 INTO :PROMPT-PAY-RULE.PPR-ACK-DAYS,
                      :PROMPT-PAY-RULE.PPR-DECIDE-DAYS,
                      :PROMPT-PAY-RULE.PPR-PAY-DAYS,
                      :PROMPT-PAY-RULE.PPR-INTEREST-RATE,
                      :PROMPT-PAY-RULE.PPR-RULE-CITATION
                 FROM MFTR28.PROMPT-PAY-RULE
                WHERE STATE = :PROMPT-PAY-RULE.PPR-STATE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE WS-DEFAULT-ACK-DAYS    TO PPR-ACK-DAYS
                   MOVE WS-DEFAULT-DECIDE-DAYS TO PPR-DECIDE-DAYS
                   MOVE WS-DEFAULT-PAY-DAYS    TO PPR-PAY-DAYS
                   MOVE ZERO                   TO PPR-INTEREST-RATE
                   MOVE 'NO STATE RULE - STANDARD DEADLINES'
                                               TO PPR-RULE-CITATION
               WHEN OTHER
                   DISPLAY 'MF28PP1 STATE RULE SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
           IF WS-STATE-COUNT < WS-STATE-MAX
               ADD 1                           TO WS-STATE-COUNT
               MOVE WS-STATE-COUNT             TO WS-STATE-INDEX
               MOVE MBR-STATE        TO WS-ST-STATE(WS-STATE-INDEX)
               MOVE PPR-ACK-DAYS     TO WS-ST-ACK-DAYS(WS-STATE-INDEX)
               MOVE PPR-DECIDE-DAYS
                                  TO WS-ST-DECIDE-DAYS(WS-STATE-INDEX)
               MOVE PPR-PAY-DAYS     TO WS-ST-PAY-DAYS(WS-STATE-INDEX)
               MOVE PPR-INTEREST-RATE
                                  TO WS-ST-RATE(WS-STATE-INDEX)
               MOVE PPR-RULE-CITATION
                                  TO WS-ST-CITATION(WS-STATE-INDEX)
               MOVE ZERO          TO WS-ST-MEASURED(WS-STATE-INDEX)
                                     WS-ST-ACK-LATE(WS-STATE-INDEX)
                                     WS-ST-DECIDE-LATE(WS-STATE-INDEX)
                                     WS-ST-PAY-LATE(WS-STATE-INDEX)
                                     WS-ST-OVERDUE(WS-STATE-INDEX)
                                     WS-ST-INT-COUNT(WS-STATE-INDEX)
                                     WS-ST-INT-AMOUNT(WS-STATE-INDEX)
           ELSE
               MOVE ZERO                       TO WS-STATE-INDEX
               ADD 1                           TO WS-STATE-OVERFLOW
               DISPLAY 'MF28PP1 STATE SUMMARY FULL - NOT SUMMARISED: '
                   MBR-STATE
           END-IF.
      ******************************************************************
      *     MEASURE ONE ACKNOWLEDGE OR DECIDE MILESTONE. IT COUNTS     *
      *     FOR THE MONTH IF IT WAS MET IN THE MONTH OR WAS STILL      *
      *     OUTSTANDING AT MONTH END; IT IS LISTED IF IT WAS MET LATE  *
      *     OR IS OUTSTANDING PAST ITS DEADLINE                        *
      ******************************************************************
       A4000-MEASURE-MILESTONE.
      *------------------------*
           COMPUTE WS-DUE-DAYS = WS-FROM-DAYS + WS-ALLOWED-DAYS.
           MOVE ZERO                           TO WS-LATE-AMOUNT
                                                   WS-INTEREST.
           SET OUTCOME-NONE                    TO TRUE.
           EVALUATE TRUE
               WHEN WS-DONE-DAYS > ZERO
                AND WS-DONE-DAYS < WS-START-DAYS
                   CONTINUE
               WHEN WS-DONE-DAYS > ZERO
                AND WS-DONE-DAYS <= WS-END-DAYS
                   IF WS-DONE-DAYS > WS-DUE-DAYS
                       SET OUTCOME-LATE        TO TRUE
                       COMPUTE WS-DAYS-LATE =
                           WS-DONE-DAYS - WS-DUE-DAYS
                   ELSE
                       SET OUTCOME-ON-TIME     TO TRUE
                   END-IF
               WHEN WS-END-DAYS > WS-DUE-DAYS
                   SET OUTCOME-OVERDUE         TO TRUE
                   COMPUTE WS-DAYS-LATE = WS-END-DAYS - WS-DUE-DAYS
               WHEN OTHER
                   SET OUTCOME-ON-TIME         TO TRUE
           END-EVALUATE.
           IF NOT OUTCOME-NONE
               SET CLAIM-MEASURED              TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN OUTCOME-LATE
                   PERFORM A4100-COUNT-LATE
                   MOVE 'MET LATE'             TO WS-D-ACTION
                   PERFORM A7500-PRINT-DETAIL
               WHEN OUTCOME-OVERDUE
                   PERFORM A4200-COUNT-OVERDUE
                   MOVE 'OUTSTANDING PAST DEADLINE' TO WS-D-ACTION
                   PERFORM A7500-PRINT-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      *     COUNT A MILESTONE MET LATE AGAINST ITS STATE               *
      ******************************************************************
       A4100-COUNT-LATE.
      *-----------------*
           EVALUATE WS-MILESTONE
               WHEN 'ACKNOWLEDGE'
                   ADD 1                       TO WS-ACK-LATE-COUNT
                   IF WS-STATE-INDEX > ZERO
                       ADD 1      TO WS-ST-ACK-LATE(WS-STATE-INDEX)
                   END-IF
               WHEN 'DECIDE'
                   ADD 1                       TO WS-DECIDE-LATE-COUNT
                   IF WS-STATE-INDEX > ZERO
                       ADD 1      TO WS-ST-DECIDE-LATE(WS-STATE-INDEX)
                   END-IF
               WHEN OTHER
                   ADD 1                       TO WS-PAY-LATE-COUNT
                   IF WS-STATE-INDEX > ZERO
                       ADD 1      TO WS-ST-PAY-LATE(WS-STATE-INDEX)
                   END-IF
           END-EVALUATE.
      ******************************************************************
      *     COUNT A MILESTONE STILL OUTSTANDING PAST ITS DEADLINE      *
      ******************************************************************
       A4200-COUNT-OVERDUE.
      *--------------------*
           ADD 1                               TO WS-OVERDUE-COUNT.
           IF WS-STATE-INDEX > ZERO
               ADD 1              TO WS-ST-OVERDUE(WS-STATE-INDEX)
           END-IF.
      ******************************************************************
      *     MEASURE THE PAY MILESTONE - DECISION TO THE FIRST MF28PY1  *
      *     INSTRUCTION THAT DID NOT BOUNCE. A PAYMENT MADE LATE OWES  *
      *     INTEREST ON ALL ITS FIRST SEND PAID; A PAYMENT STILL NOT   *
      *     MADE PAST ITS DEADLINE SHOWS THE INTEREST ACCRUING ON PAID *
      ******************************************************************
       A5000-MEASURE-PAYMENT.
      *----------------------*
           PERFORM A5100-GET-FIRST-PAYMENT.
           IF WS-RUN-RC < 8
               MOVE 'PAY'                      TO WS-MILESTONE
               MOVE WS-DECIDE-DAYS             TO WS-FROM-DAYS
               MOVE PPR-PAY-DAYS               TO WS-ALLOWED-DAYS
               COMPUTE WS-DUE-DAYS = WS-FROM-DAYS + WS-ALLOWED-DAYS
               MOVE ZERO                       TO WS-INTEREST
               SET OUTCOME-NONE                TO TRUE
               IF PAYMENT-MADE
                   MOVE WS-PAY-DAYS            TO WS-DONE-DAYS
                   MOVE WS-FIRST-SEND-AMOUNT   TO WS-LATE-AMOUNT
               ELSE
                   MOVE ZERO                   TO WS-DONE-DAYS
                   MOVE PAID OF CLAIMS         TO WS-LATE-AMOUNT
               END-IF
               PERFORM A5200-EVALUATE-PAYMENT
           END-IF.
      ******************************************************************
      *     THE CLAIM'S FIRST INSTRUCTION TO TREASURY THAT DID NOT     *
      *     BOUNCE - IF IT WENT AFTER MONTH END THE PAYMENT WAS STILL  *
      *     OUTSTANDING AT MONTH END. THE FIRST SEND IS EVERY          *
      *     INSTRUCTION SENT THAT DAY THAT DID NOT BOUNCE - ONE PER    *
      *     PAYEE ON A SPLIT CLAIM - AND ITS AMOUNT IS THEIR TOTAL     *
      ******************************************************************
       A5100-GET-FIRST-PAYMENT.
      *------------------------*
           SET PAYMENT-NOT-MADE                TO TRUE.
           MOVE ZERO                           TO WS-PAY-DAYS
                                                   WS-FIRST-SEND-AMOUNT.
           MOVE CLAIMNUMBER OF CLAIMS
                          TO CLAIMNUMBER OF PAYMENT-INSTRUCTION.
           EXEC SQL
               SELECT PI.INSTR-SEQ,
                      (SELECT SUM(P3.INSTR-AMOUNT)
                         FROM MFTR28.PAYMENT-INSTRUCTION P3
                        WHERE P3.CLAIMNUMBER = PI.CLAIMNUMBER
                          AND P3.SENT-DATE   = PI.SENT-DATE
                          AND P3.INSTR-ACK-STATUS NOT IN
                              ('B', 'R', 'X')),
                      PI.SENT-DATE,
                      DAYS(PI.SENT-DATE)
                 INTO :PAYMENT-INSTRUCTION.INSTR-SEQ,
                      :WS-FIRST-SEND-AMOUNT,
                      :PAYMENT-INSTRUCTION.SENT-DATE,
                      :WS-PAY-DAYS
                 FROM MFTR28.PAYMENT-INSTRUCTION PI
                WHERE PI.CLAIMNUMBER =
                          :PAYMENT-INSTRUCTION.CLAIMNUMBER
                  AND PI.INSTR-SEQ =
                      (SELECT MIN(P2.INSTR-SEQ)
                         FROM MFTR28.PAYMENT-INSTRUCTION P2
                        WHERE P2.CLAIMNUMBER = PI.CLAIMNUMBER
                          AND P2.INSTR-ACK-STATUS NOT IN
                              ('B', 'R', 'X'))
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   IF WS-PAY-DAYS <= WS-END-DAYS
                       SET PAYMENT-MADE        TO TRUE
                   ELSE
                       MOVE ZERO               TO WS-PAY-DAYS
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'MF28PP1 INSTRUCTION SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     A LATE PAYMENT IS LISTED IN THE MONTH IT WAS MADE AND ITS  *
      *     INTEREST PROPOSED ONCE - A LATE PAYMENT FROM AN EARLIER    *
      *     MONTH NOT YET PROPOSED (A STATE RATE ADDED SINCE, SAY) IS  *
      *     PICKED UP AND LISTED TOO                                   *
      ******************************************************************
       A5200-EVALUATE-PAYMENT.
      *-----------------------*
           EVALUATE TRUE
               WHEN PAYMENT-MADE
                AND WS-DONE-DAYS > WS-DUE-DAYS
                   SET OUTCOME-LATE            TO TRUE
                   COMPUTE WS-DAYS-LATE = WS-DONE-DAYS - WS-DUE-DAYS
               WHEN PAYMENT-MADE
                   SET OUTCOME-ON-TIME         TO TRUE
               WHEN WS-END-DAYS > WS-DUE-DAYS
                   SET OUTCOME-OVERDUE         TO TRUE
                   COMPUTE WS-DAYS-LATE = WS-END-DAYS - WS-DUE-DAYS
               WHEN OTHER
                   SET OUTCOME-ON-TIME         TO TRUE
           END-EVALUATE.
           IF NOT OUTCOME-ON-TIME
               COMPUTE WS-INTEREST ROUNDED =
                   WS-LATE-AMOUNT * PPR-INTEREST-RATE * WS-DAYS-LATE
                       / 36500
           END-IF.
           IF (PAYMENT-MADE AND WS-DONE-DAYS >= WS-START-DAYS)
              OR NOT PAYMENT-MADE
               SET CLAIM-MEASURED              TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN OUTCOME-LATE
                   PERFORM A6000-PROPOSE-INTEREST
               WHEN OUTCOME-OVERDUE
                   PERFORM A4200-COUNT-OVERDUE
                   ADD WS-INTEREST             TO WS-ACCRUING-AMOUNT
                   MOVE 'NOT YET PAID - INTEREST ACCRUING'
                                               TO WS-D-ACTION
                   PERFORM A7500-PRINT-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      *     QUEUE THE INTEREST ON A LATE PAYMENT FOR APPROVAL, UNLESS  *
      *     IT HAS BEEN PROPOSED BEFORE OR THE STATE CHARGES NONE      *
      ******************************************************************
       A6000-PROPOSE-INTEREST.
      *-----------------------*
           MOVE CLAIMNUMBER OF CLAIMS
                          TO CLAIMNUMBER OF PROMPT-PAY-INTEREST.
           MOVE INSTR-SEQ OF PAYMENT-INSTRUCTION
                          TO INSTR-SEQ OF PROMPT-PAY-INTEREST.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PROPOSED-COUNT
                 FROM MFTR28.PROMPT-PAY-INTEREST
                WHERE CLAIMNUMBER = :PROMPT-PAY-INTEREST.CLAIMNUMBER
                  AND INSTR-SEQ   = :PROMPT-PAY-INTEREST.INSTR-SEQ
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28PP1 PROPOSAL CHECK SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
               MOVE 'Y'                        TO WS-EOF-FLAG
           END-IF.
           EVALUATE TRUE
               WHEN WS-RUN-RC >= 8
                   CONTINUE
               WHEN WS-PROPOSED-COUNT > ZERO
                   IF WS-DONE-DAYS >= WS-START-DAYS
                       PERFORM A4100-COUNT-LATE
                       ADD 1                   TO WS-ALREADY-COUNT
                       MOVE 'MET LATE - INTEREST ALREADY PROPOSED'
                                               TO WS-D-ACTION
                       PERFORM A7500-PRINT-DETAIL
                   END-IF
               WHEN WS-INTEREST NOT > ZERO
                   IF WS-DONE-DAYS >= WS-START-DAYS
                       PERFORM A4100-COUNT-LATE
                       MOVE 'MET LATE - NO STATE INTEREST RATE'
                                               TO WS-D-ACTION
                       PERFORM A7500-PRINT-DETAIL
                   END-IF
               WHEN OTHER
                   PERFORM A4100-COUNT-LATE
                   PERFORM A6100-QUEUE-INTEREST
           END-EVALUATE.
      ******************************************************************
      *     WRITE THE TYPE 'INTR' PENDING-AUTHORITY ROW, THEN RECORD   *
      *     THE PROPOSAL AGAINST THE LATE INSTRUCTION                  *
      ******************************************************************
       A6100-QUEUE-INTEREST.
      *---------------------*
           MOVE CLAIMNUMBER OF CLAIMS
                          TO CLAIMNUMBER OF PENDING-AUTHORITY.
           EXEC SQL
               SELECT COUNT(*) + 1
                 INTO :PENDING-AUTHORITY.PEND-SEQ
                 FROM MFTR28.PENDING-AUTHORITY
                WHERE CLAIMNUMBER = :PENDING-AUTHORITY.CLAIMNUMBER
           END-EXEC.
           SET PEND-TXN-INTEREST               TO TRUE.
           MOVE WS-INTEREST                    TO PEND-AMOUNT.
           MOVE ZERO                           TO PEND-OLD-RESERVE.
           SET PEND-OPEN                       TO TRUE.
           MOVE WS-BATCH-USERID
                          TO KEYED-BY-USERID OF PENDING-AUTHORITY.
           EXEC SQL
               INSERT INTO MFTR28.PENDING-AUTHORITY
                      (CLAIMNUMBER,
                       PEND-SEQ,
                       PEND-TXN-TYPE,
                       PEND-AMOUNT,
                       PEND-OLD-RESERVE,
                       PEND-STATUS,
                       KEYED-BY-USERID,
                       KEYED-TIMESTAMP)
               VALUES (:PENDING-AUTHORITY.CLAIMNUMBER,
                       :PENDING-AUTHORITY.PEND-SEQ,
                       :PENDING-AUTHORITY.PEND-TXN-TYPE,
                       :PENDING-AUTHORITY.PEND-AMOUNT,
                       :PENDING-AUTHORITY.PEND-OLD-RESERVE,
                       :PENDING-AUTHORITY.PEND-STATUS,
                       :PENDING-AUTHORITY.KEYED-BY-USERID,
                       CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28PP1 PENDING INSERT SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
               MOVE 'Y'                        TO WS-EOF-FLAG
           ELSE
               PERFORM A6200-RECORD-PROPOSAL
           END-IF.
      ******************************************************************
      *     RECORD THE PROPOSAL SO THE LATE PAYMENT IS NEVER PROPOSED  *
      *     AGAIN, AND LIST IT                                         *
      ******************************************************************
       A6200-RECORD-PROPOSAL.
      *----------------------*
           MOVE WS-DUE-DAYS                    TO WS-CONVERT-DAYS.
           PERFORM A7400-DAYS-TO-DATE.
           MOVE WS-CONVERT-DATE                TO INT-DUE-DATE.
           MOVE SENT-DATE OF PAYMENT-INSTRUCTION TO INT-PAID-DATE.
           MOVE MBR-STATE                      TO INT-STATE.
           MOVE WS-DAYS-LATE                   TO INT-DAYS-LATE.
           MOVE PPR-INTEREST-RATE              TO INT-RATE.
           MOVE WS-LATE-AMOUNT                 TO INT-BASE-AMOUNT.
           MOVE WS-INTEREST                    TO INT-AMOUNT.
           MOVE PEND-SEQ OF PENDING-AUTHORITY
                          TO PEND-SEQ OF PROMPT-PAY-INTEREST.
           MOVE WS-BUSINESS-DATE               TO PROPOSED-DATE.
           EXEC SQL
               INSERT INTO MFTR28.PROMPT-PAY-INTEREST
                      (CLAIMNUMBER,
                       INSTR-SEQ,
                       INT-STATE,
                       INT-DUE-DATE,
                       INT-PAID-DATE,
                       INT-DAYS-LATE,
                       INT-RATE,
                       INT-BASE-AMOUNT,
                       INT-AMOUNT,
                       PEND-SEQ,
                       PROPOSED-DATE)
               VALUES (:PROMPT-PAY-INTEREST.CLAIMNUMBER,
                       :PROMPT-PAY-INTEREST.INSTR-SEQ,
                       :PROMPT-PAY-INTEREST.INT-STATE,
                       :PROMPT-PAY-INTEREST.INT-DUE-DATE,
                       :PROMPT-PAY-INTEREST.INT-PAID-DATE,
                       :PROMPT-PAY-INTEREST.INT-DAYS-LATE,
                       :PROMPT-PAY-INTEREST.INT-RATE,
                       :PROMPT-PAY-INTEREST.INT-BASE-AMOUNT,
                       :PROMPT-PAY-INTEREST.INT-AMOUNT,
                       :PROMPT-PAY-INTEREST.PEND-SEQ,
                       :PROMPT-PAY-INTEREST.PROPOSED-DATE)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28PP1 PROPOSAL INSERT SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
               MOVE 'Y'                        TO WS-EOF-FLAG
           ELSE
               ADD 1                           TO WS-INT-COUNT
               ADD WS-INTEREST                 TO WS-INT-AMOUNT
               IF WS-STATE-INDEX > ZERO
                   ADD 1          TO WS-ST-INT-COUNT(WS-STATE-INDEX)
                   ADD WS-INTEREST
                                  TO WS-ST-INT-AMOUNT(WS-STATE-INDEX)
               END-IF
               MOVE 'MET LATE - INTEREST QUEUED FOR MF2P'
                                               TO WS-D-ACTION
               PERFORM A7500-PRINT-DETAIL
           END-IF.
      ******************************************************************
      *     CLAIMS THAT CANNOT BE MEASURED BECAUSE THE CLAIM'S POLICY  *
      *     HAS NO MEMBER-MASTER ROW TO GIVE THE STATE                 *
      ******************************************************************
       A6500-COUNT-NO-MEMBER.
      *----------------------*
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-NO-MEMBER-COUNT
                 FROM MFTR28.CLAIMS CL
                WHERE CL.CLAIMDATE <= :WS-END-DATE
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MFTR28.MEMBER-MASTER MM
                        WHERE MM.POLICYNUMBER = CL.POLICYNUMBER)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28PP1 NO MEMBER COUNT SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *     TURN A DB2 DAY NUMBER BACK INTO A DATE FOR PRINTING        *
      ******************************************************************
       A7400-DAYS-TO-DATE.
      *-------------------*
           EXEC SQL
               SELECT CHAR(DATE(:WS-CONVERT-DAYS))
                 INTO :WS-CONVERT-DATE
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28PP1 DATE CONVERT SQLCODE: ' SQLCODE
               MOVE SPACES                     TO WS-CONVERT-DATE
           END-IF.
      ******************************************************************
      *     PRINT ONE MISSED MILESTONE - THE DATE THE CLOCK STARTED,   *
      *     THE DAYS ALLOWED, WHEN IT WAS MET (OR THAT IT IS STILL     *
      *     OUTSTANDING), THE DAYS LATE AND ANY INTEREST               *
      ******************************************************************
       A7500-PRINT-DETAIL.
      *-------------------*
           MOVE MBR-STATE                      TO WS-D-STATE.
           MOVE CLAIMNUMBER OF CLAIMS          TO WS-D-CLAIM.
           MOVE WS-MILESTONE                   TO WS-D-MILESTONE.
           MOVE WS-FROM-DAYS                   TO WS-CONVERT-DAYS.
           PERFORM A7400-DAYS-TO-DATE.
           MOVE WS-CONVERT-DATE                TO WS-D-FROM.
           MOVE WS-ALLOWED-DAYS                TO WS-D-ALLOWED.
           IF WS-DONE-DAYS > ZERO
               MOVE WS-DONE-DAYS               TO WS-CONVERT-DAYS
               PERFORM A7400-DAYS-TO-DATE
               MOVE WS-CONVERT-DATE            TO WS-D-DONE
           ELSE
               MOVE 'OUTSTANDING'              TO WS-D-DONE
           END-IF.
           MOVE WS-DAYS-LATE                   TO WS-D-LATE.
           MOVE WS-LATE-AMOUNT                 TO WS-D-AMOUNT.
           MOVE WS-INTEREST                    TO WS-D-INTEREST.
           MOVE WS-DETAIL-LINE                 TO PP1RPT-RECORD.
           WRITE PP1RPT-RECORD.
      ******************************************************************
      *                  PRINT A SECTION HEADING LINE                  *
      ******************************************************************
       A7600-PRINT-SECTION.
      *--------------------*
           MOVE SPACES                         TO PP1RPT-RECORD.
           WRITE PP1RPT-RECORD.
           MOVE WS-SECTION-LINE                TO PP1RPT-RECORD.
           WRITE PP1RPT-RECORD.
      ******************************************************************
      *     THE STATE-BY-STATE SUMMARY FOR THE MARKET-CONDUCT          *
      *     EXAMINERS - EACH STATE'S DEADLINES, RATE AND RULE, THE     *
      *     CLAIMS MEASURED, THE MILESTONES MISSED AND THE INTEREST    *
      *     PROPOSED THIS RUN                                          *
      ******************************************************************
       A8000-PRINT-STATE-SUMMARY.
      *--------------------------*
           MOVE SPACES                         TO PP1RPT-RECORD.
           WRITE PP1RPT-RECORD.
           MOVE WS-HEADING-1                   TO PP1RPT-RECORD.
           WRITE PP1RPT-RECORD.
           MOVE WS-HEADING-2                   TO PP1RPT-RECORD.
           WRITE PP1RPT-RECORD.
           MOVE 'STATE-BY-STATE PROMPT-PAYMENT SUMMARY'
                                               TO WS-S-TEXT.
           PERFORM A7600-PRINT-SECTION.
           MOVE WS-SUMMARY-HEADING-1           TO PP1RPT-RECORD.
           WRITE PP1RPT-RECORD.
           MOVE WS-SUMMARY-HEADING-2           TO PP1RPT-RECORD.
           WRITE PP1RPT-RECORD.
           MOVE ZERO                           TO WS-STATE-INDEX.
           PERFORM A8100-PRINT-STATE-LINE
               WS-STATE-COUNT TIMES.
           IF WS-STATE-OVERFLOW > ZERO
               MOVE 'MORE STATES THAN THE SUMMARY HOLDS - SEE JOB LOG'
                                               TO WS-S-TEXT
               PERFORM A7600-PRINT-SECTION
           END-IF.
      ******************************************************************
      *                  PRINT ONE STATE'S SUMMARY LINE                *
      ******************************************************************
       A8100-PRINT-STATE-LINE.
      *-----------------------*
           ADD 1                               TO WS-STATE-INDEX.
           MOVE WS-ST-STATE(WS-STATE-INDEX)    TO WS-SM-STATE.
           MOVE WS-ST-ACK-DAYS(WS-STATE-INDEX) TO WS-SM-ACK-DAYS.
           MOVE WS-ST-DECIDE-DAYS(WS-STATE-INDEX)
                                               TO WS-SM-DECIDE-DAYS.
           MOVE WS-ST-PAY-DAYS(WS-STATE-INDEX) TO WS-SM-PAY-DAYS.
           MOVE WS-ST-RATE(WS-STATE-INDEX)     TO WS-SM-RATE.
           MOVE WS-ST-MEASURED(WS-STATE-INDEX) TO WS-SM-MEASURED.
           MOVE WS-ST-ACK-LATE(WS-STATE-INDEX) TO WS-SM-ACK-LATE.
           MOVE WS-ST-DECIDE-LATE(WS-STATE-INDEX)
                                               TO WS-SM-DECIDE-LATE.
           MOVE WS-ST-PAY-LATE(WS-STATE-INDEX) TO WS-SM-PAY-LATE.
           MOVE WS-ST-OVERDUE(WS-STATE-INDEX)  TO WS-SM-OVERDUE.
           MOVE WS-ST-INT-COUNT(WS-STATE-INDEX) TO WS-SM-INT-COUNT.
           MOVE WS-ST-INT-AMOUNT(WS-STATE-INDEX)
                                               TO WS-SM-INT-AMOUNT.
           MOVE WS-ST-CITATION(WS-STATE-INDEX) TO WS-SM-CITATION.
           MOVE WS-SUMMARY-LINE                TO PP1RPT-RECORD.
           WRITE PP1RPT-RECORD.
      ******************************************************************
      *     PRINT THE RUN TOTALS                                       *
      ******************************************************************
       A8800-PRINT-TOTALS.
      *-------------------*
           MOVE 'TOTALS'                       TO WS-S-TEXT.
           PERFORM A7600-PRINT-SECTION.
           MOVE ZERO                           TO WS-TL-AMOUNT.
           MOVE 'CLAIMS READ'                  TO WS-TL-LABEL.
           MOVE WS-CLAIMS-READ                 TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'CLAIMS MEASURED IN THE PERIOD' TO WS-TL-LABEL.
           MOVE WS-CLAIMS-MEASURED             TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'ACKNOWLEDGED LATE'            TO WS-TL-LABEL.
           MOVE WS-ACK-LATE-COUNT              TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'DECIDED LATE'                 TO WS-TL-LABEL.
           MOVE WS-DECIDE-LATE-COUNT           TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'PAID LATE'                    TO WS-TL-LABEL.
           MOVE WS-PAY-LATE-COUNT              TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'OUTSTANDING PAST DEADLINE AT PERIOD END'
                                               TO WS-TL-LABEL.
           MOVE WS-OVERDUE-COUNT               TO WS-TL-COUNT.
           MOVE WS-ACCRUING-AMOUNT             TO WS-TL-AMOUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'INTEREST QUEUED FOR APPROVAL THIS RUN'
                                               TO WS-TL-LABEL.
           MOVE WS-INT-COUNT                   TO WS-TL-COUNT.
           MOVE WS-INT-AMOUNT                  TO WS-TL-AMOUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE ZERO                           TO WS-TL-AMOUNT.
           MOVE 'LATE PAYMENTS ALREADY PROPOSED' TO WS-TL-LABEL.
           MOVE WS-ALREADY-COUNT               TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'CLAIMS WITH NO MEMBER RECORD' TO WS-TL-LABEL.
           MOVE WS-NO-MEMBER-COUNT             TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           IF WS-RUN-RC >= 8
               MOVE 'RUN FAILED - ALL PROPOSALS BACKED OUT'
                                               TO WS-S-TEXT
               PERFORM A7600-PRINT-SECTION
           END-IF.
           CLOSE PP1RPT-FILE.
           DISPLAY 'MF28PP1 CLAIMS READ      : ' WS-CLAIMS-READ.
           DISPLAY 'MF28PP1 CLAIMS MEASURED  : ' WS-CLAIMS-MEASURED.
           DISPLAY 'MF28PP1 INTEREST QUEUED  : ' WS-INT-COUNT.
      ******************************************************************
      *                     WRITE ONE TOTAL LINE                       *
      ******************************************************************
       A8850-PRINT-TOTAL-LINE.
      *-----------------------*
           MOVE WS-TOTAL-LINE                  TO PP1RPT-RECORD.
           WRITE PP1RPT-RECORD.
      ******************************************************************
      *     A CLEAN RUN COMMITS THE INTEREST PROPOSALS; A FAILED ONE   *
      *     BACKS THEM ALL OUT SO THE RUN CAN SIMPLY BE REPEATED.      *
      *     CLAIMS THAT COULD NOT BE MEASURED ARE WORTH A WARNING      *
      ******************************************************************
       A9000-END-UNIT-OF-WORK.
      *-----------------------*
           IF WS-RUN-RC >= 8
               EXEC SQL
                   ROLLBACK
               END-EXEC
           ELSE
               EXEC SQL
                   COMMIT
               END-EXEC
               IF WS-RUN-RC = ZERO
                  AND (WS-NO-MEMBER-COUNT > ZERO OR
                       WS-STATE-OVERFLOW > ZERO)
                   MOVE 4                      TO WS-RUN-RC
               END-IF
           END-IF.
      ******************************************************************
      *     WRITE THE COMPLETION ROW OPERATIONS WATCHES FOR - WHICH    *
      *     JOB, WHICH MONTH, HOW MANY CLAIMS AND THE RETURN CODE      *
      ******************************************************************
       A8500-LOG-RUN.
      *--------------*
           MOVE 'MF28PP1'                      TO JOB-NAME.
           MOVE WS-START-DATE                   TO WINDOW-START-DATE.
           MOVE WS-END-DATE                     TO WINDOW-END-DATE.
           MOVE WS-CLAIMS-MEASURED              TO RECORD-COUNT.
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
               DISPLAY 'MF28PP1 RUN LOG SQLCODE: ' SQLCODE
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
