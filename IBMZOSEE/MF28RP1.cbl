      *                     PAID ALONE OVERSTATED WHAT CLAIMS COST US
      *                     ON EVERY CLAIM WITH A SUBROGATION OR
      *                     SALVAGE RECOVERY BEHIND IT.
      * 10/14/2026 APATEL   PAID IS NOW SPLIT INTO INDEMNITY PAID AND
      *                     EXPENSE PAID (DEFENSE AND LEGAL COSTS,
      *                     PAYMENT-TYPE 'EXPN' ON MFTR28.CLAIM-
      *                     PAYMENTS) PER CLAIM, PER CAUSE AND IN THE
      *                     GRAND TOTAL. STATUTORY INTEREST STAYS IN
      *                     THE INDEMNITY COLUMN AS PART OF WHAT THE
      *                     MEMBER IS OWED. NET INCURRED IS UNCHANGED.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIMS, MFTR28.CLAIM-RECOVERIES,
      *         MFTR28.CLAIM-PAYMENTS,
      *         MFTR28.BATCH-CONTROL, MFTR28.BATCH-RUN-LOG
      *
      * CALLING MODULES: NONE (INVOKED FROM JCL MF28RP1)
           05 WS-END-DATE               PIC X(10).
       01 WS-ROW-RECOVERED             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-ROW-NET-INCURRED          PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-ROW-EXPENSE               PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-ROW-INDEMNITY             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-CAUSE-TOTALS.
           05 WS-PRIOR-CAUSE           PIC X(20) VALUE SPACES.
           05 WS-CAUSE-COUNT           PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-CAUSE-PAID            PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-CAUSE-EXPENSE         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-CAUSE-RECOVERED       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-CAUSE-NET             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-GRAND-TOTALS.
           05 WS-GRAND-COUNT           PIC S9(7) COMP-3 VALUE ZERO.
           05 WS-GRAND-PAID            PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-GRAND-EXPENSE         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-GRAND-RECOVERED       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-GRAND-NET             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-REPORT-LINES.
               10 FILLER                PIC X(10) VALUE 'CLAIM NO'.
               10 FILLER                PIC X(12) VALUE 'CLAIM DATE'.
               10 FILLER                PIC X(20) VALUE 'CAUSE'.
               10 FILLER                PIC X(14) VALUE 'INDEMNITY PD'.
               10 FILLER                PIC X(14) VALUE 'EXPENSE PD'.
               10 FILLER                PIC X(14) VALUE 'RECOVERED'.
               10 FILLER                PIC X(14) VALUE 'NET INCURRED'.
               10 FILLER                PIC X(35) VALUE SPACES.
           05 WS-DETAIL-LINE.
               10 WS-D-CLAIMNUMBER      PIC Z(6)9.
               10 FILLER                PIC X(03) VALUE SPACES.
               10 WS-D-CAUSE            PIC X(20).
               10 WS-D-PAID             PIC Z(7)9.99.
               10 FILLER                PIC X(03) VALUE SPACES.
               10 WS-D-EXPENSE          PIC Z(7)9.99.
               10 FILLER                PIC X(03) VALUE SPACES.
               10 WS-D-RECOVERED        PIC Z(7)9.99.
               10 FILLER                PIC X(02) VALUE SPACES.
               10 WS-D-NET              PIC Z(7)9.99-.
               10 FILLER                PIC X(13) VALUE SPACES.
           05 WS-CAUSE-TOTAL-LINE.
               10 FILLER                PIC X(04) VALUE SPACES.
               10 FILLER                PIC X(12) VALUE 'TOTAL FOR'.
               10 FILLER                PIC X(03) VALUE 'CLM'.
               10 WS-CT-PAID            PIC Z(7)9.99.
               10 FILLER                PIC X(03) VALUE SPACES.
               10 WS-CT-EXPENSE         PIC Z(7)9.99.
               10 FILLER                PIC X(03) VALUE SPACES.
               10 WS-CT-RECOVERED       PIC Z(7)9.99.
               10 FILLER                PIC X(02) VALUE SPACES.
               10 WS-CT-NET             PIC Z(7)9.99-.
               10 FILLER                PIC X(05) VALUE SPACES.
           05 WS-GRAND-TOTAL-LINE.
               10 FILLER                PIC X(04) VALUE SPACES.
               10 FILLER                PIC X(12) VALUE 'GRAND TOTAL'.
               10 FILLER                PIC X(03) VALUE 'CLM'.
               10 WS-GT-PAID            PIC Z(7)9.99.
               10 FILLER                PIC X(03) VALUE SPACES.
               10 WS-GT-EXPENSE         PIC Z(7)9.99.
               10 FILLER                PIC X(03) VALUE SPACES.
               10 WS-GT-RECOVERED       PIC Z(7)9.99.
               10 FILLER                PIC X(02) VALUE SPACES.
               10 WS-GT-NET             PIC Z(7)9.99-.
               10 FILLER                PIC X(05) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-PARM-AREA.
           05 LK-PARM-LEN               PIC S9(4) COMP.
      *-----------------*
      *-- EACH CLAIM'S RECOVERIES ARE SUMMED OFF THE CLAIM-RECOVERIES
      *-- LEDGER ALONGSIDE THE CLAIM ROW - A CLAIM WITH NO RECOVERY
      *-- ROWS COMES BACK AS ZERO RECOVERED. THE CLAIM'S DEFENSE AND
      *-- LEGAL EXPENSE IS SUMMED OFF THE PAYMENTS LEDGER THE SAME WAY
           EXEC SQL
               DECLARE CLMRPTC1 CURSOR FOR
                   SELECT CL.CLAIMNUMBER, CL.CLAIMDATE, CL.PAID,
                          COALESCE((SELECT SUM(RV.RECOVERY-AMOUNT)
                                      FROM MFTR28.CLAIM-RECOVERIES RV
                                     WHERE RV.CLAIMNUMBER =
                                           CL.CLAIMNUMBER), 0),
                          COALESCE((SELECT SUM(PY.PAYMENT-AMOUNT)
                                      FROM MFTR28.CLAIM-PAYMENTS PY
                                     WHERE PY.CLAIMNUMBER =
                                           CL.CLAIMNUMBER
                                       AND PY.PAYMENT-TYPE = 'EXPN'), 0)
                   FROM MFTR28.CLAIMS CL
                   WHERE CL.CLAIMDATE BETWEEN :WS-START-DATE
                                          AND :WS-END-DATE
           EXEC SQL
               FETCH CLMRPTC1
               INTO :CLAIMNUMBER, :CLAIMDATE, :PAID, :CVALUE, :CAUSE,
                    :RESERVE-AMOUNT, :WS-ROW-RECOVERED,
                    :WS-ROW-EXPENSE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
      *-- HAVE RECOVERED BACK
           COMPUTE WS-ROW-NET-INCURRED =
               PAID + RESERVE-AMOUNT - WS-ROW-RECOVERED.
      *-- PAID CARRIES BOTH KINDS OF MONEY - WHAT IS NOT DEFENSE OR
      *-- LEGAL EXPENSE IS INDEMNITY
           COMPUTE WS-ROW-INDEMNITY = PAID - WS-ROW-EXPENSE.
           PERFORM A7000-PRINT-DETAIL.
           ADD 1                               TO WS-CAUSE-COUNT
                                                   WS-GRAND-COUNT.
           ADD WS-ROW-INDEMNITY                TO WS-CAUSE-PAID
                                                   WS-GRAND-PAID.
           ADD WS-ROW-EXPENSE                  TO WS-CAUSE-EXPENSE
                                                   WS-GRAND-EXPENSE.
           ADD WS-ROW-RECOVERED                TO WS-CAUSE-RECOVERED
                                                   WS-GRAND-RECOVERED.
           ADD WS-ROW-NET-INCURRED             TO WS-CAUSE-NET
           MOVE CLAIMNUMBER                   TO WS-D-CLAIMNUMBER.
           MOVE CLAIMDATE                      TO WS-D-CLAIMDATE.
           MOVE CAUSE                          TO WS-D-CAUSE.
           MOVE WS-ROW-INDEMNITY               TO WS-D-PAID.
           MOVE WS-ROW-EXPENSE                 TO WS-D-EXPENSE.
           MOVE WS-ROW-RECOVERED               TO WS-D-RECOVERED.
           MOVE WS-ROW-NET-INCURRED            TO WS-D-NET.
           MOVE WS-DETAIL-LINE                 TO CLAIMRPT-RECORD.
               MOVE WS-PRIOR-CAUSE             TO WS-CT-CAUSE
               MOVE WS-CAUSE-COUNT             TO WS-CT-COUNT
               MOVE WS-CAUSE-PAID              TO WS-CT-PAID
               MOVE WS-CAUSE-EXPENSE           TO WS-CT-EXPENSE
               MOVE WS-CAUSE-RECOVERED         TO WS-CT-RECOVERED
               MOVE WS-CAUSE-NET               TO WS-CT-NET
               MOVE WS-CAUSE-TOTAL-LINE        TO CLAIMRPT-RECORD
           END-IF.
           MOVE ZERO                           TO WS-CAUSE-COUNT
                                                   WS-CAUSE-PAID
                                                   WS-CAUSE-EXPENSE
                                                   WS-CAUSE-RECOVERED
                                                   WS-CAUSE-NET.
      ******************************************************************
      *------------------------*
           MOVE WS-GRAND-COUNT                 TO WS-GT-COUNT.
           MOVE WS-GRAND-PAID                  TO WS-GT-PAID.
           MOVE WS-GRAND-EXPENSE               TO WS-GT-EXPENSE.
           MOVE WS-GRAND-RECOVERED             TO WS-GT-RECOVERED.
           MOVE WS-GRAND-NET                   TO WS-GT-NET.
           MOVE WS-GRAND-TOTAL-LINE            TO CLAIMRPT-RECORD.
