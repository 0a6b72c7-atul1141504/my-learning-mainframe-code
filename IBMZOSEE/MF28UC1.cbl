      * MF28UC1 - UNCASHED PAYMENT AGING AND ESCHEATMENT V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28UC1.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO TRACK CLAIM
      *                    PAYMENTS TREASURY ISSUED THAT THE PAYEE
      *                    NEVER CASHED, AND TO TURN THEM OVER TO THE
      *                    STATE AS UNCLAIMED PROPERTY ONCE THEY GO
      *                    DORMANT:
      *                    1. READS TREASURY'S OUTSTANDING-ITEMS FILE
      *                       (EVERY PAYMENT ISSUED BUT NOT CLEARED)
      *                       AND MATCHES EACH ITEM TO THE MF28PY1
      *                       INSTRUCTION IT PAID ON
      *                       MFTR28.PAYMENT-INSTRUCTION, MARKING IT
      *                       OUTSTANDING WITH ITS CHEQUE NUMBER AND
      *                       ISSUE DATE. AN ITEM THAT DOES NOT MATCH
      *                       IS REPORTED AS AN EXCEPTION. AN ITEM
      *                       OUTSTANDING LAST TIME BUT NO LONGER ON
      *                       THE FILE HAS BEEN CASHED AND IS MARKED
      *                       CLEARED.
      *                    2. AGES EVERY OUTSTANDING PAYMENT FROM ITS
      *                       ISSUE DATE TO THE BUSINESS DATE. A
      *                       PAYMENT REACHING 90 DAYS, AND AGAIN 180
      *                       DAYS, GOES ON THE STALE-PAYMENT WORKLIST
      *                       WITH THE OWNER'S NAME AND ADDRESS SO THE
      *                       OWNER CAN BE CONTACTED. THE OWNER IS THE
      *                       PAYEE THE INSTRUCTION PAID (ITS
      *                       MFTR28.CLAIM-PAYEE ROW), OR THE MEMBER
      *                       FOR THE STANDING PAYEE. A LISTED PAYEE
      *                       WITH NO ADDRESS OF ITS OWN IS REACHED AT
      *                       THE MEMBER'S.
      *                    3. A PAYMENT PAST THE DORMANCY PERIOD OF
      *                       THE OWNER'S STATE (STATE OF THE ADDRESS
      *                       ABOVE, PERIOD FROM
      *                       MFTR28.STATE-ESCHEAT-RULE) IS
      *                       DUE FOR ESCHEAT. IN AN ESCHEAT RUN IT IS
      *                       WRITTEN TO THAT STATE'S SECTION OF THE
      *                       UNCLAIMED-PROPERTY FILE IN THE STATE'S
      *                       FILING LAYOUT, MARKED ESCHEATED, AND
      *                       TAKEN OFF THE CLAIM'S SETTLED POSITION BY
      *                       A NEGATIVE MFTR28.PAYMENT-SETTLEMENT ROW
      *                       (SOURCE 'ESCHEAT'). OTHERWISE IT IS ONLY
      *                       LISTED AS DUE.
      *                    4. PRINTS THE WORKLIST, THE EXCEPTIONS, A
      *                       PER-STATE ESCHEAT SUMMARY AND THE AGING
      *                       TOTALS, AND WRITES A COMPLETION ROW TO
      *                       MFTR28.BATCH-RUN-LOG.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      * 10/15/2026 APATEL   THE OWNER REPORTED AND ESCHEATED TO IS THE
      *                     INSTRUCTION'S PAYEE FROM CLAIM-PAYEE, NOT
      *                     ALWAYS THE MEMBER. THE ESCHEAT SETTLEMENT
      *                     ROW CARRIES THE PAYEE AND INSTRUCTION.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
      * PROCESSING TYPE: BATCH - RUN FROM JCL MF28UC1 WHEN TREASURY
      *                  DROPS ITS OUTSTANDING-ITEMS FILE, AND WITH
      *                  PARM('ESCHEAT') FOR THE UNCLAIMED-PROPERTY
      *                  FILING.
      *
      * BMS: NONE
      *
      * COPYBOOKS: MF28CP12, MF28CP13, MF28CP19, MF28CP31, MF28CP35,
      *            MF28CP36, MF28CP41
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.PAYMENT-INSTRUCTION, MFTR28.CLAIMS,
      *         MFTR28.MEMBER-MASTER, MFTR28.CLAIM-PAYEE,
      *         MFTR28.STATE-ESCHEAT-RULE,
      *         MFTR28.PAYMENT-SETTLEMENT, MFTR28.BATCH-CONTROL,
      *         MFTR28.BATCH-RUN-LOG
      *
      * CALLING MODULES: NONE (INVOKED FROM JCL MF28UC1)
      *
      * CALLED MODULES: NONE
      *
      * PARAMETER: PARM('ESCHEAT') - ESCHEAT EVERY PAYMENT PAST ITS
      *            STATE'S DORMANCY PERIOD. WITHOUT IT THE RUN ONLY
      *            AGES AND LISTS.
      *
      * PROGRAMMER: ATUL PATEL
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTITEM-FILE   ASSIGN TO OUTITEM
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT HOLDERIN-FILE  ASSIGN TO HOLDERIN
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT UCPFILE-FILE   ASSIGN TO UCPFILE
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT UC1RPT-FILE    ASSIGN TO UC1RPT
                                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *-- TREASURY'S OUTSTANDING-ITEMS FILE - ONE RECORD PER PAYMENT
      *-- ISSUED AND NOT YET CLEARED, QUOTING THE CLAIM AND THE
      *-- INSTRUCTION NUMBER MF28PY1 SENT
       FD  OUTITEM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  OUTITEM-RECORD.
           05 OUT-CLAIMNUMBER        PIC X(07).
           05 OUT-INSTR-SEQ          PIC X(03).
           05 OUT-CHEQUE-NUMBER      PIC X(10).
           05 OUT-AMOUNT             PIC 9(07)V99.
           05 OUT-ISSUE-DATE         PIC X(10).
           05 FILLER                 PIC X(41).
      *-- THE COMPANY'S OWN IDENTITY AS HOLDER - THE SAME PAYER
      *-- CONTROL RECORD MF28TX1 FILES THE 1099S UNDER
       FD  HOLDERIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HOLDERIN-RECORD.
           05 HLD-TIN                 PIC X(09).
           05 FILLER                  PIC X(05).
           05 HLD-NAME                PIC X(40).
           05 HLD-ADDRESS             PIC X(40).
           05 HLD-CITY                PIC X(40).
           05 HLD-STATE               PIC X(02).
           05 HLD-ZIP                 PIC X(09).
           05 HLD-PHONE               PIC X(15).
           05 HLD-CONTACT-NAME        PIC X(40).
           05 HLD-CONTACT-EMAIL       PIC X(50).
           05 FILLER                  PIC X(50).
       FD  UCPFILE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  UCPFILE-RECORD             PIC X(300).
       FD  UC1RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  UC1RPT-RECORD              PIC X(133).
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
               INCLUDE MF28CP19
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP31
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP35
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP36
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP41
           END-EXEC.
       01 WS-RUN-RC                    PIC S9(3) COMP-3 VALUE ZERO.
       01 WS-BUSINESS-DATE             PIC X(10).
       01 WS-RUN-MODE                  PIC X(01) VALUE 'A'.
           88 MODE-AGING-ONLY          VALUE 'A'.
           88 MODE-ESCHEAT             VALUE 'E'.
      *-- STALE-PAYMENT WORKLIST STAGES, AND THE DORMANCY PERIOD FOR A
      *-- STATE WITH NO MFTR28.STATE-ESCHEAT-RULE ROW (THREE YEARS,
      *-- THE COMMONEST PERIOD FOR UNCASHED CLAIM PAYMENTS)
       01 WS-STALE-FIRST-DAYS          PIC S9(5) COMP-3 VALUE 90.
       01 WS-STALE-SECOND-DAYS         PIC S9(5) COMP-3 VALUE 180.
       01 WS-DEFAULT-DORMANCY-DAYS     PIC S9(5) COMP-3 VALUE 1095.
      *-- NAUPA PROPERTY TYPE FOR AN UNCASHED INSURANCE CLAIM PAYMENT
       01 WS-PROPERTY-TYPE             PIC X(04) VALUE 'IN05'.
       01 WS-SWITCHES.
           05 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
               88 EOF-TRUE             VALUE 'Y'.
               88 EOF-FALSE            VALUE 'N'.
           05 WS-MATCH-FLAG            PIC X(01) VALUE 'N'.
               88 ITEM-MATCHED         VALUE 'Y'.
               88 ITEM-NOT-MATCHED     VALUE 'N'.
       01 WS-MATCH-MESSAGE             PIC X(40).
       01 WS-OUT-AMOUNT                PIC S9(7)V99 COMP-3.
       01 WS-OUT-SEQ                   PIC 9(03).
      *-- THE CURRENT OUTSTANDING PAYMENT AS FETCHED
       01 WS-DAYS-OUTSTANDING          PIC S9(9) COMP.
      *-- ITS OWNER - THE PAYEE PAID, OR THE MEMBER - HELD LIKE THE
      *-- MEMBER-MASTER ADDRESS
       01 WS-OWNER-FIELDS.
           05 WS-OWNER-NAME            PIC X(30).
           05 WS-OWNER-ADDR-1          PIC X(30).
           05 WS-OWNER-ADDR-2          PIC X(30).
           05 WS-OWNER-CITY            PIC X(20).
           05 WS-OWNER-STATE           PIC X(02).
           05 WS-OWNER-ZIP             PIC X(10).
       01 WS-ACTION                    PIC X(01).
           88 ACTION-NONE              VALUE ' '.
           88 ACTION-STALE-FIRST       VALUE '1'.
           88 ACTION-STALE-SECOND      VALUE '2'.
           88 ACTION-DUE               VALUE 'D'.
           88 ACTION-ESCHEAT           VALUE 'E'.
       01 WS-CONTROL-FIELDS.
           05 WS-RULE-STATE            PIC X(02) VALUE HIGH-VALUES.
           05 WS-DORMANCY-DAYS         PIC S9(5) COMP-3.
           05 WS-SECTION-STATE         PIC X(02) VALUE SPACES.
           05 WS-SECTION-FORMAT        PIC X(01).
               88 SECTION-NAUPA        VALUE 'N'.
               88 SECTION-DELIMITED    VALUE 'D'.
           05 WS-SECTION-AGENCY        PIC X(40).
           05 WS-SECTION-COUNT         PIC S9(7)     COMP-3.
           05 WS-SECTION-AMOUNT        PIC S9(11)V99 COMP-3.
       01 WS-REPORT-DATE-8             PIC X(08).
       01 WS-ISSUE-DATE-8              PIC X(08).
       01 WS-EDIT-AMOUNT               PIC 9(08).99.
       01 WS-EDIT-TOTAL                PIC 9(10).99.
       01 WS-EDIT-COUNT                PIC 9(06).
       01 WS-COUNTERS.
           05 WS-ITEMS-READ            PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-ITEMS-MATCHED         PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-ITEMS-EXCEPTION       PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-ITEMS-CLEARED         PIC S9(9)     COMP   VALUE ZERO.
           05 WS-NO-MEMBER-COUNT       PIC S9(9)     COMP   VALUE ZERO.
           05 WS-AGE-1-COUNT           PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-AGE-1-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-AGE-2-COUNT           PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-AGE-2-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-AGE-3-COUNT           PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-AGE-3-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-WORKLIST-COUNT        PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-DUE-COUNT             PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-DUE-AMOUNT            PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-ESCHEAT-COUNT         PIC S9(7)     COMP-3 VALUE ZERO.
           05 WS-ESCHEAT-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-RECORD-SEQ            PIC S9(7)     COMP-3 VALUE ZERO.
      ******************************************************************
      *     STATE FILING LAYOUTS - 300 BYTES EACH                      *
      ******************************************************************
      *-- NAUPA STANDARD FORMAT: HOLDER (1), PROPERTY (2) AND SUMMARY
      *-- (9) RECORDS, ONE SET PER STATE
       01 WS-NAUPA-HOLDER.
           05 WS-N1-REC-TYPE           PIC X(01) VALUE '1'.
           05 WS-N1-HOLDER-TIN         PIC X(09).
           05 WS-N1-HOLDER-NAME        PIC X(40).
           05 WS-N1-HOLDER-ADDRESS     PIC X(40).
           05 WS-N1-HOLDER-CITY        PIC X(40).
           05 WS-N1-HOLDER-STATE       PIC X(02).
           05 WS-N1-HOLDER-ZIP         PIC X(09).
           05 WS-N1-CONTACT-NAME       PIC X(40).
           05 WS-N1-CONTACT-PHONE      PIC X(15).
           05 WS-N1-CONTACT-EMAIL      PIC X(50).
           05 WS-N1-REPORT-STATE       PIC X(02).
           05 WS-N1-REPORT-YEAR        PIC X(04).
           05 WS-N1-REPORT-DATE        PIC X(08).
           05 FILLER                   PIC X(40) VALUE SPACES.
       01 WS-NAUPA-PROPERTY.
           05 WS-N2-REC-TYPE           PIC X(01) VALUE '2'.
           05 WS-N2-SEQ                PIC 9(06).
           05 WS-N2-OWNER-NAME         PIC X(40).
           05 WS-N2-OWNER-ADDR-1       PIC X(30).
           05 WS-N2-OWNER-ADDR-2       PIC X(30).
           05 WS-N2-OWNER-CITY         PIC X(20).
           05 WS-N2-OWNER-STATE        PIC X(02).
           05 WS-N2-OWNER-ZIP          PIC X(10).
           05 WS-N2-PROPERTY-TYPE      PIC X(04).
           05 WS-N2-AMOUNT             PIC 9(08)V99.
           05 WS-N2-LAST-ACTIVITY      PIC X(08).
           05 WS-N2-CHEQUE-NUMBER      PIC X(10).
           05 WS-N2-CLAIMNUMBER        PIC 9(07).
           05 WS-N2-INSTR-SEQ          PIC 9(03).
           05 FILLER                   PIC X(119) VALUE SPACES.
       01 WS-NAUPA-SUMMARY.
           05 WS-N9-REC-TYPE           PIC X(01) VALUE '9'.
           05 WS-N9-REPORT-STATE       PIC X(02).
           05 WS-N9-COUNT              PIC 9(06).
           05 WS-N9-AMOUNT             PIC 9(10)V99.
           05 FILLER                   PIC X(279) VALUE SPACES.
       01 WS-REPORT-LINES.
           05 WS-HEADING-1.
               10 FILLER               PIC X(40) VALUE SPACES.
               10 FILLER               PIC X(50) VALUE
                   'UNCASHED PAYMENT AGING AND ESCHEATMENT REPORT'.
               10 FILLER               PIC X(43) VALUE SPACES.
           05 WS-HEADING-2.
               10 FILLER               PIC X(15) VALUE
                   'BUSINESS DATE: '.
               10 WS-H2-DATE           PIC X(10).
               10 FILLER               PIC X(14) VALUE
                   '   RUN TYPE:  '.
               10 WS-H2-MODE           PIC X(20).
               10 FILLER               PIC X(74) VALUE SPACES.
           05 WS-HEADING-3.
               10 FILLER               PIC X(04) VALUE 'ST'.
               10 FILLER               PIC X(09) VALUE 'CLAIM'.
               10 FILLER               PIC X(05) VALUE 'SEQ'.
               10 FILLER               PIC X(12) VALUE 'CHEQUE'.
               10 FILLER               PIC X(12) VALUE 'ISSUED'.
               10 FILLER               PIC X(06) VALUE ' DAYS'.
               10 FILLER               PIC X(16) VALUE
                   '        AMOUNT'.
               10 FILLER               PIC X(32) VALUE 'PAYEE'.
               10 FILLER               PIC X(37) VALUE 'ACTION'.
           05 WS-SECTION-LINE.
               10 WS-S-TEXT            PIC X(80).
               10 FILLER               PIC X(53) VALUE SPACES.
           05 WS-DETAIL-LINE.
               10 WS-D-STATE           PIC X(02).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-CLAIM           PIC 9(07).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-SEQ             PIC ZZ9.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-CHEQUE          PIC X(10).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-ISSUED          PIC X(10).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-DAYS            PIC ZZZZ9.
               10 FILLER               PIC X(01) VALUE SPACES.
               10 WS-D-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-NAME            PIC X(30).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-ACTION          PIC X(35).
           05 WS-ADDRESS-LINE.
               10 FILLER               PIC X(67) VALUE SPACES.
               10 WS-A-ADDRESS         PIC X(66).
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
           05 LK-PARM-DATA               PIC X(07).
       PROCEDURE DIVISION USING LK-PARM-AREA.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
      ******************************************************************
       A1000-MAIN-PARA.
      *---------------*
           PERFORM A2000-INITIALIZE.
           IF WS-RUN-RC < 8
               PERFORM A3000-LOAD-OUTSTANDING
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A5000-AGE-OUTSTANDING
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A6500-COUNT-NO-MEMBER
           END-IF.
           PERFORM A8800-PRINT-TOTALS.
           PERFORM A9000-END-UNIT-OF-WORK.
           PERFORM A9999-END-PARA.
      ******************************************************************
      *     ESTABLISH THE RUN MODE AND BUSINESS DATE, OPEN THE FILES   *
      ******************************************************************
       A2000-INITIALIZE.
      *----------------*
           IF LK-PARM-LEN > ZERO AND LK-PARM-DATA = 'ESCHEAT'
               SET MODE-ESCHEAT                TO TRUE
           ELSE
               SET MODE-AGING-ONLY             TO TRUE
               IF LK-PARM-LEN > ZERO AND LK-PARM-DATA NOT = SPACES
                   DISPLAY 'MF28UC1 PARM IGNORED: ' LK-PARM-DATA
                   MOVE 4                      TO WS-RUN-RC
               END-IF
           END-IF.
           OPEN OUTPUT UC1RPT-FILE.
           OPEN OUTPUT UCPFILE-FILE.
           PERFORM A2100-GET-CONTROL-DATES.
           IF MODE-ESCHEAT
               PERFORM A2200-READ-HOLDER
           END-IF.
           MOVE WS-BUSINESS-DATE               TO WS-H2-DATE.
           IF MODE-ESCHEAT
               MOVE 'AGING AND ESCHEAT'        TO WS-H2-MODE
           ELSE
               MOVE 'AGING ONLY'               TO WS-H2-MODE
           END-IF.
           STRING WS-BUSINESS-DATE(1:4) WS-BUSINESS-DATE(6:2)
                  WS-BUSINESS-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-REPORT-DATE-8.
           MOVE WS-HEADING-1                   TO UC1RPT-RECORD.
           WRITE UC1RPT-RECORD.
           MOVE WS-HEADING-2                   TO UC1RPT-RECORD.
           WRITE UC1RPT-RECORD.
           MOVE WS-HEADING-3                   TO UC1RPT-RECORD.
           WRITE UC1RPT-RECORD.
           DISPLAY 'MF28UC1 BUSINESS DATE    : ' WS-BUSINESS-DATE.
           DISPLAY 'MF28UC1 RUN MODE         : ' WS-H2-MODE.
      ******************************************************************
      *     READ THE BUSINESS DATE FROM THE ONE-ROW                    *
      *     MFTR28.BATCH-CONTROL TABLE                                 *
      ******************************************************************
       A2100-GET-CONTROL-DATES.
      *------------------------*
           EXEC SQL
               SELECT BUSINESS-DATE
                 INTO :WS-BUSINESS-DATE
                 FROM MFTR28.BATCH-CONTROL
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28UC1 BATCH-CONTROL SQLCODE: ' SQLCODE
               MOVE '1900-01-01'               TO WS-BUSINESS-DATE
               MOVE 12                         TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *     READ THE HOLDER CONTROL RECORD - NO HOLDER, NO FILING      *
      ******************************************************************
       A2200-READ-HOLDER.
      *------------------*
           OPEN INPUT HOLDERIN-FILE.
           READ HOLDERIN-FILE
               AT END
                   DISPLAY 'MF28UC1 HOLDERIN CONTROL RECORD MISSING'
                   MOVE 12                     TO WS-RUN-RC
           END-READ.
           CLOSE HOLDERIN-FILE.
      ******************************************************************
      *     TAKE IN TREASURY'S OUTSTANDING-ITEMS FILE, THEN CLEAR      *
      *     EVERYTHING OUTSTANDING LAST TIME THAT IS NO LONGER ON IT   *
      ******************************************************************
       A3000-LOAD-OUTSTANDING.
      *-----------------------*
           MOVE 'OUTSTANDING ITEMS NOT MATCHED TO AN INSTRUCTION'
                                               TO WS-S-TEXT.
           PERFORM A7600-PRINT-SECTION.
           OPEN INPUT OUTITEM-FILE.
           MOVE 'N'                            TO WS-EOF-FLAG.
           PERFORM A3100-READ-ITEM.
           PERFORM A3200-PROCESS-ITEM
               UNTIL EOF-TRUE.
           CLOSE OUTITEM-FILE.
      *-- AN EMPTY FILE IS MORE LIKELY A MISSED TRANSMISSION THAN
      *-- EVERY PAYMENT CASHED AT ONCE - CLEAR NOTHING AND WARN
           IF WS-ITEMS-READ = ZERO
               DISPLAY 'MF28UC1 OUTSTANDING FILE EMPTY - NOTHING '
                   'MARKED CLEARED'
               IF WS-RUN-RC < 4
                   MOVE 4                      TO WS-RUN-RC
               END-IF
           ELSE
               PERFORM A3500-CLEAR-CASHED
           END-IF.
      ******************************************************************
      *                  READ THE NEXT OUTSTANDING ITEM                *
      ******************************************************************
       A3100-READ-ITEM.
      *----------------*
           READ OUTITEM-FILE
               AT END
                   MOVE 'Y'                    TO WS-EOF-FLAG
               NOT AT END
                   ADD 1                       TO WS-ITEMS-READ
           END-READ.
      ******************************************************************
      *     MATCH ONE ITEM TO ITS INSTRUCTION AND MARK IT OUTSTANDING  *
      ******************************************************************
       A3200-PROCESS-ITEM.
      *-------------------*
           SET ITEM-NOT-MATCHED                TO TRUE.
           MOVE SPACES                         TO WS-MATCH-MESSAGE.
           EVALUATE TRUE
               WHEN OUT-CLAIMNUMBER NOT NUMERIC
                   MOVE 'INVALID CLAIM NUMBER'  TO WS-MATCH-MESSAGE
               WHEN OUT-AMOUNT NOT NUMERIC
                   MOVE 'INVALID AMOUNT'        TO WS-MATCH-MESSAGE
               WHEN OUT-ISSUE-DATE(1:4) NOT NUMERIC
                 OR OUT-ISSUE-DATE(5:1) NOT = '-'
                   MOVE 'INVALID ISSUE DATE'    TO WS-MATCH-MESSAGE
               WHEN OTHER
                   PERFORM A3300-FIND-INSTRUCTION
           END-EVALUATE.
           IF ITEM-MATCHED
               PERFORM A3400-MARK-OUTSTANDING
           END-IF.
           IF ITEM-NOT-MATCHED
               PERFORM A3800-PRINT-EXCEPTION
           END-IF.
           PERFORM A3100-READ-ITEM.
      ******************************************************************
      *     FIND THE INSTRUCTION - BY CLAIM AND INSTRUCTION NUMBER     *
      *     WHEN TREASURY QUOTES ONE, OTHERWISE THE CLAIM'S NEWEST     *
      *     PAID INSTRUCTION FOR THE SAME AMOUNT                       *
      ******************************************************************
       A3300-FIND-INSTRUCTION.
      *-----------------------*
           MOVE OUT-CLAIMNUMBER
                           TO CLAIMNUMBER OF PAYMENT-INSTRUCTION.
           MOVE OUT-AMOUNT                     TO WS-OUT-AMOUNT.
           IF OUT-INSTR-SEQ NUMERIC AND OUT-INSTR-SEQ NOT = '000'
               MOVE OUT-INSTR-SEQ              TO WS-OUT-SEQ
               MOVE WS-OUT-SEQ
                           TO INSTR-SEQ OF PAYMENT-INSTRUCTION
               EXEC SQL
                   SELECT INSTR-AMOUNT, INSTR-ACK-STATUS, CASH-STATUS
                     INTO :PAYMENT-INSTRUCTION.INSTR-AMOUNT,
                          :PAYMENT-INSTRUCTION.INSTR-ACK-STATUS,
                          :PAYMENT-INSTRUCTION.CASH-STATUS
                     FROM MFTR28.PAYMENT-INSTRUCTION
                    WHERE CLAIMNUMBER =
                              :PAYMENT-INSTRUCTION.CLAIMNUMBER
                      AND INSTR-SEQ   = :PAYMENT-INSTRUCTION.INSTR-SEQ
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT INSTR-SEQ, INSTR-AMOUNT, INSTR-ACK-STATUS,
                          CASH-STATUS
                     INTO :PAYMENT-INSTRUCTION.INSTR-SEQ,
                          :PAYMENT-INSTRUCTION.INSTR-AMOUNT,
                          :PAYMENT-INSTRUCTION.INSTR-ACK-STATUS,
                          :PAYMENT-INSTRUCTION.CASH-STATUS
                     FROM MFTR28.PAYMENT-INSTRUCTION
                    WHERE CLAIMNUMBER      =
                              :PAYMENT-INSTRUCTION.CLAIMNUMBER
                      AND INSTR-ACK-STATUS = 'P'
                      AND INSTR-AMOUNT     = :WS-OUT-AMOUNT
                    ORDER BY INSTR-SEQ DESC
                    FETCH FIRST 1 ROW ONLY
               END-EXEC
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'NO MATCHING INSTRUCTION' TO WS-MATCH-MESSAGE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'MF28UC1 INSTRUCTION SQLCODE: ' SQLCODE
                   MOVE 'INSTRUCTION LOOKUP FAILED' TO WS-MATCH-MESSAGE
                   MOVE 8                      TO WS-RUN-RC
               WHEN NOT INSTR-PAID
                   MOVE 'INSTRUCTION NOT ACKED AS PAID'
                                               TO WS-MATCH-MESSAGE
               WHEN INSTR-AMOUNT NOT = WS-OUT-AMOUNT
                   MOVE 'AMOUNT DIFFERS FROM INSTRUCTION'
                                               TO WS-MATCH-MESSAGE
               WHEN CASH-ESCHEATED
                   MOVE 'ALREADY ESCHEATED - VOID THE CHEQUE'
                                               TO WS-MATCH-MESSAGE
               WHEN OTHER
                   SET ITEM-MATCHED            TO TRUE
           END-EVALUATE.
      ******************************************************************
      *     MARK THE INSTRUCTION OUTSTANDING AS OF TODAY'S FILE. AN    *
      *     ITEM SEEN BEFORE KEEPS ITS STALE-WORKLIST STAGE            *
      ******************************************************************
       A3400-MARK-OUTSTANDING.
      *-----------------------*
           MOVE OUT-CHEQUE-NUMBER              TO CHEQUE-NUMBER.
           MOVE OUT-ISSUE-DATE                 TO ISSUE-DATE.
           MOVE WS-BUSINESS-DATE               TO LAST-LISTED-DATE.
           EXEC SQL
               UPDATE MFTR28.PAYMENT-INSTRUCTION
                  SET CASH-STATUS      = 'O',
                      CHEQUE-NUMBER    =
                          :PAYMENT-INSTRUCTION.CHEQUE-NUMBER,
                      ISSUE-DATE       =
                          :PAYMENT-INSTRUCTION.ISSUE-DATE,
                      LAST-LISTED-DATE =
                          :PAYMENT-INSTRUCTION.LAST-LISTED-DATE
                WHERE CLAIMNUMBER = :PAYMENT-INSTRUCTION.CLAIMNUMBER
                  AND INSTR-SEQ   = :PAYMENT-INSTRUCTION.INSTR-SEQ
           END-EXEC.
           IF SQLCODE = 0
               ADD 1                           TO WS-ITEMS-MATCHED
           ELSE
               DISPLAY 'MF28UC1 OUTSTANDING UPDATE SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
               MOVE 'Y'                        TO WS-EOF-FLAG
           END-IF.
      ******************************************************************
      *     A PAYMENT OUTSTANDING ON AN EARLIER FILE BUT NOT ON THIS   *
      *     ONE HAS BEEN CASHED                                        *
      ******************************************************************
       A3500-CLEAR-CASHED.
      *-------------------*
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ITEMS-CLEARED
                 FROM MFTR28.PAYMENT-INSTRUCTION
                WHERE CASH-STATUS       = 'O'
                  AND LAST-LISTED-DATE  < :WS-BUSINESS-DATE
           END-EXEC.
           IF SQLCODE = 0 AND WS-ITEMS-CLEARED > ZERO
               EXEC SQL
                   UPDATE MFTR28.PAYMENT-INSTRUCTION
                      SET CASH-STATUS      = 'C'
                    WHERE CASH-STATUS      = 'O'
                      AND LAST-LISTED-DATE < :WS-BUSINESS-DATE
               END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28UC1 CLEAR CASHED SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *                PRINT ONE UNMATCHED OUTSTANDING ITEM            *
      ******************************************************************
       A3800-PRINT-EXCEPTION.
      *----------------------*
           ADD 1                               TO WS-ITEMS-EXCEPTION.
           MOVE SPACES                         TO WS-DETAIL-LINE.
           IF OUT-CLAIMNUMBER NUMERIC
               MOVE OUT-CLAIMNUMBER            TO WS-D-CLAIM
           END-IF.
           IF OUT-INSTR-SEQ NUMERIC
               MOVE OUT-INSTR-SEQ              TO WS-OUT-SEQ
               MOVE WS-OUT-SEQ                 TO WS-D-SEQ
           END-IF.
           MOVE OUT-CHEQUE-NUMBER              TO WS-D-CHEQUE.
           MOVE OUT-ISSUE-DATE                 TO WS-D-ISSUED.
           IF OUT-AMOUNT NUMERIC
               MOVE OUT-AMOUNT                 TO WS-D-AMOUNT
           END-IF.
           MOVE WS-MATCH-MESSAGE               TO WS-D-ACTION.
           MOVE WS-DETAIL-LINE                 TO UC1RPT-RECORD.
           WRITE UC1RPT-RECORD.
      ******************************************************************
      *     AGE EVERY OUTSTANDING PAYMENT, BY OWNER STATE, AND DECIDE  *
      *     WHAT IT NEEDS TODAY. A LISTED PAYEE'S 40-BYTE MAIL ADDRESS *
      *     IS CARRIED OVER THE TWO 30-BYTE ADDRESS LINES              *
      ******************************************************************
       A5000-AGE-OUTSTANDING.
      *----------------------*
           MOVE 'STALE PAYMENT WORKLIST AND PAYMENTS DUE FOR ESCHEAT'
                                               TO WS-S-TEXT.
           PERFORM A7600-PRINT-SECTION.
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE UC1AGC1 CURSOR FOR
                   SELECT PI.CLAIMNUMBER, PI.INSTR-SEQ,
                          PI.PAYEE-SEQ,
                          PI.INSTR-AMOUNT, PI.CHEQUE-NUMBER,
                          PI.ISSUE-DATE, PI.STALE-LEVEL,
                          DAYS(CAST(:WS-BUSINESS-DATE AS DATE))
                              - DAYS(PI.ISSUE-DATE),
                          COALESCE(CP.PAYEE-NAME, MM.MEMBER-NAME),
                          CASE WHEN CP.MAIL-ADDRESS > ' '
                               THEN SUBSTR(CP.MAIL-ADDRESS, 1, 30)
                               ELSE MM.ADDRESS-LINE-1 END,
                          CASE WHEN CP.MAIL-ADDRESS > ' '
                               THEN SUBSTR(CP.MAIL-ADDRESS, 31, 10)
                               ELSE MM.ADDRESS-LINE-2 END,
                          CASE WHEN CP.MAIL-ADDRESS > ' '
                               THEN CP.MAIL-CITY
                               ELSE MM.CITY END,
                          CASE WHEN CP.MAIL-ADDRESS > ' '
                               THEN CP.MAIL-STATE
                               ELSE MM.STATE END,
                          CASE WHEN CP.MAIL-ADDRESS > ' '
                               THEN CP.MAIL-ZIP
                               ELSE MM.ZIP-CODE END
                   FROM MFTR28.PAYMENT-INSTRUCTION PI
                   INNER JOIN MFTR28.CLAIMS CL
                     ON CL.CLAIMNUMBER  = PI.CLAIMNUMBER
                   INNER JOIN MFTR28.MEMBER-MASTER MM
                     ON MM.POLICYNUMBER = CL.POLICYNUMBER
                   LEFT OUTER JOIN MFTR28.CLAIM-PAYEE CP
                     ON CP.CLAIMNUMBER  = PI.CLAIMNUMBER
                    AND CP.PAYEE-SEQ    = PI.PAYEE-SEQ
                    AND PI.PAYEE-SEQ    > 0
                   WHERE PI.CASH-STATUS = 'O'
                   ORDER BY 13, 1, 2
           END-EXEC.
           EXEC SQL
               OPEN UC1AGC1
           END-EXEC.
           PERFORM A5100-FETCH-OUTSTANDING.
           PERFORM A5200-PROCESS-OUTSTANDING
               UNTIL EOF-TRUE.
           EXEC SQL
               CLOSE UC1AGC1
           END-EXEC.
           IF WS-SECTION-STATE NOT = SPACES
               PERFORM A6300-CLOSE-STATE-SECTION
           END-IF.
      ******************************************************************
      *                FETCH THE NEXT OUTSTANDING PAYMENT              *
      ******************************************************************
       A5100-FETCH-OUTSTANDING.
      *------------------------*
           EXEC SQL
               FETCH UC1AGC1
               INTO :PAYMENT-INSTRUCTION.CLAIMNUMBER,
                    :PAYMENT-INSTRUCTION.INSTR-SEQ,
                    :PAYMENT-INSTRUCTION.PAYEE-SEQ,
                    :PAYMENT-INSTRUCTION.INSTR-AMOUNT,
                    :PAYMENT-INSTRUCTION.CHEQUE-NUMBER,
                    :PAYMENT-INSTRUCTION.ISSUE-DATE,
                    :PAYMENT-INSTRUCTION.STALE-LEVEL,
                    :WS-DAYS-OUTSTANDING,
                    :WS-OWNER-NAME,
                    :WS-OWNER-ADDR-1,
                    :WS-OWNER-ADDR-2,
                    :WS-OWNER-CITY,
                    :WS-OWNER-STATE,
                    :WS-OWNER-ZIP
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y'                    TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28UC1 AGING FETCH SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     BUCKET THE PAYMENT BY AGE, THEN WORKLIST IT AT 90 AND 180  *
      *     DAYS (ONCE EACH) OR, PAST THE STATE'S DORMANCY PERIOD,     *
      *     LIST IT AS DUE OR ESCHEAT IT                               *
      ******************************************************************
       A5200-PROCESS-OUTSTANDING.
      *--------------------------*
           IF WS-OWNER-STATE NOT = WS-RULE-STATE
               PERFORM A5300-GET-STATE-RULE
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-OUTSTANDING < WS-STALE-FIRST-DAYS
                   ADD 1                       TO WS-AGE-1-COUNT
                   ADD INSTR-AMOUNT            TO WS-AGE-1-AMOUNT
               WHEN WS-DAYS-OUTSTANDING < WS-STALE-SECOND-DAYS
                   ADD 1                       TO WS-AGE-2-COUNT
                   ADD INSTR-AMOUNT            TO WS-AGE-2-AMOUNT
               WHEN OTHER
                   ADD 1                       TO WS-AGE-3-COUNT
                   ADD INSTR-AMOUNT            TO WS-AGE-3-AMOUNT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-DAYS-OUTSTANDING >= WS-DORMANCY-DAYS
                AND MODE-ESCHEAT
                   SET ACTION-ESCHEAT          TO TRUE
               WHEN WS-DAYS-OUTSTANDING >= WS-DORMANCY-DAYS
                   SET ACTION-DUE              TO TRUE
               WHEN WS-DAYS-OUTSTANDING >= WS-STALE-SECOND-DAYS
                AND NOT STALE-180-LISTED
                   SET ACTION-STALE-SECOND     TO TRUE
               WHEN WS-DAYS-OUTSTANDING >= WS-STALE-FIRST-DAYS
                AND STALE-NONE
                   SET ACTION-STALE-FIRST      TO TRUE
               WHEN OTHER
                   SET ACTION-NONE             TO TRUE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN ACTION-ESCHEAT
                   PERFORM A6000-ESCHEAT-PAYMENT
               WHEN ACTION-DUE
                   ADD 1                       TO WS-DUE-COUNT
                   ADD INSTR-AMOUNT            TO WS-DUE-AMOUNT
                   MOVE 'PAST DORMANCY - DUE FOR ESCHEAT'
                                               TO WS-D-ACTION
                   PERFORM A7500-PRINT-DETAIL
               WHEN ACTION-STALE-SECOND
                   MOVE '2'                    TO STALE-LEVEL
                   PERFORM A5400-SET-STALE-LEVEL
                   MOVE '180 DAYS - CONTACT OWNER AGAIN'
                                               TO WS-D-ACTION
                   PERFORM A7500-PRINT-DETAIL
               WHEN ACTION-STALE-FIRST
                   MOVE '1'                    TO STALE-LEVEL
                   PERFORM A5400-SET-STALE-LEVEL
                   MOVE '90 DAYS - CONTACT OWNER'
                                               TO WS-D-ACTION
                   PERFORM A7500-PRINT-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM A5100-FETCH-OUTSTANDING.
      ******************************************************************
      *     THE DORMANCY PERIOD AND FILING LAYOUT FOR THE OWNER'S      *
      *     STATE - THE STANDARD PERIOD AND NAUPA FOR A STATE WITH NO  *
      *     RULE ROW                                                   *
      ******************************************************************
       A5300-GET-STATE-RULE.
      *---------------------*
           MOVE WS-OWNER-STATE                 TO WS-RULE-STATE
                                                   ESC-STATE.
           EXEC SQL
               SELECT DORMANCY-DAYS, FILING-FORMAT, REPORT-AGENCY
                 INTO :STATE-ESCHEAT-RULE.ESC-DORMANCY-DAYS,
                      :STATE-ESCHEAT-RULE.ESC-FILING-FORMAT,
                      :STATE-ESCHEAT-RULE.ESC-REPORT-AGENCY
                 FROM MFTR28.STATE-ESCHEAT-RULE
                WHERE STATE = :STATE-ESCHEAT-RULE.ESC-STATE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE ESC-DORMANCY-DAYS      TO WS-DORMANCY-DAYS
               WHEN 100
                   MOVE WS-DEFAULT-DORMANCY-DAYS
                                               TO WS-DORMANCY-DAYS
                   MOVE 'N'                    TO ESC-FILING-FORMAT
                   MOVE 'NO STATE RULE - STANDARD PERIOD APPLIED'
                                               TO ESC-REPORT-AGENCY
               WHEN OTHER
                   DISPLAY 'MF28UC1 STATE RULE SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     RECORD THE WORKLIST STAGE SO THE PAYMENT IS NOT LISTED     *
      *     AGAIN UNTIL IT REACHES THE NEXT ONE                        *
      ******************************************************************
       A5400-SET-STALE-LEVEL.
      *----------------------*
           ADD 1                               TO WS-WORKLIST-COUNT.
           EXEC SQL
               UPDATE MFTR28.PAYMENT-INSTRUCTION
                  SET STALE-LEVEL = :PAYMENT-INSTRUCTION.STALE-LEVEL
                WHERE CLAIMNUMBER = :PAYMENT-INSTRUCTION.CLAIMNUMBER
                  AND INSTR-SEQ   = :PAYMENT-INSTRUCTION.INSTR-SEQ
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28UC1 STALE UPDATE SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
               MOVE 'Y'                        TO WS-EOF-FLAG
           END-IF.
      ******************************************************************
      *     ESCHEAT ONE PAYMENT - FILE IT IN ITS STATE'S SECTION, MARK *
      *     IT ESCHEATED AND TAKE IT OFF THE CLAIM'S SETTLED POSITION  *
      ******************************************************************
       A6000-ESCHEAT-PAYMENT.
      *----------------------*
           IF WS-OWNER-STATE NOT = WS-SECTION-STATE
               IF WS-SECTION-STATE NOT = SPACES
                   PERFORM A6300-CLOSE-STATE-SECTION
               END-IF
               PERFORM A6100-OPEN-STATE-SECTION
           END-IF.
           PERFORM A6200-WRITE-PROPERTY.
           EXEC SQL
               UPDATE MFTR28.PAYMENT-INSTRUCTION
                  SET CASH-STATUS   = 'E',
                      ESCHEAT-DATE  = :WS-BUSINESS-DATE,
                      ESCHEAT-STATE = :WS-OWNER-STATE
                WHERE CLAIMNUMBER = :PAYMENT-INSTRUCTION.CLAIMNUMBER
                  AND INSTR-SEQ   = :PAYMENT-INSTRUCTION.INSTR-SEQ
                  AND CASH-STATUS = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28UC1 ESCHEAT UPDATE SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
               MOVE 'Y'                        TO WS-EOF-FLAG
           ELSE
               PERFORM A6400-REVERSE-SETTLEMENT
           END-IF.
           ADD 1                               TO WS-ESCHEAT-COUNT
                                                   WS-SECTION-COUNT.
           ADD INSTR-AMOUNT                    TO WS-ESCHEAT-AMOUNT
                                                   WS-SECTION-AMOUNT.
           MOVE 'ESCHEATED - VOID THE CHEQUE'  TO WS-D-ACTION.
           PERFORM A7500-PRINT-DETAIL.
      ******************************************************************
      *     START A STATE'S SECTION OF THE FILING FILE - THE HOLDER    *
      *     RECORD IN THE STATE'S LAYOUT                               *
      ******************************************************************
       A6100-OPEN-STATE-SECTION.
      *-------------------------*
           MOVE WS-OWNER-STATE                 TO WS-SECTION-STATE.
           MOVE ESC-FILING-FORMAT              TO WS-SECTION-FORMAT.
           MOVE ESC-REPORT-AGENCY              TO WS-SECTION-AGENCY.
           MOVE ZERO                           TO WS-SECTION-COUNT
                                                   WS-SECTION-AMOUNT
                                                   WS-RECORD-SEQ.
           MOVE SPACES                         TO UCPFILE-RECORD.
           IF SECTION-DELIMITED
               STRING 'H|'                     DELIMITED BY SIZE
                      WS-SECTION-STATE         DELIMITED BY SIZE
                      '|'                      DELIMITED BY SIZE
                      HLD-TIN                  DELIMITED BY SIZE
                      '|'                      DELIMITED BY SIZE
                      HLD-NAME                 DELIMITED BY '  '
                      '|'                      DELIMITED BY SIZE
                      HLD-ADDRESS              DELIMITED BY '  '
                      '|'                      DELIMITED BY SIZE
                      HLD-CITY                 DELIMITED BY '  '
                      '|'                      DELIMITED BY SIZE
                      HLD-STATE                DELIMITED BY SIZE
                      '|'                      DELIMITED BY SIZE
                      HLD-ZIP                  DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      HLD-CONTACT-NAME         DELIMITED BY '  '
                      '|'                      DELIMITED BY SIZE
                      HLD-PHONE                DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      HLD-CONTACT-EMAIL        DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      WS-REPORT-DATE-8         DELIMITED BY SIZE
                      INTO UCPFILE-RECORD
           ELSE
               MOVE HLD-TIN                    TO WS-N1-HOLDER-TIN
               MOVE HLD-NAME                   TO WS-N1-HOLDER-NAME
               MOVE HLD-ADDRESS                TO WS-N1-HOLDER-ADDRESS
               MOVE HLD-CITY                   TO WS-N1-HOLDER-CITY
               MOVE HLD-STATE                  TO WS-N1-HOLDER-STATE
               MOVE HLD-ZIP                    TO WS-N1-HOLDER-ZIP
               MOVE HLD-CONTACT-NAME           TO WS-N1-CONTACT-NAME
               MOVE HLD-PHONE                  TO WS-N1-CONTACT-PHONE
               MOVE HLD-CONTACT-EMAIL          TO WS-N1-CONTACT-EMAIL
               MOVE WS-SECTION-STATE           TO WS-N1-REPORT-STATE
               MOVE WS-BUSINESS-DATE(1:4)      TO WS-N1-REPORT-YEAR
               MOVE WS-REPORT-DATE-8           TO WS-N1-REPORT-DATE
               MOVE WS-NAUPA-HOLDER            TO UCPFILE-RECORD
           END-IF.
           WRITE UCPFILE-RECORD.
      ******************************************************************
      *     ONE PROPERTY RECORD - THE OWNER (THE PAYEE PAID, OR THE    *
      *     MEMBER) AND THE UNCASHED PAYMENT                           *
      ******************************************************************
       A6200-WRITE-PROPERTY.
      *---------------------*
           ADD 1                               TO WS-RECORD-SEQ.
           STRING ISSUE-DATE(1:4) ISSUE-DATE(6:2) ISSUE-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-ISSUE-DATE-8.
           MOVE SPACES                         TO UCPFILE-RECORD.
           IF SECTION-DELIMITED
               MOVE INSTR-AMOUNT               TO WS-EDIT-AMOUNT
               MOVE CLAIMNUMBER OF PAYMENT-INSTRUCTION
                                               TO WS-N2-CLAIMNUMBER
               MOVE INSTR-SEQ OF PAYMENT-INSTRUCTION
                                               TO WS-N2-INSTR-SEQ
               STRING 'D|'                     DELIMITED BY SIZE
                      WS-OWNER-NAME            DELIMITED BY '  '
                      '|'                      DELIMITED BY SIZE
                      WS-OWNER-ADDR-1          DELIMITED BY '  '
                      '|'                      DELIMITED BY SIZE
                      WS-OWNER-ADDR-2          DELIMITED BY '  '
                      '|'                      DELIMITED BY SIZE
                      WS-OWNER-CITY            DELIMITED BY '  '
                      '|'                      DELIMITED BY SIZE
                      WS-OWNER-STATE           DELIMITED BY SIZE
                      '|'                      DELIMITED BY SIZE
                      WS-OWNER-ZIP             DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      WS-PROPERTY-TYPE         DELIMITED BY SIZE
                      '|'                      DELIMITED BY SIZE
                      WS-EDIT-AMOUNT           DELIMITED BY SIZE
                      '|'                      DELIMITED BY SIZE
                      WS-ISSUE-DATE-8          DELIMITED BY SIZE
                      '|'                      DELIMITED BY SIZE
                      CHEQUE-NUMBER            DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      WS-N2-CLAIMNUMBER        DELIMITED BY SIZE
                      '-'                      DELIMITED BY SIZE
                      WS-N2-INSTR-SEQ          DELIMITED BY SIZE
                      INTO UCPFILE-RECORD
           ELSE
               MOVE WS-RECORD-SEQ              TO WS-N2-SEQ
               MOVE WS-OWNER-NAME              TO WS-N2-OWNER-NAME
               MOVE WS-OWNER-ADDR-1            TO WS-N2-OWNER-ADDR-1
               MOVE WS-OWNER-ADDR-2            TO WS-N2-OWNER-ADDR-2
               MOVE WS-OWNER-CITY              TO WS-N2-OWNER-CITY
               MOVE WS-OWNER-STATE             TO WS-N2-OWNER-STATE
               MOVE WS-OWNER-ZIP               TO WS-N2-OWNER-ZIP
               MOVE WS-PROPERTY-TYPE           TO WS-N2-PROPERTY-TYPE
               MOVE INSTR-AMOUNT               TO WS-N2-AMOUNT
               MOVE WS-ISSUE-DATE-8            TO WS-N2-LAST-ACTIVITY
               MOVE CHEQUE-NUMBER              TO WS-N2-CHEQUE-NUMBER
               MOVE CLAIMNUMBER OF PAYMENT-INSTRUCTION
                                               TO WS-N2-CLAIMNUMBER
               MOVE INSTR-SEQ OF PAYMENT-INSTRUCTION
                                               TO WS-N2-INSTR-SEQ
               MOVE WS-NAUPA-PROPERTY          TO UCPFILE-RECORD
           END-IF.
           WRITE UCPFILE-RECORD.
      ******************************************************************
      *     FINISH A STATE'S SECTION - THE SUMMARY RECORD, AND ITS     *
      *     LINE ON THE REPORT                                         *
      ******************************************************************
       A6300-CLOSE-STATE-SECTION.
      *--------------------------*
           MOVE SPACES                         TO UCPFILE-RECORD.
           IF SECTION-DELIMITED
               MOVE WS-SECTION-COUNT           TO WS-EDIT-COUNT
               MOVE WS-SECTION-AMOUNT          TO WS-EDIT-TOTAL
               STRING 'T|'                     DELIMITED BY SIZE
                      WS-SECTION-STATE         DELIMITED BY SIZE
                      '|'                      DELIMITED BY SIZE
                      WS-EDIT-COUNT            DELIMITED BY SIZE
                      '|'                      DELIMITED BY SIZE
                      WS-EDIT-TOTAL            DELIMITED BY SIZE
                      INTO UCPFILE-RECORD
           ELSE
               MOVE WS-SECTION-STATE           TO WS-N9-REPORT-STATE
               MOVE WS-SECTION-COUNT           TO WS-N9-COUNT
               MOVE WS-SECTION-AMOUNT          TO WS-N9-AMOUNT
               MOVE WS-NAUPA-SUMMARY           TO UCPFILE-RECORD
           END-IF.
           WRITE UCPFILE-RECORD.
           MOVE SPACES                         TO WS-TL-LABEL.
           STRING 'ESCHEATED TO ' WS-SECTION-STATE ' '
                  WS-SECTION-AGENCY
                  DELIMITED BY SIZE INTO WS-TL-LABEL.
           MOVE WS-SECTION-COUNT               TO WS-TL-COUNT.
           MOVE WS-SECTION-AMOUNT              TO WS-TL-AMOUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE SPACES                         TO WS-SECTION-STATE.
      ******************************************************************
      *     TAKE THE ESCHEATED AMOUNT OFF THE CLAIM'S SETTLED POSITION *
      *     - A NEGATIVE SETTLEMENT LEDGER ROW, SOURCE 'ESCHEAT',      *
      *     DATED THE BUSINESS DATE. PAID-SENT-AMOUNT ON THE CLAIM IS  *
      *     LEFT ALONE - THE MONEY HAS LEFT THE HOUSE AND MUST NEVER   *
      *     BE INSTRUCTED AGAIN                                        *
      ******************************************************************
       A6400-REVERSE-SETTLEMENT.
      *-------------------------*
           MOVE CLAIMNUMBER OF PAYMENT-INSTRUCTION
                           TO CLAIMNUMBER OF PAYMENT-SETTLEMENT.
           COMPUTE SETTLED-AMOUNT = ZERO - INSTR-AMOUNT.
           MOVE WS-BUSINESS-DATE               TO SETTLED-DATE.
           MOVE 'ESCHEAT'                      TO SETTLE-SOURCE.
           MOVE PAYEE-SEQ OF PAYMENT-INSTRUCTION
                           TO PAYEE-SEQ OF PAYMENT-SETTLEMENT.
           MOVE INSTR-SEQ OF PAYMENT-INSTRUCTION
                           TO INSTR-SEQ OF PAYMENT-SETTLEMENT.
           EXEC SQL
                SELECT COUNT(*) + 1
                  INTO :PAYMENT-SETTLEMENT.SETTLE-SEQ
                  FROM MFTR28.PAYMENT-SETTLEMENT
                 WHERE CLAIMNUMBER = :PAYMENT-SETTLEMENT.CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               INSERT INTO MFTR28.PAYMENT-SETTLEMENT
                      (CLAIMNUMBER,
                       SETTLE-SEQ,
                       SETTLED-AMOUNT,
                       SETTLED-DATE,
                       SETTLE-SOURCE,
                       PAYEE-SEQ,
                       INSTR-SEQ)
               VALUES (:PAYMENT-SETTLEMENT.CLAIMNUMBER,
                       :PAYMENT-SETTLEMENT.SETTLE-SEQ,
                       :PAYMENT-SETTLEMENT.SETTLED-AMOUNT,
                       :PAYMENT-SETTLEMENT.SETTLED-DATE,
                       :PAYMENT-SETTLEMENT.SETTLE-SOURCE,
                       :PAYMENT-SETTLEMENT.PAYEE-SEQ,
                       :PAYMENT-SETTLEMENT.INSTR-SEQ)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28UC1 SETTLEMENT INSERT SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
               MOVE 'Y'                        TO WS-EOF-FLAG
           END-IF.
      ******************************************************************
      *     OUTSTANDING PAYMENTS THAT CANNOT BE AGED BY STATE BECAUSE  *
      *     THE CLAIM'S POLICY HAS NO MEMBER-MASTER ROW                *
      ******************************************************************
       A6500-COUNT-NO-MEMBER.
      *----------------------*
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-NO-MEMBER-COUNT
                 FROM MFTR28.PAYMENT-INSTRUCTION PI
                WHERE PI.CASH-STATUS = 'O'
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MFTR28.CLAIMS CL,
                              MFTR28.MEMBER-MASTER MM
                        WHERE CL.CLAIMNUMBER  = PI.CLAIMNUMBER
                          AND MM.POLICYNUMBER = CL.POLICYNUMBER)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28UC1 NO MEMBER COUNT SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *     PRINT ONE OUTSTANDING PAYMENT AND THE OWNER'S ADDRESS      *
      ******************************************************************
       A7500-PRINT-DETAIL.
      *-------------------*
           MOVE WS-OWNER-STATE                 TO WS-D-STATE.
           MOVE CLAIMNUMBER OF PAYMENT-INSTRUCTION
                                               TO WS-D-CLAIM.
           MOVE INSTR-SEQ OF PAYMENT-INSTRUCTION
                                               TO WS-D-SEQ.
           MOVE CHEQUE-NUMBER                  TO WS-D-CHEQUE.
           MOVE ISSUE-DATE                     TO WS-D-ISSUED.
           MOVE WS-DAYS-OUTSTANDING            TO WS-D-DAYS.
           MOVE INSTR-AMOUNT                   TO WS-D-AMOUNT.
           MOVE WS-OWNER-NAME                  TO WS-D-NAME.
           MOVE WS-DETAIL-LINE                 TO UC1RPT-RECORD.
           WRITE UC1RPT-RECORD.
           MOVE SPACES                         TO WS-A-ADDRESS.
           STRING WS-OWNER-ADDR-1 DELIMITED BY '  '
                  ', '            DELIMITED BY SIZE
                  WS-OWNER-ADDR-2 DELIMITED BY '  '
                  ', '            DELIMITED BY SIZE
                  WS-OWNER-CITY   DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  WS-OWNER-STATE  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-OWNER-ZIP    DELIMITED BY SPACE
                  INTO WS-A-ADDRESS.
           MOVE WS-ADDRESS-LINE                TO UC1RPT-RECORD.
           WRITE UC1RPT-RECORD.
      ******************************************************************
      *                  PRINT A SECTION HEADING LINE                  *
      ******************************************************************
       A7600-PRINT-SECTION.
      *--------------------*
           MOVE SPACES                         TO UC1RPT-RECORD.
           WRITE UC1RPT-RECORD.
           MOVE WS-SECTION-LINE                TO UC1RPT-RECORD.
           WRITE UC1RPT-RECORD.
      ******************************************************************
      *     PRINT THE INTAKE AND AGING TOTALS                          *
      ******************************************************************
       A8800-PRINT-TOTALS.
      *-------------------*
           MOVE 'TOTALS'                       TO WS-S-TEXT.
           PERFORM A7600-PRINT-SECTION.
           MOVE ZERO                           TO WS-TL-AMOUNT.
           MOVE 'OUTSTANDING ITEMS READ'       TO WS-TL-LABEL.
           MOVE WS-ITEMS-READ                  TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'ITEMS MATCHED TO AN INSTRUCTION' TO WS-TL-LABEL.
           MOVE WS-ITEMS-MATCHED               TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'ITEMS NOT MATCHED'            TO WS-TL-LABEL.
           MOVE WS-ITEMS-EXCEPTION             TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'PAYMENTS CASHED SINCE LAST FILE' TO WS-TL-LABEL.
           MOVE WS-ITEMS-CLEARED               TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'OUTSTANDING UNDER 90 DAYS'    TO WS-TL-LABEL.
           MOVE WS-AGE-1-COUNT                 TO WS-TL-COUNT.
           MOVE WS-AGE-1-AMOUNT                TO WS-TL-AMOUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'OUTSTANDING 90 TO 179 DAYS'   TO WS-TL-LABEL.
           MOVE WS-AGE-2-COUNT                 TO WS-TL-COUNT.
           MOVE WS-AGE-2-AMOUNT                TO WS-TL-AMOUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'OUTSTANDING 180 DAYS AND OVER' TO WS-TL-LABEL.
           MOVE WS-AGE-3-COUNT                 TO WS-TL-COUNT.
           MOVE WS-AGE-3-AMOUNT                TO WS-TL-AMOUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE ZERO                           TO WS-TL-AMOUNT.
           MOVE 'ADDED TO STALE WORKLIST TODAY' TO WS-TL-LABEL.
           MOVE WS-WORKLIST-COUNT              TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'PAST DORMANCY - DUE FOR ESCHEAT' TO WS-TL-LABEL.
           MOVE WS-DUE-COUNT                   TO WS-TL-COUNT.
           MOVE WS-DUE-AMOUNT                  TO WS-TL-AMOUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'ESCHEATED THIS RUN'           TO WS-TL-LABEL.
           MOVE WS-ESCHEAT-COUNT               TO WS-TL-COUNT.
           MOVE WS-ESCHEAT-AMOUNT              TO WS-TL-AMOUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE ZERO                           TO WS-TL-AMOUNT.
           MOVE 'OUTSTANDING WITH NO MEMBER RECORD' TO WS-TL-LABEL.
           MOVE WS-NO-MEMBER-COUNT             TO WS-TL-COUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           IF WS-RUN-RC >= 8
               MOVE 'RUN FAILED - ALL UPDATES BACKED OUT'
                                               TO WS-S-TEXT
               PERFORM A7600-PRINT-SECTION
           END-IF.
           CLOSE UC1RPT-FILE.
           CLOSE UCPFILE-FILE.
           DISPLAY 'MF28UC1 ITEMS READ       : ' WS-ITEMS-READ.
           DISPLAY 'MF28UC1 ITEMS UNMATCHED  : ' WS-ITEMS-EXCEPTION.
           DISPLAY 'MF28UC1 ESCHEATED        : ' WS-ESCHEAT-COUNT.
      ******************************************************************
      *                     WRITE ONE TOTAL LINE                       *
      ******************************************************************
       A8850-PRINT-TOTAL-LINE.
      *-----------------------*
           MOVE WS-TOTAL-LINE                  TO UC1RPT-RECORD.
           WRITE UC1RPT-RECORD.
      ******************************************************************
      *     A CLEAN RUN COMMITS THE INTAKE, WORKLIST STAGES AND        *
      *     ESCHEATS WITH THE FILING FILE; A FAILED ONE BACKS THEM ALL *
      *     OUT SO THE RUN CAN SIMPLY BE REPEATED. UNMATCHED ITEMS ARE *
      *     WORTH A WARNING RETURN CODE                                *
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
                  AND (WS-ITEMS-EXCEPTION > ZERO OR
                       WS-NO-MEMBER-COUNT > ZERO)
                   MOVE 4                      TO WS-RUN-RC
               END-IF
           END-IF.
      ******************************************************************
      *     WRITE THE COMPLETION ROW OPERATIONS WATCHES FOR - WHICH    *
      *     JOB, WHICH BUSINESS DATE, HOW MANY ITEMS AND THE RETURN    *
      *     CODE                                                       *
      ******************************************************************
       A8500-LOG-RUN.
      *--------------*
           MOVE 'MF28UC1'                      TO JOB-NAME.
           MOVE WS-BUSINESS-DATE                TO WINDOW-START-DATE.
           MOVE WS-BUSINESS-DATE                TO WINDOW-END-DATE.
           MOVE WS-ITEMS-READ                   TO RECORD-COUNT.
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
               DISPLAY 'MF28UC1 RUN LOG SQLCODE: ' SQLCODE
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
