      * MF28TX1 - YEAR-END 1099 TAX REPORTING V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28TX1.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO PRODUCE THE
      *                    YEAR-END 1099-MISC INFORMATION RETURN FILE
      *                    FOR CLAIM PAYMENTS, AND TO RE-RUN IT FOR
      *                    CORRECTED RETURNS:
      *                    1. TOTALS THE AMOUNTS MF28PY2 ACTUALLY
      *                       SETTLED IN THE TAX YEAR (FROM THE
      *                       MFTR28.PAYMENT-SETTLEMENT LEDGER, NOT
      *                       WHAT MF28PY1 INSTRUCTED) FOR EVERY
      *                       REPORTABLE PAYEE ON MFTR28.PAYEE-TAX,
      *                       ONE PAYEE PER TIN ACROSS ALL THEIR
      *                       CLAIMS. A CLAIM WITH SEVERAL PAYEES HAS
      *                       A PAYEE-TAX ROW PER PAYEE, AND EACH
      *                       PAYEE IS CREDITED ONLY WITH THE
      *                       SETTLEMENTS OF ITS OWN INSTRUCTIONS.
      *                       MONEY PAID OVER TO A STATE AS UNCLAIMED
      *                       PROPERTY (MF28UC1) IS NOT THE PAYEE'S
      *                       INCOME AND IS LEFT OUT.
      *                    2. WRITES THE FILING FILE IN THE IRS FIXED
      *                       750-BYTE LAYOUT (PUB 1220) - ONE 'T'
      *                       TRANSMITTER RECORD, AN 'A' PAYER RECORD,
      *                       ONE 'B' RECORD PER PAYEE AND A 'C'
      *                       END-OF-PAYER RECORD PER PAYER GROUP, AND
      *                       THE 'F' END-OF-TRANSMISSION RECORD. THE
      *                       PAYER AND TRANSMITTER DETAIL COMES FROM
      *                       THE PAYERIN CONTROL RECORD AND THE PAYEE
      *                       ADDRESS FROM THE PAYEE'S
      *                       MFTR28.CLAIM-PAYEE ROW, OR FOR THE
      *                       STANDING PAYEE (OR A PAYEE WITH NO
      *                       ADDRESS OF ITS OWN) MFTR28.MEMBER-MASTER.
      *                    3. RECORDS WHAT WAS FILED, PER CLAIM AND
      *                       PAYEE, ON
      *                       MFTR28.TAX-1099-FILED.
      *                    4. A CORRECTION RUN COMPARES TODAY'S
      *                       PAYEE DETAIL AND SETTLED TOTALS WITH
      *                       WHAT WAS FILED AND WRITES ONLY WHAT
      *                       CHANGED - A CHANGED AMOUNT OR NAME AS A
      *                       ONE-STEP 'G' CORRECTION; A TIN FIXED
      *                       AFTER FILING AS THE TWO-STEP CORRECTION
      *                       (A 'G' RECORD ZEROING THE OLD TIN AND A
      *                       'C' RECORD UNDER THE NEW ONE); A PAYEE
      *                       NEVER FILED AS A LATE ORIGINAL. EACH
      *                       KIND GOES UNDER ITS OWN 'A' RECORD, AS
      *                       THE IRS REQUIRES.
      *                    5. PRINTS A CONTROL REPORT OF EVERY PAYEE
      *                       FILED, THE PAYEES WITH A MISSING OR
      *                       INVALID TIN (NOT FILED UNTIL THE TIN IS
      *                       FIXED ON MF28CBF) AND THE FILE TOTALS,
      *                       AND WRITES A COMPLETION ROW TO
      *                       MFTR28.BATCH-RUN-LOG.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      * 10/15/2026 APATEL   PAYEE TAX DETAIL AND THE FILED ROWS ARE
      *                     PER PAYEE OF THE CLAIM - SETTLEMENTS ARE
      *                     MATCHED ON PAYEE-SEQ AND A LISTED PAYEE IS
      *                     MAILED AT ITS CLAIM-PAYEE ADDRESS.
      * 10/15/2026 APATEL   'B' AND 'C' RECORDS RE-LAID TO THE CURRENT
      *                     PUB 1220 POSITIONS (18 AMOUNT FIELDS).
      * 10/15/2026 APATEL   ESCHEATED SETTLEMENTS ARE NOT REPORTED.
      * 10/15/2026 APATEL   A CLAIM WHOSE PAYEE-TAX NAME AND TIN MF28PV1
      *                     HAS ANONYMIZED (AN ANONYMIZE-LOG ROW FOR
      *                     PAYEE-TAX) IS LEFT OUT OF EVERY PAYEE,
      *                     CORRECTION AND VOID DECISION - WHAT WAS
      *                     FILED FOR IT STANDS AS FILED, AND ITS
      *                     TOKEN TIN IS NEVER REPORTED.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
      * PROCESSING TYPE: BATCH - RUN ON DEMAND FROM JCL MF28TX1 AFTER
      *                  THE TAX YEAR ENDS, AND AGAIN FOR EACH ROUND
      *                  OF CORRECTIONS.
      *
      * BMS: NONE
      *
      * COPYBOOKS: MF28CP12, MF28CP13, MF28CP19, MF28CP34, MF28CP41
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.PAYEE-TAX, MFTR28.PAYMENT-SETTLEMENT,
      *         MFTR28.TAX-1099-FILED, MFTR28.CLAIMS,
      *         MFTR28.MEMBER-MASTER, MFTR28.CLAIM-PAYEE,
      *         MFTR28.BATCH-CONTROL, MFTR28.BATCH-RUN-LOG,
      *         MFTR28.ANONYMIZE-LOG
      *
      * CALLING MODULES: NONE (INVOKED FROM JCL MF28TX1)
      *
      * CALLED MODULES: NONE
      *
      * PARAMETER: PARM('CCYYM') - THE TAX YEAR AND THE RUN MODE,
      *            O FOR THE ORIGINAL FILING OR C FOR CORRECTIONS.
      *            OMIT THE PARM FOR THE ORIGINAL FILING OF THE YEAR
      *            BEFORE THE BUSINESS DATE ON MFTR28.BATCH-CONTROL.
      *
      * PROGRAMMER: ATUL PATEL
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYERIN-FILE   ASSIGN TO PAYERIN
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT TX1WORK-FILE   ASSIGN TO TX1WORK
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT IRSFILE-FILE   ASSIGN TO IRSFILE
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT TX1RPT-FILE    ASSIGN TO TX1RPT
                                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *-- THE ONE-RECORD PAYER CONTROL FILE - OUR OWN TAX IDENTITY AS
      *-- PAYER AND TRANSMITTER, MAINTAINED BY FINANCE
       FD  PAYERIN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PAYERIN-RECORD.
           05 PYR-TIN                 PIC X(09).
           05 PYR-TCC                 PIC X(05).
           05 PYR-NAME                PIC X(40).
           05 PYR-ADDRESS             PIC X(40).
           05 PYR-CITY                PIC X(40).
           05 PYR-STATE               PIC X(02).
           05 PYR-ZIP                 PIC X(09).
           05 PYR-PHONE               PIC X(15).
           05 PYR-CONTACT-NAME        PIC X(40).
           05 PYR-CONTACT-EMAIL       PIC X(50).
           05 PYR-TEST-FLAG           PIC X(01).
               88 PYR-TEST-FILE       VALUE 'T'.
           05 FILLER                  PIC X(49).
      *-- THE 'B' RECORDS ARE BUILT HERE FIRST, TAGGED WITH THE PAYER
      *-- GROUP THEY BELONG UNDER (' ' ORIGINAL, 'G' OR 'C'), THEN
      *-- COPIED TO IRSFILE ONE GROUP AT A TIME BEHIND ITS 'A' RECORD
       FD  TX1WORK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TX1WORK-RECORD.
           05 WRK-GROUP               PIC X(01).
           05 WRK-B-RECORD            PIC X(750).
       FD  IRSFILE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  IRSFILE-RECORD             PIC X(750).
       FD  TX1RPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TX1RPT-RECORD              PIC X(133).
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
               INCLUDE MF28CP34
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP41
           END-EXEC.
       01 WS-RUN-RC                    PIC S9(3) COMP-3 VALUE ZERO.
       01 WS-BUSINESS-DATE             PIC X(10).
      *-- ONE TIMESTAMP FOR THE WHOLE RUN - STAMPED ON EVERY FILED ROW
      *-- IT WRITES, AND THE LINE BETWEEN 'ALREADY FILED' AND 'FILED
      *-- BY THIS RUN' IN EVERY COMPARISON
       01 WS-RUN-TIMESTAMP             PIC X(26).
       01 WS-TAX-YEAR                  PIC S9(4) COMP-3 VALUE ZERO.
       01 WS-TAX-YEAR-N                PIC 9(04).
       01 WS-YEAR-START                PIC X(10).
       01 WS-YEAR-END                  PIC X(10).
       01 WS-RUN-MODE                  PIC X(01) VALUE 'O'.
           88 MODE-ORIGINAL            VALUE 'O'.
           88 MODE-CORRECTION          VALUE 'C'.
       01 WS-PARM-AREA.
           05 WS-PARM-YEAR             PIC X(04).
           05 WS-PARM-MODE             PIC X(01).
      *-- A PAYEE NEVER FILED BEFORE IS ONLY REPORTED ONCE THEIR
      *-- SETTLED TOTAL FOR THE YEAR REACHES THE 1099-MISC THRESHOLD.
      *-- CLAIM SETTLEMENTS ARE REPORTED AS OTHER INCOME (AMOUNT
      *-- CODE 3 ON A TYPE 'A ' 1099-MISC RETURN)
       01 WS-REPORTING-THRESHOLD       PIC S9(7)V99 COMP-3
                                                   VALUE 600.00.
       01 WS-RETURN-TYPE               PIC X(02) VALUE 'A '.
       01 WS-AMOUNT-CODES              PIC X(18) VALUE '3'.
       01 WS-AMOUNT-BOX                PIC S9(4) COMP VALUE 3.
       01 WS-SWITCHES.
           05 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
               88 EOF-TRUE             VALUE 'Y'.
               88 EOF-FALSE            VALUE 'N'.
           05 WS-CLAIM-EOF-FLAG        PIC X(01) VALUE 'N'.
               88 CLAIM-EOF-TRUE       VALUE 'Y'.
               88 CLAIM-EOF-FALSE      VALUE 'N'.
           05 WS-WORK-EOF-FLAG         PIC X(01) VALUE 'N'.
               88 WORK-EOF-TRUE        VALUE 'Y'.
               88 WORK-EOF-FALSE       VALUE 'N'.
           05 WS-TIN-FLAG              PIC X(01) VALUE 'Y'.
               88 TIN-VALID            VALUE 'Y'.
               88 TIN-INVALID          VALUE 'N'.
      *-- WHAT THIS RUN DOES WITH THE CURRENT PAYEE
       01 WS-DECISION                  PIC X(01).
           88 DECIDE-ORIGINAL          VALUE 'O'.
           88 DECIDE-ONE-STEP          VALUE 'G'.
           88 DECIDE-NEW-TIN           VALUE 'C'.
           88 DECIDE-VOID              VALUE 'V'.
           88 DECIDE-UNCHANGED         VALUE 'U'.
           88 DECIDE-BELOW             VALUE 'B'.
      *-- THE CURRENT PAYEE (ONE TIN) AS FETCHED
       01 WS-GROUP-FIELDS.
           05 WS-GRP-TIN               PIC X(09).
           05 WS-GRP-TIN-TYPE          PIC X(01).
           05 WS-GRP-NAME              PIC X(40).
           05 WS-GRP-CLAIM             PIC S9(7)     COMP-3.
      *-- THE FIRST CLAIM AND ITS PAYEE NUMBER AS CLAIM * 1000 + SEQ
           05 WS-GRP-FIRST-PAYEE       PIC S9(10)    COMP-3.
           05 WS-GRP-PAYEE-SEQ         PIC S9(3)     COMP-3.
           05 WS-GRP-AMOUNT            PIC S9(9)V99  COMP-3.
           05 WS-GRP-CLAIMS            PIC S9(9)     COMP.
       01 WS-COMPARE-FIELDS.
           05 WS-FILED-COUNT           PIC S9(9)     COMP.
           05 WS-FILED-AMOUNT          PIC S9(9)V99  COMP-3.
           05 WS-CHANGED-COUNT         PIC S9(9)     COMP.
           05 WS-MOVED-COUNT           PIC S9(9)     COMP.
           05 WS-PRIOR-FILED-COUNT     PIC S9(9)     COMP.
      *-- ONE CLAIM OF THE CURRENT PAYEE, FOR THE FILED ROWS
       01 WS-CLM-CLAIMNUMBER           PIC S9(7)     COMP-3.
       01 WS-CLM-PAYEE-SEQ             PIC S9(3)     COMP-3.
       01 WS-CLM-AMOUNT                PIC S9(9)V99  COMP-3.
      *-- ONE CLAIM SETTLED IN THE YEAR WITH NO USABLE TIN
       01 WS-MSG-CLAIMNUMBER           PIC S9(7)     COMP-3.
       01 WS-MSG-PAYEE-SEQ             PIC S9(3)     COMP-3.
       01 WS-MSG-AMOUNT                PIC S9(9)V99  COMP-3.
      *-- THE TIN BROKEN INTO ITS SSN AND EIN PARTS FOR THE FORMAT
      *-- RULES - KEEP THESE RULES IN STEP WITH MF28CBF
       01 WS-TIN-CHECK.
           05 WS-TIN-SSN-AREA          PIC X(03).
           05 WS-TIN-SSN-GROUP         PIC X(02).
           05 WS-TIN-SSN-SERIAL        PIC X(04).
       01 WS-TIN-EIN-VIEW REDEFINES WS-TIN-CHECK.
           05 WS-TIN-EIN-PREFIX        PIC X(02).
           05 FILLER                   PIC X(07).
       01 WS-MASKED-TIN.
           05 FILLER                   PIC X(05) VALUE 'XXXXX'.
           05 WS-MASKED-LAST-4         PIC X(04).
       01 WS-ACCOUNT-CLAIM             PIC 9(07).
       01 WS-PAYEE-ADDRESS             PIC X(40).
       01 WS-PAYEE-CITY                PIC X(40).
       01 WS-PAYEE-STATE               PIC X(02).
       01 WS-PAYEE-ZIP-CODE            PIC X(10).
       01 WS-PAYEE-ZIP                 PIC X(09).
      *-- THE PAYER GROUP BEING COPIED TO IRSFILE
       01 WS-GROUP-TYPE                PIC X(01).
       01 WS-GROUP-COUNT               PIC S9(8)     COMP-3.
       01 WS-GROUP-AMOUNT              PIC S9(13)V99 COMP-3.
       01 WS-RECORD-SEQ                PIC S9(8)     COMP-3 VALUE ZERO.
       01 WS-COUNTERS.
           05 WS-ORIG-COUNT            PIC S9(8)     COMP-3 VALUE ZERO.
           05 WS-ORIG-AMOUNT           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-ONE-STEP-COUNT        PIC S9(8)     COMP-3 VALUE ZERO.
           05 WS-ONE-STEP-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-NEW-TIN-COUNT         PIC S9(8)     COMP-3 VALUE ZERO.
           05 WS-NEW-TIN-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-VOID-COUNT            PIC S9(8)     COMP-3 VALUE ZERO.
           05 WS-PAYEE-COUNT           PIC S9(8)     COMP-3 VALUE ZERO.
           05 WS-A-RECORD-COUNT        PIC S9(8)     COMP-3 VALUE ZERO.
           05 WS-UNCHANGED-COUNT       PIC S9(8)     COMP-3 VALUE ZERO.
           05 WS-BELOW-COUNT           PIC S9(8)     COMP-3 VALUE ZERO.
           05 WS-INVALID-COUNT         PIC S9(8)     COMP-3 VALUE ZERO.
           05 WS-INVALID-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
           05 WS-MISSING-COUNT         PIC S9(8)     COMP-3 VALUE ZERO.
           05 WS-MISSING-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
      ******************************************************************
      *     IRS PUB 1220 RECORD LAYOUTS - 750 BYTES EACH               *
      ******************************************************************
       01 WS-IRS-T-RECORD.
           05 WS-T-REC-TYPE            PIC X(01) VALUE 'T'.
           05 WS-T-PAY-YEAR            PIC 9(04).
           05 WS-T-PRIOR-YEAR          PIC X(01) VALUE SPACE.
           05 WS-T-TIN                 PIC X(09).
           05 WS-T-TCC                 PIC X(05).
           05 FILLER                   PIC X(07) VALUE SPACES.
           05 WS-T-TEST-IND            PIC X(01).
           05 WS-T-FOREIGN             PIC X(01) VALUE SPACE.
           05 WS-T-TRANSMITTER-NAME    PIC X(40).
           05 WS-T-TRANSMITTER-NAME-2  PIC X(40) VALUE SPACES.
           05 WS-T-COMPANY-NAME        PIC X(40).
           05 WS-T-COMPANY-NAME-2      PIC X(40) VALUE SPACES.
           05 WS-T-COMPANY-ADDRESS     PIC X(40).
           05 WS-T-COMPANY-CITY        PIC X(40).
           05 WS-T-COMPANY-STATE       PIC X(02).
           05 WS-T-COMPANY-ZIP         PIC X(09).
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 WS-T-PAYEE-COUNT         PIC 9(08).
           05 WS-T-CONTACT-NAME        PIC X(40).
           05 WS-T-CONTACT-PHONE       PIC X(15).
           05 WS-T-CONTACT-EMAIL       PIC X(50).
           05 FILLER                   PIC X(91) VALUE SPACES.
           05 WS-T-SEQ                 PIC 9(08).
           05 FILLER                   PIC X(10) VALUE SPACES.
           05 WS-T-VENDOR-IND          PIC X(01) VALUE 'I'.
           05 FILLER                   PIC X(232) VALUE SPACES.
       01 WS-IRS-A-RECORD.
           05 WS-A-REC-TYPE            PIC X(01) VALUE 'A'.
           05 WS-A-PAY-YEAR            PIC 9(04).
           05 WS-A-CFSF                PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 WS-A-TIN                 PIC X(09).
           05 WS-A-NAME-CONTROL        PIC X(04) VALUE SPACES.
           05 WS-A-LAST-FILING         PIC X(01) VALUE SPACE.
           05 WS-A-RETURN-TYPE         PIC X(02).
           05 WS-A-AMOUNT-CODES        PIC X(18).
           05 FILLER                   PIC X(06) VALUE SPACES.
           05 WS-A-FOREIGN             PIC X(01) VALUE SPACE.
           05 WS-A-PAYER-NAME          PIC X(40).
           05 WS-A-PAYER-NAME-2        PIC X(40) VALUE SPACES.
           05 WS-A-TRANSFER-AGENT      PIC X(01) VALUE '0'.
           05 WS-A-ADDRESS             PIC X(40).
           05 WS-A-CITY                PIC X(40).
           05 WS-A-STATE               PIC X(02).
           05 WS-A-ZIP                 PIC X(09).
           05 WS-A-PHONE               PIC X(15).
           05 FILLER                   PIC X(260) VALUE SPACES.
           05 WS-A-SEQ                 PIC 9(08).
           05 FILLER                   PIC X(243) VALUE SPACES.
       01 WS-IRS-B-RECORD.
           05 WS-B-REC-TYPE            PIC X(01) VALUE 'B'.
           05 WS-B-PAY-YEAR            PIC 9(04).
           05 WS-B-CORRECTED           PIC X(01).
      *-- NAME CONTROL IS LEFT BLANK - THE IRS ACCEPTS BLANK WHEN IT
      *-- CANNOT BE DETERMINED, AND PAYEE NAMES ARE NOT HELD
      *-- SURNAME-FIRST
           05 WS-B-NAME-CONTROL        PIC X(04) VALUE SPACES.
           05 WS-B-TIN-TYPE            PIC X(01).
           05 WS-B-TIN                 PIC X(09).
           05 WS-B-ACCOUNT             PIC X(20).
           05 WS-B-OFFICE              PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE SPACES.
      *-- AMOUNT CODES 1-9 AND A-H, POSITIONS 55-270
           05 WS-B-AMOUNTS.
               10 WS-B-AMOUNT          PIC 9(10)V99 OCCURS 18 TIMES.
           05 FILLER                   PIC X(16) VALUE SPACES.
           05 WS-B-FOREIGN             PIC X(01) VALUE SPACE.
           05 WS-B-PAYEE-NAME          PIC X(40).
           05 WS-B-PAYEE-NAME-2        PIC X(40) VALUE SPACES.
           05 WS-B-ADDRESS             PIC X(40).
           05 FILLER                   PIC X(40) VALUE SPACES.
           05 WS-B-CITY                PIC X(40).
           05 WS-B-STATE               PIC X(02).
           05 WS-B-ZIP                 PIC X(09).
           05 FILLER                   PIC X(01) VALUE SPACES.
           05 WS-B-SEQ                 PIC 9(08).
           05 FILLER                   PIC X(243) VALUE SPACES.
       01 WS-IRS-C-RECORD.
           05 WS-C-REC-TYPE            PIC X(01) VALUE 'C'.
           05 WS-C-PAYEE-COUNT         PIC 9(08).
           05 FILLER                   PIC X(06) VALUE SPACES.
      *-- CONTROL TOTALS 1-9 AND A-H, POSITIONS 16-339
           05 WS-C-TOTALS.
               10 WS-C-TOTAL           PIC 9(16)V99 OCCURS 18 TIMES.
           05 FILLER                   PIC X(160) VALUE SPACES.
           05 WS-C-SEQ                 PIC 9(08).
           05 FILLER                   PIC X(243) VALUE SPACES.
       01 WS-IRS-F-RECORD.
           05 WS-F-REC-TYPE            PIC X(01) VALUE 'F'.
           05 WS-F-A-COUNT             PIC 9(08).
           05 WS-F-ZEROS               PIC 9(21) VALUE ZERO.
           05 FILLER                   PIC X(19) VALUE SPACES.
           05 WS-F-PAYEE-COUNT         PIC 9(08).
           05 FILLER                   PIC X(442) VALUE SPACES.
           05 WS-F-SEQ                 PIC 9(08).
           05 FILLER                   PIC X(243) VALUE SPACES.
       01 WS-REPORT-LINES.
           05 WS-HEADING-1.
               10 FILLER               PIC X(40) VALUE SPACES.
               10 FILLER               PIC X(40) VALUE
                   '1099-MISC FILING CONTROL REPORT'.
               10 FILLER               PIC X(53) VALUE SPACES.
           05 WS-HEADING-2.
               10 FILLER               PIC X(10) VALUE 'TAX YEAR: '.
               10 WS-H2-YEAR           PIC 9(04).
               10 FILLER               PIC X(14) VALUE
                   '   RUN TYPE:  '.
               10 WS-H2-MODE           PIC X(10).
               10 FILLER               PIC X(14) VALUE
                   '   RUN DATE:  '.
               10 WS-H2-DATE           PIC X(10).
               10 FILLER               PIC X(71) VALUE SPACES.
           05 WS-HEADING-3.
               10 FILLER               PIC X(11) VALUE 'TIN'.
               10 FILLER               PIC X(42) VALUE 'PAYEE NAME'.
               10 FILLER               PIC X(09) VALUE 'ACCOUNT'.
               10 FILLER               PIC X(08) VALUE 'CLAIMS'.
               10 FILLER               PIC X(18) VALUE
                   '        AMOUNT'.
               10 FILLER               PIC X(45) VALUE 'FILING'.
           05 WS-SECTION-LINE.
               10 WS-S-TEXT            PIC X(60).
               10 FILLER               PIC X(73) VALUE SPACES.
           05 WS-DETAIL-LINE.
               10 WS-D-TIN             PIC X(09).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-NAME            PIC X(40).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-CLAIM           PIC Z(6)9.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-CLAIMS          PIC Z(5)9.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
               10 FILLER               PIC X(03) VALUE SPACES.
               10 WS-D-ACTION          PIC X(30).
               10 FILLER               PIC X(15) VALUE SPACES.
           05 WS-TOTAL-LINE.
               10 FILLER               PIC X(04) VALUE SPACES.
               10 WS-TL-LABEL          PIC X(40).
               10 WS-TL-COUNT          PIC ZZ,ZZZ,ZZ9.
               10 FILLER               PIC X(04) VALUE SPACES.
               10 WS-TL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
               10 FILLER               PIC X(54) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-PARM-AREA.
           05 LK-PARM-LEN               PIC S9(4) COMP.
           05 LK-PARM-DATA               PIC X(05).
       PROCEDURE DIVISION USING LK-PARM-AREA.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
      ******************************************************************
       A1000-MAIN-PARA.
      *---------------*
           PERFORM A2000-INITIALIZE.
           IF WS-RUN-RC = ZERO
               PERFORM A3000-CHECK-PRIOR-FILING
           END-IF.
           IF WS-RUN-RC = ZERO
               OPEN OUTPUT TX1WORK-FILE
               IF MODE-CORRECTION
                   PERFORM A4000-VOID-PAYEES
               END-IF
               PERFORM A5000-REPORT-PAYEES
               CLOSE TX1WORK-FILE
               PERFORM A6000-LIST-MISSING-TIN
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A6500-REMOVE-SUPERSEDED
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A8000-WRITE-IRS-FILE
           END-IF.
           PERFORM A8800-PRINT-TOTALS.
           PERFORM A9000-END-UNIT-OF-WORK.
           PERFORM A9999-END-PARA.
      ******************************************************************
      *     INITIALIZE PARM, TAX YEAR, PAYER RECORD AND HEADINGS       *
      ******************************************************************
       A2000-INITIALIZE.
      *----------------*
           OPEN OUTPUT TX1RPT-FILE.
           PERFORM A2100-GET-CONTROL-DATES.
      *-- NO PARM (OR A BLANK ONE) MEANS THE ORIGINAL FILING FOR THE
      *-- YEAR BEFORE THE BUSINESS DATE
           IF LK-PARM-LEN = ZERO OR LK-PARM-DATA = SPACES
               MOVE WS-BUSINESS-DATE(1:4)     TO WS-TAX-YEAR-N
               SUBTRACT 1                     FROM WS-TAX-YEAR-N
               MOVE 'O'                       TO WS-RUN-MODE
           ELSE
               MOVE LK-PARM-DATA              TO WS-PARM-AREA
               IF WS-PARM-YEAR NOT NUMERIC
                  OR (WS-PARM-MODE NOT = 'O' AND
                      WS-PARM-MODE NOT = 'C')
                   DISPLAY 'MF28TX1 INVALID PARM: ' LK-PARM-DATA
                   MOVE 12                    TO WS-RUN-RC
               ELSE
                   MOVE WS-PARM-YEAR          TO WS-TAX-YEAR-N
                   MOVE WS-PARM-MODE          TO WS-RUN-MODE
               END-IF
           END-IF.
           MOVE WS-TAX-YEAR-N                 TO WS-TAX-YEAR.
           STRING WS-TAX-YEAR-N '-01-01'
                  DELIMITED BY SIZE INTO WS-YEAR-START.
           STRING WS-TAX-YEAR-N '-12-31'
                  DELIMITED BY SIZE INTO WS-YEAR-END.
           IF WS-RUN-RC = ZERO
               PERFORM A2200-READ-PAYER
           END-IF.
           EXEC SQL
               SELECT CURRENT TIMESTAMP
                 INTO :WS-RUN-TIMESTAMP
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE WS-TAX-YEAR-N                 TO WS-H2-YEAR.
           IF MODE-CORRECTION
               MOVE 'CORRECTION'              TO WS-H2-MODE
           ELSE
               MOVE 'ORIGINAL'                TO WS-H2-MODE
           END-IF.
           MOVE WS-BUSINESS-DATE              TO WS-H2-DATE.
           MOVE WS-HEADING-1                  TO TX1RPT-RECORD.
           WRITE TX1RPT-RECORD.
           MOVE WS-HEADING-2                  TO TX1RPT-RECORD.
           WRITE TX1RPT-RECORD.
           MOVE WS-HEADING-3                  TO TX1RPT-RECORD.
           WRITE TX1RPT-RECORD.
           DISPLAY 'MF28TX1 TAX YEAR         : ' WS-TAX-YEAR-N.
           DISPLAY 'MF28TX1 RUN MODE         : ' WS-RUN-MODE.
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
               DISPLAY 'MF28TX1 BATCH-CONTROL SQLCODE: ' SQLCODE
               MOVE '1900-01-01'               TO WS-BUSINESS-DATE
               MOVE 12                         TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *     READ THE PAYER CONTROL RECORD - NO PAYER, NO FILING        *
      ******************************************************************
       A2200-READ-PAYER.
      *-----------------*
           OPEN INPUT PAYERIN-FILE.
           READ PAYERIN-FILE
               AT END
                   DISPLAY 'MF28TX1 PAYERIN CONTROL RECORD MISSING'
                   MOVE 12                     TO WS-RUN-RC
           END-READ.
           CLOSE PAYERIN-FILE.
           IF WS-RUN-RC = ZERO AND PYR-TIN NOT NUMERIC
               DISPLAY 'MF28TX1 PAYERIN PAYER TIN INVALID: ' PYR-TIN
               MOVE 12                         TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *     AN ORIGINAL RUN IS REFUSED FOR A YEAR ALREADY FILED, AND A *
      *     CORRECTION RUN FOR A YEAR NEVER FILED - EITHER WOULD SEND  *
      *     THE IRS THE WRONG KIND OF RETURN                           *
      ******************************************************************
       A3000-CHECK-PRIOR-FILING.
      *-------------------------*
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PRIOR-FILED-COUNT
                 FROM MFTR28.TAX-1099-FILED
                WHERE TAX-YEAR = :WS-TAX-YEAR
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'MF28TX1 FILED COUNT SQLCODE: ' SQLCODE
                   MOVE 12                     TO WS-RUN-RC
               WHEN MODE-ORIGINAL AND WS-PRIOR-FILED-COUNT > ZERO
                   MOVE 'YEAR ALREADY FILED - RUN IN CORRECTION MODE'
                                               TO WS-S-TEXT
                   PERFORM A7600-PRINT-SECTION
                   MOVE 8                      TO WS-RUN-RC
               WHEN MODE-CORRECTION AND WS-PRIOR-FILED-COUNT = ZERO
                   MOVE 'NOTHING FILED FOR YEAR - RUN IN ORIGINAL MODE'
                                               TO WS-S-TEXT
                   PERFORM A7600-PRINT-SECTION
                   MOVE 8                      TO WS-RUN-RC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      *     CORRECTION RUN, STEP ONE OF A TWO-STEP CORRECTION - A TIN  *
      *     THE IRS HOLDS A RETURN UNDER THAT NO LONGER BELONGS TO ANY *
      *     REPORTABLE PAYEE (THE TIN WAS CORRECTED, OR THE PAYEE IS   *
      *     NO LONGER REPORTABLE) GETS A 'G' RECORD WITH ZERO AMOUNTS. *
      *     A RETURN FILED FOR A CLAIM WHOSE TAX IDENTITY HAS SINCE    *
      *     BEEN ANONYMIZED STILL STANDS - IT IS NOT ZEROED            *
      ******************************************************************
       A4000-VOID-PAYEES.
      *------------------*
           MOVE 'RETURNS ZEROED UNDER A TIN NO LONGER IN USE'
                                               TO WS-S-TEXT.
           PERFORM A7600-PRINT-SECTION.
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE TX1VDC1 CURSOR FOR
                   SELECT TF.PAYEE-TIN, MAX(TF.TIN-TYPE),
                          MAX(TF.PAYEE-NAME), MIN(TF.CLAIMNUMBER),
                          MIN(TF.CLAIMNUMBER * 1000 + TF.PAYEE-SEQ),
                          SUM(TF.REPORTED-AMOUNT), COUNT(*)
                   FROM MFTR28.TAX-1099-FILED TF
                   WHERE TF.TAX-YEAR = :WS-TAX-YEAR
                     AND TF.FILING-TYPE <> 'V'
                     AND NOT EXISTS
                         (SELECT 1
                            FROM MFTR28.ANONYMIZE-LOG L
                           WHERE L.CLAIMNUMBER = TF.CLAIMNUMBER
                             AND L.ANON-TABLE  = 'PAYEE-TAX')
                     AND NOT EXISTS
                         (SELECT 1
                            FROM MFTR28.PAYEE-TAX PT,
                                 MFTR28.PAYMENT-SETTLEMENT PS
                           WHERE PT.PAYEE-TIN = TF.PAYEE-TIN
                             AND PT.REPORTABLE-FLAG = 'Y'
                             AND PS.CLAIMNUMBER = PT.CLAIMNUMBER
                             AND PS.PAYEE-SEQ = PT.PAYEE-SEQ
                             AND PS.SETTLE-SOURCE <> 'ESCHEAT'
                             AND YEAR(PS.SETTLED-DATE) = :WS-TAX-YEAR)
                   GROUP BY TF.PAYEE-TIN
                   ORDER BY TF.PAYEE-TIN
           END-EXEC.
           EXEC SQL
               OPEN TX1VDC1
           END-EXEC.
           PERFORM A4100-FETCH-VOID.
           PERFORM A4200-PROCESS-VOID
               UNTIL EOF-TRUE.
           EXEC SQL
               CLOSE TX1VDC1
           END-EXEC.
      ******************************************************************
      *                 FETCH THE NEXT TIN TO BE ZEROED                *
      ******************************************************************
       A4100-FETCH-VOID.
      *-----------------*
           EXEC SQL
               FETCH TX1VDC1
               INTO :WS-GRP-TIN, :WS-GRP-TIN-TYPE, :WS-GRP-NAME,
                    :WS-GRP-CLAIM, :WS-GRP-FIRST-PAYEE,
                    :WS-GRP-AMOUNT, :WS-GRP-CLAIMS
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y'                    TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28TX1 VOID FETCH SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     WRITE THE ZEROING 'G' RECORD UNDER THE TIN AS FILED AND    *
      *     MARK ITS FILED ROWS 'V' SO NO LATER RUN COMPARES THEM      *
      ******************************************************************
       A4200-PROCESS-VOID.
      *-------------------*
           SET DECIDE-VOID                     TO TRUE.
           PERFORM A5500-BUILD-PAYEE-RECORD.
           EXEC SQL
               UPDATE MFTR28.TAX-1099-FILED
                  SET FILING-TYPE = 'V'
                WHERE TAX-YEAR    = :WS-TAX-YEAR
                  AND PAYEE-TIN   = :WS-GRP-TIN
                  AND FILING-TYPE <> 'V'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28TX1 VOID UPDATE SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           END-IF.
           PERFORM A4100-FETCH-VOID.
      ******************************************************************
      *     ONE ROW PER REPORTABLE PAYEE (TIN) WITH MONEY SETTLED TO   *
      *     IT IN THE TAX YEAR - BLANK TINS ARE LEFT TO A6000,         *
      *     ESCHEATED SETTLEMENTS WERE NEVER PAID TO THE PAYEE, AND A  *
      *     CLAIM WITH AN ANONYMIZED TAX IDENTITY IS NOT REFILED       *
      ******************************************************************
       A5000-REPORT-PAYEES.
      *--------------------*
           MOVE 'PAYEES'                       TO WS-S-TEXT.
           PERFORM A7600-PRINT-SECTION.
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE TX1PYC1 CURSOR FOR
                   SELECT PT.PAYEE-TIN, MAX(PT.TIN-TYPE),
                          MAX(PT.PAYEE-NAME), MIN(PT.CLAIMNUMBER),
                          MIN(PT.CLAIMNUMBER * 1000 + PT.PAYEE-SEQ),
                          SUM(PS.SETTLED-AMOUNT),
                          COUNT(DISTINCT PT.CLAIMNUMBER)
                   FROM MFTR28.PAYEE-TAX PT,
                        MFTR28.PAYMENT-SETTLEMENT PS
                   WHERE PT.REPORTABLE-FLAG = 'Y'
                     AND PT.PAYEE-TIN <> ' '
                     AND NOT EXISTS
                         (SELECT 1
                            FROM MFTR28.ANONYMIZE-LOG L
                           WHERE L.CLAIMNUMBER = PT.CLAIMNUMBER
                             AND L.ANON-TABLE  = 'PAYEE-TAX')
                     AND PS.CLAIMNUMBER = PT.CLAIMNUMBER
                     AND PS.PAYEE-SEQ = PT.PAYEE-SEQ
                     AND PS.SETTLE-SOURCE <> 'ESCHEAT'
                     AND YEAR(PS.SETTLED-DATE) = :WS-TAX-YEAR
                   GROUP BY PT.PAYEE-TIN
                   ORDER BY PT.PAYEE-TIN
           END-EXEC.
           EXEC SQL
               OPEN TX1PYC1
           END-EXEC.
           PERFORM A5100-FETCH-PAYEE.
           PERFORM A5200-PROCESS-PAYEE
               UNTIL EOF-TRUE.
           EXEC SQL
               CLOSE TX1PYC1
           END-EXEC.
      ******************************************************************
      *                    FETCH THE NEXT PAYEE TOTAL                  *
      ******************************************************************
       A5100-FETCH-PAYEE.
      *------------------*
           EXEC SQL
               FETCH TX1PYC1
               INTO :WS-GRP-TIN, :WS-GRP-TIN-TYPE, :WS-GRP-NAME,
                    :WS-GRP-CLAIM, :WS-GRP-FIRST-PAYEE,
                    :WS-GRP-AMOUNT, :WS-GRP-CLAIMS
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y'                    TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28TX1 PAYEE FETCH SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     DECIDE WHAT THIS PAYEE NEEDS, FILE IT AND RECORD IT        *
      ******************************************************************
       A5200-PROCESS-PAYEE.
      *--------------------*
           PERFORM A5300-CHECK-TIN.
           EVALUATE TRUE
               WHEN TIN-INVALID
                   ADD 1                       TO WS-INVALID-COUNT
                   ADD WS-GRP-AMOUNT           TO WS-INVALID-AMOUNT
                   MOVE 'INVALID TIN - NOT FILED'  TO WS-D-ACTION
                   PERFORM A7500-PRINT-DETAIL
               WHEN MODE-ORIGINAL
                   PERFORM A5350-CHECK-THRESHOLD
               WHEN OTHER
                   PERFORM A5400-DECIDE-CORRECTION
           END-EVALUATE.
           EVALUATE TRUE
               WHEN TIN-INVALID
                   CONTINUE
               WHEN DECIDE-UNCHANGED
                   ADD 1                       TO WS-UNCHANGED-COUNT
               WHEN DECIDE-BELOW
                   ADD 1                       TO WS-BELOW-COUNT
               WHEN OTHER
                   PERFORM A5500-BUILD-PAYEE-RECORD
                   PERFORM A5600-RECORD-FILED
           END-EVALUATE.
           PERFORM A5100-FETCH-PAYEE.
      ******************************************************************
      *     TIN FORMAT RULES - NINE DIGITS, NOT A PLACEHOLDER, A KNOWN *
      *     TIN TYPE, AND FOR AN SSN NO ZERO AREA/GROUP/SERIAL AND NO  *
      *     666 AREA, FOR AN EIN NO 00 PREFIX                          *
      ******************************************************************
       A5300-CHECK-TIN.
      *----------------*
           SET TIN-VALID                       TO TRUE.
           MOVE WS-GRP-TIN                     TO WS-TIN-CHECK.
           EVALUATE TRUE
               WHEN WS-GRP-TIN NOT NUMERIC
               WHEN WS-GRP-TIN = '000000000'
               WHEN WS-GRP-TIN = '123456789'
                   SET TIN-INVALID             TO TRUE
               WHEN WS-GRP-TIN-TYPE = 'S'
                AND (WS-TIN-SSN-AREA   = '000' OR
                     WS-TIN-SSN-AREA   = '666' OR
                     WS-TIN-SSN-GROUP  = '00'  OR
                     WS-TIN-SSN-SERIAL = '0000')
                   SET TIN-INVALID             TO TRUE
               WHEN WS-GRP-TIN-TYPE = 'E'
                   IF WS-TIN-EIN-PREFIX = '00'
                       SET TIN-INVALID         TO TRUE
                   END-IF
               WHEN WS-GRP-TIN-TYPE NOT = 'S'
                   SET TIN-INVALID             TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      *     A PAYEE NOT YET FILED GOES ON AS AN ORIGINAL ONLY ONCE     *
      *     THEIR YEAR'S TOTAL REACHES THE REPORTING THRESHOLD         *
      ******************************************************************
       A5350-CHECK-THRESHOLD.
      *----------------------*
           IF WS-GRP-AMOUNT < WS-REPORTING-THRESHOLD
               SET DECIDE-BELOW                TO TRUE
           ELSE
               SET DECIDE-ORIGINAL             TO TRUE
           END-IF.
      ******************************************************************
      *     CORRECTION RUN - COMPARE THE PAYEE WITH WHAT WAS FILED     *
      *     BEFORE THIS RUN:                                           *
      *       FILED UNDER THIS TIN, SAME AMOUNT, NAME AND CLAIMS       *
      *                                        - UNCHANGED, NOT SENT   *
      *       FILED UNDER THIS TIN, SOMETHING DIFFERS                  *
      *                                        - ONE-STEP 'G'          *
      *       NOT FILED UNDER THIS TIN BUT ITS CLAIMS (THIS PAYEE'S    *
      *       SHARE OF THEM) WERE FILED UNDER                          *
      *       ANOTHER (THE TIN WAS FIXED)      - 'C' (THE OLD TIN WAS  *
      *                                          ZEROED BY A4000 OR    *
      *                                          GETS ITS OWN 'G')     *
      *       NEVER FILED AT ALL               - LATE ORIGINAL         *
      ******************************************************************
       A5400-DECIDE-CORRECTION.
      *------------------------*
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(REPORTED-AMOUNT), 0)
                 INTO :WS-FILED-COUNT, :WS-FILED-AMOUNT
                 FROM MFTR28.TAX-1099-FILED TF
                WHERE TF.TAX-YEAR        = :WS-TAX-YEAR
                  AND TF.PAYEE-TIN       = :WS-GRP-TIN
                  AND TF.FILING-TYPE    <> 'V'
                  AND TF.FILED-TIMESTAMP < :WS-RUN-TIMESTAMP
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MFTR28.ANONYMIZE-LOG L
                        WHERE L.CLAIMNUMBER = TF.CLAIMNUMBER
                          AND L.ANON-TABLE  = 'PAYEE-TAX')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28TX1 FILED TOTAL SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-CHANGED-COUNT
                 FROM MFTR28.TAX-1099-FILED TF
                WHERE TF.TAX-YEAR        = :WS-TAX-YEAR
                  AND TF.PAYEE-TIN       = :WS-GRP-TIN
                  AND TF.FILING-TYPE    <> 'V'
                  AND TF.FILED-TIMESTAMP < :WS-RUN-TIMESTAMP
                  AND (TF.PAYEE-NAME <> :WS-GRP-NAME OR
                       TF.TIN-TYPE   <> :WS-GRP-TIN-TYPE)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM MFTR28.ANONYMIZE-LOG L
                        WHERE L.CLAIMNUMBER = TF.CLAIMNUMBER
                          AND L.ANON-TABLE  = 'PAYEE-TAX')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28TX1 FILED NAME SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-MOVED-COUNT
                 FROM MFTR28.TAX-1099-FILED TF
                WHERE TF.TAX-YEAR        = :WS-TAX-YEAR
                  AND TF.PAYEE-TIN      <> :WS-GRP-TIN
                  AND TF.FILED-TIMESTAMP < :WS-RUN-TIMESTAMP
                  AND EXISTS
                      (SELECT 1
                         FROM MFTR28.PAYEE-TAX PT
                        WHERE PT.CLAIMNUMBER     = TF.CLAIMNUMBER
                          AND PT.PAYEE-SEQ       = TF.PAYEE-SEQ
                          AND PT.PAYEE-TIN       = :WS-GRP-TIN
                          AND PT.REPORTABLE-FLAG = 'Y')
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28TX1 FILED MOVE SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           END-IF.
           EVALUATE TRUE
               WHEN WS-FILED-COUNT = ZERO AND WS-MOVED-COUNT > ZERO
                   SET DECIDE-NEW-TIN          TO TRUE
               WHEN WS-FILED-COUNT = ZERO
                   PERFORM A5350-CHECK-THRESHOLD
               WHEN WS-FILED-AMOUNT NOT = WS-GRP-AMOUNT
                 OR WS-CHANGED-COUNT > ZERO
                 OR WS-MOVED-COUNT > ZERO
                   SET DECIDE-ONE-STEP         TO TRUE
               WHEN OTHER
                   SET DECIDE-UNCHANGED        TO TRUE
           END-EVALUATE.
      ******************************************************************
      *     BUILD THE PAYEE'S 'B' RECORD, TAG IT WITH ITS PAYER GROUP  *
      *     ON THE WORK FILE, COUNT IT AND PRINT IT                    *
      ******************************************************************
       A5500-BUILD-PAYEE-RECORD.
      *-------------------------*
           PERFORM A7000-GET-PAYEE-ADDRESS.
           MOVE WS-TAX-YEAR-N                  TO WS-B-PAY-YEAR.
           MOVE WS-GRP-TIN                     TO WS-B-TIN.
           IF WS-GRP-TIN-TYPE = 'E'
               MOVE '1'                        TO WS-B-TIN-TYPE
           ELSE
               MOVE '2'                        TO WS-B-TIN-TYPE
           END-IF.
           MOVE WS-GRP-CLAIM                   TO WS-ACCOUNT-CLAIM.
           MOVE WS-ACCOUNT-CLAIM               TO WS-B-ACCOUNT.
           MOVE ZERO                           TO WS-B-AMOUNTS.
           MOVE WS-GRP-NAME                    TO WS-B-PAYEE-NAME.
           MOVE WS-PAYEE-ADDRESS               TO WS-B-ADDRESS.
           MOVE WS-PAYEE-CITY                  TO WS-B-CITY.
           MOVE WS-PAYEE-STATE                 TO WS-B-STATE.
           MOVE WS-PAYEE-ZIP                   TO WS-B-ZIP.
           MOVE ZERO                           TO WS-B-SEQ.
           EVALUATE TRUE
               WHEN DECIDE-VOID
                   MOVE 'G'                    TO WS-B-CORRECTED
                   ADD 1                       TO WS-ONE-STEP-COUNT
                                                   WS-VOID-COUNT
                   MOVE 'CORRECTED (G) - ZEROED'   TO WS-D-ACTION
               WHEN DECIDE-ONE-STEP
                   MOVE 'G'                    TO WS-B-CORRECTED
                   MOVE WS-GRP-AMOUNT     TO WS-B-AMOUNT (WS-AMOUNT-BOX)
                   ADD 1                       TO WS-ONE-STEP-COUNT
                   ADD WS-GRP-AMOUNT           TO WS-ONE-STEP-AMOUNT
                   MOVE 'CORRECTED (G) - ONE STEP' TO WS-D-ACTION
               WHEN DECIDE-NEW-TIN
                   MOVE 'C'                    TO WS-B-CORRECTED
                   MOVE WS-GRP-AMOUNT     TO WS-B-AMOUNT (WS-AMOUNT-BOX)
                   ADD 1                       TO WS-NEW-TIN-COUNT
                   ADD WS-GRP-AMOUNT           TO WS-NEW-TIN-AMOUNT
                   MOVE 'CORRECTED (C) - NEW TIN'  TO WS-D-ACTION
               WHEN OTHER
                   MOVE SPACE                  TO WS-B-CORRECTED
                   MOVE WS-GRP-AMOUNT     TO WS-B-AMOUNT (WS-AMOUNT-BOX)
                   ADD 1                       TO WS-ORIG-COUNT
                   ADD WS-GRP-AMOUNT           TO WS-ORIG-AMOUNT
                   MOVE 'ORIGINAL'             TO WS-D-ACTION
           END-EVALUATE.
           MOVE WS-B-CORRECTED                 TO WRK-GROUP.
           MOVE WS-IRS-B-RECORD                TO WRK-B-RECORD.
           WRITE TX1WORK-RECORD.
           ADD 1                               TO WS-PAYEE-COUNT.
           PERFORM A7500-PRINT-DETAIL.
      ******************************************************************
      *     RECORD WHAT WAS JUST FILED - ONE TAX-1099-FILED ROW PER    *
      *     CLAIM AND PAYEE NUMBER UNDER THE TIN, STAMPED WITH THIS    *
      *     RUN'S TIMESTAMP. ANY OLDER ROW FOR THE SAME CLAIM AND      *
      *     PAYEE IS REMOVED BY A6500                                  *
      ******************************************************************
       A5600-RECORD-FILED.
      *-------------------*
           MOVE 'N'                            TO WS-CLAIM-EOF-FLAG.
           EXEC SQL
               DECLARE TX1CLC1 CURSOR FOR
                   SELECT PT.CLAIMNUMBER, PT.PAYEE-SEQ,
                          SUM(PS.SETTLED-AMOUNT)
                   FROM MFTR28.PAYEE-TAX PT,
                        MFTR28.PAYMENT-SETTLEMENT PS
                   WHERE PT.PAYEE-TIN = :WS-GRP-TIN
                     AND PT.REPORTABLE-FLAG = 'Y'
                     AND PS.CLAIMNUMBER = PT.CLAIMNUMBER
                     AND PS.PAYEE-SEQ = PT.PAYEE-SEQ
                     AND PS.SETTLE-SOURCE <> 'ESCHEAT'
                     AND YEAR(PS.SETTLED-DATE) = :WS-TAX-YEAR
                   GROUP BY PT.CLAIMNUMBER, PT.PAYEE-SEQ
           END-EXEC.
           EXEC SQL
               OPEN TX1CLC1
           END-EXEC.
           PERFORM A5700-FILE-ONE-CLAIM
               UNTIL CLAIM-EOF-TRUE.
           EXEC SQL
               CLOSE TX1CLC1
           END-EXEC.
      ******************************************************************
      *          FETCH ONE CLAIM PAYEE AND WRITE ITS FILED ROW         *
      ******************************************************************
       A5700-FILE-ONE-CLAIM.
      *---------------------*
           EXEC SQL
               FETCH TX1CLC1
               INTO :WS-CLM-CLAIMNUMBER, :WS-CLM-PAYEE-SEQ,
                    :WS-CLM-AMOUNT
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM A5800-INSERT-FILED
               WHEN 100
                   MOVE 'Y'                    TO WS-CLAIM-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28TX1 CLAIM FETCH SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-CLAIM-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *                  INSERT ONE TAX-1099-FILED ROW                 *
      ******************************************************************
       A5800-INSERT-FILED.
      *-------------------*
           MOVE WS-TAX-YEAR                    TO TAX-YEAR.
           MOVE WS-CLM-CLAIMNUMBER             TO CLAIMNUMBER
                                                   OF TAX-1099-FILED.
           MOVE WS-CLM-PAYEE-SEQ               TO PAYEE-SEQ
                                                   OF TAX-1099-FILED.
           MOVE WS-GRP-TIN                     TO PAYEE-TIN
                                                   OF TAX-1099-FILED.
           MOVE WS-GRP-TIN-TYPE                TO TIN-TYPE
                                                   OF TAX-1099-FILED.
           MOVE WS-GRP-NAME                    TO PAYEE-NAME
                                                   OF TAX-1099-FILED.
           MOVE WS-CLM-AMOUNT                  TO REPORTED-AMOUNT.
           MOVE WS-DECISION                    TO FILING-TYPE.
           MOVE WS-RUN-TIMESTAMP               TO FILED-TIMESTAMP.
           EXEC SQL
               INSERT INTO MFTR28.TAX-1099-FILED
                      (TAX-YEAR,
                       CLAIMNUMBER,
                       PAYEE-SEQ,
                       PAYEE-TIN,
                       TIN-TYPE,
                       PAYEE-NAME,
                       REPORTED-AMOUNT,
                       FILING-TYPE,
                       FILED-TIMESTAMP)
               VALUES (:TAX-1099-FILED.TAX-YEAR,
                       :TAX-1099-FILED.CLAIMNUMBER,
                       :TAX-1099-FILED.PAYEE-SEQ,
                       :TAX-1099-FILED.PAYEE-TIN,
                       :TAX-1099-FILED.TIN-TYPE,
                       :TAX-1099-FILED.PAYEE-NAME,
                       :TAX-1099-FILED.REPORTED-AMOUNT,
                       :TAX-1099-FILED.FILING-TYPE,
                       :TAX-1099-FILED.FILED-TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28TX1 FILED INSERT SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *     CLAIM PAYEES WITH MONEY SETTLED IN THE YEAR THAT CANNOT BE *
      *     FILED FOR WANT OF A TIN - NO PAYEE-TAX ROW FOR THE PAYEE,  *
      *     OR A REPORTABLE ROW WITH THE TIN STILL BLANK. ESCHEATED    *
      *     SETTLEMENTS ARE NOT THE PAYEE'S INCOME AND ARE LEFT OUT    *
      ******************************************************************
       A6000-LIST-MISSING-TIN.
      *-----------------------*
           MOVE 'PAYEES WITH A MISSING TIN - NOT FILED'
                                               TO WS-S-TEXT.
           PERFORM A7600-PRINT-SECTION.
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE TX1MSC1 CURSOR FOR
                   SELECT PS.CLAIMNUMBER, PS.PAYEE-SEQ,
                          SUM(PS.SETTLED-AMOUNT)
                   FROM MFTR28.PAYMENT-SETTLEMENT PS
                   WHERE YEAR(PS.SETTLED-DATE) = :WS-TAX-YEAR
                     AND PS.SETTLE-SOURCE <> 'ESCHEAT'
                     AND (NOT EXISTS
                          (SELECT 1
                             FROM MFTR28.PAYEE-TAX PT
                            WHERE PT.CLAIMNUMBER = PS.CLAIMNUMBER
                              AND PT.PAYEE-SEQ = PS.PAYEE-SEQ)
                      OR EXISTS
                          (SELECT 1
                             FROM MFTR28.PAYEE-TAX PT
                            WHERE PT.CLAIMNUMBER = PS.CLAIMNUMBER
                              AND PT.PAYEE-SEQ = PS.PAYEE-SEQ
                              AND PT.REPORTABLE-FLAG = 'Y'
                              AND PT.PAYEE-TIN = ' '))
                   GROUP BY PS.CLAIMNUMBER, PS.PAYEE-SEQ
                   ORDER BY PS.CLAIMNUMBER, PS.PAYEE-SEQ
           END-EXEC.
           EXEC SQL
               OPEN TX1MSC1
           END-EXEC.
           PERFORM A6100-FETCH-MISSING.
           PERFORM A6200-PRINT-MISSING
               UNTIL EOF-TRUE.
           EXEC SQL
               CLOSE TX1MSC1
           END-EXEC.
      ******************************************************************
      *             FETCH THE NEXT CLAIM PAYEE MISSING A TIN           *
      ******************************************************************
       A6100-FETCH-MISSING.
      *--------------------*
           EXEC SQL
               FETCH TX1MSC1
               INTO :WS-MSG-CLAIMNUMBER, :WS-MSG-PAYEE-SEQ,
                    :WS-MSG-AMOUNT
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y'                    TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28TX1 MISSING FETCH SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     PRINT THE CLAIM WITH THE PAYEE NAME IF THERE IS ONE        *
      ******************************************************************
       A6200-PRINT-MISSING.
      *--------------------*
           ADD 1                               TO WS-MISSING-COUNT.
           ADD WS-MSG-AMOUNT                   TO WS-MISSING-AMOUNT.
           MOVE WS-MSG-CLAIMNUMBER             TO CLAIMNUMBER
                                                   OF TAX-1099-FILED.
           MOVE WS-MSG-PAYEE-SEQ               TO PAYEE-SEQ
                                                   OF TAX-1099-FILED.
           EXEC SQL
               SELECT PAYEE-NAME
                 INTO :TAX-1099-FILED.PAYEE-NAME
                 FROM MFTR28.PAYEE-TAX
                WHERE CLAIMNUMBER = :TAX-1099-FILED.CLAIMNUMBER
                  AND PAYEE-SEQ   = :TAX-1099-FILED.PAYEE-SEQ
           END-EXEC.
           MOVE SPACES                         TO WS-DETAIL-LINE.
           MOVE 'MISSING'                      TO WS-D-TIN.
           IF SQLCODE = 0
               MOVE PAYEE-NAME OF TAX-1099-FILED
                                               TO WS-D-NAME
               MOVE 'TIN MISSING - NOT FILED'  TO WS-D-ACTION
           ELSE
               MOVE 'NO PAYEE TAX DETAIL ON FILE'
                                               TO WS-D-ACTION
           END-IF.
           MOVE WS-MSG-CLAIMNUMBER             TO WS-D-CLAIM.
           MOVE 1                              TO WS-D-CLAIMS.
           MOVE WS-MSG-AMOUNT                  TO WS-D-AMOUNT.
           MOVE WS-DETAIL-LINE                 TO TX1RPT-RECORD.
           WRITE TX1RPT-RECORD.
           PERFORM A6100-FETCH-MISSING.
      ******************************************************************
      *     EVERY CLAIM PAYEE RE-REPORTED BY THIS RUN NOW HAS A NEW    *
      *     FILED ROW - REMOVE THE OLDER ROWS IT REPLACES (INCLUDING A *
      *     'V' ROW LEFT BY A TIN THE PAYEE HAS MOVED OFF)             *
      ******************************************************************
       A6500-REMOVE-SUPERSEDED.
      *------------------------*
           EXEC SQL
               DELETE FROM MFTR28.TAX-1099-FILED TF
                WHERE TF.TAX-YEAR        = :WS-TAX-YEAR
                  AND TF.FILED-TIMESTAMP < :WS-RUN-TIMESTAMP
                  AND EXISTS
                      (SELECT 1
                         FROM MFTR28.TAX-1099-FILED NF
                        WHERE NF.TAX-YEAR        = TF.TAX-YEAR
                          AND NF.CLAIMNUMBER     = TF.CLAIMNUMBER
                          AND NF.PAYEE-SEQ       = TF.PAYEE-SEQ
                          AND NF.FILED-TIMESTAMP = :WS-RUN-TIMESTAMP)
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'MF28TX1 SUPERSEDE DELETE SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *     THE PAYEE MAILING ADDRESS IS TAKEN FROM THE PAYEE'S FIRST  *
      *     CLAIM - ITS CLAIM-PAYEE ADDRESS FOR A LISTED PAYEE THAT    *
      *     HAS ONE, OTHERWISE THE MEMBER ADDRESS OF THE POLICY        *
      ******************************************************************
       A7000-GET-PAYEE-ADDRESS.
      *------------------------*
           COMPUTE WS-GRP-PAYEE-SEQ = WS-GRP-FIRST-PAYEE
                                    - WS-GRP-CLAIM * 1000.
           MOVE SPACES                         TO MAIL-ADDRESS.
           IF WS-GRP-PAYEE-SEQ > ZERO
               PERFORM A7100-GET-CLAIM-PAYEE-ADDRESS
           END-IF.
           IF MAIL-ADDRESS = SPACES
               PERFORM A7200-GET-MEMBER-ADDRESS
           ELSE
               MOVE MAIL-ADDRESS               TO WS-PAYEE-ADDRESS
               MOVE MAIL-CITY                  TO WS-PAYEE-CITY
               MOVE MAIL-STATE                 TO WS-PAYEE-STATE
               MOVE MAIL-ZIP                   TO WS-PAYEE-ZIP-CODE
           END-IF.
      *-- THE ZIP IS HELD 'NNNNN-NNNN' - THE IRS WANTS THE NINE
      *-- DIGITS RUN TOGETHER, OR JUST THE FIVE LEFT-JUSTIFIED
           MOVE SPACES                         TO WS-PAYEE-ZIP.
           MOVE WS-PAYEE-ZIP-CODE(1:5)         TO WS-PAYEE-ZIP(1:5).
           IF WS-PAYEE-ZIP-CODE(6:1) = '-'
               MOVE WS-PAYEE-ZIP-CODE(7:4)     TO WS-PAYEE-ZIP(6:4)
           END-IF.
      ******************************************************************
      *     A LISTED PAYEE'S OWN ADDRESS - LEFT BLANK IF IT HAS NONE   *
      ******************************************************************
       A7100-GET-CLAIM-PAYEE-ADDRESS.
      *------------------------------*
           MOVE WS-GRP-CLAIM                   TO CLAIMNUMBER
                                                   OF CLAIM-PAYEE.
           MOVE WS-GRP-PAYEE-SEQ               TO PAYEE-SEQ
                                                   OF CLAIM-PAYEE.
           EXEC SQL
               SELECT MAIL-ADDRESS, MAIL-CITY, MAIL-STATE, MAIL-ZIP
                 INTO :CLAIM-PAYEE.MAIL-ADDRESS,
                      :CLAIM-PAYEE.MAIL-CITY,
                      :CLAIM-PAYEE.MAIL-STATE,
                      :CLAIM-PAYEE.MAIL-ZIP
                 FROM MFTR28.CLAIM-PAYEE
                WHERE CLAIMNUMBER = :CLAIM-PAYEE.CLAIMNUMBER
                  AND PAYEE-SEQ   = :CLAIM-PAYEE.PAYEE-SEQ
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28TX1 NO CLAIM-PAYEE FOR CLAIM: '
                   WS-GRP-CLAIM ' PAYEE: ' WS-GRP-PAYEE-SEQ
                   ' SQLCODE: ' SQLCODE
               MOVE SPACES                     TO MAIL-ADDRESS
           END-IF.
      ******************************************************************
      *     THE MEMBER ADDRESS OF THE POLICY BEHIND THE FIRST CLAIM    *
      ******************************************************************
       A7200-GET-MEMBER-ADDRESS.
      *-------------------------*
           MOVE WS-GRP-CLAIM                   TO CLAIMNUMBER
                                                   OF TAX-1099-FILED.
           EXEC SQL
               SELECT MM.ADDRESS-LINE-1, MM.ADDRESS-LINE-2,
                      MM.CITY, MM.STATE, MM.ZIP-CODE
                 INTO :MEMBER-MASTER.MBR-ADDR-LINE-1,
                      :MEMBER-MASTER.MBR-ADDR-LINE-2,
                      :MEMBER-MASTER.MBR-CITY,
                      :MEMBER-MASTER.MBR-STATE,
                      :MEMBER-MASTER.MBR-ZIP-CODE
                 FROM MFTR28.CLAIMS CL,
                      MFTR28.MEMBER-MASTER MM
                WHERE CL.CLAIMNUMBER  = :TAX-1099-FILED.CLAIMNUMBER
                  AND MM.POLICYNUMBER = CL.POLICYNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28TX1 NO MEMBER ADDRESS FOR CLAIM: '
                   WS-GRP-CLAIM ' SQLCODE: ' SQLCODE
               MOVE SPACES                     TO MBR-ADDR-LINE-1
                                                   MBR-ADDR-LINE-2
                                                   MBR-CITY
                                                   MBR-STATE
                                                   MBR-ZIP-CODE
               IF WS-RUN-RC < 4
                   MOVE 4                      TO WS-RUN-RC
               END-IF
           END-IF.
           MOVE SPACES                         TO WS-PAYEE-ADDRESS.
           STRING MBR-ADDR-LINE-1 DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  MBR-ADDR-LINE-2 DELIMITED BY '  '
                  INTO WS-PAYEE-ADDRESS.
           MOVE MBR-CITY                       TO WS-PAYEE-CITY.
           MOVE MBR-STATE                      TO WS-PAYEE-STATE.
           MOVE MBR-ZIP-CODE                   TO WS-PAYEE-ZIP-CODE.
      ******************************************************************
      *     PRINT THE CURRENT PAYEE - THE TIN IS MASKED TO ITS LAST    *
      *     FOUR DIGITS ON THE REPORT                                  *
      ******************************************************************
       A7500-PRINT-DETAIL.
      *-------------------*
           MOVE WS-GRP-TIN(6:4)                TO WS-MASKED-LAST-4.
           MOVE WS-MASKED-TIN                  TO WS-D-TIN.
           MOVE WS-GRP-NAME                    TO WS-D-NAME.
           MOVE WS-GRP-CLAIM                   TO WS-D-CLAIM.
           MOVE WS-GRP-CLAIMS                  TO WS-D-CLAIMS.
           IF DECIDE-VOID
               MOVE ZERO                       TO WS-D-AMOUNT
           ELSE
               MOVE WS-GRP-AMOUNT              TO WS-D-AMOUNT
           END-IF.
           MOVE WS-DETAIL-LINE                 TO TX1RPT-RECORD.
           WRITE TX1RPT-RECORD.
      ******************************************************************
      *                  PRINT A SECTION HEADING LINE                  *
      ******************************************************************
       A7600-PRINT-SECTION.
      *--------------------*
           MOVE SPACES                         TO TX1RPT-RECORD.
           WRITE TX1RPT-RECORD.
           MOVE WS-SECTION-LINE                TO TX1RPT-RECORD.
           WRITE TX1RPT-RECORD.
      ******************************************************************
      *     ASSEMBLE THE FILING FILE - 'T', THEN EACH NON-EMPTY PAYER  *
      *     GROUP ('A', ITS 'B' RECORDS, 'C'), THEN 'F'. ORIGINALS,    *
      *     'G' CORRECTIONS AND 'C' CORRECTIONS EACH GET THEIR OWN 'A' *
      ******************************************************************
       A8000-WRITE-IRS-FILE.
      *---------------------*
           OPEN OUTPUT IRSFILE-FILE.
           MOVE WS-TAX-YEAR-N                  TO WS-T-PAY-YEAR.
           MOVE PYR-TIN                        TO WS-T-TIN.
           MOVE PYR-TCC                        TO WS-T-TCC.
           IF PYR-TEST-FILE
               MOVE 'T'                        TO WS-T-TEST-IND
           ELSE
               MOVE SPACE                      TO WS-T-TEST-IND
           END-IF.
           MOVE PYR-NAME                       TO WS-T-TRANSMITTER-NAME
                                                   WS-T-COMPANY-NAME.
           MOVE PYR-ADDRESS                    TO WS-T-COMPANY-ADDRESS.
           MOVE PYR-CITY                       TO WS-T-COMPANY-CITY.
           MOVE PYR-STATE                      TO WS-T-COMPANY-STATE.
           MOVE PYR-ZIP                        TO WS-T-COMPANY-ZIP.
           MOVE WS-PAYEE-COUNT                 TO WS-T-PAYEE-COUNT.
           MOVE PYR-CONTACT-NAME               TO WS-T-CONTACT-NAME.
           MOVE PYR-PHONE                      TO WS-T-CONTACT-PHONE.
           MOVE PYR-CONTACT-EMAIL              TO WS-T-CONTACT-EMAIL.
           ADD 1                               TO WS-RECORD-SEQ.
           MOVE WS-RECORD-SEQ                  TO WS-T-SEQ.
           MOVE WS-IRS-T-RECORD                TO IRSFILE-RECORD.
           WRITE IRSFILE-RECORD.
           IF WS-ORIG-COUNT > ZERO
               MOVE SPACE                      TO WS-GROUP-TYPE
               MOVE WS-ORIG-COUNT              TO WS-GROUP-COUNT
               MOVE WS-ORIG-AMOUNT             TO WS-GROUP-AMOUNT
               PERFORM A8200-WRITE-PAYER-GROUP
           END-IF.
           IF WS-ONE-STEP-COUNT > ZERO
               MOVE 'G'                        TO WS-GROUP-TYPE
               MOVE WS-ONE-STEP-COUNT          TO WS-GROUP-COUNT
               MOVE WS-ONE-STEP-AMOUNT         TO WS-GROUP-AMOUNT
               PERFORM A8200-WRITE-PAYER-GROUP
           END-IF.
           IF WS-NEW-TIN-COUNT > ZERO
               MOVE 'C'                        TO WS-GROUP-TYPE
               MOVE WS-NEW-TIN-COUNT           TO WS-GROUP-COUNT
               MOVE WS-NEW-TIN-AMOUNT          TO WS-GROUP-AMOUNT
               PERFORM A8200-WRITE-PAYER-GROUP
           END-IF.
           MOVE WS-A-RECORD-COUNT              TO WS-F-A-COUNT.
           MOVE WS-PAYEE-COUNT                 TO WS-F-PAYEE-COUNT.
           ADD 1                               TO WS-RECORD-SEQ.
           MOVE WS-RECORD-SEQ                  TO WS-F-SEQ.
           MOVE WS-IRS-F-RECORD                TO IRSFILE-RECORD.
           WRITE IRSFILE-RECORD.
           CLOSE IRSFILE-FILE.
      ******************************************************************
      *     ONE PAYER GROUP - THE 'A' RECORD, EVERY WORK RECORD TAGGED *
      *     WITH THIS GROUP, THEN THE 'C' END-OF-PAYER TOTALS          *
      ******************************************************************
       A8200-WRITE-PAYER-GROUP.
      *------------------------*
           MOVE WS-TAX-YEAR-N                  TO WS-A-PAY-YEAR.
           MOVE PYR-TIN                        TO WS-A-TIN.
           MOVE WS-RETURN-TYPE                 TO WS-A-RETURN-TYPE.
           MOVE WS-AMOUNT-CODES                TO WS-A-AMOUNT-CODES.
           MOVE PYR-NAME                       TO WS-A-PAYER-NAME.
           MOVE PYR-ADDRESS                    TO WS-A-ADDRESS.
           MOVE PYR-CITY                       TO WS-A-CITY.
           MOVE PYR-STATE                      TO WS-A-STATE.
           MOVE PYR-ZIP                        TO WS-A-ZIP.
           MOVE PYR-PHONE                      TO WS-A-PHONE.
           ADD 1                               TO WS-RECORD-SEQ
                                                   WS-A-RECORD-COUNT.
           MOVE WS-RECORD-SEQ                  TO WS-A-SEQ.
           MOVE WS-IRS-A-RECORD                TO IRSFILE-RECORD.
           WRITE IRSFILE-RECORD.
           MOVE 'N'                            TO WS-WORK-EOF-FLAG.
           OPEN INPUT TX1WORK-FILE.
           PERFORM A8300-COPY-WORK-RECORD
               UNTIL WORK-EOF-TRUE.
           CLOSE TX1WORK-FILE.
           MOVE WS-GROUP-COUNT                 TO WS-C-PAYEE-COUNT.
           MOVE ZERO                           TO WS-C-TOTALS.
           MOVE WS-GROUP-AMOUNT           TO WS-C-TOTAL (WS-AMOUNT-BOX).
           ADD 1                               TO WS-RECORD-SEQ.
           MOVE WS-RECORD-SEQ                  TO WS-C-SEQ.
           MOVE WS-IRS-C-RECORD                TO IRSFILE-RECORD.
           WRITE IRSFILE-RECORD.
      ******************************************************************
      *     COPY ONE WORK RECORD OF THIS GROUP, GIVING IT ITS RECORD   *
      *     SEQUENCE NUMBER IN THE FILE                                *
      ******************************************************************
       A8300-COPY-WORK-RECORD.
      *-----------------------*
           READ TX1WORK-FILE
               AT END
                   MOVE 'Y'                    TO WS-WORK-EOF-FLAG
               NOT AT END
                   IF WRK-GROUP = WS-GROUP-TYPE
                       MOVE WRK-B-RECORD       TO WS-IRS-B-RECORD
                       ADD 1                   TO WS-RECORD-SEQ
                       MOVE WS-RECORD-SEQ      TO WS-B-SEQ
                       MOVE WS-IRS-B-RECORD    TO IRSFILE-RECORD
                       WRITE IRSFILE-RECORD
                   END-IF
           END-READ.
      ******************************************************************
      *     PRINT THE FILE AND EXCEPTION TOTALS - THE CONTROL TOTALS   *
      *     FINANCE BALANCES THE TRANSMISSION AGAINST                  *
      ******************************************************************
       A8800-PRINT-TOTALS.
      *-------------------*
           MOVE 'TOTALS'                       TO WS-S-TEXT.
           PERFORM A7600-PRINT-SECTION.
           MOVE 'ORIGINAL RETURNS'             TO WS-TL-LABEL.
           MOVE WS-ORIG-COUNT                  TO WS-TL-COUNT.
           MOVE WS-ORIG-AMOUNT                 TO WS-TL-AMOUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'CORRECTED (G) RETURNS'        TO WS-TL-LABEL.
           MOVE WS-ONE-STEP-COUNT              TO WS-TL-COUNT.
           MOVE WS-ONE-STEP-AMOUNT             TO WS-TL-AMOUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE '  OF WHICH ZEROED'            TO WS-TL-LABEL.
           MOVE WS-VOID-COUNT                  TO WS-TL-COUNT.
           MOVE ZERO                           TO WS-TL-AMOUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'CORRECTED (C) RETURNS'        TO WS-TL-LABEL.
           MOVE WS-NEW-TIN-COUNT               TO WS-TL-COUNT.
           MOVE WS-NEW-TIN-AMOUNT              TO WS-TL-AMOUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'PAYEES UNCHANGED SINCE FILING' TO WS-TL-LABEL.
           MOVE WS-UNCHANGED-COUNT             TO WS-TL-COUNT.
           MOVE ZERO                           TO WS-TL-AMOUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'PAYEES BELOW REPORTING THRESHOLD'
                                               TO WS-TL-LABEL.
           MOVE WS-BELOW-COUNT                 TO WS-TL-COUNT.
           MOVE ZERO                           TO WS-TL-AMOUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'PAYEES WITH INVALID TIN'      TO WS-TL-LABEL.
           MOVE WS-INVALID-COUNT               TO WS-TL-COUNT.
           MOVE WS-INVALID-AMOUNT              TO WS-TL-AMOUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           MOVE 'CLAIMS WITH MISSING TIN'      TO WS-TL-LABEL.
           MOVE WS-MISSING-COUNT               TO WS-TL-COUNT.
           MOVE WS-MISSING-AMOUNT              TO WS-TL-AMOUNT.
           PERFORM A8850-PRINT-TOTAL-LINE.
           IF WS-RUN-RC >= 8
               MOVE 'RUN FAILED - NO FILING FILE PRODUCED'
                                               TO WS-S-TEXT
               PERFORM A7600-PRINT-SECTION
           END-IF.
           CLOSE TX1RPT-FILE.
           DISPLAY 'MF28TX1 PAYEE RECORDS    : ' WS-PAYEE-COUNT.
           DISPLAY 'MF28TX1 INVALID TINS     : ' WS-INVALID-COUNT.
           DISPLAY 'MF28TX1 MISSING TINS     : ' WS-MISSING-COUNT.
      ******************************************************************
      *                     WRITE ONE TOTAL LINE                       *
      ******************************************************************
       A8850-PRINT-TOTAL-LINE.
      *-----------------------*
           MOVE WS-TOTAL-LINE                  TO TX1RPT-RECORD.
           WRITE TX1RPT-RECORD.
      ******************************************************************
      *     A CLEAN RUN COMMITS THE FILED ROWS WITH THE FILE; A FAILED *
      *     ONE BACKS THEM OUT SO THE RUN CAN SIMPLY BE REPEATED.      *
      *     PAYEES MISSING A TIN ARE WORTH A WARNING RETURN CODE       *
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
                  AND (WS-INVALID-COUNT > ZERO OR
                       WS-MISSING-COUNT > ZERO)
                   MOVE 4                      TO WS-RUN-RC
               END-IF
           END-IF.
      ******************************************************************
      *     WRITE THE COMPLETION ROW OPERATIONS WATCHES FOR - WHICH    *
      *     JOB, WHICH TAX YEAR, HOW MANY PAYEE RECORDS AND THE RETURN *
      *     CODE                                                       *
      ******************************************************************
       A8500-LOG-RUN.
      *--------------*
           MOVE 'MF28TX1'                      TO JOB-NAME.
           MOVE WS-YEAR-START                   TO WINDOW-START-DATE.
           MOVE WS-YEAR-END                     TO WINDOW-END-DATE.
           MOVE WS-PAYEE-COUNT                  TO RECORD-COUNT.
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
               DISPLAY 'MF28TX1 RUN LOG SQLCODE: ' SQLCODE
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
