      * MF28PV1 - PRIVACY RETENTION ANONYMIZATION V1.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MF28PV1.
       AUTHOR. APATEL.
       DATE-WRITTEN. 10/14/2026.
      *****************************************************************
      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO REMOVE THE
      *                    PERSONAL DATA OF CLAIMS THE COMPANY NO
      *                    LONGER NEEDS TO IDENTIFY, AS THE PRIVACY
      *                    OFFICE REQUIRES, WITHOUT DISTURBING ANY
      *                    AMOUNT, DATE OR CODE THE FINANCE REPORTS
      *                    AND THE GL HISTORY TIE TO:
      *                    1. APPLIES THE LEGAL HOLD AND ERASURE
      *                       REQUEST CONTROL CARDS ON PRVCTL TO
      *                       MFTR28.PRIVACY-REQUEST - PLACE OR LIFT A
      *                       LEGAL HOLD ON A CLAIM, OR LODGE AN
      *                       INDIVIDUAL'S ERASURE REQUEST FOR ONE
      *                       CLAIM OR EVERY CLAIM ON A POLICY.
      *                    2. WORKS EVERY ACTIVE ERASURE REQUEST, THEN
      *                       EVERY CLAIM CLOSED, DENIED OR MERGED
      *                       BEFORE THE RETENTION CUT-OFF. A CLAIM IS
      *                       RETAINED (NOT ANONYMIZED) WHILE IT IS ON
      *                       LEGAL HOLD, IN OPEN LITIGATION, UNDER AN
      *                       OPEN OR CONFIRMED SIU REFERRAL, HAS
      *                       TREASURY MONEY NOT YET SETTLED OR A
      *                       CHEQUE NOT YET CASHED, OR IS NOT CLOSED,
      *                       DENIED OR MERGED.
      *                    3. ANONYMIZES AN ELIGIBLE CLAIM BY
      *                       REPLACING ITS PERSONAL FIELDS WITH FIXED
      *                       TOKENS - OBSERVATIONS ON CLAIMS,
      *                       CLAIMS-HISTORY AND CLAIMS-HISTORY-ARCH,
      *                       NOTE-TEXT ON CLAIM-NOTES, THE BANK
      *                       DETAIL ON PAYMENT-REPAIR, THE PAYEE NAME,
      *                       BANK DETAIL AND ADDRESS ON CLAIM-PAYEE
      *                       AND, PAST THE RETENTION PERIOD ONLY, THE
      *                       PAYEE NAME AND TIN ON PAYEE-TAX AND
      *                       PAYEE-TAX-HISTORY - AND
      *                       LOGS EACH TABLE CHANGED TO
      *                       MFTR28.ANONYMIZE-LOG. EACH CLAIM IS ONE
      *                       UNIT OF WORK, COMMITTED WHEN DONE. A
      *                       CLAIM ERASED ON REQUEST KEEPS ITS TAX
      *                       IDENTITY UNTIL IT TOO IS PAST THE
      *                       RETENTION PERIOD, WHEN A LATER RUN
      *                       ANONYMIZES JUST THAT.
      *                    4. ANONYMIZES THE MEMBER'S NAME AND ADDRESS
      *                       ON MFTR28.MEMBER-MASTER ONCE EVERY CLAIM
      *                       ON THE POLICY IS ANONYMIZED AND THE
      *                       POLICY HAS LAPSED OUT OF THE POLICY
      *                       ADMINISTRATION FEED.
      *                    5. PRINTS THE PRIVACY OFFICE'S CERTIFICATE
      *                       ON PRVRPT - EVERY CARD, REQUEST, CLAIM
      *                       AND MEMBER AND WHAT BECAME OF IT - AND
      *                       WRITES A COMPLETION ROW TO
      *                       MFTR28.BATCH-RUN-LOG.
      *                    IN A DRY RUN (THE DEFAULT) NOTHING IS
      *                    UPDATED - THE CARDS ARE EDITED AND THE
      *                    CERTIFICATE SHOWS WHAT WOULD BE DONE.
      *
      * MODIFICATION HISTORY:
      * 10/14/2026 APATEL   INITIAL VERSION.
      * 10/14/2026 APATEL   A DUPLICATE CLAIM MERGED INTO ITS SURVIVOR
      *                     ON MF28CBI (STATUS MERGED) IS FINISHED WITH
      *                     LIKE A CLOSED OR DENIED ONE, AND NOW FALLS
      *                     DUE FOR RETENTION AND ERASURE THE SAME WAY.
      * 10/15/2026 APATEL   THE PAYEE MAILING CITY AND ZIP ON
      *                     CLAIM-PAYEE ARE ANONYMIZED WITH THE
      *                     ADDRESS. A CLAIM ERASED ON REQUEST NOW HAS
      *                     ITS PAYEE-TAX AND PAYEE-TAX-HISTORY NAME
      *                     AND TIN ANONYMIZED ONCE IT PASSES THE
      *                     RETENTION CUT-OFF - SEE
      *                     A5500-PROCESS-DEFERRED-TAX.
      * 10/15/2026 APATEL   THE CERTIFICATE HEADING AND RETAINED LINES
      *                     NAME MERGED CLAIMS WITH CLOSED AND DENIED.
      *                     A BLANK OBSERVATIONS IS LEFT BLANK RATHER
      *                     THAN OVERWRITTEN WITH THE TOKEN TEXT.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
      * PROCESSING TYPE: BATCH - RUN WEEKLY FROM JCL MF28PV1, AND ON
      *                  REQUEST WHEN LEGAL NEEDS A HOLD PLACED.
      *
      * BMS: NONE
      *
      * COPYBOOKS: MF28CP1, MF28CP12, MF28CP13, MF28CP42, MF28CP43
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIMS, MFTR28.CLAIMS-HISTORY,
      *         MFTR28.CLAIMS-HISTORY-ARCH, MFTR28.CLAIM-NOTES,
      *         MFTR28.PAYMENT-REPAIR, MFTR28.CLAIM-PAYEE,
      *         MFTR28.PAYEE-TAX, MFTR28.PAYEE-TAX-HISTORY,
      *         MFTR28.MEMBER-MASTER,
      *         MFTR28.POLICY-MASTER, MFTR28.CLAIM-LITIGATION,
      *         MFTR28.SIU-REFERRAL, MFTR28.PAYMENT-INSTRUCTION,
      *         MFTR28.PRIVACY-REQUEST, MFTR28.ANONYMIZE-LOG,
      *         MFTR28.BATCH-CONTROL, MFTR28.BATCH-RUN-LOG
      *
      * CALLING MODULES: NONE (INVOKED FROM JCL MF28PV1)
      *
      * CALLED MODULES: NONE
      *
      * PARAMETER: PARM('D') OR NO PARM - DRY RUN, CERTIFICATE ONLY.
      *            PARM('U') - APPLY THE CARDS AND ANONYMIZE.
      *            AN OPTIONAL 2-DIGIT RETENTION PERIOD IN YEARS MAY
      *            FOLLOW THE MODE, E.G. PARM('U10'); THE DEFAULT IS
      *            WS-RETAIN-YEARS.
      *
      * PROGRAMMER: ATUL PATEL
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRVCTL-FILE    ASSIGN TO PRVCTL
                                  ORGANIZATION IS SEQUENTIAL.
           SELECT PRVRPT-FILE    ASSIGN TO PRVRPT
                                  ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PRVCTL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PRVCTL-RECORD.
           05 CTL-ACTION               PIC X(01).
               88 CTL-PLACE-HOLD       VALUE 'H'.
               88 CTL-LIFT-HOLD        VALUE 'L'.
               88 CTL-ERASURE          VALUE 'E'.
           05 CTL-CLAIMNUMBER          PIC X(07).
           05 CTL-CLAIMNUMBER-N REDEFINES CTL-CLAIMNUMBER
                                        PIC 9(07).
           05 CTL-POLICYNUMBER         PIC X(09).
           05 CTL-POLICYNUMBER-N REDEFINES CTL-POLICYNUMBER
                                        PIC 9(09).
           05 CTL-REQUEST-REF          PIC X(12).
           05 CTL-REQUESTED-BY         PIC X(08).
           05 CTL-REASON               PIC X(40).
           05 FILLER                   PIC X(03).
       FD  PRVRPT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PRVRPT-RECORD               PIC X(133).
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
               INCLUDE MF28CP42
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP43
           END-EXEC.
       01 WS-RUN-RC                    PIC S9(3) COMP-3 VALUE ZERO.
       01 WS-RUN-DATE                  PIC X(10) VALUE '1900-01-01'.
       01 WS-USERID                    PIC X(08) VALUE 'BATCH'.
       01 WS-RUN-MODE                  PIC X(01) VALUE 'D'.
           88 DRY-RUN                  VALUE 'D'.
           88 UPDATE-RUN               VALUE 'U'.
      *-- CLOSED, DENIED OR MERGED BEFORE WS-CUTOFF-DATE (THE BUSINESS
      *-- DATE LESS WS-RETAIN-YEARS) IS PAST THE RETENTION PERIOD
       01 WS-RETAIN-YEARS              PIC S9(4) COMP VALUE 7.
       01 WS-CUTOFF-DATE               PIC X(10).
       01 WS-PARM-AREA.
           05 WS-PARM-MODE             PIC X(01).
           05 WS-PARM-YEARS            PIC X(02).
           05 WS-PARM-YEARS-N REDEFINES WS-PARM-YEARS
                                        PIC 9(02).
       01 WS-SWITCHES.
           05 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
               88 EOF-TRUE             VALUE 'Y'.
               88 EOF-FALSE            VALUE 'N'.
           05 WS-CTL-EOF-FLAG          PIC X(01) VALUE 'N'.
               88 CTL-EOF-TRUE         VALUE 'Y'.
           05 WS-REQ-EOF-FLAG          PIC X(01) VALUE 'N'.
               88 REQ-EOF-TRUE         VALUE 'Y'.
               88 REQ-EOF-FALSE        VALUE 'N'.
           05 WS-RPT-OPEN-FLAG         PIC X(01) VALUE 'N'.
               88 RPT-OPEN             VALUE 'Y'.
           05 WS-REQ-DONE-FLAG         PIC X(01).
               88 REQ-ALL-DONE         VALUE 'Y'.
               88 REQ-NOT-ALL-DONE     VALUE 'N'.
      *-- WHAT BECAME OF THE CLAIM IN HAND - SET BY A7000 AND ITS
      *-- CALLEES, PRINTED AND COUNTED BY A7800
           05 WS-CLAIM-ACTION          PIC X(01).
               88 ACTION-ANONYMIZED    VALUE 'A'.
               88 ACTION-ALREADY-DONE  VALUE 'K'.
               88 ACTION-RETAIN-HOLD   VALUE 'H'.
               88 ACTION-RETAIN-LIT    VALUE 'L'.
               88 ACTION-RETAIN-SIU    VALUE 'S'.
               88 ACTION-RETAIN-PAY    VALUE 'P'.
               88 ACTION-RETAIN-ACTIVE VALUE 'O'.
               88 ACTION-CHANGED       VALUE 'C'.
               88 ACTION-ERROR         VALUE 'E'.
      *-- THE FIXED TOKENS PERSONAL FIELDS ARE REPLACED WITH. A BANK
      *-- ROUTING OR TIN BECOMES ALL ZEROS; EVERY TEXT FIELD THE WORD
      *-- BELOW. A BLANK FIELD IS LEFT BLANK
       01 WS-TOKENS.
           05 WS-TOKEN-TEXT            PIC X(10) VALUE 'ANONYMIZED'.
           05 WS-TOKEN-NUMBER          PIC X(09) VALUE '000000000'.
           05 WS-TOKEN-ZIP             PIC X(10) VALUE '00000'.
      *-- THE CONTROL CARD IN HAND, AND WHAT BECAME OF IT
       01 WS-CARD-CLAIM                PIC S9(7)     COMP-3.
       01 WS-CARD-POLICY               PIC S9(9)     COMP-3.
       01 WS-CARD-RESULT               PIC X(40).
      *-- THE CLAIM IN HAND - WHY IT WAS SELECTED (RETN OR ERAS), THE
      *-- ERASURE REFERENCE, AND THE ROWS ANONYMIZED ACROSS ITS TABLES
       01 WS-ANON-REASON               PIC X(04).
           88 REASON-RETENTION         VALUE 'RETN'.
           88 REASON-ERASURE           VALUE 'ERAS'.
       01 WS-ANON-REF                  PIC X(12).
       01 WS-LOG-TABLE                 PIC X(20).
       01 WS-CLAIM-ROWS                PIC S9(7)     COMP-3.
       01 WS-ROW-COUNT                 PIC S9(9)     COMP.
       01 WS-EXCLUSION-COUNTS.
           05 WS-DONE-COUNT            PIC S9(9)     COMP.
           05 WS-HOLD-COUNT            PIC S9(9)     COMP.
           05 WS-LIT-COUNT             PIC S9(9)     COMP.
           05 WS-SIU-COUNT             PIC S9(9)     COMP.
           05 WS-PAY-OPEN-COUNT        PIC S9(9)     COMP.
      *-- THE MEMBER IN HAND
       01 WS-MBR-POLICY                PIC S9(9)     COMP-3.
       01 WS-MBR-ERASURE-REF           PIC X(12).
       01 WS-COUNTERS.
           05 WS-CARDS-READ            PIC 9(09) VALUE ZERO.
           05 WS-CARDS-APPLIED         PIC 9(09) VALUE ZERO.
           05 WS-CARDS-REJECTED        PIC 9(09) VALUE ZERO.
           05 WS-REQUESTS-WORKED       PIC 9(09) VALUE ZERO.
           05 WS-REQUESTS-COMPLETED    PIC 9(09) VALUE ZERO.
           05 WS-CLAIMS-CONSIDERED     PIC 9(09) VALUE ZERO.
           05 WS-CLAIMS-ANONYMIZED     PIC 9(09) VALUE ZERO.
           05 WS-ALREADY-DONE-COUNT    PIC 9(09) VALUE ZERO.
           05 WS-RETAIN-HOLD-COUNT     PIC 9(09) VALUE ZERO.
           05 WS-RETAIN-LIT-COUNT      PIC 9(09) VALUE ZERO.
           05 WS-RETAIN-SIU-COUNT      PIC 9(09) VALUE ZERO.
           05 WS-RETAIN-PAY-COUNT      PIC 9(09) VALUE ZERO.
           05 WS-RETAIN-ACTIVE-COUNT   PIC 9(09) VALUE ZERO.
           05 WS-CHANGED-COUNT         PIC 9(09) VALUE ZERO.
           05 WS-ERROR-COUNT           PIC 9(09) VALUE ZERO.
           05 WS-MEMBERS-ANONYMIZED    PIC 9(09) VALUE ZERO.
           05 WS-ROWS-ANONYMIZED       PIC 9(09) VALUE ZERO.
           05 WS-TAX-ANONYMIZED        PIC 9(09) VALUE ZERO.
       01 WS-REPORT-LINES.
           05 WS-HEADING-1.
               10 FILLER               PIC X(40) VALUE SPACES.
               10 FILLER               PIC X(40) VALUE
                   'PRIVACY ANONYMIZATION CERTIFICATE'.
               10 FILLER               PIC X(53) VALUE SPACES.
           05 WS-HEADING-2.
               10 FILLER               PIC X(11) VALUE 'RUN DATE : '.
               10 WS-H2-RUN-DATE       PIC X(10).
               10 FILLER               PIC X(04) VALUE SPACES.
               10 FILLER               PIC X(07) VALUE 'MODE : '.
               10 WS-H2-MODE           PIC X(32).
               10 FILLER               PIC X(04) VALUE SPACES.
               10 FILLER               PIC X(12) VALUE 'RETENTION : '.
               10 WS-H2-YEARS          PIC Z9.
               10 FILLER               PIC X(41) VALUE
                   ' YEARS - CLOSED, DENIED OR MERGED BEFORE '.
               10 WS-H2-CUTOFF         PIC X(10).
           05 WS-SECTION-LINE.
               10 FILLER               PIC X(04) VALUE '*** '.
               10 WS-S-TITLE           PIC X(60).
               10 FILLER               PIC X(69) VALUE SPACES.
           05 WS-CARD-HEADING.
               10 FILLER               PIC X(04) VALUE 'ACT'.
               10 FILLER               PIC X(09) VALUE 'CLAIM NO'.
               10 FILLER               PIC X(11) VALUE 'POLICY NO'.
               10 FILLER               PIC X(14) VALUE 'REFERENCE'.
               10 FILLER               PIC X(10) VALUE 'REQ BY'.
               10 FILLER               PIC X(42) VALUE 'REASON'.
               10 FILLER               PIC X(43) VALUE 'RESULT'.
           05 WS-CARD-LINE.
               10 WS-K-ACTION          PIC X(01).
               10 FILLER               PIC X(03) VALUE SPACES.
               10 WS-K-CLAIMNUMBER     PIC X(07).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-K-POLICYNUMBER    PIC X(09).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-K-REF             PIC X(12).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-K-REQUESTED-BY    PIC X(08).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-K-REASON          PIC X(40).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-K-RESULT          PIC X(40).
               10 FILLER               PIC X(03) VALUE SPACES.
           05 WS-REQUEST-LINE.
               10 FILLER               PIC X(16) VALUE
                   'ERASURE REQUEST '.
               10 WS-Q-REF             PIC X(12).
               10 FILLER               PIC X(08) VALUE ' POLICY '.
               10 WS-Q-POLICYNUMBER    PIC Z(8)9.
               10 FILLER               PIC X(07) VALUE ' CLAIM '.
               10 WS-Q-CLAIM           PIC X(07).
               10 FILLER               PIC X(08) VALUE ' LODGED '.
               10 WS-Q-DATE            PIC X(10).
               10 FILLER               PIC X(04) VALUE ' BY '.
               10 WS-Q-USERID          PIC X(08).
               10 FILLER               PIC X(44) VALUE SPACES.
           05 WS-REQUEST-END-LINE.
               10 FILLER               PIC X(16) VALUE SPACES.
               10 FILLER               PIC X(08) VALUE 'REQUEST '.
               10 WS-QE-REF            PIC X(12).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-QE-RESULT         PIC X(40).
               10 FILLER               PIC X(55) VALUE SPACES.
           05 WS-CLAIM-HEADING.
               10 FILLER               PIC X(09) VALUE 'CLAIM NO'.
               10 FILLER               PIC X(11) VALUE 'POLICY NO'.
               10 FILLER               PIC X(12) VALUE 'STATUS'.
               10 FILLER               PIC X(12) VALUE 'STATUS DATE'.
               10 FILLER               PIC X(11) VALUE 'BASIS'.
               10 FILLER               PIC X(14) VALUE 'REFERENCE'.
               10 FILLER               PIC X(10) VALUE '     ROWS'.
               10 FILLER               PIC X(54) VALUE 'ACTION'.
           05 WS-DETAIL-LINE.
               10 WS-D-CLAIMNUMBER     PIC Z(6)9.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-POLICYNUMBER    PIC Z(8)9.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-STATUS          PIC X(10).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-STATUS-DATE     PIC X(10).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-BASIS           PIC X(09).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-REF             PIC X(12).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-ROWS            PIC Z(7)9.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-D-ACTION          PIC X(40).
               10 FILLER               PIC X(14) VALUE SPACES.
           05 WS-MEMBER-HEADING.
               10 FILLER               PIC X(11) VALUE 'POLICY NO'.
               10 FILLER               PIC X(11) VALUE 'BASIS'.
               10 FILLER               PIC X(14) VALUE 'REFERENCE'.
               10 FILLER               PIC X(97) VALUE 'ACTION'.
           05 WS-MEMBER-LINE.
               10 WS-M-POLICYNUMBER    PIC Z(8)9.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-M-BASIS           PIC X(09).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-M-REF             PIC X(12).
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WS-M-ACTION          PIC X(40).
               10 FILLER               PIC X(57) VALUE SPACES.
           05 WS-NONE-LINE.
               10 FILLER               PIC X(04) VALUE SPACES.
               10 FILLER               PIC X(12) VALUE '(NONE)'.
               10 FILLER               PIC X(117) VALUE SPACES.
           05 WS-COUNT-LINE.
               10 FILLER               PIC X(04) VALUE SPACES.
               10 WS-C-LABEL           PIC X(30).
               10 WS-C-COUNT           PIC ZZZ,ZZZ,ZZ9.
               10 FILLER               PIC X(88) VALUE SPACES.
           05 WS-CERTIFY-LINE.
               10 FILLER               PIC X(04) VALUE SPACES.
               10 WS-T-TEXT            PIC X(100).
               10 FILLER               PIC X(29) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-PARM-AREA.
           05 LK-PARM-LEN               PIC S9(4) COMP.
           05 LK-PARM-DATA               PIC X(03).
       PROCEDURE DIVISION USING LK-PARM-AREA.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
      ******************************************************************
       A1000-MAIN-PARA.
      *---------------*
           PERFORM A2000-INITIALIZE.
      *-- A BAD PARM STOPS THE RUN BEFORE A CARD OR CLAIM IS READ. A
      *-- DB2 ERROR PART WAY THROUGH ROLLS BACK ONLY THE CLAIM IN HAND
      *-- AND ENDS THE RUN - EVERY CLAIM BEFORE IT IS COMMITTED AND ON
      *-- THE CERTIFICATE, AND THE RERUN CARRIES ON FROM THERE
           IF WS-RUN-RC < 8
               PERFORM A3000-APPLY-CONTROL-CARDS
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A4000-PROCESS-ERASURES
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A5000-PROCESS-RETENTION
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A5500-PROCESS-DEFERRED-TAX
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A6000-PROCESS-MEMBERS
           END-IF.
           IF RPT-OPEN
               PERFORM A8000-PRINT-SUMMARY
           END-IF.
           PERFORM A9999-END-PARA.
      ******************************************************************
      *     READ THE PARM, WORK OUT THE RETENTION CUT-OFF FROM THE     *
      *     BUSINESS DATE AND PRINT THE CERTIFICATE HEADINGS           *
      ******************************************************************
       A2000-INITIALIZE.
      *----------------*
           MOVE SPACES                         TO WS-PARM-AREA.
           IF LK-PARM-LEN > 3
               MOVE 3                          TO LK-PARM-LEN
           END-IF.
           EVALUATE LK-PARM-LEN
               WHEN ZERO
                   CONTINUE
               WHEN 1
                   MOVE LK-PARM-DATA(1:1)      TO WS-PARM-MODE
               WHEN 2
                   DISPLAY 'MF28PV1 RETENTION YEARS MUST BE 2 DIGITS'
                   MOVE 12                     TO WS-RUN-RC
               WHEN OTHER
                   MOVE LK-PARM-DATA           TO WS-PARM-AREA
           END-EVALUATE.
           IF WS-PARM-MODE = SPACES
               MOVE 'D'                        TO WS-RUN-MODE
           ELSE
               MOVE WS-PARM-MODE               TO WS-RUN-MODE
           END-IF.
           IF NOT DRY-RUN AND NOT UPDATE-RUN
               DISPLAY 'MF28PV1 INVALID PARM: ' LK-PARM-DATA
               MOVE 12                         TO WS-RUN-RC
           END-IF.
           IF WS-PARM-YEARS NOT = SPACES
               IF WS-PARM-YEARS NUMERIC AND WS-PARM-YEARS-N > ZERO
                   MOVE WS-PARM-YEARS-N        TO WS-RETAIN-YEARS
               ELSE
                   DISPLAY 'MF28PV1 INVALID RETENTION YEARS: '
                       WS-PARM-YEARS
                   MOVE 12                     TO WS-RUN-RC
               END-IF
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A2100-GET-CONTROL-DATES
           END-IF.
           IF WS-RUN-RC < 8
               PERFORM A2200-PRINT-HEADINGS
           END-IF.
      ******************************************************************
      *     THE BUSINESS DATE THE RUN IS LOGGED AND CERTIFIED UNDER,   *
      *     AND THE RETENTION CUT-OFF - A CLAIM WHOSE STATUS DATE IS   *
      *     BEFORE IT HAS BEEN CLOSED, DENIED OR MERGED THAT LONG      *
      ******************************************************************
       A2100-GET-CONTROL-DATES.
      *------------------------*
           EXEC SQL
               SELECT BUSINESS-DATE,
                      BUSINESS-DATE - :WS-RETAIN-YEARS YEARS
                 INTO :WS-RUN-DATE,
                      :WS-CUTOFF-DATE
                 FROM MFTR28.BATCH-CONTROL
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28PV1 BATCH-CONTROL SQLCODE: ' SQLCODE
               MOVE '1900-01-01'               TO WS-RUN-DATE
               MOVE 12                         TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *          OPEN THE CERTIFICATE AND PRINT ITS HEADINGS           *
      ******************************************************************
       A2200-PRINT-HEADINGS.
      *---------------------*
           OPEN OUTPUT PRVRPT-FILE.
           SET RPT-OPEN                        TO TRUE.
           MOVE WS-HEADING-1                   TO PRVRPT-RECORD.
           WRITE PRVRPT-RECORD.
           MOVE WS-RUN-DATE                    TO WS-H2-RUN-DATE.
           IF DRY-RUN
               MOVE 'DRY RUN - NOTHING UPDATED'
                                               TO WS-H2-MODE
           ELSE
               MOVE 'UPDATE - DATA ANONYMIZED'  TO WS-H2-MODE
           END-IF.
           MOVE WS-RETAIN-YEARS                TO WS-H2-YEARS.
           MOVE WS-CUTOFF-DATE                 TO WS-H2-CUTOFF.
           MOVE WS-HEADING-2                   TO PRVRPT-RECORD.
           WRITE PRVRPT-RECORD.
      ******************************************************************
      *     READ AND APPLY EVERY LEGAL HOLD AND ERASURE CARD ON        *
      *     PRVCTL, PRINTING EACH WITH ITS RESULT. A REJECTED CARD IS  *
      *     PRINTED AND SKIPPED (RC 4) - THE REST OF THE RUN GOES ON   *
      ******************************************************************
       A3000-APPLY-CONTROL-CARDS.
      *--------------------------*
           MOVE 'LEGAL HOLD AND ERASURE REQUEST CARDS'
                                               TO WS-S-TITLE.
           PERFORM A7950-PRINT-SECTION.
           MOVE WS-CARD-HEADING                TO PRVRPT-RECORD.
           WRITE PRVRPT-RECORD.
           OPEN INPUT PRVCTL-FILE.
           PERFORM A3050-READ-CARD.
           IF CTL-EOF-TRUE
               MOVE WS-NONE-LINE               TO PRVRPT-RECORD
               WRITE PRVRPT-RECORD
           END-IF.
           PERFORM A3100-PROCESS-CARD
               UNTIL CTL-EOF-TRUE.
           CLOSE PRVCTL-FILE.
      ******************************************************************
      *                 READ THE NEXT CONTROL CARD                     *
      ******************************************************************
       A3050-READ-CARD.
      *----------------*
           READ PRVCTL-FILE
               AT END
                   MOVE 'Y'                    TO WS-CTL-EOF-FLAG
           END-READ.
      ******************************************************************
      *     EDIT ONE CARD - ACTION, REFERENCE AND REQUESTER ARE        *
      *     REQUIRED AND THE CLAIM AND POLICY NUMBERS MUST BE NUMERIC  *
      *     (ZEROS WHEN NOT GIVEN) - THEN APPLY IT                     *
      ******************************************************************
       A3100-PROCESS-CARD.
      *-------------------*
           ADD 1                               TO WS-CARDS-READ.
           MOVE SPACES                         TO WS-CARD-RESULT.
           MOVE ZERO                           TO WS-CARD-CLAIM
                                                  WS-CARD-POLICY.
           EVALUATE TRUE
               WHEN NOT CTL-PLACE-HOLD AND NOT CTL-LIFT-HOLD
                AND NOT CTL-ERASURE
                   MOVE 'REJECTED - ACTION MUST BE H, L OR E'
                                               TO WS-CARD-RESULT
               WHEN CTL-REQUEST-REF = SPACES
                   MOVE 'REJECTED - REFERENCE MISSING'
                                               TO WS-CARD-RESULT
               WHEN CTL-REQUESTED-BY = SPACES
                   MOVE 'REJECTED - REQUESTED-BY MISSING'
                                               TO WS-CARD-RESULT
               WHEN CTL-CLAIMNUMBER NOT NUMERIC
                   MOVE 'REJECTED - CLAIM NUMBER NOT NUMERIC'
                                               TO WS-CARD-RESULT
               WHEN CTL-POLICYNUMBER NOT NUMERIC
                   MOVE 'REJECTED - POLICY NUMBER NOT NUMERIC'
                                               TO WS-CARD-RESULT
               WHEN OTHER
                   MOVE CTL-CLAIMNUMBER-N      TO WS-CARD-CLAIM
                   MOVE CTL-POLICYNUMBER-N     TO WS-CARD-POLICY
                   EVALUATE TRUE
                       WHEN CTL-PLACE-HOLD
                           PERFORM A3200-PLACE-HOLD
                       WHEN CTL-LIFT-HOLD
                           PERFORM A3300-LIFT-HOLD
                       WHEN OTHER
                           PERFORM A3400-LODGE-ERASURE
                   END-EVALUATE
           END-EVALUATE.
           PERFORM A3900-PRINT-CARD.
           IF WS-RUN-RC < 8
               PERFORM A3050-READ-CARD
           ELSE
               MOVE 'Y'                        TO WS-CTL-EOF-FLAG
           END-IF.
      ******************************************************************
      *     PLACE A LEGAL HOLD - THE CLAIM MUST BE ON FILE AND NOT     *
      *     ALREADY HELD UNDER THE SAME REFERENCE. A CLAIM MAY CARRY   *
      *     HOLDS UNDER SEVERAL REFERENCES; IT STAYS HELD UNTIL EVERY  *
      *     ONE OF THEM IS LIFTED                                      *
      ******************************************************************
       A3200-PLACE-HOLD.
      *-----------------*
           IF WS-CARD-CLAIM = ZERO
               MOVE 'REJECTED - CLAIM NUMBER REQUIRED'
                                               TO WS-CARD-RESULT
           ELSE
               PERFORM A3500-GET-CARD-CLAIM
           END-IF.
           IF WS-CARD-RESULT = SPACES
               PERFORM A3550-COUNT-ACTIVE-REQUESTS
           END-IF.
           IF WS-CARD-RESULT = SPACES
               IF WS-ROW-COUNT > ZERO
                   MOVE 'REJECTED - ALREADY HELD UNDER THIS REF'
                                               TO WS-CARD-RESULT
               ELSE
                   IF DRY-RUN
                       MOVE 'HOLD WOULD BE PLACED' TO WS-CARD-RESULT
                   ELSE
                       PERFORM A3600-INSERT-REQUEST
                       IF WS-CARD-RESULT = SPACES
                           MOVE 'HOLD PLACED'   TO WS-CARD-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      *     LIFT A LEGAL HOLD - THE ACTIVE HOLD ON THE CLAIM UNDER THE *
      *     CARD'S REFERENCE IS MARKED LIFTED, DATED AND STAMPED WITH  *
      *     THE USERID ON THE CARD                                     *
      ******************************************************************
       A3300-LIFT-HOLD.
      *----------------*
           IF WS-CARD-CLAIM = ZERO
               MOVE 'REJECTED - CLAIM NUMBER REQUIRED'
                                               TO WS-CARD-RESULT
           ELSE
               PERFORM A3550-COUNT-ACTIVE-REQUESTS
           END-IF.
           IF WS-CARD-RESULT = SPACES
               EVALUATE TRUE
                   WHEN WS-ROW-COUNT = ZERO
                       MOVE 'REJECTED - NO ACTIVE HOLD UNDER THIS REF'
                                               TO WS-CARD-RESULT
                   WHEN DRY-RUN
                       MOVE 'HOLD WOULD BE LIFTED' TO WS-CARD-RESULT
                   WHEN OTHER
                       PERFORM A3350-UPDATE-HOLD-LIFTED
               END-EVALUATE
           END-IF.
      ******************************************************************
      *                 MARK THE HOLD LIFTED AND COMMIT                *
      ******************************************************************
       A3350-UPDATE-HOLD-LIFTED.
      *-------------------------*
           EXEC SQL
               UPDATE MFTR28.PRIVACY-REQUEST
                  SET REQUEST-STATUS    = 'L',
                      CLOSED-DATE       = :WS-RUN-DATE,
                      CHANGED-BY-USERID = :CTL-REQUESTED-BY,
                      CHANGE-TIMESTAMP  = CURRENT TIMESTAMP
                WHERE REQUEST-TYPE      = 'H'
                  AND REQUEST-REF       = :CTL-REQUEST-REF
                  AND CLAIMNUMBER       = :WS-CARD-CLAIM
                  AND REQUEST-STATUS    = 'A'
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE 'HOLD LIFTED'              TO WS-CARD-RESULT
           ELSE
               DISPLAY 'MF28PV1 LIFT HOLD SQLCODE: ' SQLCODE
               PERFORM A3950-CARD-FAILED
           END-IF.
      ******************************************************************
      *     LODGE AN ERASURE REQUEST - FOR ONE CLAIM (WHICH MUST BE ON *
      *     FILE, AND ON THE CARD'S POLICY IF ONE IS GIVEN) OR, WITH   *
      *     THE CLAIM NUMBER ZERO, FOR EVERY CLAIM ON THE POLICY       *
      ******************************************************************
       A3400-LODGE-ERASURE.
      *--------------------*
           EVALUATE TRUE
               WHEN WS-CARD-CLAIM = ZERO AND WS-CARD-POLICY = ZERO
                   MOVE 'REJECTED - CLAIM OR POLICY REQUIRED'
                                               TO WS-CARD-RESULT
               WHEN WS-CARD-CLAIM NOT = ZERO
                   MOVE WS-CARD-POLICY         TO WS-MBR-POLICY
                   PERFORM A3500-GET-CARD-CLAIM
                   IF WS-CARD-RESULT = SPACES
                      AND WS-MBR-POLICY NOT = ZERO
                      AND WS-MBR-POLICY NOT = WS-CARD-POLICY
                       MOVE 'REJECTED - CLAIM IS NOT ON THAT POLICY'
                                               TO WS-CARD-RESULT
                   END-IF
               WHEN OTHER
                   PERFORM A3450-COUNT-POLICY-CLAIMS
           END-EVALUATE.
           IF WS-CARD-RESULT = SPACES
               PERFORM A3550-COUNT-ACTIVE-REQUESTS
           END-IF.
           IF WS-CARD-RESULT = SPACES
               IF WS-ROW-COUNT > ZERO
                   MOVE 'REJECTED - ALREADY LODGED UNDER THIS REF'
                                               TO WS-CARD-RESULT
               ELSE
                   IF DRY-RUN
                       MOVE 'ERASURE WOULD BE LODGED'
                                               TO WS-CARD-RESULT
                   ELSE
                       PERFORM A3600-INSERT-REQUEST
                       IF WS-CARD-RESULT = SPACES
                           MOVE 'ERASURE LODGED' TO WS-CARD-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      *     A WHOLE-POLICY ERASURE NEEDS AT LEAST ONE CLAIM ON THE     *
      *     POLICY - A MISKEYED POLICY NUMBER WOULD OTHERWISE SIT      *
      *     ACTIVE FOR EVER                                            *
      ******************************************************************
       A3450-COUNT-POLICY-CLAIMS.
      *--------------------------*
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM MFTR28.CLAIMS
                WHERE POLICYNUMBER = :WS-CARD-POLICY
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'MF28PV1 POLICY CLAIMS SQLCODE: ' SQLCODE
                   PERFORM A3950-CARD-FAILED
               WHEN WS-ROW-COUNT = ZERO
                   MOVE 'REJECTED - NO CLAIMS ON THAT POLICY'
                                               TO WS-CARD-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      *     THE CARD'S CLAIM MUST BE ON FILE - ITS POLICY IS CARRIED   *
      *     ONTO THE REQUEST ROW                                       *
      ******************************************************************
       A3500-GET-CARD-CLAIM.
      *---------------------*
           EXEC SQL
               SELECT POLICYNUMBER
                 INTO :WS-CARD-POLICY
                 FROM MFTR28.CLAIMS
                WHERE CLAIMNUMBER = :WS-CARD-CLAIM
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'REJECTED - CLAIM NOT ON FILE'
                                               TO WS-CARD-RESULT
               WHEN OTHER
                   DISPLAY 'MF28PV1 CARD CLAIM SQLCODE: ' SQLCODE
                   PERFORM A3950-CARD-FAILED
           END-EVALUATE.
      ******************************************************************
      *     ACTIVE REQUESTS OF THE CARD'S TYPE AND REFERENCE FOR THE   *
      *     SAME CLAIM (AND, FOR A WHOLE-POLICY ERASURE, POLICY)       *
      ******************************************************************
       A3550-COUNT-ACTIVE-REQUESTS.
      *----------------------------*
           IF CTL-ERASURE
               MOVE 'E'                        TO REQUEST-TYPE
           ELSE
               MOVE 'H'                        TO REQUEST-TYPE
           END-IF.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-ROW-COUNT
                 FROM MFTR28.PRIVACY-REQUEST
                WHERE REQUEST-TYPE   = :PRIVACY-REQUEST.REQUEST-TYPE
                  AND REQUEST-REF    = :CTL-REQUEST-REF
                  AND CLAIMNUMBER    = :WS-CARD-CLAIM
                  AND (CLAIMNUMBER  <> 0
                       OR POLICYNUMBER = :WS-CARD-POLICY)
                  AND REQUEST-STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28PV1 REQUEST CHECK SQLCODE: ' SQLCODE
               PERFORM A3950-CARD-FAILED
           END-IF.
      ******************************************************************
      *     ADD THE HOLD OR ERASURE REQUEST, ACTIVE FROM TODAY, AND    *
      *     COMMIT IT                                                  *
      ******************************************************************
       A3600-INSERT-REQUEST.
      *---------------------*
           MOVE CTL-REQUEST-REF  TO REQUEST-REF OF PRIVACY-REQUEST.
           MOVE WS-CARD-CLAIM    TO CLAIMNUMBER OF PRIVACY-REQUEST.
           MOVE WS-CARD-POLICY   TO POLICYNUMBER OF PRIVACY-REQUEST.
           MOVE 'A'                            TO REQUEST-STATUS.
           MOVE CTL-REASON                     TO REQUEST-REASON.
           MOVE CTL-REQUESTED-BY               TO REQUESTED-BY-USERID.
           MOVE WS-RUN-DATE                    TO REQUEST-DATE.
           MOVE '0001-01-01'                   TO CLOSED-DATE.
           MOVE CTL-REQUESTED-BY
                           TO CHANGED-BY-USERID OF PRIVACY-REQUEST.
           EXEC SQL
               INSERT INTO MFTR28.PRIVACY-REQUEST
                      (REQUEST-TYPE,
                       REQUEST-REF,
                       CLAIMNUMBER,
                       POLICYNUMBER,
                       REQUEST-STATUS,
                       REQUEST-REASON,
                       REQUESTED-BY-USERID,
                       REQUEST-DATE,
                       CLOSED-DATE,
                       CHANGED-BY-USERID,
                       CHANGE-TIMESTAMP)
               VALUES (:PRIVACY-REQUEST.REQUEST-TYPE,
                       :PRIVACY-REQUEST.REQUEST-REF,
                       :PRIVACY-REQUEST.CLAIMNUMBER,
                       :PRIVACY-REQUEST.POLICYNUMBER,
                       :PRIVACY-REQUEST.REQUEST-STATUS,
                       :PRIVACY-REQUEST.REQUEST-REASON,
                       :PRIVACY-REQUEST.REQUESTED-BY-USERID,
                       :PRIVACY-REQUEST.REQUEST-DATE,
                       :PRIVACY-REQUEST.CLOSED-DATE,
                       :PRIVACY-REQUEST.CHANGED-BY-USERID,
                       CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               DISPLAY 'MF28PV1 REQUEST INSERT SQLCODE: ' SQLCODE
               PERFORM A3950-CARD-FAILED
           END-IF.
      ******************************************************************
      *     PRINT ONE CARD WITH ITS RESULT AND COUNT IT                *
      ******************************************************************
       A3900-PRINT-CARD.
      *-----------------*
           EVALUATE TRUE
               WHEN WS-CARD-RESULT(1:8) = 'REJECTED'
                   ADD 1                       TO WS-CARDS-REJECTED
                   IF WS-RUN-RC < 4
                       MOVE 4                  TO WS-RUN-RC
                   END-IF
               WHEN WS-CARD-RESULT(1:5) = 'ERROR'
                   CONTINUE
               WHEN OTHER
                   ADD 1                       TO WS-CARDS-APPLIED
           END-EVALUATE.
           MOVE CTL-ACTION                     TO WS-K-ACTION.
           MOVE CTL-CLAIMNUMBER                TO WS-K-CLAIMNUMBER.
           MOVE CTL-POLICYNUMBER               TO WS-K-POLICYNUMBER.
           MOVE CTL-REQUEST-REF                TO WS-K-REF.
           MOVE CTL-REQUESTED-BY               TO WS-K-REQUESTED-BY.
           MOVE CTL-REASON                     TO WS-K-REASON.
           MOVE WS-CARD-RESULT                 TO WS-K-RESULT.
           MOVE WS-CARD-LINE                   TO PRVRPT-RECORD.
           WRITE PRVRPT-RECORD.
      ******************************************************************
      *     A DB2 ERROR ON A CARD - UNDO IT AND END THE RUN (RC 8)     *
      *     BEFORE A CLAIM IS SELECTED WITHOUT THE HOLD IT MAY NEED    *
      ******************************************************************
       A3950-CARD-FAILED.
      *------------------*
           EXEC SQL
               ROLLBACK
           END-EXEC.
           MOVE 'ERROR - NOT APPLIED, SEE JOB LOG'
                                               TO WS-CARD-RESULT.
           MOVE 8                              TO WS-RUN-RC.
      ******************************************************************
      *     WORK EVERY ACTIVE ERASURE REQUEST, OLDEST FIRST. WITH HOLD *
      *     KEEPS THE CURSOR OPEN ACROSS THE COMMIT AFTER EACH CLAIM   *
      ******************************************************************
       A4000-PROCESS-ERASURES.
      *-----------------------*
           MOVE 'ERASURE REQUESTS'             TO WS-S-TITLE.
           PERFORM A7950-PRINT-SECTION.
           MOVE 'N'                            TO WS-REQ-EOF-FLAG.
           EXEC SQL
               DECLARE PVREQC1 CURSOR WITH HOLD FOR
                   SELECT REQUEST-REF, CLAIMNUMBER, POLICYNUMBER,
                          REQUESTED-BY-USERID, REQUEST-DATE
                   FROM MFTR28.PRIVACY-REQUEST
                   WHERE REQUEST-TYPE   = 'E'
                     AND REQUEST-STATUS = 'A'
                   ORDER BY REQUEST-DATE, REQUEST-REF,
                            POLICYNUMBER, CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               OPEN PVREQC1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28PV1 REQUEST OPEN SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           ELSE
               PERFORM A4050-FETCH-REQUEST
               IF REQ-EOF-TRUE AND WS-RUN-RC < 8
                   MOVE WS-NONE-LINE           TO PRVRPT-RECORD
                   WRITE PRVRPT-RECORD
               END-IF
               PERFORM A4100-PROCESS-REQUEST
                   UNTIL REQ-EOF-TRUE
      *-- A ROLLBACK HAS ALREADY CLOSED IT
               IF WS-RUN-RC < 8
                   EXEC SQL
                       CLOSE PVREQC1
                   END-EXEC
               END-IF
           END-IF.
      ******************************************************************
      *                 FETCH THE NEXT ACTIVE ERASURE REQUEST          *
      ******************************************************************
       A4050-FETCH-REQUEST.
      *--------------------*
           EXEC SQL
               FETCH PVREQC1
               INTO :PRIVACY-REQUEST.REQUEST-REF,
                    :PRIVACY-REQUEST.CLAIMNUMBER,
                    :PRIVACY-REQUEST.POLICYNUMBER,
                    :PRIVACY-REQUEST.REQUESTED-BY-USERID,
                    :PRIVACY-REQUEST.REQUEST-DATE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y'                    TO WS-REQ-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28PV1 REQUEST FETCH SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-REQ-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *     ONE ERASURE REQUEST - CONSIDER EACH OF ITS CLAIMS. WHEN    *
      *     EVERY ONE IS ANONYMIZED THE REQUEST IS COMPLETED;          *
      *     OTHERWISE IT STAYS ACTIVE AND IS WORKED AGAIN NEXT RUN     *
      ******************************************************************
       A4100-PROCESS-REQUEST.
      *----------------------*
           ADD 1                               TO WS-REQUESTS-WORKED.
           MOVE SPACES                         TO PRVRPT-RECORD.
           WRITE PRVRPT-RECORD.
           MOVE REQUEST-REF OF PRIVACY-REQUEST TO WS-Q-REF.
           MOVE POLICYNUMBER OF PRIVACY-REQUEST
                                               TO WS-Q-POLICYNUMBER.
           IF CLAIMNUMBER OF PRIVACY-REQUEST = ZERO
               MOVE 'ALL'                      TO WS-Q-CLAIM
           ELSE
               MOVE CLAIMNUMBER OF PRIVACY-REQUEST
                                               TO WS-D-CLAIMNUMBER
               MOVE WS-D-CLAIMNUMBER           TO WS-Q-CLAIM
           END-IF.
           MOVE REQUEST-DATE                   TO WS-Q-DATE.
           MOVE REQUESTED-BY-USERID            TO WS-Q-USERID.
           MOVE WS-REQUEST-LINE                TO PRVRPT-RECORD.
           WRITE PRVRPT-RECORD.
           MOVE WS-CLAIM-HEADING               TO PRVRPT-RECORD.
           WRITE PRVRPT-RECORD.
           SET REQ-ALL-DONE                    TO TRUE.
           MOVE 'ERAS'                         TO WS-ANON-REASON.
           MOVE REQUEST-REF OF PRIVACY-REQUEST TO WS-ANON-REF.
           PERFORM A4200-PROCESS-REQUEST-CLAIMS.
           IF WS-RUN-RC < 8
               PERFORM A4300-CLOSE-REQUEST
               PERFORM A4050-FETCH-REQUEST
           ELSE
               MOVE 'Y'                        TO WS-REQ-EOF-FLAG
           END-IF.
      ******************************************************************
      *     THE CLAIMS THE REQUEST COVERS - ITS ONE CLAIM, OR EVERY    *
      *     CLAIM ON ITS POLICY                                        *
      ******************************************************************
       A4200-PROCESS-REQUEST-CLAIMS.
      *-----------------------------*
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE PVERAC1 CURSOR WITH HOLD FOR
                   SELECT CLAIMNUMBER, POLICYNUMBER, CLAIM-STATUS,
                          STATUS-DATE
                   FROM MFTR28.CLAIMS
                   WHERE CLAIMNUMBER = :PRIVACY-REQUEST.CLAIMNUMBER
                      OR (:PRIVACY-REQUEST.CLAIMNUMBER = 0
                          AND POLICYNUMBER =
                              :PRIVACY-REQUEST.POLICYNUMBER)
                   ORDER BY CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               OPEN PVERAC1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28PV1 ERASURE OPEN SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           ELSE
               PERFORM A4250-FETCH-REQUEST-CLAIM
               PERFORM A4260-PROCESS-REQUEST-CLAIM
                   UNTIL EOF-TRUE
               IF WS-RUN-RC < 8
                   EXEC SQL
                       CLOSE PVERAC1
                   END-EXEC
               END-IF
           END-IF.
      ******************************************************************
      *                 FETCH THE REQUEST'S NEXT CLAIM                 *
      ******************************************************************
       A4250-FETCH-REQUEST-CLAIM.
      *--------------------------*
           EXEC SQL
               FETCH PVERAC1
               INTO :CLAIMS.CLAIMNUMBER,
                    :CLAIMS.POLICYNUMBER,
                    :CLAIMS.CLAIM-STATUS,
                    :CLAIMS.STATUS-DATE
           END-EXEC.
           PERFORM A7900-CHECK-FETCH.
      ******************************************************************
      *     ONE CLAIM OF THE REQUEST. ANYTHING SHORT OF ANONYMIZED     *
      *     (NOW OR BEFORE) LEAVES THE REQUEST OPEN                    *
      ******************************************************************
       A4260-PROCESS-REQUEST-CLAIM.
      *----------------------------*
           PERFORM A7000-CONSIDER-CLAIM.
           IF NOT ACTION-ANONYMIZED AND NOT ACTION-ALREADY-DONE
               SET REQ-NOT-ALL-DONE            TO TRUE
           END-IF.
           IF EOF-FALSE
               PERFORM A4250-FETCH-REQUEST-CLAIM
           END-IF.
      ******************************************************************
      *     COMPLETE THE REQUEST WHEN EVERY CLAIM IS ANONYMIZED AND    *
      *     PRINT WHERE IT STANDS                                      *
      ******************************************************************
       A4300-CLOSE-REQUEST.
      *--------------------*
           MOVE REQUEST-REF OF PRIVACY-REQUEST TO WS-QE-REF.
           EVALUATE TRUE
               WHEN REQ-NOT-ALL-DONE
                   MOVE 'REMAINS OPEN - CLAIMS RETAINED'
                                               TO WS-QE-RESULT
               WHEN DRY-RUN
                   MOVE 'WOULD BE COMPLETED'   TO WS-QE-RESULT
               WHEN OTHER
                   PERFORM A4350-UPDATE-REQUEST-DONE
           END-EVALUATE.
           MOVE WS-REQUEST-END-LINE            TO PRVRPT-RECORD.
           WRITE PRVRPT-RECORD.
      ******************************************************************
      *                 MARK THE REQUEST COMPLETED AND COMMIT          *
      ******************************************************************
       A4350-UPDATE-REQUEST-DONE.
      *--------------------------*
           EXEC SQL
               UPDATE MFTR28.PRIVACY-REQUEST
                  SET REQUEST-STATUS    = 'C',
                      CLOSED-DATE       = :WS-RUN-DATE,
                      CHANGED-BY-USERID = :WS-USERID,
                      CHANGE-TIMESTAMP  = CURRENT TIMESTAMP
                WHERE REQUEST-TYPE      = 'E'
                  AND REQUEST-REF       = :PRIVACY-REQUEST.REQUEST-REF
                  AND CLAIMNUMBER       = :PRIVACY-REQUEST.CLAIMNUMBER
                  AND POLICYNUMBER      = :PRIVACY-REQUEST.POLICYNUMBER
                  AND REQUEST-STATUS    = 'A'
           END-EXEC.
           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               ADD 1                           TO WS-REQUESTS-COMPLETED
               MOVE 'COMPLETED'                TO WS-QE-RESULT
           ELSE
               DISPLAY 'MF28PV1 REQUEST ' WS-QE-REF
                   ' COMPLETE SQLCODE: ' SQLCODE
               MOVE 'NOT COMPLETED - ERROR, SEE JOB LOG'
                                               TO WS-QE-RESULT
               IF WS-RUN-RC < 4
                   MOVE 4                      TO WS-RUN-RC
               END-IF
           END-IF.
      ******************************************************************
      *     EVERY CLAIM CLOSED, DENIED OR MERGED BEFORE THE CUT-OFF    *
      *     AND NOT YET ANONYMIZED. A CLAIM UNDER AN ACTIVE ERASURE    *
      *     REQUEST WAS CONSIDERED ABOVE AND IS NOT LISTED TWICE       *
      ******************************************************************
       A5000-PROCESS-RETENTION.
      *------------------------*
           MOVE 'CLAIMS PAST THE RETENTION PERIOD'
                                               TO WS-S-TITLE.
           PERFORM A7950-PRINT-SECTION.
           MOVE WS-CLAIM-HEADING               TO PRVRPT-RECORD.
           WRITE PRVRPT-RECORD.
           MOVE 'RETN'                         TO WS-ANON-REASON.
           MOVE SPACES                         TO WS-ANON-REF.
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE PVRETC1 CURSOR WITH HOLD FOR
                   SELECT C.CLAIMNUMBER, C.POLICYNUMBER,
                          C.CLAIM-STATUS, C.STATUS-DATE
                   FROM MFTR28.CLAIMS C
                   WHERE C.CLAIM-STATUS IN ('CLOSED', 'DENIED',
                                            'MERGED')
                     AND C.STATUS-DATE < :WS-CUTOFF-DATE
                     AND NOT EXISTS
                         (SELECT 1
                            FROM MFTR28.ANONYMIZE-LOG L
                           WHERE L.CLAIMNUMBER = C.CLAIMNUMBER)
                     AND NOT EXISTS
                         (SELECT 1
                            FROM MFTR28.PRIVACY-REQUEST R
                           WHERE R.REQUEST-TYPE   = 'E'
                             AND R.REQUEST-STATUS = 'A'
                             AND (R.CLAIMNUMBER = C.CLAIMNUMBER
                                  OR (R.CLAIMNUMBER = 0
                                      AND R.POLICYNUMBER =
                                          C.POLICYNUMBER)))
                   ORDER BY C.CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               OPEN PVRETC1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28PV1 RETENTION OPEN SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           ELSE
               PERFORM A5050-FETCH-RETENTION-CLAIM
               IF EOF-TRUE AND WS-RUN-RC < 8
                   MOVE WS-NONE-LINE           TO PRVRPT-RECORD
                   WRITE PRVRPT-RECORD
               END-IF
               PERFORM A5100-PROCESS-RETENTION-CLAIM
                   UNTIL EOF-TRUE
               IF WS-RUN-RC < 8
                   EXEC SQL
                       CLOSE PVRETC1
                   END-EXEC
               END-IF
           END-IF.
      ******************************************************************
      *                 FETCH THE NEXT CLAIM PAST RETENTION            *
      ******************************************************************
       A5050-FETCH-RETENTION-CLAIM.
      *----------------------------*
           EXEC SQL
               FETCH PVRETC1
               INTO :CLAIMS.CLAIMNUMBER,
                    :CLAIMS.POLICYNUMBER,
                    :CLAIMS.CLAIM-STATUS,
                    :CLAIMS.STATUS-DATE
           END-EXEC.
           PERFORM A7900-CHECK-FETCH.
      ******************************************************************
      *                 ONE CLAIM PAST THE RETENTION PERIOD            *
      ******************************************************************
       A5100-PROCESS-RETENTION-CLAIM.
      *------------------------------*
           PERFORM A7000-CONSIDER-CLAIM.
           IF EOF-FALSE
               PERFORM A5050-FETCH-RETENTION-CLAIM
           END-IF.
      ******************************************************************
      *     CLAIMS ERASED ON REQUEST KEEP THEIR PAYEE-TAX AND          *
      *     PAYEE-TAX-HISTORY NAME AND TIN (SEE A7200). ONCE SUCH A    *
      *     CLAIM IS CLOSED, DENIED OR MERGED BEFORE THE CUT-OFF, AND  *
      *     STILL HAS A TAX TABLE WITH NO ANONYMIZE-LOG ROW, THAT      *
      *     TABLE IS ANONYMIZED AND LOGGED UNDER RETN. A CLAIM SINCE   *
      *     PUT ON LEGAL HOLD, IN OPEN LITIGATION, UNDER SIU OR WITH   *
      *     TREASURY MONEY OPEN IS LEFT FOR A LATER RUN                *
      ******************************************************************
       A5500-PROCESS-DEFERRED-TAX.
      *---------------------------*
           MOVE 'ERASED CLAIMS - TAX IDENTITY PAST THE RETENTION PERIOD'
                                               TO WS-S-TITLE.
           PERFORM A7950-PRINT-SECTION.
           MOVE WS-CLAIM-HEADING               TO PRVRPT-RECORD.
           WRITE PRVRPT-RECORD.
           MOVE 'RETN'                         TO WS-ANON-REASON.
           MOVE SPACES                         TO WS-ANON-REF.
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE PVTAXC1 CURSOR WITH HOLD FOR
                   SELECT C.CLAIMNUMBER, C.POLICYNUMBER,
                          C.CLAIM-STATUS, C.STATUS-DATE
                   FROM MFTR28.CLAIMS C
                   WHERE C.CLAIM-STATUS IN ('CLOSED', 'DENIED',
                                            'MERGED')
                     AND C.STATUS-DATE < :WS-CUTOFF-DATE
                     AND EXISTS
                         (SELECT 1
                            FROM MFTR28.ANONYMIZE-LOG L
                           WHERE L.CLAIMNUMBER = C.CLAIMNUMBER
                             AND L.ANON-REASON = 'ERAS')
                     AND ((EXISTS
                           (SELECT 1
                              FROM MFTR28.PAYEE-TAX T
                             WHERE T.CLAIMNUMBER = C.CLAIMNUMBER)
                           AND NOT EXISTS
                           (SELECT 1
                              FROM MFTR28.ANONYMIZE-LOG L
                             WHERE L.CLAIMNUMBER = C.CLAIMNUMBER
                               AND L.ANON-TABLE  = 'PAYEE-TAX'))
                          OR
                          (EXISTS
                           (SELECT 1
                              FROM MFTR28.PAYEE-TAX-HISTORY H
                             WHERE H.CLAIMNUMBER = C.CLAIMNUMBER)
                           AND NOT EXISTS
                           (SELECT 1
                              FROM MFTR28.ANONYMIZE-LOG L
                             WHERE L.CLAIMNUMBER = C.CLAIMNUMBER
                               AND L.ANON-TABLE  =
                                   'PAYEE-TAX-HISTORY')))
                     AND NOT EXISTS
                         (SELECT 1
                            FROM MFTR28.PRIVACY-REQUEST R
                           WHERE R.CLAIMNUMBER    = C.CLAIMNUMBER
                             AND R.REQUEST-TYPE   = 'H'
                             AND R.REQUEST-STATUS = 'A')
                     AND NOT EXISTS
                         (SELECT 1
                            FROM MFTR28.CLAIM-LITIGATION G
                           WHERE G.CLAIMNUMBER = C.CLAIMNUMBER
                             AND G.LIT-STATUS  = 'O')
                     AND NOT EXISTS
                         (SELECT 1
                            FROM MFTR28.SIU-REFERRAL S
                           WHERE S.CLAIMNUMBER = C.CLAIMNUMBER
                             AND S.REFERRAL-STATUS IN ('O', 'F'))
                     AND NOT EXISTS
                         (SELECT 1
                            FROM MFTR28.PAYMENT-INSTRUCTION P
                           WHERE P.CLAIMNUMBER = C.CLAIMNUMBER
                             AND (P.INSTR-ACK-STATUS IN ('S', 'B', 'R')
                                  OR P.CASH-STATUS = 'O'))
                   ORDER BY C.CLAIMNUMBER
           END-EXEC.
           EXEC SQL
               OPEN PVTAXC1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28PV1 DEFERRED TAX OPEN SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           ELSE
               PERFORM A5550-FETCH-TAX-CLAIM
               IF EOF-TRUE AND WS-RUN-RC < 8
                   MOVE WS-NONE-LINE           TO PRVRPT-RECORD
                   WRITE PRVRPT-RECORD
               END-IF
               PERFORM A5600-PROCESS-TAX-CLAIM
                   UNTIL EOF-TRUE
               IF WS-RUN-RC < 8
                   EXEC SQL
                       CLOSE PVTAXC1
                   END-EXEC
               END-IF
           END-IF.
      ******************************************************************
      *              FETCH THE NEXT ERASED CLAIM TAX IDENTITY          *
      ******************************************************************
       A5550-FETCH-TAX-CLAIM.
      *----------------------*
           EXEC SQL
               FETCH PVTAXC1
               INTO :CLAIMS.CLAIMNUMBER,
                    :CLAIMS.POLICYNUMBER,
                    :CLAIMS.CLAIM-STATUS,
                    :CLAIMS.STATUS-DATE
           END-EXEC.
           PERFORM A7900-CHECK-FETCH.
      ******************************************************************
      *     ANONYMIZE THE CLAIM'S TAX TABLES AS ONE UNIT OF WORK (OR,  *
      *     IN A DRY RUN, JUST CERTIFY THAT THEY WOULD BE) AND PRINT   *
      *     IT. A TABLE ALREADY DONE HAS NOTHING LEFT TO CHANGE        *
      ******************************************************************
       A5600-PROCESS-TAX-CLAIM.
      *------------------------*
           MOVE ZERO                           TO WS-CLAIM-ROWS.
           SET ACTION-ANONYMIZED               TO TRUE.
           IF UPDATE-RUN
               PERFORM A7260-ANONYMIZE-PAYEE-TAX
               IF ACTION-ANONYMIZED
                   PERFORM A7270-ANONYMIZE-TAX-HISTORY
               END-IF
               IF ACTION-ANONYMIZED
                   EXEC SQL
                       COMMIT
                   END-EXEC
               END-IF
           END-IF.
           PERFORM A5700-PRINT-TAX-CLAIM.
           IF EOF-FALSE
               PERFORM A5550-FETCH-TAX-CLAIM
           END-IF.
      ******************************************************************
      *          PRINT ONE ERASED CLAIM WHOSE TAX IDENTITY WENT        *
      ******************************************************************
       A5700-PRINT-TAX-CLAIM.
      *----------------------*
           MOVE CLAIMNUMBER OF CLAIMS          TO WS-D-CLAIMNUMBER.
           MOVE POLICYNUMBER OF CLAIMS         TO WS-D-POLICYNUMBER.
           MOVE CLAIM-STATUS                   TO WS-D-STATUS.
           MOVE STATUS-DATE                    TO WS-D-STATUS-DATE.
           MOVE 'RETENTION'                    TO WS-D-BASIS.
           MOVE WS-ANON-REF                    TO WS-D-REF.
           MOVE WS-CLAIM-ROWS                  TO WS-D-ROWS.
           EVALUATE TRUE
               WHEN ACTION-ANONYMIZED AND DRY-RUN
                   ADD 1                       TO WS-TAX-ANONYMIZED
                   MOVE 'TAX IDENTITY WOULD BE ANONYMIZED'
                                               TO WS-D-ACTION
               WHEN ACTION-ANONYMIZED
                   ADD 1                       TO WS-TAX-ANONYMIZED
                   ADD WS-CLAIM-ROWS           TO WS-ROWS-ANONYMIZED
                   MOVE 'TAX IDENTITY ANONYMIZED'
                                               TO WS-D-ACTION
               WHEN OTHER
                   ADD 1                       TO WS-ERROR-COUNT
                   MOVE 'NOT ANONYMIZED - ERROR, SEE JOB LOG'
                                               TO WS-D-ACTION
                   IF WS-RUN-RC < 4
                       MOVE 4                  TO WS-RUN-RC
                   END-IF
           END-EVALUATE.
           MOVE WS-DETAIL-LINE                 TO PRVRPT-RECORD.
           WRITE PRVRPT-RECORD.
      ******************************************************************
      *     MEMBERS WHOSE EVERY CLAIM IS NOW ANONYMIZED, ON A POLICY   *
      *     THAT HAS LAPSED AND WAS NOT ON LAST NIGHT'S POLICY FEED -  *
      *     MF28BL3 WOULD ONLY PUT BACK THE NAME AND ADDRESS OF A      *
      *     MEMBER THE ADMINISTRATION SYSTEM STILL SENDS. THE BASIS IS *
      *     AN ERASURE WHEN ANY OF THE POLICY'S CLAIMS WAS ERASED ON   *
      *     REQUEST                                                    *
      ******************************************************************
       A6000-PROCESS-MEMBERS.
      *----------------------*
           MOVE 'MEMBERS'                      TO WS-S-TITLE.
           PERFORM A7950-PRINT-SECTION.
           MOVE WS-MEMBER-HEADING              TO PRVRPT-RECORD.
           WRITE PRVRPT-RECORD.
           MOVE 'N'                            TO WS-EOF-FLAG.
           EXEC SQL
               DECLARE PVMBRC1 CURSOR WITH HOLD FOR
                   SELECT M.POLICYNUMBER,
                          COALESCE((SELECT MAX(L.REQUEST-REF)
                                      FROM MFTR28.ANONYMIZE-LOG L,
                                           MFTR28.CLAIMS C3
                                     WHERE C3.POLICYNUMBER =
                                           M.POLICYNUMBER
                                       AND L.CLAIMNUMBER =
                                           C3.CLAIMNUMBER
                                       AND L.ANON-REASON = 'ERAS'),
                                   ' ')
                   FROM MFTR28.MEMBER-MASTER M,
                        MFTR28.POLICY-MASTER P
                   WHERE P.POLICYNUMBER   = M.POLICYNUMBER
                     AND P.POLICY-STATUS  = 'LAPSED'
                     AND P.LAST-SEEN-DATE < :WS-RUN-DATE
                     AND M.MEMBER-NAME   <> :WS-TOKEN-TEXT
                     AND EXISTS
                         (SELECT 1
                            FROM MFTR28.CLAIMS C1
                           WHERE C1.POLICYNUMBER = M.POLICYNUMBER)
                     AND NOT EXISTS
                         (SELECT 1
                            FROM MFTR28.CLAIMS C2
                           WHERE C2.POLICYNUMBER = M.POLICYNUMBER
                             AND NOT EXISTS
                                 (SELECT 1
                                    FROM MFTR28.ANONYMIZE-LOG L2
                                   WHERE L2.CLAIMNUMBER =
                                         C2.CLAIMNUMBER))
                   ORDER BY M.POLICYNUMBER
           END-EXEC.
           EXEC SQL
               OPEN PVMBRC1
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'MF28PV1 MEMBER OPEN SQLCODE: ' SQLCODE
               MOVE 8                          TO WS-RUN-RC
           ELSE
               PERFORM A6050-FETCH-MEMBER
               IF EOF-TRUE AND WS-RUN-RC < 8
                   MOVE WS-NONE-LINE           TO PRVRPT-RECORD
                   WRITE PRVRPT-RECORD
               END-IF
               PERFORM A6100-PROCESS-MEMBER
                   UNTIL EOF-TRUE
               IF WS-RUN-RC < 8
                   EXEC SQL
                       CLOSE PVMBRC1
                   END-EXEC
               END-IF
           END-IF.
      ******************************************************************
      *                 FETCH THE NEXT MEMBER TO ANONYMIZE             *
      ******************************************************************
       A6050-FETCH-MEMBER.
      *-------------------*
           EXEC SQL
               FETCH PVMBRC1
               INTO :WS-MBR-POLICY,
                    :WS-MBR-ERASURE-REF
           END-EXEC.
           PERFORM A7900-CHECK-FETCH.
      ******************************************************************
      *     ONE MEMBER - TOKENS OVER THE NAME, ADDRESS LINES, CITY AND *
      *     ZIP. THE STATE IS KEPT: IT IS A CODE THE PROMPT-PAYMENT    *
      *     AND ESCHEAT RULES ARE KEYED ON, NOT AN IDENTIFIER          *
      ******************************************************************
       A6100-PROCESS-MEMBER.
      *---------------------*
           MOVE ZERO                           TO WS-CLAIM-ROWS.
           MOVE ZERO                           TO CLAIMNUMBER OF CLAIMS.
           MOVE WS-MBR-POLICY                  TO POLICYNUMBER
                                                  OF CLAIMS.
           IF WS-MBR-ERASURE-REF = SPACES
               MOVE 'RETN'                     TO WS-ANON-REASON
           ELSE
               MOVE 'ERAS'                     TO WS-ANON-REASON
           END-IF.
           MOVE WS-MBR-ERASURE-REF             TO WS-ANON-REF.
           SET ACTION-ANONYMIZED               TO TRUE.
           IF UPDATE-RUN
               PERFORM A6200-ANONYMIZE-MEMBER
           END-IF.
           PERFORM A6300-PRINT-MEMBER.
           IF EOF-FALSE
               PERFORM A6050-FETCH-MEMBER
           END-IF.
      ******************************************************************
      *     REPLACE THE MEMBER'S PERSONAL FIELDS, LOG IT AND COMMIT    *
      ******************************************************************
       A6200-ANONYMIZE-MEMBER.
      *-----------------------*
           MOVE 'MEMBER-MASTER'                TO WS-LOG-TABLE.
           EXEC SQL
               UPDATE MFTR28.MEMBER-MASTER
                  SET MEMBER-NAME    = :WS-TOKEN-TEXT,
                      ADDRESS-LINE-1 = :WS-TOKEN-TEXT,
                      ADDRESS-LINE-2 = ' ',
                      CITY           = :WS-TOKEN-TEXT,
                      ZIP-CODE       = :WS-TOKEN-ZIP
                WHERE POLICYNUMBER   = :WS-MBR-POLICY
                  AND MEMBER-NAME   <> :WS-TOKEN-TEXT
           END-EXEC.
           PERFORM A7500-CHECK-UPDATE.
           IF ACTION-ANONYMIZED
               EXEC SQL
                   COMMIT
               END-EXEC
           END-IF.
      ******************************************************************
      *     PRINT ONE MEMBER AND COUNT IT                              *
      ******************************************************************
       A6300-PRINT-MEMBER.
      *-------------------*
           MOVE WS-MBR-POLICY                  TO WS-M-POLICYNUMBER.
           IF REASON-ERASURE
               MOVE 'ERASURE'                  TO WS-M-BASIS
           ELSE
               MOVE 'RETENTION'                TO WS-M-BASIS
           END-IF.
           MOVE WS-ANON-REF                    TO WS-M-REF.
           EVALUATE TRUE
               WHEN ACTION-ANONYMIZED AND DRY-RUN
                   ADD 1                       TO WS-MEMBERS-ANONYMIZED
                   MOVE 'WOULD BE ANONYMIZED'  TO WS-M-ACTION
               WHEN ACTION-ANONYMIZED
                   ADD 1                       TO WS-MEMBERS-ANONYMIZED
                   MOVE 'ANONYMIZED'           TO WS-M-ACTION
               WHEN ACTION-CHANGED
                   MOVE 'SKIPPED - CHANGED SINCE SELECTED'
                                               TO WS-M-ACTION
               WHEN OTHER
                   ADD 1                       TO WS-ERROR-COUNT
                   MOVE 'NOT ANONYMIZED - ERROR, SEE JOB LOG'
                                               TO WS-M-ACTION
           END-EVALUATE.
           MOVE WS-MEMBER-LINE                 TO PRVRPT-RECORD.
           WRITE PRVRPT-RECORD.
      ******************************************************************
      *     CONSIDER ONE CLAIM - RETAIN IT IF IT IS NOT CLOSED OR      *
      *     DENIED, IS ALREADY ANONYMIZED, OR IS HELD, IN SUIT, WITH   *
      *     SIU OR HAS MONEY OUTSTANDING; OTHERWISE ANONYMIZE IT (OR,  *
      *     IN A DRY RUN, JUST CERTIFY THAT IT WOULD BE)               *
      ******************************************************************
       A7000-CONSIDER-CLAIM.
      *---------------------*
           ADD 1                               TO WS-CLAIMS-CONSIDERED.
           MOVE ZERO                           TO WS-CLAIM-ROWS.
           SET ACTION-ANONYMIZED               TO TRUE.
           IF STATUS-CLOSED OR STATUS-DENIED OR STATUS-MERGED
               PERFORM A7100-CHECK-EXCLUSIONS
           ELSE
               SET ACTION-RETAIN-ACTIVE        TO TRUE
           END-IF.
           IF ACTION-ANONYMIZED AND UPDATE-RUN
               PERFORM A7200-ANONYMIZE-CLAIM
           END-IF.
           PERFORM A7800-PRINT-CLAIM.
      ******************************************************************
      *     EVERYTHING THAT KEEPS A CLOSED OR DENIED CLAIM IDENTIFIED, *
      *     IN ONE READ: ALREADY ANONYMIZED, AN ACTIVE LEGAL HOLD, AN  *
      *     OPEN SUIT, AN OPEN OR CONFIRMED SIU REFERRAL, OR A         *
      *     TREASURY INSTRUCTION NOT YET SETTLED (SENT, BOUNCED OR     *
      *     REPAIRED) OR A CHEQUE STILL OUTSTANDING - THE PAYEE MAY    *
      *     YET NEED TO BE REPAID OR REPORTED TO THE STATE             *
      ******************************************************************
       A7100-CHECK-EXCLUSIONS.
      *-----------------------*
           EXEC SQL
               SELECT (SELECT COUNT(*)
                         FROM MFTR28.ANONYMIZE-LOG
                        WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER),
                      (SELECT COUNT(*)
                         FROM MFTR28.PRIVACY-REQUEST
                        WHERE CLAIMNUMBER    = :CLAIMS.CLAIMNUMBER
                          AND REQUEST-TYPE   = 'H'
                          AND REQUEST-STATUS = 'A'),
                      (SELECT COUNT(*)
                         FROM MFTR28.CLAIM-LITIGATION
                        WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                          AND LIT-STATUS  = 'O'),
                      (SELECT COUNT(*)
                         FROM MFTR28.SIU-REFERRAL
                        WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                          AND REFERRAL-STATUS IN ('O', 'F')),
                      (SELECT COUNT(*)
                         FROM MFTR28.PAYMENT-INSTRUCTION
                        WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                          AND (INSTR-ACK-STATUS IN ('S', 'B', 'R')
                               OR CASH-STATUS = 'O'))
                 INTO :WS-DONE-COUNT,
                      :WS-HOLD-COUNT,
                      :WS-LIT-COUNT,
                      :WS-SIU-COUNT,
                      :WS-PAY-OPEN-COUNT
                 FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY 'MF28PV1 CLAIM ' CLAIMNUMBER OF CLAIMS
                       ' EXCLUSION CHECK SQLCODE: ' SQLCODE
                   SET ACTION-ERROR            TO TRUE
               WHEN WS-DONE-COUNT > ZERO
                   SET ACTION-ALREADY-DONE     TO TRUE
               WHEN WS-HOLD-COUNT > ZERO
                   SET ACTION-RETAIN-HOLD      TO TRUE
               WHEN WS-LIT-COUNT > ZERO
                   SET ACTION-RETAIN-LIT       TO TRUE
               WHEN WS-SIU-COUNT > ZERO
                   SET ACTION-RETAIN-SIU       TO TRUE
               WHEN WS-PAY-OPEN-COUNT > ZERO
                   SET ACTION-RETAIN-PAY       TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
      *     ANONYMIZE ONE CLAIM AS ONE UNIT OF WORK. THE CLAIMS ROW    *
      *     GOES FIRST, AND ONLY IF IT IS STILL CLOSED, DENIED OR      *
      *     MERGED - A CLAIM REOPENED SINCE IT WAS SELECTED IS LEFT    *
      *     ALONE. EACH TABLE CHANGED IS LOGGED AS IT GOES; THE WHOLE  *
      *     CLAIM IS COMMITTED AT THE END                              *
      ******************************************************************
       A7200-ANONYMIZE-CLAIM.
      *----------------------*
           MOVE 'CLAIMS'                       TO WS-LOG-TABLE.
           EXEC SQL
               UPDATE MFTR28.CLAIMS
                  SET OBSERVATIONS = CASE WHEN OBSERVATIONS = ' '
                                          THEN ' '
                                          ELSE :WS-TOKEN-TEXT END,
                      UPDATE-COUNT = UPDATE-COUNT + 1
                WHERE CLAIMNUMBER  = :CLAIMS.CLAIMNUMBER
                  AND CLAIM-STATUS IN ('CLOSED', 'DENIED', 'MERGED')
           END-EXEC.
           PERFORM A7500-CHECK-UPDATE.
           IF ACTION-ANONYMIZED
               PERFORM A7210-ANONYMIZE-HISTORY
           END-IF.
           IF ACTION-ANONYMIZED
               PERFORM A7220-ANONYMIZE-HISTORY-ARCH
           END-IF.
           IF ACTION-ANONYMIZED
               PERFORM A7230-ANONYMIZE-NOTES
           END-IF.
           IF ACTION-ANONYMIZED
               PERFORM A7240-ANONYMIZE-REPAIRS
           END-IF.
           IF ACTION-ANONYMIZED
               PERFORM A7250-ANONYMIZE-PAYEES
           END-IF.
      *-- TAX IDENTITIES ARE KEPT FOR THE FULL RETENTION PERIOD EVEN
      *-- ON AN ERASURE REQUEST - THE 1099 RECORDS MUST STAND. A5500
      *-- ANONYMIZES THEM ONCE THE ERASED CLAIM IS PAST THE CUT-OFF
           IF ACTION-ANONYMIZED AND REASON-RETENTION
               PERFORM A7260-ANONYMIZE-PAYEE-TAX
           END-IF.
           IF ACTION-ANONYMIZED AND REASON-RETENTION
               PERFORM A7270-ANONYMIZE-TAX-HISTORY
           END-IF.
           IF ACTION-ANONYMIZED
               EXEC SQL
                   COMMIT
               END-EXEC
           END-IF.
      ******************************************************************
      *     THE OBSERVATIONS CARRIED ON THE CLAIM'S HISTORY ROWS. A    *
      *     BLANK BEFORE OR AFTER IMAGE STAYS BLANK                    *
      ******************************************************************
       A7210-ANONYMIZE-HISTORY.
      *------------------------*
           MOVE 'CLAIMS-HISTORY'               TO WS-LOG-TABLE.
           EXEC SQL
               UPDATE MFTR28.CLAIMS-HISTORY
                  SET OLD-OBSERVATIONS =
                          CASE WHEN OLD-OBSERVATIONS = ' '
                               THEN ' '
                               ELSE :WS-TOKEN-TEXT
                          END,
                      NEW-OBSERVATIONS =
                          CASE WHEN NEW-OBSERVATIONS = ' '
                               THEN ' '
                               ELSE :WS-TOKEN-TEXT
                          END
                WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                  AND (OLD-OBSERVATIONS <> ' '
                       OR NEW-OBSERVATIONS <> ' ')
           END-EXEC.
           PERFORM A7500-CHECK-UPDATE.
      ******************************************************************
      *     THE SAME FOR THE HISTORY ROWS MF28AR1 HAS ARCHIVED         *
      ******************************************************************
       A7220-ANONYMIZE-HISTORY-ARCH.
      *-----------------------------*
           MOVE 'CLAIMS-HISTORY-ARCH'          TO WS-LOG-TABLE.
           EXEC SQL
               UPDATE MFTR28.CLAIMS-HISTORY-ARCH
                  SET OLD-OBSERVATIONS =
                          CASE WHEN OLD-OBSERVATIONS = ' '
                               THEN ' '
                               ELSE :WS-TOKEN-TEXT
                          END,
                      NEW-OBSERVATIONS =
                          CASE WHEN NEW-OBSERVATIONS = ' '
                               THEN ' '
                               ELSE :WS-TOKEN-TEXT
                          END
                WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
                  AND (OLD-OBSERVATIONS <> ' '
                       OR NEW-OBSERVATIONS <> ' ')
           END-EXEC.
           PERFORM A7500-CHECK-UPDATE.
      ******************************************************************
      *     THE CLAIM'S DIARY NOTES                                    *
      ******************************************************************
       A7230-ANONYMIZE-NOTES.
      *----------------------*
           MOVE 'CLAIM-NOTES'                  TO WS-LOG-TABLE.
           EXEC SQL
               UPDATE MFTR28.CLAIM-NOTES
                  SET NOTE-TEXT   = :WS-TOKEN-TEXT
                WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
           END-EXEC.
           PERFORM A7500-CHECK-UPDATE.
      ******************************************************************
      *     THE PAYEE BANK DETAIL KEYED ON MF28CBA REPAIRS             *
      ******************************************************************
       A7240-ANONYMIZE-REPAIRS.
      *------------------------*
           MOVE 'PAYMENT-REPAIR'               TO WS-LOG-TABLE.
           EXEC SQL
               UPDATE MFTR28.PAYMENT-REPAIR
                  SET PAYEE-BANK-ROUTING = :WS-TOKEN-NUMBER,
                      PAYEE-BANK-ACCOUNT = :WS-TOKEN-TEXT
                WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
           END-EXEC.
           PERFORM A7500-CHECK-UPDATE.
      ******************************************************************
      *     THE CLAIM'S PAYEE LIST - NAME, AND THE BANK DETAIL OR      *
      *     MAILING ADDRESS, CITY AND ZIP WHERE GIVEN. TYPE, SPLIT,    *
      *     AMOUNTS AND (AS FOR A MEMBER) THE STATE ARE KEPT           *
      ******************************************************************
       A7250-ANONYMIZE-PAYEES.
      *-----------------------*
           MOVE 'CLAIM-PAYEE'                  TO WS-LOG-TABLE.
           EXEC SQL
               UPDATE MFTR28.CLAIM-PAYEE
                  SET PAYEE-NAME   = :WS-TOKEN-TEXT,
                      BANK-ROUTING =
                          CASE WHEN BANK-ROUTING = ' '
                               THEN ' '
                               ELSE :WS-TOKEN-NUMBER
                          END,
                      BANK-ACCOUNT =
                          CASE WHEN BANK-ACCOUNT = ' '
                               THEN ' '
                               ELSE :WS-TOKEN-TEXT
                          END,
                      MAIL-ADDRESS =
                          CASE WHEN MAIL-ADDRESS = ' '
                               THEN ' '
                               ELSE :WS-TOKEN-TEXT
                          END,
                      MAIL-CITY =
                          CASE WHEN MAIL-CITY = ' '
                               THEN ' '
                               ELSE :WS-TOKEN-TEXT
                          END,
                      MAIL-ZIP =
                          CASE WHEN MAIL-ZIP = ' '
                               THEN ' '
                               ELSE :WS-TOKEN-ZIP
                          END
                WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
           END-EXEC.
           PERFORM A7500-CHECK-UPDATE.
      ******************************************************************
      *     THE PAYEE'S NAME AND TIN HELD FOR 1099 REPORTING           *
      ******************************************************************
       A7260-ANONYMIZE-PAYEE-TAX.
      *--------------------------*
           MOVE 'PAYEE-TAX'                    TO WS-LOG-TABLE.
           EXEC SQL
               UPDATE MFTR28.PAYEE-TAX
                  SET PAYEE-NAME  = :WS-TOKEN-TEXT,
                      PAYEE-TIN   = :WS-TOKEN-NUMBER
                WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
           END-EXEC.
           PERFORM A7500-CHECK-UPDATE.
      ******************************************************************
      *     THE BEFORE AND AFTER NAME AND TIN ON THE PAYEE-TAX CHANGE  *
      *     LOG KEPT BY MAP12                                          *
      ******************************************************************
       A7270-ANONYMIZE-TAX-HISTORY.
      *----------------------------*
           MOVE 'PAYEE-TAX-HISTORY'            TO WS-LOG-TABLE.
           EXEC SQL
               UPDATE MFTR28.PAYEE-TAX-HISTORY
                  SET OLD-PAYEE-NAME =
                          CASE WHEN OLD-PAYEE-NAME = ' '
                               THEN ' '
                               ELSE :WS-TOKEN-TEXT
                          END,
                      NEW-PAYEE-NAME =
                          CASE WHEN NEW-PAYEE-NAME = ' '
                               THEN ' '
                               ELSE :WS-TOKEN-TEXT
                          END,
                      OLD-PAYEE-TIN =
                          CASE WHEN OLD-PAYEE-TIN = ' '
                               THEN ' '
                               ELSE :WS-TOKEN-NUMBER
                          END,
                      NEW-PAYEE-TIN =
                          CASE WHEN NEW-PAYEE-TIN = ' '
                               THEN ' '
                               ELSE :WS-TOKEN-NUMBER
                          END
                WHERE CLAIMNUMBER = :CLAIMS.CLAIMNUMBER
           END-EXEC.
           PERFORM A7500-CHECK-UPDATE.
      ******************************************************************
      *     AFTER EACH UPDATE - LOG THE TABLE WHEN ROWS WERE CHANGED.  *
      *     NO ROWS IS NOTHING TO DO, EXCEPT ON THE CLAIMS OR MEMBER   *
      *     ROW ITSELF, WHICH MEANS IT CHANGED SINCE IT WAS SELECTED.  *
      *     ANY OTHER SQLCODE FAILS THE CLAIM                          *
      ******************************************************************
       A7500-CHECK-UPDATE.
      *-------------------*
           EVALUATE TRUE
               WHEN SQLCODE = 0
                   MOVE SQLERRD(3)             TO ROWS-CHANGED
                   PERFORM A7600-LOG-TABLE
               WHEN SQLCODE = 100
                AND (WS-LOG-TABLE = 'CLAIMS'
                     OR WS-LOG-TABLE = 'MEMBER-MASTER')
                   SET ACTION-CHANGED          TO TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'MF28PV1 ' WS-LOG-TABLE ' UPDATE SQLCODE: '
                       SQLCODE
                   PERFORM A7700-ANONYMIZE-FAILED
           END-EVALUATE.
      ******************************************************************
      *     LOG ONE TABLE ANONYMIZED FOR THE CLAIM (OR MEMBER)         *
      ******************************************************************
       A7600-LOG-TABLE.
      *----------------*
           MOVE CLAIMNUMBER OF CLAIMS  TO CLAIMNUMBER OF ANONYMIZE-LOG.
           MOVE POLICYNUMBER OF CLAIMS TO POLICYNUMBER OF ANONYMIZE-LOG.
           MOVE WS-LOG-TABLE                   TO ANON-TABLE.
           MOVE WS-ANON-REASON                 TO ANON-REASON.
           MOVE WS-ANON-REF        TO REQUEST-REF OF ANONYMIZE-LOG.
           MOVE WS-RUN-DATE                    TO ANON-DATE.
           MOVE WS-USERID    TO CHANGED-BY-USERID OF ANONYMIZE-LOG.
           EXEC SQL
               INSERT INTO MFTR28.ANONYMIZE-LOG
                      (CLAIMNUMBER,
                       POLICYNUMBER,
                       ANON-TABLE,
                       ROWS-CHANGED,
                       ANON-REASON,
                       REQUEST-REF,
                       ANON-DATE,
                       CHANGED-BY-USERID,
                       CHANGE-TIMESTAMP)
               VALUES (:ANONYMIZE-LOG.CLAIMNUMBER,
                       :ANONYMIZE-LOG.POLICYNUMBER,
                       :ANONYMIZE-LOG.ANON-TABLE,
                       :ANONYMIZE-LOG.ROWS-CHANGED,
                       :ANONYMIZE-LOG.ANON-REASON,
                       :ANONYMIZE-LOG.REQUEST-REF,
                       :ANONYMIZE-LOG.ANON-DATE,
                       :ANONYMIZE-LOG.CHANGED-BY-USERID,
                       CURRENT TIMESTAMP)
           END-EXEC.
           IF SQLCODE = 0
               ADD ROWS-CHANGED                TO WS-CLAIM-ROWS
           ELSE
               DISPLAY 'MF28PV1 ' WS-LOG-TABLE ' LOG SQLCODE: '
                   SQLCODE
               PERFORM A7700-ANONYMIZE-FAILED
           END-IF.
      ******************************************************************
      *     A DB2 ERROR PART WAY THROUGH A CLAIM OR MEMBER - ROLL IT   *
      *     BACK WHOLE SO NO TABLE IS LEFT HALF DONE, AND END THE RUN. *
      *     THE ROLLBACK CLOSES THE CURSORS; THE RERUN PICKS UP HERE   *
      ******************************************************************
       A7700-ANONYMIZE-FAILED.
      *-----------------------*
           EXEC SQL
               ROLLBACK
           END-EXEC.
           DISPLAY 'MF28PV1 CLAIM ' CLAIMNUMBER OF CLAIMS
               ' POLICY ' POLICYNUMBER OF CLAIMS
               ' ROLLED BACK - RERUN TO CONTINUE'.
           SET ACTION-ERROR                    TO TRUE.
           MOVE ZERO                           TO WS-CLAIM-ROWS.
           MOVE 8                              TO WS-RUN-RC.
           MOVE 'Y'                            TO WS-EOF-FLAG.
           MOVE 'Y'                            TO WS-REQ-EOF-FLAG.
      ******************************************************************
      *     PRINT ONE CLAIM AND COUNT IT UNDER WHAT BECAME OF IT       *
      ******************************************************************
       A7800-PRINT-CLAIM.
      *------------------*
           MOVE CLAIMNUMBER OF CLAIMS          TO WS-D-CLAIMNUMBER.
           MOVE POLICYNUMBER OF CLAIMS         TO WS-D-POLICYNUMBER.
           MOVE CLAIM-STATUS                   TO WS-D-STATUS.
           MOVE STATUS-DATE                    TO WS-D-STATUS-DATE.
           IF REASON-ERASURE
               MOVE 'ERASURE'                  TO WS-D-BASIS
           ELSE
               MOVE 'RETENTION'                TO WS-D-BASIS
           END-IF.
           MOVE WS-ANON-REF                    TO WS-D-REF.
           MOVE WS-CLAIM-ROWS                  TO WS-D-ROWS.
           EVALUATE TRUE
               WHEN ACTION-ANONYMIZED AND DRY-RUN
                   ADD 1                       TO WS-CLAIMS-ANONYMIZED
                   MOVE 'WOULD BE ANONYMIZED'  TO WS-D-ACTION
               WHEN ACTION-ANONYMIZED
                   ADD 1                       TO WS-CLAIMS-ANONYMIZED
                   ADD WS-CLAIM-ROWS           TO WS-ROWS-ANONYMIZED
                   MOVE 'ANONYMIZED'           TO WS-D-ACTION
               WHEN ACTION-ALREADY-DONE
                   ADD 1                       TO WS-ALREADY-DONE-COUNT
                   MOVE 'ALREADY ANONYMIZED'   TO WS-D-ACTION
               WHEN ACTION-RETAIN-HOLD
                   ADD 1                       TO WS-RETAIN-HOLD-COUNT
                   MOVE 'RETAINED - LEGAL HOLD'
                                               TO WS-D-ACTION
               WHEN ACTION-RETAIN-LIT
                   ADD 1                       TO WS-RETAIN-LIT-COUNT
                   MOVE 'RETAINED - IN LITIGATION'
                                               TO WS-D-ACTION
               WHEN ACTION-RETAIN-SIU
                   ADD 1                       TO WS-RETAIN-SIU-COUNT
                   MOVE 'RETAINED - SIU REFERRAL'
                                               TO WS-D-ACTION
               WHEN ACTION-RETAIN-PAY
                   ADD 1                       TO WS-RETAIN-PAY-COUNT
                   MOVE 'RETAINED - PAYMENT NOT SETTLED'
                                               TO WS-D-ACTION
               WHEN ACTION-RETAIN-ACTIVE
                   ADD 1                     TO WS-RETAIN-ACTIVE-COUNT
                   MOVE 'RETAINED - NOT CLOSED, DENIED OR MERGED'
                                               TO WS-D-ACTION
               WHEN ACTION-CHANGED
                   ADD 1                       TO WS-CHANGED-COUNT
                   MOVE 'SKIPPED - REOPENED SINCE SELECTED'
                                               TO WS-D-ACTION
               WHEN OTHER
                   ADD 1                       TO WS-ERROR-COUNT
                   MOVE 'NOT ANONYMIZED - ERROR, SEE JOB LOG'
                                               TO WS-D-ACTION
                   IF WS-RUN-RC < 4
                       MOVE 4                  TO WS-RUN-RC
                   END-IF
           END-EVALUATE.
           MOVE WS-DETAIL-LINE                 TO PRVRPT-RECORD.
           WRITE PRVRPT-RECORD.
      ******************************************************************
      *     COMMON FETCH CHECK - A FETCH ERROR ENDS THAT CURSOR AND    *
      *     FAILS THE RUN                                              *
      ******************************************************************
       A7900-CHECK-FETCH.
      *------------------*
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y'                    TO WS-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28PV1 FETCH ERROR SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *                 PRINT A SECTION TITLE                          *
      ******************************************************************
       A7950-PRINT-SECTION.
      *--------------------*
           MOVE SPACES                         TO PRVRPT-RECORD.
           WRITE PRVRPT-RECORD.
           MOVE WS-SECTION-LINE                TO PRVRPT-RECORD.
           WRITE PRVRPT-RECORD.
      ******************************************************************
      *     THE TOTALS AND THE CERTIFICATION STATEMENT FOR THE PRIVACY *
      *     OFFICE                                                     *
      ******************************************************************
       A8000-PRINT-SUMMARY.
      *--------------------*
           MOVE 'SUMMARY'                      TO WS-S-TITLE.
           PERFORM A7950-PRINT-SECTION.
           MOVE 'CARDS READ                  :' TO WS-C-LABEL.
           MOVE WS-CARDS-READ                  TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'CARDS APPLIED               :' TO WS-C-LABEL.
           MOVE WS-CARDS-APPLIED               TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'CARDS REJECTED              :' TO WS-C-LABEL.
           MOVE WS-CARDS-REJECTED              TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'ERASURE REQUESTS WORKED     :' TO WS-C-LABEL.
           MOVE WS-REQUESTS-WORKED             TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'ERASURE REQUESTS COMPLETED  :' TO WS-C-LABEL.
           MOVE WS-REQUESTS-COMPLETED          TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'CLAIMS CONSIDERED           :' TO WS-C-LABEL.
           MOVE WS-CLAIMS-CONSIDERED           TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           IF DRY-RUN
               MOVE 'CLAIMS TO BE ANONYMIZED     :' TO WS-C-LABEL
           ELSE
               MOVE 'CLAIMS ANONYMIZED           :' TO WS-C-LABEL
           END-IF.
           MOVE WS-CLAIMS-ANONYMIZED           TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           IF DRY-RUN
               MOVE 'ERASED TAX IDS TO BE DONE   :' TO WS-C-LABEL
           ELSE
               MOVE 'ERASED TAX IDS ANONYMIZED   :' TO WS-C-LABEL
           END-IF.
           MOVE WS-TAX-ANONYMIZED              TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'ROWS ANONYMIZED             :' TO WS-C-LABEL.
           MOVE WS-ROWS-ANONYMIZED             TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'ALREADY ANONYMIZED          :' TO WS-C-LABEL.
           MOVE WS-ALREADY-DONE-COUNT          TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'RETAINED - LEGAL HOLD       :' TO WS-C-LABEL.
           MOVE WS-RETAIN-HOLD-COUNT           TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'RETAINED - IN LITIGATION    :' TO WS-C-LABEL.
           MOVE WS-RETAIN-LIT-COUNT            TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'RETAINED - SIU REFERRAL     :' TO WS-C-LABEL.
           MOVE WS-RETAIN-SIU-COUNT            TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'RETAINED - PAYMENT OPEN     :' TO WS-C-LABEL.
           MOVE WS-RETAIN-PAY-COUNT            TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'RETAINED - CLAIM STILL OPEN :' TO WS-C-LABEL.
           MOVE WS-RETAIN-ACTIVE-COUNT         TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'SKIPPED - REOPENED          :' TO WS-C-LABEL.
           MOVE WS-CHANGED-COUNT               TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           MOVE 'NOT ANONYMIZED - ERROR      :' TO WS-C-LABEL.
           MOVE WS-ERROR-COUNT                 TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           IF DRY-RUN
               MOVE 'MEMBERS TO BE ANONYMIZED    :' TO WS-C-LABEL
           ELSE
               MOVE 'MEMBERS ANONYMIZED          :' TO WS-C-LABEL
           END-IF.
           MOVE WS-MEMBERS-ANONYMIZED          TO WS-C-COUNT.
           PERFORM A8100-PRINT-COUNT.
           PERFORM A8200-PRINT-CERTIFICATION.
      ******************************************************************
      *                    WRITE ONE COUNT LINE                        *
      ******************************************************************
       A8100-PRINT-COUNT.
      *------------------*
           MOVE WS-COUNT-LINE                  TO PRVRPT-RECORD.
           WRITE PRVRPT-RECORD.
      ******************************************************************
      *     THE STATEMENT THE PRIVACY OFFICE FILES WITH THE REPORT     *
      ******************************************************************
       A8200-PRINT-CERTIFICATION.
      *--------------------------*
           MOVE SPACES                         TO PRVRPT-RECORD.
           WRITE PRVRPT-RECORD.
           EVALUATE TRUE
               WHEN DRY-RUN
                   MOVE 'DRY RUN - NO DATA WAS CHANGED. THIS REPORT IS N
      -                 'OT A CERTIFICATE OF ANONYMIZATION.'
                                               TO WS-T-TEXT
                   PERFORM A8300-PRINT-TEXT
               WHEN OTHER
                   MOVE 'THE PERSONAL DATA OF EVERY CLAIM AND MEMBER LIS
      -                 'TED AS ANONYMIZED ABOVE HAS BEEN REPLACED'
                                               TO WS-T-TEXT
                   PERFORM A8300-PRINT-TEXT
                   MOVE 'WITH FIXED TOKENS AND LOGGED TO MFTR28.ANONYMIZ
      -                 'E-LOG. AMOUNTS, DATES AND CODES ARE UNCHANGED.'
                                               TO WS-T-TEXT
                   PERFORM A8300-PRINT-TEXT
           END-EVALUATE.
           IF WS-RUN-RC >= 8
               MOVE 'THE RUN ENDED IN ERROR - ONLY THE CLAIMS AND MEMBER
      -             'S LISTED ABOVE WERE PROCESSED. RERUN TO CONTINUE.'
                                               TO WS-T-TEXT
               PERFORM A8300-PRINT-TEXT
           END-IF.
      ******************************************************************
      *                    WRITE ONE STATEMENT LINE                    *
      ******************************************************************
       A8300-PRINT-TEXT.
      *-----------------*
           MOVE WS-CERTIFY-LINE                TO PRVRPT-RECORD.
           WRITE PRVRPT-RECORD.
      ******************************************************************
      *     WRITE THE COMPLETION ROW OPERATIONS WATCHES FOR - WHICH    *
      *     JOB, WHICH BUSINESS DATE, HOW MANY CLAIMS ANONYMIZED AND   *
      *     THE RETURN CODE                                            *
      ******************************************************************
       A8500-LOG-RUN.
      *--------------*
           MOVE 'MF28PV1'                      TO JOB-NAME.
           MOVE WS-RUN-DATE                    TO WINDOW-START-DATE.
           MOVE WS-RUN-DATE                    TO WINDOW-END-DATE.
           MOVE WS-CLAIMS-ANONYMIZED           TO RECORD-COUNT.
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
               DISPLAY 'MF28PV1 RUN LOG SQLCODE: ' SQLCODE
           END-IF.
           EXEC SQL
               COMMIT
           END-EXEC.
      ******************************************************************
      *          LOG THE RUN, DISPLAY SUMMARY COUNTS AND EXIT          *
      ******************************************************************
       A9999-END-PARA.
      *--------------*
           IF RPT-OPEN
               CLOSE PRVRPT-FILE
           END-IF.
           PERFORM A8500-LOG-RUN.
           DISPLAY 'MF28PV1 RUN MODE         : ' WS-RUN-MODE.
           DISPLAY 'MF28PV1 RETENTION CUTOFF : ' WS-CUTOFF-DATE.
           DISPLAY 'MF28PV1 CARDS READ       : ' WS-CARDS-READ.
           DISPLAY 'MF28PV1 CARDS REJECTED   : ' WS-CARDS-REJECTED.
           DISPLAY 'MF28PV1 CLAIMS CONSIDERED: ' WS-CLAIMS-CONSIDERED.
           DISPLAY 'MF28PV1 CLAIMS ANONYMIZED: ' WS-CLAIMS-ANONYMIZED.
           DISPLAY 'MF28PV1 MEMBERS ANONYMIZED: '
               WS-MEMBERS-ANONYMIZED.
           MOVE WS-RUN-RC                      TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
      *                        END OF PROGRAM                          *
      ******************************************************************
