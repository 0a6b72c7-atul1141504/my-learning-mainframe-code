      *                     A5000-FORMAT-SCREEN NEEDS NO SECOND COPY
      *                     OF ITSELF. THE FULL CROSS-TABLE PAPER
      *                     REPORT FOR AUDIT IS BATCH JOB MF28AR2.
      * 10/14/2026 APATEL   A CLAIM MERGED INTO ANOTHER ON MF28CBI NOW
      *                     SHOWS ITS SURVIVING CLAIM NUMBER AND THE
      *                     MERGE DATE ON MSG5O ON EVERY PAGE - ITS
      *                     LATER STORY IS ON THE SURVIVOR. SEE
      *                     A4050-CHECK-MERGED.
      *
      * PROGRAM TYPE: COBOL-CICS-DB2.
      *
      *
      * BMS: MF28BMS (MAP5)
      *
      * COPYBOOKS: MF28BMS, MF28CP2, MF28CP44
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIMS-HISTORY, MFTR28.CLAIMS-HISTORY-ARCH,
      *         MFTR28.CLAIM-MERGE
      *
      * CALLING MODULES: NONE (OR CICS SCREEN, TRANSID MF2H)
      *
           EXEC SQL
               INCLUDE MF28CP2
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP44
           END-EXEC.
       01 WS-AID-VALUES.
           05 WS-AID-ENTER              PIC X(01) VALUE ''''.
           05 WS-AID-PF3                PIC X(01) VALUE '3'.
       01 WS-AMT-DISPLAY                PIC Z(7)9.99.
       01 WS-POLNUM-DISPLAY             PIC Z(8)9.
       01 WS-POS-DISPLAY                PIC ZZZZ9.
       01 WS-MERGE-MSG.
           05 FILLER                     PIC X(18)
                                          VALUE 'CLAIM MERGED INTO '.
           05 WS-MRG-SURVIVOR            PIC 9(07).
           05 FILLER                     PIC X(04) VALUE ' ON '.
           05 WS-MRG-DATE                PIC X(10).
       01 WS-HIST-LINE.
           05 WS-HLN-LABEL               PIC X(10).
           05 WS-HLN-OLD                 PIC X(30).
           MOVE ZERO                       TO WS-FETCH-COUNT.
           MOVE WS-CLAIM-NUMBER
                               TO CLAIMNUMBER OF CLAIMS-HISTORY.
           PERFORM A4050-CHECK-MERGED.
           EXEC SQL
               DECLARE CLMHSC1 CURSOR FOR
                   SELECT OLD-PAID, NEW-PAID,
                   MOVE 'N'                 TO WS-FOUND-FLAG
           END-EVALUATE.
      ******************************************************************
      *     A CLAIM MERGED INTO ANOTHER ON MF28CBI STOPPED AT THE      *
      *     MERGE - POINT THE AUDITOR AT THE SURVIVING CLAIM. A        *
      *     PAGE-TURN OR ERROR MESSAGE SET LATER TAKES PRECEDENCE      *
      ******************************************************************
       A4050-CHECK-MERGED.
      *-------------------*
           MOVE WS-CLAIM-NUMBER             TO MERGED-CLAIMNUMBER.
           EXEC SQL
               SELECT SURVIVOR-CLAIMNUMBER,
                      MERGE-TIMESTAMP
                 INTO :CLAIM-MERGE.SURVIVOR-CLAIMNUMBER,
                      :CLAIM-MERGE.MERGE-TIMESTAMP
                 FROM MFTR28.CLAIM-MERGE
                WHERE MERGED-CLAIMNUMBER =
                      :CLAIM-MERGE.MERGED-CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE SURVIVOR-CLAIMNUMBER TO WS-MRG-SURVIVOR
                   MOVE MERGE-TIMESTAMP (1:10)
                                             TO WS-MRG-DATE
                   MOVE WS-MERGE-MSG         TO MSG5O
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'MF28CB8 MERGE CHECK SQLCODE: ' SQLCODE
           END-EVALUATE.
      ******************************************************************
      *     POSITION WS-ARCH-OFFSET ROWS INTO THE ARCHIVE, NEWEST      *
      *     FIRST - SAME SHAPE AS THE LIVE CURSOR. THE ARCHIVE'S       *
      *     COLUMNS MATCH THE LIVE TABLE'S, SO ITS ROWS LAND IN THE    *
