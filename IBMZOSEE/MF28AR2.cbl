      *
      * MODIFICATION HISTORY:
      * 09/02/2026 APATEL   INITIAL VERSION.
      * 10/14/2026 APATEL   UNDER THE HEADINGS, A CLAIM MERGED INTO
      *                     ANOTHER ON MF28CBI NOW PRINTS THE SURVIVING
      *                     CLAIM NUMBER, WHEN AND BY WHOM, AND A
      *                     SURVIVOR PRINTS EACH CLAIM MERGED INTO IT -
      *                     THE REST OF THE STORY IS ON THAT CLAIM'S
      *                     OWN REPORT. SEE A2100-PRINT-MERGE-LINKS.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
      *
      * BMS: NONE
      *
      * COPYBOOKS: MF28CP2, MF28CP44
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIMS-HISTORY, MFTR28.CLAIMS-HISTORY-ARCH,
      *         MFTR28.CLAIM-MERGE
      *
      * CALLING MODULES: NONE (INVOKED FROM JCL MF28AR2)
      *
           EXEC SQL
               INCLUDE MF28CP2
           END-EXEC.
           EXEC SQL
               INCLUDE MF28CP44
           END-EXEC.
       01 WS-RUN-RC                    PIC S9(3) COMP-3 VALUE ZERO.
       01 WS-SWITCHES.
           05 WS-EOF-FLAG              PIC X(01) VALUE 'N'.
               88 EOF-TRUE             VALUE 'Y'.
               88 EOF-FALSE            VALUE 'N'.
           05 WS-MERGE-EOF-FLAG        PIC X(01) VALUE 'N'.
               88 MERGE-EOF-TRUE       VALUE 'Y'.
               88 MERGE-EOF-FALSE      VALUE 'N'.
       01 WS-CHANGE-COUNT              PIC S9(7) COMP-3 VALUE ZERO.
       01 WS-ROW-SOURCE                PIC X(08).
       01 WS-AMT-DISPLAY               PIC Z(7)9.99.
               10 FILLER                PIC X(01) VALUE SPACES.
               10 WS-FL-CHANGED         PIC X(01).
               10 FILLER                PIC X(52) VALUE SPACES.
           05 WS-MERGE-LINE.
               10 FILLER                PIC X(04) VALUE SPACES.
               10 WS-ML-DIRECTION       PIC X(18).
               10 WS-ML-CLAIMNUMBER     PIC Z(6)9.
               10 FILLER                PIC X(04) VALUE ' ON '.
               10 WS-ML-TIMESTAMP       PIC X(26).
               10 FILLER                PIC X(04) VALUE ' BY '.
               10 WS-ML-USERID          PIC X(08).
               10 FILLER                PIC X(03) VALUE ' - '.
               10 WS-ML-REASON          PIC X(40).
               10 FILLER                PIC X(19) VALUE SPACES.
           05 WS-BLANK-LINE             PIC X(133) VALUE SPACES.
           05 WS-TOTAL-LINE.
               10 FILLER                PIC X(04) VALUE SPACES.
           MOVE CLAIMNUMBER OF CLAIMS-HISTORY TO WS-H2-CLAIMNUMBER.
           MOVE WS-HEADING-2                  TO AUDRPT-RECORD.
           WRITE AUDRPT-RECORD.
           PERFORM A2100-PRINT-MERGE-LINKS.
      ******************************************************************
      *     A DUPLICATE CLAIM MERGED ON MF28CBI ENDS AT THE MERGE -    *
      *     NAME THE SURVIVOR THAT NOW CARRIES ITS MONEY AND HISTORY.  *
      *     A SURVIVOR LISTS EVERY CLAIM MERGED INTO IT, WHOSE EARLIER *
      *     CHANGES ARE ON THAT CLAIM'S OWN REPORT                     *
      ******************************************************************
       A2100-PRINT-MERGE-LINKS.
      *------------------------*
           MOVE CLAIMNUMBER OF CLAIMS-HISTORY TO MERGED-CLAIMNUMBER.
           EXEC SQL
               SELECT SURVIVOR-CLAIMNUMBER,
                      MERGE-TIMESTAMP,
                      MERGED-BY-USERID,
                      MERGE-REASON
                 INTO :CLAIM-MERGE.SURVIVOR-CLAIMNUMBER,
                      :CLAIM-MERGE.MERGE-TIMESTAMP,
                      :CLAIM-MERGE.MERGED-BY-USERID,
                      :CLAIM-MERGE.MERGE-REASON
                 FROM MFTR28.CLAIM-MERGE
                WHERE MERGED-CLAIMNUMBER =
                      :CLAIM-MERGE.MERGED-CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'MERGED INTO CLAIM '    TO WS-ML-DIRECTION
                   MOVE SURVIVOR-CLAIMNUMBER     TO WS-ML-CLAIMNUMBER
                   PERFORM A2300-PRINT-MERGE-LINE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'MF28AR2 MERGE READ ERROR SQLCODE: ' SQLCODE
                   MOVE 8                        TO WS-RUN-RC
           END-EVALUATE.
           MOVE CLAIMNUMBER OF CLAIMS-HISTORY TO SURVIVOR-CLAIMNUMBER.
           EXEC SQL
               DECLARE AUDMGC1 CURSOR FOR
                   SELECT MERGED-CLAIMNUMBER,
                          MERGE-TIMESTAMP,
                          MERGED-BY-USERID,
                          MERGE-REASON
                   FROM MFTR28.CLAIM-MERGE
                   WHERE SURVIVOR-CLAIMNUMBER =
                         :CLAIM-MERGE.SURVIVOR-CLAIMNUMBER
                   ORDER BY MERGE-TIMESTAMP
           END-EXEC.
           EXEC SQL
               OPEN AUDMGC1
           END-EXEC.
           PERFORM A2200-FETCH-MERGED-FROM.
           PERFORM A2250-PRINT-MERGED-FROM
               UNTIL MERGE-EOF-TRUE.
           EXEC SQL
               CLOSE AUDMGC1
           END-EXEC.
      ******************************************************************
      *              FETCH THE NEXT CLAIM MERGED INTO THIS ONE         *
      ******************************************************************
       A2200-FETCH-MERGED-FROM.
      *------------------------*
           EXEC SQL
               FETCH AUDMGC1
               INTO :CLAIM-MERGE.MERGED-CLAIMNUMBER,
                    :CLAIM-MERGE.MERGE-TIMESTAMP,
                    :CLAIM-MERGE.MERGED-BY-USERID,
                    :CLAIM-MERGE.MERGE-REASON
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'Y'                    TO WS-MERGE-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'MF28AR2 MERGE FETCH ERROR SQLCODE: ' SQLCODE
                   MOVE 8                      TO WS-RUN-RC
                   MOVE 'Y'                    TO WS-MERGE-EOF-FLAG
           END-EVALUATE.
      ******************************************************************
      *              PRINT ONE CLAIM MERGED INTO THIS ONE              *
      ******************************************************************
       A2250-PRINT-MERGED-FROM.
      *------------------------*
           MOVE 'MERGED FROM CLAIM '          TO WS-ML-DIRECTION.
           MOVE MERGED-CLAIMNUMBER             TO WS-ML-CLAIMNUMBER.
           PERFORM A2300-PRINT-MERGE-LINE.
           PERFORM A2200-FETCH-MERGED-FROM.
      ******************************************************************
      *                    WRITE ONE MERGE LINK LINE                   *
      ******************************************************************
       A2300-PRINT-MERGE-LINE.
      *-----------------------*
           MOVE MERGE-TIMESTAMP                TO WS-ML-TIMESTAMP.
           MOVE MERGED-BY-USERID               TO WS-ML-USERID.
           MOVE MERGE-REASON                   TO WS-ML-REASON.
           MOVE WS-MERGE-LINE                  TO AUDRPT-RECORD.
           WRITE AUDRPT-RECORD.
      ******************************************************************
      *     ONE CURSOR OVER BOTH TABLES - THE ARCHIVE ROWS AND THE     *
      *     LIVE ROWS TOGETHER, OLDEST CHANGE FIRST, SO THE REPORT     *
