      *
      * MODIFICATION HISTORY:
      * 08/21/2026 APATEL   INITIAL VERSION.
      * 10/14/2026 APATEL   ADD/UPDATE NOW ALSO TAKE THE CAUSE'S LEGAL
      *                     EXPENSE GL ACCOUNT (CCLGLVI, OPTIONAL - LEFT
      *                     BLANK THE EXPENSE POSTS TO THE CAUSE'S GL
      *                     ACCOUNT). THE BROWSE SHOWS IT AND
      *                     CAUSECODE-HISTORY LOGS IT.
      *
      * PROGRAM TYPE: COBOL-CICS-DB2.
      *
       01 WS-ROW-TEXT.
           05 WS-RT-CAUSECODE            PIC X(20).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WS-RT-CAUSEDESC            PIC X(27).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WS-RT-GL-ACCOUNT           PIC X(10).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WS-RT-LEGAL-GL-ACCOUNT     PIC X(10).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 WS-RT-STATUS               PIC X(07).
       01 WS-COMMAREA-OUT.
           05 WS-OUT-FROM-KEY            PIC X(20).
           EXEC SQL
               DECLARE CAUSEC1 CURSOR FOR
                   SELECT CAUSECODE, CAUSEDESC, GL-ACCOUNT-CODE,
                          CAUSE-STATUS, LEGAL-GL-ACCOUNT
                   FROM MFTR28.CAUSECODE
                   WHERE CAUSECODE > :WS-FROM-KEY
                   ORDER BY CAUSECODE
               INTO :CAUSECODE-REC.CAUSECODE,
                    :CAUSECODE-REC.CAUSEDESC,
                    :CAUSECODE-REC.GL-ACCOUNT-CODE,
                    :CAUSECODE-REC.CAUSE-STATUS,
                    :CAUSECODE-REC.LEGAL-GL-ACCOUNT
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
           MOVE CAUSEDESC                    TO WS-RT-CAUSEDESC.
           MOVE GL-ACCOUNT-CODE OF CAUSECODE-REC
                                              TO WS-RT-GL-ACCOUNT.
           MOVE LEGAL-GL-ACCOUNT OF CAUSECODE-REC
                                              TO WS-RT-LEGAL-GL-ACCOUNT.
           MOVE CAUSE-STATUS OF CAUSECODE-REC TO WS-RT-STATUS.
           EVALUATE WS-ROW-INDEX
               WHEN 1
               MOVE CCDESCVI            TO CAUSEDESC
               MOVE CCGLVI              TO GL-ACCOUNT-CODE
                                               OF CAUSECODE-REC
               MOVE CCLGLVI             TO LEGAL-GL-ACCOUNT
                                               OF CAUSECODE-REC
               SET CAUSE-ACTIVE          TO TRUE
               EXEC SQL
                   INSERT INTO MFTR28.CAUSECODE
                          (CAUSECODE,
                           CAUSEDESC,
                           GL-ACCOUNT-CODE,
                           CAUSE-STATUS,
                           LEGAL-GL-ACCOUNT)
                   VALUES (:CAUSECODE-REC.CAUSECODE,
                           :CAUSECODE-REC.CAUSEDESC,
                           :CAUSECODE-REC.GL-ACCOUNT-CODE,
                           :CAUSECODE-REC.CAUSE-STATUS,
                           :CAUSECODE-REC.LEGAL-GL-ACCOUNT)
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       MOVE SPACES          TO OLD-CAUSEDESC
                       MOVE SPACES          TO OLD-GL-ACCOUNT-CODE
                       MOVE SPACES          TO OLD-CAUSE-STATUS
                       MOVE SPACES          TO OLD-LEGAL-GL-ACCOUNT
                       PERFORM A5500-SET-NEW-FROM-REC
                       PERFORM A5600-LOG-CHANGE
                       MOVE 'CAUSE CODE ADDED'          TO MSG4O
                   MOVE CCDESCVI        TO CAUSEDESC
                   MOVE CCGLVI          TO GL-ACCOUNT-CODE
                                               OF CAUSECODE-REC
                   MOVE CCLGLVI         TO LEGAL-GL-ACCOUNT
                                               OF CAUSECODE-REC
                   EXEC SQL
                       UPDATE MFTR28.CAUSECODE
                          SET CAUSEDESC       = :CAUSECODE-REC.CAUSEDESC
                            , GL-ACCOUNT-CODE =
                                  :CAUSECODE-REC.GL-ACCOUNT-CODE
                            , LEGAL-GL-ACCOUNT =
                                  :CAUSECODE-REC.LEGAL-GL-ACCOUNT
                        WHERE CAUSECODE  = :CAUSECODE-REC.CAUSECODE
                   END-EXEC
                   EVALUATE SQLCODE
               MOVE OLD-CAUSEDESC         TO CAUSEDESC
               MOVE OLD-GL-ACCOUNT-CODE   TO GL-ACCOUNT-CODE
                                               OF CAUSECODE-REC
               MOVE OLD-LEGAL-GL-ACCOUNT  TO LEGAL-GL-ACCOUNT
                                               OF CAUSECODE-REC
               SET CAUSE-RETIRED           TO TRUE
               EXEC SQL
                   UPDATE MFTR28.CAUSECODE
                   MOVE SPACES              TO NEW-CAUSEDESC
                   MOVE SPACES              TO NEW-GL-ACCOUNT-CODE
                   MOVE SPACES              TO NEW-CAUSE-STATUS
                   MOVE SPACES              TO NEW-LEGAL-GL-ACCOUNT
                   PERFORM A5600-LOG-CHANGE
                   MOVE 'CAUSE CODE DELETED'             TO MSG4O
               WHEN OTHER
                                           TO NEW-GL-ACCOUNT-CODE.
           MOVE CAUSE-STATUS OF CAUSECODE-REC
                                           TO NEW-CAUSE-STATUS.
           MOVE LEGAL-GL-ACCOUNT OF CAUSECODE-REC
                                           TO NEW-LEGAL-GL-ACCOUNT.
      ******************************************************************
      *     WRITE THE REFERENCE TABLE CHANGE TO CAUSECODE-HISTORY      *
      ******************************************************************
                       OLD-CAUSE-STATUS,
                       NEW-CAUSE-STATUS,
                       CHANGED-BY-USERID,
                       CHANGE-TIMESTAMP,
                       OLD-LEGAL-GL-ACCOUNT,
                       NEW-LEGAL-GL-ACCOUNT)
               VALUES (:CAUSECODE-HISTORY.CAUSECODE,
                       :CAUSECODE-HISTORY.OLD-CAUSEDESC,
                       :CAUSECODE-HISTORY.NEW-CAUSEDESC,
                       :CAUSECODE-HISTORY.OLD-CAUSE-STATUS,
                       :CAUSECODE-HISTORY.NEW-CAUSE-STATUS,
                       :CAUSECODE-HISTORY.CHANGED-BY-USERID,
                       CURRENT TIMESTAMP,
                       :CAUSECODE-HISTORY.OLD-LEGAL-GL-ACCOUNT,
                       :CAUSECODE-HISTORY.NEW-LEGAL-GL-ACCOUNT)
           END-EXEC.
           DISPLAY 'SQLCODE CAUSE HISTORY INSERT' SQLCODE.
      ******************************************************************
           EXEC SQL
               SELECT CAUSEDESC,
                      GL-ACCOUNT-CODE,
                      CAUSE-STATUS,
                      LEGAL-GL-ACCOUNT
                 INTO :CAUSECODE-HISTORY.OLD-CAUSEDESC,
                      :CAUSECODE-HISTORY.OLD-GL-ACCOUNT-CODE,
                      :CAUSECODE-HISTORY.OLD-CAUSE-STATUS,
                      :CAUSECODE-HISTORY.OLD-LEGAL-GL-ACCOUNT
                 FROM MFTR28.CAUSECODE
                WHERE CAUSECODE = :CAUSECODE-REC.CAUSECODE
           END-EXEC.
