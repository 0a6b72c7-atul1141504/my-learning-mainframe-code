      *                     BOOK IT DIRECTLY AND THE MF28RC1
      *                     RECONCILIATION TIES OUT WITHOUT THE
      *                     MONTH-END MANUAL JOURNAL.
      * 10/14/2026 APATEL   DEFENSE AND LEGAL EXPENSE MOVEMENTS
      *                     (MOVEMENT-TYPE 'EXPN' ON THE HISTORY ROW)
      *                     NOW POST TO THE CAUSE'S LEGAL-GL-ACCOUNT
      *                     INSTEAD OF ITS INDEMNITY ACCOUNT. A CAUSE
      *                     WITH NO LEGAL ACCOUNT SET STILL POSTS THE
      *                     EXPENSE (TO GL-ACCOUNT-CODE, SO NO MONEY
      *                     IS DROPPED) BUT IS DISPLAYED AND ENDS THE
      *                     RUN RC 4 SO FINANCE CAN RECLASS IT.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
       01 WS-EXTRACT-COUNT           PIC S9(7) COMP-3 VALUE ZERO.
       01 WS-RECOVERY-COUNT          PIC S9(7) COMP-3 VALUE ZERO.
       01 WS-PAID-MOVEMENT           PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-EXPENSE-COUNT           PIC S9(7) COMP-3 VALUE ZERO.
       01 WS-NO-LEGAL-ACCT-COUNT     PIC S9(7) COMP-3 VALUE ZERO.
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PARA STARTS FROM HERE                                     *
               DECLARE GLEXTC1 CURSOR FOR
                   SELECT CH.CLAIMNUMBER, CH.OLD-PAID, CH.NEW-PAID,
                          CH.NEW-CAUSE,
                          CC.GL-ACCOUNT-CODE, CH.CHANGE-TIMESTAMP,
                          CH.MOVEMENT-TYPE, CC.LEGAL-GL-ACCOUNT
                   FROM MFTR28.CLAIMS-HISTORY CH,
                        MFTR28.CAUSECODE CC
                   WHERE CH.CHANGE-TIMESTAMP > :WS-LAST-RUN-TS
                    :CLAIMS-HISTORY.NEW-PAID,
                    :CLAIMS-HISTORY.NEW-CAUSE,
                    :CAUSECODE-REC.GL-ACCOUNT-CODE,
                    :CLAIMS-HISTORY.CHANGE-TIMESTAMP,
                    :CLAIMS-HISTORY.MOVEMENT-TYPE,
                    :CAUSECODE-REC.LEGAL-GL-ACCOUNT
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
      *     WHAT POSTS IS THE MOVEMENT OF THIS CHANGE, NOT THE         *
      *     CUMULATIVE TOTAL - A PAID INCREASE DEBITS THE MOVEMENT,    *
      *     AN AMENDMENT THAT LOWERED PAID CREDITS THE ABSOLUTE        *
      *     MOVEMENT AS A REVERSAL. DEFENSE AND LEGAL EXPENSE POSTS TO *
      *     THE CAUSE'S LEGAL EXPENSE ACCOUNT, KEPT APART FROM         *
      *     INDEMNITY                                                  *
      ******************************************************************
       A4000-PROCESS-HISTORY.
      *----------------------*
           MOVE NEW-CAUSE OF CLAIMS-HISTORY     TO GL-CAUSE.
           MOVE GL-ACCOUNT-CODE OF CAUSECODE-REC
                                                 TO GL-ACCT-CODE.
           IF MOVEMENT-EXPENSE
               PERFORM A4100-SET-LEGAL-ACCOUNT
           END-IF.
           WRITE GLEXTR-RECORD.
           ADD 1                                TO WS-EXTRACT-COUNT.
           MOVE CHANGE-TIMESTAMP OF CLAIMS-HISTORY
                                                 TO WS-HIGH-WATER-TS.
           PERFORM A5000-FETCH-NEXT.
      ******************************************************************
      *     AN EXPENSE MOVEMENT POSTS TO THE CAUSE'S LEGAL EXPENSE     *
      *     ACCOUNT. WITH NONE SET ON CAUSECODE IT STAYS ON THE        *
      *     INDEMNITY ACCOUNT RATHER THAN BEING DROPPED, AND THE RUN   *
      *     IS FLAGGED RC 4 FOR FINANCE TO RECLASS                     *
      ******************************************************************
       A4100-SET-LEGAL-ACCOUNT.
      *------------------------*
           ADD 1                                TO WS-EXPENSE-COUNT.
           IF LEGAL-GL-ACCOUNT OF CAUSECODE-REC = SPACES
               ADD 1                        TO WS-NO-LEGAL-ACCT-COUNT
               DISPLAY 'MF28GL1 NO LEGAL GL ACCOUNT FOR CAUSE '
                   NEW-CAUSE OF CLAIMS-HISTORY ' CLAIM '
                   GL-CLAIMNUMBER
               IF WS-RUN-RC < 4
                   MOVE 4                       TO WS-RUN-RC
               END-IF
           ELSE
               MOVE LEGAL-GL-ACCOUNT OF CAUSECODE-REC
                                                 TO GL-ACCT-CODE
           END-IF.
      ******************************************************************
      *     OPEN THE CURSOR OVER RECOVERIES LEDGERED SINCE THE LAST    *
      *     RUN, JOINED THROUGH THE CLAIM TO CAUSECODE SO THE CREDIT   *
      *     POSTS BACK AGAINST THE SAME ACCOUNT THE CLAIM'S PAID       *
           PERFORM A8500-LOG-RUN.
           DISPLAY 'MF28GL1 RECORDS EXTRACTED: ' WS-EXTRACT-COUNT.
           DISPLAY 'MF28GL1 RECOVERY CREDITS : ' WS-RECOVERY-COUNT.
           DISPLAY 'MF28GL1 LEGAL EXPENSE    : ' WS-EXPENSE-COUNT.
           DISPLAY 'MF28GL1 NO LEGAL ACCOUNT : ' WS-NO-LEGAL-ACCT-COUNT.
           MOVE WS-RUN-RC                      TO RETURN-CODE.
           STOP RUN.
      ******************************************************************
