      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO RECONCILE
      *                    MFTR28.CLAIMS PAID AMOUNTS AGAINST THE
      *                    FINANCE PAID-CLAIMS LEDGER EXTRACT:
      *                    1. TOTALS THE PAID MOVEMENTS MADE IN A
      *                       CALLER-SUPPLIED DATE RANGE, FROM
      *                       MFTR28.CLAIMS-HISTORY.
      *                    2. READS THE FINANCE EXTRACT OF POSTED
      *                       DISBURSEMENTS, ONE CLAIMNUMBER PER
      *                       RECORD, AND LOOKS EACH ONE UP AGAINST
      *                     SO THE JCL NO LONGER NEEDS A MONTHLY EDIT;
      *                     EVERY RUN NOW WRITES A COMPLETION ROW TO
      *                     MFTR28.BATCH-RUN-LOG.
      * 10/14/2026 APATEL   A RUN THAT DOES NOT TIE - ANY VARIANCE
      *                     LINE OR A NON-ZERO PERIOD VARIANCE - NOW
      *                     ENDS RC 4 INSTEAD OF 0, SO THE MF28PC1
      *                     MONTH-END CLOSE CAN TELL A RECONCILED
      *                     PERIOD FROM ONE THAT MERELY RAN.
      * 10/15/2026 APATEL   THE PERIOD PAID TOTAL IS NOW THE SUM OF
      *                     THE PAID MOVEMENTS (NEW-PAID LESS OLD-PAID
      *                     ON MFTR28.CLAIMS-HISTORY) WHOSE
      *                     CHANGE-TIMESTAMP FALLS IN THE PERIOD - THE
      *                     SAME MOVEMENTS MF28GL1 POSTS - RATHER THAN
      *                     THE CUMULATIVE PAID OF CLAIMS WHOSE
      *                     CLAIMDATE FALLS IN IT. IT NOW AGREES WITH
      *                     THE PERIOD LOCK, WHICH TESTS THE DATE
      *                     MONEY POSTS.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
      *
      * LINKAGE COPYBOOKS: NONE
      *
      * TABLES: MFTR28.CLAIMS, MFTR28.CLAIMS-HISTORY,
      *         MFTR28.BATCH-CONTROL, MFTR28.BATCH-RUN-LOG
      *
      * CALLING MODULES: NONE (INVOKED FROM JCL MF28RC1)
      *
               MOVE 12                          TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *     TOTAL THE PAID MOVEMENTS MADE IN THE RECONCILED PERIOD -   *
      *     EACH CLAIMS-HISTORY ROW'S NEW-PAID LESS OLD-PAID, TAKEN BY *
      *     THE DATE OF ITS CHANGE-TIMESTAMP, AS MF28GL1 POSTS THEM    *
      ******************************************************************
       A3000-GET-PERIOD-TOTAL.
      *----------------------*
           EXEC SQL
               SELECT COALESCE(SUM(NEW-PAID - OLD-PAID), 0)
                 INTO :WS-PERIOD-TOTAL-PAID
                 FROM MFTR28.CLAIMS-HISTORY
                WHERE DATE(CHANGE-TIMESTAMP) BETWEEN :WS-START-DATE
                                                 AND :WS-END-DATE
                  AND NEW-PAID <> OLD-PAID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
           MOVE WS-PERIOD-VARIANCE                TO WS-S5-AMOUNT.
           MOVE WS-SUMMARY-LINE-5                 TO VARRPT-RECORD.
           WRITE VARRPT-RECORD.
      *-- A PERIOD THAT DID NOT TIE IS NOT RECONCILED - RC 4 KEEPS
      *-- THE MF28PC1 CLOSE FROM ACCEPTING IT
           IF WS-RUN-RC = ZERO
              AND (WS-VARIANCE-COUNT > ZERO
                   OR WS-PERIOD-VARIANCE NOT = ZERO)
               MOVE 4                            TO WS-RUN-RC
           END-IF.
      ******************************************************************
      *     WRITE THE COMPLETION ROW OPERATIONS WATCHES FOR - WHICH    *
      *     JOB, WHICH WINDOW, HOW MANY RECORDS AND THE RETURN CODE    *
