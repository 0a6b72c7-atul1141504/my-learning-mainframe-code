      *
      * MODIFICATION HISTORY:
      * 08/21/2026 APATEL   INITIAL VERSION.
      * 10/14/2026 APATEL   THE ARCHIVE COPY NOW CARRIES MOVEMENT-TYPE
      *                     SO ARCHIVED EXPENSE AND INTEREST MOVEMENTS
      *                     STAY DISTINGUISHABLE FROM INDEMNITY.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
                       OLD-DOCUMENT-REF,
                       NEW-DOCUMENT-REF,
                       CHANGED-BY-USERID,
                       CHANGE-TIMESTAMP,
                       MOVEMENT-TYPE)
               SELECT CLAIMNUMBER,
                      OLD-PAID,
                      NEW-PAID,
                      OLD-DOCUMENT-REF,
                      NEW-DOCUMENT-REF,
                      CHANGED-BY-USERID,
                      CHANGE-TIMESTAMP,
                      MOVEMENT-TYPE
                 FROM MFTR28.CLAIMS-HISTORY
                WHERE CHANGE-TIMESTAMP < :WS-CUTOFF-TS
                  AND CHANGE-TIMESTAMP <= :WS-GL-HWM-TS
