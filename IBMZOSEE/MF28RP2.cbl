      * BUSINESS FUNCTION: THIS PROGRAM IS DESIGNED TO PRODUCE A
      *                    DAILY CLAIMS AGING WORKLIST:
      *                    1. READS MFTR28.CLAIMS FOR EVERY CLAIM NOT
      *                       IN CLOSED/DENIED/MERGED STATUS VIA A
      *                       CURSOR ORDERED BY DAYS OPEN, OLDEST FIRST.
      *                    2. COMPUTES DAYS OPEN AS CURRENT DATE MINUS
      *                       CLAIMDATE AND KEEPS ONLY CLAIMS OPEN AT
      *                       LEAST AS LONG AS THE CALLER-SUPPLIED
      *                     LIST UP WITH A HIGHLIGHTER ANY MORE.
      *                     WITHIN AN ADJUSTER THE OLDEST CLAIMS
      *                     STILL LIST FIRST.
      * 10/14/2026 APATEL   A CLAIM MERGED INTO ITS SURVIVOR ON MF28CBI
      *                     (STATUS MERGED) IS FINISHED WITH AND NO
      *                     LONGER APPEARS ON THE WORKLIST.
      *
      * PROGRAM TYPE: COBOL-DB2 BATCH.
      *
                          (DAYS(CURRENT DATE) - DAYS(CLAIMDATE)),
                          REOPEN-COUNT, ASSIGNED-ADJUSTER
                   FROM MFTR28.CLAIMS
                   WHERE CLAIM-STATUS NOT IN ('CLOSED', 'DENIED',
                                              'MERGED')
                     AND (DAYS(CURRENT DATE) - DAYS(CLAIMDATE))
                            >= :WS-PARM-THRESHOLD
                   ORDER BY 7, 5 DESC
