      *                     ADJUSTER OR SUPERVISOR ROLE ON
      *                     MFTR28.USER-ROLE - SEE
      *                     A3090-CHECK-ASSIGNEE.
      * 10/14/2026 APATEL   OPTION 5 NOW ALSO CHECKS THE PAYMENT TYPE
      *                     KEYED IN THE TYPE FIELD - BLANK OR INDM
      *                     FOR INDEMNITY, EXPN FOR DEFENSE AND LEGAL
      *                     EXPENSE - SEE A3085-CHECK-PAYMENT-TYPE.
      * 10/14/2026 APATEL   A3800-CHECK-DUPLICATE NO LONGER COUNTS A
      *                     CLAIM ALREADY MERGED INTO ITS SURVIVOR ON
      *                     MF28CBI - ONLY THE SURVIVOR IS STILL LIVE.
      *
      * PROGRAM TYPE: COBOL.
      *
                IF ERROR-FLAG = 'N'
                  PERFORM A2700-CHECK-PAYMENT-AMT
                END-IF
                IF ERROR-FLAG = 'N'
                  PERFORM A3085-CHECK-PAYMENT-TYPE
                END-IF
              WHEN 6
                PERFORM A1000-CHECK-CLAIM-NUM
                IF ERROR-FLAG = 'N'
                   MOVE 'Y'                             TO ERROR-FLAG
           END-EVALUATE.
      ******************************************************************
      *     CHECK THE PAYMENT TYPE KEYED FOR OPTION 5 - LEFT BLANK OR  *
      *     INDM IT IS AN INDEMNITY PAYMENT, EXPN IS DEFENSE OR LEGAL  *
      *     EXPENSE. MF28CB3 CHECKS AN EXPN CLAIM IS IN LITIGATION     *
      *     ONCE IT HAS READ THE CLAIM                                 *
      ******************************************************************
       A3085-CHECK-PAYMENT-TYPE.
      *------------------------*
           EVALUATE RECTYPVI
              WHEN SPACES
              WHEN LOW-VALUES
              WHEN 'INDM'
              WHEN 'EXPN'
                   MOVE 'N'                             TO ERROR-FLAG
              WHEN OTHER
                   DISPLAY 'PAYMENT TYPE V: ' RECTYPVI
                   MOVE 'ENTER PAYMENT TYPE INDM OR EXPN'
                                                        TO MSGO
                   MOVE 'Y'                             TO ERROR-FLAG
           END-EVALUATE.
      ******************************************************************
      *     CHECK THE NEW OWNER KEYED FOR OPTION 0 - THE USERID MUST   *
      *     HOLD THE ADJUSTER OR SUPERVISOR ROLE ON MFTR28.USER-ROLE,  *
      *     SO A CLAIM CAN NEVER BE ASSIGNED INTO A VOID               *
                   AND CLAIMDATE
                         BETWEEN (CAST(:CLMDATVI AS DATE) - 3 DAYS)
                             AND (CAST(:CLMDATVI AS DATE) + 3 DAYS)
                   AND CLAIM-STATUS <> 'MERGED'
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
