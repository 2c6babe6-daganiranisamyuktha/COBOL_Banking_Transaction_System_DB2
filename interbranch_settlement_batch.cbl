           END-EVALUATE.

       NET-TODAYS-TRANSFERS.
      * The transfers posted today whose source and target branches
      * differ, joined to the target account for its branch.  Keyed
      * on the posted date, so an item that rolled past its channel's
      * cutoff moves the positions on the day the GL books it.
      * A transfer between accounts at two different institutions
      * is an intercompany item - the intercompany elimination batch
      * settles it between the charters, so it is left out here.
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
               DECLARE IB_TRANSFER_CURSOR CURSOR FOR
               SELECT T.BRANCH_CODE, A.BRANCH_CODE, T.AMOUNT
               FROM TRANSACTION_TABLE T, ACCOUNT_TABLE A,
                    ACCOUNT_TABLE S
               WHERE A.CUSTOMER_ID = T.TARGET_ACCOUNT
               AND S.CUSTOMER_ID = T.CUSTOMER_ID
               AND T.TRANSACTION_TYPE = 'T'
               AND T.STATUS = 'PROCESSED'
               AND COALESCE(T.POSTED_DATE, T.CREATION_DATE) =
                   :WS-IB-BUSINESS-DATE
               AND T.BRANCH_CODE <> A.BRANCH_CODE
               AND COALESCE(S.INSTITUTION_CODE, '0001') =
                   COALESCE(A.INSTITUTION_CODE, '0001')
           END-EXEC

           EXEC SQL
