      * A jointly owned account reports its interest under the
      * primary owner's ID only - the relationship table's 'P' link
      * names the filer; an account with no link row files under
      * its own same-ID customer as before.  Interest on an IOLTA
      * trust account from the day it was flagged belongs to the
      * state bar foundation, not the attorney, and is never
      * reported here.
           SET NOT-END-OF-FILE TO TRUE

           EXEC SQL
                    WHERE A.CUSTOMER_ID = T.CUSTOMER_ID
                    AND COALESCE(A.INSTITUTION_CODE, '0001')
                        BETWEEN :WS-INST-LOW AND :WS-INST-HIGH)
               AND NOT EXISTS
                   (SELECT 1 FROM IOLTA_ACCOUNT_TABLE I
                    WHERE I.ACCOUNT_NUMBER = T.CUSTOMER_ID
                    AND T.CREATION_DATE >= I.FLAGGED_DATE)
               GROUP BY COALESCE(CA.CUSTOMER_ID, T.CUSTOMER_ID)
               ORDER BY 1
           END-EXEC
