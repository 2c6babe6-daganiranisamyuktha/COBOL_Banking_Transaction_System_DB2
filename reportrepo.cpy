      *================================================================*
      * Report Repository Totals                                       *
      * The record count and hash total a report is indexed under in  *
      * the cycle report repository.  The archive step builds them    *
      * over the lines it stores and the retrieval utility over the   *
      * lines it reproduces, so both must come from these same        *
      * paragraphs.  The caller performs START-REPORT-TOTALS, then    *
      * moves each line into SQL-RR-LINE-TEXT and performs            *
      * ADD-LINE-TO-REPORT-TOTALS; the totals are left in             *
      * RR-LINE-COUNT and RR-HASH-TOTAL.  The hash runs on across     *
      * line boundaries, so a dropped, altered or reordered line all  *
      * change it.                                                    *
      *================================================================*

       START-REPORT-TOTALS.
           MOVE ZERO TO RR-LINE-COUNT
           MOVE 7 TO RR-HASH-TOTAL.

       ADD-LINE-TO-REPORT-TOTALS.
           ADD 1 TO RR-LINE-COUNT
           PERFORM ADD-BYTE-TO-REPORT-HASH
               VARYING RR-HASH-BYTE FROM 1 BY 1
               UNTIL RR-HASH-BYTE > 300.

       ADD-BYTE-TO-REPORT-HASH.
           COMPUTE RR-HASH-WORK = RR-HASH-TOTAL * 31
               + FUNCTION ORD (SQL-RR-LINE-TEXT (RR-HASH-BYTE:1))
           DIVIDE RR-HASH-WORK BY 999999937
               GIVING RR-HASH-QUOTIENT REMAINDER RR-HASH-TOTAL.
