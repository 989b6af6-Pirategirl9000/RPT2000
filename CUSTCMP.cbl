      **************************************************************
      * THE SORT INPUT PROCEDURE - READS EVERY AUDIT LINE AND     *
      * RELEASES THE CUSTOMER NUMBER OF EACH ONE THAT RECORDS AN  *
      * ACTUAL CHANGE (ADDED, CHANGE, DELETE, OR AN APPROVED      *
      * CREDIT-LIMIT RAISE) - ERROR, TOTAL, AND PENDING-RAISE     *
      * LINES EXPLAIN NOTHING AND STAY OUT                        *
      **************************************************************
       150-RELEASE-AUDIT-CUSTOMERS.

               IF AL-TRANSACTION-CODE = "ADDED"
                       OR AL-TRANSACTION-CODE = "CHANGE"
                       OR AL-TRANSACTION-CODE = "DELETE"
                       OR AL-TRANSACTION-CODE = "APPROV"
                   MOVE AL-CUSTOMER-NUMBER TO SRT-CUSTOMER-NUMBER
                   RELEASE SORT-RECORD.

