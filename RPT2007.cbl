      *   names are fetched from the indexed CUSTMAST by key; an
      *   open item whose customer has left the master still
      *   prints, flagged as not on file.
      *
      *   Cash CASHAPP is holding in the UNAPPLIED suspense file
      *   is shown as a credit against the customer: the line
      *   carries the total open, the unapplied cash, and the net
      *   balance, and the unapplied credit is taken off the
      *   oldest aging buckets first, so a customer who has paid
      *   but whose cash is not yet on an invoice does not show as
      *   past due. A customer with unapplied cash and nothing
      *   open prints with a credit balance.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
      *    RECORD IS CARRIED AS PLAIN BYTES. OPTIONAL SO A CYCLE
      *    WITH NO POSTINGS YET STILL PRINTS AN EMPTY REPORT
           SELECT OPTIONAL OPENITEM ASSIGN TO OPENITEM.

      *    THE UNAPPLIED-CASH SUSPENSE FILE CASHAPP KEEPS - READ
      *    ONLY. OPTIONAL SO A SITE WITH NO SUSPENSE CASH YET RUNS
           SELECT OPTIONAL UNAPPLIED ASSIGN TO UNAPPLIED.
           SELECT SRTAGE   ASSIGN TO SRTAGE01.
           SELECT SORT-AGE-FILE ASSIGN TO SRTWK15.

           BLOCK CONTAINS 60 CHARACTERS.
       01  OPENITEM-UNSORTED-RECORD   PIC X(60).

      **************************************************************
      * THE UNAPPLIED-CASH SUSPENSE FILE - EACH RECORD WITH CASH  *
      * STILL UNAPPLIED GOES INTO THE SORT AS A CREDIT            *
      **************************************************************
       FD  UNAPPLIED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
           COPY UNAPREC.

      **************************************************************
      * OPEN ITEMS, SORTED BY BRANCH AND CUSTOMER NUMBER SO THE   *
      * MAIN LOOP CAN BREAK ON THEM                               *

      **************************************************************
      * SORT WORK FILE - RE-SEQUENCES THE OPEN ITEMS BY BRANCH    *
      * AND CUSTOMER NUMBER AHEAD OF THE MAIN PROCESSING LOOP.    *
      * UNAPPLIED CASH GOES IN ALONGSIDE THE OPEN ITEMS AS A      *
      * RECORD WITH A NEGATIVE OPEN AMOUNT, DATED BY ITS REMIT    *
      * DATE - A REAL OPEN ITEM IS NEVER BELOW ZERO               *
      **************************************************************
       SD  SORT-AGE-FILE.
           COPY OPENREC
       01  SWITCHES.
           05  SRTAGE-EOF-SWITCH       PIC X    VALUE "N".
           05  CUSTOMER-FOUND-SWITCH   PIC X    VALUE "N".
           05  OPENITEM-EOF-SWITCH     PIC X    VALUE "N".
           05  UNAPPLIED-EOF-SWITCH    PIC X    VALUE "N".

      **************************************************************
      * TRACKS THE PRIOR RECORD'S BRANCH AND CUSTOMER SO THE MAIN *

      **************************************************************
      * ACCUMULATES THE OPEN DOLLARS FOR THE CUSTOMER CURRENTLY   *
      * BEING AGED - ONE BUCKET PER AGE BAND PLUS THE TOTAL, AND  *
      * THE CUSTOMER'S UNAPPLIED CASH CARRIED AS A NEGATIVE       *
      **************************************************************
       01  CUSTOMER-AGE-FIELDS.
           05  CUST-OPEN-TOTAL         PIC S9(7)V99   VALUE ZERO.
           05  CUST-UNAPPLIED-TOTAL    PIC S9(7)V99   VALUE ZERO.
           05  CUST-AGE-BUCKET         PIC S9(7)V99
                                       OCCURS 4 TIMES VALUE ZERO.

      **************************************************************
       01  BRANCH-AGE-FIELDS.
           05  BRANCH-OPEN-TOTAL       PIC S9(9)V99   VALUE ZERO.
           05  BRANCH-UNAPPLIED-TOTAL  PIC S9(9)V99   VALUE ZERO.
           05  BRANCH-AGE-BUCKET       PIC S9(9)V99
                                       OCCURS 4 TIMES VALUE ZERO.

      **************************************************************
       01  GRAND-AGE-FIELDS.
           05  GRAND-OPEN-TOTAL        PIC S9(9)V99   VALUE ZERO.
           05  GRAND-UNAPPLIED-TOTAL   PIC S9(9)V99   VALUE ZERO.
           05  GRAND-AGE-BUCKET        PIC S9(9)V99
                                       OCCURS 4 TIMES VALUE ZERO.

      **************************************************************
      * WORK FIELDS FOR TAKING A CUSTOMER'S UNAPPLIED CREDIT OFF  *
      * THE AGING BUCKETS, OLDEST BUCKET FIRST                    *
      **************************************************************
       01  CREDIT-NETTING-FIELDS.
           05  CREDIT-REMAINING        PIC S9(7)V99   VALUE ZERO.
           05  CREDIT-TAKEN            PIC S9(7)V99   VALUE ZERO.
           05  BUCKET-INDEX            PIC S9(3)      VALUE ZERO.

      **************************************************************
      * STORES INFORMATION RELEVANT TO THE PAGE                    *
      **************************************************************
           05  FILLER      PIC X(5)    VALUE "CUST#".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(20)   VALUE "CUSTOMER NAME       ".
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE "  TOTAL OPEN".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE "   UNAPPLIED".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE " NET BALANCE".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE "     CURRENT".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE "  31-60 DAYS".
           05  FILLER      PIC X(12)   VALUE "  61-90 DAYS".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE "OVER 90 DAYS".

      **************************************************************
      * STORES THE FIFTH HEADER LINE INFORMATION                   *
           05  FILLER      PIC X(5)    VALUE ALL '-'. *> CUST NUM
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(20)   VALUE ALL '-'. *> CUST NAME
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE ALL '-'. *> TOTAL OPEN
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE ALL '-'. *> UNAPPLIED
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE ALL '-'. *> NET BALANCE
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE ALL '-'. *> CURRENT
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE ALL '-'. *> 31-60
           05  FILLER      PIC X(12)   VALUE ALL '-'. *> 61-90
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE ALL '-'. *> OVER 90

      **************************************************************
      * STORES ONE CUSTOMER'S AGED OPEN BALANCE LINE               *
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-OPEN-TOTAL       PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  CL-UNAPPLIED-TOTAL  PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  CL-NET-BALANCE      PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  CL-AGE-CURRENT      PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  CL-AGE-31-60        PIC ZZZ,ZZ9.99-.
           05  CL-AGE-61-90        PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  CL-AGE-OVER-90      PIC ZZZ,ZZ9.99-.

      **************************************************************
      * STORES THE FIRST BRANCH SUBTOTAL LINE                      *
      **************************************************************
       01  BRANCH-TOTAL-LINE1.
           05  FILLER              PIC X(35)    VALUE SPACE.
           05  FILLER              PIC X(95)    VALUE ALL '-'.

      **************************************************************
      * STORES THE SECOND BRANCH SUBTOTAL LINE                     *
           05  FILLER              PIC X(11)    VALUE SPACE.
           05  BTL-OPEN-TOTAL      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  BTL-UNAPPLIED-TOTAL PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  BTL-NET-BALANCE     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  BTL-AGE-CURRENT     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  BTL-AGE-31-60       PIC Z,ZZZ,ZZ9.99-.
           05  BTL-AGE-61-90       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  BTL-AGE-OVER-90     PIC Z,ZZZ,ZZ9.99-.

      **************************************************************
      * STORES THE FIRST GRAND TOTAL LINE                          *
      **************************************************************
       01  GRAND-TOTAL-LINE1.
           05  FILLER              PIC X(35)    VALUE SPACE.
           05  FILLER              PIC X(95)    VALUE ALL '='.

      **************************************************************
      * STORES THE SECOND GRAND TOTAL LINE                         *
           05  FILLER              PIC X(16)    VALUE SPACE.
           05  GTL-OPEN-TOTAL      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  GTL-UNAPPLIED-TOTAL PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  GTL-NET-BALANCE     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  GTL-AGE-CURRENT     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  GTL-AGE-31-60       PIC Z,ZZZ,ZZ9.99-.
           05  GTL-AGE-61-90       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  GTL-AGE-OVER-90     PIC Z,ZZZ,ZZ9.99-.

      **************************************************************
      * WORK FIELDS FOR THE SHARED RUN-CONTROL FILE               *
           *> LOG THIS RUN ON THE SHARED RUN-CONTROL FILE
           PERFORM 080-WRITE-RUN-START.

           *> THE MASTER IS OPENED AHEAD OF THE SORT - THE BRANCH
           *> FOR AN UNAPPLIED-CASH CREDIT COMES FROM THE MASTER
           OPEN INPUT CUSTMAST.

           *> RE-SEQUENCE THE OPEN ITEMS AND UNAPPLIED CASH BY
           *> BRANCH AND CUSTOMER SO THE MAIN LOOP CAN BREAK ON THEM
           SORT SORT-AGE-FILE
               ON ASCENDING KEY SA-BRANCH-NUMBER
               ON ASCENDING KEY SA-CUSTOMER-NUMBER
               ON ASCENDING KEY SA-INVOICE-DATE
               INPUT PROCEDURE 150-RELEASE-AGING-RECORDS
               GIVING SRTAGE.

           OPEN INPUT SRTAGE.
           OPEN OUTPUT ORPT2007.

           PERFORM 200-AGE-NEXT-OPEN-ITEM
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (RUN-DATE-NUMERIC).

      **************************************************************
      * THE SORT INPUT PROCEDURE - RELEASES EVERY OPEN ITEM AS IT *
      * STANDS, THEN EVERY SUSPENSE RECORD WITH CASH STILL        *
      * UNAPPLIED AS A CREDIT                                     *
      **************************************************************
       150-RELEASE-AGING-RECORDS.

           OPEN INPUT OPENITEM.
           PERFORM 155-RELEASE-OPEN-ITEM
               UNTIL OPENITEM-EOF-SWITCH = "Y".
           CLOSE OPENITEM.

           OPEN INPUT UNAPPLIED.
           PERFORM 160-RELEASE-UNAPPLIED-CASH
               UNTIL UNAPPLIED-EOF-SWITCH = "Y".
           CLOSE UNAPPLIED.

      **************************************************************
      * READS ONE OPEN ITEM AND RELEASES IT TO THE SORT           *
      **************************************************************
       155-RELEASE-OPEN-ITEM.

           READ OPENITEM
               AT END
                   MOVE "Y" TO OPENITEM-EOF-SWITCH.

           IF OPENITEM-EOF-SWITCH = "N"
               MOVE OPENITEM-UNSORTED-RECORD TO SA-RECORD
               RELEASE SA-RECORD.

      **************************************************************
      * READS ONE SUSPENSE RECORD AND, IF ANY OF ITS CASH IS      *
      * STILL UNAPPLIED, RELEASES IT AS A NEGATIVE OPEN AMOUNT    *
      * UNDER THE CUSTOMER'S BRANCH FROM THE MASTER - A CUSTOMER  *
      * NO LONGER ON THE MASTER FILES UNDER BRANCH ZERO           *
      **************************************************************
       160-RELEASE-UNAPPLIED-CASH.

           READ UNAPPLIED
               AT END
                   MOVE "Y" TO UNAPPLIED-EOF-SWITCH.

           IF UNAPPLIED-EOF-SWITCH = "N"
                   AND UA-UNAPPLIED-AMOUNT > ZERO
               PERFORM 165-RELEASE-UNAPPLIED-CREDIT.

      **************************************************************
      * BUILDS AND RELEASES THE CREDIT RECORD FOR ONE SUSPENSE    *
      * RECORD                                                    *
      **************************************************************
       165-RELEASE-UNAPPLIED-CREDIT.

           MOVE UA-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           MOVE "Y" TO CUSTOMER-FOUND-SWITCH.
           READ CUSTMAST
               INVALID KEY
                   MOVE "N" TO CUSTOMER-FOUND-SWITCH.

           MOVE SPACES             TO SA-RECORD.
           MOVE UA-CUSTOMER-NUMBER TO SA-CUSTOMER-NUMBER.
           MOVE UA-INVOICE-NUMBER  TO SA-INVOICE-NUMBER.
           MOVE UA-REMIT-DATE      TO SA-INVOICE-DATE.
           MOVE ZERO               TO SA-INVOICE-AMOUNT.
           COMPUTE SA-OPEN-AMOUNT = ZERO - UA-UNAPPLIED-AMOUNT.

           IF CUSTOMER-FOUND-SWITCH = "Y"
               MOVE CM-BRANCH-NUMBER TO SA-BRANCH-NUMBER
           ELSE
               MOVE ZERO TO SA-BRANCH-NUMBER.

           RELEASE SA-RECORD.

      **************************************************************
      * READS ONE SORTED OPEN ITEM AND, IF IT'S NOT THE EOF READ, *
      * CHECKS FOR CUSTOMER AND BRANCH BREAKS AND ROLLS THE ITEM  *
      * COMPUTES THE CURRENT ITEM'S AGE IN DAYS FROM ITS INVOICE  *
      * DATE AND ROLLS ITS OPEN AMOUNT INTO THE RIGHT AGE BUCKET  *
      * - AN ITEM CARRYING A DATE THE CALENDAR WON'T TAKE IS      *
      * AGED INTO THE OVER-90 BUCKET SO IT CAN'T HIDE AS CURRENT. *
      * UNAPPLIED CASH IS NOT AGED - IT IS ONLY SUMMED AS THE     *
      * CUSTOMER'S CREDIT                                         *
      **************************************************************
       300-ACCUMULATE-OPEN-ITEM.

           IF AG-OPEN-AMOUNT < ZERO
               ADD AG-OPEN-AMOUNT TO CUST-UNAPPLIED-TOTAL
           ELSE
               PERFORM 310-AGE-OPEN-ITEM.

      **************************************************************
      * AGES ONE REAL OPEN ITEM INTO ITS BUCKET                   *
      **************************************************************
       310-AGE-OPEN-ITEM.

           IF AG-INVOICE-DATE NUMERIC
               COMPUTE INVOICE-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (AG-INVOICE-DATE)

      **************************************************************
      * PRINTS THE FINISHED CUSTOMER'S AGED LINE, FETCHING THE    *
      * NAME FROM THE INDEXED MASTER BY KEY, NETS ANY UNAPPLIED   *
      * CASH AGAINST THE OLDEST BUCKETS, ROLLS THE CUSTOMER INTO  *
      * THE BRANCH AND GRAND TOTALS, AND RESETS THE CUSTOMER      *
      * ACCUMULATORS FOR THE NEXT CUSTOMER                        *
      **************************************************************
       420-PRINT-CUSTOMER-LINE.

           ELSE
               MOVE "** NOT ON MASTER **" TO CL-CUSTOMER-NAME.

           IF CUST-UNAPPLIED-TOTAL < ZERO
               PERFORM 425-NET-UNAPPLIED-CREDIT.

           MOVE PREV-BRANCH-NUMBER   TO CL-BRANCH-NUMBER.
           MOVE PREV-CUSTOMER-NUMBER TO CL-CUSTOMER-NUMBER.
           MOVE CUST-OPEN-TOTAL      TO CL-OPEN-TOTAL.
           MOVE CUST-UNAPPLIED-TOTAL TO CL-UNAPPLIED-TOTAL.
           COMPUTE CL-NET-BALANCE =
               CUST-OPEN-TOTAL + CUST-UNAPPLIED-TOTAL.
           MOVE CUST-AGE-BUCKET (1)  TO CL-AGE-CURRENT.
           MOVE CUST-AGE-BUCKET (2)  TO CL-AGE-31-60.
           MOVE CUST-AGE-BUCKET (3)  TO CL-AGE-61-90.
           *> ADD THIS CUSTOMER TO THE BRANCH AND GRAND TOTALS
           ADD CUST-OPEN-TOTAL     TO BRANCH-OPEN-TOTAL
                                      GRAND-OPEN-TOTAL.
           ADD CUST-UNAPPLIED-TOTAL TO BRANCH-UNAPPLIED-TOTAL
                                       GRAND-UNAPPLIED-TOTAL.
           ADD CUST-AGE-BUCKET (1) TO BRANCH-AGE-BUCKET (1)
                                      GRAND-AGE-BUCKET (1).
           ADD CUST-AGE-BUCKET (2) TO BRANCH-AGE-BUCKET (2)
                                      GRAND-AGE-BUCKET (4).

           MOVE ZERO TO CUST-OPEN-TOTAL
                        CUST-UNAPPLIED-TOTAL
                        CUST-AGE-BUCKET (1)
                        CUST-AGE-BUCKET (2)
                        CUST-AGE-BUCKET (3)
                        CUST-AGE-BUCKET (4).

      **************************************************************
      * TAKES THE CUSTOMER'S UNAPPLIED CREDIT OFF THE AGING       *
      * BUCKETS, OVER-90 FIRST AND WORKING TOWARD CURRENT - ANY   *
      * CREDIT LEFT WHEN EVERY BUCKET IS EMPTY SHOWS AS A CREDIT  *
      * IN THE CURRENT BUCKET, SO THE BUCKETS ADD TO THE NET      *
      **************************************************************
       425-NET-UNAPPLIED-CREDIT.

           COMPUTE CREDIT-REMAINING = ZERO - CUST-UNAPPLIED-TOTAL.

           PERFORM 427-NET-ONE-BUCKET
               VARYING BUCKET-INDEX FROM 4 BY -1
               UNTIL BUCKET-INDEX < 1.

           IF CREDIT-REMAINING > ZERO
               SUBTRACT CREDIT-REMAINING FROM CUST-AGE-BUCKET (1).

      **************************************************************
      * TAKES AS MUCH OF THE REMAINING CREDIT AS ONE BUCKET HOLDS *
      **************************************************************
       427-NET-ONE-BUCKET.

           IF CREDIT-REMAINING > CUST-AGE-BUCKET (BUCKET-INDEX)
               MOVE CUST-AGE-BUCKET (BUCKET-INDEX) TO CREDIT-TAKEN
           ELSE
               MOVE CREDIT-REMAINING TO CREDIT-TAKEN.

           IF CREDIT-TAKEN > ZERO
               SUBTRACT CREDIT-TAKEN FROM
                   CUST-AGE-BUCKET (BUCKET-INDEX) CREDIT-REMAINING.

      **************************************************************
      * PRINT ALL THE HEADER LINES TO THE OUTPUT FILE, RAN ONCE    *
      * FOR EVERY PAGE                                             *

           MOVE PREV-BRANCH-NUMBER    TO BTL-BRANCH-NUMBER.
           MOVE BRANCH-OPEN-TOTAL     TO BTL-OPEN-TOTAL.
           MOVE BRANCH-UNAPPLIED-TOTAL TO BTL-UNAPPLIED-TOTAL.
           COMPUTE BTL-NET-BALANCE =
               BRANCH-OPEN-TOTAL + BRANCH-UNAPPLIED-TOTAL.
           MOVE BRANCH-AGE-BUCKET (1) TO BTL-AGE-CURRENT.
           MOVE BRANCH-AGE-BUCKET (2) TO BTL-AGE-31-60.
           MOVE BRANCH-AGE-BUCKET (3) TO BTL-AGE-61-90.
           ADD 1 TO LINE-COUNT.

           MOVE ZERO TO BRANCH-OPEN-TOTAL
                        BRANCH-UNAPPLIED-TOTAL
                        BRANCH-AGE-BUCKET (1)
                        BRANCH-AGE-BUCKET (2)
                        BRANCH-AGE-BUCKET (3)
                        BRANCH-AGE-BUCKET (4).

      **************************************************************
      * PRINTS THE REPORT'S GRAND TOTAL - THE OPEN DOLLARS, THE   *
      * UNAPPLIED CASH, THE NET, AND THE NET DOLLARS IN EACH AGE  *
      * BUCKET ACROSS EVERY BRANCH ON THE REPORT                  *
      **************************************************************
       500-PRINT-GRAND-TOTALS.

               PERFORM 230-PRINT-HEADING-LINES.

           MOVE GRAND-OPEN-TOTAL     TO GTL-OPEN-TOTAL.
           MOVE GRAND-UNAPPLIED-TOTAL TO GTL-UNAPPLIED-TOTAL.
           COMPUTE GTL-NET-BALANCE =
               GRAND-OPEN-TOTAL + GRAND-UNAPPLIED-TOTAL.
           MOVE GRAND-AGE-BUCKET (1) TO GTL-AGE-CURRENT.
           MOVE GRAND-AGE-BUCKET (2) TO GTL-AGE-31-60.
           MOVE GRAND-AGE-BUCKET (3) TO GTL-AGE-61-90.
