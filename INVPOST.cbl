      *   to the HOLDRPT review listing, addressed to the credit
      *   analyst named on the territory's REFMAST "T" record, so
      *   a held account stops moving the day the hold is cut.
      *   A detail coded "C" is a credit memo against an invoice
      *   already on the OPENITEM file - its IV-INVOICE-NUMBER names
      *   the original invoice, and its amount and quantity are what
      *   is being credited back. A credit memo that posts comes off
      *   the customer's CM-SALES-THIS-YTD, backs its quantity and
      *   dollars out of the product line in PRODSUM, and works the
      *   original invoice's open amount down on OPENITEM in place.
      *   A memo whose invoice is not open, or that is for more than
      *   the invoice still owes, is rejected to INVERR and touches
      *   nothing.
      *   Every invoice that posts is also written to the INVREG
      *   posted-invoice register, keyed on its invoice number, with
      *   its customer, date, amount, product line, batch, and the
      *   date it posted. A detail whose invoice number is already
      *   on the register - resent from an earlier batch, or keyed
      *   twice in this one - is rejected to INVERR as a duplicate
      *   naming the batch it first posted in, and the customer,
      *   OPENITEM, and PRODSUM are left alone.
      *   An invoice or credit memo dated in a fiscal period that
      *   accounting has closed on the FISCAL calendar is rejected
      *   to INVERR as it is read and never reaches the customer,
      *   OPENITEM, PRODSUM, or the register, so a signed-off
      *   month's figures cannot shift. It still counts toward the
      *   batch totals the trailer is proved against. Without a
      *   FISCAL file no period is treated as closed.
      *
      *   The invoice file's first record is a batch header
      *   (IV-RECORD-TYPE = "H") carrying the batch number and batch
      *   date; every record after it is a detail invoice coded "D"
      *   or a credit memo coded "C", keyed on IV-CUSTOMER-NUMBER,
      *   and the last record is a trailer coded "T" carrying the
      *   detail record count and dollar total the batch was
      *   balanced to when it was keyed, with the credit memos
      *   proved separately on their own count and dollar total.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

           SELECT INVERR   ASSIGN TO INVERR.

      *    POSTED-INVOICE REGISTER, KEYED ON THE INVOICE NUMBER -
      *    LOOKED UP BEFORE EACH DETAIL POSTS TO CATCH A DUPLICATE,
      *    AND WRITTEN AS EACH ONE DOES. OPTIONAL SO THE VERY FIRST
      *    POSTING RUN CREATES IT
           SELECT OPTIONAL INVREG ASSIGN TO INVREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IR-INVOICE-NUMBER.

      *    OPEN-ITEM RECEIVABLE FILE - ONE RECORD APPENDED PER
      *    INVOICE POSTED, SO THE DOLLARS ROLLED INTO THE YTD CAN
      *    STILL BE TIED BACK TO THE INVOICES THAT ARE UNPAID. READ
      *    FIRST TO PROVE THE CREDIT MEMOS AND REWRITTEN IN PLACE AT
      *    THE END TO WORK THEIR INVOICES DOWN. OPTIONAL SO THE VERY
      *    FIRST POSTING RUN CREATES IT
           SELECT OPTIONAL OPENITEM ASSIGN TO OPENITEM.

      *    PRODUCT SALES SUMMARY FILE - ONE RECORD APPENDED PER
           SELECT REFMAST ASSIGN TO REFMAST
               FILE STATUS IS REFMAST-STATUS.

      *    FISCAL CALENDAR MAINTAINED BY FISCMNT - OPTIONAL; WHEN
      *    PRESENT, AN INVOICE OR CREDIT MEMO DATED IN A PERIOD IT
      *    SHOWS CLOSED IS REJECTED INSTEAD OF POSTED
           SELECT FISCAL ASSIGN TO FISCAL
               FILE STATUS IS FISCAL-STATUS.

      *    CREDIT HOLD REVIEW LISTING - ONE LINE PER INVOICE
      *    DIVERTED OFF A HELD CUSTOMER
           SELECT HOLDRPT ASSIGN TO HOLDRPT.
      **************************************************************
      * INVOICE DETAIL FILE - THE FIRST RECORD IS THE BATCH        *
      * HEADER, THE LAST IS THE BATCH TRAILER, AND EVERY RECORD    *
      * BETWEEN THEM IS ONE INVOICE ("D") OR ONE CREDIT MEMO       *
      * ("C") FOR ONE CUSTOMER - A CREDIT MEMO CARRIES THE         *
      * ORIGINAL INVOICE'S NUMBER IN IV-INVOICE-NUMBER             *
      **************************************************************
       FD  INVDTL
           RECORDING MODE IS F
           05  IV-TRAILER REDEFINES IV-DETAIL.
               10  IV-TRAILER-COUNT        PIC 9(5).
               10  IV-TRAILER-AMOUNT       PIC S9(7)V9(2).
               10  IV-TRAILER-CREDIT-COUNT PIC 9(5).
               10  IV-TRAILER-CREDIT-AMOUNT
                                           PIC S9(7)V9(2).
               10  FILLER                  PIC X(11).

      **************************************************************
      * SORT WORK FILE FOR THE INVOICES - GROUPS THE DETAIL        *
      * RECORDS BY CUSTOMER NUMBER SO EACH CUSTOMER IS FETCHED     *
      * FROM THE MASTER ONCE, HOWEVER MANY INVOICES IT HAS. A      *
      * CREDIT MEMO ALSO CARRIES ITS SLOT IN THE CREDIT MEMO TABLE *
      **************************************************************
       SD  SORT-INV-FILE.
       01  IS-RECORD.
           05  IS-INVOICE-AMOUNT       PIC S9(5)V9(2).
           05  IS-PRODUCT-LINE         PIC X(3).
           05  IS-QUANTITY             PIC 9(5).
           05  IS-RECORD-TYPE          PIC X(1).
           05  IS-CREDIT-MEMO-INDEX    PIC 9(3).

      **************************************************************
      * INVOICES, SORTED BY CUSTOMER NUMBER, READY TO POST ONE     *
       FD  SRTINV
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 38 CHARACTERS
           BLOCK CONTAINS 38 CHARACTERS.
       01  II-RECORD.
           05  II-CUSTOMER-NUMBER      PIC 9(5).
           05  II-INVOICE-NUMBER       PIC 9(6).
           05  II-INVOICE-AMOUNT       PIC S9(5)V9(2).
           05  II-PRODUCT-LINE         PIC X(3).
           05  II-QUANTITY             PIC 9(5).
           05  II-RECORD-TYPE          PIC X(1).
           05  II-CREDIT-MEMO-INDEX    PIC 9(3).

      **************************************************************
      * ERROR LISTING - ONE LINE PER REJECTED INVOICE, PLUS THE    *
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      **************************************************************
      * THE INDEXED POSTED-INVOICE REGISTER, KEYED ON THE INVOICE *
      * NUMBER - ONE RECORD PER INVOICE EVER POSTED               *
      **************************************************************
       FD  INVREG
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY INVREGRC.

      **************************************************************
      * OPEN-ITEM RECEIVABLE FILE - ONE RECORD PER POSTED INVOICE *
      * STILL UNPAID, APPENDED HERE AND WORKED DOWN BY CASHAPP    *
      * AND BY THE CREDIT MEMOS POSTED HERE                       *
      **************************************************************
       FD  OPENITEM
           RECORDING MODE IS F
           BLOCK CONTAINS 80 CHARACTERS.
           COPY REFREC.

      **************************************************************
      * OPTIONAL FISCAL CALENDAR - READ ONCE AT START-UP INTO THE *
      * FISCAL PERIOD TABLE SO EACH ITEM'S DATE CAN BE CHECKED    *
      * AGAINST THE PERIODS ACCOUNTING HAS CLOSED                 *
      **************************************************************
       FD  FISCAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
           COPY FISCREC.

      **************************************************************
      * CREDIT HOLD REVIEW LISTING - ONE LINE PER INVOICE         *
      * DIVERTED OFF A HELD CUSTOMER, WITH THE ANALYST IT GOES TO *
           05  CRHOLD-EOF-SWITCH       PIC X   VALUE "N".
           05  REFMAST-EOF-SWITCH      PIC X   VALUE "N".
           05  CUSTOMER-HELD-SWITCH    PIC X   VALUE "N".
           05  OPENITEM-EOF-SWITCH     PIC X   VALUE "N".
           05  OPEN-ITEM-CHANGED-SWITCH
                                       PIC X   VALUE "N".
           05  DUPLICATE-INVOICE-SWITCH
                                       PIC X   VALUE "N".
           05  FISCAL-EOF-SWITCH       PIC X   VALUE "N".
           05  PERIOD-CLOSED-SWITCH    PIC X   VALUE "N".

       01  REFMAST-STATUS              PIC XX.
       01  FISCAL-STATUS               PIC XX.

      **************************************************************
      * THE FISCAL CALENDAR, LOADED ONCE AT START-UP, AND THE     *
      * WORK FIELDS FOR FINDING THE PERIOD A DATE FALLS IN -      *
      * FOUND-PERIOD-INDEX COMES BACK ZERO WHEN NO PERIOD ON THE  *
      * CALENDAR COVERS THE DATE                                  *
      **************************************************************
       01  FISCAL-PERIOD-TABLE.
           05  FISCAL-PERIOD-COUNT     PIC S9(3)  VALUE ZERO.
           05  FISCAL-PERIOD-ENTRY     OCCURS 240 TIMES.
               10  FPE-FISCAL-YEAR     PIC 9(4).
               10  FPE-FISCAL-PERIOD   PIC 9(2).
               10  FPE-START-DATE      PIC 9(8).
               10  FPE-END-DATE        PIC 9(8).
               10  FPE-PERIOD-STATUS   PIC X(1).
       01  FISCAL-LOOKUP-FIELDS.
           05  FISCAL-LOOKUP-DATE      PIC 9(8)   VALUE ZERO.
           05  FISCAL-LOOKUP-INDEX     PIC S9(3)  VALUE ZERO.
           05  FOUND-PERIOD-INDEX      PIC S9(3)  VALUE ZERO.

      **************************************************************
      * THE ERROR LISTING MESSAGE FOR AN ITEM DATED IN A CLOSED   *
      * FISCAL PERIOD, NAMING THE PERIOD                          *
      **************************************************************
       01  CLOSED-PERIOD-MESSAGE.
           05  FILLER              PIC X(14)  VALUE "FISCAL PERIOD ".
           05  CPM-FISCAL-YEAR     PIC 9(4).
           05  FILLER              PIC X(1)   VALUE "-".
           05  CPM-FISCAL-PERIOD   PIC 9(2).
           05  FILLER              PIC X(9)   VALUE " CLOSED".

      **************************************************************
      * THE CUSTOMERS HELD BY THE LATEST RPT2006 RUN, LOADED ONCE *
           05  ANALYST-LOOKUP-INDEX    PIC S9(3)  VALUE ZERO.
           05  FOUND-ANALYST-NAME      PIC X(20).

      **************************************************************
      * EVERY CREDIT MEMO IN THE BATCH, FILED AS IT IS RELEASED TO *
      * THE SORT. BEFORE ANYTHING POSTS, EACH MEMO IS PROVED       *
      * AGAINST ITS INVOICE ON OPENITEM AND CR-MEMO-STATUS SAYS    *
      * WHAT WAS FOUND; POSTING AND THE FINAL OPENITEM PASS MOVE   *
      * IT ON FROM THERE -                                         *
      *   "N" INVOICE NOT OPEN        "E" EXCEEDS THE OPEN AMOUNT  *
      *   "V" PROVED AGAINST OPENITEM "P" POSTED TO THE CUSTOMER   *
      *   "A" APPLIED TO THE OPEN ITEM                             *
      **************************************************************
       01  CREDIT-MEMO-TABLE.
           05  CREDIT-MEMO-COUNT       PIC S9(3)  VALUE ZERO.
           05  CREDIT-MEMO-ENTRY       OCCURS 500 TIMES.
               10  CR-CUSTOMER-NUMBER  PIC 9(5).
               10  CR-INVOICE-NUMBER   PIC 9(6).
               10  CR-MEMO-AMOUNT      PIC S9(5)V9(2).
               10  CR-MEMO-STATUS      PIC X(1).
       01  CREDIT-MEMO-FIELDS.
           05  CREDIT-MEMO-INDEX       PIC S9(3)  VALUE ZERO.
           05  OPEN-AMOUNT-REMAINING   PIC S9(5)V9(2) VALUE ZERO.
           05  LISTED-AMOUNT           PIC S9(5)V9(2) VALUE ZERO.

      **************************************************************
      * THE CUSTOMER NUMBER OF THE UNMATCHED GROUP CURRENTLY      *
      * BEING REJECTED, SO EVERY INVOICE FOR THAT NUMBER COMES    *
           05  TRAILER-AMOUNT-TOTAL    PIC S9(7)V99  VALUE ZERO.
           05  RELEASED-RECORD-COUNT   PIC 9(5)      VALUE ZERO.
           05  RELEASED-AMOUNT-TOTAL   PIC S9(7)V99  VALUE ZERO.
           05  TRAILER-CREDIT-COUNT    PIC 9(5)      VALUE ZERO.
           05  TRAILER-CREDIT-TOTAL    PIC S9(7)V99  VALUE ZERO.
           05  RELEASED-CREDIT-COUNT   PIC 9(5)      VALUE ZERO.
           05  RELEASED-CREDIT-TOTAL   PIC S9(7)V99  VALUE ZERO.

      **************************************************************
      * THE PRODUCT SALES SUMMARY ACCUMULATED THIS RUN - ONE      *
           05  PRODUCT-INDEX           PIC S9(3)  VALUE ZERO.
           05  PRODUCT-FOUND-INDEX     PIC S9(3)  VALUE ZERO.
           05  PRODUCT-TABLE-FULL-SW   PIC X      VALUE "N".
           05  PRODUCT-POST-QUANTITY   PIC S9(7)  VALUE ZERO.
           05  PRODUCT-POST-AMOUNT     PIC S9(7)V99 VALUE ZERO.

      **************************************************************
      * COUNTS AND DOLLAR SUMS FOR THE END OF RUN SUMMARY          *
           05  REJECT-AMOUNT           PIC S9(7)V99  VALUE ZERO.
           05  DIVERT-COUNT            PIC S9(5)     VALUE ZERO.
           05  DIVERT-AMOUNT           PIC S9(7)V99  VALUE ZERO.
           05  CREDIT-POSTED-COUNT     PIC S9(5)     VALUE ZERO.
           05  CREDIT-POSTED-AMOUNT    PIC S9(7)V99  VALUE ZERO.
           05  CREDIT-REJECT-COUNT     PIC S9(5)     VALUE ZERO.
           05  CREDIT-REJECT-AMOUNT    PIC S9(7)V99  VALUE ZERO.
           05  CREDIT-DIVERT-COUNT     PIC S9(5)     VALUE ZERO.
           05  CREDIT-DIVERT-AMOUNT    PIC S9(7)V99  VALUE ZERO.
           05  DUPLICATE-COUNT         PIC S9(5)     VALUE ZERO.
           05  DUPLICATE-AMOUNT        PIC S9(7)V99  VALUE ZERO.
           05  CLOSED-PERIOD-COUNT     PIC S9(5)     VALUE ZERO.
           05  CLOSED-PERIOD-AMOUNT    PIC S9(7)V99  VALUE ZERO.
           05  CREDIT-CLOSED-COUNT     PIC S9(5)     VALUE ZERO.
           05  CREDIT-CLOSED-AMOUNT    PIC S9(7)V99  VALUE ZERO.

      **************************************************************
      * STORES INFORMATION RELEVANT TO THE PAGE                    *
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

      **************************************************************
      * TODAY'S DATE AS ONE YYYYMMDD NUMBER, STAMPED ON EACH      *
      * REGISTER RECORD AS THE DATE IT POSTED                     *
      **************************************************************
       01  RUN-DATE-YYYYMMDD.
           05  RD-YEAR         PIC 9999.
           05  RD-MONTH        PIC 99.
           05  RD-DAY          PIC 99.
       01  RUN-DATE-NUMERIC REDEFINES RUN-DATE-YYYYMMDD
                               PIC 9(8).

      **************************************************************
      * STORES THE FIRST HEADER LINE INFORMATION                   *
      * HOLDS THE DATE, REPORT TITLE, AND PAGE NUMBER              *
           PERFORM 030-LOAD-CREDIT-HOLDS.
           PERFORM 040-LOAD-TERRITORY-ANALYSTS.

           *> PULL IN THE FISCAL CALENDAR SO AN ITEM DATED IN A
           *> PERIOD ACCOUNTING HAS CLOSED CAN BE TURNED AWAY
           PERFORM 020-LOAD-FISCAL-CALENDAR.

           OPEN INPUT INVDTL.
           PERFORM 050-READ-BATCH-HEADER.

           *> IS REFUSED WHOLE RATHER THAN POSTED SHORT
           PERFORM 180-CHECK-BATCH-BALANCE.

           *> PROVE EVERY CREDIT MEMO AGAINST ITS INVOICE ON THE
           *> OPEN-ITEM FILE BEFORE ANY CUSTOMER IS TOUCHED
           IF BATCH-BALANCED-SWITCH = "Y"
                   AND CREDIT-MEMO-COUNT > ZERO
               PERFORM 060-PROVE-CREDIT-MEMOS.

           IF BATCH-BALANCED-SWITCH = "Y"
               OPEN INPUT SRTINV
               OPEN I-O CUSTMAST
               OPEN EXTEND OPENITEM
               OPEN I-O INVREG
               OPEN OUTPUT HOLDRPT
               PERFORM 210-READ-INVOICE
               PERFORM 300-PROCESS-NEXT-CUSTOMER
                   UNTIL SRTINV-EOF-SWITCH = "Y"
               PERFORM 900-PRINT-RUN-SUMMARY
               PERFORM 910-WRITE-PRODUCT-SUMMARY
               CLOSE SRTINV CUSTMAST OPENITEM INVREG HOLDRPT
               IF CREDIT-POSTED-COUNT > ZERO
                   PERFORM 920-APPLY-CREDITS-TO-OPEN-ITEMS.


           *> LOG THIS RUN COMPLETE ON THE RUN-CONTROL FILE
           CLOSE INVERR.
           STOP RUN.

      **************************************************************
      * READS THE OPTIONAL FISCAL CALENDAR INTO THE FISCAL PERIOD *
      * TABLE - WHEN THE FILE ISN'T THERE THE TABLE STAYS EMPTY   *
      * AND NO PERIOD IS TREATED AS CLOSED                        *
      **************************************************************
       020-LOAD-FISCAL-CALENDAR.

           OPEN INPUT FISCAL.
           IF FISCAL-STATUS = "00"
               PERFORM 025-LOAD-ONE-FISCAL-PERIOD
                   UNTIL FISCAL-EOF-SWITCH = "Y"
               CLOSE FISCAL.

      **************************************************************
      * READS ONE FISCAL PERIOD RECORD AND FILES IT IN THE TABLE - *
      * AN OVERFULL TABLE IS REFUSED LOUDLY SINCE A CLOSED PERIOD  *
      * THAT SILENTLY FELL OFF THE TABLE WOULD TAKE POSTINGS       *
      **************************************************************
       025-LOAD-ONE-FISCAL-PERIOD.

           READ FISCAL
               AT END
                   MOVE "Y" TO FISCAL-EOF-SWITCH.

           IF FISCAL-EOF-SWITCH = "N"
               IF FISCAL-PERIOD-COUNT < 240
                   ADD 1 TO FISCAL-PERIOD-COUNT
                   MOVE FP-FISCAL-YEAR TO
                       FPE-FISCAL-YEAR (FISCAL-PERIOD-COUNT)
                   MOVE FP-FISCAL-PERIOD TO
                       FPE-FISCAL-PERIOD (FISCAL-PERIOD-COUNT)
                   MOVE FP-START-DATE TO
                       FPE-START-DATE (FISCAL-PERIOD-COUNT)
                   MOVE FP-END-DATE TO
                       FPE-END-DATE (FISCAL-PERIOD-COUNT)
                   MOVE FP-PERIOD-STATUS TO
                       FPE-PERIOD-STATUS (FISCAL-PERIOD-COUNT)
               ELSE
                   DISPLAY "INVPOST: FISCAL CALENDAR TABLE FULL -"
                   DISPLAY "INVPOST: RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.

      **************************************************************
      * READS THE CREDIT HOLD FILE INTO THE HELD-CUSTOMER TABLE - *
      * WHEN THE FILE HAS NEVER EXISTED THE TABLE STAYS EMPTY AND *
               MOVE RF-CONTACT-NAME TO
                   AN-ANALYST-NAME (ANALYST-COUNT).

      **************************************************************
      * LOOKS THE DATE IN FISCAL-LOOKUP-DATE UP ON THE FISCAL     *
      * CALENDAR AND ANSWERS THROUGH FOUND-PERIOD-INDEX - ZERO    *
      * WHEN NO PERIOD ON THE CALENDAR COVERS THE DATE            *
      **************************************************************
       730-FIND-FISCAL-PERIOD.

           MOVE ZERO TO FOUND-PERIOD-INDEX.
           PERFORM 735-SEARCH-FISCAL-PERIODS
               VARYING FISCAL-LOOKUP-INDEX FROM 1 BY 1
               UNTIL FISCAL-LOOKUP-INDEX > FISCAL-PERIOD-COUNT
                   OR FOUND-PERIOD-INDEX NOT = ZERO.

      **************************************************************
      * COMPARES FISCAL-LOOKUP-DATE AGAINST ONE FISCAL PERIOD'S   *
      * START AND END DATES                                       *
      **************************************************************
       735-SEARCH-FISCAL-PERIODS.

           IF FISCAL-LOOKUP-DATE >=
                   FPE-START-DATE (FISCAL-LOOKUP-INDEX)
                   AND FISCAL-LOOKUP-DATE <=
                       FPE-END-DATE (FISCAL-LOOKUP-INDEX)
               MOVE FISCAL-LOOKUP-INDEX TO FOUND-PERIOD-INDEX.

      **************************************************************
      * LOOKS THE TERRITORY IN ANALYST-LOOKUP-KEY UP IN THE       *
      * ANALYST TABLE AND ANSWERS THROUGH FOUND-ANALYST-NAME -    *
           ELSE
               MOVE "N" TO BATCH-BALANCED-SWITCH.

      **************************************************************
      * READS THE OPEN-ITEM FILE AS IT STANDS BEFORE THIS BATCH    *
      * AND PROVES EVERY CREDIT MEMO IN THE TABLE AGAINST ITS      *
      * INVOICE, SO A MEMO THAT CANNOT APPLY IS KNOWN BEFORE ITS   *
      * CUSTOMER'S YTD OR THE PRODUCT SUMMARY IS TOUCHED           *
      **************************************************************
       060-PROVE-CREDIT-MEMOS.

           OPEN INPUT OPENITEM.
           PERFORM 065-PROVE-AGAINST-OPEN-ITEM
               UNTIL OPENITEM-EOF-SWITCH = "Y".
           CLOSE OPENITEM.
           MOVE "N" TO OPENITEM-EOF-SWITCH.

      **************************************************************
      * READS ONE OPEN ITEM AND OFFERS IT TO EVERY CREDIT MEMO NOT *
      * YET PROVED - THE MEMOS FOR ONE INVOICE ARE TAKEN IN BATCH  *
      * ORDER AGAINST WHAT THE INVOICE STILL OWES                  *
      **************************************************************
       065-PROVE-AGAINST-OPEN-ITEM.

           READ OPENITEM
               AT END
                   MOVE "Y" TO OPENITEM-EOF-SWITCH.

           IF OPENITEM-EOF-SWITCH = "N"
               MOVE OI-OPEN-AMOUNT TO OPEN-AMOUNT-REMAINING
               PERFORM 066-PROVE-ONE-CREDIT-MEMO
                   VARYING CREDIT-MEMO-INDEX FROM 1 BY 1
                   UNTIL CREDIT-MEMO-INDEX > CREDIT-MEMO-COUNT.

      **************************************************************
      * COMPARES ONE CREDIT MEMO AGAINST THE CURRENT OPEN ITEM -   *
      * A MEMO FOR THIS INVOICE THAT FITS IN WHAT IS STILL OWED IS *
      * PROVED, ONE FOR MORE THAN THAT IS MARKED AS EXCEEDING IT   *
      **************************************************************
       066-PROVE-ONE-CREDIT-MEMO.

           IF CR-CUSTOMER-NUMBER (CREDIT-MEMO-INDEX) =
                   OI-CUSTOMER-NUMBER
                   AND CR-INVOICE-NUMBER (CREDIT-MEMO-INDEX) =
                       OI-INVOICE-NUMBER
                   AND CR-MEMO-STATUS (CREDIT-MEMO-INDEX) = "N"
               IF CR-MEMO-AMOUNT (CREDIT-MEMO-INDEX) >
                       OPEN-AMOUNT-REMAINING
                   MOVE "E" TO CR-MEMO-STATUS (CREDIT-MEMO-INDEX)
               ELSE
                   MOVE "V" TO CR-MEMO-STATUS (CREDIT-MEMO-INDEX)
                   SUBTRACT CR-MEMO-AMOUNT (CREDIT-MEMO-INDEX)
                       FROM OPEN-AMOUNT-REMAINING.

      **************************************************************
      * FORMATS THE ERROR LISTING HEADER BY GRABBING THE DATE TIME *
      * AND STORING IT IN THE RELEVENT HEADER DATA ITEMS           *
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

           MOVE CD-YEAR    TO RD-YEAR.
           MOVE CD-MONTH   TO RD-MONTH.
           MOVE CD-DAY     TO RD-DAY.

      **************************************************************
      * THE SORT INPUT PROCEDURE FOR INVOICES - READS EVERY RECORD *
      * LEFT IN INVDTL AFTER THE HEADER, RELEASES THE DETAILS TO   *
           IF INVDTL-EOF-SWITCH = "N"
               EVALUATE IV-RECORD-TYPE
                   WHEN "D"
                       ADD 1 TO RELEASED-RECORD-COUNT
                       ADD IV-INVOICE-AMOUNT TO RELEASED-AMOUNT-TOTAL
                       PERFORM 166-CHECK-PERIOD-OPEN
                       IF PERIOD-CLOSED-SWITCH = "Y"
                           PERFORM 167-REJECT-CLOSED-PERIOD
                       ELSE
                           PERFORM 168-RELEASE-INVOICE-DETAIL
                       END-IF
                   WHEN "C"
                       PERFORM 166-CHECK-PERIOD-OPEN
                       IF PERIOD-CLOSED-SWITCH = "Y"
                           ADD 1 TO RELEASED-CREDIT-COUNT
                           ADD IV-INVOICE-AMOUNT
                               TO RELEASED-CREDIT-TOTAL
                           PERFORM 167-REJECT-CLOSED-PERIOD
                       ELSE
                           PERFORM 170-RELEASE-CREDIT-MEMO
                       END-IF
                   WHEN "T"
                       MOVE "Y" TO TRAILER-FOUND-SWITCH
                       MOVE IV-TRAILER-COUNT  TO TRAILER-RECORD-COUNT
                       MOVE IV-TRAILER-AMOUNT TO TRAILER-AMOUNT-TOTAL
                       PERFORM 175-CAPTURE-CREDIT-TOTALS
               END-EVALUATE.

      **************************************************************
      * LOOKS THE CURRENT ITEM'S DATE UP ON THE FISCAL CALENDAR    *
      * AND SETS PERIOD-CLOSED-SWITCH WHEN IT FALLS IN A PERIOD    *
      * ACCOUNTING HAS CLOSED - A DATE OFF THE CALENDAR, OR NO     *
      * CALENDAR AT ALL, COUNTS AS OPEN                            *
      **************************************************************
       166-CHECK-PERIOD-OPEN.

           MOVE "N" TO PERIOD-CLOSED-SWITCH.
           MOVE IV-INVOICE-DATE TO FISCAL-LOOKUP-DATE.
           PERFORM 730-FIND-FISCAL-PERIOD.

           IF FOUND-PERIOD-INDEX NOT = ZERO
               IF FPE-PERIOD-STATUS (FOUND-PERIOD-INDEX) = "C"
                   MOVE "Y" TO PERIOD-CLOSED-SWITCH.

      **************************************************************
      * LISTS ONE INVOICE OR CREDIT MEMO DATED IN A CLOSED FISCAL  *
      * PERIOD ON THE ERROR LISTING - IT HAS ALREADY BEEN COUNTED  *
      * TOWARD THE BATCH TOTALS BUT IS NEVER RELEASED, SO NOTHING  *
      * POSTS FROM IT. A CREDIT MEMO LISTS AS A NEGATIVE AMOUNT    *
      **************************************************************
       167-REJECT-CLOSED-PERIOD.

           IF IV-RECORD-TYPE = "C"
               ADD 1 TO CREDIT-CLOSED-COUNT
               ADD IV-INVOICE-AMOUNT TO CREDIT-CLOSED-AMOUNT
               COMPUTE LISTED-AMOUNT = ZERO - IV-INVOICE-AMOUNT
           ELSE
               ADD 1 TO CLOSED-PERIOD-COUNT
               ADD IV-INVOICE-AMOUNT TO CLOSED-PERIOD-AMOUNT
               MOVE IV-INVOICE-AMOUNT TO LISTED-AMOUNT.

           MOVE FPE-FISCAL-YEAR (FOUND-PERIOD-INDEX)
               TO CPM-FISCAL-YEAR.
           MOVE FPE-FISCAL-PERIOD (FOUND-PERIOD-INDEX)
               TO CPM-FISCAL-PERIOD.

           MOVE BATCH-NUMBER        TO EL-BATCH-NUMBER.
           MOVE IV-CUSTOMER-NUMBER  TO EL-CUSTOMER-NUMBER.
           MOVE IV-INVOICE-NUMBER   TO EL-INVOICE-NUMBER.
           MOVE IV-INVOICE-DATE     TO EL-INVOICE-DATE.
           MOVE LISTED-AMOUNT       TO EL-INVOICE-AMOUNT.
           MOVE CLOSED-PERIOD-MESSAGE TO EL-MESSAGE.
           PERFORM 420-PRINT-ERROR-LINE.

      **************************************************************
      * RELEASES ONE INVOICE DETAIL TO THE SORT                    *
      **************************************************************
       168-RELEASE-INVOICE-DETAIL.

           MOVE IV-CUSTOMER-NUMBER TO IS-CUSTOMER-NUMBER.
           MOVE IV-INVOICE-NUMBER  TO IS-INVOICE-NUMBER.
           MOVE IV-INVOICE-DATE    TO IS-INVOICE-DATE.
           MOVE IV-INVOICE-AMOUNT  TO IS-INVOICE-AMOUNT.
           MOVE IV-PRODUCT-LINE    TO IS-PRODUCT-LINE.
           MOVE IV-QUANTITY        TO IS-QUANTITY.
           MOVE "D"                TO IS-RECORD-TYPE.
           MOVE ZERO               TO IS-CREDIT-MEMO-INDEX.
           RELEASE IS-RECORD.

      **************************************************************
      * FILES ONE CREDIT MEMO IN THE CREDIT MEMO TABLE AND         *
      * RELEASES IT TO THE SORT CARRYING ITS TABLE SLOT - AN       *
      * OVERFULL TABLE IS REFUSED LOUDLY RATHER THAN LETTING A     *
      * MEMO POST UNPROVED                                         *
      **************************************************************
       170-RELEASE-CREDIT-MEMO.

           IF CREDIT-MEMO-COUNT >= 500
               DISPLAY "INVPOST: CREDIT MEMO TABLE FULL -"
               DISPLAY "INVPOST: RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           ADD 1 TO CREDIT-MEMO-COUNT.
           MOVE IV-CUSTOMER-NUMBER TO
               CR-CUSTOMER-NUMBER (CREDIT-MEMO-COUNT).
           MOVE IV-INVOICE-NUMBER TO
               CR-INVOICE-NUMBER (CREDIT-MEMO-COUNT).
           MOVE IV-INVOICE-AMOUNT TO
               CR-MEMO-AMOUNT (CREDIT-MEMO-COUNT).
           MOVE "N" TO CR-MEMO-STATUS (CREDIT-MEMO-COUNT).

           MOVE IV-CUSTOMER-NUMBER TO IS-CUSTOMER-NUMBER.
           MOVE IV-INVOICE-NUMBER  TO IS-INVOICE-NUMBER.
           MOVE IV-INVOICE-DATE    TO IS-INVOICE-DATE.
           MOVE IV-INVOICE-AMOUNT  TO IS-INVOICE-AMOUNT.
           MOVE IV-PRODUCT-LINE    TO IS-PRODUCT-LINE.
           MOVE IV-QUANTITY        TO IS-QUANTITY.
           MOVE "C"                TO IS-RECORD-TYPE.
           MOVE CREDIT-MEMO-COUNT  TO IS-CREDIT-MEMO-INDEX.
           ADD 1 TO RELEASED-CREDIT-COUNT.
           ADD IV-INVOICE-AMOUNT TO RELEASED-CREDIT-TOTAL.
           RELEASE IS-RECORD.

      **************************************************************
      * CAPTURES THE TRAILER'S CLAIMED CREDIT MEMO COUNT AND      *
      * TOTAL - A TRAILER KEYED BEFORE CREDIT MEMOS EXISTED HAS   *
      * SPACES THERE, WHICH PROVES AS NO CREDIT MEMOS AT ALL      *
      **************************************************************
       175-CAPTURE-CREDIT-TOTALS.

           IF IV-TRAILER-CREDIT-COUNT NUMERIC
               MOVE IV-TRAILER-CREDIT-COUNT TO TRAILER-CREDIT-COUNT.
           IF IV-TRAILER-CREDIT-AMOUNT NUMERIC
               MOVE IV-TRAILER-CREDIT-AMOUNT TO TRAILER-CREDIT-TOTAL.

      **************************************************************
      * COMPARES THE TRAILER'S CLAIMED RECORD COUNT AND DOLLAR     *
      * TOTAL AGAINST WHAT WAS ACTUALLY READ FROM THE DETAILS,     *
      * AND THE CREDIT MEMO COUNT AND TOTAL AGAINST THE MEMOS -     *
      * ANY DISAGREEMENT (OR A MISSING HEADER OR TRAILER) REFUSES  *
      * THE WHOLE BATCH WITH A NONZERO RETURN CODE                 *
      **************************************************************
           IF TRAILER-FOUND-SWITCH = "N"
               OR TRAILER-RECORD-COUNT NOT = RELEASED-RECORD-COUNT
               OR TRAILER-AMOUNT-TOTAL NOT = RELEASED-AMOUNT-TOTAL
               OR TRAILER-CREDIT-COUNT NOT = RELEASED-CREDIT-COUNT
               OR TRAILER-CREDIT-TOTAL NOT = RELEASED-CREDIT-TOTAL
               MOVE "N" TO BATCH-BALANCED-SWITCH.

           IF BATCH-BALANCED-SWITCH = "N"

      **************************************************************
      * LISTS ONE DIVERTED INVOICE ON THE REVIEW LISTING AND      *
      * READS THE NEXT - A CREDIT MEMO LISTS AS A NEGATIVE AMOUNT *
      **************************************************************
       336-DIVERT-ONE-INVOICE.

           IF II-RECORD-TYPE = "C"
               ADD 1 TO CREDIT-DIVERT-COUNT
               ADD II-INVOICE-AMOUNT TO CREDIT-DIVERT-AMOUNT
               COMPUTE LISTED-AMOUNT = ZERO - II-INVOICE-AMOUNT
           ELSE
               ADD 1 TO DIVERT-COUNT
               ADD II-INVOICE-AMOUNT TO DIVERT-AMOUNT
               MOVE II-INVOICE-AMOUNT TO LISTED-AMOUNT.

           MOVE BATCH-NUMBER        TO HR-BATCH-NUMBER.
           MOVE II-CUSTOMER-NUMBER  TO HR-CUSTOMER-NUMBER.
           MOVE II-INVOICE-NUMBER   TO HR-INVOICE-NUMBER.
           MOVE II-INVOICE-DATE     TO HR-INVOICE-DATE.
           MOVE LISTED-AMOUNT       TO HR-INVOICE-AMOUNT.
           MOVE CM-TERRITORY-CODE   TO HR-TERRITORY-CODE.
           MOVE FOUND-ANALYST-NAME  TO HR-ANALYST-NAME.
           PERFORM 440-PRINT-HOLD-REVIEW-LINE.
                  OR II-CUSTOMER-NUMBER NOT = REJECTED-CUSTOMER-NUMBER.

      **************************************************************
      * LISTS ONE REJECTED INVOICE AND READS THE NEXT - A CREDIT  *
      * MEMO LISTS AS A NEGATIVE AMOUNT                           *
      **************************************************************
       325-REJECT-ONE-INVOICE.

           IF II-RECORD-TYPE = "C"
               ADD 1 TO CREDIT-REJECT-COUNT
               ADD II-INVOICE-AMOUNT TO CREDIT-REJECT-AMOUNT
               COMPUTE LISTED-AMOUNT = ZERO - II-INVOICE-AMOUNT
           ELSE
               ADD 1 TO REJECT-COUNT
               ADD II-INVOICE-AMOUNT TO REJECT-AMOUNT
               MOVE II-INVOICE-AMOUNT TO LISTED-AMOUNT.

           MOVE BATCH-NUMBER        TO EL-BATCH-NUMBER.
           MOVE II-CUSTOMER-NUMBER  TO EL-CUSTOMER-NUMBER.
           MOVE II-INVOICE-NUMBER   TO EL-INVOICE-NUMBER.
           MOVE II-INVOICE-DATE     TO EL-INVOICE-DATE.
           MOVE LISTED-AMOUNT       TO EL-INVOICE-AMOUNT.
           MOVE "CUSTOMER NOT ON FILE" TO EL-MESSAGE.
           PERFORM 420-PRINT-ERROR-LINE.


      **************************************************************
      * ONE OR MORE INVOICES MATCH THE CUSTOMER JUST FETCHED -    *
      * ADD EVERY INVOICE'S AMOUNT INTO CM-SALES-THIS-YTD (AND    *
      * TAKE EVERY CREDIT MEMO'S OUT), THEN REWRITE THE POSTED    *
      * RECORD IN PLACE - A GROUP WHOSE EVERY DETAIL WAS A        *
      * DUPLICATE REWRITES THE RECORD UNCHANGED                   *
      **************************************************************
       330-POST-MATCHED-CUSTOMER.

      **************************************************************
       380-POST-INVOICE-TO-CUSTOMER.

           IF II-RECORD-TYPE = "C"
               PERFORM 381-POST-CREDIT-MEMO
           ELSE
               PERFORM 372-CHECK-INVOICE-REGISTER
               IF DUPLICATE-INVOICE-SWITCH = "Y"
                   PERFORM 374-REJECT-DUPLICATE-INVOICE
               ELSE
                   PERFORM 370-POST-DETAIL-INVOICE.

           PERFORM 210-READ-INVOICE.

      **************************************************************
      * POSTS ONE DETAIL INVOICE THAT IS NOT ON THE REGISTER -    *
      * ITS AMOUNT GOES INTO CM-SALES-THIS-YTD AND IT IS WRITTEN  *
      * TO OPENITEM, PRODSUM, AND THE REGISTER                    *
      **************************************************************
       370-POST-DETAIL-INVOICE.

           ADD II-INVOICE-AMOUNT TO CM-SALES-THIS-YTD
               ON SIZE ERROR
                   PERFORM 390-REJECT-OVERFLOW-INVOICE
                   ADD 1 TO POSTED-COUNT
                   ADD II-INVOICE-AMOUNT TO POSTED-AMOUNT
                   PERFORM 385-WRITE-OPEN-ITEM
                   PERFORM 376-WRITE-REGISTER-ENTRY
                   MOVE II-QUANTITY       TO PRODUCT-POST-QUANTITY
                   MOVE II-INVOICE-AMOUNT TO PRODUCT-POST-AMOUNT
                   PERFORM 386-ACCUMULATE-PRODUCT-SALES
           END-ADD.

      **************************************************************
      * LOOKS THE CURRENT DETAIL'S INVOICE NUMBER UP ON THE       *
      * REGISTER AND ANSWERS THROUGH DUPLICATE-INVOICE-SWITCH -   *
      * WHEN IT IS FOUND THE REGISTER RECORD IS LEFT IN IR-RECORD *
      * SO THE REJECT LINE CAN NAME THE BATCH IT FIRST POSTED IN  *
      **************************************************************
       372-CHECK-INVOICE-REGISTER.

           MOVE II-INVOICE-NUMBER TO IR-INVOICE-NUMBER.
           MOVE "Y" TO DUPLICATE-INVOICE-SWITCH.
           READ INVREG
               INVALID KEY
                   MOVE "N" TO DUPLICATE-INVOICE-SWITCH.

      **************************************************************
      * LISTS A DETAIL WHOSE INVOICE NUMBER HAS ALREADY POSTED ON *
      * THE ERROR LISTING - THE CUSTOMER, OPENITEM, PRODSUM, AND  *
      * THE REGISTER ARE ALL LEFT ALONE                           *
      **************************************************************
       374-REJECT-DUPLICATE-INVOICE.

           ADD 1 TO DUPLICATE-COUNT.
           ADD II-INVOICE-AMOUNT TO DUPLICATE-AMOUNT.

           MOVE BATCH-NUMBER        TO EL-BATCH-NUMBER.
           MOVE II-CUSTOMER-NUMBER  TO EL-CUSTOMER-NUMBER.
           MOVE II-INVOICE-NUMBER   TO EL-INVOICE-NUMBER.
           MOVE II-INVOICE-DATE     TO EL-INVOICE-DATE.
           MOVE II-INVOICE-AMOUNT   TO EL-INVOICE-AMOUNT.
           MOVE SPACES TO EL-MESSAGE.
           STRING "DUPLICATE OF BATCH " DELIMITED BY SIZE
                  IR-BATCH-NUMBER       DELIMITED BY SIZE
               INTO EL-MESSAGE.
           PERFORM 420-PRINT-ERROR-LINE.

      **************************************************************
      * WRITES THE INVOICE JUST POSTED TO THE REGISTER, STAMPED   *
      * WITH THE CUSTOMER'S BRANCH, THIS BATCH, AND TODAY'S DATE  *
      **************************************************************
       376-WRITE-REGISTER-ENTRY.

           MOVE SPACES TO IR-RECORD.
           MOVE II-INVOICE-NUMBER  TO IR-INVOICE-NUMBER.
           MOVE II-CUSTOMER-NUMBER TO IR-CUSTOMER-NUMBER.
           MOVE II-INVOICE-DATE    TO IR-INVOICE-DATE.
           MOVE II-INVOICE-AMOUNT  TO IR-INVOICE-AMOUNT.
           MOVE II-PRODUCT-LINE    TO IR-PRODUCT-LINE.
           MOVE II-QUANTITY        TO IR-QUANTITY.
           MOVE CM-BRANCH-NUMBER   TO IR-BRANCH-NUMBER.
           MOVE BATCH-NUMBER       TO IR-BATCH-NUMBER.
           MOVE RUN-DATE-NUMERIC   TO IR-POSTED-DATE.
           WRITE IR-RECORD.

      **************************************************************
      * POSTS ONE CREDIT MEMO TO THE CURRENT MASTER - A MEMO THAT *
      * PROVED AGAINST ITS OPEN INVOICE COMES OFF THE CUSTOMER'S  *
      * CM-SALES-THIS-YTD AND BACKS ITS QUANTITY AND DOLLARS OUT  *
      * OF THE PRODUCT SUMMARY; THE OPEN ITEM ITSELF IS WORKED    *
      * DOWN AT END OF RUN. A MEMO THAT DID NOT PROVE IS REJECTED *
      **************************************************************
       381-POST-CREDIT-MEMO.

           MOVE II-CREDIT-MEMO-INDEX TO CREDIT-MEMO-INDEX.

           EVALUATE CR-MEMO-STATUS (CREDIT-MEMO-INDEX)
               WHEN "N"
                   MOVE "CREDIT - INVOICE NOT OPEN" TO EL-MESSAGE
                   PERFORM 383-REJECT-CREDIT-MEMO
               WHEN "E"
                   MOVE "CREDIT EXCEEDS OPEN AMOUNT" TO EL-MESSAGE
                   PERFORM 383-REJECT-CREDIT-MEMO
               WHEN OTHER
                   SUBTRACT II-INVOICE-AMOUNT FROM CM-SALES-THIS-YTD
                       ON SIZE ERROR
                           MOVE "YTD LIMIT EXCEEDED - REJECTED"
                               TO EL-MESSAGE
                           PERFORM 383-REJECT-CREDIT-MEMO
                       NOT ON SIZE ERROR
                           PERFORM 382-COUNT-POSTED-CREDIT-MEMO
                   END-SUBTRACT
           END-EVALUATE.

      **************************************************************
      * COUNTS A CREDIT MEMO THAT POSTED, MARKS IT FOR THE END OF *
      * RUN OPEN-ITEM PASS, AND BACKS IT OUT OF THE PRODUCT       *
      * SUMMARY ENTRY FOR ITS BRANCH, TERRITORY, AND PRODUCT LINE *
      **************************************************************
       382-COUNT-POSTED-CREDIT-MEMO.

           ADD 1 TO CREDIT-POSTED-COUNT.
           ADD II-INVOICE-AMOUNT TO CREDIT-POSTED-AMOUNT.
           MOVE "P" TO CR-MEMO-STATUS (CREDIT-MEMO-INDEX).

           COMPUTE PRODUCT-POST-QUANTITY = ZERO - II-QUANTITY.
           COMPUTE PRODUCT-POST-AMOUNT   = ZERO - II-INVOICE-AMOUNT.
           PERFORM 386-ACCUMULATE-PRODUCT-SALES.

      **************************************************************
      * LISTS A CREDIT MEMO THAT CANNOT POST ON THE ERROR LISTING *
      * WITH THE MESSAGE ALREADY SET BY THE CALLER - THE MASTER,  *
      * THE PRODUCT SUMMARY, AND THE OPEN ITEM ARE LEFT ALONE     *
      **************************************************************
       383-REJECT-CREDIT-MEMO.

           ADD 1 TO CREDIT-REJECT-COUNT.
           ADD II-INVOICE-AMOUNT TO CREDIT-REJECT-AMOUNT.
           COMPUTE LISTED-AMOUNT = ZERO - II-INVOICE-AMOUNT.

           MOVE BATCH-NUMBER        TO EL-BATCH-NUMBER.
           MOVE II-CUSTOMER-NUMBER  TO EL-CUSTOMER-NUMBER.
           MOVE II-INVOICE-NUMBER   TO EL-INVOICE-NUMBER.
           MOVE II-INVOICE-DATE     TO EL-INVOICE-DATE.
           MOVE LISTED-AMOUNT       TO EL-INVOICE-AMOUNT.
           PERFORM 420-PRINT-ERROR-LINE.

      **************************************************************
      * APPENDS THE INVOICE JUST POSTED TO THE OPEN-ITEM FILE AS  *
      * ROLLS THE POSTED INVOICE'S QUANTITY AND DOLLARS INTO THE  *
      * PRODUCT SUMMARY ENTRY FOR ITS BRANCH, TERRITORY, AND      *
      * PRODUCT LINE, STARTING A NEW ENTRY THE FIRST TIME THE     *
      * COMBINATION IS SEEN THIS RUN - THE CALLER SETS THE        *
      * QUANTITY AND DOLLARS, NEGATIVE FOR A CREDIT MEMO          *
      **************************************************************
       386-ACCUMULATE-PRODUCT-SALES.

                   PERFORM 388-LIST-PRODUCT-OVERFLOW.

           IF PRODUCT-FOUND-INDEX > ZERO
               ADD PRODUCT-POST-QUANTITY TO
                   PE-QUANTITY (PRODUCT-FOUND-INDEX)
               ADD PRODUCT-POST-AMOUNT TO
                   PE-SALES-AMOUNT (PRODUCT-FOUND-INDEX).

      **************************************************************

      **************************************************************
      * PRINTS THE END OF RUN SUMMARY - HOW MANY INVOICES AND      *
      * DOLLARS WERE POSTED, HOW MANY WERE REJECTED, HOW MANY WERE *
      * DUPLICATES OF AN EARLIER POSTING, AND THE                  *
      * SAME FOR THE CREDIT MEMOS, FOR RECONCILING THE RUN AGAINST *
      * THE BATCH TRAILER                                          *
      **************************************************************
       900-PRINT-RUN-SUMMARY.

           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "DUPLICATES REJECTED...: " TO SL-CAPTION.
           MOVE DUPLICATE-COUNT  TO SL-COUNT.
           MOVE DUPLICATE-AMOUNT TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "INVOICES CLOSED PERIOD: " TO SL-CAPTION.
           MOVE CLOSED-PERIOD-COUNT  TO SL-COUNT.
           MOVE CLOSED-PERIOD-AMOUNT TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "INVOICES HELD FOR REV.: " TO SL-CAPTION.
           MOVE DIVERT-COUNT  TO SL-COUNT.
           MOVE DIVERT-AMOUNT TO SL-AMOUNT.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "CREDIT MEMOS POSTED...: " TO SL-CAPTION.
           MOVE CREDIT-POSTED-COUNT  TO SL-COUNT.
           MOVE CREDIT-POSTED-AMOUNT TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "CREDIT MEMOS REJECTED.: " TO SL-CAPTION.
           MOVE CREDIT-REJECT-COUNT  TO SL-COUNT.
           MOVE CREDIT-REJECT-AMOUNT TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "CREDITS CLOSED PERIOD.: " TO SL-CAPTION.
           MOVE CREDIT-CLOSED-COUNT  TO SL-COUNT.
           MOVE CREDIT-CLOSED-AMOUNT TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "CREDIT MEMOS HELD.....: " TO SL-CAPTION.
           MOVE CREDIT-DIVERT-COUNT  TO SL-COUNT.
           MOVE CREDIT-DIVERT-AMOUNT TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      **************************************************************
      * APPENDS EVERY PRODUCT SUMMARY ENTRY ACCUMULATED THIS RUN  *
      * TO THE PRODSUM FILE FOR THE PRODUCT MIX REPORT            *
               TO PD-SALES-AMOUNT.
           WRITE PD-RECORD.

      **************************************************************
      * WORKS EACH POSTED CREDIT MEMO'S INVOICE DOWN ON THE       *
      * OPEN-ITEM FILE - EVERY ITEM IS READ AND THE ONES A MEMO   *
      * TOUCHES ARE REWRITTEN IN PLACE WITH THE NEW OPEN AMOUNT   *
      **************************************************************
       920-APPLY-CREDITS-TO-OPEN-ITEMS.

           OPEN I-O OPENITEM.
           PERFORM 925-APPLY-CREDITS-TO-ONE-ITEM
               UNTIL OPENITEM-EOF-SWITCH = "Y".
           CLOSE OPENITEM.

      **************************************************************
      * READS ONE OPEN ITEM, APPLIES EVERY POSTED CREDIT MEMO FOR *
      * ITS INVOICE, AND REWRITES IT WHEN ANY DID                 *
      **************************************************************
       925-APPLY-CREDITS-TO-ONE-ITEM.

           READ OPENITEM
               AT END
                   MOVE "Y" TO OPENITEM-EOF-SWITCH.

           IF OPENITEM-EOF-SWITCH = "N"
               MOVE "N" TO OPEN-ITEM-CHANGED-SWITCH
               PERFORM 926-APPLY-ONE-CREDIT-MEMO
                   VARYING CREDIT-MEMO-INDEX FROM 1 BY 1
                   UNTIL CREDIT-MEMO-INDEX > CREDIT-MEMO-COUNT
               IF OPEN-ITEM-CHANGED-SWITCH = "Y"
                   REWRITE OI-RECORD.

      **************************************************************
      * TAKES ONE POSTED CREDIT MEMO FOR THIS INVOICE OFF THE     *
      * ITEM'S OPEN AMOUNT AND MARKS IT APPLIED SO IT CAN NEVER   *
      * BE TAKEN TWICE                                            *
      **************************************************************
       926-APPLY-ONE-CREDIT-MEMO.

           IF CR-CUSTOMER-NUMBER (CREDIT-MEMO-INDEX) =
                   OI-CUSTOMER-NUMBER
                   AND CR-INVOICE-NUMBER (CREDIT-MEMO-INDEX) =
                       OI-INVOICE-NUMBER
                   AND CR-MEMO-STATUS (CREDIT-MEMO-INDEX) = "P"
               SUBTRACT CR-MEMO-AMOUNT (CREDIT-MEMO-INDEX)
                   FROM OI-OPEN-AMOUNT
               MOVE "A" TO CR-MEMO-STATUS (CREDIT-MEMO-INDEX)
               MOVE "Y" TO OPEN-ITEM-CHANGED-SWITCH.

      **************************************************************
      * APPENDS THIS RUN'S "STARTED" RECORD TO THE SHARED         *
      * RUN-CONTROL FILE                                          *

      **************************************************************
      * APPENDS THIS RUN'S "COMPLETE" RECORD, WITH THE RECORDS    *
      * PROCESSED AND THE RUN'S CONTROL-TOTAL DOLLARS - THE NET   *
      * OF INVOICES POSTED LESS CREDIT MEMOS POSTED               *
      **************************************************************
       960-WRITE-RUN-END.

           PERFORM 950-STAMP-RUN-RECORD.
           MOVE "COMPLETE" TO RN-STATUS.
           COMPUTE RN-RECORDS-PROCESSED =
               POSTED-COUNT + CREDIT-POSTED-COUNT.
           COMPUTE RN-DOLLAR-TOTAL =
               POSTED-AMOUNT - CREDIT-POSTED-AMOUNT.
           PERFORM 955-APPEND-RUN-RECORD.
