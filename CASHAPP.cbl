      *   a remittance that matches an open item works its open
      *   amount down, an item paid in full drops off the file,
      *   and everything else is copied forward unchanged to
      *   NEWOPEN. The batch's header/trailer totals are proved
      *   against the details before anything is applied, the same
      *   proving INVPOST gives the invoice batches - an unbalanced
      *   batch is refused whole and the open items are carried
      *   forward untouched. An item a credit memo in INVPOST has
      *   already worked down to nothing is dropped off the file
      *   as it is carried forward.
      *
      *   No remitted dollar is turned away. A remittance with no
      *   matching open item is written to the UNAPPLIED suspense
      *   file. A remittance for more than its item still owes
      *   pays the item off, and the excess is applied to the
      *   same customer's oldest remaining open items by invoice
      *   date; whatever is still left over goes to UNAPPLIED.
      *   Money held in suspense is moved onto named invoices with
      *   APPLCARD apply cards - each card names a customer, an
      *   invoice and an amount, is funded from that customer's
      *   unapplied balance, and is applied in the same walk as
      *   the batch. The suspense records are drawn down, oldest
      *   first, by whatever the cards actually applied.
      *
      *   The remittance file's first record is a batch header
      *   (RC-RECORD-TYPE = "H") carrying the batch number and
      *   coded "D" keyed on RC-CUSTOMER-NUMBER and
      *   RC-INVOICE-NUMBER, and the last record is a trailer
      *   coded "T" carrying the detail record count and dollar
      *   total the batch was balanced to when it was keyed. A run
      *   that only applies suspense money still reads a header
      *   and a zero trailer.
      *
      *   Every item a payment finishes off is also appended to
      *   the PAYHIST payment-history file with its invoice date,
      *   the date it was paid and its invoice amount, so the
      *   quarterly credit review can see how promptly each
      *   customer pays long after the item has left OPENITEM.
      *
      *   A remittance dated in a fiscal period that accounting has
      *   closed on the FISCAL calendar is turned away as it is
      *   read: it is listed on CASHLIST naming the period, still
      *   counts toward the batch totals the trailer is proved
      *   against, and is neither applied nor sent to suspense, so
      *   a signed-off month's figures cannot shift. Apply cards
      *   are dated the day they run and are not checked. Without
      *   a FISCAL file no period is treated as closed.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

           SELECT NEWOPEN  ASSIGN TO NEWOPEN.

      *    THE UNAPPLIED-CASH SUSPENSE FILE - READ TO FUND THE APPLY
      *    CARDS, APPENDED WITH THIS RUN'S UNAPPLIED DOLLARS, AND
      *    DRAWN DOWN IN PLACE BY WHAT THE CARDS APPLIED. OPTIONAL
      *    SO THE FIRST RUN CAN CREATE IT
           SELECT OPTIONAL UNAPPLIED ASSIGN TO UNAPPLIED.

      *    SUSPENSE APPLY CARDS - OPTIONAL SO AN ORDINARY DAY WITH
      *    NO SUSPENSE MONEY TO MOVE NEEDS NO CARD DECK
           SELECT OPTIONAL APPLCARD ASSIGN TO APPLCARD.

      *    PAYMENT HISTORY - APPENDED WITH EVERY ITEM PAID IN FULL.
      *    OPTIONAL SO THE FIRST RUN CAN CREATE IT
           SELECT OPTIONAL PAYHIST ASSIGN TO PAYHIST.

      *    FISCAL CALENDAR MAINTAINED BY FISCMNT - OPTIONAL; WHEN
      *    PRESENT, A REMITTANCE DATED IN A PERIOD IT SHOWS CLOSED
      *    IS TURNED AWAY INSTEAD OF APPLIED
           SELECT FISCAL ASSIGN TO FISCAL
               FILE STATUS IS FISCAL-STATUS.

           SELECT CASHLIST ASSIGN TO CASHLIST.

      *    SHARED RUN-CONTROL FILE - THIS PROGRAM APPENDS A RECORD

      **************************************************************
      * SORT WORK FILE FOR THE REMITTANCES - ORDERS THEM BY       *
      * CUSTOMER AND INVOICE NUMBER TO MATCH THE OPEN ITEMS. THE  *
      * SOURCE IS "B" FOR A BATCH REMITTANCE AND "S" FOR AN APPLY *
      * CARD MOVING SUSPENSE MONEY, WHICH CARRIES ITS CARD-TABLE  *
      * INDEX SO WHAT IT APPLIES CAN BE DRAWN FROM SUSPENSE       *
      **************************************************************
       SD  SORT-RMT-FILE.
       01  RS-RECORD.
           05  RS-INVOICE-NUMBER       PIC 9(6).
           05  RS-REMIT-DATE           PIC 9(8).
           05  RS-REMIT-AMOUNT         PIC S9(5)V9(2).
           05  RS-REMIT-SOURCE         PIC X(1).
           05  RS-CARD-INDEX           PIC 9(3).

      **************************************************************
      * REMITTANCES, SORTED BY CUSTOMER AND INVOICE NUMBER,       *
       FD  SRTRMT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 30 CHARACTERS.
       01  RR-RECORD.
           05  RR-CUSTOMER-NUMBER      PIC 9(5).
           05  RR-INVOICE-NUMBER       PIC 9(6).
           05  RR-REMIT-DATE           PIC 9(8).
           05  RR-REMIT-AMOUNT         PIC S9(5)V9(2).
           05  RR-REMIT-SOURCE         PIC X(1).
           05  RR-CARD-INDEX           PIC 9(3).

      **************************************************************
      * THE UPDATED OPEN-ITEM FILE - EVERY ITEM STILL OWED AFTER  *
       01  NEW-OPEN-ITEM-RECORD       PIC X(60).

      **************************************************************
      * UNAPPLIED-CASH SUSPENSE FILE - ONE RECORD PER REMITTANCE, *
      * OR PART OF ONE, THAT COULD NOT BE APPLIED TO AN OPEN ITEM *
      **************************************************************
       FD  UNAPPLIED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
           COPY UNAPREC.

      **************************************************************
      * SUSPENSE APPLY CARDS - ONE CUSTOMER, INVOICE AND AMOUNT   *
      * OF UNAPPLIED CASH TO MOVE ONTO THAT INVOICE PER CARD      *
      **************************************************************
       FD  APPLCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  APPLY-CARD-RECORD.
           05  AP-CUSTOMER-NUMBER      PIC 9(5).
           05  AP-INVOICE-NUMBER       PIC 9(6).
           05  AP-APPLY-AMOUNT         PIC 9(5)V9(2).
           05  FILLER                  PIC X(62).

      **************************************************************
      * PAYMENT HISTORY - ONE RECORD PER OPEN ITEM PAID IN FULL,  *
      * APPENDED AS THE ITEM DROPS OFF THE OPEN-ITEM FILE         *
      **************************************************************
       FD  PAYHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
           COPY PAYHREC.

      **************************************************************
      * OPTIONAL FISCAL CALENDAR - READ ONCE AT START-UP INTO THE *
      * FISCAL PERIOD TABLE SO EACH REMITTANCE'S DATE CAN BE      *
      * CHECKED AGAINST THE PERIODS ACCOUNTING HAS CLOSED         *
      **************************************************************
       FD  FISCAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
           COPY FISCREC.

      **************************************************************
      * CASH APPLICATION LISTING - ONE LINE PER REMITTANCE SENT   *
      * TO SUSPENSE, OVERPAYMENT, EXCESS APPLICATION AND APPLY    *
      * CARD, PLUS THE BATCH-BALANCE MESSAGE AND THE END OF RUN   *
      * SUMMARY                                                   *
      **************************************************************
       FD  CASHLIST
           RECORDING MODE IS F

      **************************************************************
      * SWITCHES FOR END OF FILE ON EACH FILE IN PLAY, FOR        *
      * WHETHER THE BATCH TRAILER WAS SEEN, FOR WHETHER THE BATCH *
      * PROVED OUT AGAINST ITS TRAILER TOTALS, AND FOR WHETHER A  *
      * SUSPENSE RECORD WAS DRAWN DOWN AND NEEDS REWRITING        *
      **************************************************************
       01  SWITCHES.
           05  OPEN-EOF-SWITCH         PIC X   VALUE "N".
           05  CASHRCPT-EOF-SWITCH     PIC X   VALUE "N".
           05  TRAILER-FOUND-SWITCH    PIC X   VALUE "N".
           05  BATCH-BALANCED-SWITCH   PIC X   VALUE "Y".
           05  UNAPPLIED-EOF-SWITCH    PIC X   VALUE "N".
           05  APPLCARD-EOF-SWITCH     PIC X   VALUE "N".
           05  SUSPENSE-CHANGED-SWITCH PIC X   VALUE "N".
           05  FISCAL-EOF-SWITCH       PIC X   VALUE "N".
           05  PERIOD-CLOSED-SWITCH    PIC X   VALUE "N".

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
      * THE LISTING MESSAGE FOR A REMITTANCE DATED IN A CLOSED    *
      * FISCAL PERIOD, NAMING THE PERIOD                          *
      **************************************************************
       01  CLOSED-PERIOD-MESSAGE.
           05  FILLER              PIC X(14)  VALUE "FISCAL PERIOD ".
           05  CPM-FISCAL-YEAR     PIC 9(4).
           05  FILLER              PIC X(1)   VALUE "-".
           05  CPM-FISCAL-PERIOD   PIC 9(2).
           05  FILLER              PIC X(9)   VALUE " CLOSED".

      **************************************************************
      * THE CUSTOMER AND INVOICE OF THE UNMATCHED REMITTANCE      *
           05  REJECTED-CUSTOMER-NUMBER PIC 9(5)  VALUE ZERO.
           05  REJECTED-INVOICE-NUMBER  PIC 9(6)  VALUE ZERO.

      **************************************************************
      * THE CURRENT CUSTOMER'S OPEN ITEMS, HELD UNTIL EVERY       *
      * REMITTANCE FOR THE CUSTOMER HAS BEEN APPLIED SO AN        *
      * OVERPAYMENT'S EXCESS CAN BE SPREAD OVER THE OLDEST ITEMS  *
      * BEFORE THEY ARE WRITTEN FORWARD. THE PAID DATE IS THE     *
      * DATE OF THE LAST REMITTANCE APPLIED TO THE ITEM - ZERO    *
      * FOR AN ITEM NO REMITTANCE TOUCHED. AN ITEM PAST THE       *
      * TABLE'S ROOM GOES STRAIGHT TO NEWOPEN                     *
      **************************************************************
       01  CUSTOMER-ITEM-TABLE.
           05  ITEM-CUSTOMER-NUMBER    PIC 9(5)    VALUE ZERO.
           05  ITEM-COUNT              PIC S9(3)   VALUE ZERO.
           05  ITEM-ENTRY              OCCURS 300 TIMES.
               10  IT-OPEN-ITEM.
                   15  IT-CUSTOMER-NUMBER  PIC 9(5).
                   15  IT-INVOICE-NUMBER   PIC 9(6).
                   15  IT-INVOICE-DATE     PIC 9(8).
                   15  IT-BRANCH-NUMBER    PIC 9(2).
                   15  IT-INVOICE-AMOUNT   PIC S9(5)V9(2).
                   15  IT-OPEN-AMOUNT      PIC S9(5)V9(2).
                   15  FILLER              PIC X(25).
               10  IT-PAID-DATE        PIC 9(8).

      **************************************************************
      * THE CURRENT CUSTOMER'S OVERPAYMENTS - THE EXCESS OF EACH  *
      * REMITTANCE OVER WHAT ITS OWN ITEM OWED, WAITING TO BE     *
      * APPLIED TO THE OLDEST ITEMS WHEN THE CUSTOMER IS DONE     *
      **************************************************************
       01  EXCESS-TABLE.
           05  EXCESS-COUNT            PIC S9(3)   VALUE ZERO.
           05  EXCESS-ENTRY            OCCURS 50 TIMES.
               10  EX-INVOICE-NUMBER   PIC 9(6).
               10  EX-REMIT-DATE       PIC 9(8).
               10  EX-EXCESS-AMOUNT    PIC S9(5)V9(2).

      **************************************************************
      * THE SUSPENSE APPLY CARDS, LOADED FROM APPLCARD. THE       *
      * AVAILABLE AMOUNT IS THE CUSTOMER'S UNAPPLIED BALANCE NOT  *
      * ALREADY PROMISED TO AN EARLIER CARD; THE APPLIED AMOUNT   *
      * IS WHAT THE CARD ACTUALLY PUT ON ITS INVOICE. STATUS IS   *
      * "N" NOT YET FUNDED, "V" FUNDED AND RELEASED TO THE SORT,  *
      * OR "S" SHORT OF SUSPENSE MONEY                            *
      **************************************************************
       01  APPLY-CARD-TABLE.
           05  APPLY-CARD-COUNT        PIC S9(3)   VALUE ZERO.
           05  APPLY-CARD-ENTRY        OCCURS 200 TIMES.
               10  AC-CUSTOMER-NUMBER  PIC 9(5).
               10  AC-INVOICE-NUMBER   PIC 9(6).
               10  AC-APPLY-AMOUNT     PIC S9(5)V9(2).
               10  AC-AVAILABLE-AMOUNT PIC S9(7)V9(2).
               10  AC-APPLIED-AMOUNT   PIC S9(5)V9(2).
               10  AC-CARD-STATUS      PIC X(1).

      **************************************************************
      * WORK FIELDS FOR SPLITTING A REMITTANCE INTO WHAT ITS ITEM *
      * TAKES AND WHAT IS LEFT OVER, AND THE TABLE SUBSCRIPTS     *
      **************************************************************
       01  APPLY-WORK-FIELDS.
           05  REMIT-APPLY-AMOUNT      PIC S9(5)V9(2)  VALUE ZERO.
           05  REMIT-EXCESS-AMOUNT     PIC S9(5)V9(2)  VALUE ZERO.
           05  EXCESS-APPLY-AMOUNT     PIC S9(5)V9(2)  VALUE ZERO.
           05  DRAW-AMOUNT             PIC S9(5)V9(2)  VALUE ZERO.
           05  ITEM-PAID-DATE          PIC 9(8)        VALUE ZERO.
           05  ITEM-INDEX              PIC S9(3)       VALUE ZERO.
           05  OLDEST-INDEX            PIC S9(3)       VALUE ZERO.
           05  EXCESS-INDEX            PIC S9(3)       VALUE ZERO.
           05  CARD-INDEX              PIC S9(3)       VALUE ZERO.
           05  OTHER-CARD-INDEX        PIC S9(3)       VALUE ZERO.

      **************************************************************
      * THE BATCH NUMBER AND DATE, PULLED FROM THE REMITTANCE     *
      * FILE'S HEADER RECORD, PRINTED ON EVERY LISTING LINE       *
       01  COUNT-FIELDS.
           05  APPLIED-COUNT           PIC S9(5)     VALUE ZERO.
           05  APPLIED-AMOUNT          PIC S9(7)V99  VALUE ZERO.
           05  OVERPAY-COUNT           PIC S9(5)     VALUE ZERO.
           05  OVERPAY-AMOUNT          PIC S9(7)V99  VALUE ZERO.
           05  EXCESS-APPLIED-COUNT    PIC S9(5)     VALUE ZERO.
           05  EXCESS-APPLIED-AMOUNT   PIC S9(7)V99  VALUE ZERO.
           05  SUSPENDED-COUNT         PIC S9(5)     VALUE ZERO.
           05  SUSPENDED-AMOUNT        PIC S9(7)V99  VALUE ZERO.
           05  SUSPENSE-APPLIED-COUNT  PIC S9(5)     VALUE ZERO.
           05  SUSPENSE-APPLIED-AMOUNT PIC S9(7)V99  VALUE ZERO.
           05  CARD-REJECT-COUNT       PIC S9(5)     VALUE ZERO.
           05  CARD-REJECT-AMOUNT      PIC S9(7)V99  VALUE ZERO.
           05  CLOSED-PERIOD-COUNT     PIC S9(5)     VALUE ZERO.
           05  CLOSED-PERIOD-AMOUNT    PIC S9(7)V99  VALUE ZERO.
           05  ITEMS-PAID-COUNT        PIC S9(5)     VALUE ZERO.
           05  ITEMS-CARRIED-COUNT     PIC S9(5)     VALUE ZERO.
           05  ITEMS-CREDITED-COUNT    PIC S9(5)     VALUE ZERO.
           05  CARRIED-OPEN-AMOUNT     PIC S9(9)V99  VALUE ZERO.

      **************************************************************
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

      **************************************************************
      * THE RUN DATE REASSEMBLED AS YYYYMMDD - THE DATE AN APPLY  *
      * CARD'S MONEY COMES OUT OF SUSPENSE                        *
      **************************************************************
       01  RUN-DATE-YYYYMMDD.
           05  RD-YEAR         PIC 9999.
           05  RD-MONTH        PIC 99.
           05  RD-DAY          PIC 99.
       01  RUN-DATE-NUMERIC REDEFINES RUN-DATE-YYYYMMDD
                               PIC 9(8).

      **************************************************************
      * STORES THE FIRST HEADER LINE INFORMATION                   *
      * HOLDS THE DATE, LISTING TITLE, AND PAGE NUMBER             *
           05  FILLER      PIC X(55)  VALUE SPACE.

      **************************************************************
      * STORES ONE REMITTANCE OR APPLY CARD LISTING LINE           *
      **************************************************************
       01  ERROR-LINE.
           05  EL-BATCH-NUMBER     PIC 9(6).
       PROCEDURE DIVISION.

      **************************************************************
      * OPENS EVERY FILE, FUNDS THE SUSPENSE APPLY CARDS, SORTS   *
      * THE OPEN ITEMS AND THE REMITTANCES INTO CUSTOMER/INVOICE  *
      * ORDER, PROVES THE BATCH AGAINST ITS TRAILER, WALKS THE    *
      * TWO SORTED FILES TOGETHER, DRAWS THE APPLIED CARD MONEY   *
      * OUT OF SUSPENSE, AND CLOSES EVERYTHING DOWN               *
      **************************************************************
       000-APPLY-CASH-BATCH.


           OPEN OUTPUT CASHLIST.

           *> PULL IN THE FISCAL CALENDAR SO A REMITTANCE DATED IN
           *> A PERIOD ACCOUNTING HAS CLOSED CAN BE TURNED AWAY
           PERFORM 020-LOAD-FISCAL-CALENDAR.

           *> LOAD THE APPLY CARDS AND FUND EACH ONE FROM ITS
           *> CUSTOMER'S UNAPPLIED BALANCE BEFORE THE SORT, SO ONLY
           *> FUNDED CARDS ARE RELEASED ALONG WITH THE BATCH
           PERFORM 060-LOAD-APPLY-CARDS.

           SORT SORT-RMT-FILE
               ON ASCENDING KEY RS-CUSTOMER-NUMBER
               ON ASCENDING KEY RS-INVOICE-NUMBER
               ON ASCENDING KEY RS-REMIT-SOURCE
               INPUT PROCEDURE 160-RELEASE-REMITTANCES
               GIVING SRTRMT.


           OPEN INPUT SRTOPEN SRTRMT.
           OPEN OUTPUT NEWOPEN.
           OPEN EXTEND UNAPPLIED PAYHIST.

           PERFORM 200-READ-OPEN-ITEM.

               PERFORM 310-COPY-ITEM-UNCHANGED
                   UNTIL OPEN-EOF-SWITCH = "Y".

           *> THE LAST CUSTOMER'S ITEMS ARE STILL HELD IN THE TABLE
           PERFORM 350-CLOSE-OUT-CUSTOMER.

           PERFORM 900-PRINT-RUN-SUMMARY.

           CLOSE SRTOPEN SRTRMT NEWOPEN UNAPPLIED PAYHIST.

           *> TAKE WHAT THE APPLY CARDS PUT ON THEIR INVOICES OUT OF
           *> THE SUSPENSE RECORDS THE MONEY WAS SITTING IN
           IF SUSPENSE-APPLIED-COUNT > ZERO
               PERFORM 920-DRAW-DOWN-SUSPENSE.

           *> LOG THIS RUN COMPLETE ON THE RUN-CONTROL FILE
           PERFORM 960-WRITE-RUN-END.
           CLOSE CASHLIST.
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
      * THAT SILENTLY FELL OFF THE TABLE WOULD TAKE CASH           *
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
                   DISPLAY "CASHAPP: FISCAL CALENDAR TABLE FULL -"
                   DISPLAY "CASHAPP: RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.

      **************************************************************
      * READS THE REMITTANCE FILE'S FIRST RECORD, THE BATCH       *
      * HEADER, AND SAVES OFF THE BATCH NUMBER FOR THE LISTING -  *
           ELSE
               MOVE "N" TO BATCH-BALANCED-SWITCH.

      **************************************************************
      * LOADS THE SUSPENSE APPLY CARDS INTO THE CARD TABLE, THEN  *
      * TOTALS EACH CARD CUSTOMER'S UNAPPLIED BALANCE AND FUNDS   *
      * THE CARDS IN THE ORDER THEY WERE KEYED                    *
      **************************************************************
       060-LOAD-APPLY-CARDS.

           OPEN INPUT APPLCARD.
           PERFORM 065-LOAD-NEXT-APPLY-CARD
               UNTIL APPLCARD-EOF-SWITCH = "Y".
           CLOSE APPLCARD.

           IF APPLY-CARD-COUNT > ZERO
               PERFORM 070-TOTAL-SUSPENSE-FUNDS
               PERFORM 078-FUND-ONE-APPLY-CARD
                   VARYING CARD-INDEX FROM 1 BY 1
                   UNTIL CARD-INDEX > APPLY-CARD-COUNT.

      **************************************************************
      * READS ONE APPLY CARD AND FILES IT IN THE CARD TABLE - A   *
      * CARD WITHOUT USABLE NUMBERS, OR ONE PAST THE TABLE'S      *
      * ROOM, IS LISTED AND SKIPPED                               *
      **************************************************************
       065-LOAD-NEXT-APPLY-CARD.

           READ APPLCARD
               AT END
                   MOVE "Y" TO APPLCARD-EOF-SWITCH.

           IF APPLCARD-EOF-SWITCH = "N"
               MOVE BATCH-NUMBER       TO EL-BATCH-NUMBER
               MOVE AP-CUSTOMER-NUMBER TO EL-CUSTOMER-NUMBER
               MOVE AP-INVOICE-NUMBER  TO EL-INVOICE-NUMBER
               MOVE RUN-DATE-NUMERIC   TO EL-REMIT-DATE
               IF AP-CUSTOMER-NUMBER NOT NUMERIC
                       OR AP-INVOICE-NUMBER NOT NUMERIC
                       OR AP-APPLY-AMOUNT NOT NUMERIC
                       OR AP-APPLY-AMOUNT = ZERO
                   ADD 1 TO CARD-REJECT-COUNT
                   MOVE ZERO TO EL-REMIT-AMOUNT
                   MOVE "BAD APPLY CARD - SKIPPED" TO EL-MESSAGE
                   PERFORM 420-PRINT-ERROR-LINE
               ELSE
                   IF APPLY-CARD-COUNT < 200
                       ADD 1 TO APPLY-CARD-COUNT
                       MOVE AP-CUSTOMER-NUMBER TO
                           AC-CUSTOMER-NUMBER (APPLY-CARD-COUNT)
                       MOVE AP-INVOICE-NUMBER TO
                           AC-INVOICE-NUMBER (APPLY-CARD-COUNT)
                       MOVE AP-APPLY-AMOUNT TO
                           AC-APPLY-AMOUNT (APPLY-CARD-COUNT)
                       MOVE ZERO TO
                           AC-AVAILABLE-AMOUNT (APPLY-CARD-COUNT)
                           AC-APPLIED-AMOUNT (APPLY-CARD-COUNT)
                       MOVE "N" TO AC-CARD-STATUS (APPLY-CARD-COUNT)
                   ELSE
                       ADD 1 TO CARD-REJECT-COUNT
                       ADD AP-APPLY-AMOUNT TO CARD-REJECT-AMOUNT
                       MOVE AP-APPLY-AMOUNT TO EL-REMIT-AMOUNT
                       MOVE "CARD TABLE FULL - SKIPPED" TO EL-MESSAGE
                       PERFORM 420-PRINT-ERROR-LINE.

      **************************************************************
      * READS THE SUSPENSE FILE ONCE AND CREDITS EVERY CARD WITH  *
      * ITS CUSTOMER'S TOTAL UNAPPLIED BALANCE                    *
      **************************************************************
       070-TOTAL-SUSPENSE-FUNDS.

           OPEN INPUT UNAPPLIED.
           PERFORM 075-READ-SUSPENSE-FUNDS
               UNTIL UNAPPLIED-EOF-SWITCH = "Y".
           CLOSE UNAPPLIED.
           MOVE "N" TO UNAPPLIED-EOF-SWITCH.

      **************************************************************
      * READS ONE SUSPENSE RECORD AND, IF ANY OF IT IS STILL      *
      * UNAPPLIED, ADDS IT TO EVERY CARD FOR THAT CUSTOMER        *
      **************************************************************
       075-READ-SUSPENSE-FUNDS.

           READ UNAPPLIED
               AT END
                   MOVE "Y" TO UNAPPLIED-EOF-SWITCH.

           IF UNAPPLIED-EOF-SWITCH = "N"
                   AND UA-UNAPPLIED-AMOUNT > ZERO
               PERFORM 076-CREDIT-CARD-FUNDS
                   VARYING CARD-INDEX FROM 1 BY 1
                   UNTIL CARD-INDEX > APPLY-CARD-COUNT.

      **************************************************************
      * ADDS THE SUSPENSE RECORD'S UNAPPLIED DOLLARS TO ONE CARD  *
      * WHEN THE CARD IS FOR THE SAME CUSTOMER                    *
      **************************************************************
       076-CREDIT-CARD-FUNDS.

           IF AC-CUSTOMER-NUMBER (CARD-INDEX) = UA-CUSTOMER-NUMBER
               ADD UA-UNAPPLIED-AMOUNT TO
                   AC-AVAILABLE-AMOUNT (CARD-INDEX).

      **************************************************************
      * FUNDS ONE CARD - A CARD FOR MORE THAN ITS CUSTOMER STILL  *
      * HAS IN SUSPENSE IS LISTED AND HELD BACK; A FUNDED CARD    *
      * TAKES ITS AMOUNT OUT OF WHAT IS LEFT FOR THE CUSTOMER'S   *
      * LATER CARDS                                               *
      **************************************************************
       078-FUND-ONE-APPLY-CARD.

           IF AC-APPLY-AMOUNT (CARD-INDEX) >
                   AC-AVAILABLE-AMOUNT (CARD-INDEX)
               MOVE "S" TO AC-CARD-STATUS (CARD-INDEX)
               ADD 1 TO CARD-REJECT-COUNT
               ADD AC-APPLY-AMOUNT (CARD-INDEX) TO CARD-REJECT-AMOUNT
               MOVE BATCH-NUMBER TO EL-BATCH-NUMBER
               MOVE AC-CUSTOMER-NUMBER (CARD-INDEX) TO
                   EL-CUSTOMER-NUMBER
               MOVE AC-INVOICE-NUMBER (CARD-INDEX) TO
                   EL-INVOICE-NUMBER
               MOVE RUN-DATE-NUMERIC TO EL-REMIT-DATE
               MOVE AC-APPLY-AMOUNT (CARD-INDEX) TO EL-REMIT-AMOUNT
               MOVE "NOT ENOUGH CASH IN SUSPENSE" TO EL-MESSAGE
               PERFORM 420-PRINT-ERROR-LINE
           ELSE
               MOVE "V" TO AC-CARD-STATUS (CARD-INDEX)
               PERFORM 079-RESERVE-CARD-FUNDS
                   VARYING OTHER-CARD-INDEX FROM CARD-INDEX BY 1
                   UNTIL OTHER-CARD-INDEX > APPLY-CARD-COUNT.

      **************************************************************
      * TAKES A FUNDED CARD'S AMOUNT OUT OF THE BALANCE STILL     *
      * AVAILABLE TO ANOTHER CARD FOR THE SAME CUSTOMER           *
      **************************************************************
       079-RESERVE-CARD-FUNDS.

           IF AC-CUSTOMER-NUMBER (OTHER-CARD-INDEX) =
                   AC-CUSTOMER-NUMBER (CARD-INDEX)
               SUBTRACT AC-APPLY-AMOUNT (CARD-INDEX) FROM
                   AC-AVAILABLE-AMOUNT (OTHER-CARD-INDEX).

      **************************************************************
      * FORMATS THE LISTING HEADER BY GRABBING THE DATE TIME AND  *
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS              *
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

           MOVE CD-YEAR    TO RD-YEAR.
           MOVE CD-MONTH   TO RD-MONTH.
           MOVE CD-DAY     TO RD-DAY.

      **************************************************************
      * THE SORT INPUT PROCEDURE FOR REMITTANCES - READS EVERY    *
      * RECORD LEFT IN CASHRCPT AFTER THE HEADER, RELEASES THE    *
      * DETAILS TO THE SORT, CAPTURES THE TRAILER'S CLAIMED       *
      * TOTALS, AND THEN RELEASES EVERY FUNDED APPLY CARD         *
      **************************************************************
       160-RELEASE-REMITTANCES.

           PERFORM 165-READ-AND-RELEASE-REMIT
               UNTIL CASHRCPT-EOF-SWITCH = "Y".

           PERFORM 170-RELEASE-APPLY-CARD
               VARYING CARD-INDEX FROM 1 BY 1
               UNTIL CARD-INDEX > APPLY-CARD-COUNT.

      **************************************************************
      * READS ONE REMITTANCE RECORD AND EITHER RELEASES IT TO THE *
      * SORT (A DETAIL), CAPTURES ITS TOTALS (THE TRAILER), OR    *
           IF CASHRCPT-EOF-SWITCH = "N"
               EVALUATE RC-RECORD-TYPE
                   WHEN "D"
                       ADD 1 TO RELEASED-RECORD-COUNT
                       ADD RC-REMIT-AMOUNT TO RELEASED-AMOUNT-TOTAL
                       PERFORM 166-CHECK-PERIOD-OPEN
                       IF PERIOD-CLOSED-SWITCH = "Y"
                           PERFORM 167-REJECT-CLOSED-PERIOD
                       ELSE
                           PERFORM 168-RELEASE-BATCH-REMIT
                       END-IF
                   WHEN "T"
                       MOVE "Y" TO TRAILER-FOUND-SWITCH
                       MOVE RC-TRAILER-COUNT  TO TRAILER-RECORD-COUNT
                       MOVE RC-TRAILER-AMOUNT TO TRAILER-AMOUNT-TOTAL
               END-EVALUATE.

      **************************************************************
      * LOOKS THE CURRENT REMITTANCE'S DATE UP ON THE FISCAL      *
      * CALENDAR AND SETS PERIOD-CLOSED-SWITCH WHEN IT FALLS IN A *
      * PERIOD ACCOUNTING HAS CLOSED - A DATE OFF THE CALENDAR,   *
      * OR NO CALENDAR AT ALL, COUNTS AS OPEN                     *
      **************************************************************
       166-CHECK-PERIOD-OPEN.

           MOVE "N" TO PERIOD-CLOSED-SWITCH.
           MOVE RC-REMIT-DATE TO FISCAL-LOOKUP-DATE.
           PERFORM 730-FIND-FISCAL-PERIOD.

           IF FOUND-PERIOD-INDEX NOT = ZERO
               IF FPE-PERIOD-STATUS (FOUND-PERIOD-INDEX) = "C"
                   MOVE "Y" TO PERIOD-CLOSED-SWITCH.

      **************************************************************
      * LISTS ONE REMITTANCE DATED IN A CLOSED FISCAL PERIOD - IT *
      * HAS ALREADY BEEN COUNTED TOWARD THE BATCH TOTALS BUT IS   *
      * NEVER RELEASED, SO IT IS NEITHER APPLIED NOR SUSPENDED    *
      **************************************************************
       167-REJECT-CLOSED-PERIOD.

           ADD 1 TO CLOSED-PERIOD-COUNT.
           ADD RC-REMIT-AMOUNT TO CLOSED-PERIOD-AMOUNT.

           MOVE FPE-FISCAL-YEAR (FOUND-PERIOD-INDEX)
               TO CPM-FISCAL-YEAR.
           MOVE FPE-FISCAL-PERIOD (FOUND-PERIOD-INDEX)
               TO CPM-FISCAL-PERIOD.

           MOVE BATCH-NUMBER        TO EL-BATCH-NUMBER.
           MOVE RC-CUSTOMER-NUMBER  TO EL-CUSTOMER-NUMBER.
           MOVE RC-INVOICE-NUMBER   TO EL-INVOICE-NUMBER.
           MOVE RC-REMIT-DATE       TO EL-REMIT-DATE.
           MOVE RC-REMIT-AMOUNT     TO EL-REMIT-AMOUNT.
           MOVE CLOSED-PERIOD-MESSAGE TO EL-MESSAGE.
           PERFORM 420-PRINT-ERROR-LINE.

      **************************************************************
      * RELEASES ONE BATCH REMITTANCE TO THE SORT                 *
      **************************************************************
       168-RELEASE-BATCH-REMIT.

           MOVE RC-CUSTOMER-NUMBER TO RS-CUSTOMER-NUMBER.
           MOVE RC-INVOICE-NUMBER  TO RS-INVOICE-NUMBER.
           MOVE RC-REMIT-DATE      TO RS-REMIT-DATE.
           MOVE RC-REMIT-AMOUNT    TO RS-REMIT-AMOUNT.
           MOVE "B"                TO RS-REMIT-SOURCE.
           MOVE ZERO               TO RS-CARD-INDEX.
           RELEASE RS-RECORD.

      **************************************************************
      * RELEASES ONE FUNDED APPLY CARD TO THE SORT AS A SUSPENSE  *
      * REMITTANCE DATED TODAY - IT IS NOT PART OF THE BATCH, SO  *
      * IT STAYS OUT OF THE TOTALS PROVED AGAINST THE TRAILER     *
      **************************************************************
       170-RELEASE-APPLY-CARD.

           IF AC-CARD-STATUS (CARD-INDEX) = "V"
               MOVE AC-CUSTOMER-NUMBER (CARD-INDEX) TO
                   RS-CUSTOMER-NUMBER
               MOVE AC-INVOICE-NUMBER (CARD-INDEX) TO
                   RS-INVOICE-NUMBER
               MOVE RUN-DATE-NUMERIC TO RS-REMIT-DATE
               MOVE AC-APPLY-AMOUNT (CARD-INDEX) TO RS-REMIT-AMOUNT
               MOVE "S"              TO RS-REMIT-SOURCE
               MOVE CARD-INDEX       TO RS-CARD-INDEX
               RELEASE RS-RECORD.

      **************************************************************
      * COMPARES THE TRAILER'S CLAIMED RECORD COUNT AND DOLLAR    *
      * TOTAL AGAINST WHAT WAS ACTUALLY READ FROM THE DETAILS -   *

      **************************************************************
      * THE MATCH-MERGE DISPATCH - DECIDES WHETHER THE NEXT       *
      * ACTION IS TO CARRY AN UNTOUCHED OPEN ITEM FORWARD, SEND A *
      * REMITTANCE THAT MATCHES NO OPEN ITEM TO SUSPENSE, OR      *
      * APPLY ONE OR MORE REMITTANCES AGAINST A MATCHING ITEM     *
      **************************************************************
       300-PROCESS-NEXT-ITEM.

                   OR RR-CUSTOMER-NUMBER < OO-CUSTOMER-NUMBER
                   OR (RR-CUSTOMER-NUMBER = OO-CUSTOMER-NUMBER
                       AND RR-INVOICE-NUMBER < OO-INVOICE-NUMBER)
                   PERFORM 320-SUSPEND-UNMATCHED-REMIT
               WHEN OTHER
                   PERFORM 330-APPLY-MATCHED-ITEM
           END-EVALUATE.

      **************************************************************
      * NO REMITTANCE TOUCHED THIS OPEN ITEM - HOLD IT WITH THE   *
      * REST OF THE CUSTOMER'S ITEMS, UNCHANGED, UNTIL THE        *
      * CUSTOMER IS DONE                                          *
      **************************************************************
       310-COPY-ITEM-UNCHANGED.

           PERFORM 345-CHECK-CUSTOMER-CHANGE.
           MOVE OO-RECORD TO OI-RECORD.
           MOVE ZERO TO ITEM-PAID-DATE.
           PERFORM 340-FILE-CUSTOMER-ITEM.
           PERFORM 200-READ-OPEN-ITEM.

      **************************************************************
      * A REMITTANCE'S CUSTOMER/INVOICE MATCHES NO OPEN ITEM -    *
      * SEND EVERY REMITTANCE FOR THAT INVOICE TO SUSPENSE AND    *
      * LEAVE THE OPEN ITEMS ALONE                                *
      **************************************************************
       320-SUSPEND-UNMATCHED-REMIT.

           MOVE RR-CUSTOMER-NUMBER TO REJECTED-CUSTOMER-NUMBER.
           MOVE RR-INVOICE-NUMBER  TO REJECTED-INVOICE-NUMBER.

           PERFORM 325-SUSPEND-ONE-REMIT
               UNTIL SRTRMT-EOF-SWITCH = "Y"
                  OR RR-CUSTOMER-NUMBER
                      NOT = REJECTED-CUSTOMER-NUMBER
                      NOT = REJECTED-INVOICE-NUMBER.

      **************************************************************
      * WRITES ONE UNMATCHED BATCH REMITTANCE TO SUSPENSE AND     *
      * READS THE NEXT - AN UNMATCHED APPLY CARD IS LISTED AND    *
      * ITS MONEY SIMPLY STAYS WHERE IT IS, IN SUSPENSE           *
      **************************************************************
       325-SUSPEND-ONE-REMIT.

           IF RR-REMIT-SOURCE = "S"
               ADD 1 TO CARD-REJECT-COUNT
               ADD RR-REMIT-AMOUNT TO CARD-REJECT-AMOUNT
               MOVE BATCH-NUMBER       TO EL-BATCH-NUMBER
               MOVE RR-CUSTOMER-NUMBER TO EL-CUSTOMER-NUMBER
               MOVE RR-INVOICE-NUMBER  TO EL-INVOICE-NUMBER
               MOVE RR-REMIT-DATE      TO EL-REMIT-DATE
               MOVE RR-REMIT-AMOUNT    TO EL-REMIT-AMOUNT
               MOVE "NOT OPEN - LEFT IN SUSPENSE" TO EL-MESSAGE
               PERFORM 420-PRINT-ERROR-LINE
           ELSE
               MOVE SPACES             TO UA-RECORD
               MOVE RR-CUSTOMER-NUMBER TO UA-CUSTOMER-NUMBER
               MOVE RR-REMIT-DATE      TO UA-REMIT-DATE
               MOVE RR-INVOICE-NUMBER  TO UA-INVOICE-NUMBER
               MOVE "NI"               TO UA-REASON-CODE
               MOVE RR-REMIT-AMOUNT    TO UA-SUSPENDED-AMOUNT
               MOVE "NO OPEN ITEM - TO SUSPENSE" TO EL-MESSAGE
               PERFORM 370-WRITE-SUSPENSE-RECORD.

           PERFORM 210-READ-REMITTANCE.

      **************************************************************
      * ONE OR MORE REMITTANCES MATCH THE CURRENT OPEN ITEM -     *
      * SEED THE WORKING RECORD, APPLY EVERY REMITTANCE FOR THIS  *
      * INVOICE IN TURN, THEN HOLD THE ITEM WITH THE REST OF THE  *
      * CUSTOMER'S ITEMS UNTIL THE CUSTOMER IS DONE               *
      **************************************************************
       330-APPLY-MATCHED-ITEM.

           PERFORM 345-CHECK-CUSTOMER-CHANGE.
           MOVE OO-RECORD TO OI-RECORD.
           MOVE ZERO TO ITEM-PAID-DATE.

           PERFORM 380-APPLY-REMIT-TO-ITEM
               UNTIL SRTRMT-EOF-SWITCH = "Y"
                  OR RR-CUSTOMER-NUMBER NOT = OO-CUSTOMER-NUMBER
                  OR RR-INVOICE-NUMBER NOT = OO-INVOICE-NUMBER.

           PERFORM 340-FILE-CUSTOMER-ITEM.
           PERFORM 200-READ-OPEN-ITEM.

      **************************************************************
      * FILES THE WORKING OPEN ITEM IN THE CUSTOMER'S ITEM TABLE, *
      * OR WRITES IT STRAIGHT FORWARD IF THE TABLE IS FULL        *
      **************************************************************
       340-FILE-CUSTOMER-ITEM.

           IF ITEM-COUNT < 300
               ADD 1 TO ITEM-COUNT
               MOVE OI-RECORD      TO IT-OPEN-ITEM (ITEM-COUNT)
               MOVE ITEM-PAID-DATE TO IT-PAID-DATE (ITEM-COUNT)
           ELSE
               PERFORM 359-WRITE-ITEM-FORWARD.

      **************************************************************
      * WHEN THE NEXT OPEN ITEM BELONGS TO A NEW CUSTOMER, CLOSES *
      * OUT THE CUSTOMER WHOSE ITEMS ARE HELD IN THE TABLE        *
      **************************************************************
       345-CHECK-CUSTOMER-CHANGE.

           IF OO-CUSTOMER-NUMBER NOT = ITEM-CUSTOMER-NUMBER
               PERFORM 350-CLOSE-OUT-CUSTOMER
               MOVE OO-CUSTOMER-NUMBER TO ITEM-CUSTOMER-NUMBER.

      **************************************************************
      * EVERY REMITTANCE FOR THE HELD CUSTOMER HAS BEEN APPLIED - *
      * SPREADS EACH OVERPAYMENT'S EXCESS OVER THE OLDEST ITEMS   *
      * STILL OPEN, THEN WRITES THE CUSTOMER'S ITEMS FORWARD AND  *
      * EMPTIES BOTH TABLES FOR THE NEXT CUSTOMER                 *
      **************************************************************
       350-CLOSE-OUT-CUSTOMER.

           PERFORM 352-APPLY-ONE-EXCESS
               VARYING EXCESS-INDEX FROM 1 BY 1
               UNTIL EXCESS-INDEX > EXCESS-COUNT.

           PERFORM 358-WRITE-TABLE-ITEM
               VARYING ITEM-INDEX FROM 1 BY 1
               UNTIL ITEM-INDEX > ITEM-COUNT.

           MOVE ZERO TO ITEM-COUNT EXCESS-COUNT.

      **************************************************************
      * APPLIES ONE OVERPAYMENT'S EXCESS TO THE CUSTOMER'S OLDEST *
      * OPEN ITEMS IN TURN UNTIL THE EXCESS IS GONE OR NOTHING IS *
      * LEFT OPEN - ANY EXCESS STILL LEFT GOES TO SUSPENSE        *
      **************************************************************
       352-APPLY-ONE-EXCESS.

           PERFORM 356-FIND-OLDEST-ITEM.

           PERFORM 354-APPLY-EXCESS-TO-OLDEST
               UNTIL EX-EXCESS-AMOUNT (EXCESS-INDEX) = ZERO
                  OR OLDEST-INDEX = ZERO.

           IF EX-EXCESS-AMOUNT (EXCESS-INDEX) > ZERO
               MOVE SPACES               TO UA-RECORD
               MOVE ITEM-CUSTOMER-NUMBER TO UA-CUSTOMER-NUMBER
               MOVE EX-REMIT-DATE (EXCESS-INDEX) TO UA-REMIT-DATE
               MOVE EX-INVOICE-NUMBER (EXCESS-INDEX) TO
                   UA-INVOICE-NUMBER
               MOVE "OP"                 TO UA-REASON-CODE
               MOVE EX-EXCESS-AMOUNT (EXCESS-INDEX) TO
                   UA-SUSPENDED-AMOUNT
               MOVE "OVERPAYMENT - TO SUSPENSE" TO EL-MESSAGE
               PERFORM 370-WRITE-SUSPENSE-RECORD.

      **************************************************************
      * APPLIES AS MUCH OF THE EXCESS AS THE OLDEST OPEN ITEM     *
      * STILL OWES, LISTS IT, AND FINDS THE NEXT OLDEST           *
      **************************************************************
       354-APPLY-EXCESS-TO-OLDEST.

           IF EX-EXCESS-AMOUNT (EXCESS-INDEX) >
                   IT-OPEN-AMOUNT (OLDEST-INDEX)
               MOVE IT-OPEN-AMOUNT (OLDEST-INDEX) TO
                   EXCESS-APPLY-AMOUNT
           ELSE
               MOVE EX-EXCESS-AMOUNT (EXCESS-INDEX) TO
                   EXCESS-APPLY-AMOUNT.

           SUBTRACT EXCESS-APPLY-AMOUNT FROM
               IT-OPEN-AMOUNT (OLDEST-INDEX)
               EX-EXCESS-AMOUNT (EXCESS-INDEX).
           MOVE EX-REMIT-DATE (EXCESS-INDEX) TO
               IT-PAID-DATE (OLDEST-INDEX).

           ADD 1 TO EXCESS-APPLIED-COUNT.
           ADD EXCESS-APPLY-AMOUNT TO EXCESS-APPLIED-AMOUNT.

           MOVE BATCH-NUMBER         TO EL-BATCH-NUMBER.
           MOVE ITEM-CUSTOMER-NUMBER TO EL-CUSTOMER-NUMBER.
           MOVE IT-INVOICE-NUMBER (OLDEST-INDEX) TO EL-INVOICE-NUMBER.
           MOVE EX-REMIT-DATE (EXCESS-INDEX) TO EL-REMIT-DATE.
           MOVE EXCESS-APPLY-AMOUNT  TO EL-REMIT-AMOUNT.
           MOVE "EXCESS APPLIED TO OLDEST ITEM" TO EL-MESSAGE.
           PERFORM 420-PRINT-ERROR-LINE.

           PERFORM 356-FIND-OLDEST-ITEM.

      **************************************************************
      * FINDS THE HELD ITEM WITH THE EARLIEST INVOICE DATE THAT   *
      * STILL HAS DOLLARS OPEN - ZERO WHEN NOTHING IS LEFT OPEN   *
      **************************************************************
       356-FIND-OLDEST-ITEM.

           MOVE ZERO TO OLDEST-INDEX.
           PERFORM 357-CHECK-OLDEST-ITEM
               VARYING ITEM-INDEX FROM 1 BY 1
               UNTIL ITEM-INDEX > ITEM-COUNT.

      **************************************************************
      * KEEPS ONE HELD ITEM AS THE OLDEST SO FAR IF IT IS STILL   *
      * OPEN AND OLDER THAN THE ONE ALREADY KEPT                  *
      **************************************************************
       357-CHECK-OLDEST-ITEM.

           IF IT-OPEN-AMOUNT (ITEM-INDEX) > ZERO
               IF OLDEST-INDEX = ZERO
                   MOVE ITEM-INDEX TO OLDEST-INDEX
               ELSE
                   IF IT-INVOICE-DATE (ITEM-INDEX) <
                           IT-INVOICE-DATE (OLDEST-INDEX)
                       MOVE ITEM-INDEX TO OLDEST-INDEX.

      **************************************************************
      * LOADS ONE HELD ITEM BACK INTO THE WORKING RECORD AND      *
      * WRITES IT FORWARD                                         *
      **************************************************************
       358-WRITE-TABLE-ITEM.

           MOVE IT-OPEN-ITEM (ITEM-INDEX) TO OI-RECORD.
           MOVE IT-PAID-DATE (ITEM-INDEX) TO ITEM-PAID-DATE.
           PERFORM 359-WRITE-ITEM-FORWARD.

      **************************************************************
      * WRITES THE WORKING OPEN ITEM TO NEWOPEN WHEN ANYTHING IS  *
      * STILL OWED ON IT - AN ITEM A REMITTANCE PAID OFF, OR ONE  *
      * A CREDIT MEMO HAD ALREADY CLOSED OUT, DROPS OFF THE FILE  *
      * - AND AN ITEM PAID OFF IS WRITTEN TO THE PAYMENT HISTORY  *
      **************************************************************
       359-WRITE-ITEM-FORWARD.

           IF OI-OPEN-AMOUNT = ZERO
               IF ITEM-PAID-DATE = ZERO
                   ADD 1 TO ITEMS-CREDITED-COUNT
               ELSE
                   ADD 1 TO ITEMS-PAID-COUNT
                   PERFORM 360-WRITE-PAYMENT-HISTORY
           ELSE
               ADD 1 TO ITEMS-CARRIED-COUNT
               ADD OI-OPEN-AMOUNT TO CARRIED-OPEN-AMOUNT
               MOVE OI-RECORD TO NEW-OPEN-ITEM-RECORD
               WRITE NEW-OPEN-ITEM-RECORD.

      **************************************************************
      * APPENDS THE PAYMENT-HISTORY RECORD FOR AN ITEM JUST PAID  *
      * IN FULL - THE PAID DATE IS THE REMIT DATE OF THE PAYMENT  *
      * THAT FINISHED IT OFF                                      *
      **************************************************************
       360-WRITE-PAYMENT-HISTORY.

           MOVE SPACE              TO PH-RECORD.
           MOVE OI-CUSTOMER-NUMBER TO PH-CUSTOMER-NUMBER.
           MOVE OI-INVOICE-NUMBER  TO PH-INVOICE-NUMBER.
           MOVE OI-INVOICE-DATE    TO PH-INVOICE-DATE.
           MOVE ITEM-PAID-DATE     TO PH-PAID-DATE.
           MOVE OI-BRANCH-NUMBER   TO PH-BRANCH-NUMBER.
           MOVE OI-INVOICE-AMOUNT  TO PH-INVOICE-AMOUNT.
           MOVE BATCH-NUMBER       TO PH-BATCH-NUMBER.
           WRITE PH-RECORD.

      **************************************************************
      * FINISHES AND APPENDS THE SUSPENSE RECORD THE CALLER HAS   *
      * FILLED IN, AND LISTS IT WITH THE CALLER'S MESSAGE         *
      **************************************************************
       370-WRITE-SUSPENSE-RECORD.

           MOVE BATCH-NUMBER        TO UA-BATCH-NUMBER.
           MOVE UA-SUSPENDED-AMOUNT TO UA-UNAPPLIED-AMOUNT.
           MOVE ZERO                TO UA-LAST-APPLIED-DATE.
           WRITE UA-RECORD.

           ADD 1 TO SUSPENDED-COUNT.
           ADD UA-SUSPENDED-AMOUNT TO SUSPENDED-AMOUNT.

           MOVE BATCH-NUMBER        TO EL-BATCH-NUMBER.
           MOVE UA-CUSTOMER-NUMBER  TO EL-CUSTOMER-NUMBER.
           MOVE UA-INVOICE-NUMBER   TO EL-INVOICE-NUMBER.
           MOVE UA-REMIT-DATE       TO EL-REMIT-DATE.
           MOVE UA-SUSPENDED-AMOUNT TO EL-REMIT-AMOUNT.
           PERFORM 420-PRINT-ERROR-LINE.

      **************************************************************
      * APPLIES ONE REMITTANCE TO THE WORKING OPEN ITEM AND READS *
      * THE NEXT - THE ITEM TAKES NO MORE THAN IT STILL OWES, SO  *
      * THE OPEN AMOUNT NEVER GOES NEGATIVE, AND WHAT IS LEFT OF  *
      * THE REMITTANCE IS HANDLED BY ITS SOURCE                   *
      **************************************************************
       380-APPLY-REMIT-TO-ITEM.

           IF RR-REMIT-AMOUNT > OI-OPEN-AMOUNT
               MOVE OI-OPEN-AMOUNT TO REMIT-APPLY-AMOUNT
               COMPUTE REMIT-EXCESS-AMOUNT =
                   RR-REMIT-AMOUNT - OI-OPEN-AMOUNT
           ELSE
               MOVE RR-REMIT-AMOUNT TO REMIT-APPLY-AMOUNT
               MOVE ZERO TO REMIT-EXCESS-AMOUNT.

           IF REMIT-APPLY-AMOUNT > ZERO
               SUBTRACT REMIT-APPLY-AMOUNT FROM OI-OPEN-AMOUNT
               MOVE RR-REMIT-DATE TO ITEM-PAID-DATE.

           IF RR-REMIT-SOURCE = "S"
               PERFORM 385-APPLY-SUSPENSE-CARD
           ELSE
               PERFORM 388-APPLY-BATCH-REMIT.

           PERFORM 210-READ-REMITTANCE.

      **************************************************************
      * AN APPLY CARD MOVED SUSPENSE MONEY ONTO THE ITEM - CREDIT *
      * THE CARD WITH WHAT THE ITEM TOOK; ANY PART THE ITEM DID   *
      * NOT NEED STAYS IN SUSPENSE                                *
      **************************************************************
       385-APPLY-SUSPENSE-CARD.

           MOVE BATCH-NUMBER       TO EL-BATCH-NUMBER.
           MOVE RR-CUSTOMER-NUMBER TO EL-CUSTOMER-NUMBER.
           MOVE RR-INVOICE-NUMBER  TO EL-INVOICE-NUMBER.
           MOVE RR-REMIT-DATE      TO EL-REMIT-DATE.

           IF REMIT-APPLY-AMOUNT > ZERO
               ADD 1 TO SUSPENSE-APPLIED-COUNT
               ADD REMIT-APPLY-AMOUNT TO SUSPENSE-APPLIED-AMOUNT
                   AC-APPLIED-AMOUNT (RR-CARD-INDEX)
               MOVE REMIT-APPLY-AMOUNT TO EL-REMIT-AMOUNT
               MOVE "APPLIED FROM SUSPENSE" TO EL-MESSAGE
               PERFORM 420-PRINT-ERROR-LINE
           ELSE
               ADD 1 TO CARD-REJECT-COUNT.

           IF REMIT-EXCESS-AMOUNT > ZERO
               ADD REMIT-EXCESS-AMOUNT TO CARD-REJECT-AMOUNT
               MOVE REMIT-EXCESS-AMOUNT TO EL-REMIT-AMOUNT
               MOVE "NOT OWED - LEFT IN SUSPENSE" TO EL-MESSAGE
               PERFORM 420-PRINT-ERROR-LINE.

      **************************************************************
      * A BATCH REMITTANCE PAID THE ITEM - COUNT WHAT THE ITEM    *
      * TOOK AS APPLIED AND HOLD ANY OVERPAYMENT FOR THE          *
      * CUSTOMER'S OLDEST ITEMS                                   *
      **************************************************************
       388-APPLY-BATCH-REMIT.

           IF REMIT-APPLY-AMOUNT > ZERO
               ADD 1 TO APPLIED-COUNT
               ADD REMIT-APPLY-AMOUNT TO APPLIED-AMOUNT.

           IF REMIT-EXCESS-AMOUNT > ZERO
               PERFORM 390-HOLD-OVERPAYMENT.

      **************************************************************
      * LISTS AN OVERPAYMENT AND FILES ITS EXCESS IN THE EXCESS   *
      * TABLE - WITH THE TABLE FULL, THE EXCESS GOES STRAIGHT TO  *
      * SUSPENSE                                                  *
      **************************************************************
       390-HOLD-OVERPAYMENT.

           ADD 1 TO OVERPAY-COUNT.
           ADD REMIT-EXCESS-AMOUNT TO OVERPAY-AMOUNT.

           MOVE BATCH-NUMBER        TO EL-BATCH-NUMBER.
           MOVE RR-CUSTOMER-NUMBER  TO EL-CUSTOMER-NUMBER.
           MOVE RR-INVOICE-NUMBER   TO EL-INVOICE-NUMBER.
           MOVE RR-REMIT-DATE       TO EL-REMIT-DATE.
           MOVE REMIT-EXCESS-AMOUNT TO EL-REMIT-AMOUNT.
           MOVE "OVERPAYMENT - EXCESS HELD" TO EL-MESSAGE.
           PERFORM 420-PRINT-ERROR-LINE.

           IF EXCESS-COUNT < 50
               ADD 1 TO EXCESS-COUNT
               MOVE RR-INVOICE-NUMBER TO
                   EX-INVOICE-NUMBER (EXCESS-COUNT)
               MOVE RR-REMIT-DATE TO EX-REMIT-DATE (EXCESS-COUNT)
               MOVE REMIT-EXCESS-AMOUNT TO
                   EX-EXCESS-AMOUNT (EXCESS-COUNT)
           ELSE
               MOVE SPACES              TO UA-RECORD
               MOVE RR-CUSTOMER-NUMBER  TO UA-CUSTOMER-NUMBER
               MOVE RR-REMIT-DATE       TO UA-REMIT-DATE
               MOVE RR-INVOICE-NUMBER   TO UA-INVOICE-NUMBER
               MOVE "OP"                TO UA-REASON-CODE
               MOVE REMIT-EXCESS-AMOUNT TO UA-SUSPENDED-AMOUNT
               MOVE "OVERPAYMENT - TO SUSPENSE" TO EL-MESSAGE
               PERFORM 370-WRITE-SUSPENSE-RECORD.

      **************************************************************
      * PRINTS ONE LISTING LINE AND UPDATES THE LINE COUNTER SO   *

      **************************************************************
      * PRINTS THE END OF RUN SUMMARY - HOW MANY REMITTANCES AND  *
      * DOLLARS APPLIED, OVERPAID, SPREAD OVER OLDER ITEMS OR     *
      * SENT TO SUSPENSE, WHAT THE APPLY CARDS MOVED OUT OF       *
      * SUSPENSE, HOW MANY ITEMS PAID OFF, AND THE OPEN COUNT AND *
      * DOLLARS CARRIED FORWARD, FOR RECONCILING THE RUN AGAINST  *
      * THE BATCH TRAILER                                         *
      **************************************************************
       900-PRINT-RUN-SUMMARY.

           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "OVERPAYMENTS RECEIVED.: " TO SL-CAPTION.
           MOVE OVERPAY-COUNT  TO SL-COUNT.
           MOVE OVERPAY-AMOUNT TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "EXCESS TO OLDEST ITEMS: " TO SL-CAPTION.
           MOVE EXCESS-APPLIED-COUNT  TO SL-COUNT.
           MOVE EXCESS-APPLIED-AMOUNT TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "CASH TO SUSPENSE......: " TO SL-CAPTION.
           MOVE SUSPENDED-COUNT  TO SL-COUNT.
           MOVE SUSPENDED-AMOUNT TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "SUSPENSE APPLIED......: " TO SL-CAPTION.
           MOVE SUSPENSE-APPLIED-COUNT  TO SL-COUNT.
           MOVE SUSPENSE-APPLIED-AMOUNT TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "APPLY CARDS REJECTED..: " TO SL-CAPTION.
           MOVE CARD-REJECT-COUNT  TO SL-COUNT.
           MOVE CARD-REJECT-AMOUNT TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "CLOSED PERIOD REJECTED: " TO SL-CAPTION.
           MOVE CLOSED-PERIOD-COUNT  TO SL-COUNT.
           MOVE CLOSED-PERIOD-AMOUNT TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "ITEMS CLOSED BY CREDIT: " TO SL-CAPTION.
           MOVE ITEMS-CREDITED-COUNT TO SL-COUNT.
           MOVE ZERO TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "ITEMS CARRIED FORWARD.: " TO SL-CAPTION.
           MOVE ITEMS-CARRIED-COUNT TO SL-COUNT.
           MOVE CARRIED-OPEN-AMOUNT TO SL-AMOUNT.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      **************************************************************
      * RE-READS THE SUSPENSE FILE IN PLACE AND TAKES WHAT EACH   *
      * APPLY CARD APPLIED OUT OF ITS CUSTOMER'S RECORDS, OLDEST  *
      * RECORD FIRST, REWRITING EVERY RECORD IT DRAWS DOWN        *
      **************************************************************
       920-DRAW-DOWN-SUSPENSE.

           OPEN I-O UNAPPLIED.
           PERFORM 925-DRAW-DOWN-ONE-RECORD
               UNTIL UNAPPLIED-EOF-SWITCH = "Y".
           CLOSE UNAPPLIED.

      **************************************************************
      * READS ONE SUSPENSE RECORD, LETS EVERY CARD FOR ITS        *
      * CUSTOMER DRAW ON IT, AND REWRITES IT IF ANY DID           *
      **************************************************************
       925-DRAW-DOWN-ONE-RECORD.

           READ UNAPPLIED
               AT END
                   MOVE "Y" TO UNAPPLIED-EOF-SWITCH.

           IF UNAPPLIED-EOF-SWITCH = "N"
                   AND UA-UNAPPLIED-AMOUNT > ZERO
               MOVE "N" TO SUSPENSE-CHANGED-SWITCH
               PERFORM 926-DRAW-AGAINST-CARD
                   VARYING CARD-INDEX FROM 1 BY 1
                   UNTIL CARD-INDEX > APPLY-CARD-COUNT
               IF SUSPENSE-CHANGED-SWITCH = "Y"
                   REWRITE UA-RECORD.

      **************************************************************
      * WHEN THE CARD IS FOR THIS RECORD'S CUSTOMER AND STILL HAS *
      * APPLIED DOLLARS NOT YET DRAWN, DRAWS AS MUCH OF THEM AS   *
      * THE RECORD HAS LEFT                                       *
      **************************************************************
       926-DRAW-AGAINST-CARD.

           IF AC-CUSTOMER-NUMBER (CARD-INDEX) = UA-CUSTOMER-NUMBER
                   AND AC-APPLIED-AMOUNT (CARD-INDEX) > ZERO
                   AND UA-UNAPPLIED-AMOUNT > ZERO
               PERFORM 927-DRAW-CARD-AMOUNT.

      **************************************************************
      * MOVES THE SMALLER OF THE CARD'S UNDRAWN DOLLARS AND THE   *
      * RECORD'S UNAPPLIED DOLLARS OUT OF BOTH                    *
      **************************************************************
       927-DRAW-CARD-AMOUNT.

           IF AC-APPLIED-AMOUNT (CARD-INDEX) > UA-UNAPPLIED-AMOUNT
               MOVE UA-UNAPPLIED-AMOUNT TO DRAW-AMOUNT
           ELSE
               MOVE AC-APPLIED-AMOUNT (CARD-INDEX) TO DRAW-AMOUNT.

           SUBTRACT DRAW-AMOUNT FROM AC-APPLIED-AMOUNT (CARD-INDEX)
               UA-UNAPPLIED-AMOUNT.
           MOVE RUN-DATE-NUMERIC TO UA-LAST-APPLIED-DATE.
           MOVE "Y" TO SUSPENSE-CHANGED-SWITCH.

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
      * APPENDS THIS RUN'S "STARTED" RECORD TO THE SHARED         *
      * RUN-CONTROL FILE                                          *

      **************************************************************
      * APPENDS THIS RUN'S "COMPLETE" RECORD, WITH THE            *
      * REMITTANCES APPLIED AND THE RUN'S CONTROL-TOTAL DOLLARS - *
      * EVERY BATCH DOLLAR THAT LANDED ON AN OPEN ITEM, WHETHER   *
      * ON ITS OWN INVOICE OR AS OVERPAYMENT EXCESS               *
      **************************************************************
       960-WRITE-RUN-END.

           PERFORM 950-STAMP-RUN-RECORD.
           MOVE "COMPLETE" TO RN-STATUS.
           MOVE APPLIED-COUNT  TO RN-RECORDS-PROCESSED.
           COMPUTE RN-DOLLAR-TOTAL =
               APPLIED-AMOUNT + EXCESS-APPLIED-AMOUNT.
           PERFORM 955-APPEND-RUN-RECORD.
