       IDENTIFICATION DIVISION.

       PROGRAM-ID. CUSTSTMT.

      *   Programmers.: Violet French
      *   Date........: 2026.10.15
      *   Github URL..: https://github.com/Pirategirl9000/RPT2000
      *   Description.: Month-end customer statement and dunning
      *   run. Reads the OPENITEM open-receivable file that INVPOST
      *   builds and CASHAPP maintains, re-sequenced by customer and
      *   invoice date, and prints one statement per customer who
      *   still owes money - the customer's name and mailing
      *   address from the indexed CUSTMAST, every open invoice
      *   with its invoice date, age, original amount and open
      *   amount, and the balance aged into the same current,
      *   31-60, 61-90 and over-90 day buckets RPT2007 uses. Each
      *   statement ends with a tear-off remittance stub. A
      *   customer whose oldest open dollars are past due gets a
      *   dunning message that escalates with that oldest bucket -
      *   a reminder at 31-60 days, a second notice at 61-90 days
      *   and a final notice over 90 days. An open item whose
      *   customer has left the master still prints, flagged as
      *   not on file, so the balance is not lost from view.
      *   Cash CASHAPP is holding in the UNAPPLIED suspense file
      *   lists on the statement as an unapplied payment credit,
      *   comes off the oldest aging buckets first, and reduces
      *   the amount due, so a customer who has paid is not dunned
      *   for money that is only waiting to be applied. A customer
      *   with unapplied cash and nothing open gets a statement
      *   showing the credit balance.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER.

      *    THE OPEN-ITEM FILE - READ ONLY AS A SORT INPUT, SO THE
      *    RECORD IS CARRIED AS PLAIN BYTES. OPTIONAL SO A CYCLE
      *    WITH NO POSTINGS YET STILL RUNS CLEAN WITH NO STATEMENTS
           SELECT OPTIONAL OPENITEM ASSIGN TO OPENITEM.
           SELECT SRTSTM   ASSIGN TO SRTSTM01.
           SELECT SORT-STMT-FILE ASSIGN TO SRTWK03.

      *    THE UNAPPLIED-CASH SUSPENSE FILE CASHAPP KEEPS - READ
      *    ONLY. OPTIONAL SO A SITE WITH NO SUSPENSE CASH YET RUNS
           SELECT OPTIONAL UNAPPLIED ASSIGN TO UNAPPLIED.

           SELECT OSTMTRPT ASSIGN TO STMTRPT.

      *    SHARED RUN-CONTROL FILE - THIS PROGRAM APPENDS A RECORD
      *    AT START AND AT END OF ITS RUN SO THE OPERATORS (AND
      *    THE OTHER PROGRAMS IN THE SUITE) CAN SEE WHAT RAN
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL.

       DATA DIVISION.

       FILE SECTION.

      **************************************************************
      * THE INDEXED CUSTOMER MASTER, READ BY KEY FOR EACH         *
      * CUSTOMER'S NAME AND MAILING ADDRESS                       *
      **************************************************************
       FD  CUSTMAST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 145 CHARACTERS.
           COPY CUSTREC.

      **************************************************************
      * THE OPEN-ITEM FILE COMING IN - READ ONLY AS A SORT INPUT, *
      * SO THE RECORD IS CARRIED AS PLAIN BYTES                   *
      **************************************************************
       FD  OPENITEM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
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
      * OPEN ITEMS, SORTED BY CUSTOMER AND INVOICE DATE SO EACH   *
      * STATEMENT LISTS ITS INVOICES OLDEST FIRST                 *
      **************************************************************
       FD  SRTSTM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
           COPY OPENREC
               REPLACING ==OI-RECORD==          BY ==ST-RECORD==
                         ==OI-CUSTOMER-NUMBER== BY
                             ==ST-CUSTOMER-NUMBER==
                         ==OI-INVOICE-NUMBER==  BY
                             ==ST-INVOICE-NUMBER==
                         ==OI-INVOICE-DATE==    BY ==ST-INVOICE-DATE==
                         ==OI-BRANCH-NUMBER==   BY ==ST-BRANCH-NUMBER==
                         ==OI-INVOICE-AMOUNT==  BY
                             ==ST-INVOICE-AMOUNT==
                         ==OI-OPEN-AMOUNT==     BY ==ST-OPEN-AMOUNT==.

      **************************************************************
      * SORT WORK FILE - RE-SEQUENCES THE OPEN ITEMS BY CUSTOMER  *
      * AND INVOICE DATE AHEAD OF THE MAIN PROCESSING LOOP.       *
      * UNAPPLIED CASH GOES IN ALONGSIDE THE OPEN ITEMS AS A      *
      * RECORD WITH A NEGATIVE OPEN AMOUNT, DATED BY ITS REMIT    *
      * DATE - A REAL OPEN ITEM IS NEVER BELOW ZERO               *
      **************************************************************
       SD  SORT-STMT-FILE.
           COPY OPENREC
               REPLACING ==OI-RECORD==          BY ==SS-RECORD==
                         ==OI-CUSTOMER-NUMBER== BY
                             ==SS-CUSTOMER-NUMBER==
                         ==OI-INVOICE-NUMBER==  BY
                             ==SS-INVOICE-NUMBER==
                         ==OI-INVOICE-DATE==    BY ==SS-INVOICE-DATE==
                         ==OI-BRANCH-NUMBER==   BY ==SS-BRANCH-NUMBER==
                         ==OI-INVOICE-AMOUNT==  BY
                             ==SS-INVOICE-AMOUNT==
                         ==OI-OPEN-AMOUNT==     BY ==SS-OPEN-AMOUNT==.

      **************************************************************
      * OUTPUT FILE - THE PRINTED STATEMENTS                       *
      **************************************************************
       FD  OSTMTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      **************************************************************
      * SHARED RUN-CONTROL FILE - ONE RECORD APPENDED AT START    *
      * AND AT END OF THIS RUN                                    *
      **************************************************************
       FD  RUNCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
           COPY RUNREC.

       WORKING-STORAGE SECTION.

      **************************************************************
      * SWITCHES FOR END OF FILE ON THE SORTED OPEN ITEMS AND FOR *
      * WHETHER THE CURRENT CUSTOMER WAS FOUND ON THE MASTER      *
      **************************************************************
       01  SWITCHES.
           05  SRTSTM-EOF-SWITCH       PIC X    VALUE "N".
           05  CUSTOMER-FOUND-SWITCH   PIC X    VALUE "N".
           05  OPENITEM-EOF-SWITCH     PIC X    VALUE "N".
           05  UNAPPLIED-EOF-SWITCH    PIC X    VALUE "N".

      **************************************************************
      * TRACKS THE PRIOR RECORD'S CUSTOMER SO THE MAIN LOOP CAN   *
      * TELL WHEN ONE STATEMENT ENDS AND THE NEXT BEGINS          *
      **************************************************************
       01  CONTROL-BREAK-FIELDS.
           05  FIRST-RECORD-SWITCH     PIC X      VALUE "Y".
           05  PREV-CUSTOMER-NUMBER    PIC 9(5)   VALUE ZERO.

      **************************************************************
      * THE RUN DATE AS A DAY NUMBER AND THE AGE WORK FIELDS -    *
      * AN ITEM'S AGE IS THE RUN DAY MINUS ITS INVOICE DAY        *
      **************************************************************
       01  AGING-FIELDS.
           05  RUN-DATE-INTEGER        PIC S9(9)  VALUE ZERO.
           05  INVOICE-DATE-INTEGER    PIC S9(9)  VALUE ZERO.
           05  ITEM-AGE-DAYS           PIC S9(5)  VALUE ZERO.
           05  BUCKET-INDEX            PIC S9(3)  VALUE ZERO.
           05  DUNNING-LEVEL           PIC S9(3)  VALUE ZERO.

      **************************************************************
      * ACCUMULATES THE OPEN DOLLARS FOR THE CUSTOMER WHOSE       *
      * STATEMENT IS BEING PRINTED - ONE BUCKET PER AGE BAND PLUS *
      * THE TOTAL OPEN, THE UNAPPLIED CASH (CARRIED NEGATIVE),    *
      * THE NET DUE AND THE PART OF IT THAT IS PAST DUE           *
      **************************************************************
       01  CUSTOMER-AGE-FIELDS.
           05  CUST-OPEN-TOTAL         PIC S9(7)V99   VALUE ZERO.
           05  CUST-UNAPPLIED-TOTAL    PIC S9(7)V99   VALUE ZERO.
           05  CUST-NET-DUE-TOTAL      PIC S9(7)V99   VALUE ZERO.
           05  CUST-PAST-DUE-TOTAL     PIC S9(7)V99   VALUE ZERO.
           05  CUST-AGE-BUCKET         PIC S9(7)V99
                                       OCCURS 4 TIMES VALUE ZERO.

      **************************************************************
      * RUN TOTALS FOR THE SUMMARY PAGE AND THE RUN-CONTROL FILE  *
      * - STATEMENTS PRINTED AND HOW MANY OF THEM CARRIED EACH    *
      * LEVEL OF DUNNING MESSAGE                                  *
      **************************************************************
       01  COUNT-FIELDS.
           05  STATEMENT-COUNT         PIC S9(5)      VALUE ZERO.
           05  STATEMENT-AMOUNT        PIC S9(9)V99   VALUE ZERO.
           05  ITEMS-LISTED-COUNT      PIC S9(5)      VALUE ZERO.
           05  ITEMS-LISTED-AMOUNT     PIC S9(9)V99   VALUE ZERO.
           05  UNAPPLIED-LISTED-COUNT  PIC S9(5)      VALUE ZERO.
           05  UNAPPLIED-LISTED-AMOUNT PIC S9(9)V99   VALUE ZERO.
           05  DUNNING-COUNT           PIC S9(5)
                                       OCCURS 4 TIMES VALUE ZERO.
           05  DUNNING-AMOUNT          PIC S9(9)V99
                                       OCCURS 4 TIMES VALUE ZERO.

      **************************************************************
      * WORK FIELDS FOR TAKING A CUSTOMER'S UNAPPLIED CREDIT OFF  *
      * THE AGING BUCKETS, OLDEST BUCKET FIRST                    *
      **************************************************************
       01  CREDIT-NETTING-FIELDS.
           05  CREDIT-REMAINING        PIC S9(7)V99   VALUE ZERO.
           05  CREDIT-TAKEN            PIC S9(7)V99   VALUE ZERO.

      **************************************************************
      * STORES INFORMATION RELEVANT TO THE PAGE - THE PAGE NUMBER *
      * RESTARTS AT ONE ON EVERY CUSTOMER'S STATEMENT             *
      **************************************************************
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  STUB-LINES      PIC S9(3)   VALUE +14.

      **************************************************************
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *
      **************************************************************
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

      **************************************************************
      * THE RUN DATE REASSEMBLED AS YYYYMMDD FOR THE DAY-NUMBER   *
      * CONVERSION                                                *
      **************************************************************
       01  RUN-DATE-YYYYMMDD.
           05  RD-YEAR         PIC 9999.
           05  RD-MONTH        PIC 99.
           05  RD-DAY          PIC 99.
       01  RUN-DATE-NUMERIC REDEFINES RUN-DATE-YYYYMMDD
                               PIC 9(8).

      **************************************************************
      * AN OPEN ITEM'S YYYYMMDD INVOICE DATE BROKEN INTO ITS      *
      * PARTS SO IT CAN PRINT AS MM/DD/YYYY                       *
      **************************************************************
       01  INVOICE-DATE-WORK.
           05  IDW-YEAR        PIC 9999.
           05  IDW-MONTH       PIC 99.
           05  IDW-DAY         PIC 99.

      **************************************************************
      * THE CUSTOMER'S NINE-DIGIT ZIP CODE SPLIT INTO THE BASE    *
      * FIVE AND THE PLUS-FOUR, AND THE EDITED ZIP PRINTED ON THE *
      * ADDRESS BLOCK - THE PLUS-FOUR ONLY PRINTS WHEN PRESENT    *
      **************************************************************
       01  ZIP-CODE-WORK.
           05  ZW-ZIP-5        PIC X(5).
           05  ZW-ZIP-4        PIC X(4).
       01  ZIP-CODE-EDIT.
           05  ZE-ZIP-5        PIC X(5).
           05  ZE-DASH         PIC X(1).
           05  ZE-ZIP-4        PIC X(4).

      **************************************************************
      * THE DUNNING MESSAGES, ONE PAIR OF LINES PER AGE BUCKET -  *
      * THE CUSTOMER GETS THE PAIR FOR THE OLDEST BUCKET THAT     *
      * STILL HOLDS OPEN DOLLARS                                  *
      **************************************************************
       01  DUNNING-MESSAGE-VALUES.
           05  FILLER          PIC X(60)   VALUE
               "THANK YOU FOR YOUR BUSINESS.".
           05  FILLER          PIC X(60)   VALUE SPACE.
           05  FILLER          PIC X(60)   VALUE
               "REMINDER - YOUR ACCOUNT HAS ITEMS PAST DUE.".
           05  FILLER          PIC X(60)   VALUE
               "PLEASE REMIT THE PAST DUE AMOUNT PROMPTLY.".
           05  FILLER          PIC X(60)   VALUE
               "SECOND NOTICE - ITEMS ARE OVER 60 DAYS PAST DUE.".
           05  FILLER          PIC X(60)   VALUE
               "PLEASE REMIT THE PAST DUE AMOUNT IMMEDIATELY.".
           05  FILLER          PIC X(60)   VALUE
               "FINAL NOTICE - ITEMS ARE OVER 90 DAYS PAST DUE.".
           05  FILLER          PIC X(60)   VALUE
               "REMIT WITHIN 10 DAYS TO AVOID A CREDIT HOLD.".
       01  DUNNING-MESSAGE-TABLE REDEFINES DUNNING-MESSAGE-VALUES.
           05  DUNNING-MESSAGE OCCURS 4 TIMES.
               10  DM-LINE-1   PIC X(60).
               10  DM-LINE-2   PIC X(60).

      **************************************************************
      * STORES THE FIRST HEADER LINE INFORMATION                   *
      * HOLDS THE DATE, REPORT TITLE, AND PAGE NUMBER              *
      **************************************************************
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "CUSTOMER STATEMENT O".
           05  FILLER          PIC X(20)   VALUE "F ACCOUNT           ".
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(47)   VALUE SPACE.

      **************************************************************
      * STORES THE SECOND HEADER LINE INFORMATION                  *
      * HOLDS THE TIME AND THE PROGRAM ID                          *
      **************************************************************
       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(68)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "CUSTSTMT".
           05  FILLER          PIC X(40)   VALUE SPACE.

      **************************************************************
      * STORES THE THIRD HEADER LINE USED TO DISPLAY A LINE SPACER *
      **************************************************************
       01  HEADING-LINE-3.
           05 FILLER               PIC X(130)   VALUE SPACE.

      **************************************************************
      * STORES THE ACCOUNT LINE PRINTED AT THE TOP OF EVERY PAGE  *
      * OF A STATEMENT - THE CUSTOMER AND THE STATEMENT DATE      *
      **************************************************************
       01  ACCOUNT-LINE.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(16)    VALUE
                   "ACCOUNT NUMBER: ".
           05  AC-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  AC-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(16)    VALUE
                   "STATEMENT DATE: ".
           05  AC-MONTH            PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  AC-DAY              PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  AC-YEAR             PIC 9(4).
           05  FILLER              PIC X(54)    VALUE SPACE.

      **************************************************************
      * STORES ONE LINE OF THE MAILING ADDRESS BLOCK PRINTED ON   *
      * THE FIRST PAGE OF A STATEMENT                              *
      **************************************************************
       01  ADDRESS-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  AD-TEXT             PIC X(40).
           05  FILLER              PIC X(85)    VALUE SPACE.

      **************************************************************
      * STORES THE FOURTH HEADER LINE INFORMATION                  *
      * HOLDS THE COLUMN NAMES FOR THE OPEN INVOICE LINES          *
      **************************************************************
       01  HEADING-LINE-4.
           05  FILLER      PIC X(5)    VALUE SPACE.
           05  FILLER      PIC X(8)    VALUE "INVOICE#".
           05  FILLER      PIC X(4)    VALUE SPACE.
           05  FILLER      PIC X(10)   VALUE "INV DATE  ".
           05  FILLER      PIC X(4)    VALUE SPACE.
           05  FILLER      PIC X(5)    VALUE " DAYS".
           05  FILLER      PIC X(4)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE "ORIGINAL AMT".
           05  FILLER      PIC X(4)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE " OPEN AMOUNT".
           05  FILLER      PIC X(4)    VALUE SPACE.
           05  FILLER      PIC X(20)   VALUE "REMARKS".
           05  FILLER      PIC X(38)   VALUE SPACE.

      **************************************************************
      * STORES THE FIFTH HEADER LINE INFORMATION                   *
      * DISPLAYS COLUMN DIVIDERS FOR THE OPEN INVOICE LINES        *
      **************************************************************
       01  HEADING-LINE-5.
           05  FILLER      PIC X(5)    VALUE SPACE.
           05  FILLER      PIC X(8)    VALUE ALL '-'. *> INVOICE NUM
           05  FILLER      PIC X(4)    VALUE SPACE.
           05  FILLER      PIC X(10)   VALUE ALL '-'. *> INV DATE
           05  FILLER      PIC X(4)    VALUE SPACE.
           05  FILLER      PIC X(5)    VALUE ALL '-'. *> DAYS
           05  FILLER      PIC X(4)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE ALL '-'. *> ORIGINAL
           05  FILLER      PIC X(4)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE ALL '-'. *> OPEN
           05  FILLER      PIC X(4)    VALUE SPACE.
           05  FILLER      PIC X(20)   VALUE ALL '-'. *> REMARKS
           05  FILLER      PIC X(38)   VALUE SPACE.

      **************************************************************
      * STORES ONE OPEN INVOICE LINE ON A STATEMENT - AN          *
      * UNAPPLIED PAYMENT PRINTS ON THE SAME LINE AS A CREDIT     *
      **************************************************************
       01  ITEM-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  IL-INVOICE-NUMBER   PIC 9(6).
           05  FILLER              PIC X(6)     VALUE SPACE.
           05  IL-MONTH            PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  IL-DAY              PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  IL-YEAR             PIC 9(4).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  IL-AGE-DAYS         PIC ZZZZ9.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  IL-INVOICE-AMOUNT   PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  IL-OPEN-AMOUNT      PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  IL-REMARKS          PIC X(20).
           05  FILLER              PIC X(37)    VALUE SPACE.

      **************************************************************
      * STORES THE AGING BOX PRINTED UNDER THE OPEN INVOICES -    *
      * A CAPTION LINE, A DIVIDER LINE, AND THE AMOUNTS LINE      *
      **************************************************************
       01  AGING-HEADING-LINE.
           05  FILLER      PIC X(5)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE "     CURRENT".
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE "  31-60 DAYS".
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE "  61-90 DAYS".
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE "OVER 90 DAYS".
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE "  TOTAL OPEN".
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE "   UNAPPLIED".
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE "   TOTAL DUE".
           05  FILLER      PIC X(23)   VALUE SPACE.

       01  AGING-DIVIDER-LINE.
           05  FILLER      PIC X(5)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE ALL '-'. *> CURRENT
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE ALL '-'. *> 31-60
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE ALL '-'. *> 61-90
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE ALL '-'. *> OVER 90
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE ALL '-'. *> TOTAL OPEN
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE ALL '-'. *> UNAPPLIED
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE ALL '='. *> TOTAL DUE
           05  FILLER      PIC X(23)   VALUE SPACE.

       01  AGING-AMOUNT-LINE.
           05  FILLER              PIC X(6)     VALUE SPACE.
           05  AB-AGE-CURRENT      PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  AB-AGE-31-60        PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  AB-AGE-61-90        PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  AB-AGE-OVER-90      PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  AB-TOTAL-OPEN       PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  AB-UNAPPLIED        PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  AB-TOTAL-DUE        PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(23)    VALUE SPACE.

      **************************************************************
      * STORES ONE LINE OF THE DUNNING MESSAGE                     *
      **************************************************************
       01  DUNNING-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  DN-TEXT             PIC X(60).
           05  FILLER              PIC X(65)    VALUE SPACE.

      **************************************************************
      * STORES THE REMITTANCE STUB - A TEAR LINE, THE RETURN      *
      * INSTRUCTION, AND THE LINES THE CUSTOMER SENDS BACK WITH   *
      * THE PAYMENT SO CASH APPLICATION CAN FIND THE ACCOUNT      *
      **************************************************************
       01  STUB-TEAR-LINE.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(78)    VALUE ALL "- ".
           05  FILLER              PIC X(51)    VALUE SPACE.

       01  STUB-CAPTION-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(40)    VALUE
                   "PLEASE DETACH AND RETURN THIS PORTION WI".
           05  FILLER              PIC X(20)    VALUE
                   "TH YOUR PAYMENT     ".
           05  FILLER              PIC X(65)    VALUE SPACE.

       01  STUB-ACCOUNT-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(16)    VALUE
                   "ACCOUNT NUMBER: ".
           05  SB-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  SB-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(80)    VALUE SPACE.

       01  STUB-AMOUNT-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(16)    VALUE
                   "STATEMENT DATE: ".
           05  SB-MONTH            PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  SB-DAY              PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  SB-YEAR             PIC 9(4).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(12)    VALUE "AMOUNT DUE: ".
           05  SB-AMOUNT-DUE       PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(10)    VALUE "PAST DUE: ".
           05  SB-PAST-DUE         PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(47)    VALUE SPACE.

       01  STUB-ENCLOSED-LINE.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  FILLER              PIC X(17)    VALUE
                   "AMOUNT ENCLOSED: ".
           05  FILLER              PIC X(15)    VALUE ALL "_".
           05  FILLER              PIC X(93)    VALUE SPACE.

      **************************************************************
      * STORES ONE LINE OF THE RUN SUMMARY PRINTED AFTER THE LAST *
      * STATEMENT                                                  *
      **************************************************************
       01  SUMMARY-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SL-CAPTION          PIC X(24).
           05  SL-COUNT            PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SL-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(83)    VALUE SPACE.

      **************************************************************
      * WORK FIELDS FOR THE SHARED RUN-CONTROL FILE               *
      **************************************************************
       01  RUNCTL-FIELDS.
           05  RUNCTL-EOF-SWITCH       PIC X      VALUE "N".

       PROCEDURE DIVISION.

      **************************************************************
      * OPENS/CLOSES THE FILES AND DELEGATES THE WORK FOR         *
      * SORTING THE OPEN ITEMS AND PRINTING THE STATEMENTS        *
      **************************************************************
       000-PRINT-CUSTOMER-STATEMENTS.

           PERFORM 100-FORMAT-REPORT-HEADING.

           *> LOG THIS RUN ON THE SHARED RUN-CONTROL FILE
           PERFORM 080-WRITE-RUN-START.

           *> RE-SEQUENCE THE OPEN ITEMS AND UNAPPLIED CASH BY
           *> CUSTOMER AND DATE SO EACH STATEMENT LISTS ITS ITEMS
           *> OLDEST FIRST
           SORT SORT-STMT-FILE
               ON ASCENDING KEY SS-CUSTOMER-NUMBER
               ON ASCENDING KEY SS-INVOICE-DATE
               ON ASCENDING KEY SS-INVOICE-NUMBER
               INPUT PROCEDURE 150-RELEASE-STATEMENT-ITEMS
               GIVING SRTSTM.

           OPEN INPUT SRTSTM CUSTMAST.
           OPEN OUTPUT OSTMTRPT.

           PERFORM 200-READ-NEXT-OPEN-ITEM
               UNTIL SRTSTM-EOF-SWITCH = "Y".

           *> FINISH THE LAST STATEMENT - A BREAK ONLY FIRES WHEN
           *> THE NEXT CUSTOMER IS SEEN SO THE FINAL ONE NEVER
           *> TRIPS ONE ON ITS OWN
           IF FIRST-RECORD-SWITCH = "N"
               PERFORM 450-FINISH-STATEMENT.
           PERFORM 900-PRINT-RUN-SUMMARY.

           *> LOG THIS RUN COMPLETE ON THE RUN-CONTROL FILE
           PERFORM 960-WRITE-RUN-END.
           CLOSE SRTSTM CUSTMAST OSTMTRPT.
           STOP RUN.

      **************************************************************
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND   *
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS, AND TURNS   *
      * THE RUN DATE INTO A DAY NUMBER FOR THE AGING ARITHMETIC   *
      **************************************************************
       100-FORMAT-REPORT-HEADING.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

           MOVE CD-MONTH   TO AC-MONTH SB-MONTH.
           MOVE CD-DAY     TO AC-DAY   SB-DAY.
           MOVE CD-YEAR    TO AC-YEAR  SB-YEAR.

           MOVE CD-YEAR    TO RD-YEAR.
           MOVE CD-MONTH   TO RD-MONTH.
           MOVE CD-DAY     TO RD-DAY.
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (RUN-DATE-NUMERIC).

      **************************************************************
      * THE SORT INPUT PROCEDURE - RELEASES EVERY OPEN ITEM AS IT *
      * STANDS, THEN EVERY SUSPENSE RECORD WITH CASH STILL        *
      * UNAPPLIED AS A CREDIT                                     *
      **************************************************************
       150-RELEASE-STATEMENT-ITEMS.

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
               MOVE OPENITEM-UNSORTED-RECORD TO SS-RECORD
               RELEASE SS-RECORD.

      **************************************************************
      * READS ONE SUSPENSE RECORD AND, IF ANY OF ITS CASH IS      *
      * STILL UNAPPLIED, RELEASES IT AS A NEGATIVE OPEN AMOUNT    *
      **************************************************************
       160-RELEASE-UNAPPLIED-CASH.

           READ UNAPPLIED
               AT END
                   MOVE "Y" TO UNAPPLIED-EOF-SWITCH.

           IF UNAPPLIED-EOF-SWITCH = "N"
                   AND UA-UNAPPLIED-AMOUNT > ZERO
               MOVE SPACES             TO SS-RECORD
               MOVE UA-CUSTOMER-NUMBER TO SS-CUSTOMER-NUMBER
               MOVE UA-INVOICE-NUMBER  TO SS-INVOICE-NUMBER
               MOVE UA-REMIT-DATE      TO SS-INVOICE-DATE
               MOVE ZERO               TO SS-BRANCH-NUMBER
                                          SS-INVOICE-AMOUNT
               COMPUTE SS-OPEN-AMOUNT = ZERO - UA-UNAPPLIED-AMOUNT
               RELEASE SS-RECORD.

      **************************************************************
      * READS ONE SORTED OPEN ITEM AND, IF IT'S NOT THE EOF READ  *
      * AND IT STILL HAS DOLLARS OPEN, CHECKS FOR A CHANGE OF     *
      * CUSTOMER AND LISTS THE ITEM ON THE STATEMENT              *
      **************************************************************
       200-READ-NEXT-OPEN-ITEM.

           READ SRTSTM
               AT END
                   MOVE "Y" TO SRTSTM-EOF-SWITCH.

           IF SRTSTM-EOF-SWITCH = "N"
                   AND ST-OPEN-AMOUNT NOT = ZERO
               PERFORM 215-CHECK-CUSTOMER-BREAK
               PERFORM 300-LIST-OPEN-ITEM.

      **************************************************************
      * DETECTS A CHANGE IN CUSTOMER AGAINST THE PRIOR RECORD,    *
      * FINISHES THE STATEMENT JUST COMPLETED AND STARTS THE NEXT *
      **************************************************************
       215-CHECK-CUSTOMER-BREAK.

           IF FIRST-RECORD-SWITCH = "Y"
               MOVE "N" TO FIRST-RECORD-SWITCH
               MOVE ST-CUSTOMER-NUMBER TO PREV-CUSTOMER-NUMBER
               PERFORM 400-START-STATEMENT
           ELSE
               IF ST-CUSTOMER-NUMBER NOT = PREV-CUSTOMER-NUMBER
                   PERFORM 450-FINISH-STATEMENT
                   MOVE ST-CUSTOMER-NUMBER TO PREV-CUSTOMER-NUMBER
                   PERFORM 400-START-STATEMENT.

      **************************************************************
      * AGES THE CURRENT OPEN ITEM, ROLLS IT INTO THE CUSTOMER'S  *
      * AGE BUCKETS, AND PRINTS ITS LINE ON THE STATEMENT - AN    *
      * UNAPPLIED PAYMENT IS NOT AGED BUT SUMMED AS A CREDIT      *
      **************************************************************
       300-LIST-OPEN-ITEM.

           IF ST-OPEN-AMOUNT < ZERO
               MOVE ZERO TO ITEM-AGE-DAYS
               MOVE "UNAPPLIED PAYMENT" TO IL-REMARKS
               ADD ST-OPEN-AMOUNT TO CUST-UNAPPLIED-TOTAL
               ADD 1              TO UNAPPLIED-LISTED-COUNT
               ADD ST-OPEN-AMOUNT TO UNAPPLIED-LISTED-AMOUNT
           ELSE
               MOVE SPACE TO IL-REMARKS
               PERFORM 310-AGE-OPEN-ITEM
               ADD 1              TO ITEMS-LISTED-COUNT
               ADD ST-OPEN-AMOUNT TO ITEMS-LISTED-AMOUNT.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
               PERFORM 235-PRINT-COLUMN-HEADINGS.

           MOVE ST-INVOICE-DATE   TO INVOICE-DATE-WORK.
           MOVE ST-INVOICE-NUMBER TO IL-INVOICE-NUMBER.
           MOVE IDW-MONTH         TO IL-MONTH.
           MOVE IDW-DAY           TO IL-DAY.
           MOVE IDW-YEAR          TO IL-YEAR.
           MOVE ITEM-AGE-DAYS     TO IL-AGE-DAYS.
           MOVE ST-INVOICE-AMOUNT TO IL-INVOICE-AMOUNT.
           MOVE ST-OPEN-AMOUNT    TO IL-OPEN-AMOUNT.

           MOVE ITEM-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      **************************************************************
      * COMPUTES THE CURRENT ITEM'S AGE IN DAYS FROM ITS INVOICE  *
      * DATE AND ROLLS ITS OPEN AMOUNT INTO THE RIGHT AGE BUCKET  *
      * - THE SAME BANDS AS THE AGED RECEIVABLES REPORT, SO AN    *
      * ITEM CARRYING A DATE THE CALENDAR WON'T TAKE IS AGED INTO *
      * THE OVER-90 BUCKET SO IT CAN'T HIDE AS CURRENT            *
      **************************************************************
       310-AGE-OPEN-ITEM.

           IF ST-INVOICE-DATE NUMERIC
               COMPUTE INVOICE-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (ST-INVOICE-DATE)
           ELSE
               MOVE ZERO TO INVOICE-DATE-INTEGER.

           IF INVOICE-DATE-INTEGER > ZERO
               COMPUTE ITEM-AGE-DAYS =
                   RUN-DATE-INTEGER - INVOICE-DATE-INTEGER
           ELSE
               MOVE 999 TO ITEM-AGE-DAYS.

           ADD ST-OPEN-AMOUNT TO CUST-OPEN-TOTAL.

           EVALUATE TRUE
               WHEN ITEM-AGE-DAYS <= 30
                   ADD ST-OPEN-AMOUNT TO CUST-AGE-BUCKET (1)
               WHEN ITEM-AGE-DAYS <= 60
                   ADD ST-OPEN-AMOUNT TO CUST-AGE-BUCKET (2)
               WHEN ITEM-AGE-DAYS <= 90
                   ADD ST-OPEN-AMOUNT TO CUST-AGE-BUCKET (3)
               WHEN OTHER
                   ADD ST-OPEN-AMOUNT TO CUST-AGE-BUCKET (4)
           END-EVALUATE.

      **************************************************************
      * STARTS A NEW CUSTOMER'S STATEMENT ON A FRESH PAGE -       *
      * FETCHES THE NAME AND ADDRESS FROM THE INDEXED MASTER BY   *
      * KEY AND PRINTS THE HEADINGS AND MAILING ADDRESS BLOCK     *
      **************************************************************
       400-START-STATEMENT.

           MOVE PREV-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           MOVE "Y" TO CUSTOMER-FOUND-SWITCH.
           READ CUSTMAST
               INVALID KEY
                   MOVE "N" TO CUSTOMER-FOUND-SWITCH.

           MOVE PREV-CUSTOMER-NUMBER TO AC-CUSTOMER-NUMBER
                                        SB-CUSTOMER-NUMBER.
           IF CUSTOMER-FOUND-SWITCH = "Y"
               MOVE CM-CUSTOMER-NAME TO AC-CUSTOMER-NAME
                                        SB-CUSTOMER-NAME
           ELSE
               MOVE "** NOT ON MASTER **" TO AC-CUSTOMER-NAME
                                             SB-CUSTOMER-NAME.

           MOVE ZERO TO PAGE-COUNT.
           PERFORM 230-PRINT-HEADING-LINES.
           PERFORM 410-PRINT-ADDRESS-BLOCK.
           PERFORM 235-PRINT-COLUMN-HEADINGS.

      **************************************************************
      * PRINTS THE CUSTOMER'S MAILING ADDRESS - NAME, STREET, AND *
      * CITY, STATE AND ZIP - ON THE FIRST PAGE OF THE STATEMENT  *
      **************************************************************
       410-PRINT-ADDRESS-BLOCK.

           IF CUSTOMER-FOUND-SWITCH = "Y"
               MOVE CM-CUSTOMER-NAME TO AD-TEXT
               MOVE ADDRESS-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE CM-ADDRESS-LINE1 TO AD-TEXT
               MOVE ADDRESS-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               PERFORM 415-FORMAT-CITY-LINE
               MOVE ADDRESS-LINE TO PRINT-AREA
               WRITE PRINT-AREA
           ELSE
               MOVE "** CUSTOMER NOT ON MASTER FILE **" TO AD-TEXT
               MOVE ADDRESS-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE SPACE TO AD-TEXT
               MOVE ADDRESS-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               WRITE PRINT-AREA.

           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 4 TO LINE-COUNT.

      **************************************************************
      * BUILDS THE CITY, STATE AND ZIP LINE OF THE ADDRESS BLOCK  *
      * - THE ZIP PRINTS AS ZIP+4 ONLY WHEN THE PLUS-FOUR IS ON   *
      * THE MASTER                                                 *
      **************************************************************
       415-FORMAT-CITY-LINE.

           MOVE CM-ZIP-CODE TO ZIP-CODE-WORK.
           MOVE ZW-ZIP-5    TO ZE-ZIP-5.
           IF ZW-ZIP-4 = SPACE
               MOVE SPACE TO ZE-DASH
               MOVE SPACE TO ZE-ZIP-4
           ELSE
               MOVE "-"      TO ZE-DASH
               MOVE ZW-ZIP-4 TO ZE-ZIP-4.

           MOVE SPACE TO AD-TEXT.
           STRING CM-CITY       DELIMITED BY "  "
                  ", "          DELIMITED BY SIZE
                  CM-STATE      DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  ZIP-CODE-EDIT DELIMITED BY SIZE
                  INTO AD-TEXT.

      **************************************************************
      * FINISHES THE STATEMENT JUST COMPLETED - NETS ANY          *
      * UNAPPLIED CASH AGAINST THE OLDEST BUCKETS, PRINTS THE     *
      * AGING BOX, THE DUNNING MESSAGE FOR THE OLDEST BUCKET      *
      * STILL OWED AND THE REMITTANCE STUB, ROLLS THE CUSTOMER    *
      * INTO THE RUN TOTALS, AND RESETS THE CUSTOMER ACCUMULATORS *
      **************************************************************
       450-FINISH-STATEMENT.

           *> KEEP THE AGING BOX, MESSAGE AND STUB TOGETHER ON ONE
           *> PAGE SO THE STUB TEARS OFF WHOLE
           IF LINE-COUNT + STUB-LINES > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.

           IF CUST-UNAPPLIED-TOTAL < ZERO
               PERFORM 452-NET-UNAPPLIED-CREDIT.

           COMPUTE CUST-NET-DUE-TOTAL =
               CUST-OPEN-TOTAL + CUST-UNAPPLIED-TOTAL.

           MOVE 1 TO DUNNING-LEVEL.
           PERFORM 455-FIND-OLDEST-BUCKET
               VARYING BUCKET-INDEX FROM 1 BY 1
               UNTIL BUCKET-INDEX > 4.

           COMPUTE CUST-PAST-DUE-TOTAL =
               CUST-NET-DUE-TOTAL - CUST-AGE-BUCKET (1).

           PERFORM 460-PRINT-AGING-BOX.
           PERFORM 470-PRINT-DUNNING-MESSAGE.
           PERFORM 480-PRINT-REMITTANCE-STUB.

           ADD 1                  TO STATEMENT-COUNT.
           ADD CUST-NET-DUE-TOTAL TO STATEMENT-AMOUNT.
           ADD 1                  TO DUNNING-COUNT (DUNNING-LEVEL).
           ADD CUST-NET-DUE-TOTAL TO DUNNING-AMOUNT (DUNNING-LEVEL).

           MOVE ZERO TO CUST-OPEN-TOTAL
                        CUST-UNAPPLIED-TOTAL
                        CUST-NET-DUE-TOTAL
                        CUST-PAST-DUE-TOTAL
                        CUST-AGE-BUCKET (1)
                        CUST-AGE-BUCKET (2)
                        CUST-AGE-BUCKET (3)
                        CUST-AGE-BUCKET (4).

      **************************************************************
      * TAKES THE CUSTOMER'S UNAPPLIED CREDIT OFF THE AGING       *
      * BUCKETS, OVER-90 FIRST AND WORKING TOWARD CURRENT - ANY   *
      * CREDIT LEFT WHEN EVERY BUCKET IS EMPTY SHOWS AS A CREDIT  *
      * IN THE CURRENT BUCKET, SO THE BUCKETS ADD TO THE NET DUE  *
      **************************************************************
       452-NET-UNAPPLIED-CREDIT.

           COMPUTE CREDIT-REMAINING = ZERO - CUST-UNAPPLIED-TOTAL.

           PERFORM 453-NET-ONE-BUCKET
               VARYING BUCKET-INDEX FROM 4 BY -1
               UNTIL BUCKET-INDEX < 1.

           IF CREDIT-REMAINING > ZERO
               SUBTRACT CREDIT-REMAINING FROM CUST-AGE-BUCKET (1).

      **************************************************************
      * TAKES AS MUCH OF THE REMAINING CREDIT AS ONE BUCKET HOLDS *
      **************************************************************
       453-NET-ONE-BUCKET.

           IF CREDIT-REMAINING > CUST-AGE-BUCKET (BUCKET-INDEX)
               MOVE CUST-AGE-BUCKET (BUCKET-INDEX) TO CREDIT-TAKEN
           ELSE
               MOVE CREDIT-REMAINING TO CREDIT-TAKEN.

           IF CREDIT-TAKEN > ZERO
               SUBTRACT CREDIT-TAKEN FROM
                   CUST-AGE-BUCKET (BUCKET-INDEX) CREDIT-REMAINING.

      **************************************************************
      * RAISES THE DUNNING LEVEL TO THE CURRENT BUCKET WHEN THAT  *
      * BUCKET STILL HOLDS OPEN DOLLARS - RUN ACROSS ALL FOUR     *
      * BUCKETS SO THE LEVEL ENDS AT THE OLDEST ONE OWED          *
      **************************************************************
       455-FIND-OLDEST-BUCKET.

           IF CUST-AGE-BUCKET (BUCKET-INDEX) > ZERO
               MOVE BUCKET-INDEX TO DUNNING-LEVEL.

      **************************************************************
      * PRINTS THE CUSTOMER'S NET BALANCE SPREAD ACROSS THE FOUR  *
      * AGE BUCKETS WITH THE TOTAL OPEN, THE UNAPPLIED CASH AND   *
      * THE TOTAL DUE                                             *
      **************************************************************
       460-PRINT-AGING-BOX.

           MOVE CUST-AGE-BUCKET (1) TO AB-AGE-CURRENT.
           MOVE CUST-AGE-BUCKET (2) TO AB-AGE-31-60.
           MOVE CUST-AGE-BUCKET (3) TO AB-AGE-61-90.
           MOVE CUST-AGE-BUCKET (4) TO AB-AGE-OVER-90.
           MOVE CUST-OPEN-TOTAL      TO AB-TOTAL-OPEN.
           MOVE CUST-UNAPPLIED-TOTAL TO AB-UNAPPLIED.
           MOVE CUST-NET-DUE-TOTAL   TO AB-TOTAL-DUE.

           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE AGING-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE AGING-DIVIDER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE AGING-AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 4 TO LINE-COUNT.

      **************************************************************
      * PRINTS THE PAIR OF MESSAGE LINES FOR THE CUSTOMER'S       *
      * DUNNING LEVEL - A CURRENT CUSTOMER JUST GETS THANKED      *
      **************************************************************
       470-PRINT-DUNNING-MESSAGE.

           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE DM-LINE-1 (DUNNING-LEVEL) TO DN-TEXT.
           MOVE DUNNING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE DM-LINE-2 (DUNNING-LEVEL) TO DN-TEXT.
           MOVE DUNNING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 3 TO LINE-COUNT.

      **************************************************************
      * PRINTS THE TEAR-OFF REMITTANCE STUB THE CUSTOMER RETURNS  *
      * WITH THE PAYMENT                                          *
      **************************************************************
       480-PRINT-REMITTANCE-STUB.

           MOVE CUST-NET-DUE-TOTAL  TO SB-AMOUNT-DUE.
           MOVE CUST-PAST-DUE-TOTAL TO SB-PAST-DUE.

           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE STUB-TEAR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE STUB-CAPTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE STUB-ACCOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE STUB-AMOUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE STUB-ENCLOSED-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 7 TO LINE-COUNT.

      **************************************************************
      * PRINT THE HEADER LINES AND THE ACCOUNT LINE TO THE OUTPUT *
      * FILE, RAN ONCE FOR EVERY PAGE OF A STATEMENT              *
      **************************************************************
       230-PRINT-HEADING-LINES.

           ADD 1 TO PAGE-COUNT.
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.

           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE ACCOUNT-LINE   TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE ZERO TO LINE-COUNT.

      **************************************************************
      * PRINT THE COLUMN HEADINGS FOR THE OPEN INVOICE LINES      *
      **************************************************************
       235-PRINT-COLUMN-HEADINGS.

           MOVE HEADING-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-5 TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 2 TO LINE-COUNT.

      **************************************************************
      * PRINTS THE RUN SUMMARY ON A PAGE OF ITS OWN AFTER THE     *
      * LAST STATEMENT - STATEMENTS PRINTED AND HOW MANY CARRIED  *
      * EACH LEVEL OF DUNNING MESSAGE                             *
      **************************************************************
       900-PRINT-RUN-SUMMARY.

           MOVE ZERO TO PAGE-COUNT.
           MOVE ZERO TO AC-CUSTOMER-NUMBER.
           MOVE "** RUN SUMMARY **" TO AC-CUSTOMER-NAME.
           PERFORM 230-PRINT-HEADING-LINES.

           MOVE "STATEMENTS PRINTED....: " TO SL-CAPTION.
           MOVE STATEMENT-COUNT  TO SL-COUNT.
           MOVE STATEMENT-AMOUNT TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE "OPEN ITEMS LISTED.....: " TO SL-CAPTION.
           MOVE ITEMS-LISTED-COUNT  TO SL-COUNT.
           MOVE ITEMS-LISTED-AMOUNT TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE "UNAPPLIED CASH LISTED.: " TO SL-CAPTION.
           MOVE UNAPPLIED-LISTED-COUNT  TO SL-COUNT.
           MOVE UNAPPLIED-LISTED-AMOUNT TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE "REMINDERS 31-60 DAYS..: " TO SL-CAPTION.
           MOVE DUNNING-COUNT (2)  TO SL-COUNT.
           MOVE DUNNING-AMOUNT (2) TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE "SECOND NOTICES 61-90..: " TO SL-CAPTION.
           MOVE DUNNING-COUNT (3)  TO SL-COUNT.
           MOVE DUNNING-AMOUNT (3) TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE "FINAL NOTICES OVER 90.: " TO SL-CAPTION.
           MOVE DUNNING-COUNT (4)  TO SL-COUNT.
           MOVE DUNNING-AMOUNT (4) TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 6 TO LINE-COUNT.

      **************************************************************
      * APPENDS THIS RUN'S "STARTED" RECORD TO THE SHARED         *
      * RUN-CONTROL FILE                                          *
      **************************************************************
       080-WRITE-RUN-START.

           PERFORM 950-STAMP-RUN-RECORD.
           MOVE "STARTED " TO RN-STATUS.
           PERFORM 955-APPEND-RUN-RECORD.

      **************************************************************
      * FILLS THE SHARED RUN RECORD WITH THIS PROGRAM'S NAME AND  *
      * THE DATE AND TIME                                         *
      **************************************************************
       950-STAMP-RUN-RECORD.

           MOVE SPACES TO RN-RECORD.
           MOVE "CUSTSTMT" TO RN-PROGRAM-ID.
           MOVE CD-YEAR    TO RN-RUN-YEAR.
           MOVE CD-MONTH   TO RN-RUN-MONTH.
           MOVE CD-DAY     TO RN-RUN-DAY.
           MOVE CD-HOURS   TO RN-RUN-HOURS.
           MOVE CD-MINUTES TO RN-RUN-MINUTES.
           MOVE ZERO       TO RN-RUN-SECONDS.
           MOVE ZERO       TO RN-RECORDS-PROCESSED.
           MOVE ZERO       TO RN-DOLLAR-TOTAL.

      **************************************************************
      * APPENDS THE RUN RECORD TO THE SHARED RUN-CONTROL FILE     *
      **************************************************************
       955-APPEND-RUN-RECORD.

           OPEN EXTEND RUNCTL.
           WRITE RN-RECORD.
           CLOSE RUNCTL.

      **************************************************************
      * APPENDS THIS RUN'S "COMPLETE" RECORD, WITH THE NUMBER OF  *
      * STATEMENTS PRINTED AND THE TOTAL DUE ACROSS THEM          *
      **************************************************************
       960-WRITE-RUN-END.

           PERFORM 950-STAMP-RUN-RECORD.
           MOVE "COMPLETE" TO RN-STATUS.
           MOVE STATEMENT-COUNT  TO RN-RECORDS-PROCESSED.
           MOVE STATEMENT-AMOUNT TO RN-DOLLAR-TOTAL.
           PERFORM 955-APPEND-RUN-RECORD.
