       IDENTIFICATION DIVISION.

       PROGRAM-ID. CREDREV.

      *   Programmers.: Violet French
      *   Date........: 2026.10.15
      *   Github URL..: https://github.com/Pirategirl9000/RPT2000
      *   Description.: The quarterly credit review. Reads the
      *   PAYHIST payment history CASHAPP keeps, the current
      *   OPENITEM file, and the indexed CUSTMAST, and for every
      *   customer with payment or open-item activity works out
      *   the average days-to-pay over the review window, the
      *   worst lateness past terms (an item still open counts as
      *   late by however long it has been outstanding past
      *   terms), and the peak open balance the customer ran
      *   during the window against CM-CREDIT-LIMIT. Each
      *   customer prints with a recommended raise, cut, or no
      *   change and the new limit a raise or cut would give.
      *
      *   The payment terms, review window, minimum payment count
      *   and batch number come from the optional REVCARD control
      *   cards; a "P" card overrides the standing defaults (30
      *   day terms, a 365 day window, at least 3 payments, batch
      *   number YYMMDD of the run date). The credit desk approves
      *   recommendations with "A" cards, one per customer, which
      *   may carry a limit of the desk's own in place of the
      *   recommended one. Every approved change is written to
      *   CUSTTRAN as a ready-made change transaction - a batch
      *   header followed by one "C" detail per customer carrying
      *   only the new credit limit - to be proved by CUSTEDIT and
      *   applied by CUSTMNT like any keyed batch. A run with no
      *   "A" cards is a preview and writes a header-only batch.
      *   The batch header names CREDREV as the keying operator,
      *   so a raise over CUSTMNT's dual-control threshold still
      *   pends until a credit desk operator sends an approval
      *   card for it.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER.

      *    THE PAYMENT HISTORY CASHAPP APPENDS TO - READ ONLY.
      *    OPTIONAL SO A SITE WITH NO HISTORY YET STILL RUNS
           SELECT OPTIONAL PAYHIST ASSIGN TO PAYHIST.

      *    THE OPEN-ITEM FILE - READ ONLY. OPTIONAL SO A CYCLE WITH
      *    NO POSTINGS YET STILL RUNS
           SELECT OPTIONAL OPENITEM ASSIGN TO OPENITEM.

           SELECT REVCARD  ASSIGN TO REVCARD
               FILE STATUS IS REVCARD-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SRTWK08.

           SELECT OREVRPT  ASSIGN TO REVRPT.

           SELECT CUSTTRAN ASSIGN TO CUSTTRAN.

      *    SHARED RUN-CONTROL FILE - THIS PROGRAM APPENDS A RECORD
      *    AT START AND AT END OF ITS RUN SO THE OPERATORS (AND
      *    THE OTHER PROGRAMS IN THE SUITE) CAN SEE WHAT RAN
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL.

       DATA DIVISION.

       FILE SECTION.

      **************************************************************
      * THE INDEXED CUSTOMER MASTER, READ BY KEY FOR EACH         *
      * CUSTOMER'S NAME, BRANCH AND CREDIT LIMIT                  *
      **************************************************************
       FD  CUSTMAST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 145 CHARACTERS.
           COPY CUSTREC.

      **************************************************************
      * PAYMENT HISTORY - ONE RECORD PER ITEM CASHAPP SAW PAID    *
      * IN FULL                                                   *
      **************************************************************
       FD  PAYHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
           COPY PAYHREC.

      **************************************************************
      * THE OPEN-ITEM FILE - EVERY ITEM STILL OWED                *
      **************************************************************
       FD  OPENITEM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
           COPY OPENREC.

      **************************************************************
      * REVIEW CONTROL CARDS - AN OPTIONAL "P" CARD CARRYING THE  *
      * REVIEW RULES AND BATCH NUMBER, AND ONE "A" CARD PER       *
      * CUSTOMER WHOSE CHANGE THE CREDIT DESK HAS APPROVED        *
      **************************************************************
       FD  REVCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  REVIEW-CARD-RECORD.
           05  RV-CARD-TYPE            PIC X(1).
           05  FILLER                  PIC X(1).
           05  RV-CARD-VALUE           PIC X(30).
           05  RV-PARAMETER-VALUE REDEFINES RV-CARD-VALUE.
               10  RV-TERMS-DAYS       PIC 9(3).
               10  FILLER              PIC X(1).
               10  RV-LOOKBACK-DAYS    PIC 9(3).
               10  FILLER              PIC X(1).
               10  RV-MINIMUM-PAYMENTS PIC 9(3).
               10  FILLER              PIC X(1).
               10  RV-BATCH-NUMBER     PIC 9(6).
               10  FILLER              PIC X(12).
           05  RV-APPROVAL-VALUE REDEFINES RV-CARD-VALUE.
               10  RV-CUSTOMER-NUMBER  PIC 9(5).
               10  FILLER              PIC X(1).
               10  RV-APPROVED-LIMIT   PIC 9(7)V99.
               10  FILLER              PIC X(15).
           05  FILLER                  PIC X(48).

      **************************************************************
      * SORT WORK FILE - EVERY PAYMENT AND INVOICE EVENT FOR THE  *
      * REVIEW, IN CUSTOMER AND DATE ORDER. A PAID-OFF ITEM GOES  *
      * IN TWICE - ONCE AS AN INVOICE ON ITS INVOICE DATE AND     *
      * ONCE AS A PAYMENT ON ITS PAID DATE - SO THE RUNNING OPEN  *
      * BALANCE CAN BE REBUILT DAY BY DAY. A PAYMENT SORTS AHEAD  *
      * OF AN INVOICE ON THE SAME DATE                            *
      **************************************************************
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-CUSTOMER-NUMBER     PIC 9(5).
           05  SRT-EVENT-DATE          PIC 9(8).
           05  SRT-EVENT-SEQUENCE      PIC 9(1).
           05  SRT-EVENT-TYPE          PIC X(1).
           05  SRT-EVENT-AMOUNT        PIC S9(5)V9(2).
           05  SRT-DAYS-OUTSTANDING    PIC S9(5).

      **************************************************************
      * OUTPUT FILE - THE REVIEW LISTING                          *
      **************************************************************
       FD  OREVRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      **************************************************************
      * TRANSACTION FILE - THE APPROVED LIMIT CHANGES AS A BATCH  *
      * HEADER FOLLOWED BY ONE CHANGE DETAIL PER CUSTOMER - THE   *
      * SAME LAYOUT CUSTEDIT AND CUSTMNT READ                     *
      **************************************************************
       FD  CUSTTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 146 CHARACTERS
           BLOCK CONTAINS 146 CHARACTERS.
       01  TRANSACTION-RECORD.
           05  TR-RECORD-TYPE          PIC X(1).
           05  TR-DETAIL.
               10  TR-CUSTOMER-NUMBER      PIC 9(5).
               10  TR-BRANCH-NUMBER        PIC 9(2).
               10  TR-SALESREP-NUMBER      PIC 9(2).
               10  TR-CUSTOMER-NAME        PIC X(20).
               10  TR-SALES-THIS-YTD       PIC S9(5)V9(2).
               10  TR-SALES-LAST-YTD       PIC S9(5)V9(2).
               10  TR-ADDRESS-LINE1        PIC X(20).
               10  TR-CITY                 PIC X(15).
               10  TR-STATE                PIC X(2).
               10  TR-ZIP-CODE             PIC X(9).
               10  TR-PHONE-NUMBER         PIC X(10).
               10  TR-CREDIT-LIMIT         PIC S9(7)V99.
               10  TR-TERRITORY-CODE       PIC X(2).
               10  TR-SALES-HISTORY-1      PIC S9(5)V9(2).
               10  TR-SALES-HISTORY-2      PIC S9(5)V9(2).
               10  TR-SALES-HISTORY-3      PIC S9(5)V9(2).
               10  TR-SALES-HISTORY-4      PIC S9(5)V9(2).
               10  TR-SALES-HISTORY-5      PIC S9(5)V9(2).
           05  TR-HEADER REDEFINES TR-DETAIL.
               10  TR-BATCH-NUMBER         PIC 9(6).
               10  TR-BATCH-DATE.
                   15  TR-BATCH-YEAR       PIC 9(4).
                   15  TR-BATCH-MONTH      PIC 9(2).
                   15  TR-BATCH-DAY        PIC 9(2).
      *        WHO KEYED THE BATCH - A CREDIT-LIMIT RAISE OVER THE
      *        DUAL-CONTROL THRESHOLD NEEDS SOMEONE ELSE TO APPROVE
               10  TR-OPERATOR-ID          PIC X(8).
               10  FILLER                  PIC X(123).

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
      * SWITCHES FOR END OF FILE ON EACH INPUT AND THE SORT, AND  *
      * FOR WHETHER THE CURRENT CUSTOMER WAS FOUND ON THE MASTER  *
      **************************************************************
       01  SWITCHES.
           05  PAYHIST-EOF-SWITCH      PIC X    VALUE "N".
           05  OPENITEM-EOF-SWITCH     PIC X    VALUE "N".
           05  REVCARD-EOF-SWITCH      PIC X    VALUE "N".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
           05  CUSTOMER-FOUND-SWITCH   PIC X    VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".
           05  APPROVAL-FOUND-SWITCH   PIC X    VALUE "N".
           05  CHANGE-APPROVED-SWITCH  PIC X    VALUE "N".

       01  REVCARD-STATUS              PIC XX.

      **************************************************************
      * THE REVIEW RULES IN FORCE FOR THIS RUN - SEEDED WITH THE  *
      * CREDIT DESK'S STANDING DEFAULTS; THE TERMS, WINDOW AND    *
      * MINIMUM PAYMENT COUNT CAN BE OVERRIDDEN BY THE "P" CARD   *
      **************************************************************
       01  REVIEW-RULES.
           05  TERMS-DAYS              PIC S9(3)   VALUE +30.
           05  LOOKBACK-DAYS           PIC S9(3)   VALUE +365.
           05  MINIMUM-PAYMENTS        PIC S9(3)   VALUE +3.
      *    A RAISE NEEDS PROMPT PAYMENT AND A CUSTOMER WHO HAS
      *    ACTUALLY RUN CLOSE TO THE LIMIT
           05  RAISE-LATE-DAYS         PIC S9(3)   VALUE +15.
           05  RAISE-USAGE-PERCENT     PIC S9(3)   VALUE +80.
           05  RAISE-PERCENT           PIC S9(3)   VALUE +25.
      *    A CUT FOLLOWS A HABIT OF SLOW PAYMENT OR ONE BADLY LATE
      *    ITEM
           05  CUT-SLOW-DAYS           PIC S9(3)   VALUE +30.
           05  CUT-LATE-DAYS           PIC S9(3)   VALUE +60.
           05  CUT-PERCENT             PIC S9(3)   VALUE +25.

      **************************************************************
      * THE BATCH THE APPROVED CHANGES ARE WRITTEN UNDER          *
      **************************************************************
       01  BATCH-FIELDS.
           05  BATCH-NUMBER            PIC 9(6)    VALUE ZERO.
           05  BATCH-DEFAULT.
               10  BD-YEAR             PIC 99.
               10  BD-MONTH            PIC 99.
               10  BD-DAY              PIC 99.
           05  BATCH-DEFAULT-NUMERIC REDEFINES BATCH-DEFAULT
                                       PIC 9(6).

      **************************************************************
      * THE CUSTOMERS THE CREDIT DESK HAS APPROVED, FROM THE "A"  *
      * CARDS, WITH ANY LIMIT THE DESK KEYED IN PLACE OF THE      *
      * RECOMMENDED ONE                                           *
      **************************************************************
       01  APPROVAL-TABLE.
           05  APPROVAL-COUNT          PIC S9(3)   VALUE ZERO.
           05  APPROVAL-ENTRY          OCCURS 200 TIMES.
               10  AT-CUSTOMER-NUMBER  PIC 9(5).
               10  AT-APPROVED-LIMIT   PIC S9(7)V99.
               10  AT-USED-SWITCH      PIC X.

       01  APPROVAL-INDEX              PIC S9(3)   VALUE ZERO.
       01  MATCHED-APPROVAL-INDEX      PIC S9(3)   VALUE ZERO.

      **************************************************************
      * THE RUN DATE AS A DAY NUMBER AND THE FIRST DAY OF THE     *
      * REVIEW WINDOW - A PAYMENT BEFORE THE WINDOW IS NOT COUNTED *
      **************************************************************
       01  DATE-FIELDS.
           05  RUN-DATE-INTEGER        PIC S9(9)  VALUE ZERO.
           05  WINDOW-START-INTEGER    PIC S9(9)  VALUE ZERO.
           05  INVOICE-DATE-INTEGER    PIC S9(9)  VALUE ZERO.
           05  PAID-DATE-INTEGER       PIC S9(9)  VALUE ZERO.

      **************************************************************
      * ACCUMULATES THE PAYMENT RECORD OF THE CUSTOMER CURRENTLY  *
      * BEING REVIEWED                                            *
      **************************************************************
       01  CUSTOMER-REVIEW-FIELDS.
           05  PREV-CUSTOMER-NUMBER    PIC 9(5)       VALUE ZERO.
           05  CUST-PAID-COUNT         PIC S9(5)      VALUE ZERO.
           05  CUST-TOTAL-DAYS         PIC S9(9)      VALUE ZERO.
           05  CUST-AVERAGE-DAYS       PIC S9(5)      VALUE ZERO.
           05  CUST-WORST-LATE         PIC S9(5)      VALUE ZERO.
           05  CUST-RUNNING-BALANCE    PIC S9(7)V99   VALUE ZERO.
           05  CUST-PEAK-BALANCE       PIC S9(7)V99   VALUE ZERO.
           05  CUST-PEAK-PERCENT       PIC S9(5)      VALUE ZERO.
           05  EVENT-DAYS-LATE         PIC S9(5)      VALUE ZERO.

      **************************************************************
      * THE RECOMMENDATION FOR THE CURRENT CUSTOMER AND THE LIMIT *
      * IT WOULD GIVE                                             *
      **************************************************************
       01  RECOMMENDATION-FIELDS.
           05  RECOMMENDATION          PIC X(9)       VALUE SPACE.
           05  REVIEW-REMARKS          PIC X(18)      VALUE SPACE.
           05  NEW-CREDIT-LIMIT        PIC S9(7)V99   VALUE ZERO.
           05  NEW-LIMIT-HUNDREDS      PIC S9(5)      VALUE ZERO.
           05  LIMIT-CHANGE-AMOUNT     PIC S9(7)V99   VALUE ZERO.

      **************************************************************
      * COUNTS AND DOLLARS FOR THE END OF RUN SUMMARY             *
      **************************************************************
       01  COUNT-FIELDS.
           05  REVIEWED-COUNT          PIC S9(5)      VALUE ZERO.
           05  RAISE-COUNT             PIC S9(5)      VALUE ZERO.
           05  RAISE-AMOUNT            PIC S9(9)V99   VALUE ZERO.
           05  CUT-COUNT               PIC S9(5)      VALUE ZERO.
           05  CUT-AMOUNT              PIC S9(9)V99   VALUE ZERO.
           05  NO-CHANGE-COUNT         PIC S9(5)      VALUE ZERO.
           05  APPROVED-COUNT          PIC S9(5)      VALUE ZERO.
           05  APPROVED-AMOUNT         PIC S9(9)V99   VALUE ZERO.
           05  UNUSED-APPROVAL-COUNT   PIC S9(5)      VALUE ZERO.
           05  NOT-ON-MASTER-COUNT     PIC S9(5)      VALUE ZERO.

      **************************************************************
      * STORES INFORMATION RELEVANT TO THE PAGE                    *
      **************************************************************
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.

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
           05  FILLER          PIC X(20)   VALUE "CREDIT LIMIT REVIEW ".
           05  FILLER          PIC X(20)   VALUE "- BATCH             ".
           05  HL1-BATCH-NUMBER PIC 9(6).
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(47)   VALUE SPACE.

      **************************************************************
      * STORES THE SECOND HEADER LINE INFORMATION                  *
      * HOLDS THE TIME, THE REVIEW RULES, AND THE PROGRAM ID       *
      **************************************************************
       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(8)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "TERMS: ".
           05  HL2-TERMS-DAYS  PIC ZZ9.
           05  FILLER          PIC X(5)    VALUE " DAYS".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "WINDOW: ".
           05  HL2-LOOKBACK-DAYS PIC ZZ9.
           05  FILLER          PIC X(5)    VALUE " DAYS".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(14)   VALUE "MIN PAYMENTS: ".
           05  HL2-MINIMUM-PAYMENTS PIC ZZ9.
           05  FILLER          PIC X(6)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "CREDREV".
           05  FILLER          PIC X(40)   VALUE SPACE.

      **************************************************************
      * STORES THE THIRD HEADER LINE USED TO DISPLAY A LINE SPACER *
      **************************************************************
       01  HEADING-LINE-3.
           05 FILLER               PIC X(130)   VALUE SPACE.

      **************************************************************
      * STORES THE FOURTH HEADER LINE INFORMATION                  *
      * HOLDS THE DIFFERENT COLUMN NAMES                           *
      **************************************************************
       01  HEADING-LINE-4.
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  FILLER      PIC X(5)    VALUE "CUST#".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(20)   VALUE "CUSTOMER NAME       ".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(2)    VALUE "BR".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE "CREDIT LIMIT".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(4)    VALUE "PAID".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(4)    VALUE " AVG".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(5)    VALUE "WORST".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(13)   VALUE " PEAK BALANCE".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(4)    VALUE " PCT".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(9)    VALUE "RECOMMEND".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE "   NEW LIMIT".
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  FILLER      PIC X(18)   VALUE "REMARKS".

      **************************************************************
      * STORES THE FIFTH HEADER LINE INFORMATION                   *
      * DISPLAYS COLUMN DIVIDERS FOR THE REPORT                    *
      **************************************************************
       01  HEADING-LINE-5.
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  FILLER      PIC X(5)    VALUE ALL '-'. *> CUST NUM
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(20)   VALUE ALL '-'. *> CUST NAME
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(2)    VALUE ALL '-'. *> BRANCH
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE ALL '-'. *> LIMIT
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(4)    VALUE ALL '-'. *> PAID
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(4)    VALUE ALL '-'. *> AVG DAYS
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(5)    VALUE ALL '-'. *> WORST LATE
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(13)   VALUE ALL '-'. *> PEAK
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(4)    VALUE ALL '-'. *> PERCENT
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(9)    VALUE ALL '-'. *> RECOMMEND
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(12)   VALUE ALL '-'. *> NEW LIMIT
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  FILLER      PIC X(18)   VALUE ALL '-'. *> REMARKS

      **************************************************************
      * STORES ONE CUSTOMER'S REVIEW LINE                          *
      **************************************************************
       01  CUSTOMER-LINE.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  CL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-BRANCH-NUMBER    PIC X(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-CREDIT-LIMIT     PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-PAID-COUNT       PIC ZZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-AVERAGE-DAYS     PIC ZZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-WORST-LATE       PIC ZZZ9-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-PEAK-BALANCE     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-PEAK-PERCENT     PIC ZZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-RECOMMENDATION   PIC X(9).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-NEW-LIMIT        PIC Z,ZZZ,ZZ9.99.
           05  CL-NEW-LIMIT-X REDEFINES CL-NEW-LIMIT
                                   PIC X(12).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  CL-REMARKS          PIC X(18).

      **************************************************************
      * STORES ONE LINE OF THE END OF RUN SUMMARY                  *
      **************************************************************
       01  SUMMARY-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SL-CAPTION          PIC X(24).
           05  SL-COUNT            PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  SL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(81)    VALUE SPACE.

       PROCEDURE DIVISION.

      **************************************************************
      * OPENS/CLOSES THE FILES AND DELEGATES THE WORK FOR         *
      * GATHERING EACH CUSTOMER'S PAYMENT EVENTS, REVIEWING THEM, *
      * AND WRITING THE APPROVED CHANGES                          *
      **************************************************************
       000-PREPARE-CREDIT-REVIEW.

           PERFORM 100-FORMAT-REPORT-HEADING.

           *> LOG THIS RUN ON THE SHARED RUN-CONTROL FILE
           PERFORM 080-WRITE-RUN-START.

           *> PICK UP THE RULES AND THE APPROVALS BEFORE ANYTHING
           *> IS REVIEWED
           PERFORM 050-READ-REVIEW-CARDS.

           OPEN INPUT CUSTMAST.
           OPEN OUTPUT OREVRPT CUSTTRAN.

           PERFORM 120-WRITE-BATCH-HEADER.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUSTOMER-NUMBER
               ON ASCENDING KEY SRT-EVENT-DATE
               ON ASCENDING KEY SRT-EVENT-SEQUENCE
               INPUT PROCEDURE 150-RELEASE-REVIEW-EVENTS
               OUTPUT PROCEDURE 400-REVIEW-CUSTOMERS.

           PERFORM 500-PRINT-RUN-SUMMARY.

           *> LOG THIS RUN COMPLETE ON THE RUN-CONTROL FILE
           PERFORM 960-WRITE-RUN-END.
           CLOSE CUSTMAST OREVRPT CUSTTRAN.
           STOP RUN.

      **************************************************************
      * OPENS THE OPTIONAL REVIEW CARD FILE AND APPLIES EVERY     *
      * CARD - NO CARDS AT ALL MEANS THE STANDING RULES AND A     *
      * PREVIEW RUN WITH NOTHING APPROVED                         *
      **************************************************************
       050-READ-REVIEW-CARDS.

           OPEN INPUT REVCARD.

           IF REVCARD-STATUS = "00"
               PERFORM 060-READ-ONE-REVIEW-CARD
                   UNTIL REVCARD-EOF-SWITCH = "Y"
               CLOSE REVCARD.

           COMPUTE WINDOW-START-INTEGER =
               RUN-DATE-INTEGER - LOOKBACK-DAYS.

           IF BATCH-NUMBER = ZERO
               MOVE BATCH-DEFAULT-NUMERIC TO BATCH-NUMBER.

           MOVE BATCH-NUMBER     TO HL1-BATCH-NUMBER.
           MOVE TERMS-DAYS       TO HL2-TERMS-DAYS.
           MOVE LOOKBACK-DAYS    TO HL2-LOOKBACK-DAYS.
           MOVE MINIMUM-PAYMENTS TO HL2-MINIMUM-PAYMENTS.

      **************************************************************
      * READS ONE REVIEW CARD AND, IF IT'S NOT THE EOF READ,      *
      * APPLIES THE RULES OR APPROVAL IT CARRIES                  *
      **************************************************************
       060-READ-ONE-REVIEW-CARD.

           READ REVCARD
               AT END
                   MOVE "Y" TO REVCARD-EOF-SWITCH.

           IF REVCARD-EOF-SWITCH = "N"
               EVALUATE RV-CARD-TYPE
                   WHEN "P"
                       PERFORM 065-APPLY-PARAMETER-CARD
                   WHEN "A"
                       PERFORM 070-LOAD-APPROVAL-CARD
               END-EVALUATE.

      **************************************************************
      * THE "P" CARD CARRIES THE TERMS, WINDOW, MINIMUM PAYMENT   *
      * COUNT AND BATCH NUMBER - A FIELD PUNCHED WITH ZEROS (OR   *
      * LEFT BLANK) KEEPS ITS STANDING DEFAULT                    *
      **************************************************************
       065-APPLY-PARAMETER-CARD.

           IF RV-TERMS-DAYS NUMERIC AND RV-TERMS-DAYS > ZERO
               MOVE RV-TERMS-DAYS TO TERMS-DAYS.

           IF RV-LOOKBACK-DAYS NUMERIC AND RV-LOOKBACK-DAYS > ZERO
               MOVE RV-LOOKBACK-DAYS TO LOOKBACK-DAYS.

           IF RV-MINIMUM-PAYMENTS NUMERIC
                   AND RV-MINIMUM-PAYMENTS > ZERO
               MOVE RV-MINIMUM-PAYMENTS TO MINIMUM-PAYMENTS.

           IF RV-BATCH-NUMBER NUMERIC AND RV-BATCH-NUMBER > ZERO
               MOVE RV-BATCH-NUMBER TO BATCH-NUMBER.

      **************************************************************
      * REMEMBERS ONE APPROVED CUSTOMER - A BLANK OR ZERO LIMIT   *
      * ON THE CARD APPROVES THE RECOMMENDED LIMIT AS IT STANDS   *
      **************************************************************
       070-LOAD-APPROVAL-CARD.

           IF RV-CUSTOMER-NUMBER NUMERIC
                   AND APPROVAL-COUNT < 200
               ADD 1 TO APPROVAL-COUNT
               MOVE RV-CUSTOMER-NUMBER
                   TO AT-CUSTOMER-NUMBER (APPROVAL-COUNT)
               MOVE "N" TO AT-USED-SWITCH (APPROVAL-COUNT)
               IF RV-APPROVED-LIMIT NUMERIC
                   MOVE RV-APPROVED-LIMIT
                       TO AT-APPROVED-LIMIT (APPROVAL-COUNT)
               ELSE
                   MOVE ZERO TO AT-APPROVED-LIMIT (APPROVAL-COUNT).

      **************************************************************
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND   *
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS, TURNS THE   *
      * RUN DATE INTO A DAY NUMBER, AND BUILDS THE DEFAULT BATCH  *
      * NUMBER FROM IT                                            *
      **************************************************************
       100-FORMAT-REPORT-HEADING.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

           MOVE CD-YEAR    TO RD-YEAR.
           MOVE CD-MONTH   TO RD-MONTH.
           MOVE CD-DAY     TO RD-DAY.
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (RUN-DATE-NUMERIC).

           MOVE CD-YEAR    TO BD-YEAR.
           MOVE CD-MONTH   TO BD-MONTH.
           MOVE CD-DAY     TO BD-DAY.

      **************************************************************
      * WRITES THE BATCH HEADER THAT STARTS THE TRANSACTION FILE  *
      **************************************************************
       120-WRITE-BATCH-HEADER.

           MOVE SPACES       TO TRANSACTION-RECORD.
           MOVE "H"          TO TR-RECORD-TYPE.
           MOVE BATCH-NUMBER TO TR-BATCH-NUMBER.
           MOVE CD-YEAR      TO TR-BATCH-YEAR.
           MOVE CD-MONTH     TO TR-BATCH-MONTH.
           MOVE CD-DAY       TO TR-BATCH-DAY.
           MOVE "CREDREV "   TO TR-OPERATOR-ID.
           WRITE TRANSACTION-RECORD.

      **************************************************************
      * THE SORT INPUT PROCEDURE - RELEASES EVERY PAYMENT IN THE  *
      * REVIEW WINDOW, THEN EVERY ITEM STILL OPEN                 *
      **************************************************************
       150-RELEASE-REVIEW-EVENTS.

           OPEN INPUT PAYHIST.
           PERFORM 155-RELEASE-PAYMENT
               UNTIL PAYHIST-EOF-SWITCH = "Y".
           CLOSE PAYHIST.

           OPEN INPUT OPENITEM.
           PERFORM 165-RELEASE-OPEN-ITEM
               UNTIL OPENITEM-EOF-SWITCH = "Y".
           CLOSE OPENITEM.

      **************************************************************
      * READS ONE PAYMENT-HISTORY RECORD AND, IF IT WAS PAID      *
      * INSIDE THE REVIEW WINDOW, RELEASES IT - A RECORD CARRYING *
      * A DATE THE CALENDAR WON'T TAKE IS PASSED OVER             *
      **************************************************************
       155-RELEASE-PAYMENT.

           READ PAYHIST
               AT END
                   MOVE "Y" TO PAYHIST-EOF-SWITCH.

           IF PAYHIST-EOF-SWITCH = "N"
               MOVE ZERO TO INVOICE-DATE-INTEGER PAID-DATE-INTEGER
               IF PH-INVOICE-DATE NUMERIC AND PH-PAID-DATE NUMERIC
                   COMPUTE INVOICE-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (PH-INVOICE-DATE)
                   COMPUTE PAID-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (PH-PAID-DATE).

           IF PAYHIST-EOF-SWITCH = "N"
                   AND INVOICE-DATE-INTEGER > ZERO
                   AND PAID-DATE-INTEGER >= WINDOW-START-INTEGER
               PERFORM 160-RELEASE-PAYMENT-EVENTS.

      **************************************************************
      * RELEASES A PAID-OFF ITEM AS ITS INVOICE, ON THE INVOICE   *
      * DATE, AND ITS PAYMENT, ON THE PAID DATE, CARRYING THE     *
      * DAYS IT TOOK TO PAY                                       *
      **************************************************************
       160-RELEASE-PAYMENT-EVENTS.

           MOVE PH-CUSTOMER-NUMBER TO SRT-CUSTOMER-NUMBER.
           MOVE PH-INVOICE-DATE    TO SRT-EVENT-DATE.
           MOVE 2                  TO SRT-EVENT-SEQUENCE.
           MOVE "I"                TO SRT-EVENT-TYPE.
           MOVE PH-INVOICE-AMOUNT  TO SRT-EVENT-AMOUNT.
           MOVE ZERO               TO SRT-DAYS-OUTSTANDING.
           RELEASE SORT-RECORD.

           MOVE PH-PAID-DATE       TO SRT-EVENT-DATE.
           MOVE 1                  TO SRT-EVENT-SEQUENCE.
           MOVE "P"                TO SRT-EVENT-TYPE.
           COMPUTE SRT-EVENT-AMOUNT = ZERO - PH-INVOICE-AMOUNT.
           COMPUTE SRT-DAYS-OUTSTANDING =
               PAID-DATE-INTEGER - INVOICE-DATE-INTEGER.
           RELEASE SORT-RECORD.

      **************************************************************
      * READS ONE OPEN ITEM AND RELEASES WHAT IS STILL OWED ON    *
      * IT, ON ITS INVOICE DATE, CARRYING ITS AGE IN DAYS - AN    *
      * ITEM CARRYING A DATE THE CALENDAR WON'T TAKE IS AGED AT   *
      * 999 DAYS SO IT CAN'T HIDE AS CURRENT                      *
      **************************************************************
       165-RELEASE-OPEN-ITEM.

           READ OPENITEM
               AT END
                   MOVE "Y" TO OPENITEM-EOF-SWITCH.

           IF OPENITEM-EOF-SWITCH = "N" AND OI-OPEN-AMOUNT > ZERO
               IF OI-INVOICE-DATE NUMERIC
                   COMPUTE INVOICE-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (OI-INVOICE-DATE)
               ELSE
                   MOVE ZERO TO INVOICE-DATE-INTEGER
               END-IF
               IF INVOICE-DATE-INTEGER > ZERO
                   COMPUTE SRT-DAYS-OUTSTANDING =
                       RUN-DATE-INTEGER - INVOICE-DATE-INTEGER
               ELSE
                   MOVE 999 TO SRT-DAYS-OUTSTANDING
               END-IF
               MOVE OI-CUSTOMER-NUMBER TO SRT-CUSTOMER-NUMBER
               MOVE OI-INVOICE-DATE    TO SRT-EVENT-DATE
               MOVE 2                  TO SRT-EVENT-SEQUENCE
               MOVE "O"                TO SRT-EVENT-TYPE
               MOVE OI-OPEN-AMOUNT     TO SRT-EVENT-AMOUNT
               RELEASE SORT-RECORD.

      **************************************************************
      * THE SORT OUTPUT PROCEDURE - RETURNS EACH CUSTOMER'S       *
      * EVENTS IN DATE ORDER AND REVIEWS THE CUSTOMER WHEN THE    *
      * NEXT CUSTOMER'S EVENTS START                              *
      **************************************************************
       400-REVIEW-CUSTOMERS.

           PERFORM 410-RETURN-REVIEW-EVENT
               UNTIL SORT-EOF-SWITCH = "Y".

           *> THE LAST CUSTOMER NEVER TRIPS A BREAK ON ITS OWN
           IF FIRST-RECORD-SWITCH = "N"
               PERFORM 430-REVIEW-CUSTOMER.

      **************************************************************
      * RETURNS ONE EVENT AND, IF IT'S NOT THE EOF RETURN, CHECKS *
      * FOR A CHANGE OF CUSTOMER AND ROLLS THE EVENT IN           *
      **************************************************************
       410-RETURN-REVIEW-EVENT.

           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH.

           IF SORT-EOF-SWITCH = "N"
               IF FIRST-RECORD-SWITCH = "Y"
                   MOVE "N" TO FIRST-RECORD-SWITCH
                   MOVE SRT-CUSTOMER-NUMBER TO PREV-CUSTOMER-NUMBER
               ELSE
                   IF SRT-CUSTOMER-NUMBER NOT = PREV-CUSTOMER-NUMBER
                       PERFORM 430-REVIEW-CUSTOMER
                       MOVE SRT-CUSTOMER-NUMBER
                           TO PREV-CUSTOMER-NUMBER
                   END-IF
               END-IF
               PERFORM 420-ACCUMULATE-EVENT.

      **************************************************************
      * ROLLS ONE EVENT INTO THE CUSTOMER'S RUNNING OPEN BALANCE  *
      * AND PAYMENT RECORD - A PAYMENT COUNTS TOWARD THE AVERAGE  *
      * DAYS-TO-PAY, AND A PAYMENT OR A STILL-OPEN ITEM COUNTS    *
      * TOWARD THE WORST LATENESS PAST TERMS                      *
      **************************************************************
       420-ACCUMULATE-EVENT.

           ADD SRT-EVENT-AMOUNT TO CUST-RUNNING-BALANCE.
           IF CUST-RUNNING-BALANCE > CUST-PEAK-BALANCE
               MOVE CUST-RUNNING-BALANCE TO CUST-PEAK-BALANCE.

           IF SRT-EVENT-TYPE = "P"
               ADD 1 TO CUST-PAID-COUNT
               ADD SRT-DAYS-OUTSTANDING TO CUST-TOTAL-DAYS.

           IF SRT-EVENT-TYPE = "P" OR SRT-EVENT-TYPE = "O"
               COMPUTE EVENT-DAYS-LATE =
                   SRT-DAYS-OUTSTANDING - TERMS-DAYS
               IF EVENT-DAYS-LATE > CUST-WORST-LATE
                   MOVE EVENT-DAYS-LATE TO CUST-WORST-LATE.

      **************************************************************
      * REVIEWS THE FINISHED CUSTOMER - FETCHES THE MASTER BY     *
      * KEY, WORKS OUT THE AVERAGE AND THE PEAK USE OF THE LIMIT, *
      * MAKES THE RECOMMENDATION, WRITES THE CHANGE IF IT IS      *
      * APPROVED, PRINTS THE LINE, AND RESETS FOR THE NEXT        *
      * CUSTOMER                                                  *
      **************************************************************
       430-REVIEW-CUSTOMER.

           MOVE PREV-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           MOVE "Y" TO CUSTOMER-FOUND-SWITCH.
           READ CUSTMAST
               INVALID KEY
                   MOVE "N" TO CUSTOMER-FOUND-SWITCH.

           IF CUST-PAID-COUNT > ZERO
               COMPUTE CUST-AVERAGE-DAYS ROUNDED =
                   CUST-TOTAL-DAYS / CUST-PAID-COUNT
           ELSE
               MOVE ZERO TO CUST-AVERAGE-DAYS.

           IF CUSTOMER-FOUND-SWITCH = "Y"
                   AND CM-CREDIT-LIMIT > ZERO
               COMPUTE CUST-PEAK-PERCENT ROUNDED =
                   CUST-PEAK-BALANCE * 100 / CM-CREDIT-LIMIT
                   ON SIZE ERROR
                       MOVE 9999 TO CUST-PEAK-PERCENT
               END-COMPUTE
           ELSE
               MOVE ZERO TO CUST-PEAK-PERCENT.

           IF CUSTOMER-FOUND-SWITCH = "Y"
               ADD 1 TO REVIEWED-COUNT
               PERFORM 440-MAKE-RECOMMENDATION
               PERFORM 450-CHECK-APPROVAL
           ELSE
               ADD 1 TO NOT-ON-MASTER-COUNT
               MOVE SPACES TO RECOMMENDATION
               MOVE "NOT ON MASTER" TO REVIEW-REMARKS.

           PERFORM 470-PRINT-CUSTOMER-LINE.

           MOVE ZERO TO CUST-PAID-COUNT
                        CUST-TOTAL-DAYS
                        CUST-AVERAGE-DAYS
                        CUST-WORST-LATE
                        CUST-RUNNING-BALANCE
                        CUST-PEAK-BALANCE
                        CUST-PEAK-PERCENT.

      **************************************************************
      * APPLIES THE REVIEW RULES. A CUT NEEDS EITHER ONE ITEM     *
      * BADLY LATE OR, OVER ENOUGH PAYMENTS TO JUDGE BY, A HABIT  *
      * OF SLOW PAYMENT. A RAISE NEEDS ENOUGH PAYMENTS, ALL MADE  *
      * PROMPTLY, AND A CUSTOMER WHO HAS RUN CLOSE TO THE LIMIT.  *
      * A CUSTOMER WITH NO LIMIT SET IS LEFT ALONE                *
      **************************************************************
       440-MAKE-RECOMMENDATION.

           MOVE SPACES TO REVIEW-REMARKS.
           MOVE CM-CREDIT-LIMIT TO NEW-CREDIT-LIMIT.

           EVALUATE TRUE
               WHEN CM-CREDIT-LIMIT NOT > ZERO
                   MOVE "NO CHANGE" TO RECOMMENDATION
                   MOVE "NO LIMIT SET" TO REVIEW-REMARKS
               WHEN CUST-WORST-LATE > CUT-LATE-DAYS
                   PERFORM 445-FIGURE-CUT
               WHEN CUST-PAID-COUNT >= MINIMUM-PAYMENTS
                       AND CUST-AVERAGE-DAYS >
                           TERMS-DAYS + CUT-SLOW-DAYS
                   PERFORM 445-FIGURE-CUT
               WHEN CUST-PAID-COUNT < MINIMUM-PAYMENTS
                   MOVE "NO CHANGE" TO RECOMMENDATION
                   MOVE "TOO FEW PAYMENTS" TO REVIEW-REMARKS
               WHEN CUST-AVERAGE-DAYS <= TERMS-DAYS
                       AND CUST-WORST-LATE <= RAISE-LATE-DAYS
                       AND CUST-PEAK-PERCENT >= RAISE-USAGE-PERCENT
                   PERFORM 447-FIGURE-RAISE
               WHEN OTHER
                   MOVE "NO CHANGE" TO RECOMMENDATION
           END-EVALUATE.

           COMPUTE LIMIT-CHANGE-AMOUNT =
               NEW-CREDIT-LIMIT - CM-CREDIT-LIMIT.

           EVALUATE RECOMMENDATION
               WHEN "RAISE"
                   ADD 1 TO RAISE-COUNT
                   ADD LIMIT-CHANGE-AMOUNT TO RAISE-AMOUNT
               WHEN "CUT"
                   ADD 1 TO CUT-COUNT
                   ADD LIMIT-CHANGE-AMOUNT TO CUT-AMOUNT
               WHEN OTHER
                   ADD 1 TO NO-CHANGE-COUNT
           END-EVALUATE.

      **************************************************************
      * CUTS THE LIMIT BY THE CUT PERCENTAGE, ROUNDED TO THE      *
      * NEAREST HUNDRED DOLLARS - NEVER BELOW ONE HUNDRED         *
      **************************************************************
       445-FIGURE-CUT.

           MOVE "CUT" TO RECOMMENDATION.
           COMPUTE NEW-LIMIT-HUNDREDS ROUNDED =
               CM-CREDIT-LIMIT * (100 - CUT-PERCENT) / 10000.
           IF NEW-LIMIT-HUNDREDS < 1
               MOVE 1 TO NEW-LIMIT-HUNDREDS.
           COMPUTE NEW-CREDIT-LIMIT = NEW-LIMIT-HUNDREDS * 100.

           IF NEW-CREDIT-LIMIT >= CM-CREDIT-LIMIT
               MOVE "NO CHANGE" TO RECOMMENDATION
               MOVE CM-CREDIT-LIMIT TO NEW-CREDIT-LIMIT
               MOVE "AT FLOOR" TO REVIEW-REMARKS.

      **************************************************************
      * RAISES THE LIMIT BY THE RAISE PERCENTAGE, ROUNDED TO THE  *
      * NEAREST HUNDRED DOLLARS - A LIMIT ALREADY AT THE TOP OF   *
      * THE FIELD STAYS WHERE IT IS                               *
      **************************************************************
       447-FIGURE-RAISE.

           MOVE "RAISE" TO RECOMMENDATION.
           COMPUTE NEW-LIMIT-HUNDREDS ROUNDED =
               CM-CREDIT-LIMIT * (100 + RAISE-PERCENT) / 10000
               ON SIZE ERROR
                   MOVE 99999 TO NEW-LIMIT-HUNDREDS
           END-COMPUTE.
           COMPUTE NEW-CREDIT-LIMIT = NEW-LIMIT-HUNDREDS * 100.

           IF NEW-CREDIT-LIMIT <= CM-CREDIT-LIMIT
               MOVE "NO CHANGE" TO RECOMMENDATION
               MOVE CM-CREDIT-LIMIT TO NEW-CREDIT-LIMIT
               MOVE "AT CEILING" TO REVIEW-REMARKS.

      **************************************************************
      * LOOKS THE CUSTOMER UP AMONG THE APPROVAL CARDS. A LIMIT   *
      * KEYED ON THE CARD STANDS IN PLACE OF THE RECOMMENDED ONE; *
      * OTHERWISE ONLY A RAISE OR CUT CAN BE APPROVED. AN         *
      * APPROVED CHANGE IS WRITTEN TO THE TRANSACTION FILE        *
      **************************************************************
       450-CHECK-APPROVAL.

           MOVE "N" TO APPROVAL-FOUND-SWITCH.
           MOVE "N" TO CHANGE-APPROVED-SWITCH.
           PERFORM 455-MATCH-ONE-APPROVAL
               VARYING APPROVAL-INDEX FROM 1 BY 1
               UNTIL APPROVAL-INDEX > APPROVAL-COUNT.

           IF APPROVAL-FOUND-SWITCH = "Y"
               IF AT-APPROVED-LIMIT (MATCHED-APPROVAL-INDEX) > ZERO
                   MOVE AT-APPROVED-LIMIT (MATCHED-APPROVAL-INDEX)
                       TO NEW-CREDIT-LIMIT
                   MOVE "Y" TO CHANGE-APPROVED-SWITCH
                   MOVE "APPROVED-OVERRIDE" TO REVIEW-REMARKS
               ELSE
                   IF RECOMMENDATION = "RAISE"
                           OR RECOMMENDATION = "CUT"
                       MOVE "Y" TO CHANGE-APPROVED-SWITCH
                       MOVE "APPROVED" TO REVIEW-REMARKS.

           IF CHANGE-APPROVED-SWITCH = "Y"
                   AND NEW-CREDIT-LIMIT NOT = CM-CREDIT-LIMIT
               PERFORM 460-WRITE-LIMIT-CHANGE
           ELSE
               IF APPROVAL-FOUND-SWITCH = "Y"
                   MOVE "APPROVAL NOT USED" TO REVIEW-REMARKS
                   ADD 1 TO UNUSED-APPROVAL-COUNT
               ELSE
                   IF RECOMMENDATION = "RAISE"
                           OR RECOMMENDATION = "CUT"
                       MOVE "AWAITING APPROVAL" TO REVIEW-REMARKS.

      **************************************************************
      * CHECKS ONE APPROVAL CARD AGAINST THE CUSTOMER - THE FIRST *
      * CARD THAT MATCHES IS THE ONE USED                         *
      **************************************************************
       455-MATCH-ONE-APPROVAL.

           IF AT-CUSTOMER-NUMBER (APPROVAL-INDEX) = CM-CUSTOMER-NUMBER
                   AND APPROVAL-FOUND-SWITCH = "N"
               MOVE "Y" TO APPROVAL-FOUND-SWITCH
               MOVE "Y" TO AT-USED-SWITCH (APPROVAL-INDEX)
               MOVE APPROVAL-INDEX TO MATCHED-APPROVAL-INDEX.

      **************************************************************
      * WRITES ONE CHANGE TRANSACTION CARRYING ONLY THE NEW       *
      * CREDIT LIMIT - EVERY OTHER NUMERIC FIELD IS ZERO AND      *
      * EVERY TEXT FIELD BLANK, WHICH CUSTMNT READS AS "LEAVE     *
      * ALONE"                                                    *
      **************************************************************
       460-WRITE-LIMIT-CHANGE.

           MOVE SPACES TO TRANSACTION-RECORD.
           MOVE "C"                TO TR-RECORD-TYPE.
           MOVE CM-CUSTOMER-NUMBER TO TR-CUSTOMER-NUMBER.
           MOVE ZERO TO TR-BRANCH-NUMBER
                        TR-SALESREP-NUMBER
                        TR-SALES-THIS-YTD
                        TR-SALES-LAST-YTD
                        TR-SALES-HISTORY-1
                        TR-SALES-HISTORY-2
                        TR-SALES-HISTORY-3
                        TR-SALES-HISTORY-4
                        TR-SALES-HISTORY-5.
           MOVE NEW-CREDIT-LIMIT   TO TR-CREDIT-LIMIT.
           WRITE TRANSACTION-RECORD.

           ADD 1 TO APPROVED-COUNT.
           COMPUTE LIMIT-CHANGE-AMOUNT =
               NEW-CREDIT-LIMIT - CM-CREDIT-LIMIT.
           ADD LIMIT-CHANGE-AMOUNT TO APPROVED-AMOUNT.

      **************************************************************
      * PRINTS THE FINISHED CUSTOMER'S REVIEW LINE - THE NEW      *
      * LIMIT IS LEFT BLANK WHEN NOTHING WOULD CHANGE             *
      **************************************************************
       470-PRINT-CUSTOMER-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.

           MOVE PREV-CUSTOMER-NUMBER TO CL-CUSTOMER-NUMBER.

           IF CUSTOMER-FOUND-SWITCH = "Y"
               MOVE CM-CUSTOMER-NAME TO CL-CUSTOMER-NAME
               MOVE CM-BRANCH-NUMBER TO CL-BRANCH-NUMBER
               MOVE CM-CREDIT-LIMIT  TO CL-CREDIT-LIMIT
           ELSE
               MOVE "** NOT ON MASTER **" TO CL-CUSTOMER-NAME
               MOVE SPACES TO CL-BRANCH-NUMBER
               MOVE ZERO   TO CL-CREDIT-LIMIT.

           MOVE CUST-PAID-COUNT   TO CL-PAID-COUNT.
           MOVE CUST-AVERAGE-DAYS TO CL-AVERAGE-DAYS.
           MOVE CUST-WORST-LATE   TO CL-WORST-LATE.
           MOVE CUST-PEAK-BALANCE TO CL-PEAK-BALANCE.
           MOVE CUST-PEAK-PERCENT TO CL-PEAK-PERCENT.
           MOVE RECOMMENDATION    TO CL-RECOMMENDATION.
           MOVE REVIEW-REMARKS    TO CL-REMARKS.

           IF CUSTOMER-FOUND-SWITCH = "Y"
                   AND NEW-CREDIT-LIMIT NOT = CM-CREDIT-LIMIT
               MOVE NEW-CREDIT-LIMIT TO CL-NEW-LIMIT
           ELSE
               MOVE SPACES TO CL-NEW-LIMIT-X.

           MOVE CUSTOMER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      **************************************************************
      * PRINT ALL THE HEADER LINES TO THE OUTPUT FILE, RAN ONCE    *
      * FOR EVERY PAGE                                             *
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
           MOVE HEADING-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HEADING-LINE-5 TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE ZERO TO LINE-COUNT.

      **************************************************************
      * PRINTS THE END OF RUN SUMMARY - CUSTOMERS REVIEWED, THE   *
      * RAISES AND CUTS RECOMMENDED, AND THE CHANGES APPROVED     *
      * AND WRITTEN FOR CUSTEDIT AND CUSTMNT                      *
      **************************************************************
       500-PRINT-RUN-SUMMARY.

           PERFORM 505-COUNT-UNUSED-APPROVAL
               VARYING APPROVAL-INDEX FROM 1 BY 1
               UNTIL APPROVAL-INDEX > APPROVAL-COUNT.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.

           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "CUSTOMERS REVIEWED....: " TO SL-CAPTION.
           MOVE REVIEWED-COUNT TO SL-COUNT.
           MOVE ZERO TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "RAISES RECOMMENDED....: " TO SL-CAPTION.
           MOVE RAISE-COUNT  TO SL-COUNT.
           MOVE RAISE-AMOUNT TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "CUTS RECOMMENDED......: " TO SL-CAPTION.
           MOVE CUT-COUNT  TO SL-COUNT.
           MOVE CUT-AMOUNT TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "NO CHANGE.............: " TO SL-CAPTION.
           MOVE NO-CHANGE-COUNT TO SL-COUNT.
           MOVE ZERO TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "CHANGES APPROVED......: " TO SL-CAPTION.
           MOVE APPROVED-COUNT  TO SL-COUNT.
           MOVE APPROVED-AMOUNT TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "APPROVALS NOT USED....: " TO SL-CAPTION.
           MOVE UNUSED-APPROVAL-COUNT TO SL-COUNT.
           MOVE ZERO TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "HISTORY NOT ON MASTER.: " TO SL-CAPTION.
           MOVE NOT-ON-MASTER-COUNT TO SL-COUNT.
           MOVE ZERO TO SL-AMOUNT.
           MOVE SUMMARY-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      **************************************************************
      * COUNTS AN APPROVAL CARD NO REVIEWED CUSTOMER MATCHED      *
      **************************************************************
       505-COUNT-UNUSED-APPROVAL.

           IF AT-USED-SWITCH (APPROVAL-INDEX) = "N"
               ADD 1 TO UNUSED-APPROVAL-COUNT.

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
           MOVE "CREDREV " TO RN-PROGRAM-ID.
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
      * APPENDS THIS RUN'S "COMPLETE" RECORD, WITH THE CUSTOMERS  *
      * REVIEWED AND THE NET DOLLARS OF LIMIT CHANGE APPROVED     *
      **************************************************************
       960-WRITE-RUN-END.

           PERFORM 950-STAMP-RUN-RECORD.
           MOVE "COMPLETE" TO RN-STATUS.
           MOVE REVIEWED-COUNT  TO RN-RECORDS-PROCESSED.
           MOVE APPROVED-AMOUNT TO RN-DOLLAR-TOTAL.
           PERFORM 955-APPEND-RUN-RECORD.
