       IDENTIFICATION DIVISION.

       PROGRAM-ID. INVINQ.

      *   Programmers.: Violet French
      *   Date........: 2026.10.15
      *   Github URL..: https://github.com/Pirategirl9000/RPT2000
      *   Description.: Posted-invoice register inquiry - reads
      *   request cards and prints what the INVREG register says
      *   was posted: the invoice, its customer, date, amount,
      *   product line and quantity, the branch, the batch it came
      *   in on, and the date INVPOST posted it. The register keeps
      *   every invoice ever posted, so the question "did we bill
      *   this, and when" can still be answered after CASHAPP has
      *   dropped the paid item off OPENITEM.
      *
      *   Each REGCARD card asks one question: "I" plus an invoice
      *   number fetches that invoice from the register by key, and
      *   "C" plus a customer number lists every invoice posted to
      *   that customer, oldest invoice date first, with a count
      *   and dollar total. Up to 50 cards are honored and the
      *   answers print in card order; a request that finds
      *   nothing says so. A card that is not an "I" or "C" with a
      *   numeric number is skipped.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    THE POSTED-INVOICE REGISTER - READ BY KEY FOR AN INVOICE
      *    REQUEST AND FRONT TO BACK FOR THE CUSTOMER REQUESTS
           SELECT OPTIONAL INVREG ASSIGN TO INVREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IR-INVOICE-NUMBER.

           SELECT REGCARD  ASSIGN TO REGCARD.
           SELECT OREGRPT  ASSIGN TO REGRPT.
           SELECT SORT-WORK-FILE ASSIGN TO SRTWK04.

       DATA DIVISION.

       FILE SECTION.

      **************************************************************
      * THE INDEXED POSTED-INVOICE REGISTER, KEYED ON THE INVOICE *
      * NUMBER                                                    *
      **************************************************************
       FD  INVREG
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY INVREGRC.

      **************************************************************
      * REQUEST CARDS - ONE QUESTION PER CARD                     *
      **************************************************************
       FD  REGCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  REQUEST-CARD-RECORD.
           05  RC-REQUEST-TYPE         PIC X(1).
           05  FILLER                  PIC X(1).
           05  RC-REQUEST-VALUE        PIC X(6).
           05  RC-INVOICE-VALUE REDEFINES RC-REQUEST-VALUE.
               10  RC-INVOICE-NUMBER   PIC 9(6).
           05  RC-CUSTOMER-VALUE REDEFINES RC-REQUEST-VALUE.
               10  RC-CUSTOMER-NUMBER  PIC 9(5).
               10  FILLER              PIC X(1).
           05  FILLER                  PIC X(72).

      **************************************************************
      * OUTPUT FILE - THE ANSWER TO EACH REQUEST IN CARD ORDER    *
      **************************************************************
       FD  OREGRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      **************************************************************
      * SORT WORK FILE - ONE RECORD PER REGISTER ENTRY THAT       *
      * ANSWERS A REQUEST, PLUS ONE "NOT FOUND" RECORD FOR EACH   *
      * REQUEST THAT FOUND NOTHING, KEYED SO THE ANSWERS COME OUT *
      * IN CARD ORDER AND BY INVOICE DATE WITHIN A REQUEST        *
      **************************************************************
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-REQUEST-INDEX       PIC 9(3).
           05  SRT-INVOICE-DATE        PIC 9(8).
           05  SRT-INVOICE-NUMBER      PIC 9(6).
           05  SRT-FOUND-SWITCH        PIC X(1).
           05  SRT-REGISTER-DATA       PIC X(80).

       WORKING-STORAGE SECTION.

      **************************************************************
      * THE REGISTER ENTRY BEING PRINTED, PICKED BACK APART FROM  *
      * THE SORTED RECORD                                         *
      **************************************************************
           COPY INVREGRC
               REPLACING ==IR-RECORD==          BY ==RG-RECORD==
                         ==IR-INVOICE-NUMBER==  BY
                             ==RG-INVOICE-NUMBER==
                         ==IR-CUSTOMER-NUMBER== BY
                             ==RG-CUSTOMER-NUMBER==
                         ==IR-INVOICE-DATE==    BY ==RG-INVOICE-DATE==
                         ==IR-INVOICE-AMOUNT==  BY
                             ==RG-INVOICE-AMOUNT==
                         ==IR-PRODUCT-LINE==    BY ==RG-PRODUCT-LINE==
                         ==IR-QUANTITY==        BY ==RG-QUANTITY==
                         ==IR-BRANCH-NUMBER==   BY ==RG-BRANCH-NUMBER==
                         ==IR-BATCH-NUMBER==    BY ==RG-BATCH-NUMBER==
                         ==IR-POSTED-DATE==     BY ==RG-POSTED-DATE==.

      **************************************************************
      * SWITCHES FOR END OF FILE ON EACH FILE IN PLAY AND FOR     *
      * WHETHER THE INVOICE ASKED FOR IS ON THE REGISTER          *
      **************************************************************
       01  SWITCHES.
           05  REGCARD-EOF-SWITCH      PIC X    VALUE "N".
           05  INVREG-EOF-SWITCH       PIC X    VALUE "N".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
           05  INVOICE-FOUND-SWITCH    PIC X    VALUE "N".

      **************************************************************
      * THE REQUESTS, UP TO 50, COLLECTED OFF THE CARDS BEFORE    *
      * THE REGISTER IS READ - RQ-MATCH-COUNT SAYS HOW MANY       *
      * REGISTER ENTRIES ANSWERED EACH ONE                        *
      **************************************************************
       01  REQUEST-TABLE.
           05  REQUEST-COUNT           PIC S9(3)  VALUE ZERO.
           05  CUSTOMER-REQUEST-COUNT  PIC S9(3)  VALUE ZERO.
           05  REQUEST-ENTRY           OCCURS 50 TIMES.
               10  RQ-REQUEST-TYPE     PIC X(1).
               10  RQ-REQUEST-NUMBER   PIC 9(6).
               10  RQ-MATCH-COUNT      PIC S9(5).

      **************************************************************
      * SUBSCRIPTS AND WORK FIELDS FOR WALKING THE REQUESTS AND   *
      * FOR THE PER-REQUEST TOTALS                                *
      **************************************************************
       01  WORK-FIELDS.
           05  REQUEST-INDEX           PIC S9(3)  VALUE ZERO.
           05  CURRENT-REQUEST-INDEX   PIC S9(3)  VALUE ZERO.
           05  REQUEST-CUSTOMER-NUMBER PIC 9(5)   VALUE ZERO.
           05  GROUP-COUNT             PIC S9(5)  VALUE ZERO.
           05  GROUP-AMOUNT            PIC S9(7)V99 VALUE ZERO.

      **************************************************************
      * A REGISTER DATE PICKED APART FOR PRINTING AS MM/DD/YYYY   *
      **************************************************************
       01  REGISTER-DATE-WORK.
           05  RDW-YEAR        PIC 9999.
           05  RDW-MONTH       PIC 99.
           05  RDW-DAY         PIC 99.

      **************************************************************
      * COUNTS FOR THE REPORT TOTAL LINE                          *
      **************************************************************
       01  COUNT-FIELDS.
           05  PRINTED-ENTRY-COUNT     PIC S9(7)   VALUE ZERO.

      **************************************************************
      * STORES INFORMATION RELEVANT TO THE PAGE                   *
      **************************************************************
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.
           05  NEXT-PRINT-LINE PIC X(130)  VALUE SPACE.

      **************************************************************
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION    *
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES  *
      **************************************************************
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

      **************************************************************
      * STORES THE FIRST HEADER LINE INFORMATION                  *
      **************************************************************
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "INVOICE REGISTER INQ".
           05  FILLER          PIC X(20)   VALUE "UIRY                ".
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(39)   VALUE SPACE.

      **************************************************************
      * STORES THE SECOND HEADER LINE INFORMATION                 *
      **************************************************************
       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(68)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "INVINQ".
           05  FILLER          PIC X(39)   VALUE SPACE.

      **************************************************************
      * STORES THE THIRD HEADER LINE USED TO DISPLAY A LINE       *
      * SPACER                                                    *
      **************************************************************
       01  HEADING-LINE-3.
           05 FILLER               PIC X(130)   VALUE SPACE.

      **************************************************************
      * STORES THE FOURTH HEADER LINE INFORMATION                 *
      * HOLDS THE COLUMN NAMES FOR THE REGISTER LINES             *
      **************************************************************
       01  HEADING-LINE-4.
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(9)    VALUE "INVOICE# ".
           05  FILLER      PIC X(8)    VALUE "CUST#   ".
           05  FILLER      PIC X(12)   VALUE "INV DATE    ".
           05  FILLER      PIC X(12)   VALUE "    AMOUNT  ".
           05  FILLER      PIC X(5)    VALUE "PROD ".
           05  FILLER      PIC X(8)    VALUE "   QTY  ".
           05  FILLER      PIC X(5)    VALUE "BR   ".
           05  FILLER      PIC X(9)    VALUE "BATCH    ".
           05  FILLER      PIC X(10)   VALUE "POSTED    ".
           05  FILLER      PIC X(50)   VALUE SPACE.

      **************************************************************
      * STORES THE FIFTH HEADER LINE INFORMATION                  *
      * DISPLAYS COLUMN DIVIDERS FOR THE REPORT                   *
      **************************************************************
       01  HEADING-LINE-5.
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(6)    VALUE ALL '-'. *> INVOICE
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(5)    VALUE ALL '-'. *> CUST
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(10)   VALUE ALL '-'. *> INV DATE
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(10)   VALUE ALL '-'. *> AMOUNT
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(3)    VALUE ALL '-'. *> PRODUCT
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(6)    VALUE ALL '-'. *> QUANTITY
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(2)    VALUE ALL '-'. *> BRANCH
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(6)    VALUE ALL '-'. *> BATCH
           05  FILLER      PIC X(3)    VALUE SPACE.
           05  FILLER      PIC X(10)   VALUE ALL '-'. *> POSTED
           05  FILLER      PIC X(50)   VALUE SPACE.

      **************************************************************
      * THE LINE THAT OPENS THE ANSWER TO ONE REQUEST CARD        *
      **************************************************************
       01  REQUEST-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RL-CAPTION          PIC X(19).
           05  RL-REQUEST-VALUE    PIC X(6).
           05  FILLER              PIC X(103)   VALUE SPACE.

      **************************************************************
      * STORES ONE REGISTER ENTRY LINE                            *
      **************************************************************
       01  REGISTER-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RG-LINE-INVOICE     PIC 9(6).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  RG-LINE-CUSTOMER    PIC 9(5).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  RG-LINE-INV-MONTH   PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  RG-LINE-INV-DAY     PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  RG-LINE-INV-YEAR    PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RG-LINE-AMOUNT      PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RG-LINE-PRODUCT     PIC X(3).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RG-LINE-QUANTITY    PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  RG-LINE-BRANCH      PIC 9(2).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  RG-LINE-BATCH       PIC 9(6).
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  RG-LINE-POST-MONTH  PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  RG-LINE-POST-DAY    PIC 9(2).
           05  FILLER              PIC X(1)     VALUE "/".
           05  RG-LINE-POST-YEAR   PIC 9(4).
           05  FILLER              PIC X(50)    VALUE SPACE.

      **************************************************************
      * THE LINE PRINTED FOR A REQUEST THE REGISTER HAS NOTHING   *
      * FOR                                                       *
      **************************************************************
       01  NOT-FOUND-LINE.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(31)    VALUE
                   "*** NOT ON THE REGISTER ***".
           05  FILLER              PIC X(95)    VALUE SPACE.

      **************************************************************
      * THE COUNT AND DOLLAR TOTAL CLOSING A CUSTOMER REQUEST     *
      **************************************************************
       01  GROUP-TOTAL-LINE.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  FILLER              PIC X(24)    VALUE
                   "INVOICES ON REGISTER..: ".
           05  GT-COUNT            PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  GT-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(81)    VALUE SPACE.

      **************************************************************
      * STORES THE REPORT TOTAL LINE - HOW MANY REGISTER ENTRIES  *
      * WERE PRINTED                                              *
      **************************************************************
       01  TOTAL-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(30)    VALUE
               "TOTAL REGISTER LINES PRINTED. ".
           05  TL-LINE-COUNT       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(91)    VALUE SPACE.

       PROCEDURE DIVISION.

      **************************************************************
      * COLLECTS THE REQUESTS OFF THE CARDS, PULLS THE REGISTER   *
      * ENTRIES THAT ANSWER THEM, SORTS THE ANSWERS INTO CARD     *
      * ORDER, AND PRINTS THEM                                    *
      **************************************************************
       000-PREPARE-REGISTER-INQUIRY.

           PERFORM 100-FORMAT-REPORT-HEADING.

           OPEN INPUT REGCARD.
           PERFORM 050-LOAD-REQUEST-CARD
               UNTIL REGCARD-EOF-SWITCH = "Y".
           CLOSE REGCARD.

           OPEN OUTPUT OREGRPT.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-REQUEST-INDEX
               ON ASCENDING KEY SRT-INVOICE-DATE
               ON ASCENDING KEY SRT-INVOICE-NUMBER
               INPUT PROCEDURE 150-SELECT-REGISTER-ENTRIES
               OUTPUT PROCEDURE 400-PRINT-REQUEST-ANSWERS.

           PERFORM 500-PRINT-REPORT-TOTAL.

           CLOSE OREGRPT.
           STOP RUN.

      **************************************************************
      * READS ONE REQUEST CARD AND FILES IT IN THE REQUEST TABLE  *
      * - A CARD THAT IS NOT AN "I" OR "C" WITH A NUMERIC NUMBER, *
      * OR ONE PAST THE 50-REQUEST LIMIT, IS DROPPED              *
      **************************************************************
       050-LOAD-REQUEST-CARD.

           READ REGCARD
               AT END
                   MOVE "Y" TO REGCARD-EOF-SWITCH.

           IF REGCARD-EOF-SWITCH = "N" AND REQUEST-COUNT < 50
               EVALUATE TRUE
                   WHEN RC-REQUEST-TYPE = "I"
                           AND RC-INVOICE-NUMBER NUMERIC
                       ADD 1 TO REQUEST-COUNT
                       MOVE "I" TO RQ-REQUEST-TYPE (REQUEST-COUNT)
                       MOVE RC-INVOICE-NUMBER
                           TO RQ-REQUEST-NUMBER (REQUEST-COUNT)
                       MOVE ZERO TO RQ-MATCH-COUNT (REQUEST-COUNT)
                   WHEN RC-REQUEST-TYPE = "C"
                           AND RC-CUSTOMER-NUMBER NUMERIC
                       ADD 1 TO REQUEST-COUNT
                       ADD 1 TO CUSTOMER-REQUEST-COUNT
                       MOVE "C" TO RQ-REQUEST-TYPE (REQUEST-COUNT)
                       MOVE RC-CUSTOMER-NUMBER
                           TO RQ-REQUEST-NUMBER (REQUEST-COUNT)
                       MOVE ZERO TO RQ-MATCH-COUNT (REQUEST-COUNT)
               END-EVALUATE.

      **************************************************************
      * FORMATS THE PAGE HEADER BY GRABBING THE DATE TIME AND     *
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS              *
      **************************************************************
       100-FORMAT-REPORT-HEADING.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

      **************************************************************
      * THE SORT INPUT PROCEDURE - FETCHES EACH INVOICE REQUEST   *
      * BY KEY, MAKES ONE PASS OF THE WHOLE REGISTER FOR THE      *
      * CUSTOMER REQUESTS WHEN THERE ARE ANY, AND THEN RELEASES A *
      * "NOT FOUND" RECORD FOR EVERY REQUEST NOTHING ANSWERED     *
      **************************************************************
       150-SELECT-REGISTER-ENTRIES.

           OPEN INPUT INVREG.

           PERFORM 160-FETCH-INVOICE-REQUEST
               VARYING REQUEST-INDEX FROM 1 BY 1
               UNTIL REQUEST-INDEX > REQUEST-COUNT.

           IF CUSTOMER-REQUEST-COUNT > ZERO
               PERFORM 170-SCAN-REGISTER.

           CLOSE INVREG.

           PERFORM 190-RELEASE-NOT-FOUND
               VARYING REQUEST-INDEX FROM 1 BY 1
               UNTIL REQUEST-INDEX > REQUEST-COUNT.

      **************************************************************
      * FETCHES ONE INVOICE REQUEST'S REGISTER ENTRY BY KEY AND   *
      * RELEASES IT WHEN IT IS THERE - CUSTOMER REQUESTS ARE LEFT *
      * FOR THE FULL PASS                                         *
      **************************************************************
       160-FETCH-INVOICE-REQUEST.

           IF RQ-REQUEST-TYPE (REQUEST-INDEX) = "I"
               MOVE RQ-REQUEST-NUMBER (REQUEST-INDEX)
                   TO IR-INVOICE-NUMBER
               MOVE "Y" TO INVOICE-FOUND-SWITCH
               READ INVREG
                   INVALID KEY
                       MOVE "N" TO INVOICE-FOUND-SWITCH
               END-READ
               IF INVOICE-FOUND-SWITCH = "Y"
                   PERFORM 180-RELEASE-REGISTER-ENTRY.

      **************************************************************
      * POSITIONS AT THE FRONT OF THE REGISTER AND READS IT TO    *
      * THE END, OFFERING EVERY ENTRY TO THE CUSTOMER REQUESTS    *
      **************************************************************
       170-SCAN-REGISTER.

           MOVE ZERO TO IR-INVOICE-NUMBER.
           START INVREG
               KEY IS NOT LESS THAN IR-INVOICE-NUMBER
               INVALID KEY
                   MOVE "Y" TO INVREG-EOF-SWITCH.

           PERFORM 175-SCAN-ONE-ENTRY
               UNTIL INVREG-EOF-SWITCH = "Y".

      **************************************************************
      * READS THE NEXT REGISTER ENTRY AND RELEASES IT ONCE FOR    *
      * EACH CUSTOMER REQUEST IT ANSWERS                          *
      **************************************************************
       175-SCAN-ONE-ENTRY.

           READ INVREG NEXT RECORD
               AT END
                   MOVE "Y" TO INVREG-EOF-SWITCH.

           IF INVREG-EOF-SWITCH = "N"
               PERFORM 176-MATCH-CUSTOMER-REQUEST
                   VARYING REQUEST-INDEX FROM 1 BY 1
                   UNTIL REQUEST-INDEX > REQUEST-COUNT.

      **************************************************************
      * COMPARES THE CURRENT REGISTER ENTRY AGAINST ONE REQUEST   *
      **************************************************************
       176-MATCH-CUSTOMER-REQUEST.

           IF RQ-REQUEST-TYPE (REQUEST-INDEX) = "C"
                   AND RQ-REQUEST-NUMBER (REQUEST-INDEX) =
                       IR-CUSTOMER-NUMBER
               PERFORM 180-RELEASE-REGISTER-ENTRY.

      **************************************************************
      * RELEASES THE REGISTER ENTRY IN IR-RECORD AS AN ANSWER TO  *
      * THE CURRENT REQUEST AND COUNTS IT AGAINST THE REQUEST     *
      **************************************************************
       180-RELEASE-REGISTER-ENTRY.

           MOVE REQUEST-INDEX     TO SRT-REQUEST-INDEX.
           MOVE IR-INVOICE-DATE   TO SRT-INVOICE-DATE.
           MOVE IR-INVOICE-NUMBER TO SRT-INVOICE-NUMBER.
           MOVE "Y"               TO SRT-FOUND-SWITCH.
           MOVE IR-RECORD         TO SRT-REGISTER-DATA.
           RELEASE SORT-RECORD.

           ADD 1 TO RQ-MATCH-COUNT (REQUEST-INDEX).

      **************************************************************
      * RELEASES A "NOT FOUND" RECORD FOR A REQUEST NO REGISTER   *
      * ENTRY ANSWERED, SO IT STILL GETS ITS LINE ON THE REPORT   *
      **************************************************************
       190-RELEASE-NOT-FOUND.

           IF RQ-MATCH-COUNT (REQUEST-INDEX) = ZERO
               MOVE REQUEST-INDEX TO SRT-REQUEST-INDEX
               MOVE ZERO          TO SRT-INVOICE-DATE
                                     SRT-INVOICE-NUMBER
               MOVE "N"           TO SRT-FOUND-SWITCH
               MOVE SPACES        TO SRT-REGISTER-DATA
               RELEASE SORT-RECORD.

      **************************************************************
      * THE SORT OUTPUT PROCEDURE - PRINTS THE ANSWERS REQUEST BY *
      * REQUEST, OPENING EACH WITH ITS REQUEST LINE AND CLOSING A *
      * CUSTOMER REQUEST WITH ITS COUNT AND DOLLAR TOTAL          *
      **************************************************************
       400-PRINT-REQUEST-ANSWERS.

           PERFORM 410-RETURN-SORTED-ANSWER.
           PERFORM 420-PRINT-SORTED-ANSWER
               UNTIL SORT-EOF-SWITCH = "Y".

           IF CURRENT-REQUEST-INDEX > ZERO
               PERFORM 450-PRINT-GROUP-TOTAL.

      **************************************************************
      * RETURNS THE NEXT SORTED ANSWER                            *
      **************************************************************
       410-RETURN-SORTED-ANSWER.

           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH.

      **************************************************************
      * PRINTS ONE SORTED ANSWER - STARTING A NEW REQUEST'S GROUP *
      * FIRST WHEN THE REQUEST CHANGES - AND RETURNS THE NEXT     *
      **************************************************************
       420-PRINT-SORTED-ANSWER.

           IF SRT-REQUEST-INDEX NOT = CURRENT-REQUEST-INDEX
               IF CURRENT-REQUEST-INDEX > ZERO
                   PERFORM 450-PRINT-GROUP-TOTAL
               END-IF
               PERFORM 430-START-REQUEST-GROUP.

           IF SRT-FOUND-SWITCH = "Y"
               PERFORM 440-PRINT-REGISTER-LINE
           ELSE
               MOVE NOT-FOUND-LINE TO NEXT-PRINT-LINE
               PERFORM 460-PRINT-REPORT-LINE.

           PERFORM 410-RETURN-SORTED-ANSWER.

      **************************************************************
      * PRINTS THE REQUEST LINE FOR THE REQUEST NOW STARTING AND  *
      * CLEARS ITS TOTALS                                         *
      **************************************************************
       430-START-REQUEST-GROUP.

           MOVE SRT-REQUEST-INDEX TO CURRENT-REQUEST-INDEX.
           MOVE ZERO TO GROUP-COUNT GROUP-AMOUNT.

           IF RQ-REQUEST-TYPE (CURRENT-REQUEST-INDEX) = "I"
               MOVE "INVOICE NUMBER...: " TO RL-CAPTION
               MOVE RQ-REQUEST-NUMBER (CURRENT-REQUEST-INDEX)
                   TO RL-REQUEST-VALUE
           ELSE
               MOVE "CUSTOMER NUMBER..: " TO RL-CAPTION
               MOVE RQ-REQUEST-NUMBER (CURRENT-REQUEST-INDEX)
                   TO REQUEST-CUSTOMER-NUMBER
               MOVE REQUEST-CUSTOMER-NUMBER TO RL-REQUEST-VALUE.

           IF LINE-COUNT + 3 >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES
           ELSE
               MOVE SPACES TO NEXT-PRINT-LINE
               PERFORM 460-PRINT-REPORT-LINE.

           MOVE REQUEST-LINE TO NEXT-PRINT-LINE.
           PERFORM 460-PRINT-REPORT-LINE.

      **************************************************************
      * PRINTS ONE REGISTER ENTRY AND ROLLS IT INTO THE REQUEST'S *
      * TOTALS                                                    *
      **************************************************************
       440-PRINT-REGISTER-LINE.

           MOVE SRT-REGISTER-DATA TO RG-RECORD.

           MOVE RG-INVOICE-NUMBER  TO RG-LINE-INVOICE.
           MOVE RG-CUSTOMER-NUMBER TO RG-LINE-CUSTOMER.
           MOVE RG-INVOICE-DATE    TO REGISTER-DATE-WORK.
           MOVE RDW-MONTH          TO RG-LINE-INV-MONTH.
           MOVE RDW-DAY            TO RG-LINE-INV-DAY.
           MOVE RDW-YEAR           TO RG-LINE-INV-YEAR.
           MOVE RG-INVOICE-AMOUNT  TO RG-LINE-AMOUNT.
           MOVE RG-PRODUCT-LINE    TO RG-LINE-PRODUCT.
           MOVE RG-QUANTITY        TO RG-LINE-QUANTITY.
           MOVE RG-BRANCH-NUMBER   TO RG-LINE-BRANCH.
           MOVE RG-BATCH-NUMBER    TO RG-LINE-BATCH.
           MOVE RG-POSTED-DATE     TO REGISTER-DATE-WORK.
           MOVE RDW-MONTH          TO RG-LINE-POST-MONTH.
           MOVE RDW-DAY            TO RG-LINE-POST-DAY.
           MOVE RDW-YEAR           TO RG-LINE-POST-YEAR.

           MOVE REGISTER-LINE TO NEXT-PRINT-LINE.
           PERFORM 460-PRINT-REPORT-LINE.

           ADD 1                 TO GROUP-COUNT.
           ADD RG-INVOICE-AMOUNT TO GROUP-AMOUNT.
           ADD 1                 TO PRINTED-ENTRY-COUNT.

      **************************************************************
      * CLOSES A CUSTOMER REQUEST THAT FOUND ANYTHING WITH ITS    *
      * COUNT AND DOLLAR TOTAL - AN INVOICE REQUEST NEEDS NONE    *
      **************************************************************
       450-PRINT-GROUP-TOTAL.

           IF RQ-REQUEST-TYPE (CURRENT-REQUEST-INDEX) = "C"
                   AND GROUP-COUNT > ZERO
               MOVE GROUP-COUNT  TO GT-COUNT
               MOVE GROUP-AMOUNT TO GT-AMOUNT
               MOVE GROUP-TOTAL-LINE TO NEXT-PRINT-LINE
               PERFORM 460-PRINT-REPORT-LINE.

      **************************************************************
      * PRINTS THE LINE THE CALLER PUT IN NEXT-PRINT-LINE,        *
      * PAGE FIRST WHEN THIS ONE IS FULL                          *
      **************************************************************
       460-PRINT-REPORT-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.

           MOVE NEXT-PRINT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      **************************************************************
      * PRINT ALL THE HEADER LINES TO THE OUTPUT FILE, RAN ONCE   *
      * FOR EVERY PAGE                                            *
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
      * PRINTS THE REPORT TOTAL LINE, RUN ONCE AT THE VERY END    *
      * AFTER EVERY REQUEST HAS BEEN ANSWERED                     *
      **************************************************************
       500-PRINT-REPORT-TOTAL.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.

           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE PRINTED-ENTRY-COUNT TO TL-LINE-COUNT.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
