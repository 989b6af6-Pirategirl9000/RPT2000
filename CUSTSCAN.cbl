       IDENTIFICATION DIVISION.

       PROGRAM-ID. CUSTSCAN.

      *   Programmers.: Violet French
      *   Date........: 2026.10.15
      *   Github URL..: https://github.com/Pirategirl9000/RPT2000
      *   Description.: Data-quality sweep of the indexed CUSTMAST.
      *   Reads every customer record once, touches nothing, and
      *   lists on SCANRPT each field that would trip up the rest
      *   of the suite - non-numeric sales, history, or credit
      *   limit fields, a sales history year carried negative, a
      *   branch, salesrep, or territory code no longer on
      *   REFMAST, a blank name, address line, or city, a state
      *   that isn't a postal code, a malformed ZIP code or phone
      *   number, and a zero credit limit on a customer carrying
      *   sales. A customer sitting on the CRHOLD credit hold file
      *   who still has open items more than 90 days old on
      *   OPENITEM is listed as well. Each exception line names
      *   the customer, the field, and the bad value as it sits on
      *   the record.
      *
      *   The listing closes with a count of exceptions by kind
      *   and, for every branch, the records scanned, the records
      *   found clean, and the clean-record percentage, so the
      *   data that CUSTLOAD, MASSCHG, merges, and old keying let
      *   in is found here instead of by a nightly report abending
      *   or printing garbage. A blank phone number is taken as
      *   not on file rather than malformed; a blank territory is
      *   allowed, the same as CUSTMNT allows it.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUMBER.

           SELECT REFMAST  ASSIGN TO REFMAST.

      *    CREDIT HOLD FILE FROM THE LATEST RPT2006 RUN - OPTIONAL
      *    SO A CYCLE THAT HAS NEVER RUN RPT2006 STILL SCANS, WITH
      *    NOBODY TREATED AS HELD
           SELECT OPTIONAL CRHOLD ASSIGN TO CRHOLD.

      *    THE OPEN-ITEM FILE - OPTIONAL SO A CYCLE WITH NO
      *    POSTINGS YET STILL SCANS
           SELECT OPTIONAL OPENITEM ASSIGN TO OPENITEM.

           SELECT SCANRPT  ASSIGN TO SCANRPT.

       DATA DIVISION.

       FILE SECTION.

      **************************************************************
      * THE INDEXED CUSTOMER MASTER - READ FRONT TO BACK IN KEY   *
      * ORDER, NEVER UPDATED                                      *
      **************************************************************
       FD  CUSTMAST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 145 CHARACTERS.
           COPY CUSTREC.

      **************************************************************
      * BRANCH/SALESREP/TERRITORY REFERENCE MASTER - READ ONCE AT *
      * START-UP INTO THE VALIDATION TABLES BELOW, EXACTLY AS     *
      * CUSTMNT LOADS THEM                                        *
      **************************************************************
       FD  REFMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
           COPY REFREC.

      **************************************************************
      * CREDIT HOLD FILE - WHO RPT2006 FLAGGED HOLD ON ITS LATEST *
      * RUN, READ ONCE AT START-UP INTO THE HELD-CUSTOMER TABLE   *
      **************************************************************
       FD  CRHOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
           COPY HOLDREC.

      **************************************************************
      * OPEN-ITEM FILE - READ ONCE AT START-UP TO AGE THE ITEMS   *
      * STILL OPEN FOR EACH HELD CUSTOMER                         *
      **************************************************************
       FD  OPENITEM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
           COPY OPENREC.

      **************************************************************
      * DATA-QUALITY EXCEPTION LISTING - ONE LINE PER BAD FIELD,  *
      * THEN THE EXCEPTION COUNTS AND THE BRANCH TOTALS           *
      **************************************************************
       FD  SCANRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

       WORKING-STORAGE SECTION.

      **************************************************************
      * SWITCHES FOR END OF FILE ON EACH FILE IN PLAY AND FOR     *
      * WHETHER THE CURRENT CUSTOMER IS ON CREDIT HOLD            *
      **************************************************************
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X   VALUE "N".
           05  REFMAST-EOF-SWITCH      PIC X   VALUE "N".
           05  CRHOLD-EOF-SWITCH       PIC X   VALUE "N".
           05  OPENITEM-EOF-SWITCH     PIC X   VALUE "N".
           05  CUSTOMER-HELD-SWITCH    PIC X   VALUE "N".

      **************************************************************
      * THE KEYS OF EVERY BRANCH, SALESREP, AND TERRITORY ON THE  *
      * REFERENCE MASTER, LOADED ONCE AT START-UP - EXACTLY THE   *
      * TABLES CUSTMNT VALIDATES AGAINST                          *
      **************************************************************
       01  REFERENCE-TABLES.
           05  BRANCH-KEY-COUNT        PIC S9(3)  VALUE ZERO.
           05  BRANCH-KEY-ENTRY        PIC X(2)   OCCURS 99 TIMES.
           05  SALESREP-KEY-COUNT      PIC S9(3)  VALUE ZERO.
           05  SALESREP-KEY-ENTRY      PIC X(2)   OCCURS 99 TIMES.
           05  TERRITORY-KEY-COUNT     PIC S9(3)  VALUE ZERO.
           05  TERRITORY-KEY-ENTRY     PIC X(2)   OCCURS 99 TIMES.

      **************************************************************
      * WORK FIELDS FOR THE REFERENCE LOOK-UPS - THE CALLER PUTS  *
      * THE KEY TO FIND IN LOOKUP-KEY AND READS THE ANSWER BACK   *
      * FROM THE MATCHING -VALID- SWITCH                          *
      **************************************************************
       01  REFERENCE-LOOKUP-FIELDS.
           05  LOOKUP-KEY              PIC X(2).
           05  LOOKUP-INDEX            PIC S9(3)  VALUE ZERO.
           05  LOOKUP-FOUND-SWITCH     PIC X      VALUE "N".
           05  BRANCH-VALID-SWITCH     PIC X      VALUE "N".
           05  SALESREP-VALID-SWITCH   PIC X      VALUE "N".
           05  TERRITORY-VALID-SWITCH  PIC X      VALUE "N".
           05  STATE-VALID-SWITCH      PIC X      VALUE "N".

      **************************************************************
      * THE POSTAL CODES A CM-STATE MAY CARRY - THE FIFTY STATES, *
      * THE DISTRICT OF COLUMBIA, PUERTO RICO, THE VIRGIN         *
      * ISLANDS, AND GUAM                                         *
      **************************************************************
       01  STATE-CODE-VALUES.
           05  FILLER              PIC X(36)  VALUE
                   "ALAKAZARCACOCTDEDCFLGAHIIDILINIAKSKY".
           05  FILLER              PIC X(36)  VALUE
                   "LAMEMDMAMIMNMSMOMTNENVNHNJNMNYNCNDOH".
           05  FILLER              PIC X(36)  VALUE
                   "OKORPARISCSDTNTXUTVTVAWAWVWIWYPRVIGU".
       01  STATE-CODE-TABLE REDEFINES STATE-CODE-VALUES.
           05  STATE-CODE-ENTRY    PIC X(2)   OCCURS 54 TIMES.

      **************************************************************
      * THE CUSTOMERS HELD BY THE LATEST RPT2006 RUN, LOADED ONCE *
      * AT START-UP, WITH THE OPEN ITEMS MORE THAN 90 DAYS OLD    *
      * EACH ONE STILL HAS ON OPENITEM - COUNT, OPEN DOLLARS, AND *
      * THE OLDEST INVOICE DATE                                   *
      **************************************************************
       01  HELD-CUSTOMER-TABLE.
           05  HELD-CUSTOMER-COUNT     PIC S9(3)  VALUE ZERO.
           05  HELD-CUSTOMER-ENTRY     OCCURS 500 TIMES.
               10  HC-CUSTOMER-NUMBER  PIC 9(5).
               10  HC-OLD-ITEM-COUNT   PIC S9(3).
               10  HC-OLD-OPEN-AMOUNT  PIC S9(7)V99.
       01  HOLD-LOOKUP-FIELDS.
           05  HOLD-LOOKUP-NUMBER      PIC 9(5)   VALUE ZERO.
           05  HOLD-LOOKUP-INDEX       PIC S9(3)  VALUE ZERO.
           05  FOUND-HOLD-INDEX        PIC S9(3)  VALUE ZERO.

      **************************************************************
      * DATE WORK FIELDS FOR AGING AN OPEN ITEM - AN ITEM DATED   *
      * ON A DAY THE CALENDAR WON'T TAKE IS AGED AS OVER 90 SO IT *
      * CAN'T HIDE AS CURRENT, THE SAME AS CUSTSTMT AGES IT       *
      **************************************************************
       01  AGING-FIELDS.
           05  RUN-DATE-INTEGER        PIC S9(9)  VALUE ZERO.
           05  INVOICE-DATE-INTEGER    PIC S9(9)  VALUE ZERO.
           05  ITEM-AGE-DAYS           PIC S9(5)  VALUE ZERO.

      **************************************************************
      * ONE SLOT PER BRANCH NUMBER 00 THROUGH 99, FOUND BY        *
      * BRANCH NUMBER PLUS ONE, AND A LAST SLOT FOR RECORDS WHOSE *
      * BRANCH NUMBER ISN'T A NUMBER AT ALL                       *
      **************************************************************
       01  BRANCH-TOTAL-TABLE.
           05  BRANCH-TOTAL-ENTRY      OCCURS 101 TIMES.
               10  BT-RECORD-COUNT     PIC S9(5).
               10  BT-CLEAN-COUNT      PIC S9(5).
               10  BT-EXCEPTION-COUNT  PIC S9(5).
       01  BRANCH-WORK-FIELDS.
           05  BRANCH-SLOT             PIC S9(3)  VALUE ZERO.
           05  BRANCH-PRINT-NUMBER     PIC 9(2)   VALUE ZERO.
           05  BRANCH-PERCENT          PIC S9(3)V9 VALUE ZERO.
           05  SUMMARY-PRINT-LINE      PIC X(130).

      **************************************************************
      * THE EXCEPTION ABOUT TO BE LISTED - THE CHECKS FILL THESE  *
      * IN AND 400-LIST-EXCEPTION PRINTS THEM AGAINST THE CURRENT *
      * CUSTOMER                                                  *
      **************************************************************
       01  EXCEPTION-FIELDS.
           05  EXCEPTION-FIELD-NAME    PIC X(16).
           05  EXCEPTION-BAD-VALUE     PIC X(30).
           05  PENDING-ERROR-MESSAGE   PIC X(30).
           05  RECORD-EXCEPTION-COUNT  PIC S9(3)  VALUE ZERO.
           05  HISTORY-INDEX           PIC 9(2)   VALUE ZERO.
           05  VALUE-EDIT              PIC Z,ZZZ,ZZ9.99-.

      **************************************************************
      * THE FIELD NAME SHOWN FOR ONE YEAR OF THE SALES HISTORY    *
      **************************************************************
       01  HISTORY-FIELD-NAME.
           05  FILLER                  PIC X(14)  VALUE
                   "SALES HISTORY ".
           05  HFN-YEAR                PIC 9(1).
           05  FILLER                  PIC X(1)   VALUE SPACE.

      **************************************************************
      * THE BAD VALUE SHOWN FOR A HELD CUSTOMER'S AGED ITEMS      *
      **************************************************************
       01  HELD-ITEMS-VALUE.
           05  HIV-ITEM-COUNT          PIC ZZ9.
           05  FILLER                  PIC X(7)   VALUE " ITEMS ".
           05  HIV-OPEN-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(6)   VALUE SPACE.

      **************************************************************
      * COUNTS FOR THE END OF RUN SUMMARY - RECORDS SCANNED AND   *
      * FOUND CLEAN, AND EXCEPTIONS BY KIND                       *
      **************************************************************
       01  COUNT-FIELDS.
           05  RECORDS-READ-COUNT      PIC S9(5)   VALUE ZERO.
           05  CLEAN-RECORD-COUNT      PIC S9(5)   VALUE ZERO.
           05  EXCEPTION-COUNT         PIC S9(5)   VALUE ZERO.
           05  NUMERIC-ERROR-COUNT     PIC S9(5)   VALUE ZERO.
           05  SIGN-ERROR-COUNT        PIC S9(5)   VALUE ZERO.
           05  REFERENCE-ERROR-COUNT   PIC S9(5)   VALUE ZERO.
           05  BLANK-ERROR-COUNT       PIC S9(5)   VALUE ZERO.
           05  FORMAT-ERROR-COUNT      PIC S9(5)   VALUE ZERO.
           05  CREDIT-ERROR-COUNT      PIC S9(5)   VALUE ZERO.
           05  HELD-AGED-COUNT         PIC S9(5)   VALUE ZERO.

      **************************************************************
      * USED TO PULL IN THE CURRENT-DATE-TIME FOR THE HEADER      *
      * LINES AND THE OPEN-ITEM AGING                             *
      **************************************************************
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

      **************************************************************
      * TODAY'S DATE AS ONE YYYYMMDD NUMBER FOR THE AGING         *
      **************************************************************
       01  RUN-DATE-YYYYMMDD.
           05  RD-YEAR         PIC 9999.
           05  RD-MONTH        PIC 99.
           05  RD-DAY          PIC 99.
       01  RUN-DATE-NUMERIC REDEFINES RUN-DATE-YYYYMMDD
                               PIC 9(8).

      **************************************************************
      * STORES INFORMATION RELEVANT TO THE PAGE                   *
      **************************************************************
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.

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
           05  FILLER          PIC X(20)   VALUE "CUSTOMER MASTER DATA".
           05  FILLER          PIC X(20)   VALUE " QUALITY EXCEPTIONS ".
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(39)   VALUE SPACE.

      **************************************************************
      * STORES THE SECOND HEADER LINE INFORMATION                 *
      * HOLDS THE TIME AND THE PROGRAM ID                         *
      **************************************************************
       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(68)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "CUSTSCAN".
           05  FILLER          PIC X(39)   VALUE SPACE.

      **************************************************************
      * STORES THE THIRD HEADER LINE USED TO DISPLAY A LINE       *
      * SPACER                                                    *
      **************************************************************
       01  HEADING-LINE-3.
           05 FILLER               PIC X(130)   VALUE SPACE.

      **************************************************************
      * STORES THE FOURTH HEADER LINE INFORMATION                 *
      * HOLDS THE COLUMN NAMES FOR THE EXCEPTION LINES            *
      **************************************************************
       01  HEADING-LINE-4.
           05  FILLER      PIC X(4)    VALUE "BR  ".
           05  FILLER      PIC X(7)    VALUE "CUST#  ".
           05  FILLER      PIC X(22)   VALUE "CUSTOMER NAME".
           05  FILLER      PIC X(18)   VALUE "FIELD".
           05  FILLER      PIC X(32)   VALUE "VALUE ON FILE".
           05  FILLER      PIC X(30)   VALUE "EXCEPTION".
           05  FILLER      PIC X(17)   VALUE SPACE.

      **************************************************************
      * STORES THE FIFTH HEADER LINE INFORMATION                  *
      * DISPLAYS COLUMN DIVIDERS FOR THE EXCEPTION LINES          *
      **************************************************************
       01  HEADING-LINE-5.
           05  FILLER      PIC X(2)   VALUE ALL '-'. *> BRANCH
           05  FILLER      PIC X(2)   VALUE SPACE.
           05  FILLER      PIC X(5)   VALUE ALL '-'. *> CUST NUM
           05  FILLER      PIC X(2)   VALUE SPACE.
           05  FILLER      PIC X(20)  VALUE ALL '-'. *> NAME
           05  FILLER      PIC X(2)   VALUE SPACE.
           05  FILLER      PIC X(16)  VALUE ALL '-'. *> FIELD
           05  FILLER      PIC X(2)   VALUE SPACE.
           05  FILLER      PIC X(30)  VALUE ALL '-'. *> VALUE
           05  FILLER      PIC X(2)   VALUE SPACE.
           05  FILLER      PIC X(30)  VALUE ALL '-'. *> EXCEPTION
           05  FILLER      PIC X(17)  VALUE SPACE.

      **************************************************************
      * STORES ONE EXCEPTION LINE - THE CUSTOMER, THE FIELD, THE  *
      * VALUE AS IT SITS ON THE RECORD, AND WHAT IS WRONG WITH IT *
      **************************************************************
       01  EXCEPTION-LINE.
           05  XL-BRANCH-NUMBER    PIC X(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  XL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  XL-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  XL-FIELD-NAME       PIC X(16).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  XL-BAD-VALUE        PIC X(30).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  XL-MESSAGE          PIC X(30).
           05  FILLER              PIC X(17)    VALUE SPACE.

      **************************************************************
      * STORES ONE SUMMARY COUNT LINE OF THE LISTING              *
      **************************************************************
       01  COUNT-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CN-CAPTION          PIC X(34).
           05  CN-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(87)    VALUE SPACE.

      **************************************************************
      * STORES THE CAPTION AND COLUMN LINES OVER THE BRANCH       *
      * TOTALS                                                    *
      **************************************************************
       01  BRANCH-HEADING-LINE-1.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(38)    VALUE
                   "CLEAN RECORDS BY BRANCH".
           05  FILLER              PIC X(90)    VALUE SPACE.
       01  BRANCH-HEADING-LINE-2.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(8)     VALUE "BRANCH".
           05  FILLER              PIC X(10)    VALUE "   RECORDS".
           05  FILLER              PIC X(10)    VALUE "     CLEAN".
           05  FILLER              PIC X(12)    VALUE "  EXCEPTIONS".
           05  FILLER              PIC X(10)    VALUE "   CLEAN %".
           05  FILLER              PIC X(78)    VALUE SPACE.

      **************************************************************
      * STORES ONE BRANCH TOTAL LINE - RECORDS SCANNED, RECORDS   *
      * CLEAN, EXCEPTIONS FOUND, AND THE CLEAN-RECORD PERCENTAGE  *
      **************************************************************
       01  BRANCH-TOTAL-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  BTL-BRANCH-NUMBER   PIC X(2).
           05  FILLER              PIC X(6)     VALUE SPACE.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  BTL-RECORD-COUNT    PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  BTL-CLEAN-COUNT     PIC ZZ,ZZ9.
           05  FILLER              PIC X(6)     VALUE SPACE.
           05  BTL-EXCEPTION-COUNT PIC ZZ,ZZ9.
           05  FILLER              PIC X(5)     VALUE SPACE.
           05  BTL-CLEAN-PERCENT   PIC ZZ9.9.
           05  FILLER              PIC X(79)    VALUE SPACE.

       PROCEDURE DIVISION.

      **************************************************************
      * LOADS THE REFERENCE TABLES AND THE HELD CUSTOMERS, AGES   *
      * THE HELD CUSTOMERS' OPEN ITEMS, SWEEPS THE WHOLE MASTER   *
      * LISTING EVERY BAD FIELD, THEN PRINTS THE EXCEPTION COUNTS *
      * AND THE BRANCH TOTALS                                     *
      **************************************************************
       000-SCAN-CUSTOMER-MASTER.

           PERFORM 100-FORMAT-REPORT-HEADING.

           PERFORM 020-LOAD-REFERENCE-TABLES.
           PERFORM 030-LOAD-CREDIT-HOLDS.

           *> TOTAL UP WHAT EACH HELD CUSTOMER STILL HAS OPEN PAST
           *> 90 DAYS BEFORE THE MASTER PASS REACHES THEM
           IF HELD-CUSTOMER-COUNT > ZERO
               PERFORM 040-AGE-HELD-OPEN-ITEMS.

           INITIALIZE BRANCH-TOTAL-TABLE.

           OPEN INPUT CUSTMAST.
           OPEN OUTPUT SCANRPT.

           PERFORM 300-SCAN-NEXT-CUSTOMER
               UNTIL CUSTMAST-EOF-SWITCH = "Y".

           PERFORM 900-PRINT-SCAN-TOTALS.
           PERFORM 910-PRINT-BRANCH-TOTALS.

           CLOSE CUSTMAST SCANRPT.
           STOP RUN.

      **************************************************************
      * READS THE WHOLE REFERENCE MASTER INTO THE BRANCH,         *
      * SALESREP, AND TERRITORY KEY TABLES - THE FILE IS REQUIRED *
      * FOR THIS RUN SINCE EVERY CODE IS CHECKED AGAINST IT       *
      **************************************************************
       020-LOAD-REFERENCE-TABLES.

           OPEN INPUT REFMAST.
           PERFORM 025-LOAD-REFERENCE-ENTRY
               UNTIL REFMAST-EOF-SWITCH = "Y".
           CLOSE REFMAST.

      **************************************************************
      * READS ONE REFERENCE RECORD AND FILES ITS KEY IN THE TABLE *
      * FOR ITS RECORD TYPE - A TYPE THE TABLES DON'T KNOW (OR AN *
      * OVERFULL TABLE) IS SIMPLY SKIPPED                         *
      **************************************************************
       025-LOAD-REFERENCE-ENTRY.

           READ REFMAST
               AT END
                   MOVE "Y" TO REFMAST-EOF-SWITCH.

           IF REFMAST-EOF-SWITCH = "N"
               EVALUATE RF-RECORD-TYPE
                   WHEN "B"
                       IF BRANCH-KEY-COUNT < 99
                           ADD 1 TO BRANCH-KEY-COUNT
                           MOVE RF-REFERENCE-KEY TO
                               BRANCH-KEY-ENTRY (BRANCH-KEY-COUNT)
                       END-IF
                   WHEN "R"
                       IF SALESREP-KEY-COUNT < 99
                           ADD 1 TO SALESREP-KEY-COUNT
                           MOVE RF-REFERENCE-KEY TO
                               SALESREP-KEY-ENTRY (SALESREP-KEY-COUNT)
                       END-IF
                   WHEN "T"
                       IF TERRITORY-KEY-COUNT < 99
                           ADD 1 TO TERRITORY-KEY-COUNT
                           MOVE RF-REFERENCE-KEY TO
                               TERRITORY-KEY-ENTRY (TERRITORY-KEY-COUNT)
                       END-IF
               END-EVALUATE.

      **************************************************************
      * READS THE CREDIT HOLD FILE INTO THE HELD-CUSTOMER TABLE - *
      * WHEN THE FILE HAS NEVER EXISTED THE TABLE STAYS EMPTY     *
      **************************************************************
       030-LOAD-CREDIT-HOLDS.

           OPEN INPUT CRHOLD.
           PERFORM 035-LOAD-ONE-CREDIT-HOLD
               UNTIL CRHOLD-EOF-SWITCH = "Y".
           CLOSE CRHOLD.

      **************************************************************
      * READS ONE CREDIT HOLD RECORD AND FILES ITS CUSTOMER IN    *
      * THE HELD-CUSTOMER TABLE WITH NO AGED ITEMS YET - AN       *
      * OVERFULL TABLE IS REFUSED LOUDLY                          *
      **************************************************************
       035-LOAD-ONE-CREDIT-HOLD.

           READ CRHOLD
               AT END
                   MOVE "Y" TO CRHOLD-EOF-SWITCH.

           IF CRHOLD-EOF-SWITCH = "N"
               IF HELD-CUSTOMER-COUNT < 500
                   ADD 1 TO HELD-CUSTOMER-COUNT
                   MOVE CH-CUSTOMER-NUMBER TO
                       HC-CUSTOMER-NUMBER (HELD-CUSTOMER-COUNT)
                   MOVE ZERO TO
                       HC-OLD-ITEM-COUNT (HELD-CUSTOMER-COUNT)
                       HC-OLD-OPEN-AMOUNT (HELD-CUSTOMER-COUNT)
               ELSE
                   DISPLAY "CUSTSCAN: CREDIT HOLD TABLE FULL -"
                   DISPLAY "CUSTSCAN: RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.

      **************************************************************
      * READS THE WHOLE OPEN-ITEM FILE AND, FOR EVERY ITEM THAT   *
      * BELONGS TO A HELD CUSTOMER, ROLLS IT INTO THAT CUSTOMER'S *
      * AGED-ITEM TOTALS WHEN IT IS MORE THAN 90 DAYS OLD         *
      **************************************************************
       040-AGE-HELD-OPEN-ITEMS.

           OPEN INPUT OPENITEM.
           PERFORM 045-AGE-ONE-OPEN-ITEM
               UNTIL OPENITEM-EOF-SWITCH = "Y".
           CLOSE OPENITEM.

      **************************************************************
      * READS ONE OPEN ITEM AND, IF IT IS STILL OWING AND ITS     *
      * CUSTOMER IS HELD, AGES IT AGAINST TODAY                   *
      **************************************************************
       045-AGE-ONE-OPEN-ITEM.

           READ OPENITEM
               AT END
                   MOVE "Y" TO OPENITEM-EOF-SWITCH.

           IF OPENITEM-EOF-SWITCH = "N"
                   AND OI-OPEN-AMOUNT > ZERO
               MOVE OI-CUSTOMER-NUMBER TO HOLD-LOOKUP-NUMBER
               PERFORM 700-FIND-HELD-CUSTOMER
               IF FOUND-HOLD-INDEX NOT = ZERO
                   PERFORM 050-AGE-HELD-ITEM.

      **************************************************************
      * WORKS OUT THE CURRENT ITEM'S AGE IN DAYS AND, PAST 90,    *
      * ADDS IT TO ITS HELD CUSTOMER'S AGED-ITEM TOTALS           *
      **************************************************************
       050-AGE-HELD-ITEM.

           IF OI-INVOICE-DATE NUMERIC
               COMPUTE INVOICE-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (OI-INVOICE-DATE)
           ELSE
               MOVE ZERO TO INVOICE-DATE-INTEGER.

           IF INVOICE-DATE-INTEGER > ZERO
               COMPUTE ITEM-AGE-DAYS =
                   RUN-DATE-INTEGER - INVOICE-DATE-INTEGER
           ELSE
               MOVE 999 TO ITEM-AGE-DAYS.

           IF ITEM-AGE-DAYS > 90
               ADD 1 TO HC-OLD-ITEM-COUNT (FOUND-HOLD-INDEX)
               ADD OI-OPEN-AMOUNT TO
                   HC-OLD-OPEN-AMOUNT (FOUND-HOLD-INDEX).

      **************************************************************
      * FORMATS THE LISTING HEADER BY GRABBING THE DATE TIME AND  *
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS, AND TURNS   *
      * TODAY INTO A DAY NUMBER FOR THE AGING                     *
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
      * READS THE NEXT CUSTOMER AND, IF IT'S NOT THE EOF READ,    *
      * PUTS IT THROUGH EVERY CHECK AND TALLIES IT TO ITS BRANCH  *
      **************************************************************
       300-SCAN-NEXT-CUSTOMER.

           READ CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH.

           IF CUSTMAST-EOF-SWITCH = "N"
               ADD 1 TO RECORDS-READ-COUNT
               MOVE ZERO TO RECORD-EXCEPTION-COUNT
               PERFORM 310-CHECK-NUMERIC-FIELDS
               PERFORM 320-CHECK-REFERENCE-CODES
               PERFORM 330-CHECK-NAME-AND-ADDRESS
               PERFORM 340-CHECK-CREDIT-LIMIT
               PERFORM 350-CHECK-HELD-AGED-ITEMS
               PERFORM 360-TALLY-BRANCH.

      **************************************************************
      * CHECKS THE SALES AND CREDIT FIELDS ARE NUMBERS, AND THAT  *
      * NO YEAR OF THE SALES HISTORY IS CARRIED NEGATIVE          *
      **************************************************************
       310-CHECK-NUMERIC-FIELDS.

           IF CM-SALES-THIS-YTD NOT NUMERIC
               MOVE "SALES THIS YTD" TO EXCEPTION-FIELD-NAME
               MOVE CM-SALES-THIS-YTD (1:7) TO EXCEPTION-BAD-VALUE
               MOVE "NOT NUMERIC" TO PENDING-ERROR-MESSAGE
               ADD 1 TO NUMERIC-ERROR-COUNT
               PERFORM 400-LIST-EXCEPTION.

           IF CM-SALES-LAST-YTD NOT NUMERIC
               MOVE "SALES LAST YTD" TO EXCEPTION-FIELD-NAME
               MOVE CM-SALES-LAST-YTD (1:7) TO EXCEPTION-BAD-VALUE
               MOVE "NOT NUMERIC" TO PENDING-ERROR-MESSAGE
               ADD 1 TO NUMERIC-ERROR-COUNT
               PERFORM 400-LIST-EXCEPTION.

           IF CM-CREDIT-LIMIT NOT NUMERIC
               MOVE "CREDIT LIMIT" TO EXCEPTION-FIELD-NAME
               MOVE CM-CREDIT-LIMIT (1:9) TO EXCEPTION-BAD-VALUE
               MOVE "NOT NUMERIC" TO PENDING-ERROR-MESSAGE
               ADD 1 TO NUMERIC-ERROR-COUNT
               PERFORM 400-LIST-EXCEPTION.

           PERFORM 315-CHECK-HISTORY-YEAR
               VARYING HISTORY-INDEX FROM 1 BY 1
               UNTIL HISTORY-INDEX > 5.

      **************************************************************
      * CHECKS ONE YEAR OF THE SALES HISTORY - IT MUST BE A       *
      * NUMBER, AND A YEAR'S SALES ARE NEVER LESS THAN ZERO       *
      **************************************************************
       315-CHECK-HISTORY-YEAR.

           MOVE HISTORY-INDEX TO HFN-YEAR.

           IF CM-SALES-HISTORY (HISTORY-INDEX) NOT NUMERIC
               MOVE HISTORY-FIELD-NAME TO EXCEPTION-FIELD-NAME
               MOVE CM-SALES-HISTORY (HISTORY-INDEX) (1:7)
                   TO EXCEPTION-BAD-VALUE
               MOVE "NOT NUMERIC" TO PENDING-ERROR-MESSAGE
               ADD 1 TO NUMERIC-ERROR-COUNT
               PERFORM 400-LIST-EXCEPTION
           ELSE IF CM-SALES-HISTORY (HISTORY-INDEX) < ZERO
               MOVE HISTORY-FIELD-NAME TO EXCEPTION-FIELD-NAME
               MOVE CM-SALES-HISTORY (HISTORY-INDEX) TO VALUE-EDIT
               MOVE VALUE-EDIT TO EXCEPTION-BAD-VALUE
               MOVE "NEGATIVE SALES YEAR" TO PENDING-ERROR-MESSAGE
               ADD 1 TO SIGN-ERROR-COUNT
               PERFORM 400-LIST-EXCEPTION.

      **************************************************************
      * CHECKS THE BRANCH, SALESREP, AND TERRITORY CODES ARE      *
      * STILL ON THE REFERENCE MASTER - A BLANK TERRITORY IS      *
      * ALLOWED, THE SAME AS CUSTMNT ALLOWS IT                    *
      **************************************************************
       320-CHECK-REFERENCE-CODES.

           MOVE CM-BRANCH-NUMBER TO LOOKUP-KEY.
           PERFORM 710-VALIDATE-BRANCH-NUMBER.
           IF BRANCH-VALID-SWITCH = "N"
               MOVE "BRANCH" TO EXCEPTION-FIELD-NAME
               MOVE LOOKUP-KEY TO EXCEPTION-BAD-VALUE
               MOVE "NOT ON REFMAST" TO PENDING-ERROR-MESSAGE
               ADD 1 TO REFERENCE-ERROR-COUNT
               PERFORM 400-LIST-EXCEPTION.

           MOVE CM-SALESREP-NUMBER TO LOOKUP-KEY.
           PERFORM 720-VALIDATE-SALESREP-NUMBER.
           IF SALESREP-VALID-SWITCH = "N"
               MOVE "SALESREP" TO EXCEPTION-FIELD-NAME
               MOVE LOOKUP-KEY TO EXCEPTION-BAD-VALUE
               MOVE "NOT ON REFMAST" TO PENDING-ERROR-MESSAGE
               ADD 1 TO REFERENCE-ERROR-COUNT
               PERFORM 400-LIST-EXCEPTION.

           IF CM-TERRITORY-CODE NOT = SPACES
               MOVE CM-TERRITORY-CODE TO LOOKUP-KEY
               PERFORM 730-VALIDATE-TERRITORY-CODE
               IF TERRITORY-VALID-SWITCH = "N"
                   MOVE "TERRITORY" TO EXCEPTION-FIELD-NAME
                   MOVE LOOKUP-KEY TO EXCEPTION-BAD-VALUE
                   MOVE "NOT ON REFMAST" TO PENDING-ERROR-MESSAGE
                   ADD 1 TO REFERENCE-ERROR-COUNT
                   PERFORM 400-LIST-EXCEPTION.

      **************************************************************
      * CHECKS THE NAME AND ADDRESS ARE FILLED IN, THE STATE IS A *
      * POSTAL CODE, THE ZIP CODE IS FIVE DIGITS OR NINE, AND A   *
      * PHONE NUMBER ON FILE IS TEN DIGITS WITH A REAL AREA CODE  *
      **************************************************************
       330-CHECK-NAME-AND-ADDRESS.

           IF CM-CUSTOMER-NAME = SPACES
               MOVE "CUSTOMER NAME" TO EXCEPTION-FIELD-NAME
               MOVE SPACES TO EXCEPTION-BAD-VALUE
               MOVE "BLANK" TO PENDING-ERROR-MESSAGE
               ADD 1 TO BLANK-ERROR-COUNT
               PERFORM 400-LIST-EXCEPTION.

           IF CM-ADDRESS-LINE1 = SPACES
               MOVE "ADDRESS LINE 1" TO EXCEPTION-FIELD-NAME
               MOVE SPACES TO EXCEPTION-BAD-VALUE
               MOVE "BLANK" TO PENDING-ERROR-MESSAGE
               ADD 1 TO BLANK-ERROR-COUNT
               PERFORM 400-LIST-EXCEPTION.

           IF CM-CITY = SPACES
               MOVE "CITY" TO EXCEPTION-FIELD-NAME
               MOVE SPACES TO EXCEPTION-BAD-VALUE
               MOVE "BLANK" TO PENDING-ERROR-MESSAGE
               ADD 1 TO BLANK-ERROR-COUNT
               PERFORM 400-LIST-EXCEPTION.

           MOVE CM-STATE TO LOOKUP-KEY.
           PERFORM 740-VALIDATE-STATE-CODE.
           IF STATE-VALID-SWITCH = "N"
               MOVE "STATE" TO EXCEPTION-FIELD-NAME
               MOVE CM-STATE TO EXCEPTION-BAD-VALUE
               MOVE "NOT A POSTAL STATE CODE" TO PENDING-ERROR-MESSAGE
               ADD 1 TO FORMAT-ERROR-COUNT
               PERFORM 400-LIST-EXCEPTION.

           IF CM-ZIP-CODE (1:5) NOT NUMERIC
                   OR (CM-ZIP-CODE (6:4) NOT = SPACES
                       AND CM-ZIP-CODE (6:4) NOT NUMERIC)
               MOVE "ZIP CODE" TO EXCEPTION-FIELD-NAME
               MOVE CM-ZIP-CODE TO EXCEPTION-BAD-VALUE
               MOVE "NOT 5 OR 9 DIGITS" TO PENDING-ERROR-MESSAGE
               ADD 1 TO FORMAT-ERROR-COUNT
               PERFORM 400-LIST-EXCEPTION.

           IF CM-PHONE-NUMBER NOT = SPACES
               IF CM-PHONE-NUMBER NOT NUMERIC
                       OR CM-PHONE-NUMBER (1:1) = "0" OR "1"
                   MOVE "PHONE NUMBER" TO EXCEPTION-FIELD-NAME
                   MOVE CM-PHONE-NUMBER TO EXCEPTION-BAD-VALUE
                   MOVE "NOT A 10-DIGIT PHONE NUMBER" TO
                       PENDING-ERROR-MESSAGE
                   ADD 1 TO FORMAT-ERROR-COUNT
                   PERFORM 400-LIST-EXCEPTION.

      **************************************************************
      * A CUSTOMER CARRYING SALES THIS YEAR OR LAST MUST HAVE A   *
      * CREDIT LIMIT - A ZERO LIMIT PUTS THEM OVER IT ON THE      *
      * FIRST INVOICE                                             *
      **************************************************************
       340-CHECK-CREDIT-LIMIT.

           IF CM-CREDIT-LIMIT NUMERIC
                   AND CM-CREDIT-LIMIT = ZERO
               IF (CM-SALES-THIS-YTD NUMERIC
                       AND CM-SALES-THIS-YTD NOT = ZERO)
                   OR (CM-SALES-LAST-YTD NUMERIC
                       AND CM-SALES-LAST-YTD NOT = ZERO)
                   MOVE "CREDIT LIMIT" TO EXCEPTION-FIELD-NAME
                   MOVE CM-CREDIT-LIMIT TO VALUE-EDIT
                   MOVE VALUE-EDIT TO EXCEPTION-BAD-VALUE
                   MOVE "ZERO LIMIT WITH SALES" TO
                       PENDING-ERROR-MESSAGE
                   ADD 1 TO CREDIT-ERROR-COUNT
                   PERFORM 400-LIST-EXCEPTION.

      **************************************************************
      * A CUSTOMER ON CREDIT HOLD WHO STILL HAS ITEMS OPEN MORE   *
      * THAN 90 DAYS IS LISTED WITH HOW MANY AND HOW MUCH         *
      **************************************************************
       350-CHECK-HELD-AGED-ITEMS.

           MOVE CM-CUSTOMER-NUMBER TO HOLD-LOOKUP-NUMBER.
           PERFORM 700-FIND-HELD-CUSTOMER.

           IF FOUND-HOLD-INDEX NOT = ZERO
               IF HC-OLD-ITEM-COUNT (FOUND-HOLD-INDEX) > ZERO
                   MOVE "OPEN ITEMS" TO EXCEPTION-FIELD-NAME
                   MOVE HC-OLD-ITEM-COUNT (FOUND-HOLD-INDEX)
                       TO HIV-ITEM-COUNT
                   MOVE HC-OLD-OPEN-AMOUNT (FOUND-HOLD-INDEX)
                       TO HIV-OPEN-AMOUNT
                   MOVE HELD-ITEMS-VALUE TO EXCEPTION-BAD-VALUE
                   MOVE "HELD - OPEN ITEMS OVER 90 DAYS" TO
                       PENDING-ERROR-MESSAGE
                   ADD 1 TO HELD-AGED-COUNT
                   PERFORM 400-LIST-EXCEPTION.

      **************************************************************
      * ADDS THE CURRENT CUSTOMER TO ITS BRANCH'S TOTALS AND THE  *
      * RUN'S CLEAN COUNT - A BRANCH NUMBER THAT ISN'T A NUMBER   *
      * IS TALLIED IN THE LAST SLOT                               *
      **************************************************************
       360-TALLY-BRANCH.

           IF CM-BRANCH-NUMBER NUMERIC
               COMPUTE BRANCH-SLOT = CM-BRANCH-NUMBER + 1
           ELSE
               MOVE 101 TO BRANCH-SLOT.

           ADD 1 TO BT-RECORD-COUNT (BRANCH-SLOT).
           ADD RECORD-EXCEPTION-COUNT TO
               BT-EXCEPTION-COUNT (BRANCH-SLOT).

           IF RECORD-EXCEPTION-COUNT = ZERO
               ADD 1 TO BT-CLEAN-COUNT (BRANCH-SLOT)
               ADD 1 TO CLEAN-RECORD-COUNT.

      **************************************************************
      * PRINTS ONE EXCEPTION LINE FOR THE CURRENT CUSTOMER AND    *
      * COUNTS IT AGAINST THE RECORD                              *
      **************************************************************
       400-LIST-EXCEPTION.

           ADD 1 TO RECORD-EXCEPTION-COUNT.
           ADD 1 TO EXCEPTION-COUNT.

           MOVE CM-BRANCH-NUMBER      TO XL-BRANCH-NUMBER.
           MOVE CM-CUSTOMER-NUMBER    TO XL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME      TO XL-CUSTOMER-NAME.
           MOVE EXCEPTION-FIELD-NAME  TO XL-FIELD-NAME.
           MOVE EXCEPTION-BAD-VALUE   TO XL-BAD-VALUE.
           MOVE PENDING-ERROR-MESSAGE TO XL-MESSAGE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.

           MOVE EXCEPTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      **************************************************************
      * PRINTS ONE SUMMARY COUNT LINE                             *
      **************************************************************
       420-PRINT-COUNT-LINE.

           MOVE COUNT-LINE TO SUMMARY-PRINT-LINE.
           PERFORM 430-PRINT-SUMMARY-AREA.

      **************************************************************
      * WRITES WHATEVER SUMMARY LINE IS IN SUMMARY-PRINT-LINE AND *
      * UPDATES THE LINE COUNTER, STARTING A NEW PAGE WHEN THE    *
      * CURRENT ONE IS FULL                                       *
      **************************************************************
       430-PRINT-SUMMARY-AREA.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.

           MOVE SUMMARY-PRINT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      **************************************************************
      * LOOKS THE CUSTOMER IN HOLD-LOOKUP-NUMBER UP IN THE        *
      * HELD-CUSTOMER TABLE AND ANSWERS THROUGH FOUND-HOLD-INDEX  *
      * - ZERO WHEN THE CUSTOMER IS NOT HELD                      *
      **************************************************************
       700-FIND-HELD-CUSTOMER.

           MOVE ZERO TO FOUND-HOLD-INDEX.
           PERFORM 705-SEARCH-HELD-CUSTOMERS
               VARYING HOLD-LOOKUP-INDEX FROM 1 BY 1
               UNTIL HOLD-LOOKUP-INDEX > HELD-CUSTOMER-COUNT
                   OR FOUND-HOLD-INDEX NOT = ZERO.

      **************************************************************
      * COMPARES HOLD-LOOKUP-NUMBER AGAINST ONE ENTRY IN THE      *
      * HELD-CUSTOMER TABLE                                       *
      **************************************************************
       705-SEARCH-HELD-CUSTOMERS.

           IF HOLD-LOOKUP-NUMBER =
                   HC-CUSTOMER-NUMBER (HOLD-LOOKUP-INDEX)
               MOVE HOLD-LOOKUP-INDEX TO FOUND-HOLD-INDEX.

      **************************************************************
      * LOOKS THE KEY IN LOOKUP-KEY UP IN THE BRANCH TABLE AND    *
      * ANSWERS THROUGH BRANCH-VALID-SWITCH                       *
      **************************************************************
       710-VALIDATE-BRANCH-NUMBER.

           MOVE "N" TO LOOKUP-FOUND-SWITCH.
           PERFORM 715-SEARCH-BRANCH-KEYS
               VARYING LOOKUP-INDEX FROM 1 BY 1
               UNTIL LOOKUP-INDEX > BRANCH-KEY-COUNT
                   OR LOOKUP-FOUND-SWITCH = "Y".
           MOVE LOOKUP-FOUND-SWITCH TO BRANCH-VALID-SWITCH.

      **************************************************************
      * COMPARES LOOKUP-KEY AGAINST ONE ENTRY IN THE BRANCH TABLE *
      **************************************************************
       715-SEARCH-BRANCH-KEYS.

           IF LOOKUP-KEY = BRANCH-KEY-ENTRY (LOOKUP-INDEX)
               MOVE "Y" TO LOOKUP-FOUND-SWITCH.

      **************************************************************
      * LOOKS THE KEY IN LOOKUP-KEY UP IN THE SALESREP TABLE AND  *
      * ANSWERS THROUGH SALESREP-VALID-SWITCH                     *
      **************************************************************
       720-VALIDATE-SALESREP-NUMBER.

           MOVE "N" TO LOOKUP-FOUND-SWITCH.
           PERFORM 725-SEARCH-SALESREP-KEYS
               VARYING LOOKUP-INDEX FROM 1 BY 1
               UNTIL LOOKUP-INDEX > SALESREP-KEY-COUNT
                   OR LOOKUP-FOUND-SWITCH = "Y".
           MOVE LOOKUP-FOUND-SWITCH TO SALESREP-VALID-SWITCH.

      **************************************************************
      * COMPARES LOOKUP-KEY AGAINST ONE ENTRY IN THE SALESREP     *
      * TABLE                                                     *
      **************************************************************
       725-SEARCH-SALESREP-KEYS.

           IF LOOKUP-KEY = SALESREP-KEY-ENTRY (LOOKUP-INDEX)
               MOVE "Y" TO LOOKUP-FOUND-SWITCH.

      **************************************************************
      * LOOKS THE KEY IN LOOKUP-KEY UP IN THE TERRITORY TABLE AND *
      * ANSWERS THROUGH TERRITORY-VALID-SWITCH                    *
      **************************************************************
       730-VALIDATE-TERRITORY-CODE.

           MOVE "N" TO LOOKUP-FOUND-SWITCH.
           PERFORM 735-SEARCH-TERRITORY-KEYS
               VARYING LOOKUP-INDEX FROM 1 BY 1
               UNTIL LOOKUP-INDEX > TERRITORY-KEY-COUNT
                   OR LOOKUP-FOUND-SWITCH = "Y".
           MOVE LOOKUP-FOUND-SWITCH TO TERRITORY-VALID-SWITCH.

      **************************************************************
      * COMPARES LOOKUP-KEY AGAINST ONE ENTRY IN THE TERRITORY    *
      * TABLE                                                     *
      **************************************************************
       735-SEARCH-TERRITORY-KEYS.

           IF LOOKUP-KEY = TERRITORY-KEY-ENTRY (LOOKUP-INDEX)
               MOVE "Y" TO LOOKUP-FOUND-SWITCH.

      **************************************************************
      * LOOKS THE CODE IN LOOKUP-KEY UP IN THE POSTAL STATE CODE  *
      * TABLE AND ANSWERS THROUGH STATE-VALID-SWITCH              *
      **************************************************************
       740-VALIDATE-STATE-CODE.

           MOVE "N" TO LOOKUP-FOUND-SWITCH.
           PERFORM 745-SEARCH-STATE-CODES
               VARYING LOOKUP-INDEX FROM 1 BY 1
               UNTIL LOOKUP-INDEX > 54
                   OR LOOKUP-FOUND-SWITCH = "Y".
           MOVE LOOKUP-FOUND-SWITCH TO STATE-VALID-SWITCH.

      **************************************************************
      * COMPARES LOOKUP-KEY AGAINST ONE POSTAL STATE CODE         *
      **************************************************************
       745-SEARCH-STATE-CODES.

           IF LOOKUP-KEY = STATE-CODE-ENTRY (LOOKUP-INDEX)
               MOVE "Y" TO LOOKUP-FOUND-SWITCH.

      **************************************************************
      * PRINTS THE RUN TOTALS - RECORDS SCANNED AND CLEAN, AND    *
      * THE EXCEPTIONS FOUND BY KIND - AND SETS A WARNING RETURN  *
      * CODE WHEN ANYTHING WAS FOUND                              *
      **************************************************************
       900-PRINT-SCAN-TOTALS.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.

           MOVE HEADING-LINE-3 TO SUMMARY-PRINT-LINE.
           PERFORM 430-PRINT-SUMMARY-AREA.

           MOVE "RECORDS SCANNED..................." TO CN-CAPTION.
           MOVE RECORDS-READ-COUNT TO CN-COUNT.
           PERFORM 420-PRINT-COUNT-LINE.

           MOVE "RECORDS CLEAN....................." TO CN-CAPTION.
           MOVE CLEAN-RECORD-COUNT TO CN-COUNT.
           PERFORM 420-PRINT-COUNT-LINE.

           MOVE "EXCEPTIONS LISTED................." TO CN-CAPTION.
           MOVE EXCEPTION-COUNT TO CN-COUNT.
           PERFORM 420-PRINT-COUNT-LINE.

           MOVE "  NON-NUMERIC SALES/CREDIT FIELDS." TO CN-CAPTION.
           MOVE NUMERIC-ERROR-COUNT TO CN-COUNT.
           PERFORM 420-PRINT-COUNT-LINE.

           MOVE "  NEGATIVE SALES HISTORY YEARS...." TO CN-CAPTION.
           MOVE SIGN-ERROR-COUNT TO CN-COUNT.
           PERFORM 420-PRINT-COUNT-LINE.

           MOVE "  CODES NOT ON REFMAST............" TO CN-CAPTION.
           MOVE REFERENCE-ERROR-COUNT TO CN-COUNT.
           PERFORM 420-PRINT-COUNT-LINE.

           MOVE "  BLANK NAME/ADDRESS FIELDS......." TO CN-CAPTION.
           MOVE BLANK-ERROR-COUNT TO CN-COUNT.
           PERFORM 420-PRINT-COUNT-LINE.

           MOVE "  BAD STATE/ZIP/PHONE............." TO CN-CAPTION.
           MOVE FORMAT-ERROR-COUNT TO CN-COUNT.
           PERFORM 420-PRINT-COUNT-LINE.

           MOVE "  ZERO CREDIT LIMIT WITH SALES...." TO CN-CAPTION.
           MOVE CREDIT-ERROR-COUNT TO CN-COUNT.
           PERFORM 420-PRINT-COUNT-LINE.

           MOVE "  HELD WITH ITEMS OVER 90 DAYS...." TO CN-CAPTION.
           MOVE HELD-AGED-COUNT TO CN-COUNT.
           PERFORM 420-PRINT-COUNT-LINE.

           IF EXCEPTION-COUNT NOT = ZERO
               MOVE 4 TO RETURN-CODE.

      **************************************************************
      * PRINTS THE CLEAN-RECORD TOTALS FOR EVERY BRANCH THAT HAD  *
      * RECORDS ON THE MASTER, IN BRANCH NUMBER ORDER             *
      **************************************************************
       910-PRINT-BRANCH-TOTALS.

           MOVE HEADING-LINE-3 TO SUMMARY-PRINT-LINE.
           PERFORM 430-PRINT-SUMMARY-AREA.
           MOVE BRANCH-HEADING-LINE-1 TO SUMMARY-PRINT-LINE.
           PERFORM 430-PRINT-SUMMARY-AREA.
           MOVE BRANCH-HEADING-LINE-2 TO SUMMARY-PRINT-LINE.
           PERFORM 430-PRINT-SUMMARY-AREA.

           PERFORM 915-PRINT-ONE-BRANCH
               VARYING BRANCH-SLOT FROM 1 BY 1
               UNTIL BRANCH-SLOT > 101.

      **************************************************************
      * PRINTS ONE BRANCH'S TOTAL LINE, IF IT HAD ANY RECORDS -   *
      * THE NON-NUMERIC-BRANCH SLOT PRINTS AS "**"                *
      **************************************************************
       915-PRINT-ONE-BRANCH.

           IF BT-RECORD-COUNT (BRANCH-SLOT) > ZERO
               IF BRANCH-SLOT = 101
                   MOVE "**" TO BTL-BRANCH-NUMBER
               ELSE
                   COMPUTE BRANCH-PRINT-NUMBER = BRANCH-SLOT - 1
                   MOVE BRANCH-PRINT-NUMBER TO BTL-BRANCH-NUMBER
               END-IF
               MOVE BT-RECORD-COUNT (BRANCH-SLOT) TO BTL-RECORD-COUNT
               MOVE BT-CLEAN-COUNT (BRANCH-SLOT) TO BTL-CLEAN-COUNT
               MOVE BT-EXCEPTION-COUNT (BRANCH-SLOT)
                   TO BTL-EXCEPTION-COUNT
               COMPUTE BRANCH-PERCENT ROUNDED =
                   BT-CLEAN-COUNT (BRANCH-SLOT) * 100
                       / BT-RECORD-COUNT (BRANCH-SLOT)
               MOVE BRANCH-PERCENT TO BTL-CLEAN-PERCENT
               MOVE BRANCH-TOTAL-LINE TO SUMMARY-PRINT-LINE
               PERFORM 430-PRINT-SUMMARY-AREA.
