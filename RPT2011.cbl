       IDENTIFICATION DIVISION.

       PROGRAM-ID. RPT2011.

      *   Programmers.: Violet French
      *   Date........: 2026.10.15
      *   Github URL..: https://github.com/Pirategirl9000/RPT2000
      *   Description.: Projected year-end sales forecast. Takes
      *   each customer's CM-SALES-THIS-YTD to date and projects
      *   where the customer will finish the year, using how far
      *   through last year's sales the customer was at this same
      *   point last year. That point comes off the CUSTSNAP
      *   month-end snapshots - the year-ago snapshots for the
      *   month before the run month and for the run month itself,
      *   interpolated by the day of the month - over the
      *   customer's CM-SALES-LAST-YTD. A customer too new to have
      *   a year-ago snapshot (or with no sales last year) is
      *   projected on the pattern of the customers of its branch
      *   that do have one, then on the whole company's pattern,
      *   and if nobody has one, straight-line on the days of the
      *   fiscal year elapsed. The basis used prints on every line.
      *
      *   The year is the fiscal year, since YEAREND rolls the YTD
      *   fields at the fiscal year end: the run date is found on
      *   the FISCAL calendar (the run is refused if it isn't
      *   there), the straight-line basis counts the days from the
      *   fiscal year's first day over the days in the fiscal
      *   year, and the year-ago snapshot for the month before is
      *   taken as zero when that month ended before last fiscal
      *   year began - nothing had been sold yet in that year.
      *
      *   The report lists every customer by branch and salesrep
      *   with last year's sales, this year to date, the projected
      *   year end and its percent against last year, rolls all
      *   three up by rep, branch and company, and flags every
      *   customer projected to finish more than a set percent
      *   below last year (10 unless the optional FCSTCARD "P"
      *   card punches another in columns 3-5). The same figures
      *   go to FCSTCSV, a comma-delimited file laid out like
      *   RPT2004's YTDCSV, for loading into the budget model.
      *
      *   SNAPHIST is every snapshot generation on hand read as
      *   one file; each record carries its own snapshot month so
      *   only the two months wanted are used, whatever order the
      *   generations are concatenated in. The customers and the
      *   REFMAST names come off the nightly CUSTXTR extract, and
      *   the run is refused unless the extract agrees with its
      *   trailer and this cycle's CUSTEXTR has completed.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    THE NIGHTLY CUSTOMER EXTRACT - THE REFMAST NAMES, EVERY
      *    CUSTMAST RECORD, AND THE CONTROL-TOTAL TRAILER
           SELECT CUSTXTR  ASSIGN TO CUSTXTR.

      *    EVERY MONTH-END SNAPSHOT GENERATION ON HAND, READ AS ONE
      *    FILE - ONLY THE TWO YEAR-AGO MONTHS THE PATTERN NEEDS
      *    ARE KEPT
           SELECT SNAPHIST ASSIGN TO SNAPHIST.

      *    FISCAL CALENDAR MAINTAINED BY FISCMNT - ONE RECORD PER
      *    FISCAL PERIOD. REQUIRED; THE YTD FIELDS RUN FROM THE
      *    FISCAL YEAR'S FIRST DAY, SO NOTHING CAN BE PROJECTED
      *    WITHOUT KNOWING WHERE THE FISCAL YEAR STANDS
           SELECT FISCAL ASSIGN TO FISCAL
               FILE STATUS IS FISCAL-STATUS.

      *    OPTIONAL CONTROL CARD - THE BELOW-LAST-YEAR PERCENT
           SELECT OPTIONAL FCSTCARD ASSIGN TO FCSTCARD.

      *    SRTPAT HOLDS EACH CUSTOMER'S YEAR-AGO SNAPSHOTS FOLLOWED
      *    BY ITS CURRENT RECORD, IN CUSTOMER NUMBER ORDER
           SELECT SRTPAT   ASSIGN TO SRTPAT01.
           SELECT SORT-PATTERN-FILE ASSIGN TO SRTWK21.

      *    SRTFCST HOLDS ONE RECORD PER CUSTOMER IN BRANCH/REP/
      *    CUSTOMER ORDER SO THE MAIN LOOP CAN BREAK ON BOTH
           SELECT SRTFCST  ASSIGN TO SRTFCS01.
           SELECT SORT-FCST-FILE ASSIGN TO SRTWK22.

           SELECT ORPT2011 ASSIGN TO RPT2011.
           SELECT FCSTCSV  ASSIGN TO FCSTCSV
               ORGANIZATION IS LINE SEQUENTIAL.

      *    SHARED RUN-CONTROL FILE - THIS PROGRAM APPENDS A RECORD
      *    AT START AND AT END OF ITS RUN SO THE OPERATORS (AND
      *    THE OTHER PROGRAMS IN THE SUITE) CAN SEE WHAT RAN
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL.

       DATA DIVISION.

       FILE SECTION.

      **************************************************************
      * INPUT FILE - THE NIGHTLY CUSTOMER EXTRACT, READ ONLY BY   *
      * THE FIRST SORT'S INPUT PROCEDURE BELOW                    *
      **************************************************************
       FD  CUSTXTR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 150 CHARACTERS.
           COPY CXTRREC.

      **************************************************************
      * INPUT FILE - THE MONTH-END SNAPSHOTS, ONE RECORD PER      *
      * CUSTOMER PER MONTH ON HAND                                *
      **************************************************************
       FD  SNAPHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 151 CHARACTERS
           BLOCK CONTAINS 151 CHARACTERS.
           COPY SNAPREC.

      **************************************************************
      * FISCAL CALENDAR - READ ONCE AT START-UP INTO THE FISCAL   *
      * PERIOD TABLE BELOW                                        *
      **************************************************************
       FD  FISCAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
           COPY FISCREC.

      **************************************************************
      * CONTROL CARD - A "P" CARD WITH THE PERCENT BELOW LAST     *
      * YEAR A PROJECTION MUST FALL TO BE FLAGGED                 *
      **************************************************************
       FD  FCSTCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  FORECAST-CARD-RECORD.
           05  FC-CARD-TYPE            PIC X(1).
           05  FILLER                  PIC X(1).
           05  FC-BELOW-PERCENT        PIC 9(3).
           05  FILLER                  PIC X(75).

      **************************************************************
      * SORT WORK FILE - BRINGS EACH CUSTOMER'S YEAR-AGO          *
      * SNAPSHOTS ("1" THE MONTH BEFORE, "2" THE RUN MONTH) AND   *
      * ITS CURRENT RECORD ("3") TOGETHER ON CUSTOMER NUMBER      *
      **************************************************************
       SD  SORT-PATTERN-FILE.
       01  SP-RECORD.
           05  SP-CUSTOMER-NUMBER      PIC 9(5).
           05  SP-RECORD-TYPE          PIC X(1).
           05  SP-CUSTOMER-DATA        PIC X(145).

      **************************************************************
      * THE PATTERN RECORDS IN CUSTOMER NUMBER ORDER              *
      **************************************************************
       FD  SRTPAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 151 CHARACTERS
           BLOCK CONTAINS 151 CHARACTERS.
       01  PM-RECORD.
           05  PM-CUSTOMER-NUMBER      PIC 9(5).
           05  PM-RECORD-TYPE          PIC X(1).
           05  PM-CUSTOMER-DATA        PIC X(145).

      **************************************************************
      * SORT WORK FILE - ONE RECORD PER CUSTOMER CARRYING WHAT    *
      * THE CUSTOMER HAD SOLD BY THIS DATE LAST YEAR, WHEN ITS    *
      * OWN SNAPSHOTS COULD SAY, RE-SEQUENCED BY BRANCH, REP AND  *
      * CUSTOMER NUMBER                                           *
      **************************************************************
       SD  SORT-FCST-FILE.
       01  SF-RECORD.
           05  SF-BRANCH-NUMBER        PIC 9(2).
           05  SF-SALESREP-NUMBER      PIC 9(2).
           05  SF-CUSTOMER-NUMBER      PIC 9(5).
           05  SF-CUSTOMER-NAME        PIC X(20).
           05  SF-SALES-THIS-YTD       PIC S9(5)V99.
           05  SF-SALES-LAST-YTD       PIC S9(5)V99.
           05  SF-OWN-PATTERN-SWITCH   PIC X(1).
           05  SF-EXPECTED-YTD         PIC S9(7)V99.
           05  FILLER                  PIC X(7).

      **************************************************************
      * RE-SEQUENCED INPUT FILE - THE CUSTOMERS IN BRANCH/REP/    *
      * CUSTOMER ORDER FOR THE REPORT AND THE CSV                  *
      **************************************************************
       FD  SRTFCST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
       01  FR-RECORD.
           05  FR-BRANCH-NUMBER        PIC 9(2).
           05  FR-SALESREP-NUMBER      PIC 9(2).
           05  FR-CUSTOMER-NUMBER      PIC 9(5).
           05  FR-CUSTOMER-NAME        PIC X(20).
           05  FR-SALES-THIS-YTD       PIC S9(5)V99.
           05  FR-SALES-LAST-YTD       PIC S9(5)V99.
           05  FR-OWN-PATTERN-SWITCH   PIC X(1).
           05  FR-EXPECTED-YTD         PIC S9(7)V99.
           05  FILLER                  PIC X(7).

      **************************************************************
      * OUTPUT FILE - THE FORECAST REPORT                          *
      **************************************************************
       FD  ORPT2011
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

      **************************************************************
      * CSV OUTPUT FILE - LINE SEQUENTIAL SO EACH RECORD IS A      *
      * PLAIN NEWLINE-TERMINATED TEXT LINE THE BUDGET MODEL CAN    *
      * LOAD DIRECTLY, UNLIKE THE FIXED-BLOCK PRINT FILE ABOVE     *
      **************************************************************
       FD  FCSTCSV.
       01  CSV-LINE        PIC X(150).

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
      * SWITCHES FOR END OF FILE ON EACH FILE IN PLAY             *
      **************************************************************
       01  SWITCHES.
           05  CUSTXTR-EOF-SWITCH      PIC X    VALUE "N".
           05  SNAPHIST-EOF-SWITCH     PIC X    VALUE "N".
           05  FCSTCARD-EOF-SWITCH     PIC X    VALUE "N".
           05  FISCAL-EOF-SWITCH       PIC X    VALUE "N".
           05  SRTPAT-EOF-SWITCH       PIC X    VALUE "N".
           05  SRTFCST-EOF-SWITCH      PIC X    VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".

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
       01  FISCAL-LOOKUP-FIELDS.
           05  FISCAL-LOOKUP-DATE      PIC 9(8)   VALUE ZERO.
           05  FISCAL-LOOKUP-INDEX     PIC S9(3)  VALUE ZERO.
           05  FOUND-PERIOD-INDEX      PIC S9(3)  VALUE ZERO.

      **************************************************************
      * ONE CUSTOMER - OFF THE EXTRACT OR OFF A SNAPSHOT -        *
      * UNPACKED INTO NAMED FIELDS                                *
      **************************************************************
           COPY CUSTREC.

      **************************************************************
      * ONE REFERENCE RECORD OFF THE EXTRACT, ON ITS WAY INTO THE  *
      * BRANCH OR SALESREP NAME TABLE BELOW                        *
      **************************************************************
           COPY REFREC.

      **************************************************************
      * THE EXTRACT'S RECORDS AND DOLLARS AS COUNTED ON THE WAY    *
      * IN, AND AS ITS TRAILER SAYS THEY SHOULD BE - NOTHING IS    *
      * PROJECTED UNLESS THE TWO AGREE                             *
      **************************************************************
       01  EXTRACT-CONTROL-FIELDS.
           05  EXTRACT-TRAILER-SWITCH  PIC X         VALUE "N".
           05  EXTRACT-CUSTOMER-COUNT  PIC S9(7)     VALUE ZERO.
           05  EXTRACT-REFERENCE-COUNT PIC S9(5)     VALUE ZERO.
           05  EXTRACT-DOLLAR-TOTAL    PIC S9(9)V99  VALUE ZERO.
           05  TRAILER-CUSTOMER-COUNT  PIC S9(7)     VALUE ZERO.
           05  TRAILER-REFERENCE-COUNT PIC S9(5)     VALUE ZERO.
           05  TRAILER-DOLLAR-TOTAL    PIC S9(9)V99  VALUE ZERO.

      **************************************************************
      * THE RUN DATE AND WHERE IT FALLS IN ITS MONTH AND ITS      *
      * FISCAL YEAR, AND THE TWO YEAR-AGO SNAPSHOT MONTHS IT SITS *
      * BETWEEN - WHEN THE MONTH BEFORE ENDED BEFORE LAST FISCAL  *
      * YEAR BEGAN, NOTHING HAD BEEN SOLD YET IN THAT YEAR, SO NO *
      * SNAPSHOT IS WANTED FOR IT                                 *
      **************************************************************
       01  FORECAST-DATE-FIELDS.
           05  RUN-DATE-NUMERIC        PIC 9(8)     VALUE ZERO.
           05  RUN-DATE-INTEGER        PIC S9(9)    VALUE ZERO.
           05  PERIOD-START-NUMERIC    PIC 9(8)     VALUE ZERO.
           05  PERIOD-END-NUMERIC      PIC 9(8)     VALUE ZERO.
           05  DAYS-IN-MONTH           PIC S9(3)    VALUE ZERO.
           05  CURRENT-FISCAL-YEAR     PIC 9(4)     VALUE ZERO.
           05  FISCAL-YEAR-START       PIC 9(8)     VALUE ZERO.
           05  FISCAL-YEAR-END         PIC 9(8)     VALUE ZERO.
           05  PRIOR-FISCAL-YEAR       PIC 9(4)     VALUE ZERO.
           05  PRIOR-FISCAL-YEAR-START PIC 9(8)     VALUE ZERO.
           05  DAYS-IN-YEAR            PIC S9(3)    VALUE ZERO.
           05  DAY-OF-YEAR             PIC S9(3)    VALUE ZERO.
           05  PRIOR-SNAP-WANTED       PIC X        VALUE "Y".
           05  PRIOR-SNAP-MONTH.
               10  PRIOR-SNAP-YEAR     PIC 9(4)     VALUE ZERO.
               10  PRIOR-SNAP-MM       PIC 9(2)     VALUE ZERO.
           05  CURRENT-SNAP-MONTH.
               10  CURRENT-SNAP-YEAR   PIC 9(4)     VALUE ZERO.
               10  CURRENT-SNAP-MM     PIC 9(2)     VALUE ZERO.
           05  PRIOR-SNAP-COUNT        PIC S9(7)    VALUE ZERO.
           05  CURRENT-SNAP-COUNT      PIC S9(7)    VALUE ZERO.

      **************************************************************
      * THE YEAR-AGO SNAPSHOTS OF THE CUSTOMER IN HAND ON THE     *
      * PATTERN FILE, AND WHAT THEY SAY THE CUSTOMER HAD SOLD BY  *
      * THIS DATE LAST YEAR                                       *
      **************************************************************
       01  PATTERN-MATCH-FIELDS.
           05  PATTERN-CUSTOMER-NUMBER PIC 9(5)      VALUE ZERO.
           05  PRIOR-SNAP-FOUND        PIC X         VALUE "N".
           05  CURRENT-SNAP-FOUND      PIC X         VALUE "N".
           05  PRIOR-SNAP-YTD          PIC S9(5)V99  VALUE ZERO.
           05  CURRENT-SNAP-YTD        PIC S9(5)V99  VALUE ZERO.
           05  EXPECTED-YTD            PIC S9(7)V99  VALUE ZERO.

      **************************************************************
      * THE BRANCH AND COMPANY PATTERNS - LAST YEAR'S SALES BY    *
      * THIS DATE AND FOR THE FULL YEAR, SUMMED OVER THE          *
      * CUSTOMERS WITH A PATTERN OF THEIR OWN. THE BRANCH ROW     *
      * FOR A BRANCH NUMBER IS ONE PAST IT, SO BRANCH 00 HAS A    *
      * ROW OF ITS OWN                                            *
      **************************************************************
       01  PATTERN-TABLES.
           05  COMPANY-EXPECTED-TOTAL  PIC S9(11)V99 VALUE ZERO.
           05  COMPANY-LAST-YTD-TOTAL  PIC S9(11)V99 VALUE ZERO.
           05  BRANCH-PATTERN-ROW      OCCURS 100 TIMES.
               10  BP-EXPECTED-TOTAL   PIC S9(11)V99.
               10  BP-LAST-YTD-TOTAL   PIC S9(11)V99.

      **************************************************************
      * THE PROJECTION FOR THE CUSTOMER IN HAND - THE BELOW       *
      * PERCENT IS 10 UNLESS THE CONTROL CARD SAYS OTHERWISE      *
      **************************************************************
       01  FORECAST-WORK-FIELDS.
           05  BELOW-PERCENT           PIC 9(3)      VALUE 10.
           05  BRANCH-SLOT             PIC S9(3)     VALUE ZERO.
           05  PROJECTED-YTD           PIC S9(7)V99  VALUE ZERO.
           05  PROJECTION-BASIS        PIC X(8)      VALUE SPACE.
           05  BELOW-LIMIT             PIC S9(7)V99  VALUE ZERO.
           05  BELOW-SWITCH            PIC X         VALUE "N".
           05  CHANGE-PERCENT          PIC S9(3)V9   VALUE ZERO.

      **************************************************************
      * THE CONTROL-BREAK KEYS AND THE ROLLED-UP TOTALS AT EACH   *
      * LEVEL - ALL FOUR TOTAL GROUPS SHARE ONE LAYOUT SO A LEVEL *
      * IS PRINTED BY MOVING ITS GROUP TO LEVEL-TOTALS            *
      **************************************************************
       01  CONTROL-BREAK-FIELDS.
           05  PREV-BRANCH-NUMBER      PIC 9(2)      VALUE ZERO.
           05  PREV-SALESREP-NUMBER    PIC 9(2)      VALUE ZERO.

       01  REP-TOTALS.
           05  RT-LAST-YTD             PIC S9(11)V99 VALUE ZERO.
           05  RT-THIS-YTD             PIC S9(11)V99 VALUE ZERO.
           05  RT-PROJECTED-YTD        PIC S9(11)V99 VALUE ZERO.
           05  RT-CUSTOMER-COUNT       PIC S9(7)     VALUE ZERO.
           05  RT-BELOW-COUNT          PIC S9(7)     VALUE ZERO.

       01  BRANCH-TOTALS.
           05  BT-LAST-YTD             PIC S9(11)V99 VALUE ZERO.
           05  BT-THIS-YTD             PIC S9(11)V99 VALUE ZERO.
           05  BT-PROJECTED-YTD        PIC S9(11)V99 VALUE ZERO.
           05  BT-CUSTOMER-COUNT       PIC S9(7)     VALUE ZERO.
           05  BT-BELOW-COUNT          PIC S9(7)     VALUE ZERO.

       01  GRAND-TOTALS.
           05  GT-LAST-YTD             PIC S9(11)V99 VALUE ZERO.
           05  GT-THIS-YTD             PIC S9(11)V99 VALUE ZERO.
           05  GT-PROJECTED-YTD        PIC S9(11)V99 VALUE ZERO.
           05  GT-CUSTOMER-COUNT       PIC S9(7)     VALUE ZERO.
           05  GT-BELOW-COUNT          PIC S9(7)     VALUE ZERO.

       01  LEVEL-TOTALS.
           05  LV-LAST-YTD             PIC S9(11)V99 VALUE ZERO.
           05  LV-THIS-YTD             PIC S9(11)V99 VALUE ZERO.
           05  LV-PROJECTED-YTD        PIC S9(11)V99 VALUE ZERO.
           05  LV-CUSTOMER-COUNT       PIC S9(7)     VALUE ZERO.
           05  LV-BELOW-COUNT          PIC S9(7)     VALUE ZERO.

      **************************************************************
      * HOW MANY CUSTOMERS WERE PROJECTED ON EACH BASIS           *
      **************************************************************
       01  BASIS-COUNT-FIELDS.
           05  OWN-BASIS-COUNT         PIC S9(7)     VALUE ZERO.
           05  BRANCH-BASIS-COUNT      PIC S9(7)     VALUE ZERO.
           05  COMPANY-BASIS-COUNT     PIC S9(7)     VALUE ZERO.
           05  STRAIGHT-BASIS-COUNT    PIC S9(7)     VALUE ZERO.

      **************************************************************
      * THE NUMBER-TO-NAME TABLES OFF THE REFERENCE MASTER        *
      **************************************************************
       01  REFERENCE-NAME-TABLES.
           05  BRANCH-NAME-COUNT       PIC S9(3)  VALUE ZERO.
           05  BRANCH-NAME-ENTRY       OCCURS 99 TIMES.
               10  BNE-BRANCH-NUMBER   PIC X(2).
               10  BNE-BRANCH-NAME     PIC X(20).
           05  SALESREP-NAME-COUNT     PIC S9(3)  VALUE ZERO.
           05  SALESREP-NAME-ENTRY     OCCURS 99 TIMES.
               10  SNE-SALESREP-NUMBER PIC X(2).
               10  SNE-SALESREP-NAME   PIC X(20).

       01  NAME-LOOKUP-FIELDS.
           05  NAME-LOOKUP-KEY         PIC X(2).
           05  NAME-LOOKUP-INDEX       PIC S9(3)  VALUE ZERO.
           05  FOUND-REFERENCE-NAME    PIC X(20).

      **************************************************************
      * NUMERIC-EDITED WORK FIELDS USED TO BUILD THE DOLLAR       *
      * COLUMNS OF EACH CSV LINE WITHOUT LEADING ZEROS OR A        *
      * DECIMAL-ALIGNED PRINT PICTURE                             *
      **************************************************************
       01  CSV-WORK-FIELDS.
           05  CSV-SALES-LAST-YTD      PIC -(6)9.99.
           05  CSV-SALES-THIS-YTD      PIC -(6)9.99.
           05  CSV-PROJECTED-YTD       PIC -(8)9.99.
           05  CSV-CHANGE-PERCENT      PIC -(3)9.9.
           05  CSV-RECORDS-WRITTEN     PIC S9(7)  VALUE ZERO.

      **************************************************************
      * WORK FIELDS FOR THE SHARED RUN-CONTROL FILE               *
      **************************************************************
       01  RUNCTL-FIELDS.
           05  RUNCTL-EOF-SWITCH       PIC X      VALUE "N".
           05  CUSTEXTR-RUN-STATUS     PIC X(8)   VALUE SPACE.

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
           05  FILLER          PIC X(20)   VALUE "YEAR-END SALES FOREC".
           05  FILLER          PIC X(20)   VALUE "AST REPORT          ".
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".
           05  HL1-PAGE-NUMBER PIC ZZZ9.
           05  FILLER          PIC X(47)   VALUE SPACE.

      **************************************************************
      * STORES THE SECOND HEADER LINE INFORMATION                  *
      * HOLDS THE TIME, THE YEAR-AGO SNAPSHOT MONTHS THE PATTERN   *
      * COMES FROM, THE BELOW-LAST-YEAR PERCENT, AND THE PROGRAM   *
      * ID                                                         *
      **************************************************************
       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(8)    VALUE SPACE.
           05  FILLER          PIC X(9)    VALUE "PATTERN: ".
           05  HL2-PRIOR-MONTH PIC 9(6).
           05  FILLER          PIC X(4)    VALUE " TO ".
           05  HL2-CURRENT-MONTH
                               PIC 9(6).
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  FILLER          PIC X(11)   VALUE "FLAG BELOW ".
           05  HL2-BELOW-PERCENT
                               PIC ZZ9.
           05  FILLER          PIC X(1)    VALUE "%".
           05  FILLER          PIC X(14)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT2011".
           05  FILLER          PIC X(42)   VALUE SPACE.

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
           05  FILLER      PIC X(2)    VALUE "BR".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(2)    VALUE "SR".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(5)    VALUE "CUST#".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(20)   VALUE "CUSTOMER NAME       ".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(15)   VALUE "  SALES LAST YR".
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  FILLER      PIC X(15)   VALUE "  SALES THIS YR".
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  FILLER      PIC X(15)   VALUE "  PROJECTED YR ".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(6)    VALUE "  VS %".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(8)    VALUE "BASIS   ".
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(10)   VALUE "FLAG      ".
           05  FILLER      PIC X(15)   VALUE SPACE.

      **************************************************************
      * STORES THE FIFTH HEADER LINE INFORMATION                   *
      * DISPLAYS COLUMN DIVIDERS FOR THE REPORT                    *
      **************************************************************
       01  HEADING-LINE-5.
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  FILLER      PIC X(2)    VALUE ALL '-'. *> BRANCH
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(2)    VALUE ALL '-'. *> SALESREP
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(5)    VALUE ALL '-'. *> CUST NUM
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(20)   VALUE ALL '-'. *> CUST NAME
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(15)   VALUE ALL '-'. *> LAST YEAR
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  FILLER      PIC X(15)   VALUE ALL '-'. *> THIS YEAR
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  FILLER      PIC X(15)   VALUE ALL '-'. *> PROJECTED
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(6)    VALUE ALL '-'. *> PERCENT
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(8)    VALUE ALL '-'. *> BASIS
           05  FILLER      PIC X(2)    VALUE SPACE.
           05  FILLER      PIC X(10)   VALUE ALL '-'. *> FLAG
           05  FILLER      PIC X(15)   VALUE SPACE.

      **************************************************************
      * STORES ONE CUSTOMER'S FORECAST LINE                        *
      **************************************************************
       01  CUSTOMER-LINE.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  CL-BRANCH-NUMBER    PIC 9(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-SALESREP-NUMBER  PIC 9(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-LAST-YTD         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  CL-THIS-YTD         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  CL-PROJECTED-YTD    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-CHANGE-PERCENT   PIC ZZ9.9-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-BASIS            PIC X(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CL-FLAG             PIC X(10).
           05  FILLER              PIC X(15)    VALUE SPACE.

      **************************************************************
      * STORES THE FIRST TOTAL LINE                                *
      * DISPLAYS COLUMN DIVIDERS FOR A REP, BRANCH, OR COMPANY     *
      * TOTAL                                                      *
      **************************************************************
       01  TOTAL-LINE1.
           05  FILLER              PIC X(38)    VALUE SPACE.
           05  FILLER              PIC X(15)    VALUE ALL '='.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(15)    VALUE ALL '='.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(15)    VALUE ALL '='.
           05  FILLER              PIC X(45)    VALUE SPACE.

      **************************************************************
      * STORES THE SECOND TOTAL LINE                               *
      * HOLDS ONE REP'S, BRANCH'S, OR THE COMPANY'S LAST-YEAR,     *
      * THIS-YEAR AND PROJECTED DOLLARS AND HOW MANY OF ITS        *
      * CUSTOMERS ARE FLAGGED BELOW LAST YEAR                      *
      **************************************************************
       01  TOTAL-LINE2.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  TL-LEVEL-NAME       PIC X(9).
           05  TL-LEVEL-KEY        PIC X(2).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  TL-LEVEL-DESCRIPTION
                                   PIC X(20).
           05  FILLER              PIC X(4)     VALUE SPACE.
           05  TL-LAST-YTD         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  TL-THIS-YTD         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  TL-PROJECTED-YTD    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  TL-CHANGE-PERCENT   PIC ZZ9.9-.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  TL-BELOW-COUNT      PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)     VALUE " OF ".
           05  TL-CUSTOMER-COUNT   PIC ZZ,ZZ9.
           05  FILLER              PIC X(6)     VALUE " BELOW".
           05  FILLER              PIC X(13)    VALUE SPACE.

      **************************************************************
      * STORES THE BASIS-COUNT LINE PRINTED UNDER THE COMPANY      *
      * TOTAL - HOW MANY CUSTOMERS WERE PROJECTED EACH WAY         *
      **************************************************************
       01  BASIS-LINE.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(11)    VALUE "PROJECTED: ".
           05  FILLER              PIC X(5)     VALUE "OWN: ".
           05  BL-OWN-COUNT        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  FILLER              PIC X(8)     VALUE "BRANCH: ".
           05  BL-BRANCH-COUNT     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  FILLER              PIC X(9)     VALUE "COMPANY: ".
           05  BL-COMPANY-COUNT    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  FILLER              PIC X(10)    VALUE "STRAIGHT: ".
           05  BL-STRAIGHT-COUNT   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49)    VALUE SPACE.

      **************************************************************
      * STORES THE SNAPSHOT LINE PRINTED UNDER THE BASIS COUNTS -  *
      * HOW MANY RECORDS OF EACH YEAR-AGO MONTH WERE FOUND, SO A   *
      * MISSING GENERATION SHOWS UP AS A ZERO                      *
      **************************************************************
       01  SNAPSHOT-LINE.
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  FILLER              PIC X(11)    VALUE "SNAPSHOTS: ".
           05  SL-PRIOR-MONTH      PIC 9(6).
           05  FILLER              PIC X(2)     VALUE ": ".
           05  SL-PRIOR-COUNT      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)     VALUE SPACE.
           05  SL-CURRENT-MONTH    PIC 9(6).
           05  FILLER              PIC X(2)     VALUE ": ".
           05  SL-CURRENT-COUNT    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(85)    VALUE SPACE.

       PROCEDURE DIVISION.

      **************************************************************
      * MATCHES EACH CUSTOMER TO ITS YEAR-AGO SNAPSHOTS, BUILDS   *
      * THE BRANCH AND COMPANY PATTERNS, RE-SEQUENCES THE         *
      * CUSTOMERS BY BRANCH AND REP, AND PRINTS AND EXTRACTS ONE  *
      * PROJECTION PER CUSTOMER WITH THE REP, BRANCH AND COMPANY  *
      * ROLL-UPS                                                  *
      **************************************************************
       000-PREPARE-FORECAST-REPORT.

           PERFORM 100-FORMAT-REPORT-HEADING.

           *> LOG THIS RUN ON THE SHARED RUN-CONTROL FILE
           PERFORM 080-WRITE-RUN-START.

           *> REFUSE TO PROJECT FROM AN EXTRACT THIS CYCLE'S
           *> CUSTEXTR NEVER FINISHED WRITING
           PERFORM 085-CHECK-MASTER-CURRENT.

           PERFORM 040-READ-FORECAST-CARD.

           *> FIND WHERE THE RUN DATE SITS IN THE FISCAL YEAR SO
           *> THE YEAR-AGO PATTERN AND THE STRAIGHT-LINE BASIS
           *> BOTH COUNT FROM THE FISCAL YEAR'S FIRST DAY
           PERFORM 060-LOAD-FISCAL-CALENDAR.
           PERFORM 110-LOCATE-FISCAL-PERIOD.

           PERFORM 120-SET-FORECAST-DATES.

           *> THE INPUT PROCEDURE ALSO FILES THE BRANCH AND
           *> SALESREP NAMES FOR THE TOTAL LINES
           SORT SORT-PATTERN-FILE
               ON ASCENDING KEY SP-CUSTOMER-NUMBER
               ON ASCENDING KEY SP-RECORD-TYPE
               INPUT PROCEDURE 150-RELEASE-EXTRACT-RECORDS
               GIVING SRTPAT.

           *> REFUSE TO PROJECT FROM AN EXTRACT THAT DOESN'T AGREE
           *> WITH ITS OWN TRAILER
           PERFORM 170-CHECK-EXTRACT-TOTALS.

           *> THE BRANCH AND COMPANY PATTERNS ARE COMPLETE ONCE
           *> THIS SORT'S INPUT PROCEDURE HAS SEEN EVERY CUSTOMER,
           *> SO THEY ARE READY BEFORE THE FIRST LINE PRINTS
           SORT SORT-FCST-FILE
               ON ASCENDING KEY SF-BRANCH-NUMBER
               ON ASCENDING KEY SF-SALESREP-NUMBER
               ON ASCENDING KEY SF-CUSTOMER-NUMBER
               INPUT PROCEDURE 300-MATCH-CUSTOMER-PATTERNS
               GIVING SRTFCST.

           OPEN INPUT  SRTFCST
                OUTPUT ORPT2011 FCSTCSV.

           PERFORM 190-WRITE-CSV-HEADER-LINE.

           PERFORM 200-PREPARE-FORECAST-LINES
               UNTIL SRTFCST-EOF-SWITCH = "Y".

           *> FLUSH THE LAST REP'S AND BRANCH'S TOTALS - A BREAK
           *> ONLY FIRES WHEN THE *NEXT* ONE IS SEEN
           IF FIRST-RECORD-SWITCH = "N"
               PERFORM 260-FINISH-SALESREP
               PERFORM 270-FINISH-BRANCH.

           PERFORM 500-PRINT-REPORT-TOTALS.

           CLOSE SRTFCST ORPT2011 FCSTCSV.

           *> LOG THIS RUN COMPLETE ON THE RUN-CONTROL FILE
           PERFORM 960-WRITE-RUN-END.

           STOP RUN.

      **************************************************************
      * READS THE OPTIONAL CONTROL CARD FOR A "P" CARD OVERRIDING *
      * THE BELOW-LAST-YEAR PERCENT - NO CARD AT ALL LEAVES THE   *
      * STANDING 10 PERCENT IN PLACE                              *
      **************************************************************
       040-READ-FORECAST-CARD.

           OPEN INPUT FCSTCARD.
           PERFORM 045-READ-ONE-FORECAST-CARD
               UNTIL FCSTCARD-EOF-SWITCH = "Y".
           CLOSE FCSTCARD.

           MOVE BELOW-PERCENT TO HL2-BELOW-PERCENT.

      **************************************************************
      * READS ONE CONTROL CARD AND, IF IT IS A "P" CARD WITH A    *
      * SENSIBLE PERCENT PUNCHED, TAKES THE PERCENT               *
      **************************************************************
       045-READ-ONE-FORECAST-CARD.

           READ FCSTCARD
               AT END
                   MOVE "Y" TO FCSTCARD-EOF-SWITCH.

           IF FCSTCARD-EOF-SWITCH = "N"
               IF FC-CARD-TYPE = "P"
                   IF FC-BELOW-PERCENT NUMERIC
                           AND FC-BELOW-PERCENT > ZERO
                           AND FC-BELOW-PERCENT NOT > 100
                       MOVE FC-BELOW-PERCENT TO BELOW-PERCENT.

      **************************************************************
      * FILES THE KEY AND NAME OF ONE REFERENCE RECORD OFF THE    *
      * EXTRACT IN THE BRANCH OR SALESREP TABLE - TERRITORIES AND *
      * AN OVERFULL TABLE ARE SIMPLY SKIPPED                      *
      **************************************************************
       075-LOAD-REFERENCE-ENTRY.

           IF RF-RECORD-TYPE = "B"
                   AND BRANCH-NAME-COUNT < 99
               ADD 1 TO BRANCH-NAME-COUNT
               MOVE RF-REFERENCE-KEY TO
                   BNE-BRANCH-NUMBER (BRANCH-NAME-COUNT)
               MOVE RF-REFERENCE-NAME TO
                   BNE-BRANCH-NAME (BRANCH-NAME-COUNT).

           IF RF-RECORD-TYPE = "R"
                   AND SALESREP-NAME-COUNT < 99
               ADD 1 TO SALESREP-NAME-COUNT
               MOVE RF-REFERENCE-KEY TO
                   SNE-SALESREP-NUMBER (SALESREP-NAME-COUNT)
               MOVE RF-REFERENCE-NAME TO
                   SNE-SALESREP-NAME (SALESREP-NAME-COUNT).

      **************************************************************
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND   *
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
      * READS THE FISCAL CALENDAR INTO THE FISCAL PERIOD TABLE -  *
      * WITHOUT IT THERE IS NO TELLING WHERE THE YTD FIELDS       *
      * START, SO A MISSING FILE OR AN OVERFULL TABLE REFUSES THE *
      * RUN                                                       *
      **************************************************************
       060-LOAD-FISCAL-CALENDAR.

           OPEN INPUT FISCAL.
           IF FISCAL-STATUS NOT = "00"
               DISPLAY "RPT2011: FISCAL CALENDAR NOT AVAILABLE -"
               DISPLAY "RPT2011: RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           PERFORM 065-LOAD-ONE-FISCAL-PERIOD
               UNTIL FISCAL-EOF-SWITCH = "Y".
           CLOSE FISCAL.

      **************************************************************
      * READS ONE FISCAL PERIOD RECORD AND FILES IT IN THE TABLE  *
      **************************************************************
       065-LOAD-ONE-FISCAL-PERIOD.

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
               ELSE
                   DISPLAY "RPT2011: FISCAL CALENDAR TABLE FULL -"
                   DISPLAY "RPT2011: RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.

      **************************************************************
      * FINDS THE FISCAL PERIOD THE RUN DATE FALLS IN, MEASURES   *
      * ITS FISCAL YEAR OFF THE CALENDAR AND FINDS THE FIRST DAY  *
      * OF THE FISCAL YEAR BEFORE IT - A RUN DATE THE CALENDAR    *
      * DOES NOT COVER REFUSES THE RUN. WHEN LAST FISCAL YEAR IS  *
      * NO LONGER ON THE CALENDAR ITS START IS TAKEN AS THIS      *
      * YEAR'S START LESS ONE YEAR                                *
      **************************************************************
       110-LOCATE-FISCAL-PERIOD.

           COMPUTE RUN-DATE-NUMERIC =
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (RUN-DATE-NUMERIC).

           MOVE RUN-DATE-NUMERIC TO FISCAL-LOOKUP-DATE.
           PERFORM 730-FIND-FISCAL-PERIOD.

           IF FOUND-PERIOD-INDEX = ZERO
               DISPLAY "RPT2011: RUN DATE IS NOT ON THE FISCAL"
               DISPLAY "RPT2011: CALENDAR - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE FPE-FISCAL-YEAR (FOUND-PERIOD-INDEX)
               TO CURRENT-FISCAL-YEAR.
           MOVE FPE-START-DATE (FOUND-PERIOD-INDEX)
               TO FISCAL-YEAR-START.
           MOVE FPE-END-DATE (FOUND-PERIOD-INDEX)
               TO FISCAL-YEAR-END.
           COMPUTE PRIOR-FISCAL-YEAR = CURRENT-FISCAL-YEAR - 1.
           MOVE ZERO TO PRIOR-FISCAL-YEAR-START.

           PERFORM 115-MEASURE-FISCAL-YEAR
               VARYING FISCAL-LOOKUP-INDEX FROM 1 BY 1
               UNTIL FISCAL-LOOKUP-INDEX > FISCAL-PERIOD-COUNT.

           IF PRIOR-FISCAL-YEAR-START = ZERO
               COMPUTE PRIOR-FISCAL-YEAR-START =
                   FISCAL-YEAR-START - 10000.

           *> DAY-OF-YEAR COUNTS THE RUN DATE ITSELF
           COMPUTE DAY-OF-YEAR = RUN-DATE-INTEGER
               - FUNCTION INTEGER-OF-DATE (FISCAL-YEAR-START) + 1.
           COMPUTE DAYS-IN-YEAR =
               FUNCTION INTEGER-OF-DATE (FISCAL-YEAR-END)
               - FUNCTION INTEGER-OF-DATE (FISCAL-YEAR-START) + 1.

      **************************************************************
      * WIDENS THE FISCAL YEAR'S FIRST AND LAST DAYS BY ONE       *
      * CALENDAR ENTRY WHEN THE ENTRY BELONGS TO THE RUN DATE'S   *
      * FISCAL YEAR, AND TAKES THE EARLIEST START OF THE FISCAL   *
      * YEAR BEFORE IT                                            *
      **************************************************************
       115-MEASURE-FISCAL-YEAR.

           IF FPE-FISCAL-YEAR (FISCAL-LOOKUP-INDEX) =
                   CURRENT-FISCAL-YEAR
               IF FPE-START-DATE (FISCAL-LOOKUP-INDEX) <
                       FISCAL-YEAR-START
                   MOVE FPE-START-DATE (FISCAL-LOOKUP-INDEX)
                       TO FISCAL-YEAR-START
               END-IF
               IF FPE-END-DATE (FISCAL-LOOKUP-INDEX) >
                       FISCAL-YEAR-END
                   MOVE FPE-END-DATE (FISCAL-LOOKUP-INDEX)
                       TO FISCAL-YEAR-END.

           IF FPE-FISCAL-YEAR (FISCAL-LOOKUP-INDEX) =
                   PRIOR-FISCAL-YEAR
               IF PRIOR-FISCAL-YEAR-START = ZERO
                       OR FPE-START-DATE (FISCAL-LOOKUP-INDEX) <
                           PRIOR-FISCAL-YEAR-START
                   MOVE FPE-START-DATE (FISCAL-LOOKUP-INDEX)
                       TO PRIOR-FISCAL-YEAR-START.

      **************************************************************
      * WORKS OUT HOW MANY DAYS THE RUN MONTH HAS AND WHICH TWO   *
      * YEAR-AGO SNAPSHOT MONTHS BRACKET THE RUN DATE - THE       *
      * SNAPSHOT FOR THE MONTH BEFORE THE RUN MONTH AND FOR THE   *
      * RUN MONTH ITSELF. THE MONTH BEFORE COUNTS AS ZERO WHEN IT *
      * ENDED BEFORE LAST FISCAL YEAR BEGAN, SINCE NOTHING HAD    *
      * BEEN SOLD IN THAT FISCAL YEAR AT ITS CLOSE                *
      **************************************************************
       120-SET-FORECAST-DATES.

           INITIALIZE PATTERN-TABLES.

           COMPUTE PERIOD-START-NUMERIC =
               CD-YEAR * 10000 + CD-MONTH * 100 + 1.
           IF CD-MONTH = 12
               COMPUTE PERIOD-END-NUMERIC =
                   (CD-YEAR + 1) * 10000 + 0101
           ELSE
               COMPUTE PERIOD-END-NUMERIC =
                   CD-YEAR * 10000 + (CD-MONTH + 1) * 100 + 1.
           COMPUTE DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE (PERIOD-END-NUMERIC)
               - FUNCTION INTEGER-OF-DATE (PERIOD-START-NUMERIC).

           COMPUTE CURRENT-SNAP-YEAR = CD-YEAR - 1.
           MOVE CD-MONTH TO CURRENT-SNAP-MM.
           IF CD-MONTH = 1
               COMPUTE PRIOR-SNAP-YEAR = CD-YEAR - 2
               MOVE 12 TO PRIOR-SNAP-MM
           ELSE
               COMPUTE PRIOR-SNAP-YEAR = CD-YEAR - 1
               COMPUTE PRIOR-SNAP-MM = CD-MONTH - 1.

           *> THE MONTH BEFORE ENDED THE DAY BEFORE THE FIRST OF THE
           *> RUN MONTH A YEAR AGO
           COMPUTE PERIOD-START-NUMERIC =
               (CD-YEAR - 1) * 10000 + CD-MONTH * 100 + 1.
           COMPUTE PERIOD-END-NUMERIC = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (PERIOD-START-NUMERIC) - 1).
           IF PERIOD-END-NUMERIC < PRIOR-FISCAL-YEAR-START
               MOVE "N" TO PRIOR-SNAP-WANTED
           ELSE
               MOVE "Y" TO PRIOR-SNAP-WANTED.

           MOVE PRIOR-SNAP-MONTH   TO HL2-PRIOR-MONTH.
           MOVE CURRENT-SNAP-MONTH TO HL2-CURRENT-MONTH.

      **************************************************************
      * THE FIRST SORT'S INPUT PROCEDURE - READS THE WHOLE         *
      * EXTRACT, FILING THE REFERENCE NAMES, RELEASING EVERY       *
      * CUSTOMER AND COUNTING BOTH FOR THE CHECK AGAINST THE       *
      * TRAILER, THEN RELEASES THE TWO YEAR-AGO SNAPSHOT MONTHS    *
      **************************************************************
       150-RELEASE-EXTRACT-RECORDS.

           OPEN INPUT CUSTXTR.
           PERFORM 160-READ-EXTRACT-RECORD
               UNTIL CUSTXTR-EOF-SWITCH = "Y".
           CLOSE CUSTXTR.

           OPEN INPUT SNAPHIST.
           PERFORM 165-READ-SNAPSHOT-RECORD
               UNTIL SNAPHIST-EOF-SWITCH = "Y".
           CLOSE SNAPHIST.

      **************************************************************
      * READS ONE EXTRACT RECORD AND, BY ITS TYPE, FILES THE       *
      * REFERENCE NAME, RELEASES THE CUSTOMER TO THE SORT, OR      *
      * CAPTURES THE TRAILER'S CONTROL TOTALS                      *
      **************************************************************
       160-READ-EXTRACT-RECORD.

           READ CUSTXTR
               AT END
                   MOVE "Y" TO CUSTXTR-EOF-SWITCH.

           IF CUSTXTR-EOF-SWITCH = "N"
               EVALUATE CX-RECORD-TYPE
                   WHEN "R"
                       ADD 1 TO EXTRACT-REFERENCE-COUNT
                       MOVE CX-REFERENCE-RECORD TO RF-RECORD
                       PERFORM 075-LOAD-REFERENCE-ENTRY
                   WHEN "C"
                       ADD 1 TO EXTRACT-CUSTOMER-COUNT
                       MOVE CX-CUSTOMER-DATA TO CM-RECORD
                       ADD CM-SALES-THIS-YTD TO EXTRACT-DOLLAR-TOTAL
                       MOVE CM-CUSTOMER-NUMBER TO SP-CUSTOMER-NUMBER
                       MOVE "3"                TO SP-RECORD-TYPE
                       MOVE CX-CUSTOMER-DATA   TO SP-CUSTOMER-DATA
                       RELEASE SP-RECORD
                   WHEN "T"
                       MOVE "Y" TO EXTRACT-TRAILER-SWITCH
                       MOVE CX-CUSTOMER-COUNT  TO TRAILER-CUSTOMER-COUNT
                       MOVE CX-REFERENCE-COUNT TO
                           TRAILER-REFERENCE-COUNT
                       MOVE CX-DOLLAR-TOTAL    TO TRAILER-DOLLAR-TOTAL
               END-EVALUATE.

      **************************************************************
      * READS ONE SNAPSHOT RECORD AND RELEASES IT TO THE SORT IF  *
      * IT IS OFF ONE OF THE TWO YEAR-AGO MONTHS WANTED - EVERY   *
      * OTHER MONTH ON HAND IS PASSED OVER                        *
      **************************************************************
       165-READ-SNAPSHOT-RECORD.

           READ SNAPHIST
               AT END
                   MOVE "Y" TO SNAPHIST-EOF-SWITCH.

           IF SNAPHIST-EOF-SWITCH = "N"
               MOVE SPACE TO SP-RECORD-TYPE
               IF SN-SNAPSHOT-MONTH = CURRENT-SNAP-MONTH
                   ADD 1 TO CURRENT-SNAP-COUNT
                   MOVE "2" TO SP-RECORD-TYPE
               ELSE
                   IF SN-SNAPSHOT-MONTH = PRIOR-SNAP-MONTH
                           AND PRIOR-SNAP-WANTED = "Y"
                       ADD 1 TO PRIOR-SNAP-COUNT
                       MOVE "1" TO SP-RECORD-TYPE.

           IF SNAPHIST-EOF-SWITCH = "N"
                   AND SP-RECORD-TYPE NOT = SPACE
               MOVE SN-CUSTOMER-DATA   TO CM-RECORD
               MOVE CM-CUSTOMER-NUMBER TO SP-CUSTOMER-NUMBER
               MOVE SN-CUSTOMER-DATA   TO SP-CUSTOMER-DATA
               RELEASE SP-RECORD.

      **************************************************************
      * REFUSES THE RUN WHEN THE EXTRACT HAS NO TRAILER OR DOESN'T *
      * AGREE WITH IT - A SHORT OR MIXED-UP EXTRACT MUST NEVER     *
      * REACH THE FORECAST OR THE BUDGET MODEL                     *
      **************************************************************
       170-CHECK-EXTRACT-TOTALS.

           IF EXTRACT-TRAILER-SWITCH = "N"
                   OR EXTRACT-CUSTOMER-COUNT
                       NOT = TRAILER-CUSTOMER-COUNT
                   OR EXTRACT-REFERENCE-COUNT
                       NOT = TRAILER-REFERENCE-COUNT
                   OR EXTRACT-DOLLAR-TOTAL
                       NOT = TRAILER-DOLLAR-TOTAL
               DISPLAY "RPT2011: CUSTXTR DOES NOT AGREE WITH ITS"
               DISPLAY "RPT2011: TRAILER - REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      **************************************************************
      * WRITES THE ONE-LINE COLUMN-NAME ROW A SPREADSHEET EXPECTS  *
      * AS THE FIRST LINE OF A DELIMITED FILE                     *
      **************************************************************
       190-WRITE-CSV-HEADER-LINE.

           MOVE SPACES TO CSV-LINE.
           STRING
               "BRANCH,SALESREP,CUSTOMER NUMBER,CUSTOMER NAME,"
                                                        DELIMITED SIZE
               "SALES LAST YTD,SALES THIS YTD,"        DELIMITED SIZE
               "PROJECTED YEAR END,PROJECTED CHANGE PERCENT,"
                                                        DELIMITED SIZE
               "BASIS,BELOW LAST YEAR"                 DELIMITED SIZE
               INTO CSV-LINE.
           WRITE CSV-LINE.

      **************************************************************
      * CALLS THE PARAGRAPH TO READ A CUSTOMER OFF THE RE-         *
      * SEQUENCED FILE, CHECKS FOR A REP OR BRANCH BREAK, THEN     *
      * PROJECTS THE CUSTOMER AND PRINTS AND EXTRACTS ITS LINE IF  *
      * IT ISN'T THE TERMINATING LINE OF THE FILE                  *
      **************************************************************
       200-PREPARE-FORECAST-LINES.

           PERFORM 210-READ-FORECAST-RECORD.

           IF SRTFCST-EOF-SWITCH = "N"
               PERFORM 215-CHECK-CONTROL-BREAKS
               PERFORM 220-PROJECT-CUSTOMER
               PERFORM 230-PRINT-CUSTOMER-LINE
               PERFORM 240-WRITE-CSV-LINE.

      **************************************************************
      * READS A LINE OF THE RE-SEQUENCED FILE AND IF IT'S THE     *
      * LAST ONE UPDATES THE SRTFCST-EOF-SWITCH (END-OF-FILE)     *
      **************************************************************
       210-READ-FORECAST-RECORD.

           READ SRTFCST
               AT END
                   MOVE "Y" TO SRTFCST-EOF-SWITCH.

      **************************************************************
      * DETECTS A CHANGE IN BRANCH OR SALESREP AGAINST THE PRIOR  *
      * RECORD - A NEW BRANCH CLOSES OUT THE REP AND THE BRANCH,  *
      * A NEW REP WITHIN THE BRANCH CLOSES OUT THE REP ALONE      *
      **************************************************************
       215-CHECK-CONTROL-BREAKS.

           IF FIRST-RECORD-SWITCH = "Y"
               MOVE "N" TO FIRST-RECORD-SWITCH
               MOVE FR-BRANCH-NUMBER   TO PREV-BRANCH-NUMBER
               MOVE FR-SALESREP-NUMBER TO PREV-SALESREP-NUMBER
           ELSE
               IF FR-BRANCH-NUMBER NOT = PREV-BRANCH-NUMBER
                   PERFORM 260-FINISH-SALESREP
                   PERFORM 270-FINISH-BRANCH
                   MOVE FR-BRANCH-NUMBER   TO PREV-BRANCH-NUMBER
                   MOVE FR-SALESREP-NUMBER TO PREV-SALESREP-NUMBER
               ELSE
                   IF FR-SALESREP-NUMBER NOT = PREV-SALESREP-NUMBER
                       PERFORM 260-FINISH-SALESREP
                       MOVE FR-SALESREP-NUMBER TO PREV-SALESREP-NUMBER.

      **************************************************************
      * PROJECTS THE CUSTOMER IN HAND ON THE FIRST BASIS THAT     *
      * WORKS - ITS OWN PATTERN, ITS BRANCH'S, THE COMPANY'S, OR  *
      * STRAIGHT-LINE ON THE DAY OF THE YEAR - THEN COMPARES THE  *
      * PROJECTION WITH LAST YEAR AND ADDS IT TO THE REP TOTALS   *
      **************************************************************
       220-PROJECT-CUSTOMER.

           MOVE SPACES TO PROJECTION-BASIS.
           MOVE ZERO   TO PROJECTED-YTD.

           IF FR-OWN-PATTERN-SWITCH = "Y"
               PERFORM 221-PROJECT-FROM-OWN-PATTERN.
           IF PROJECTION-BASIS = SPACES
               PERFORM 222-PROJECT-FROM-BRANCH.
           IF PROJECTION-BASIS = SPACES
               PERFORM 223-PROJECT-FROM-COMPANY.
           IF PROJECTION-BASIS = SPACES
               PERFORM 224-PROJECT-STRAIGHT-LINE.

           EVALUATE PROJECTION-BASIS
               WHEN "OWN"
                   ADD 1 TO OWN-BASIS-COUNT
               WHEN "BRANCH"
                   ADD 1 TO BRANCH-BASIS-COUNT
               WHEN "COMPANY"
                   ADD 1 TO COMPANY-BASIS-COUNT
               WHEN OTHER
                   ADD 1 TO STRAIGHT-BASIS-COUNT
           END-EVALUATE.

           *> ONLY A CUSTOMER THAT SOLD SOMETHING LAST YEAR CAN
           *> FINISH BELOW IT, AND ONLY THEN IS THERE A PERCENT
           MOVE "N"  TO BELOW-SWITCH.
           MOVE ZERO TO CHANGE-PERCENT.
           IF FR-SALES-LAST-YTD > ZERO
               COMPUTE BELOW-LIMIT ROUNDED =
                   FR-SALES-LAST-YTD
                   - FR-SALES-LAST-YTD * BELOW-PERCENT / 100
               IF PROJECTED-YTD < BELOW-LIMIT
                   MOVE "Y" TO BELOW-SWITCH.
           IF FR-SALES-LAST-YTD > ZERO
               COMPUTE CHANGE-PERCENT ROUNDED =
                   (PROJECTED-YTD - FR-SALES-LAST-YTD) * 100
                   / FR-SALES-LAST-YTD
                   ON SIZE ERROR
                       MOVE 999.9 TO CHANGE-PERCENT.

           ADD FR-SALES-LAST-YTD TO RT-LAST-YTD.
           ADD FR-SALES-THIS-YTD TO RT-THIS-YTD.
           ADD PROJECTED-YTD     TO RT-PROJECTED-YTD.
           ADD 1                 TO RT-CUSTOMER-COUNT.
           IF BELOW-SWITCH = "Y"
               ADD 1 TO RT-BELOW-COUNT.

      **************************************************************
      * PROJECTS ON THE CUSTOMER'S OWN PATTERN - THIS YEAR TO     *
      * DATE GROSSED UP BY LAST YEAR'S FULL YEAR OVER WHAT IT HAD *
      * SOLD BY THIS DATE LAST YEAR. A PROJECTION TOO LARGE TO    *
      * HOLD LEAVES THE BASIS BLANK SO THE BRANCH'S IS TRIED      *
      **************************************************************
       221-PROJECT-FROM-OWN-PATTERN.

           MOVE "OWN" TO PROJECTION-BASIS.
           COMPUTE PROJECTED-YTD ROUNDED =
               FR-SALES-THIS-YTD * FR-SALES-LAST-YTD
               / FR-EXPECTED-YTD
               ON SIZE ERROR
                   MOVE SPACES TO PROJECTION-BASIS.

      **************************************************************
      * PROJECTS ON THE BRANCH'S PATTERN, WHEN THE BRANCH HAS ANY *
      * CUSTOMERS WITH A PATTERN OF THEIR OWN                     *
      **************************************************************
       222-PROJECT-FROM-BRANCH.

           COMPUTE BRANCH-SLOT = FR-BRANCH-NUMBER + 1.
           IF BP-EXPECTED-TOTAL (BRANCH-SLOT) > ZERO
               MOVE "BRANCH" TO PROJECTION-BASIS
               COMPUTE PROJECTED-YTD ROUNDED =
                   FR-SALES-THIS-YTD
                   * BP-LAST-YTD-TOTAL (BRANCH-SLOT)
                   / BP-EXPECTED-TOTAL (BRANCH-SLOT)
                   ON SIZE ERROR
                       MOVE SPACES TO PROJECTION-BASIS.

      **************************************************************
      * PROJECTS ON THE COMPANY'S PATTERN, WHEN ANY CUSTOMER AT   *
      * ALL HAS A PATTERN OF ITS OWN                              *
      **************************************************************
       223-PROJECT-FROM-COMPANY.

           IF COMPANY-EXPECTED-TOTAL > ZERO
               MOVE "COMPANY" TO PROJECTION-BASIS
               COMPUTE PROJECTED-YTD ROUNDED =
                   FR-SALES-THIS-YTD * COMPANY-LAST-YTD-TOTAL
                   / COMPANY-EXPECTED-TOTAL
                   ON SIZE ERROR
                       MOVE SPACES TO PROJECTION-BASIS.

      **************************************************************
      * THE LAST RESORT - NO PATTERN ANYWHERE, SO THIS YEAR TO    *
      * DATE IS SPREAD EVENLY OVER THE DAYS OF THE YEAR           *
      **************************************************************
       224-PROJECT-STRAIGHT-LINE.

           MOVE "STRAIGHT" TO PROJECTION-BASIS.
           COMPUTE PROJECTED-YTD ROUNDED =
               FR-SALES-THIS-YTD * DAYS-IN-YEAR / DAY-OF-YEAR
               ON SIZE ERROR
                   MOVE FR-SALES-THIS-YTD TO PROJECTED-YTD.

      **************************************************************
      * PRINTS THE FINISHED FORECAST LINE AND UPDATES THE LINE    *
      * COUNTER SO IT KNOWS WHEN IT HAS TO REPRINT THE HEADER     *
      * LINES FOR A NEW PAGE                                      *
      **************************************************************
       230-PRINT-CUSTOMER-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 290-PRINT-HEADING-LINES.

           MOVE FR-BRANCH-NUMBER   TO CL-BRANCH-NUMBER.
           MOVE FR-SALESREP-NUMBER TO CL-SALESREP-NUMBER.
           MOVE FR-CUSTOMER-NUMBER TO CL-CUSTOMER-NUMBER.
           MOVE FR-CUSTOMER-NAME   TO CL-CUSTOMER-NAME.
           MOVE FR-SALES-LAST-YTD  TO CL-LAST-YTD.
           MOVE FR-SALES-THIS-YTD  TO CL-THIS-YTD.
           MOVE PROJECTED-YTD      TO CL-PROJECTED-YTD.
           MOVE PROJECTION-BASIS   TO CL-BASIS.

           IF FR-SALES-LAST-YTD > ZERO
               MOVE CHANGE-PERCENT TO CL-CHANGE-PERCENT
           ELSE
               MOVE 999.9 TO CL-CHANGE-PERCENT.

           IF BELOW-SWITCH = "Y"
               MOVE "** BELOW *" TO CL-FLAG
           ELSE
               MOVE SPACES TO CL-FLAG.

           MOVE CUSTOMER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      **************************************************************
      * BUILDS ONE COMMA-DELIMITED CSV LINE FROM THE CUSTOMER IN  *
      * HAND AND ITS PROJECTION AND WRITES IT TO FCSTCSV          *
      **************************************************************
       240-WRITE-CSV-LINE.

           MOVE FR-SALES-LAST-YTD TO CSV-SALES-LAST-YTD.
           MOVE FR-SALES-THIS-YTD TO CSV-SALES-THIS-YTD.
           MOVE PROJECTED-YTD     TO CSV-PROJECTED-YTD.
           MOVE CHANGE-PERCENT    TO CSV-CHANGE-PERCENT.

           *> THE CUSTOMER NAME IS QUOTED SINCE IT'S THE ONLY COLUMN
           *> FREE-FORM ENOUGH TO CONTAIN AN EMBEDDED COMMA (E.G.
           *> "SMITH, INC.") THAT WOULD OTHERWISE SPLIT THE LINE INTO
           *> THE WRONG NUMBER OF SPREADSHEET COLUMNS
           MOVE SPACES TO CSV-LINE.
           STRING
               FR-BRANCH-NUMBER                        DELIMITED SIZE
               ","                                      DELIMITED SIZE
               FR-SALESREP-NUMBER                      DELIMITED SIZE
               ","                                      DELIMITED SIZE
               FR-CUSTOMER-NUMBER                      DELIMITED SIZE
               ","                                      DELIMITED SIZE
               '"'                                      DELIMITED SIZE
               FUNCTION TRIM(FR-CUSTOMER-NAME)         DELIMITED SIZE
               '"'                                      DELIMITED SIZE
               ","                                      DELIMITED SIZE
               FUNCTION TRIM(CSV-SALES-LAST-YTD)       DELIMITED SIZE
               ","                                      DELIMITED SIZE
               FUNCTION TRIM(CSV-SALES-THIS-YTD)       DELIMITED SIZE
               ","                                      DELIMITED SIZE
               FUNCTION TRIM(CSV-PROJECTED-YTD)        DELIMITED SIZE
               ","                                      DELIMITED SIZE
               FUNCTION TRIM(CSV-CHANGE-PERCENT)       DELIMITED SIZE
               ","                                      DELIMITED SIZE
               FUNCTION TRIM(PROJECTION-BASIS)         DELIMITED SIZE
               ","                                      DELIMITED SIZE
               BELOW-SWITCH                            DELIMITED SIZE
               INTO CSV-LINE.

           WRITE CSV-LINE.
           ADD 1 TO CSV-RECORDS-WRITTEN.

      **************************************************************
      * CLOSES OUT THE FINISHED REP - PRINTS THE REP'S TOTALS AND *
      * ROLLS THEM INTO THE BRANCH                                *
      **************************************************************
       260-FINISH-SALESREP.

           MOVE REP-TOTALS TO LEVEL-TOTALS.
           MOVE "SALESREP " TO TL-LEVEL-NAME.
           MOVE PREV-SALESREP-NUMBER TO TL-LEVEL-KEY.
           MOVE PREV-SALESREP-NUMBER TO NAME-LOOKUP-KEY.
           PERFORM 720-FIND-SALESREP-NAME.
           MOVE FOUND-REFERENCE-NAME TO TL-LEVEL-DESCRIPTION.
           PERFORM 280-PRINT-TOTAL-LINES.

           ADD RT-LAST-YTD       TO BT-LAST-YTD.
           ADD RT-THIS-YTD       TO BT-THIS-YTD.
           ADD RT-PROJECTED-YTD  TO BT-PROJECTED-YTD.
           ADD RT-CUSTOMER-COUNT TO BT-CUSTOMER-COUNT.
           ADD RT-BELOW-COUNT    TO BT-BELOW-COUNT.
           INITIALIZE REP-TOTALS.

      **************************************************************
      * CLOSES OUT THE FINISHED BRANCH - PRINTS THE BRANCH'S      *
      * TOTALS AND ROLLS THEM INTO THE COMPANY                    *
      **************************************************************
       270-FINISH-BRANCH.

           MOVE BRANCH-TOTALS TO LEVEL-TOTALS.
           MOVE "BRANCH   " TO TL-LEVEL-NAME.
           MOVE PREV-BRANCH-NUMBER TO TL-LEVEL-KEY.
           MOVE PREV-BRANCH-NUMBER TO NAME-LOOKUP-KEY.
           PERFORM 710-FIND-BRANCH-NAME.
           MOVE FOUND-REFERENCE-NAME TO TL-LEVEL-DESCRIPTION.
           PERFORM 280-PRINT-TOTAL-LINES.

           ADD BT-LAST-YTD       TO GT-LAST-YTD.
           ADD BT-THIS-YTD       TO GT-THIS-YTD.
           ADD BT-PROJECTED-YTD  TO GT-PROJECTED-YTD.
           ADD BT-CUSTOMER-COUNT TO GT-CUSTOMER-COUNT.
           ADD BT-BELOW-COUNT    TO GT-BELOW-COUNT.
           INITIALIZE BRANCH-TOTALS.

      **************************************************************
      * PRINTS THE DIVIDER AND TOTAL LINES FOR WHICHEVER LEVEL    *
      * HAS JUST BEEN MOVED TO LEVEL-TOTALS, WITH THE LEVEL'S     *
      * PROJECTED PERCENT AGAINST LAST YEAR, AND A SPACER LINE    *
      **************************************************************
       280-PRINT-TOTAL-LINES.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 290-PRINT-HEADING-LINES.

           MOVE LV-LAST-YTD       TO TL-LAST-YTD.
           MOVE LV-THIS-YTD       TO TL-THIS-YTD.
           MOVE LV-PROJECTED-YTD  TO TL-PROJECTED-YTD.
           MOVE LV-CUSTOMER-COUNT TO TL-CUSTOMER-COUNT.
           MOVE LV-BELOW-COUNT    TO TL-BELOW-COUNT.

           MOVE 999.9 TO TL-CHANGE-PERCENT.
           IF LV-LAST-YTD > ZERO
               COMPUTE TL-CHANGE-PERCENT ROUNDED =
                   (LV-PROJECTED-YTD - LV-LAST-YTD) * 100
                   / LV-LAST-YTD
                   ON SIZE ERROR
                       MOVE 999.9 TO TL-CHANGE-PERCENT.

           MOVE TOTAL-LINE1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           MOVE TOTAL-LINE2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      **************************************************************
      * PRINT ALL THE HEADER LINES TO THE OUTPUT FILE, RAN ONCE    *
      * FOR EVERY PAGE                                             *
      **************************************************************
       290-PRINT-HEADING-LINES.

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
      * THE SECOND SORT'S INPUT PROCEDURE - WALKS THE PATTERN     *
      * FILE ONE CUSTOMER AT A TIME, WORKS OUT WHAT EACH HAD SOLD *
      * BY THIS DATE LAST YEAR, ADDS IT TO THE BRANCH AND COMPANY *
      * PATTERNS, AND RELEASES ONE RECORD PER CUSTOMER            *
      **************************************************************
       300-MATCH-CUSTOMER-PATTERNS.

           OPEN INPUT SRTPAT.
           PERFORM 310-READ-PATTERN-RECORD
               UNTIL SRTPAT-EOF-SWITCH = "Y".
           CLOSE SRTPAT.

      **************************************************************
      * READS ONE PATTERN RECORD - A NEW CUSTOMER NUMBER CLEARS   *
      * THE SNAPSHOTS HELD, A SNAPSHOT IS HELD, AND THE CURRENT   *
      * RECORD (WHICH SORTS LAST FOR ITS CUSTOMER) IS RELEASED.   *
      * SNAPSHOTS OF A CUSTOMER NO LONGER ON THE MASTER ARE       *
      * SIMPLY NEVER USED                                         *
      **************************************************************
       310-READ-PATTERN-RECORD.

           READ SRTPAT
               AT END
                   MOVE "Y" TO SRTPAT-EOF-SWITCH.

           IF SRTPAT-EOF-SWITCH = "N"
               IF PM-CUSTOMER-NUMBER NOT = PATTERN-CUSTOMER-NUMBER
                   MOVE PM-CUSTOMER-NUMBER TO PATTERN-CUSTOMER-NUMBER
                   MOVE "N"  TO PRIOR-SNAP-FOUND CURRENT-SNAP-FOUND
                   MOVE ZERO TO PRIOR-SNAP-YTD CURRENT-SNAP-YTD.

           IF SRTPAT-EOF-SWITCH = "N"
               MOVE PM-CUSTOMER-DATA TO CM-RECORD
               EVALUATE PM-RECORD-TYPE
                   WHEN "1"
                       MOVE "Y" TO PRIOR-SNAP-FOUND
                       MOVE CM-SALES-THIS-YTD TO PRIOR-SNAP-YTD
                   WHEN "2"
                       MOVE "Y" TO CURRENT-SNAP-FOUND
                       MOVE CM-SALES-THIS-YTD TO CURRENT-SNAP-YTD
                   WHEN "3"
                       PERFORM 320-RELEASE-CUSTOMER-FORECAST
               END-EVALUATE.

      **************************************************************
      * RELEASES THE CUSTOMER IN HAND - WHEN BOTH YEAR-AGO        *
      * SNAPSHOTS ARE THERE (ONLY THE RUN MONTH'S WHEN THE MONTH  *
      * BEFORE CLOSED BEFORE LAST FISCAL YEAR BEGAN) AND THE      *
      * CUSTOMER SOLD SOMETHING LAST YEAR, WHAT IT HAD SOLD BY    *
      * THIS DATE LAST YEAR IS INTERPOLATED BETWEEN THE TWO MONTH *
      * ENDS BY THE DAY OF THE MONTH, AND IF THAT COMES OUT ABOVE *
      * ZERO THE CUSTOMER HAS A PATTERN OF ITS OWN AND IT GOES    *
      * INTO ITS BRANCH'S AND THE COMPANY'S                       *
      **************************************************************
       320-RELEASE-CUSTOMER-FORECAST.

           MOVE SPACES             TO SF-RECORD.
           MOVE CM-BRANCH-NUMBER   TO SF-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER TO SF-SALESREP-NUMBER.
           MOVE CM-CUSTOMER-NUMBER TO SF-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO SF-CUSTOMER-NAME.
           MOVE CM-SALES-THIS-YTD  TO SF-SALES-THIS-YTD.
           MOVE CM-SALES-LAST-YTD  TO SF-SALES-LAST-YTD.
           MOVE "N"                TO SF-OWN-PATTERN-SWITCH.
           MOVE ZERO               TO SF-EXPECTED-YTD.
           MOVE ZERO               TO EXPECTED-YTD.

           IF CURRENT-SNAP-FOUND = "Y"
                   AND (PRIOR-SNAP-FOUND = "Y"
                       OR PRIOR-SNAP-WANTED = "N")
                   AND CM-SALES-LAST-YTD > ZERO
               COMPUTE EXPECTED-YTD ROUNDED =
                   PRIOR-SNAP-YTD
                   + (CURRENT-SNAP-YTD - PRIOR-SNAP-YTD)
                   * CD-DAY / DAYS-IN-MONTH.

           IF EXPECTED-YTD > ZERO
               MOVE "Y"          TO SF-OWN-PATTERN-SWITCH
               MOVE EXPECTED-YTD TO SF-EXPECTED-YTD
               ADD EXPECTED-YTD      TO COMPANY-EXPECTED-TOTAL
               ADD CM-SALES-LAST-YTD TO COMPANY-LAST-YTD-TOTAL
               COMPUTE BRANCH-SLOT = CM-BRANCH-NUMBER + 1
               ADD EXPECTED-YTD TO BP-EXPECTED-TOTAL (BRANCH-SLOT)
               ADD CM-SALES-LAST-YTD TO
                   BP-LAST-YTD-TOTAL (BRANCH-SLOT).

           RELEASE SF-RECORD.

      **************************************************************
      * PRINTS THE COMPANY TOTAL, THEN HOW MANY CUSTOMERS WERE    *
      * PROJECTED ON EACH BASIS AND HOW MANY RECORDS OF EACH      *
      * YEAR-AGO SNAPSHOT MONTH WERE FOUND                        *
      **************************************************************
       500-PRINT-REPORT-TOTALS.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 290-PRINT-HEADING-LINES.

           MOVE GRAND-TOTALS TO LEVEL-TOTALS.
           MOVE "COMPANY  "  TO TL-LEVEL-NAME.
           MOVE SPACES       TO TL-LEVEL-KEY.
           MOVE "ALL BRANCHES" TO TL-LEVEL-DESCRIPTION.
           PERFORM 280-PRINT-TOTAL-LINES.

           MOVE OWN-BASIS-COUNT      TO BL-OWN-COUNT.
           MOVE BRANCH-BASIS-COUNT   TO BL-BRANCH-COUNT.
           MOVE COMPANY-BASIS-COUNT  TO BL-COMPANY-COUNT.
           MOVE STRAIGHT-BASIS-COUNT TO BL-STRAIGHT-COUNT.
           MOVE BASIS-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE PRIOR-SNAP-MONTH   TO SL-PRIOR-MONTH.
           MOVE PRIOR-SNAP-COUNT   TO SL-PRIOR-COUNT.
           MOVE CURRENT-SNAP-MONTH TO SL-CURRENT-MONTH.
           MOVE CURRENT-SNAP-COUNT TO SL-CURRENT-COUNT.
           MOVE SNAPSHOT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

      **************************************************************
      * LOOKS THE BRANCH NUMBER IN NAME-LOOKUP-KEY UP IN THE      *
      * BRANCH TABLE AND ANSWERS THROUGH FOUND-REFERENCE-NAME     *
      **************************************************************
       710-FIND-BRANCH-NAME.

           MOVE SPACES TO FOUND-REFERENCE-NAME.
           PERFORM 715-SEARCH-BRANCH-NAMES
               VARYING NAME-LOOKUP-INDEX FROM 1 BY 1
               UNTIL NAME-LOOKUP-INDEX > BRANCH-NAME-COUNT
                   OR FOUND-REFERENCE-NAME NOT = SPACES.

      **************************************************************
      * COMPARES NAME-LOOKUP-KEY AGAINST ONE BRANCH TABLE ENTRY   *
      **************************************************************
       715-SEARCH-BRANCH-NAMES.

           IF NAME-LOOKUP-KEY = BNE-BRANCH-NUMBER
                   (NAME-LOOKUP-INDEX)
               MOVE BNE-BRANCH-NAME (NAME-LOOKUP-INDEX)
                   TO FOUND-REFERENCE-NAME.

      **************************************************************
      * LOOKS THE SALESREP NUMBER IN NAME-LOOKUP-KEY UP IN THE    *
      * SALESREP TABLE AND ANSWERS THROUGH FOUND-REFERENCE-NAME   *
      **************************************************************
       720-FIND-SALESREP-NAME.

           MOVE SPACES TO FOUND-REFERENCE-NAME.
           PERFORM 725-SEARCH-SALESREP-NAMES
               VARYING NAME-LOOKUP-INDEX FROM 1 BY 1
               UNTIL NAME-LOOKUP-INDEX > SALESREP-NAME-COUNT
                   OR FOUND-REFERENCE-NAME NOT = SPACES.

      **************************************************************
      * COMPARES NAME-LOOKUP-KEY AGAINST ONE SALESREP TABLE       *
      * ENTRY                                                     *
      **************************************************************
       725-SEARCH-SALESREP-NAMES.

           IF NAME-LOOKUP-KEY = SNE-SALESREP-NUMBER
                   (NAME-LOOKUP-INDEX)
               MOVE SNE-SALESREP-NAME (NAME-LOOKUP-INDEX)
                   TO FOUND-REFERENCE-NAME.

      **************************************************************
      * LOOKS FISCAL-LOOKUP-DATE UP ON THE FISCAL CALENDAR AND    *
      * ANSWERS THROUGH FOUND-PERIOD-INDEX - ZERO WHEN NO PERIOD  *
      * COVERS THE DATE                                           *
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
       080-WRITE-RUN-START.

           PERFORM 950-STAMP-RUN-RECORD.
           MOVE "STARTED " TO RN-STATUS.
           PERFORM 955-APPEND-RUN-RECORD.

      **************************************************************
      * REFUSES TO RUN AGAINST A STALE EXTRACT - THE CYCLE'S      *
      * RUN-CONTROL FILE MUST SHOW CUSTEXTR'S LATEST ENTRY AS     *
      * COMPLETE BEFORE THIS PROGRAM WILL TOUCH CUSTXTR (CUSTEXTR *
      * ITSELF WON'T RUN UNTIL CUSTMNT HAS COMPLETED)             *
      **************************************************************
       085-CHECK-MASTER-CURRENT.

           OPEN INPUT RUNCTL.
           PERFORM 086-SCAN-RUN-RECORD
               UNTIL RUNCTL-EOF-SWITCH = "Y".
           CLOSE RUNCTL.

           IF CUSTEXTR-RUN-STATUS NOT = "COMPLETE"
               DISPLAY "RPT2011: CUSTXTR IS STALE - CUSTEXTR HAS"
               DISPLAY "RPT2011: NOT COMPLETED THIS CYCLE - REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      **************************************************************
      * REMEMBERS THE STATUS OF THE LATEST CUSTEXTR ENTRY SEEN ON *
      * THE RUN-CONTROL FILE                                      *
      **************************************************************
       086-SCAN-RUN-RECORD.

           READ RUNCTL
               AT END
                   MOVE "Y" TO RUNCTL-EOF-SWITCH.

           IF RUNCTL-EOF-SWITCH = "N"
                   AND RN-PROGRAM-ID = "CUSTEXTR"
               MOVE RN-STATUS TO CUSTEXTR-RUN-STATUS.

      **************************************************************
      * FILLS THE SHARED RUN RECORD WITH THIS PROGRAM'S NAME AND  *
      * THE DATE AND TIME                                         *
      **************************************************************
       950-STAMP-RUN-RECORD.

           MOVE SPACES TO RN-RECORD.
           MOVE "RPT2011 " TO RN-PROGRAM-ID.
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
      * PROJECTED AND THE COMPANY'S PROJECTED YEAR END            *
      **************************************************************
       960-WRITE-RUN-END.

           PERFORM 950-STAMP-RUN-RECORD.
           MOVE "COMPLETE" TO RN-STATUS.
           MOVE GT-CUSTOMER-COUNT TO RN-RECORDS-PROCESSED.
           MOVE GT-PROJECTED-YTD  TO RN-DOLLAR-TOTAL.
           PERFORM 955-APPEND-RUN-RECORD.
