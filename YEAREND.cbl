      *   Programmers.: Violet French
      *   Date........: 2026.08.22
      *   Github URL..: https://github.com/Pirategirl9000/RPT2000
      *   Description.: Performs the fiscal year-end roll of the
      *   sales buckets on CUSTMAST and writes the rolled master to
      *   ROLLCUST: the oldest CM-SALES-HISTORY year falls off, the
      *   table pushes down, CM-SALES-LAST-YTD slides into the
      *   newest history slot, CM-SALES-THIS-YTD becomes
      *   roll out to the penny, and the ROLLCTL control file
      *   remembers which year was last rolled so a rerun of the
      *   job cannot double-roll everybody.
      *   The year end is the company's 4-4-5 fiscal year end from
      *   the FISCAL calendar, not December 31: the roll is only
      *   taken when the run date falls in the last fiscal period
      *   of a fiscal year (rolling into the next fiscal year) or
      *   in the first period of one (a rerun that slipped past
      *   the boundary, still rolling into that year). A run on
      *   any other date is refused with nothing rolled.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           SELECT ROLLCTL  ASSIGN TO ROLLCTL
               FILE STATUS IS ROLLCTL-STATUS.

      *    FISCAL CALENDAR MAINTAINED BY FISCMNT - ONE RECORD PER
      *    FISCAL PERIOD. REQUIRED; IT SAYS WHEN THE YEAR ENDS
           SELECT FISCAL   ASSIGN TO FISCAL
               FILE STATUS IS FISCAL-STATUS.


      *    SHARED RUN-CONTROL FILE - THIS PROGRAM APPENDS A RECORD
      *    AT START AND AT END OF ITS RUN SO THE OPERATORS (AND
           05  RC-LAST-ROLLED-YEAR     PIC 9(4).
           05  FILLER                  PIC X(76).

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
      * SHARED RUN-CONTROL FILE - ONE RECORD APPENDED AT START    *
      * AND AT END OF THIS RUN                                    *
       WORKING-STORAGE SECTION.

      **************************************************************
      * SWITCHES FOR END OF FILE, FOR WHETHER THE GUARD SAYS     *
      * THIS YEAR'S ROLL HAS ALREADY BEEN TAKEN, AND FOR WHETHER   *
      * THE RUN DATE IS AWAY FROM THE FISCAL YEAR END              *
      **************************************************************
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X   VALUE "N".
           05  ROLLCTL-EOF-SWITCH      PIC X   VALUE "N".
           05  ALREADY-ROLLED-SWITCH   PIC X   VALUE "N".
           05  FISCAL-EOF-SWITCH       PIC X   VALUE "N".
           05  NOT-YEAR-END-SWITCH     PIC X   VALUE "N".

       01  ROLLCTL-STATUS              PIC XX.
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
      * THE FISCAL YEAR AND PERIOD THE RUN DATE FALLS IN, AND THE *
      * LAST PERIOD NUMBER ON THE CALENDAR FOR THAT FISCAL YEAR   *
      **************************************************************
       01  FISCAL-YEAR-END-FIELDS.
           05  RUN-FISCAL-YEAR         PIC 9(4)   VALUE ZERO.
           05  RUN-FISCAL-PERIOD       PIC 9(2)   VALUE ZERO.
           05  LAST-FISCAL-PERIOD      PIC 9(2)   VALUE ZERO.

      **************************************************************
      * RECORD COUNTS FOR THE CONTROL LISTING - RECORDS OUT MUST   *
                                       OCCURS 5 TIMES VALUE ZERO.

      **************************************************************
      * THE FISCAL YEAR THIS ROLL CARRIES THE MASTER INTO - THE   *
      * NEXT FISCAL YEAR WHEN THE JOB RUNS IN THE LAST PERIOD,    *
      * THE CURRENT ONE WHEN IT RUNS AFTER THE FIRST PERIOD HAS   *
      * OPENED - SO AN ABEND-AND-RERUN ACROSS THE YEAR BOUNDARY   *
      * STILL TRIPS THE GUARD INSTEAD OF DOUBLE-ROLLING EVERYBODY *
      **************************************************************
       01  ROLL-TARGET-YEAR            PIC 9(4)    VALUE ZERO.


      **************************************************************
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *
      * CURRENT-DATE-AND-TIME                                      *
      **************************************************************
       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

      **************************************************************
      * TODAY'S DATE AS ONE YYYYMMDD NUMBER FOR THE FISCAL        *
      * CALENDAR LOOK-UP                                          *
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
                   " - RUN REFUSED, NOTHING WAS ROLLED".
           05  FILLER              PIC X(58)    VALUE SPACE.

      **************************************************************
      * STORES THE REFUSAL LINE PRINTED WHEN THE RUN DATE IS NOT   *
      * IN THE LAST OR FIRST PERIOD OF A FISCAL YEAR               *
      **************************************************************
       01  MID-YEAR-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(24)    VALUE
                   "RUN DATE IS IN PERIOD ".
           05  MYL-FISCAL-PERIOD   PIC 9(2).
           05  FILLER              PIC X(4)     VALUE " OF ".
           05  MYL-LAST-PERIOD     PIC 9(2).
           05  FILLER              PIC X(4)     VALUE " FY ".
           05  MYL-FISCAL-YEAR     PIC 9(4).
           05  FILLER              PIC X(46)    VALUE
                   " - NOT AT FISCAL YEAR END, NOTHING WAS ROLLED".
           05  FILLER              PIC X(42)    VALUE SPACE.

      **************************************************************
      * STORES ONE RECORD-COUNT OR MESSAGE LINE OF THE LISTING     *
      **************************************************************
           *> LOG THIS RUN ON THE SHARED RUN-CONTROL FILE
           PERFORM 080-WRITE-RUN-START.

           *> WORK OUT WHICH FISCAL YEAR THIS ROLL CARRIES THE
           *> MASTER INTO - A RUN IN THE LAST PERIOD ROLLS INTO
           *> NEXT FISCAL YEAR, A RERUN IN THE FIRST PERIOD IS
           *> STILL ROLLING INTO THIS ONE
           PERFORM 030-LOAD-FISCAL-CALENDAR.
           PERFORM 040-FIND-FISCAL-YEAR-END.

           OPEN OUTPUT ROLLRPT.

           *> A GUARD RECORD ALREADY STAMPED WITH THIS YEAR MEANS
           *> THE ROLL HAS BEEN TAKEN - A SECOND PASS WOULD PUSH
           *> EVERY CUSTOMER'S HISTORY DOWN TWO YEARS INSTEAD OF ONE
           IF NOT-YEAR-END-SWITCH = "N"
               PERFORM 050-CHECK-ROLL-GUARD.

           IF NOT-YEAR-END-SWITCH = "Y"
               PERFORM 070-REFUSE-MID-YEAR-ROLL
           ELSE IF ALREADY-ROLLED-SWITCH = "Y"
               PERFORM 060-REFUSE-DOUBLE-ROLL
           ELSE
               OPEN INPUT  CUSTMAST
           CLOSE ROLLRPT.
           STOP RUN.

      **************************************************************
      * READS THE FISCAL CALENDAR INTO THE FISCAL PERIOD TABLE -  *
      * WITHOUT IT THERE IS NO TELLING WHEN THE YEAR ENDS, SO A   *
      * MISSING FILE OR AN OVERFULL TABLE REFUSES THE RUN         *
      **************************************************************
       030-LOAD-FISCAL-CALENDAR.

           OPEN INPUT FISCAL.
           IF FISCAL-STATUS NOT = "00"
               DISPLAY "YEAREND: FISCAL CALENDAR NOT AVAILABLE -"
               DISPLAY "YEAREND: RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           PERFORM 035-LOAD-ONE-FISCAL-PERIOD
               UNTIL FISCAL-EOF-SWITCH = "Y".
           CLOSE FISCAL.

      **************************************************************
      * READS ONE FISCAL PERIOD RECORD AND FILES IT IN THE TABLE  *
      **************************************************************
       035-LOAD-ONE-FISCAL-PERIOD.

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
                   DISPLAY "YEAREND: FISCAL CALENDAR TABLE FULL -"
                   DISPLAY "YEAREND: RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.

      **************************************************************
      * FINDS THE FISCAL PERIOD THE RUN DATE FALLS IN AND THE     *
      * LAST PERIOD OF ITS FISCAL YEAR, AND FROM THEM THE YEAR    *
      * THE ROLL CARRIES THE MASTER INTO - A RUN DATE AWAY FROM   *
      * THE YEAR END SETS THE SWITCH THAT REFUSES THE ROLL, AND   *
      * ONE THE CALENDAR DOES NOT COVER REFUSES THE RUN OUTRIGHT  *
      **************************************************************
       040-FIND-FISCAL-YEAR-END.

           MOVE RUN-DATE-NUMERIC TO FISCAL-LOOKUP-DATE.
           PERFORM 730-FIND-FISCAL-PERIOD.

           IF FOUND-PERIOD-INDEX = ZERO
               DISPLAY "YEAREND: RUN DATE IS NOT ON THE FISCAL"
               DISPLAY "YEAREND: CALENDAR - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE FPE-FISCAL-YEAR (FOUND-PERIOD-INDEX)
               TO RUN-FISCAL-YEAR.
           MOVE FPE-FISCAL-PERIOD (FOUND-PERIOD-INDEX)
               TO RUN-FISCAL-PERIOD.

           MOVE ZERO TO LAST-FISCAL-PERIOD.
           PERFORM 045-NOTE-LAST-FISCAL-PERIOD
               VARYING FISCAL-LOOKUP-INDEX FROM 1 BY 1
               UNTIL FISCAL-LOOKUP-INDEX > FISCAL-PERIOD-COUNT.

           IF RUN-FISCAL-PERIOD = LAST-FISCAL-PERIOD
               COMPUTE ROLL-TARGET-YEAR = RUN-FISCAL-YEAR + 1
           ELSE IF RUN-FISCAL-PERIOD = 1
               MOVE RUN-FISCAL-YEAR TO ROLL-TARGET-YEAR
           ELSE
               MOVE "Y" TO NOT-YEAR-END-SWITCH.

      **************************************************************
      * KEEPS THE HIGHEST PERIOD NUMBER SEEN FOR THE RUN DATE'S   *
      * FISCAL YEAR                                               *
      **************************************************************
       045-NOTE-LAST-FISCAL-PERIOD.

           IF FPE-FISCAL-YEAR (FISCAL-LOOKUP-INDEX) = RUN-FISCAL-YEAR
                   AND FPE-FISCAL-PERIOD (FISCAL-LOOKUP-INDEX) >
                       LAST-FISCAL-PERIOD
               MOVE FPE-FISCAL-PERIOD (FISCAL-LOOKUP-INDEX)
                   TO LAST-FISCAL-PERIOD.

      **************************************************************
      * OPENS THE OPTIONAL ROLL-GUARD FILE AND READS ITS ONE       *
      * RECORD - IF THE FILE ISN'T THERE THE MASTER HAS NEVER      *

           MOVE 8 TO RETURN-CODE.

      **************************************************************
      * PRINTS THE MID-YEAR REFUSAL TO THE CONTROL LISTING AND     *
      * SETS THE SAME NONZERO RETURN CODE AS A DOUBLE ROLL -       *
      * ROLLCUST IS NEVER OPENED AND THE GUARD IS LEFT ALONE       *
      **************************************************************
       070-REFUSE-MID-YEAR-ROLL.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.

           MOVE RUN-FISCAL-PERIOD  TO MYL-FISCAL-PERIOD.
           MOVE LAST-FISCAL-PERIOD TO MYL-LAST-PERIOD.
           MOVE RUN-FISCAL-YEAR    TO MYL-FISCAL-YEAR.
           MOVE MID-YEAR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE 8 TO RETURN-CODE.

      **************************************************************
      * FORMATS THE LISTING HEADER BY GRABBING THE DATE TIME AND   *
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS               *
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

           MOVE CD-YEAR    TO RD-YEAR.
           MOVE CD-MONTH   TO RD-MONTH.
           MOVE CD-DAY     TO RD-DAY.

      **************************************************************
      * READS ONE CUSTMAST RECORD AND, IF IT'S NOT THE EOF READ,   *
      * TOTALS ITS BUCKETS INTO THE BEFORE COLUMN, ROLLS IT,       *

           MOVE ZERO TO LINE-COUNT.

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
      * RESTAMPS THE ROLL GUARD WITH THE YEAR JUST ROLLED INTO SO  *
      * A RERUN OF THE JOB - EVEN ONE THAT SLIPS PAST MIDNIGHT     *
