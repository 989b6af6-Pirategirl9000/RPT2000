      *   branch and salesrep names off REFMAST - so management
      *   stops rebuilding the plan comparison in a spreadsheet
      *   from the RPT2004 CSV every month.
      *   The quota is prorated by fiscal period, not calendar day:
      *   the run date is found on the FISCAL calendar, and the
      *   annual quota is scaled by the share of the 4-4-5 fiscal
      *   year's days that fall in the periods elapsed through the
      *   one the run date sits in - so a run anywhere in period 3
      *   compares actuals against the first quarter's plan.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           SELECT REFMAST ASSIGN TO REFMAST
               FILE STATUS IS REFMAST-STATUS.

      *    FISCAL CALENDAR MAINTAINED BY FISCMNT - ONE RECORD PER
      *    FISCAL PERIOD. REQUIRED; THE QUOTA CANNOT BE PRORATED
      *    WITHOUT KNOWING WHERE THE FISCAL YEAR STANDS
           SELECT FISCAL ASSIGN TO FISCAL
               FILE STATUS IS FISCAL-STATUS.

           SELECT ORPT2009 ASSIGN TO RPT2009.

      *    SHARED RUN-CONTROL FILE - THIS PROGRAM APPENDS A RECORD
           BLOCK CONTAINS 80 CHARACTERS.
           COPY REFREC.

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
      * OUTPUT FILE                                                *
      **************************************************************
           05  CUSTMAST-EOF-SWITCH     PIC X   VALUE "N".
           05  QUOTAMST-EOF-SWITCH     PIC X   VALUE "N".
           05  REFMAST-EOF-SWITCH      PIC X   VALUE "N".
           05  FISCAL-EOF-SWITCH       PIC X   VALUE "N".

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
      * THE ACTUAL AND QUOTA ACCUMULATORS, SUBSCRIPTED STRAIGHT   *
           05  FOUND-REFERENCE-NAME    PIC X(20).

      **************************************************************
      * THE PRORATION FIELDS - THE QUOTA IS SCALED BY THE DAYS OF *
      * THE FISCAL YEAR FROM ITS FIRST DAY THROUGH THE END OF THE *
      * RUN DATE'S PERIOD OVER THE DAYS IN THE WHOLE FISCAL YEAR, *
      * SO A RUN IN PERIOD 6 COMPARES ACTUALS AGAINST HALF THE    *
      * ANNUAL PLAN                                               *
      **************************************************************
       01  PRORATION-FIELDS.
           05  CURRENT-FISCAL-YEAR     PIC 9(4)      VALUE ZERO.
           05  CURRENT-FISCAL-PERIOD   PIC 9(2)      VALUE ZERO.
           05  CURRENT-PERIOD-END      PIC 9(8)      VALUE ZERO.
           05  FISCAL-YEAR-START       PIC 9(8)      VALUE ZERO.
           05  FISCAL-YEAR-END         PIC 9(8)      VALUE ZERO.
           05  FISCAL-YEAR-PERIODS     PIC 9(2)      VALUE ZERO.
           05  ELAPSED-FISCAL-DAYS     PIC S9(5)     VALUE ZERO.
           05  FISCAL-YEAR-DAYS        PIC S9(5)     VALUE ZERO.
           05  WORK-INDEX              PIC S9(3)     VALUE ZERO.
           05  PRORATED-QUOTA          PIC S9(9)V99  VALUE ZERO.
           05  ACTUAL-WORK             PIC S9(9)V99  VALUE ZERO.
           05  FILLER          PIC X(9).

      **************************************************************
      * THE RUN DATE REASSEMBLED AS YYYYMMDD FOR THE FISCAL       *
      * CALENDAR LOOK-UP                                          *
      **************************************************************
       01  RUN-DATE-YYYYMMDD.
           05  RD-YEAR         PIC 9999.
           05  RD-DAY          PIC 99.
       01  RUN-DATE-NUMERIC REDEFINES RUN-DATE-YYYYMMDD
                               PIC 9(8).

      **************************************************************
      * STORES THE FIRST HEADER LINE INFORMATION                   *

      **************************************************************
      * STORES THE SECOND HEADER LINE INFORMATION                  *
      * HOLDS THE TIME, THE FISCAL PERIOD PRORATED THROUGH, AND   *
      * THE PROGRAM ID                                             *
      **************************************************************
       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(8)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "QUOTA PRORATED THROU".
           05  FILLER          PIC X(17)   VALUE "GH FISCAL PERIOD ".
           05  HL2-FISCAL-PERIOD
                               PIC 9(2).
           05  FILLER          PIC X(4)    VALUE " OF ".
           05  HL2-PERIOD-COUNT
                               PIC 9(2).
           05  FILLER          PIC X(4)    VALUE " FY ".
           05  HL2-FISCAL-YEAR PIC 9(4).
           05  FILLER          PIC X(5)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "RPT2009".
           05  FILLER          PIC X(39)   VALUE SPACE.

           *> NEVER FINISHED REFRESHING
           PERFORM 085-CHECK-MASTER-CURRENT.

           *> FIND WHERE THE RUN DATE SITS IN THE FISCAL YEAR SO
           *> THE QUOTA CAN BE PRORATED THROUGH ITS PERIOD
           PERFORM 060-LOAD-FISCAL-CALENDAR.
           PERFORM 110-LOCATE-FISCAL-PERIOD.

           PERFORM 050-LOAD-QUOTA-TABLES.
           PERFORM 070-LOAD-REFERENCE-TABLES.

           STOP RUN.

      **************************************************************
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND   *
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS, AND SETS UP *
      * THE RUN DATE FOR THE FISCAL CALENDAR LOOK-UP              *
      **************************************************************
       100-FORMAT-REPORT-HEADING.

           MOVE CD-YEAR    TO RD-YEAR.
           MOVE CD-MONTH   TO RD-MONTH.
           MOVE CD-DAY     TO RD-DAY.

      **************************************************************
      * READS THE FISCAL CALENDAR INTO THE FISCAL PERIOD TABLE -  *
      * WITHOUT IT THERE IS NO WAY TO PRORATE THE QUOTA, SO A     *
      * MISSING FILE OR AN OVERFULL TABLE REFUSES THE RUN         *
      **************************************************************
       060-LOAD-FISCAL-CALENDAR.

           OPEN INPUT FISCAL.
           IF FISCAL-STATUS NOT = "00"
               DISPLAY "RPT2009: FISCAL CALENDAR NOT AVAILABLE -"
               DISPLAY "RPT2009: RUN REFUSED"
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
                   MOVE FP-PERIOD-STATUS TO
                       FPE-PERIOD-STATUS (FISCAL-PERIOD-COUNT)
               ELSE
                   DISPLAY "RPT2009: FISCAL CALENDAR TABLE FULL -"
                   DISPLAY "RPT2009: RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.

      **************************************************************
      * FINDS THE FISCAL PERIOD THE RUN DATE FALLS IN, MEASURES   *
      * ITS FISCAL YEAR OFF THE CALENDAR, AND WORKS OUT HOW MANY  *
      * OF THAT YEAR'S DAYS ARE ELAPSED THROUGH THE PERIOD'S END  *
      * - A RUN DATE THE CALENDAR DOES NOT COVER REFUSES THE RUN  *
      **************************************************************
       110-LOCATE-FISCAL-PERIOD.

           MOVE RUN-DATE-NUMERIC TO FISCAL-LOOKUP-DATE.
           PERFORM 730-FIND-FISCAL-PERIOD.

           IF FOUND-PERIOD-INDEX = ZERO
               DISPLAY "RPT2009: RUN DATE IS NOT ON THE FISCAL"
               DISPLAY "RPT2009: CALENDAR - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE FPE-FISCAL-YEAR (FOUND-PERIOD-INDEX)
               TO CURRENT-FISCAL-YEAR.
           MOVE FPE-FISCAL-PERIOD (FOUND-PERIOD-INDEX)
               TO CURRENT-FISCAL-PERIOD.
           MOVE FPE-END-DATE (FOUND-PERIOD-INDEX)
               TO CURRENT-PERIOD-END.
           MOVE FPE-START-DATE (FOUND-PERIOD-INDEX)
               TO FISCAL-YEAR-START.
           MOVE FPE-END-DATE (FOUND-PERIOD-INDEX)
               TO FISCAL-YEAR-END.

           PERFORM 115-MEASURE-FISCAL-YEAR
               VARYING FISCAL-LOOKUP-INDEX FROM 1 BY 1
               UNTIL FISCAL-LOOKUP-INDEX > FISCAL-PERIOD-COUNT.

           COMPUTE ELAPSED-FISCAL-DAYS =
               FUNCTION INTEGER-OF-DATE (CURRENT-PERIOD-END)
               - FUNCTION INTEGER-OF-DATE (FISCAL-YEAR-START) + 1.
           COMPUTE FISCAL-YEAR-DAYS =
               FUNCTION INTEGER-OF-DATE (FISCAL-YEAR-END)
               - FUNCTION INTEGER-OF-DATE (FISCAL-YEAR-START) + 1.

           MOVE CURRENT-FISCAL-PERIOD TO HL2-FISCAL-PERIOD.
           MOVE FISCAL-YEAR-PERIODS   TO HL2-PERIOD-COUNT.
           MOVE CURRENT-FISCAL-YEAR   TO HL2-FISCAL-YEAR.

      **************************************************************
      * WIDENS THE FISCAL YEAR'S FIRST AND LAST DAYS AND ITS      *
      * PERIOD COUNT BY ONE CALENDAR ENTRY, WHEN THE ENTRY        *
      * BELONGS TO THE RUN DATE'S FISCAL YEAR                     *
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
                       TO FISCAL-YEAR-END
               END-IF
               IF FPE-FISCAL-PERIOD (FISCAL-LOOKUP-INDEX) >
                       FISCAL-YEAR-PERIODS
                   MOVE FPE-FISCAL-PERIOD (FISCAL-LOOKUP-INDEX)
                       TO FISCAL-YEAR-PERIODS.

      **************************************************************
      * READS THE QUOTA MASTER INTO THE BRANCH AND SALESREP QUOTA *
               PERFORM 230-PRINT-HEADING-LINES.

           COMPUTE PRORATED-QUOTA ROUNDED =
               ANNUAL-WORK * ELAPSED-FISCAL-DAYS / FISCAL-YEAR-DAYS.

           MOVE WORK-INDEX           TO PL-REFERENCE-KEY.
           MOVE FOUND-REFERENCE-NAME TO PL-REFERENCE-NAME.
               MOVE SNE-SALESREP-NAME (NAME-LOOKUP-INDEX)
                   TO FOUND-REFERENCE-NAME.

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
      * PRINT ALL THE HEADER LINES TO THE OUTPUT FILE, RAN ONCE    *
      * FOR EVERY PAGE                                             *
