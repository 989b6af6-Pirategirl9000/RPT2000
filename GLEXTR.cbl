      *   verify. The GLLIST control listing shows every branch's
      *   current, prior, and movement figures so accounting can
      *   tie the journal out before it is loaded.
      *   Every journal line and the trailer are labeled with the
      *   fiscal year and period the run date falls in on the
      *   FISCAL 4-4-5 calendar, and the period heads the control
      *   listing, so the GL books the movement to the fiscal
      *   period rather than the calendar month. A run date the
      *   calendar does not cover refuses the run.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
      *    STARTING FROM ZERO AND CREATES THE FILE ON ITS WAY OUT
           SELECT OPTIONAL GLPRIOR ASSIGN TO GLPRIOR.

      *    FISCAL CALENDAR MAINTAINED BY FISCMNT - ONE RECORD PER
      *    FISCAL PERIOD. REQUIRED; EVERY JOURNAL LINE CARRIES THE
      *    FISCAL PERIOD IT BELONGS TO
           SELECT FISCAL ASSIGN TO FISCAL
               FILE STATUS IS FISCAL-STATUS.

           SELECT GLJRNL   ASSIGN TO GLJRNL.
           SELECT GLLIST   ASSIGN TO GLLIST.

           05  GP-PRIOR-YTD            PIC S9(9)V99.
           05  FILLER                  PIC X(7).

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
      * THE JOURNAL EXTRACT THE GL LOAD STEP READS - DEBIT LINES, *
      * ONE BALANCING CREDIT LINE, AND A COUNT/HASH TRAILER, EACH *
      * LABELED WITH THE FISCAL YEAR AND PERIOD IT BOOKS TO       *
      **************************************************************
       FD  GLJRNL
           RECORDING MODE IS F
               10  GJ-BRANCH-NUMBER    PIC 9(2).
               10  GJ-POSTING-DATE     PIC 9(8).
               10  GJ-AMOUNT           PIC S9(9)V99.
               10  GJ-FISCAL-YEAR      PIC 9(4).
               10  GJ-FISCAL-PERIOD    PIC 9(2).
               10  FILLER              PIC X(44).
           05  GJ-TRAILER REDEFINES GJ-DETAIL.
               10  GJ-TRAILER-COUNT    PIC 9(5).
               10  GJ-TRAILER-HASH     PIC 9(11)V99.
               10  GJ-TRAILER-FISCAL-YEAR
                                       PIC 9(4).
               10  GJ-TRAILER-FISCAL-PERIOD
                                       PIC 9(2).
               10  FILLER              PIC X(55).

      **************************************************************
      * CONTROL LISTING - EVERY BRANCH'S CURRENT, PRIOR, AND      *
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X   VALUE "N".
           05  GLPRIOR-EOF-SWITCH      PIC X   VALUE "N".
           05  FISCAL-EOF-SWITCH       PIC X   VALUE "N".

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
      * THE FISCAL YEAR AND PERIOD THIS RUN'S JOURNAL BOOKS TO    *
      **************************************************************
       01  JOURNAL-FISCAL-FIELDS.
           05  JOURNAL-FISCAL-YEAR     PIC 9(4)   VALUE ZERO.
           05  JOURNAL-FISCAL-PERIOD   PIC 9(2)   VALUE ZERO.

      **************************************************************
      * THE BRANCH ACCUMULATORS, SUBSCRIPTED STRAIGHT BY THE      *
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
      * STORES THE FIRST HEADER LINE INFORMATION                  *
      **************************************************************

      **************************************************************
      * STORES THE SECOND HEADER LINE INFORMATION                 *
      * HOLDS THE TIME, THE FISCAL PERIOD THE JOURNAL BOOKS TO,   *
      * AND THE PROGRAM ID                                        *
      **************************************************************
       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  FILLER          PIC X(14)   VALUE "FISCAL PERIOD ".
           05  HL2-FISCAL-YEAR PIC 9(4).
           05  FILLER          PIC X(1)    VALUE "-".
           05  HL2-FISCAL-PERIOD
                               PIC 9(2).
           05  FILLER          PIC X(43)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "GLEXTR".
           05  FILLER          PIC X(39)   VALUE SPACE.

           *> CUSTMNT NEVER FINISHED REFRESHING
           PERFORM 085-CHECK-MASTER-CURRENT.

           *> FIND THE FISCAL PERIOD THE RUN DATE FALLS IN - EVERY
           *> JOURNAL LINE IS LABELED WITH IT
           PERFORM 060-LOAD-FISCAL-CALENDAR.
           PERFORM 110-LOCATE-FISCAL-PERIOD.

           PERFORM 150-LOAD-PRIOR-BALANCES.

           OPEN INPUT CUSTMAST.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

           MOVE CD-YEAR    TO RD-YEAR.
           MOVE CD-MONTH   TO RD-MONTH.
           MOVE CD-DAY     TO RD-DAY.

      **************************************************************
      * READS THE FISCAL CALENDAR INTO THE FISCAL PERIOD TABLE -  *
      * WITHOUT IT THE JOURNAL CANNOT BE LABELED, SO A MISSING    *
      * FILE OR AN OVERFULL TABLE REFUSES THE RUN                 *
      **************************************************************
       060-LOAD-FISCAL-CALENDAR.

           OPEN INPUT FISCAL.
           IF FISCAL-STATUS NOT = "00"
               DISPLAY "GLEXTR: FISCAL CALENDAR NOT AVAILABLE -"
               DISPLAY "GLEXTR: RUN REFUSED"
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
                   DISPLAY "GLEXTR: FISCAL CALENDAR TABLE FULL -"
                   DISPLAY "GLEXTR: RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.

      **************************************************************
      * FINDS THE FISCAL PERIOD THE RUN DATE FALLS IN AND PUTS IT *
      * ON THE LISTING HEADING - A RUN DATE THE CALENDAR DOES NOT *
      * COVER REFUSES THE RUN RATHER THAN BOOK TO NO PERIOD       *
      **************************************************************
       110-LOCATE-FISCAL-PERIOD.

           MOVE RUN-DATE-NUMERIC TO FISCAL-LOOKUP-DATE.
           PERFORM 730-FIND-FISCAL-PERIOD.

           IF FOUND-PERIOD-INDEX = ZERO
               DISPLAY "GLEXTR: RUN DATE IS NOT ON THE FISCAL"
               DISPLAY "GLEXTR: CALENDAR - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

           MOVE FPE-FISCAL-YEAR (FOUND-PERIOD-INDEX)
               TO JOURNAL-FISCAL-YEAR.
           MOVE FPE-FISCAL-PERIOD (FOUND-PERIOD-INDEX)
               TO JOURNAL-FISCAL-PERIOD.

           MOVE JOURNAL-FISCAL-YEAR   TO HL2-FISCAL-YEAR.
           MOVE JOURNAL-FISCAL-PERIOD TO HL2-FISCAL-PERIOD.

      **************************************************************
      * READS THE PRIOR-BALANCE FILE INTO THE PRIOR TABLE - WHEN  *
      * THE FILE HAS NEVER EXISTED EVERY PRIOR FIGURE STAYS ZERO  *
           MOVE CD-MONTH         TO GJ-POSTING-DATE (5:2).
           MOVE CD-DAY           TO GJ-POSTING-DATE (7:2).
           MOVE BRANCH-MOVEMENT  TO GJ-AMOUNT.
           MOVE JOURNAL-FISCAL-YEAR   TO GJ-FISCAL-YEAR.
           MOVE JOURNAL-FISCAL-PERIOD TO GJ-FISCAL-PERIOD.
           WRITE JOURNAL-RECORD.

           ADD 1 TO JOURNAL-LINE-COUNT.
               MOVE CD-MONTH         TO GJ-POSTING-DATE (5:2)
               MOVE CD-DAY           TO GJ-POSTING-DATE (7:2)
               MOVE TOTAL-MOVEMENT   TO GJ-AMOUNT
               MOVE JOURNAL-FISCAL-YEAR   TO GJ-FISCAL-YEAR
               MOVE JOURNAL-FISCAL-PERIOD TO GJ-FISCAL-PERIOD
               WRITE JOURNAL-RECORD
               ADD 1 TO JOURNAL-LINE-COUNT
               MOVE TOTAL-MOVEMENT TO BRANCH-MOVEMENT
           MOVE "T" TO GJ-RECORD-TYPE.
           MOVE JOURNAL-LINE-COUNT TO GJ-TRAILER-COUNT.
           MOVE JOURNAL-HASH-TOTAL TO GJ-TRAILER-HASH.
           MOVE JOURNAL-FISCAL-YEAR   TO GJ-TRAILER-FISCAL-YEAR.
           MOVE JOURNAL-FISCAL-PERIOD TO GJ-TRAILER-FISCAL-PERIOD.
           WRITE JOURNAL-RECORD.

           IF LINE-COUNT >= LINES-ON-PAGE

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
      * APPENDS THIS RUN'S "STARTED" RECORD TO THE SHARED         *
      * RUN-CONTROL FILE                                          *
