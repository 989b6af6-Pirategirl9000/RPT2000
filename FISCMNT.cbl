       IDENTIFICATION DIVISION.

       PROGRAM-ID. FISCMNT.

      *   Programmers.: Violet French
      *   Date........: 2026.10.15
      *   Github URL..: https://github.com/Pirategirl9000/RPT2000
      *   Description.: Applies a batch of transactions against the
      *   FISCAL fiscal calendar - one record per period of the
      *   company's 4-4-5 fiscal year with its start and end dates
      *   and its open/closed flag - and writes the updated
      *   calendar to NEWFISC. Every add, change, delete, close,
      *   reopen, and rejected transaction is listed on FISCLIST
      *   so the calendar can be tied back to the batch that
      *   changed it - the same old-master/new-master maintenance
      *   QUOTMNT gives the quota file.
      *
      *   A transaction carries an action code, the fiscal year
      *   and period (01-12), and the period's start and end
      *   dates as YYYYMMDD. "A" adds a period, open; "C" changes
      *   its dates, where a zero date means "leave this field
      *   alone", the same convention CUSTMNT uses for customer
      *   changes; "D" deletes it. "X" closes a period once
      *   accounting has signed off its month-end figures, and
      *   "O" reopens one - a closed period's dates cannot be
      *   changed or the period deleted until it is reopened.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    THE FISCAL CALENDAR AS IT STANDS. OPTIONAL SO THE FIRST
      *    RUN CAN BUILD THE CALENDAR FROM NOTHING BUT ADDS
           SELECT OPTIONAL FISCAL ASSIGN TO FISCAL.
           SELECT SRTFISC  ASSIGN TO SRTFSC01.
           SELECT SORT-FISC-FILE ASSIGN TO SRTWK19.

           SELECT FISCTRAN ASSIGN TO FISCTRAN.
           SELECT SRTFTRN  ASSIGN TO SRTFTR01.
           SELECT SORT-TRAN-FILE ASSIGN TO SRTWK20.

           SELECT NEWFISC  ASSIGN TO NEWFISC.
           SELECT FISCLIST ASSIGN TO FISCLIST.

       DATA DIVISION.

       FILE SECTION.

      **************************************************************
      * OLD FISCAL CALENDAR - READ ONLY AS A SORT INPUT, SO THE   *
      * RECORD IS CARRIED AS PLAIN BYTES                          *
      **************************************************************
       FD  FISCAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  FISCAL-UNSORTED-RECORD     PIC X(80).

      **************************************************************
      * OLD FISCAL CALENDAR, SORTED BY FISCAL YEAR AND PERIOD.    *
      * THE OF- PREFIX MARKS THIS AS THE "BEFORE" VALUES          *
      **************************************************************
       FD  SRTFISC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
           COPY FISCREC
               REPLACING ==FP-RECORD==        BY ==OF-RECORD==
                         ==FP-FISCAL-YEAR==    BY ==OF-FISCAL-YEAR==
                         ==FP-FISCAL-PERIOD==  BY ==OF-FISCAL-PERIOD==
                         ==FP-START-DATE==     BY ==OF-START-DATE==
                         ==FP-END-DATE==       BY ==OF-END-DATE==
                         ==FP-PERIOD-STATUS==  BY ==OF-PERIOD-STATUS==
                         ==FP-CLOSED-DATE==    BY ==OF-CLOSED-DATE==.

      **************************************************************
      * SORT WORK FILE FOR THE OLD CALENDAR - ORDERS IT BY FISCAL *
      * YEAR AND PERIOD TO MATCH THE TRANSACTIONS                 *
      **************************************************************
       SD  SORT-FISC-FILE.
           COPY FISCREC
               REPLACING ==FP-RECORD==        BY ==SF-RECORD==
                         ==FP-FISCAL-YEAR==    BY ==SF-FISCAL-YEAR==
                         ==FP-FISCAL-PERIOD==  BY ==SF-FISCAL-PERIOD==
                         ==FP-START-DATE==     BY ==SF-START-DATE==
                         ==FP-END-DATE==       BY ==SF-END-DATE==
                         ==FP-PERIOD-STATUS==  BY ==SF-PERIOD-STATUS==
                         ==FP-CLOSED-DATE==    BY ==SF-CLOSED-DATE==.

      **************************************************************
      * TRANSACTION FILE - ONE ACTION AGAINST ONE PERIOD PER      *
      * RECORD                                                    *
      **************************************************************
       FD  FISCTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  TRANSACTION-RECORD.
           05  TR-ACTION-CODE          PIC X(1).
           05  TR-FISCAL-YEAR          PIC 9(4).
           05  TR-FISCAL-PERIOD        PIC 9(2).
           05  TR-START-DATE           PIC 9(8).
           05  TR-END-DATE             PIC 9(8).
           05  FILLER                  PIC X(57).

      **************************************************************
      * SORT WORK FILE FOR THE TRANSACTIONS - ORDERS THEM BY      *
      * FISCAL YEAR AND PERIOD TO MATCH THE SORTED CALENDAR       *
      **************************************************************
       SD  SORT-TRAN-FILE.
       01  TS-RECORD.
           05  TS-ACTION-CODE          PIC X(1).
           05  TS-FISCAL-YEAR          PIC 9(4).
           05  TS-FISCAL-PERIOD        PIC 9(2).
           05  TS-START-DATE           PIC 9(8).
           05  TS-END-DATE             PIC 9(8).

      **************************************************************
      * TRANSACTIONS, SORTED BY FISCAL YEAR AND PERIOD, READY TO  *
      * MATCH AGAINST THE SORTED CALENDAR ONE PASS AT A TIME      *
      **************************************************************
       FD  SRTFTRN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS
           BLOCK CONTAINS 23 CHARACTERS.
       01  TT-RECORD.
           05  TT-ACTION-CODE          PIC X(1).
           05  TT-FISCAL-YEAR          PIC 9(4).
           05  TT-FISCAL-PERIOD        PIC 9(2).
           05  TT-START-DATE           PIC 9(8).
           05  TT-END-DATE             PIC 9(8).

      **************************************************************
      * THE UPDATED FISCAL CALENDAR - WRITTEN AS PLAIN BYTES FROM *
      * THE WORKING FP-RECORD BELOW                               *
      **************************************************************
       FD  NEWFISC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  NEW-FISCAL-RECORD          PIC X(80).

      **************************************************************
      * MAINTENANCE LISTING - ONE LINE PER TRANSACTION APPLIED OR *
      * REJECTED, PLUS THE END OF RUN SUMMARY                     *
      **************************************************************
       FD  FISCLIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

       WORKING-STORAGE SECTION.

      **************************************************************
      * THE CURRENT PERIOD RECORD - SEEDED FROM THE OLD CALENDAR  *
      * FOR A CHANGE/DELETE/CLOSE/REOPEN, OR BUILT FROM SCRATCH   *
      * FOR AN ADD, AND WRITTEN TO NEWFISC WHEN IT SURVIVES       *
      **************************************************************
           COPY FISCREC.

      **************************************************************
      * SWITCHES FOR END OF FILE ON EACH FILE IN PLAY, FOR        *
      * WHETHER THE CURRENT PERIOD WAS DELETED THIS PASS, AND FOR *
      * WHETHER THE DATE JUST CHECKED IS A REAL CALENDAR DATE     *
      **************************************************************
       01  SWITCHES.
           05  MASTER-EOF-SWITCH       PIC X   VALUE "N".
           05  SRTFTRN-EOF-SWITCH      PIC X   VALUE "N".
           05  TRAN-EOF-SWITCH         PIC X   VALUE "N".
           05  ENTRY-DELETED-SWITCH    PIC X   VALUE "N".
           05  DATE-VALID-SWITCH       PIC X   VALUE "N".

      **************************************************************
      * THE YEAR AND PERIOD OF THE LAST UNMATCHED "A" TRANSACTION *
      * ADDED THIS RUN - A REPEAT "A" FOR THE SAME PERIOD IN THE  *
      * SAME BATCH MUST BE CAUGHT HERE SINCE THE OLD CALENDAR     *
      * NEVER REFLECTS AN ADD MADE EARLIER IN THE SAME RUN        *
      **************************************************************
       01  LAST-ADDED-ENTRY.
           05  LAST-ADDED-FISCAL-YEAR  PIC 9(4)    VALUE ZERO.
           05  LAST-ADDED-FISCAL-PERIOD
                                       PIC 9(2)    VALUE ZERO.

      **************************************************************
      * THE MESSAGE TEXT FOR THE NEXT LISTING LINE, SET BY THE    *
      * PARAGRAPH THAT APPLIED OR REJECTED THE TRANSACTION        *
      **************************************************************
       01  ERROR-FIELDS.
           05  PENDING-ERROR-MESSAGE   PIC X(30).

      **************************************************************
      * THE START AND END DATES A CHANGE WOULD LEAVE THE PERIOD   *
      * WITH, PROVED BEFORE ANY OF THEM IS APPLIED, AND THE DATE  *
      * BEING CHECKED BROKEN OUT INTO ITS PARTS                   *
      **************************************************************
       01  DATE-WORK-FIELDS.
           05  NEW-START-DATE          PIC 9(8)    VALUE ZERO.
           05  NEW-END-DATE            PIC 9(8)    VALUE ZERO.
           05  DATE-CHECK-WORK.
               10  DC-YEAR             PIC 9(4).
               10  DC-MONTH            PIC 9(2).
               10  DC-DAY              PIC 9(2).
           05  DATE-CHECK-NUMERIC REDEFINES DATE-CHECK-WORK
                                       PIC 9(8).

      **************************************************************
      * COUNTS FOR THE END OF RUN SUMMARY                         *
      **************************************************************
       01  COUNT-FIELDS.
           05  ADD-COUNT               PIC S9(5)   VALUE ZERO.
           05  CHANGE-COUNT            PIC S9(5)   VALUE ZERO.
           05  DELETE-COUNT            PIC S9(5)   VALUE ZERO.
           05  CLOSE-COUNT             PIC S9(5)   VALUE ZERO.
           05  REOPEN-COUNT            PIC S9(5)   VALUE ZERO.
           05  ERROR-COUNT             PIC S9(5)   VALUE ZERO.

      **************************************************************
      * SCRATCH FIELDS USED TO TURN NUMERIC VALUES INTO DISPLAY   *
      * TEXT FOR THE SUMMARY LINES                                *
      **************************************************************
       01  EDIT-FIELDS.
           05  ED-NUMBER-EDIT          PIC ZZZZ9.

      **************************************************************
      * STORES INFORMATION RELEVANT TO THE PAGE                   *
      **************************************************************
       01  PRINT-FIELDS.
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.
           05  LINE-COUNT      PIC S9(3)   VALUE +99.

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
      * TODAY'S DATE AS ONE YYYYMMDD NUMBER, STAMPED ON A PERIOD  *
      * AS THE DATE IT WAS CLOSED                                 *
      **************************************************************
       01  RUN-DATE-YYYYMMDD.
           05  RD-YEAR         PIC 9999.
           05  RD-MONTH        PIC 99.
           05  RD-DAY          PIC 99.
       01  RUN-DATE-NUMERIC REDEFINES RUN-DATE-YYYYMMDD
                               PIC 9(8).

      **************************************************************
      * STORES THE FIRST HEADER LINE INFORMATION                  *
      * HOLDS THE DATE, LISTING TITLE, AND PAGE NUMBER            *
      **************************************************************
       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "FISCAL CALENDAR MAIN".
           05  FILLER          PIC X(20)   VALUE "TENANCE LISTING     ".
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
           05  FILLER          PIC X(10)   VALUE "FISCMNT".
           05  FILLER          PIC X(39)   VALUE SPACE.

      **************************************************************
      * STORES THE THIRD HEADER LINE USED TO DISPLAY A LINE       *
      * SPACER                                                    *
      **************************************************************
       01  HEADING-LINE-3.
           05 FILLER               PIC X(130)   VALUE SPACE.

      **************************************************************
      * STORES THE FOURTH HEADER LINE INFORMATION                 *
      * HOLDS THE COLUMN NAMES FOR THE LISTING LINES              *
      **************************************************************
       01  HEADING-LINE-4.
           05  FILLER      PIC X(7)    VALUE "ACTION ".
           05  FILLER      PIC X(5)    VALUE "YEAR ".
           05  FILLER      PIC X(4)    VALUE "PER ".
           05  FILLER      PIC X(10)   VALUE "START     ".
           05  FILLER      PIC X(10)   VALUE "END       ".
           05  FILLER      PIC X(7)    VALUE "STATUS ".
           05  FILLER      PIC X(30)   VALUE "MESSAGE".
           05  FILLER      PIC X(57)   VALUE SPACE.

      **************************************************************
      * STORES THE FIFTH HEADER LINE INFORMATION                  *
      * DISPLAYS COLUMN DIVIDERS FOR THE LISTING                  *
      **************************************************************
       01  HEADING-LINE-5.
           05  FILLER      PIC X(6)   VALUE ALL '-'. *> ACTION
           05  FILLER      PIC X      VALUE SPACE.
           05  FILLER      PIC X(4)   VALUE ALL '-'. *> YEAR
           05  FILLER      PIC X      VALUE SPACE.
           05  FILLER      PIC X(3)   VALUE ALL '-'. *> PERIOD
           05  FILLER      PIC X      VALUE SPACE.
           05  FILLER      PIC X(8)   VALUE ALL '-'. *> START
           05  FILLER      PIC X(2)   VALUE SPACE.
           05  FILLER      PIC X(8)   VALUE ALL '-'. *> END
           05  FILLER      PIC X(2)   VALUE SPACE.
           05  FILLER      PIC X(6)   VALUE ALL '-'. *> STATUS
           05  FILLER      PIC X      VALUE SPACE.
           05  FILLER      PIC X(30)  VALUE ALL '-'. *> MESSAGE
           05  FILLER      PIC X(57)  VALUE SPACE.

      **************************************************************
      * STORES ONE MAINTENANCE LISTING LINE - THE DATES AND       *
      * STATUS SHOWN ARE THE PERIOD'S AS THIS TRANSACTION LEFT IT *
      **************************************************************
       01  LISTING-LINE.
           05  LL-ACTION           PIC X(6).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  LL-FISCAL-YEAR      PIC 9(4).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  LL-FISCAL-PERIOD    PIC 9(2).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  LL-START-DATE       PIC 9(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  LL-END-DATE         PIC 9(8).
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  LL-PERIOD-STATUS    PIC X(6).
           05  FILLER              PIC X(1)     VALUE SPACE.
           05  LL-MESSAGE          PIC X(30).
           05  FILLER              PIC X(57)    VALUE SPACE.

       PROCEDURE DIVISION.

      **************************************************************
      * OPENS EVERY FILE, SORTS THE CALENDAR AND THE TRANSACTIONS *
      * INTO YEAR/PERIOD ORDER, WALKS THE TWO SORTED FILES        *
      * TOGETHER, AND CLOSES EVERYTHING DOWN WHEN BOTH ARE DONE   *
      **************************************************************
       000-UPDATE-FISCAL-CALENDAR.

           PERFORM 100-FORMAT-REPORT-HEADING.

           OPEN OUTPUT NEWFISC FISCLIST.

           SORT SORT-FISC-FILE
               ON ASCENDING KEY SF-FISCAL-YEAR
               ON ASCENDING KEY SF-FISCAL-PERIOD
               USING FISCAL
               GIVING SRTFISC.

           SORT SORT-TRAN-FILE
               ON ASCENDING KEY TS-FISCAL-YEAR
               ON ASCENDING KEY TS-FISCAL-PERIOD
               INPUT PROCEDURE 160-RELEASE-TRANSACTIONS
               GIVING SRTFTRN.

           OPEN INPUT SRTFISC SRTFTRN.

           PERFORM 200-READ-MASTER.
           PERFORM 210-READ-TRANSACTION.

           PERFORM 300-PROCESS-NEXT-ENTRY
               UNTIL MASTER-EOF-SWITCH = "Y"
                 AND SRTFTRN-EOF-SWITCH = "Y".

           PERFORM 900-PRINT-RUN-SUMMARY.

           CLOSE SRTFISC SRTFTRN NEWFISC FISCLIST.
           STOP RUN.

      **************************************************************
      * FORMATS THE LISTING HEADER BY GRABBING THE DATE TIME AND  *
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS              *
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

      **************************************************************
      * THE SORT INPUT PROCEDURE FOR TRANSACTIONS - READS EVERY   *
      * FISCTRAN RECORD AND RELEASES IT TO THE SORT               *
      **************************************************************
       160-RELEASE-TRANSACTIONS.

           OPEN INPUT FISCTRAN.
           PERFORM 165-READ-AND-RELEASE-TRANSACTION
               UNTIL TRAN-EOF-SWITCH = "Y".
           CLOSE FISCTRAN.

      **************************************************************
      * READS ONE TRANSACTION RECORD AND RELEASES IT TO THE SORT  *
      * UNLESS IT WAS THE EOF READ                                *
      **************************************************************
       165-READ-AND-RELEASE-TRANSACTION.

           READ FISCTRAN
               AT END
                   MOVE "Y" TO TRAN-EOF-SWITCH.

           IF TRAN-EOF-SWITCH = "N"
               MOVE TR-ACTION-CODE     TO TS-ACTION-CODE
               MOVE TR-FISCAL-YEAR     TO TS-FISCAL-YEAR
               MOVE TR-FISCAL-PERIOD   TO TS-FISCAL-PERIOD
               MOVE TR-START-DATE      TO TS-START-DATE
               MOVE TR-END-DATE        TO TS-END-DATE
               RELEASE TS-RECORD.

      **************************************************************
      * READS THE NEXT SORTED OLD-CALENDAR RECORD                 *
      **************************************************************
       200-READ-MASTER.

           READ SRTFISC
               AT END
                   MOVE "Y" TO MASTER-EOF-SWITCH.

      **************************************************************
      * READS THE NEXT SORTED TRANSACTION RECORD                  *
      **************************************************************
       210-READ-TRANSACTION.

           READ SRTFTRN
               AT END
                   MOVE "Y" TO SRTFTRN-EOF-SWITCH.

      **************************************************************
      * THE MATCH-MERGE DISPATCH - DECIDES WHETHER THE NEXT       *
      * ACTION IS TO COPY AN UNCHANGED PERIOD FORWARD, APPLY A    *
      * TRANSACTION THAT HAS NO MATCHING PERIOD, OR APPLY ONE OR  *
      * MORE TRANSACTIONS AGAINST A MATCHING PERIOD               *
      **************************************************************
       300-PROCESS-NEXT-ENTRY.

           EVALUATE TRUE
               WHEN SRTFTRN-EOF-SWITCH = "Y"
                   OR (MASTER-EOF-SWITCH = "N"
                       AND OF-FISCAL-YEAR < TT-FISCAL-YEAR)
                   OR (MASTER-EOF-SWITCH = "N"
                       AND OF-FISCAL-YEAR = TT-FISCAL-YEAR
                       AND OF-FISCAL-PERIOD < TT-FISCAL-PERIOD)
                   PERFORM 310-COPY-MASTER-UNCHANGED
               WHEN MASTER-EOF-SWITCH = "Y"
                   OR TT-FISCAL-YEAR < OF-FISCAL-YEAR
                   OR (TT-FISCAL-YEAR = OF-FISCAL-YEAR
                       AND TT-FISCAL-PERIOD < OF-FISCAL-PERIOD)
                   PERFORM 320-PROCESS-UNMATCHED-TRANSACTION
               WHEN OTHER
                   PERFORM 330-PROCESS-MATCHED-ENTRY
           END-EVALUATE.

      **************************************************************
      * NO TRANSACTION TOUCHED THIS PERIOD - COPY THE OLD         *
      * CALENDAR RECORD STRAIGHT THROUGH TO THE NEW CALENDAR      *
      **************************************************************
       310-COPY-MASTER-UNCHANGED.

           MOVE OF-RECORD TO NEW-FISCAL-RECORD.
           WRITE NEW-FISCAL-RECORD.
           PERFORM 200-READ-MASTER.

      **************************************************************
      * A TRANSACTION'S YEAR/PERIOD DOES NOT MATCH ANY PERIOD ON  *
      * THE CALENDAR. THAT'S VALID FOR AN ADD, AND AN ERROR FOR   *
      * ANYTHING ELSE - UNLESS IT REPEATS THE PERIOD AN EARLIER   *
      * "A" IN THIS SAME BATCH ALREADY ADDED                      *
      **************************************************************
       320-PROCESS-UNMATCHED-TRANSACTION.

           MOVE TT-START-DATE TO FP-START-DATE.
           MOVE TT-END-DATE   TO FP-END-DATE.
           MOVE SPACE         TO FP-PERIOD-STATUS.

           EVALUATE TRUE
               WHEN TT-ACTION-CODE = "A"
                       AND TT-FISCAL-YEAR = LAST-ADDED-FISCAL-YEAR
                       AND TT-FISCAL-PERIOD = LAST-ADDED-FISCAL-PERIOD
                   MOVE "DUPLICATE FISCAL PERIOD" TO
                       PENDING-ERROR-MESSAGE
                   PERFORM 350-LOG-TRANSACTION-ERROR
               WHEN TT-ACTION-CODE = "A"
                   PERFORM 340-ADD-NEW-ENTRY
               WHEN OTHER
                   MOVE "PERIOD NOT ON FILE" TO PENDING-ERROR-MESSAGE
                   PERFORM 350-LOG-TRANSACTION-ERROR
           END-EVALUATE.

           PERFORM 210-READ-TRANSACTION.

      **************************************************************
      * ONE OR MORE TRANSACTIONS MATCH THE CURRENT PERIOD - SEED  *
      * THE WORKING RECORD FROM THE OLD CALENDAR, APPLY EVERY     *
      * TRANSACTION FOR THIS PERIOD IN TURN, THEN WRITE THE       *
      * RESULT UNLESS IT WAS DELETED                              *
      **************************************************************
       330-PROCESS-MATCHED-ENTRY.

           MOVE OF-RECORD TO FP-RECORD.
           MOVE "N" TO ENTRY-DELETED-SWITCH.

           PERFORM 380-APPLY-TRANSACTION-TO-ENTRY
               UNTIL SRTFTRN-EOF-SWITCH = "Y"
                  OR TT-FISCAL-YEAR NOT = OF-FISCAL-YEAR
                  OR TT-FISCAL-PERIOD NOT = OF-FISCAL-PERIOD.

           IF ENTRY-DELETED-SWITCH = "N"
               MOVE FP-RECORD TO NEW-FISCAL-RECORD
               WRITE NEW-FISCAL-RECORD.

           PERFORM 200-READ-MASTER.

      **************************************************************
      * APPLIES ONE TRANSACTION TO THE WORKING RECORD AND READS   *
      * THE NEXT TRANSACTION - ONCE THE PERIOD HAS BEEN DELETED   *
      * IN THIS PASS ANY FURTHER TRANSACTION FOR IT IS AN ERROR   *
      **************************************************************
       380-APPLY-TRANSACTION-TO-ENTRY.

           EVALUATE TRUE
               WHEN ENTRY-DELETED-SWITCH = "Y"
                   MOVE "PERIOD ALREADY DELETED" TO
                       PENDING-ERROR-MESSAGE
                   PERFORM 350-LOG-TRANSACTION-ERROR
               WHEN TT-ACTION-CODE = "D"
                   PERFORM 360-DELETE-ENTRY
               WHEN TT-ACTION-CODE = "C"
                   PERFORM 370-CHANGE-ENTRY
               WHEN TT-ACTION-CODE = "X"
                   PERFORM 372-CLOSE-ENTRY
               WHEN TT-ACTION-CODE = "O"
                   PERFORM 374-REOPEN-ENTRY
               WHEN TT-ACTION-CODE = "A"
                   MOVE "DUPLICATE FISCAL PERIOD" TO
                       PENDING-ERROR-MESSAGE
                   PERFORM 350-LOG-TRANSACTION-ERROR
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO
                       PENDING-ERROR-MESSAGE
                   PERFORM 350-LOG-TRANSACTION-ERROR
           END-EVALUATE.

           PERFORM 210-READ-TRANSACTION.

      **************************************************************
      * VALIDATES AND BUILDS A BRAND NEW PERIOD FROM AN ADD       *
      * TRANSACTION THAT HAS NO MATCHING OLD PERIOD - EVERY NEW   *
      * PERIOD STARTS OUT OPEN                                    *
      **************************************************************
       340-ADD-NEW-ENTRY.

           MOVE TT-START-DATE TO NEW-START-DATE.
           MOVE TT-END-DATE   TO NEW-END-DATE.

           IF TT-FISCAL-PERIOD < 1 OR TT-FISCAL-PERIOD > 12
               MOVE "ADD REJECTED - BAD PERIOD" TO
                   PENDING-ERROR-MESSAGE
               PERFORM 350-LOG-TRANSACTION-ERROR
           ELSE
               PERFORM 345-CHECK-PERIOD-DATES
               IF PENDING-ERROR-MESSAGE NOT = SPACES
                   PERFORM 350-LOG-TRANSACTION-ERROR
               ELSE
                   MOVE SPACES TO FP-RECORD
                   MOVE TT-FISCAL-YEAR     TO FP-FISCAL-YEAR
                   MOVE TT-FISCAL-PERIOD   TO FP-FISCAL-PERIOD
                   MOVE NEW-START-DATE     TO FP-START-DATE
                   MOVE NEW-END-DATE       TO FP-END-DATE
                   MOVE "O"                TO FP-PERIOD-STATUS
                   MOVE ZERO               TO FP-CLOSED-DATE
                   MOVE FP-RECORD TO NEW-FISCAL-RECORD
                   WRITE NEW-FISCAL-RECORD
                   ADD 1 TO ADD-COUNT
                   MOVE TT-FISCAL-YEAR   TO LAST-ADDED-FISCAL-YEAR
                   MOVE TT-FISCAL-PERIOD TO LAST-ADDED-FISCAL-PERIOD
                   MOVE "ADDED" TO LL-ACTION
                   MOVE "PERIOD ADDED" TO PENDING-ERROR-MESSAGE
                   PERFORM 390-PRINT-LISTING-LINE.

      **************************************************************
      * PROVES THE START AND END DATES IN NEW-START-DATE AND      *
      * NEW-END-DATE - BOTH MUST BE REAL DATES AND THE PERIOD     *
      * CANNOT END BEFORE IT STARTS. ANSWERS THROUGH              *
      * PENDING-ERROR-MESSAGE, LEFT BLANK WHEN THE DATES PROVE    *
      **************************************************************
       345-CHECK-PERIOD-DATES.

           MOVE SPACES TO PENDING-ERROR-MESSAGE.

           MOVE NEW-START-DATE TO DATE-CHECK-NUMERIC.
           PERFORM 347-CHECK-ONE-DATE.
           IF DATE-VALID-SWITCH = "N"
               MOVE "START DATE INVALID" TO PENDING-ERROR-MESSAGE.

           MOVE NEW-END-DATE TO DATE-CHECK-NUMERIC.
           PERFORM 347-CHECK-ONE-DATE.
           IF DATE-VALID-SWITCH = "N"
                   AND PENDING-ERROR-MESSAGE = SPACES
               MOVE "END DATE INVALID" TO PENDING-ERROR-MESSAGE.

           IF PENDING-ERROR-MESSAGE = SPACES
                   AND NEW-END-DATE < NEW-START-DATE
               MOVE "PERIOD ENDS BEFORE IT STARTS" TO
                   PENDING-ERROR-MESSAGE.

      **************************************************************
      * CHECKS THE DATE IN DATE-CHECK-WORK HAS A SENSIBLE YEAR, A *
      * MONTH OF 01-12, AND A DAY THAT EXISTS IN THAT MONTH, AND  *
      * ANSWERS THROUGH DATE-VALID-SWITCH                         *
      **************************************************************
       347-CHECK-ONE-DATE.

           MOVE "Y" TO DATE-VALID-SWITCH.

           IF DC-YEAR < 1900
                   OR DC-MONTH < 1 OR DC-MONTH > 12
                   OR DC-DAY < 1 OR DC-DAY > 31
               MOVE "N" TO DATE-VALID-SWITCH
           ELSE
               IF FUNCTION INTEGER-OF-DATE (DATE-CHECK-NUMERIC) = ZERO
                   MOVE "N" TO DATE-VALID-SWITCH.

      **************************************************************
      * MARKS THE CURRENT PERIOD AS DELETED SO 330 DOES NOT WRITE *
      * IT FORWARD, AND LISTS THE DELETE - A CLOSED PERIOD MUST   *
      * BE REOPENED BEFORE IT CAN BE DELETED                      *
      **************************************************************
       360-DELETE-ENTRY.

           IF FP-PERIOD-STATUS = "C"
               MOVE "PERIOD CLOSED - REOPEN FIRST" TO
                   PENDING-ERROR-MESSAGE
               PERFORM 350-LOG-TRANSACTION-ERROR
           ELSE
               MOVE "Y" TO ENTRY-DELETED-SWITCH
               ADD 1 TO DELETE-COUNT
               MOVE "DELETE" TO LL-ACTION
               MOVE "PERIOD REMOVED FROM CALENDAR" TO
                   PENDING-ERROR-MESSAGE
               PERFORM 390-PRINT-LISTING-LINE.

      **************************************************************
      * APPLIES THE NON-ZERO DATES ON A CHANGE TRANSACTION TO THE *
      * WORKING RECORD ONCE THE RESULTING PERIOD PROVES, AND      *
      * LISTS THE CHANGE - A CLOSED PERIOD'S DATES ARE FROZEN     *
      **************************************************************
       370-CHANGE-ENTRY.

           MOVE FP-START-DATE TO NEW-START-DATE.
           MOVE FP-END-DATE   TO NEW-END-DATE.
           IF TT-START-DATE NOT = ZERO
               MOVE TT-START-DATE TO NEW-START-DATE.
           IF TT-END-DATE NOT = ZERO
               MOVE TT-END-DATE TO NEW-END-DATE.

           IF FP-PERIOD-STATUS = "C"
               MOVE "PERIOD CLOSED - REOPEN FIRST" TO
                   PENDING-ERROR-MESSAGE
               PERFORM 350-LOG-TRANSACTION-ERROR
           ELSE
               PERFORM 345-CHECK-PERIOD-DATES
               IF PENDING-ERROR-MESSAGE NOT = SPACES
                   PERFORM 350-LOG-TRANSACTION-ERROR
               ELSE
                   MOVE NEW-START-DATE TO FP-START-DATE
                   MOVE NEW-END-DATE   TO FP-END-DATE
                   ADD 1 TO CHANGE-COUNT
                   MOVE "CHANGE" TO LL-ACTION
                   MOVE "PERIOD DATES CHANGED" TO
                       PENDING-ERROR-MESSAGE
                   PERFORM 390-PRINT-LISTING-LINE.

      **************************************************************
      * CLOSES THE CURRENT PERIOD AND STAMPS IT WITH TODAY'S DATE *
      * - FROM HERE ON INVPOST AND CASHAPP TURN AWAY ANYTHING     *
      * DATED INSIDE IT                                           *
      **************************************************************
       372-CLOSE-ENTRY.

           IF FP-PERIOD-STATUS = "C"
               MOVE "PERIOD ALREADY CLOSED" TO PENDING-ERROR-MESSAGE
               PERFORM 350-LOG-TRANSACTION-ERROR
           ELSE
               MOVE "C"              TO FP-PERIOD-STATUS
               MOVE RUN-DATE-NUMERIC TO FP-CLOSED-DATE
               ADD 1 TO CLOSE-COUNT
               MOVE "CLOSE" TO LL-ACTION
               MOVE "PERIOD CLOSED" TO PENDING-ERROR-MESSAGE
               PERFORM 390-PRINT-LISTING-LINE.

      **************************************************************
      * REOPENS THE CURRENT PERIOD SO A CORRECTION CAN BE POSTED  *
      * INTO IT, AND CLEARS THE DATE IT WAS CLOSED                *
      **************************************************************
       374-REOPEN-ENTRY.

           IF FP-PERIOD-STATUS NOT = "C"
               MOVE "PERIOD IS NOT CLOSED" TO PENDING-ERROR-MESSAGE
               PERFORM 350-LOG-TRANSACTION-ERROR
           ELSE
               MOVE "O"  TO FP-PERIOD-STATUS
               MOVE ZERO TO FP-CLOSED-DATE
               ADD 1 TO REOPEN-COUNT
               MOVE "REOPEN" TO LL-ACTION
               MOVE "PERIOD REOPENED" TO PENDING-ERROR-MESSAGE
               PERFORM 390-PRINT-LISTING-LINE.

      **************************************************************
      * LISTS A REJECTED TRANSACTION USING WHATEVER MESSAGE THE   *
      * CALLER LEFT IN PENDING-ERROR-MESSAGE                      *
      **************************************************************
       350-LOG-TRANSACTION-ERROR.

           ADD 1 TO ERROR-COUNT.
           MOVE "ERROR" TO LL-ACTION.
           PERFORM 390-PRINT-LISTING-LINE.

      **************************************************************
      * FINISHES ONE LISTING LINE FROM THE CURRENT TRANSACTION    *
      * AND THE WORKING RECORD AND PRINTS IT, REPRINTING THE      *
      * HEADERS ON A FULL PAGE                                    *
      **************************************************************
       390-PRINT-LISTING-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.

           MOVE TT-FISCAL-YEAR        TO LL-FISCAL-YEAR.
           MOVE TT-FISCAL-PERIOD      TO LL-FISCAL-PERIOD.
           MOVE FP-START-DATE         TO LL-START-DATE.
           MOVE FP-END-DATE           TO LL-END-DATE.
           EVALUATE FP-PERIOD-STATUS
               WHEN "O"
                   MOVE "OPEN  " TO LL-PERIOD-STATUS
               WHEN "C"
                   MOVE "CLOSED" TO LL-PERIOD-STATUS
               WHEN OTHER
                   MOVE SPACES   TO LL-PERIOD-STATUS
           END-EVALUATE.
           MOVE PENDING-ERROR-MESSAGE TO LL-MESSAGE.

           MOVE LISTING-LINE TO PRINT-AREA.
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
      * PRINTS THE END OF RUN SUMMARY - HOW MANY OF EACH KIND OF  *
      * TRANSACTION WERE APPLIED THIS RUN                         *
      **************************************************************
       900-PRINT-RUN-SUMMARY.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.

           MOVE SPACES TO LISTING-LINE.
           MOVE "TOTAL" TO LL-ACTION.
           MOVE ADD-COUNT TO ED-NUMBER-EDIT.
           STRING "ADDED=" ED-NUMBER-EDIT DELIMITED BY SIZE
               INTO LL-MESSAGE.
           MOVE LISTING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE CHANGE-COUNT TO ED-NUMBER-EDIT.
           MOVE SPACES TO LL-MESSAGE.
           STRING "CHANGED=" ED-NUMBER-EDIT DELIMITED BY SIZE
               INTO LL-MESSAGE.
           MOVE LISTING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE DELETE-COUNT TO ED-NUMBER-EDIT.
           MOVE SPACES TO LL-MESSAGE.
           STRING "DELETED=" ED-NUMBER-EDIT DELIMITED BY SIZE
               INTO LL-MESSAGE.
           MOVE LISTING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE CLOSE-COUNT TO ED-NUMBER-EDIT.
           MOVE SPACES TO LL-MESSAGE.
           STRING "CLOSED=" ED-NUMBER-EDIT DELIMITED BY SIZE
               INTO LL-MESSAGE.
           MOVE LISTING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE REOPEN-COUNT TO ED-NUMBER-EDIT.
           MOVE SPACES TO LL-MESSAGE.
           STRING "REOPENED=" ED-NUMBER-EDIT DELIMITED BY SIZE
               INTO LL-MESSAGE.
           MOVE LISTING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE ERROR-COUNT TO ED-NUMBER-EDIT.
           MOVE SPACES TO LL-MESSAGE.
           STRING "REJECTED=" ED-NUMBER-EDIT DELIMITED BY SIZE
               INTO LL-MESSAGE.
           MOVE LISTING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.
