       IDENTIFICATION DIVISION.

       PROGRAM-ID. CUSTEXTR.

      *   Programmers.: Violet French
      *   Date........: 2026.10.15
      *   Github URL..: https://github.com/Pirategirl9000/RPT2000
      *   Description.: Nightly customer extract. Makes the one
      *   pass of CUSTMAST the report steps need and writes it to
      *   the CUSTXTR work file, headed by every REFMAST record so
      *   the branch, salesrep, and territory names travel with
      *   the customers, and closed by a trailer carrying the
      *   customer count, the CM-SALES-THIS-YTD dollar total, and
      *   when the extract was taken. RPT2000, RPT2001, RPT2002,
      *   RPT2003, RPT2005, RPT2006, and COMMSTMT read CUSTXTR in
      *   whatever order they need instead of each sorting the
      *   master for itself, and every one of them recounts the
      *   file against the trailer before it prints. This step
      *   is the one that checks CUSTMNT finished refreshing the
      *   master this cycle; the reports check that this step
      *   finished. The EXTRLIST control listing shows the counts
      *   and dollars so the extract can be proved complete.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CUSTMAST ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUMBER.

      *    BRANCH/SALESREP/TERRITORY REFERENCE MASTER - OPTIONAL;
      *    WHEN PRESENT EVERY RECORD IS COPIED TO THE HEAD OF THE
      *    EXTRACT SO THE REPORTS CAN PRINT NAMES BESIDE NUMBERS
           SELECT REFMAST ASSIGN TO REFMAST
               FILE STATUS IS REFMAST-STATUS.

           SELECT CUSTXTR  ASSIGN TO CUSTXTR.

           SELECT EXTRLIST ASSIGN TO EXTRLIST.

      *    SHARED RUN-CONTROL FILE - THIS PROGRAM APPENDS A RECORD
      *    AT START AND AT END OF ITS RUN SO THE OPERATORS (AND
      *    THE OTHER PROGRAMS IN THE SUITE) CAN SEE WHAT RAN
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL.

       DATA DIVISION.

       FILE SECTION.

      **************************************************************
      * THE INDEXED CUSTOMER MASTER, READ STRAIGHT THROUGH IN KEY *
      * ORDER                                                     *
      **************************************************************
       FD  CUSTMAST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 145 CHARACTERS.
           COPY CUSTREC.

      **************************************************************
      * OPTIONAL REFERENCE MASTER - COPIED RECORD FOR RECORD TO   *
      * THE HEAD OF THE EXTRACT                                   *
      **************************************************************
       FD  REFMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
           COPY REFREC.

      **************************************************************
      * THE NIGHTLY EXTRACT - THE REFERENCE RECORDS, EVERY MASTER *
      * RECORD, AND THE CONTROL-TOTAL TRAILER                     *
      **************************************************************
       FD  CUSTXTR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 150 CHARACTERS.
           COPY CXTRREC.

      **************************************************************
      * EXTRACT CONTROL LISTING - THE RECORD COUNTS AND DOLLARS   *
      * WRITTEN TO THE TRAILER                                    *
      **************************************************************
       FD  EXTRLIST
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
      * SWITCHES FOR END OF FILE ON EACH FILE IN PLAY             *
      **************************************************************
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X   VALUE "N".
           05  REFMAST-EOF-SWITCH      PIC X   VALUE "N".

       01  REFMAST-STATUS              PIC XX.

      **************************************************************
      * RECORD COUNTS AND DOLLARS FOR THE TRAILER AND THE CONTROL *
      * LISTING                                                   *
      **************************************************************
       01  COUNT-FIELDS.
           05  RECORDS-READ-COUNT      PIC S9(7)     VALUE ZERO.
           05  CUSTOMERS-WRITTEN-COUNT PIC S9(7)     VALUE ZERO.
           05  REFERENCES-WRITTEN-COUNT
                                       PIC S9(5)     VALUE ZERO.
           05  EXTRACT-YTD-TOTAL       PIC S9(9)V99  VALUE ZERO.

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
      * THE RUN DATE AND TIME AS THE TRAILER CARRIES THEM         *
      **************************************************************
       01  EXTRACT-STAMP-FIELDS.
           05  EXTRACT-DATE-YYYYMMDD.
               10  ED-YEAR             PIC 9(4).
               10  ED-MONTH            PIC 9(2).
               10  ED-DAY              PIC 9(2).
           05  EXTRACT-DATE-NUMERIC REDEFINES EXTRACT-DATE-YYYYMMDD
                                       PIC 9(8).
           05  EXTRACT-TIME-HHMM.
               10  ET-HOURS            PIC 9(2).
               10  ET-MINUTES          PIC 9(2).
           05  EXTRACT-TIME-NUMERIC REDEFINES EXTRACT-TIME-HHMM
                                       PIC 9(4).

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
           05  FILLER          PIC X(20)   VALUE "NIGHTLY CUSTOMER EXT".
           05  FILLER          PIC X(20)   VALUE "RACT CONTROL LISTING".
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
           05  FILLER          PIC X(10)   VALUE "CUSTEXTR".
           05  FILLER          PIC X(39)   VALUE SPACE.

      **************************************************************
      * STORES THE THIRD HEADER LINE USED TO DISPLAY A LINE       *
      * SPACER                                                    *
      **************************************************************
       01  HEADING-LINE-3.
           05 FILLER               PIC X(130)   VALUE SPACE.

      **************************************************************
      * STORES ONE RECORD-COUNT LINE OF THE LISTING               *
      **************************************************************
       01  COUNT-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  CN-CAPTION          PIC X(34).
           05  CN-COUNT            PIC ZZZ,ZZ9.
           05  FILLER              PIC X(87)    VALUE SPACE.

      **************************************************************
      * STORES THE DOLLAR CONTROL-TOTAL LINE OF THE LISTING       *
      **************************************************************
       01  DOLLAR-LINE.
           05  FILLER              PIC X(2)     VALUE SPACE.
           05  FILLER              PIC X(34)    VALUE
                   "SALES THIS YTD CONTROL TOTAL......".
           05  DL-YTD-TOTAL        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(79)    VALUE SPACE.

      **************************************************************
      * WORK FIELDS FOR THE SHARED RUN-CONTROL FILE               *
      **************************************************************
       01  RUNCTL-FIELDS.
           05  RUNCTL-EOF-SWITCH       PIC X      VALUE "N".
           05  CUSTMNT-RUN-STATUS      PIC X(8)   VALUE SPACE.

       PROCEDURE DIVISION.

      **************************************************************
      * COPIES THE REFERENCE MASTER AND EVERY CUSTOMER TO THE     *
      * EXTRACT, CLOSES IT WITH THE CONTROL-TOTAL TRAILER, AND    *
      * PRINTS THE CONTROL LISTING                                *
      **************************************************************
       000-EXTRACT-CUSTOMER-MASTER.

           PERFORM 100-FORMAT-REPORT-HEADING.

           *> LOG THIS RUN ON THE SHARED RUN-CONTROL FILE
           PERFORM 080-WRITE-RUN-START.

           *> REFUSE TO EXTRACT A MASTER LAST NIGHT'S CUSTMNT
           *> NEVER FINISHED REFRESHING - THE REPORTS TRUST THIS
           *> STEP TO HAVE MADE THE CHECK FOR THEM
           PERFORM 085-CHECK-MASTER-CURRENT.

           OPEN OUTPUT CUSTXTR EXTRLIST.

           *> THE NAMES GO FIRST SO EVERY REPORT HAS ITS NAME
           *> TABLES FILLED BEFORE IT SEES ITS FIRST CUSTOMER
           PERFORM 150-COPY-REFERENCE-MASTER.

           OPEN INPUT CUSTMAST.
           PERFORM 200-EXTRACT-NEXT-CUSTOMER
               UNTIL CUSTMAST-EOF-SWITCH = "Y".
           CLOSE CUSTMAST.

           PERFORM 300-WRITE-EXTRACT-TRAILER.
           CLOSE CUSTXTR.

           PERFORM 900-PRINT-EXTRACT-COUNTS.

           *> LOG THIS RUN COMPLETE ON THE RUN-CONTROL FILE
           PERFORM 960-WRITE-RUN-END.
           CLOSE EXTRLIST.
           STOP RUN.

      **************************************************************
      * FORMATS THE LISTING HEADER BY GRABBING THE DATE TIME AND  *
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS, AND KEEPS   *
      * THE SAME DATE AND TIME FOR THE TRAILER'S EXTRACT STAMP    *
      **************************************************************
       100-FORMAT-REPORT-HEADING.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.

           MOVE CD-YEAR    TO ED-YEAR.
           MOVE CD-MONTH   TO ED-MONTH.
           MOVE CD-DAY     TO ED-DAY.
           MOVE CD-HOURS   TO ET-HOURS.
           MOVE CD-MINUTES TO ET-MINUTES.

      **************************************************************
      * COPIES EVERY REFERENCE MASTER RECORD TO THE EXTRACT - IF  *
      * THE FILE ISN'T THERE NO "R" RECORDS ARE WRITTEN AND THE   *
      * REPORTS PRINT BARE NUMBERS, JUST AS THEY ALWAYS HAVE      *
      * WITHOUT IT                                                *
      **************************************************************
       150-COPY-REFERENCE-MASTER.

           OPEN INPUT REFMAST.
           IF REFMAST-STATUS = "00"
               PERFORM 160-COPY-REFERENCE-RECORD
                   UNTIL REFMAST-EOF-SWITCH = "Y"
               CLOSE REFMAST.

      **************************************************************
      * READS ONE REFERENCE RECORD AND, IF IT'S NOT THE EOF READ, *
      * WRITES IT TO THE EXTRACT AS AN "R" RECORD                 *
      **************************************************************
       160-COPY-REFERENCE-RECORD.

           READ REFMAST
               AT END
                   MOVE "Y" TO REFMAST-EOF-SWITCH.

           IF REFMAST-EOF-SWITCH = "N"
               MOVE SPACES    TO CX-RECORD
               MOVE "R"       TO CX-RECORD-TYPE
               MOVE RF-RECORD TO CX-REFERENCE-RECORD
               WRITE CX-RECORD
               ADD 1 TO REFERENCES-WRITTEN-COUNT.

      **************************************************************
      * READS ONE MASTER RECORD AND, IF IT'S NOT THE EOF READ,    *
      * WRITES IT TO THE EXTRACT AS A "C" RECORD AND ADDS IT TO   *
      * THE CONTROL TOTALS                                        *
      **************************************************************
       200-EXTRACT-NEXT-CUSTOMER.

           READ CUSTMAST
               AT END
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH.

           IF CUSTMAST-EOF-SWITCH = "N"
               ADD 1 TO RECORDS-READ-COUNT
               MOVE SPACES    TO CX-RECORD
               MOVE "C"       TO CX-RECORD-TYPE
               MOVE CM-RECORD TO CX-CUSTOMER-DATA
               WRITE CX-RECORD
               ADD 1 TO CUSTOMERS-WRITTEN-COUNT
               ADD CM-SALES-THIS-YTD TO EXTRACT-YTD-TOTAL.

      **************************************************************
      * WRITES THE "T" TRAILER THE REPORTS RECOUNT THE EXTRACT    *
      * AGAINST BEFORE THEY PRINT                                 *
      **************************************************************
       300-WRITE-EXTRACT-TRAILER.

           MOVE SPACES TO CX-RECORD.
           MOVE "T"    TO CX-RECORD-TYPE.
           MOVE CUSTOMERS-WRITTEN-COUNT  TO CX-CUSTOMER-COUNT.
           MOVE EXTRACT-YTD-TOTAL        TO CX-DOLLAR-TOTAL.
           MOVE REFERENCES-WRITTEN-COUNT TO CX-REFERENCE-COUNT.
           MOVE EXTRACT-DATE-NUMERIC     TO CX-EXTRACT-DATE.
           MOVE EXTRACT-TIME-NUMERIC     TO CX-EXTRACT-TIME.
           WRITE CX-RECORD.

      **************************************************************
      * PRINTS THE RECORD COUNTS AND THE DOLLAR CONTROL TOTAL     *
      **************************************************************
       900-PRINT-EXTRACT-COUNTS.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADING-LINES.

           MOVE "CUSTMAST RECORDS READ............." TO CN-CAPTION.
           MOVE RECORDS-READ-COUNT TO CN-COUNT.
           MOVE COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "CUSTOMER RECORDS EXTRACTED........" TO CN-CAPTION.
           MOVE CUSTOMERS-WRITTEN-COUNT TO CN-COUNT.
           MOVE COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "REFERENCE RECORDS EXTRACTED......." TO CN-CAPTION.
           MOVE REFERENCES-WRITTEN-COUNT TO CN-COUNT.
           MOVE COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE EXTRACT-YTD-TOTAL TO DL-YTD-TOTAL.
           MOVE DOLLAR-LINE TO PRINT-AREA.
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

           MOVE ZERO TO LINE-COUNT.

      **************************************************************
      * APPENDS THIS RUN'S "STARTED" RECORD TO THE SHARED         *
      * RUN-CONTROL FILE                                          *
      **************************************************************
       080-WRITE-RUN-START.

           PERFORM 950-STAMP-RUN-RECORD.
           MOVE "STARTED " TO RN-STATUS.
           PERFORM 955-APPEND-RUN-RECORD.

      **************************************************************
      * REFUSES TO RUN AGAINST A STALE MASTER - THE CYCLE'S       *
      * RUN-CONTROL FILE MUST SHOW CUSTMNT'S LATEST ENTRY AS      *
      * COMPLETE BEFORE THIS PROGRAM WILL TOUCH CUSTMAST          *
      **************************************************************
       085-CHECK-MASTER-CURRENT.

           OPEN INPUT RUNCTL.
           PERFORM 086-SCAN-RUN-RECORD
               UNTIL RUNCTL-EOF-SWITCH = "Y".
           CLOSE RUNCTL.

           IF CUSTMNT-RUN-STATUS NOT = "COMPLETE"
               DISPLAY "CUSTEXTR: CUSTMAST IS STALE - CUSTMNT HAS NOT"
               DISPLAY "CUSTEXTR: COMPLETED THIS CYCLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      **************************************************************
      * REMEMBERS THE STATUS OF THE LATEST CUSTMNT ENTRY SEEN ON  *
      * THE RUN-CONTROL FILE                                      *
      **************************************************************
       086-SCAN-RUN-RECORD.

           READ RUNCTL
               AT END
                   MOVE "Y" TO RUNCTL-EOF-SWITCH.

           IF RUNCTL-EOF-SWITCH = "N"
                   AND RN-PROGRAM-ID = "CUSTMNT "
               MOVE RN-STATUS TO CUSTMNT-RUN-STATUS.

      **************************************************************
      * FILLS THE SHARED RUN RECORD WITH THIS PROGRAM'S NAME AND  *
      * THE DATE AND TIME                                         *
      **************************************************************
       950-STAMP-RUN-RECORD.

           MOVE SPACES TO RN-RECORD.
           MOVE "CUSTEXTR" TO RN-PROGRAM-ID.
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
      * EXTRACTED AND THE EXTRACT'S YTD DOLLARS                   *
      **************************************************************
       960-WRITE-RUN-END.

           PERFORM 950-STAMP-RUN-RECORD.
           MOVE "COMPLETE" TO RN-STATUS.
           MOVE CUSTOMERS-WRITTEN-COUNT TO RN-RECORDS-PROCESSED.
           MOVE EXTRACT-YTD-TOTAL       TO RN-DOLLAR-TOTAL.
           PERFORM 955-APPEND-RUN-RECORD.
