      *   contribution claws its commission back at the same tier
      *   rates, so the totals come out the same whatever order
      *   the customers land in.
      *
      *   The customers and the REFMAST names come off the nightly
      *   CUSTXTR extract rather than a pass of its own over
      *   CUSTMAST, and the run is refused unless the extract
      *   agrees with its trailer, so every report of a cycle pays
      *   and prints from the same copy of the master.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    THE NIGHTLY CUSTOMER EXTRACT - THE REFMAST NAMES, EVERY
      *    CUSTMAST RECORD, AND THE CONTROL-TOTAL TRAILER
           SELECT CUSTXTR  ASSIGN TO CUSTXTR.

      *    SRTCUST6 HOLDS CUSTXTR RE-SEQUENCED BY SALESREP AND
      *    CUSTOMER NUMBER SO THE MAIN LOOP CAN BREAK ON THE REP
           SELECT SRTCUST6 ASSIGN TO SRTCUST6.
           SELECT SORT-WORK-FILE ASSIGN TO SRTWK15.

           SELECT RATETAB  ASSIGN TO RATETAB.

           SELECT OCOMMRPT ASSIGN TO COMMRPT.
           SELECT COMMPAY  ASSIGN TO COMMPAY.

       FILE SECTION.

      **************************************************************
      * INPUT FILE - THE NIGHTLY CUSTOMER EXTRACT, READ ONLY BY   *
      * THE SORT'S INPUT PROCEDURE BELOW                          *
      **************************************************************
       FD  CUSTXTR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 150 CHARACTERS.
           COPY CXTRREC.

      **************************************************************
      * RE-SEQUENCED INPUT FILE - HOLDS CUSTXTR IN SALESREP/      *
      * CUSTOMER ORDER SO THE MAIN LOOP CAN BREAK ON THE REP      *
      **************************************************************
       FD  SRTCUST6
           COPY CUSTREC.

      **************************************************************
      * SORT WORK FILE - RE-SEQUENCES CUSTXTR BY SALESREP AND     *
      * CUSTOMER NUMBER AHEAD OF THE MAIN PROCESSING LOOP         *
      **************************************************************
       SD  SORT-WORK-FILE.
               10  RT-TIER-RATE        PIC V9(4).
           05  FILLER                  PIC X(39).


      **************************************************************
      * OUTPUT FILE - ONE STATEMENT PAGE PER SALESREP             *
       01  SWITCHES.
           05  SRTCUST6-EOF-SWITCH     PIC X    VALUE "N".
           05  RATETAB-EOF-SWITCH      PIC X    VALUE "N".
           05  CUSTXTR-EOF-SWITCH      PIC X    VALUE "N".
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".

      **************************************************************
      * ONE REFERENCE RECORD OFF THE EXTRACT, ON ITS WAY INTO THE  *
      * SALESREP NAME TABLE BELOW                                  *
      **************************************************************
           COPY REFREC.

      **************************************************************
      * THE EXTRACT'S RECORDS AND DOLLARS AS COUNTED ON THE WAY    *
      * IN, AND AS ITS TRAILER SAYS THEY SHOULD BE - NOTHING IS    *
      * PAID UNLESS THE TWO AGREE                                  *
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
      * THE RATE TABLE IN STORAGE - ONE ROW PER REP, SUBSCRIPTED  *
      **************************************************************
       01  RUNCTL-FIELDS.
           05  RUNCTL-EOF-SWITCH       PIC X      VALUE "N".
           05  CUSTEXTR-RUN-STATUS     PIC X(8)   VALUE SPACE.

      **************************************************************
      * STORES INFORMATION RELEVANT TO THE PAGE                   *
           *> LOG THIS RUN ON THE SHARED RUN-CONTROL FILE
           PERFORM 080-WRITE-RUN-START.

           *> REFUSE TO PAY COMMISSIONS AGAINST AN EXTRACT THIS
           *> CYCLE'S CUSTEXTR NEVER FINISHED WRITING
           PERFORM 085-CHECK-MASTER-CURRENT.

           PERFORM 055-LOAD-RATE-TABLE.

           *> THE INPUT PROCEDURE ALSO FILES THE SALESREP NAMES SO
           *> EACH STATEMENT CAN PRINT THE REP'S NAME
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-SALESREP-NUMBER
               ON ASCENDING KEY SW-CUSTOMER-NUMBER
               INPUT PROCEDURE 150-RELEASE-EXTRACT-RECORDS
               GIVING SRTCUST6.

           *> REFUSE TO PAY COMMISSIONS FROM AN EXTRACT THAT
           *> DOESN'T AGREE WITH ITS OWN TRAILER
           PERFORM 170-CHECK-EXTRACT-TOTALS.

           OPEN INPUT  SRTCUST6
                OUTPUT OCOMMRPT COMMPAY.

               TO RR-TIER-RATE (RT-SALESREP-NUMBER TIER-INDEX).

      **************************************************************
      * FILES THE KEY AND NAME OF ONE REFERENCE RECORD OFF THE    *
      * EXTRACT IN THE SALESREP TABLE - OTHER RECORD TYPES AND AN *
      * OVERFULL TABLE ARE SIMPLY SKIPPED                         *
      **************************************************************
       075-LOAD-REFERENCE-ENTRY.

           IF RF-RECORD-TYPE = "R"
                   AND SALESREP-NAME-COUNT < 99
               ADD 1 TO SALESREP-NAME-COUNT
               MOVE RF-REFERENCE-KEY TO
               MOVE RF-REFERENCE-NAME TO
                   SNE-SALESREP-NAME (SALESREP-NAME-COUNT).

      **************************************************************
      * THE SORT INPUT PROCEDURE - READS THE WHOLE EXTRACT,        *
      * FILING THE REFERENCE NAMES, RELEASING EVERY CUSTOMER, AND  *
      * COUNTING BOTH FOR THE CHECK AGAINST THE TRAILER            *
      **************************************************************
       150-RELEASE-EXTRACT-RECORDS.

           OPEN INPUT CUSTXTR.
           PERFORM 160-READ-EXTRACT-RECORD
               UNTIL CUSTXTR-EOF-SWITCH = "Y".
           CLOSE CUSTXTR.

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
                       MOVE CX-CUSTOMER-DATA TO SW-RECORD
                       ADD SW-SALES-THIS-YTD TO EXTRACT-DOLLAR-TOTAL
                       RELEASE SW-RECORD
                   WHEN "T"
                       MOVE "Y" TO EXTRACT-TRAILER-SWITCH
                       MOVE CX-CUSTOMER-COUNT  TO TRAILER-CUSTOMER-COUNT
                       MOVE CX-REFERENCE-COUNT TO
                           TRAILER-REFERENCE-COUNT
                       MOVE CX-DOLLAR-TOTAL    TO TRAILER-DOLLAR-TOTAL
               END-EVALUATE.

      **************************************************************
      * REFUSES THE RUN WHEN THE EXTRACT HAS NO TRAILER OR DOESN'T *
      * AGREE WITH IT - A SHORT OR MIXED-UP EXTRACT MUST NEVER     *
      * REACH THE STATEMENTS OR THE PAYROLL EXTRACT                *
      **************************************************************
       170-CHECK-EXTRACT-TOTALS.

           IF EXTRACT-TRAILER-SWITCH = "N"
                   OR EXTRACT-CUSTOMER-COUNT
                       NOT = TRAILER-CUSTOMER-COUNT
                   OR EXTRACT-REFERENCE-COUNT
                       NOT = TRAILER-REFERENCE-COUNT
                   OR EXTRACT-DOLLAR-TOTAL
                       NOT = TRAILER-DOLLAR-TOTAL
               DISPLAY "COMMSTMT: CUSTXTR DOES NOT AGREE WITH ITS"
               DISPLAY "COMMSTMT: TRAILER - REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      **************************************************************
      * FORMATS THE STATEMENT HEADER BY GRABBING THE DATE TIME    *
      * AND STORING IT IN THE RELEVENT HEADER DATA ITEMS          *
           PERFORM 955-APPEND-RUN-RECORD.

      **************************************************************
      * REFUSES TO RUN AGAINST A STALE EXTRACT - THE CYCLE'S      *
      * RUN-CONTROL FILE MUST SHOW CUSTEXTR'S LATEST ENTRY AS     *
      * COMPLETE BEFORE THIS PROGRAM WILL TOUCH CUSTXTR (CUSTEXTR *
      * ITSELF WON'T RUN UNTIL CUSTMNT HAS COMPLETED)             *
      **************************************************************
       085-CHECK-MASTER-CURRENT.

               UNTIL RUNCTL-EOF-SWITCH = "Y".
           CLOSE RUNCTL.

           IF CUSTEXTR-RUN-STATUS NOT = "COMPLETE"
               DISPLAY "COMMSTMT: CUSTXTR IS STALE - CUSTEXTR HAS"
               DISPLAY "COMMSTMT: NOT COMPLETED THIS CYCLE - REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      **************************************************************
      * REMEMBERS THE STATUS OF THE LATEST CUSTEXTR ENTRY SEEN ON *
      * THE RUN-CONTROL FILE                                      *
      **************************************************************
       086-SCAN-RUN-RECORD.
                   MOVE "Y" TO RUNCTL-EOF-SWITCH.

           IF RUNCTL-EOF-SWITCH = "N"
                   AND RN-PROGRAM-ID = "CUSTEXTR"
               MOVE RN-STATUS TO CUSTEXTR-RUN-STATUS.

      **************************************************************
      * FILLS THE SHARED RUN RECORD WITH THIS PROGRAM'S NAME AND  *
