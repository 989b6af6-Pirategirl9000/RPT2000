      *   Description.: Reads CUSTMAST and prints a ranked list of
      *   the top-performing customers by YTD sales, highest first,
      *   so management can see who the biggest accounts are without
      *   digging through the full RPT2000 printout. The customers
      *   and the REFMAST names come off the nightly CUSTXTR extract
      *   rather than a pass of its own over CUSTMAST, and the run
      *   is refused unless the extract agrees with its trailer.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    THE NIGHTLY CUSTOMER EXTRACT - THE REFMAST NAMES, EVERY
      *    CUSTMAST RECORD, AND THE CONTROL-TOTAL TRAILER
           SELECT CUSTXTR   ASSIGN TO CUSTXTR.
           SELECT ORPT2002  ASSIGN TO RPT2002.
           SELECT SRTCUST3  ASSIGN TO SRTCUST3.
           SELECT SORT-WORK-FILE ASSIGN TO SRTWK07.

      *    SHARED RUN-CONTROL FILE - THIS PROGRAM APPENDS A RECORD
      *    AT START AND AT END OF ITS RUN SO THE OPERATORS (AND
      *    THE OTHER PROGRAMS IN THE SUITE) CAN SEE WHAT RAN
       FILE SECTION.

      **************************************************************
      * INPUT FILE - THE NIGHTLY CUSTOMER EXTRACT, READ ONLY BY    *
      * THE SORT'S INPUT PROCEDURE BELOW                           *
      **************************************************************
       FD  CUSTXTR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 150 CHARACTERS.
           COPY CXTRREC.

      **************************************************************
      * OUTPUT FILE                                                *
           COPY CUSTREC.

      **************************************************************
      * SORT WORK FILE - RE-SEQUENCES CUSTXTR BY THIS-YTD SALES,   *
      * HIGHEST FIRST, AHEAD OF THE MAIN PROCESSING LOOP           *
      **************************************************************
       SD  SORT-WORK-FILE.
                         ==CM-SALES-HISTORY==    BY
                             ==SW-SALES-HISTORY==.

      **************************************************************
      * SHARED RUN-CONTROL FILE - ONE RECORD APPENDED AT START    *
      * AND AT END OF THIS RUN                                    *
      **************************************************************
       01  SWITCHES.
           05  SRTCUST3-EOF-SWITCH     PIC X    VALUE "N".
           05  CUSTXTR-EOF-SWITCH      PIC X    VALUE "N".

      **************************************************************
      * ONE REFERENCE RECORD OFF THE EXTRACT, ON ITS WAY INTO THE  *
      * SALESREP NAME TABLE BELOW                                  *
      **************************************************************
           COPY REFREC.

      **************************************************************
      * THE EXTRACT'S RECORDS AND DOLLARS AS COUNTED ON THE WAY    *
      * INTO THE SORT, AND AS ITS TRAILER SAYS THEY SHOULD BE -    *
      * NOTHING PRINTS UNLESS THE TWO AGREE                        *
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
      * THE NUMBER-TO-NAME TABLE OFF THE REFERENCE MASTER AND THE *
      **************************************************************
       01  RUNCTL-FIELDS.
           05  RUNCTL-EOF-SWITCH       PIC X      VALUE "N".
           05  CUSTEXTR-RUN-STATUS     PIC X(8)   VALUE SPACE.

       PROCEDURE DIVISION.

           *> LOG THIS RUN ON THE SHARED RUN-CONTROL FILE
           PERFORM 080-WRITE-RUN-START.

           *> REFUSE TO PRINT AGAINST AN EXTRACT THIS CYCLE'S
           *> CUSTEXTR NEVER FINISHED WRITING
           PERFORM 085-CHECK-MASTER-CURRENT.

           *> RE-SEQUENCE THE EXTRACT BY THIS-YTD SALES, HIGHEST
           *> FIRST, SO THE MAIN LOOP CAN ASSIGN RANK NUMBERS AS IT
           *> READS - THE INPUT PROCEDURE ALSO FILES THE SALESREP
           *> NAMES SO THE RANKED LINES CAN PRINT THEM
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SW-SALES-THIS-YTD
               INPUT PROCEDURE 150-RELEASE-EXTRACT-RECORDS
               GIVING SRTCUST3.

           *> REFUSE TO PRINT FROM AN EXTRACT THAT DOESN'T AGREE
           *> WITH ITS OWN TRAILER
           PERFORM 170-CHECK-EXTRACT-TOTALS.

           OPEN INPUT  SRTCUST3
                OUTPUT ORPT2002.

           ADD 1 TO LINE-COUNT.

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
      * REACH THE PRINTER                                          *
      **************************************************************
       170-CHECK-EXTRACT-TOTALS.

           IF EXTRACT-TRAILER-SWITCH = "N"
                   OR EXTRACT-CUSTOMER-COUNT
                       NOT = TRAILER-CUSTOMER-COUNT
                   OR EXTRACT-REFERENCE-COUNT
                       NOT = TRAILER-REFERENCE-COUNT
                   OR EXTRACT-DOLLAR-TOTAL
                       NOT = TRAILER-DOLLAR-TOTAL
               DISPLAY "RPT2002: CUSTXTR DOES NOT AGREE WITH ITS"
               DISPLAY "RPT2002: TRAILER - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      **************************************************************
      * FILES THE KEY AND NAME OF ONE REFERENCE RECORD OFF THE     *
      * EXTRACT IN THE SALESREP TABLE - BRANCH AND TERRITORY       *
      * RECORDS AND AN OVERFULL TABLE ARE SIMPLY SKIPPED           *
      **************************************************************
       075-LOAD-REFERENCE-ENTRY.

           IF RF-RECORD-TYPE = "R"
                   AND SALESREP-NAME-COUNT < 99
               ADD 1 TO SALESREP-NAME-COUNT
               MOVE RF-REFERENCE-KEY TO
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
               DISPLAY "RPT2002: CUSTXTR IS STALE - CUSTEXTR HAS NOT"
               DISPLAY "RPT2002: COMPLETED THIS CYCLE - RUN REFUSED"
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
