      *   acted on by the machine instead of existing only on
      *   paper - the file is rewritten from scratch each run, so
      *   a rerun that no longer lists a customer is what clears
      *   their hold. The customers come off the nightly CUSTXTR
      *   extract rather than a pass of its own over CUSTMAST, and
      *   the run is refused unless the extract agrees with its
      *   trailer.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    THE NIGHTLY CUSTOMER EXTRACT - THE REFMAST NAMES, EVERY
      *    CUSTMAST RECORD, AND THE CONTROL-TOTAL TRAILER
           SELECT CUSTXTR  ASSIGN TO CUSTXTR.
           SELECT ORPT2006 ASSIGN TO RPT2006.
           SELECT SORT-WORK-FILE ASSIGN TO SRTWK10.

      **************************************************************
      * INPUT FILE                                                 *
      **************************************************************
       FD  CUSTXTR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 150 CHARACTERS.
           COPY CXTRREC.

      **************************************************************
      * OUTPUT FILE                                                *
       WORKING-STORAGE SECTION.

      **************************************************************
      * SWITCHES FOR END OF FILE ON CUSTXTR, ON THE SORTED         *
      * EXCEPTION WORK FILE, AND ON THE CONTROL CARD               *
      **************************************************************
       01  SWITCHES.
           05  CUSTXTR-EOF-SWITCH      PIC X    VALUE "N".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".
           05  CTLCARD-EOF-SWITCH      PIC X    VALUE "N".

       01  CTLCARD-STATUS              PIC XX.

      **************************************************************
      * ONE CUSTOMER OFF THE EXTRACT, BEING SCREENED FOR A CREDIT  *
      * EXPOSURE                                                   *
      **************************************************************
           COPY CUSTREC.

      **************************************************************
      * THE EXTRACT'S RECORDS AND DOLLARS AS COUNTED ON THE WAY    *
      * IN, AND AS ITS TRAILER SAYS THEY SHOULD BE - NOTHING       *
      * PRINTS UNLESS THE TWO AGREE                                *
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
      * THE WARN AND HOLD THRESHOLDS IN FORCE FOR THIS RUN -       *
      * SEEDED WITH THE CREDIT DESK'S STANDING DEFAULTS AND        *
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

           *> SCREEN EVERY CUSTOMER ON THE EXTRACT FOR AN EXPOSURE
           *> PAST THE WARN THRESHOLD, SORT THE ONES THAT QUALIFY
           *> BY TERRITORY WITH THE WORST EXPOSURE FIRST, AND PRINT
           *> THEM WITH A SUBTOTAL PER TERRITORY
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-TERRITORY-CODE
           MOVE CD-MINUTES TO HL2-MINUTES.

      **************************************************************
      * THE SORT INPUT PROCEDURE - READS THE WHOLE EXTRACT AND     *
      * RELEASES ONLY THE CUSTOMERS WHOSE EXPOSURE HAS CROSSED THE *
      * WARN THRESHOLD, COUNTING EVERYTHING FOR THE CHECK AGAINST  *
      * THE TRAILER                                                *
      **************************************************************
       150-SELECT-EXPOSED-CUSTOMERS.

           OPEN INPUT CUSTXTR.
           PERFORM 160-READ-AND-SCREEN-CUSTOMER
               UNTIL CUSTXTR-EOF-SWITCH = "Y".
           CLOSE CUSTXTR.

      **************************************************************
      * READS ONE EXTRACT RECORD AND, BY ITS TYPE, COUNTS THE      *
      * REFERENCE RECORD (THIS REPORT PRINTS NO NAMES), HANDS THE  *
      * CUSTOMER OFF TO BE EVALUATED FOR A CREDIT EXPOSURE, OR     *
      * CAPTURES THE TRAILER'S CONTROL TOTALS                      *
      **************************************************************
       160-READ-AND-SCREEN-CUSTOMER.

           READ CUSTXTR
               AT END
                   MOVE "Y" TO CUSTXTR-EOF-SWITCH.

           IF CUSTXTR-EOF-SWITCH = "N"
               EVALUATE CX-RECORD-TYPE
                   WHEN "R"
                       ADD 1 TO EXTRACT-REFERENCE-COUNT
                   WHEN "C"
                       ADD 1 TO EXTRACT-CUSTOMER-COUNT
                       MOVE CX-CUSTOMER-DATA TO CM-RECORD
                       ADD CM-SALES-THIS-YTD TO EXTRACT-DOLLAR-TOTAL
                       PERFORM 170-EVALUATE-CUSTOMER-EXPOSURE
                   WHEN "T"
                       MOVE "Y" TO EXTRACT-TRAILER-SWITCH
                       MOVE CX-CUSTOMER-COUNT  TO TRAILER-CUSTOMER-COUNT
                       MOVE CX-REFERENCE-COUNT TO
                           TRAILER-REFERENCE-COUNT
                       MOVE CX-DOLLAR-TOTAL    TO TRAILER-DOLLAR-TOTAL
               END-EVALUATE.

      **************************************************************
      * COMPUTES THE EXPOSURE PERCENT FOR THE CUSTOMER AND         *

           RELEASE SORT-RECORD.

      **************************************************************
      * REFUSES THE RUN WHEN THE EXTRACT HAS NO TRAILER OR DOESN'T *
      * AGREE WITH IT - A SHORT OR MIXED-UP EXTRACT MUST NEVER     *
      * REACH THE PRINTER OR THE CREDIT HOLD FILE                  *
      **************************************************************
       190-CHECK-EXTRACT-TOTALS.

           IF EXTRACT-TRAILER-SWITCH = "N"
                   OR EXTRACT-CUSTOMER-COUNT
                       NOT = TRAILER-CUSTOMER-COUNT
                   OR EXTRACT-REFERENCE-COUNT
                       NOT = TRAILER-REFERENCE-COUNT
                   OR EXTRACT-DOLLAR-TOTAL
                       NOT = TRAILER-DOLLAR-TOTAL
               DISPLAY "RPT2006: CUSTXTR DOES NOT AGREE WITH ITS"
               DISPLAY "RPT2006: TRAILER - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      **************************************************************
      * THE SORT OUTPUT PROCEDURE - RETURNS THE EXCEPTIONS BY      *
      * TERRITORY, WORST EXPOSURE FIRST, AND PRINTS THE REPORT     *
      **************************************************************
       400-PRINT-EXPOSURE-LINES.

           *> REFUSE TO PRINT FROM AN EXTRACT THAT DOESN'T AGREE
           *> WITH ITS OWN TRAILER
           PERFORM 190-CHECK-EXTRACT-TOTALS.

           PERFORM 410-RETURN-AND-PRINT-LINE
               UNTIL SORT-EOF-SWITCH = "Y".

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
               DISPLAY "RPT2006: CUSTXTR IS STALE - CUSTEXTR HAS NOT"
               DISPLAY "RPT2006: COMPLETED THIS CYCLE - RUN REFUSED"
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
