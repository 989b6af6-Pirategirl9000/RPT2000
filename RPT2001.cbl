      *   naming the branch and its manager off REFMAST, and a
      *   distribution manifest lists every file produced with its
      *   page and line counts so the mailroom can check nothing
      *   was missed. The customers and the REFMAST names come off
      *   the nightly CUSTXTR extract rather than a pass of its own
      *   over CUSTMAST, and the run is refused unless the extract
      *   agrees with its trailer.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    THE NIGHTLY CUSTOMER EXTRACT - THE REFMAST NAMES, EVERY
      *    CUSTMAST RECORD, AND THE CONTROL-TOTAL TRAILER
           SELECT CUSTXTR  ASSIGN TO CUSTXTR.
           SELECT ORPT2001 ASSIGN TO RPT2001.
           SELECT SORT-WORK-FILE ASSIGN TO SRTWK02.

      *    PER-BRANCH BURST OUTPUT FILES - EACH BRANCH'S PAGES ARE
      *    COPIED TO ITS OWN FILE, ASSIGNED IN ORDER OF APPEARANCE
      *    ON THE SORTED STREAM, SO THE MAILROOM STUFFS ENVELOPES
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
           05  SRT-SALES-THIS-YTD      PIC S9(5)V9(2).
           05  SRT-SALES-LAST-YTD      PIC S9(5)V9(2).


      **************************************************************
      * PER-BRANCH BURST OUTPUT FILES - EACH HOLDS ONE BRANCH'S   *
       WORKING-STORAGE SECTION.

      **************************************************************
      * SWITCHES FOR END OF FILE ON CUSTXTR AND ON THE SORTED      *
      * DECLINING-CUSTOMER WORK FILE                               *
      **************************************************************
       01  SWITCHES.
           05  CUSTXTR-EOF-SWITCH      PIC X    VALUE "N".
           05  SORT-EOF-SWITCH         PIC X    VALUE "N".

      **************************************************************
      * ONE CUSTOMER OFF THE EXTRACT, BEING SCREENED FOR A SALES   *
      * DECLINE, AND ONE REFERENCE RECORD OFF IT, ON ITS WAY INTO  *
      * THE BRANCH NAME TABLE BELOW                                *
      **************************************************************
           COPY CUSTREC.
           COPY REFREC.

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
      * THE BRANCH NAME AND MANAGER TABLE OFF THE REFERENCE       *
      * MASTER AND THE WORK FIELDS FOR LOOKING A BRANCH UP - WHEN *
      * THE EXTRACT HAS NO BRANCH RECORDS THE COUNT STAYS ZERO    *
      * AND EVERY LOOK-UP COMES BACK BLANK                        *
      **************************************************************
       01  REFERENCE-NAME-TABLES.
           05  BRANCH-NAME-COUNT       PIC S9(3)  VALUE ZERO.
               10  BNE-BRANCH-NAME     PIC X(20).
               10  BNE-BRANCH-MANAGER  PIC X(20).
       01  NAME-LOOKUP-FIELDS.
           05  NAME-LOOKUP-KEY         PIC X(2).
           05  NAME-LOOKUP-INDEX       PIC S9(3)  VALUE ZERO.
           05  FOUND-REFERENCE-NAME    PIC X(20).
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

           *> SCREEN EVERY CUSTOMER ON THE EXTRACT FOR A SALES
           *> DECLINE (FILING THE BRANCH NAMES AND MANAGERS FOR THE
           *> BANNER PAGES ON THE WAY), SORT THE ONES THAT QUALIFY
           *> BY BRANCH WITH THE WORST DECLINE FIRST INSIDE EACH
           *> BRANCH, AND PRINT THEM -
           *> BRANCH-MAJOR ORDER IS WHAT LETS EACH BRANCH'S PAGES
           *> BE COPIED TO ITS OWN BURST FILE IN ONE PASS
           SORT SORT-WORK-FILE
           MOVE CD-MINUTES TO HL2-MINUTES.

      **************************************************************
      * THE SORT INPUT PROCEDURE - READS THE WHOLE EXTRACT AND     *
      * RELEASES ONLY THE CUSTOMERS THAT QUALIFY AS A DECLINE,     *
      * COUNTING EVERYTHING FOR THE CHECK AGAINST THE TRAILER      *
      **************************************************************
       150-SELECT-DECLINING-CUSTOMERS.

           OPEN INPUT CUSTXTR.
           PERFORM 160-READ-AND-SCREEN-CUSTOMER
               UNTIL CUSTXTR-EOF-SWITCH = "Y".
           CLOSE CUSTXTR.

      **************************************************************
      * READS ONE EXTRACT RECORD AND, BY ITS TYPE, FILES THE       *
      * REFERENCE NAME, HANDS THE CUSTOMER OFF TO BE EVALUATED     *
      * FOR A SALES DECLINE, OR CAPTURES THE TRAILER'S TOTALS      *
      **************************************************************
       160-READ-AND-SCREEN-CUSTOMER.

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
                       PERFORM 170-EVALUATE-CUSTOMER-CHANGE
                   WHEN "T"
                       MOVE "Y" TO EXTRACT-TRAILER-SWITCH
                       MOVE CX-CUSTOMER-COUNT  TO TRAILER-CUSTOMER-COUNT
                       MOVE CX-REFERENCE-COUNT TO
                           TRAILER-REFERENCE-COUNT
                       MOVE CX-DOLLAR-TOTAL    TO TRAILER-DOLLAR-TOTAL
               END-EVALUATE.

      **************************************************************
      * COMPUTES THE CHANGE AMOUNT AND PERCENT FOR THE CUSTOMER    *

           RELEASE SORT-RECORD.

      **************************************************************
      * REFUSES THE RUN WHEN THE EXTRACT HAS NO TRAILER OR DOESN'T *
      * AGREE WITH IT - A SHORT OR MIXED-UP EXTRACT MUST NEVER     *
      * REACH THE PRINTER OR THE BRANCH FILES                      *
      **************************************************************
       190-CHECK-EXTRACT-TOTALS.

           IF EXTRACT-TRAILER-SWITCH = "N"
                   OR EXTRACT-CUSTOMER-COUNT
                       NOT = TRAILER-CUSTOMER-COUNT
                   OR EXTRACT-REFERENCE-COUNT
                       NOT = TRAILER-REFERENCE-COUNT
                   OR EXTRACT-DOLLAR-TOTAL
                       NOT = TRAILER-DOLLAR-TOTAL
               DISPLAY "RPT2001: CUSTXTR DOES NOT AGREE WITH ITS"
               DISPLAY "RPT2001: TRAILER - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      **************************************************************
      * THE SORT OUTPUT PROCEDURE - RETURNS THE DECLINING          *
      * CUSTOMERS WORST-FIRST AND PRINTS THE CALL LIST             *
      **************************************************************
       400-PRINT-DECLINE-LINES.

           *> REFUSE TO PRINT FROM AN EXTRACT THAT DOESN'T AGREE
           *> WITH ITS OWN TRAILER
           PERFORM 190-CHECK-EXTRACT-TOTALS.

           PERFORM 410-RETURN-AND-PRINT-LINE
               UNTIL SORT-EOF-SWITCH = "Y".

           WRITE PRINT-AREA.

      **************************************************************
      * FILES THE KEY, NAME, AND MANAGER OF ONE REFERENCE RECORD  *
      * OFF THE EXTRACT IN THE BRANCH TABLE - OTHER RECORD TYPES  *
      * AND AN OVERFULL TABLE ARE SIMPLY SKIPPED                  *
      **************************************************************
       075-LOAD-REFERENCE-ENTRY.

           IF RF-RECORD-TYPE = "B"
                   AND BRANCH-NAME-COUNT < 99
               ADD 1 TO BRANCH-NAME-COUNT
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
               DISPLAY "RPT2001: CUSTXTR IS STALE - CUSTEXTR HAS NOT"
               DISPLAY "RPT2001: COMPLETED THIS CYCLE - RUN REFUSED"
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
