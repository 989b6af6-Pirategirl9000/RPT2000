      *   a banner page naming the branch and its manager off
      *   REFMAST, and a distribution manifest lists every file
      *   produced with its page and line counts so the mailroom
      *   can check nothing was missed. The customers and the
      *   REFMAST names come off the nightly CUSTXTR extract rather
      *   than a pass of its own over CUSTMAST, and the run is
      *   refused unless the extract agrees with its trailer.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    THE NIGHTLY CUSTOMER EXTRACT - THE REFMAST NAMES, EVERY
      *    CUSTMAST RECORD, AND THE CONTROL-TOTAL TRAILER
           SELECT CUSTXTR   ASSIGN TO CUSTXTR.
           SELECT ORPT2005  ASSIGN TO RPT2005.
           SELECT SRTCUST5  ASSIGN TO SRTCUST5.
           SELECT SORT-WORK-FILE ASSIGN TO SRTWK06.

      *    PER-BRANCH BURST OUTPUT FILES - EACH BRANCH'S PAGES ARE
      *    COPIED TO ITS OWN FILE, ASSIGNED IN ORDER OF APPEARANCE
      *    ON THE RE-SEQUENCED INPUT, SO THE MAILROOM STUFFS
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
       01  PRINT-AREA      PIC X(130).

      **************************************************************
      * RE-SEQUENCED INPUT FILE - HOLDS CUSTXTR IN BRANCH/SALESREP *
      * ORDER SO THE REPORT READS IN THE SAME ORDER AS RPT2000      *
      **************************************************************
       FD  SRTCUST5
           COPY CUSTREC.

      **************************************************************
      * SORT WORK FILE - RE-SEQUENCES CUSTXTR BY BRANCH AND        *
      * SALESREP NUMBER AHEAD OF THE MAIN PROCESSING LOOP          *
      **************************************************************
       SD  SORT-WORK-FILE.
                         ==CM-SALES-HISTORY==    BY
                             ==SW-SALES-HISTORY==.


      **************************************************************
      * PER-BRANCH BURST OUTPUT FILES - EACH HOLDS ONE BRANCH'S   *
      **************************************************************
       01  SWITCHES.
           05  SRTCUST5-EOF-SWITCH     PIC X    VALUE "N".
           05  CUSTXTR-EOF-SWITCH      PIC X    VALUE "N".

      **************************************************************
      * ONE REFERENCE RECORD OFF THE EXTRACT, ON ITS WAY INTO THE  *
      * BRANCH NAME TABLE BELOW                                    *
      **************************************************************
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

           *> THE INPUT PROCEDURE ALSO FILES THE BRANCH NAMES AND
           *> MANAGERS SO THE BANNER PAGES CAN PRINT THEM
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-BRANCH-NUMBER
               ON ASCENDING KEY SW-SALESREP-NUMBER
               ON ASCENDING KEY SW-CUSTOMER-NUMBER
               INPUT PROCEDURE 150-RELEASE-EXTRACT-RECORDS
               GIVING SRTCUST5.

           *> REFUSE TO PRINT FROM AN EXTRACT THAT DOESN'T AGREE
           *> WITH ITS OWN TRAILER
           PERFORM 170-CHECK-EXTRACT-TOTALS.

           OPEN INPUT  SRTCUST5
                OUTPUT ORPT2005.

           MOVE ZERO TO LINE-COUNT.

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
      * REACH THE PRINTER OR THE BRANCH FILES                      *
      **************************************************************
       170-CHECK-EXTRACT-TOTALS.

           IF EXTRACT-TRAILER-SWITCH = "N"
                   OR EXTRACT-CUSTOMER-COUNT
                       NOT = TRAILER-CUSTOMER-COUNT
                   OR EXTRACT-REFERENCE-COUNT
                       NOT = TRAILER-REFERENCE-COUNT
                   OR EXTRACT-DOLLAR-TOTAL
                       NOT = TRAILER-DOLLAR-TOTAL
               DISPLAY "RPT2005: CUSTXTR DOES NOT AGREE WITH ITS"
               DISPLAY "RPT2005: TRAILER - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

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
               DISPLAY "RPT2005: CUSTXTR IS STALE - CUSTEXTR HAS NOT"
               DISPLAY "RPT2005: COMPLETED THIS CYCLE - RUN REFUSED"
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
