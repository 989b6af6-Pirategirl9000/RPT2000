      *   extract - name, address, phone, credit limit - grouped by
      *   territory, so the field sales organization has one report
      *   listing who belongs to each territory without digging
      *   through RPT2000's branch/salesrep sales printout. The
      *   customers and the REFMAST names come off the nightly
      *   CUSTXTR extract rather than a pass of its own over
      *   CUSTMAST, and the run is refused unless the extract
      *   agrees with its trailer.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    THE NIGHTLY CUSTOMER EXTRACT - THE REFMAST NAMES, EVERY
      *    CUSTMAST RECORD, AND THE CONTROL-TOTAL TRAILER
           SELECT CUSTXTR   ASSIGN TO CUSTXTR.
           SELECT ORPT2003  ASSIGN TO RPT2003.
           SELECT SRTCUST4  ASSIGN TO SRTCUST4.
           SELECT SORT-WORK-FILE ASSIGN TO SRTWK05.


      *    SHARED RUN-CONTROL FILE - THIS PROGRAM APPENDS A RECORD
      *    AT START AND AT END OF ITS RUN SO THE OPERATORS (AND
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
      * RE-SEQUENCED INPUT FILE - HOLDS CUSTXTR IN TERRITORY ORDER *
      * SO THE MAIN LOOP CAN GROUP ON CM-TERRITORY-CODE AS IT READS *
      **************************************************************
       FD  SRTCUST4
           COPY CUSTREC.

      **************************************************************
      * SORT WORK FILE - RE-SEQUENCES CUSTXTR BY TERRITORY CODE,   *
      * THEN CUSTOMER NUMBER WITHIN A TERRITORY, AHEAD OF THE MAIN *
      * PROCESSING LOOP                                             *
      **************************************************************
                         ==CM-SALES-HISTORY==    BY
                             ==SW-SALES-HISTORY==.


      **************************************************************
      * SHARED RUN-CONTROL FILE - ONE RECORD APPENDED AT START    *
      **************************************************************
       01  SWITCHES.
           05  SRTCUST4-EOF-SWITCH     PIC X    VALUE "N".
           05  CUSTXTR-EOF-SWITCH      PIC X    VALUE "N".

      **************************************************************
      * ONE REFERENCE RECORD OFF THE EXTRACT, ON ITS WAY INTO THE  *
      * TERRITORY NAME TABLE BELOW                                 *
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
      * THE CODE-TO-NAME TABLE OFF THE REFERENCE MASTER AND THE   *
      * WORK FIELDS FOR LOOKING A TERRITORY UP - WHEN THE EXTRACT *
      * HAS NO TERRITORY RECORDS THE COUNT STAYS ZERO AND EVERY   *
      * LOOK-UP COMES BACK BLANK                                  *
      **************************************************************
       01  REFERENCE-NAME-TABLES.
           05  TERRITORY-NAME-COUNT    PIC S9(3)  VALUE ZERO.
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

           *> RE-SEQUENCE THE EXTRACT BY TERRITORY, THEN CUSTOMER
           *> NUMBER WITHIN A TERRITORY, SO THE MAIN LOOP CAN GROUP
           *> ON TERRITORY AS IT READS - THE INPUT PROCEDURE ALSO
           *> FILES THE TERRITORY NAMES FOR THE TOTAL LINES
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-TERRITORY-CODE
               ON ASCENDING KEY SW-CUSTOMER-NUMBER
               INPUT PROCEDURE 150-RELEASE-EXTRACT-RECORDS
               GIVING SRTCUST4.

           *> REFUSE TO PRINT FROM AN EXTRACT THAT DOESN'T AGREE
           *> WITH ITS OWN TRAILER
           PERFORM 170-CHECK-EXTRACT-TOTALS.

           OPEN INPUT  SRTCUST4
                OUTPUT ORPT2003.

                        TERRITORY-CREDIT-LIMIT-TOTAL.

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
               DISPLAY "RPT2003: CUSTXTR DOES NOT AGREE WITH ITS"
               DISPLAY "RPT2003: TRAILER - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN.

      **************************************************************
      * FILES THE CODE, NAME, AND ANALYST OF ONE REFERENCE RECORD  *
      * OFF THE EXTRACT IN THE TERRITORY TABLE - BRANCH AND        *
      * SALESREP RECORDS AND AN OVERFULL TABLE ARE SIMPLY SKIPPED  *
      **************************************************************
       075-LOAD-REFERENCE-ENTRY.

           IF RF-RECORD-TYPE = "T"
                   AND TERRITORY-NAME-COUNT < 99
               ADD 1 TO TERRITORY-NAME-COUNT
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
               DISPLAY "RPT2003: CUSTXTR IS STALE - CUSTEXTR HAS NOT"
               DISPLAY "RPT2003: COMPLETED THIS CYCLE - RUN REFUSED"
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
