      *   branch's own BROUTnn output file behind a banner page         00100290
      *   naming the branch and its manager, and a distribution         00100390
      *   manifest lists every file produced with its page and line     00100490
      *   counts so the mailroom can check nothing was missed.          47000195
      *   The customers and the REFMAST names come off the nightly      47000295
      *   CUSTXTR extract rather than a pass of its own over            47000395
      *   CUSTMAST, and the run is refused unless the extract           47000495
      *   agrees with its trailer.                                      47000595
       ENVIRONMENT DIVISION.                                            00110001
                                                                        00120001
       INPUT-OUTPUT SECTION.                                            00130001
                                                                        00140001
       FILE-CONTROL.                                                    00150001
      *    THE NIGHTLY CUSTOMER EXTRACT - THE REFMAST NAMES, EVERY      47000695
      *    CUSTMAST RECORD, AND THE CONTROL-TOTAL TRAILER               47000795
           SELECT CUSTXTR  ASSIGN TO CUSTXTR.                           47000895
           SELECT ORPT2000 ASSIGN TO RPT2000.                           00170001
                                                                        00171030
      *    SRTCUST HOLDS CUSTMAST RE-SEQUENCED BY BRANCH AND            00172030
      *    MATCHING AGAINST THE CUSTMAST RECORD COUNT FROM THE FILE-    44004060
      *    TRANSFER JOB BEFORE THE REPORT IS RELEASED TO THE BRANCHES   44005060
           SELECT CTLTOTAL ASSIGN TO CTLTOTAL.                          44006060
                                                                        46000290
      *    PER-BRANCH BURST OUTPUT FILES - EACH BRANCH'S PAGES ARE      46000390
      *    COPIED TO ITS OWN FILE, ASSIGNED IN ORDER OF APPEARANCE      46000490
       FILE SECTION.                                                    00210001
                                                                        00220001
      **************************************************************    00221010
      * INPUT FILE                                                 *    47000995
      **************************************************************    47001095
      *    CUSTXTR IS READ ONLY BY THE RE-SEQUENCING SORT'S INPUT       47001195
      *    PROCEDURE BELOW, WHICH FILES ITS REFERENCE NAMES AND         47001295
      *    RELEASES ITS CUSTOMERS                                       47001395
       FD  CUSTXTR                                                      47001495
           RECORDING MODE IS F                                          47001595
           LABEL RECORDS ARE STANDARD                                   47001695
           RECORD CONTAINS 150 CHARACTERS                               47001795
           BLOCK CONTAINS 150 CHARACTERS.                               47001895
           COPY CXTRREC.                                                47001995
                                                                        00360001
      **************************************************************    00361010
      * OUTPUT FILE                                                *    00362010
                                                                        00421030
      **************************************************************    00422030
      * RE-SEQUENCED INPUT FILE                                    *    00423030
      * HOLDS CUSTXTR IN BRANCH/SALESREP ORDER SO THE MAIN LOOP    *    47002095
      * CAN DETECT BRANCH/REP CONTROL BREAKS AS IT READS           *    00425030
      **************************************************************    00426030
       FD  SRTCUST                                                      00427030
           COPY CUSTREC.                                                00429330
                                                                        00429430
      **************************************************************    00429530
      * SORT WORK FILE - RE-SEQUENCES CUSTXTR BY BRANCH AND        *    47002195
      * SALESREP NUMBER AHEAD OF THE MAIN PROCESSING LOOP          *    00429730
      **************************************************************    00429830
       SD  SORT-WORK-FILE.                                              00429930
      * THIS FIELD SUPPORTS THE RECORD-COUNT AND DOLLAR CONTROL-     *   44007060
      * TOTAL RECONCILIATION FOOTER - RECORDS-READ-COUNT AND THE     *   44008060
      * CONTROL-TOTAL DOLLAR FIELDS ARE NOT CHECKPOINTED SINCE A     *   44009060
      * RESTART RESORTS AND REREADS ALL OF CUSTXTR FROM THE TOP      *  47002295
      * AND REBUILDS THEM CORRECTLY ON ITS OWN - ONLY THE PRINTED    *   44009760
      * COUNT SKIPS ALREADY-PROCESSED RECORDS AND MUST BE RESTORED   *   44009860
           05  CP-RECORDS-PRINTED         PIC 9(7).                     44010060
           05  CT-RECORDS-PRINTED    PIC 9(7).                          44027060
           05  CT-TOTAL-THIS-YTD      PIC S9(7)V99.                     44028060
           05  CT-TOTAL-LAST-YTD      PIC S9(7)V99.                     44029060
                                                                        46003790
      **************************************************************    46003890
      * PER-BRANCH BURST OUTPUT FILES - EACH HOLDS ONE BRANCH'S   *     46003990
           05  BRANCH-SELECTED-SWITCH  PIC X    VALUE "Y".              00471050
           05  CHKPOINT-EOF-SWITCH     PIC X    VALUE "N".              43162050
           05  RESTART-SWITCH          PIC X    VALUE "N".              43163050
           05  ALREADY-PROCESSED-SWITCH PIC X   VALUE "N".              47002395
           05  CUSTXTR-EOF-SWITCH      PIC X    VALUE "N".              47002495
                                                                        00480001
       01  CTLCARD-STATUS              PIC XX.                          00481020
                                                                        43165050
       01  CHKPOINT-STATUS             PIC XX.                          43166050
                                                                        47002595
      **************************************************************    47002695
      * ONE REFERENCE RECORD OFF THE EXTRACT, ON ITS WAY INTO THE  *    47002795
      * NUMBER-TO-NAME TABLES BELOW                                *    47002895
      **************************************************************    47002995
           COPY REFREC.                                                 47003095
                                                                        47003195
      **************************************************************    47003295
      * THE EXTRACT'S RECORDS AND DOLLARS AS COUNTED ON THE WAY    *    47003395
      * INTO THE SORT, AND AS ITS TRAILER SAYS THEY SHOULD BE -    *    47003495
      * NOTHING PRINTS UNLESS THE TWO AGREE                        *    47003595
      **************************************************************    47003695
       01  EXTRACT-CONTROL-FIELDS.                                      47003795
           05  EXTRACT-TRAILER-SWITCH  PIC X         VALUE "N".         47003895
           05  EXTRACT-CUSTOMER-COUNT  PIC S9(7)     VALUE ZERO.        47003995
           05  EXTRACT-REFERENCE-COUNT PIC S9(5)     VALUE ZERO.        47004095
           05  EXTRACT-DOLLAR-TOTAL    PIC S9(9)V99  VALUE ZERO.        47004195
           05  TRAILER-CUSTOMER-COUNT  PIC S9(7)     VALUE ZERO.        47004295
           05  TRAILER-REFERENCE-COUNT PIC S9(5)     VALUE ZERO.        47004395
           05  TRAILER-DOLLAR-TOTAL    PIC S9(9)V99  VALUE ZERO.        47004495
      **************************************************************    45001980
      * THE NUMBER-TO-NAME TABLES OFF THE REFERENCE MASTER AND THE *    45002080
      * WORK FIELDS FOR LOOKING A NAME UP - WHEN THE EXTRACT HAS   *    47004595
      * NO REFERENCE RECORDS THE COUNTS STAY ZERO AND EVERY        *    47004695
      * LOOK-UP COMES BACK BLANK                                   *    47004795
      **************************************************************    45002380
       01  REFERENCE-NAME-TABLES.                                       45002480
           05  BRANCH-NAME-COUNT       PIC S9(3)  VALUE ZERO.           45002580
               10  SNE-SALESREP-NUMBER PIC X(2).                        45003180
               10  SNE-SALESREP-NAME   PIC X(20).                       45003280
       01  NAME-LOOKUP-FIELDS.                                          45003380
           05  NAME-LOOKUP-KEY         PIC X(2).                        45003580
           05  NAME-LOOKUP-INDEX       PIC S9(3)  VALUE ZERO.           45003680
           05  FOUND-REFERENCE-NAME    PIC X(20).                       45003780
      **************************************************************    45051780
       01  RUNCTL-FIELDS.                                               45051880
           05  RUNCTL-EOF-SWITCH       PIC X      VALUE "N".            45051980
           05  CUSTEXTR-RUN-STATUS     PIC X(8)   VALUE SPACE.          47004895
       PROCEDURE DIVISION.                                              01190001
                                                                        01200001
      **************************************************************    01201011
           *> PICK UP THE OPTIONAL CHECKPOINT FILE LEFT BY AN ABENDED  43179050
           *> PRIOR RUN, IF THERE IS ONE                                43180050
           PERFORM 060-READ-CHECKPOINT.                                 43181050
           *> LOG THIS RUN ON THE SHARED RUN-CONTROL FILE               45052180
           PERFORM 080-WRITE-RUN-START.                                 45052280
           *> REFUSE TO PRINT AGAINST AN EXTRACT THIS CYCLE'S           47004995
           *> CUSTEXTR NEVER FINISHED WRITING                           47005095
           PERFORM 085-CHECK-MASTER-CURRENT.                            45052580
                                                                        01251019
           *> RE-SEQUENCE THE EXTRACT BY BRANCH/SALESREP SO THE MAIN    47005195
           *> LOOP CAN BREAK ON THEM - THE INPUT PROCEDURE ALSO FILES   47005295
           *> THE BRANCH AND SALESREP NAMES SO THE SUBTOTAL LINES CAN   47005395
           *> PRINT THEM - THIS RUNS IN FULL EVEN                       47005495
           *> ON A RESTART SINCE IT IS CHEAP AND DETERMINISTIC;         43183050
           *> 219-CHECK-ALREADY-PROCESSED SKIPS BACK OVER THE RECORDS   43184050
           *> ALREADY PRINTED BEFORE THE CHECKPOINT                     43185050
           SORT SORT-WORK-FILE                                          01251430
               ON ASCENDING KEY SW-BRANCH-NUMBER                        01251530
                                SW-SALESREP-NUMBER                      01251630
               INPUT PROCEDURE 150-RELEASE-EXTRACT-RECORDS              47005595
               GIVING SRTCUST.                                          47005695
                                                                        47005795
           *> REFUSE TO PRINT FROM AN EXTRACT THAT DOESN'T AGREE        47005895
           *> WITH ITS OWN TRAILER                                      47005995
           PERFORM 170-CHECK-EXTRACT-TOTALS.                            47006095
                                                                        01251930
           OPEN INPUT  SRTCUST.                                         43186050
                                                                        43187050
      *        RECORDS-READ-COUNT AND THE CONTROL-TOTAL DOLLAR          44121070
      *        FIELDS ARE NOT RESTORED HERE - 210-READ-CUSTOMER-        44122070
      *        RECORD REBUILDS THEM CORRECTLY AS THE RESTARTED          44123070
      *        RUN RESORTS AND REREADS ALL OF CUSTXTR FROM THE          47006195
      *        TOP - ONLY RECORDS-PRINTED-COUNT SKIPS ALREADY-          44125070
      *        PROCESSED RECORDS AND MUST BE RESTORED                   44125570
               MOVE CP-RECORDS-PRINTED       TO RECORDS-PRINTED-COUNT.  44126070
                                                                        43238050
      **************************************************************    47006295
      * THE SORT INPUT PROCEDURE - READS THE WHOLE EXTRACT,        *    47006395
      * FILING THE REFERENCE NAMES, RELEASING EVERY CUSTOMER, AND  *    47006495
      * COUNTING BOTH FOR THE CHECK AGAINST THE TRAILER            *    47006595
      **************************************************************    47006695
       150-RELEASE-EXTRACT-RECORDS.                                     47006795
           OPEN INPUT CUSTXTR.                                          47006895
           PERFORM 160-READ-EXTRACT-RECORD                              47006995
               UNTIL CUSTXTR-EOF-SWITCH = "Y".                          47007095
           CLOSE CUSTXTR.                                               47007195
      **************************************************************    47007295
      * READS ONE EXTRACT RECORD AND, BY ITS TYPE, FILES THE       *    47007395
      * REFERENCE NAME, RELEASES THE CUSTOMER TO THE SORT, OR      *    47007495
      * CAPTURES THE TRAILER'S CONTROL TOTALS                      *    47007595
      **************************************************************    47007695
       160-READ-EXTRACT-RECORD.                                         47007795
           READ CUSTXTR                                                 47007895
               AT END                                                   47007995
                   MOVE "Y" TO CUSTXTR-EOF-SWITCH.                      47008095
           IF CUSTXTR-EOF-SWITCH = "N"                                  47008195
               EVALUATE CX-RECORD-TYPE                                  47008295
                   WHEN "R"                                             47008395
                       ADD 1 TO EXTRACT-REFERENCE-COUNT                 47008495
                       MOVE CX-REFERENCE-RECORD TO RF-RECORD            47008595
                       PERFORM 075-LOAD-REFERENCE-ENTRY                 47008695
                   WHEN "C"                                             47008795
                       ADD 1 TO EXTRACT-CUSTOMER-COUNT                  47008895
                       MOVE CX-CUSTOMER-DATA TO SW-RECORD               47008995
                       ADD SW-SALES-THIS-YTD TO EXTRACT-DOLLAR-TOTAL    47009095
                       RELEASE SW-RECORD                                47009195
                   WHEN "T"                                             47009295
                       MOVE "Y" TO EXTRACT-TRAILER-SWITCH               47009395
                       MOVE CX-CUSTOMER-COUNT  TO TRAILER-CUSTOMER-COUNT47009495
                       MOVE CX-REFERENCE-COUNT TO                       47009595
                           TRAILER-REFERENCE-COUNT                      47009695
                       MOVE CX-DOLLAR-TOTAL    TO TRAILER-DOLLAR-TOTAL  47009795
               END-EVALUATE.                                            47009895
      **************************************************************    47009995
      * REFUSES THE RUN WHEN THE EXTRACT HAS NO TRAILER OR DOESN'T *    47010095
      * AGREE WITH IT - A SHORT OR MIXED-UP EXTRACT MUST NEVER     *    47010195
      * REACH THE PRINTER OR THE BRANCH FILES                      *    47010295
      **************************************************************    47010395
       170-CHECK-EXTRACT-TOTALS.                                        47010495
           IF EXTRACT-TRAILER-SWITCH = "N"                              47010595
                   OR EXTRACT-CUSTOMER-COUNT                            47010695
                       NOT = TRAILER-CUSTOMER-COUNT                     47010795
                   OR EXTRACT-REFERENCE-COUNT                           47010895
                       NOT = TRAILER-REFERENCE-COUNT                    47010995
                   OR EXTRACT-DOLLAR-TOTAL                              47011095
                       NOT = TRAILER-DOLLAR-TOTAL                       47011195
               DISPLAY "RPT2000: CUSTXTR DOES NOT AGREE WITH ITS"       47011295
               DISPLAY "RPT2000: TRAILER - RUN REFUSED"                 47011395
               MOVE 16 TO RETURN-CODE                                   47011495
               STOP RUN.                                                47011595
      **************************************************************    47011695
      * FILES THE KEY AND NAME OF ONE REFERENCE RECORD OFF THE     *    47011795
      * EXTRACT IN THE TABLE FOR ITS RECORD TYPE - TERRITORY       *    47011895
      * RECORDS AND AN OVERFULL TABLE ARE SIMPLY SKIPPED           *    47011995
      **************************************************************    47012095
       075-LOAD-REFERENCE-ENTRY.                                        47012195
           EVALUATE RF-RECORD-TYPE                                      47012295
               WHEN "B"                                                 45006980
                   IF BRANCH-NAME-COUNT < 99                            45007080
                       ADD 1 TO BRANCH-NAME-COUNT                       45007180
                       MOVE RF-REFERENCE-KEY TO BNE-BRANCH-NUMBER       45007280
                           (BRANCH-NAME-COUNT)                          45007380
                       MOVE RF-REFERENCE-NAME TO BNE-BRANCH-NAME        45007480
                           (BRANCH-NAME-COUNT)                          45007580
                       MOVE RF-CONTACT-NAME TO BNE-BRANCH-MANAGER       46028790
                           (BRANCH-NAME-COUNT)                          46028890
                   END-IF                                               45007680
               WHEN "R"                                                 45007780
                   IF SALESREP-NAME-COUNT < 99                          45007880
                       ADD 1 TO SALESREP-NAME-COUNT                     45007980
                       MOVE RF-REFERENCE-KEY TO SNE-SALESREP-NUMBER     45008080
                           (SALESREP-NAME-COUNT)                        45008180
                       MOVE RF-REFERENCE-NAME TO SNE-SALESREP-NAME      45008280
                           (SALESREP-NAME-COUNT)                        45008380
                   END-IF                                               45008480
           END-EVALUATE.                                                45008580
      **************************************************************    45008680
      * LOOKS THE BRANCH NUMBER IN NAME-LOOKUP-KEY UP IN THE      *     45008780
      * BRANCH TABLE AND ANSWERS THROUGH FOUND-REFERENCE-NAME -   *     45008880
           MOVE "STARTED " TO RN-STATUS.                                45053480
           PERFORM 955-APPEND-RUN-RECORD.                               45053580
      **************************************************************    45053680
      * REFUSES TO RUN AGAINST A STALE EXTRACT - THE CYCLE'S      *     47012395
      * RUN-CONTROL FILE MUST SHOW CUSTEXTR'S LATEST ENTRY AS     *     47012495
      * COMPLETE BEFORE THIS PROGRAM WILL TOUCH CUSTXTR (CUSTEXTR *     47012595
      * ITSELF WON'T RUN UNTIL CUSTMNT HAS COMPLETED)             *     47012695
      **************************************************************    45054080
       085-CHECK-MASTER-CURRENT.                                        45054180
           OPEN INPUT RUNCTL.                                           45054280
           PERFORM 086-SCAN-RUN-RECORD                                  45054380
               UNTIL RUNCTL-EOF-SWITCH = "Y".                           45054480
           CLOSE RUNCTL.                                                45054580
           IF CUSTEXTR-RUN-STATUS NOT = "COMPLETE"                      47012795
               DISPLAY "RPT2000: CUSTXTR IS STALE - CUSTEXTR HAS NOT"   47012895
               DISPLAY "RPT2000: COMPLETED THIS CYCLE - RUN REFUSED"    45054880
               MOVE 16 TO RETURN-CODE                                   45054980
               STOP RUN.                                                45055080
      **************************************************************    45055180
      * REMEMBERS THE STATUS OF THE LATEST CUSTEXTR ENTRY SEEN ON *     47012995
      * THE RUN-CONTROL FILE                                      *     45055380
      **************************************************************    45055480
       086-SCAN-RUN-RECORD.                                             45055580
               AT END                                                   45055780
                   MOVE "Y" TO RUNCTL-EOF-SWITCH.                       45055880
           IF RUNCTL-EOF-SWITCH = "N"                                   45055980
                   AND RN-PROGRAM-ID = "CUSTEXTR"                       47013095
               MOVE RN-STATUS TO CUSTEXTR-RUN-STATUS.                   47013195
      **************************************************************    45056280
      * FILLS THE SHARED RUN RECORD WITH THIS PROGRAM'S NAME AND  *     45056380
      * THE DATE AND TIME                                         *     45056480
