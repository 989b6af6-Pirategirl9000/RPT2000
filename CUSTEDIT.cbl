      *   An add keyed earlier in the same batch counts as "on
      *   file" for the transactions after it, the same way the
      *   live master would look by the time CUSTMNT reached them.
      *
      *   A change raising a credit limit by more than CUSTMNT's
      *   dual-control threshold is listed as a raise that will
      *   pend for a second operator's approval instead of
      *   applying, and the transaction's verdict is PENDING. The
      *   threshold is CUSTMNT's standing $5,000.00 unless the
      *   APPRCARD deck carries a "P" card overriding it, read
      *   here the same way. The batch header's keying operator
      *   prints on the listing heading.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
      *    A CYCLE THAT HAS NEVER RUN RPT2006 EDITS AS BEFORE
           SELECT OPTIONAL CRHOLD ASSIGN TO CRHOLD.

      *    APPROVAL CARDS CUSTMNT WILL READ - ONLY THE "P" CARD IS
      *    USED HERE, FOR THE DUAL-CONTROL THRESHOLD. OPTIONAL SO
      *    AN EDIT WITH NO CARD DECK USES THE STANDING THRESHOLD
           SELECT OPTIONAL APPRCARD ASSIGN TO APPRCARD.

           SELECT EDITLIST ASSIGN TO EDITLIST.

       DATA DIVISION.
                   15  TR-BATCH-YEAR       PIC 9(4).
                   15  TR-BATCH-MONTH      PIC 9(2).
                   15  TR-BATCH-DAY        PIC 9(2).
      *        WHO KEYED THE BATCH - A CREDIT-LIMIT RAISE OVER THE
      *        DUAL-CONTROL THRESHOLD NEEDS SOMEONE ELSE TO APPROVE
               10  TR-OPERATOR-ID          PIC X(8).
               10  FILLER                  PIC X(123).

      **************************************************************
      * BRANCH/SALESREP/TERRITORY REFERENCE MASTER - READ ONCE AT *
           BLOCK CONTAINS 80 CHARACTERS.
           COPY HOLDREC.

      **************************************************************
      * APPROVAL CARDS - THE SAME DECK CUSTMNT READS, OF WHICH    *
      * ONLY THE "P" CARD'S THRESHOLD MATTERS TO THE EDIT         *
      **************************************************************
       FD  APPRCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  APPROVAL-CARD-RECORD.
           05  AP-CARD-TYPE            PIC X(1).
           05  FILLER                  PIC X(1).
           05  AP-CARD-VALUE           PIC X(30).
           05  AP-PARAMETER-VALUE REDEFINES AP-CARD-VALUE.
               10  AP-THRESHOLD-AMOUNT PIC 9(7)V99.
               10  FILLER              PIC X(1).
               10  AP-EXPIRY-DAYS      PIC 9(3).
               10  FILLER              PIC X(17).
           05  AP-APPROVAL-VALUE REDEFINES AP-CARD-VALUE.
               10  AP-CUSTOMER-NUMBER  PIC 9(5).
               10  FILLER              PIC X(1).
               10  AP-CREDIT-LIMIT     PIC 9(7)V99.
               10  FILLER              PIC X(1).
               10  AP-OPERATOR-ID      PIC X(8).
               10  FILLER              PIC X(6).
           05  FILLER                  PIC X(48).

      **************************************************************
      * EDIT PROOF LISTING - THE ERRORS FOUND, A VERDICT LINE PER *
      * TRANSACTION, AND THE BATCH TOTALS                         *
           05  CRHOLD-EOF-SWITCH       PIC X   VALUE "N".
           05  CUSTOMER-HELD-SWITCH    PIC X   VALUE "N".
           05  IN-BATCH-ADDED-SWITCH   PIC X   VALUE "N".
           05  APPRCARD-EOF-SWITCH     PIC X   VALUE "N".

      **************************************************************
      * THE DUAL-CONTROL THRESHOLD - A CREDIT-LIMIT RAISE BIGGER  *
      * THAN THIS WILL PEND IN CUSTMNT INSTEAD OF APPLYING. THE   *
      * STANDING DEFAULT IS CUSTMNT'S, OVERRIDDEN BY A "P" CARD   *
      **************************************************************
       01  DUAL-CONTROL-FIELDS.
           05  PEND-THRESHOLD          PIC S9(7)V99 VALUE +5000.00.
           05  CREDIT-INCREASE         PIC S9(8)V99 VALUE ZERO.

      **************************************************************
      * THE KEYS OF EVERY BRANCH, SALESREP, AND TERRITORY ON THE  *
       01  ADD-LOOKUP-INDEX            PIC S9(3)  VALUE ZERO.

      **************************************************************
      * THE BATCH NUMBER AND KEYING OPERATOR, PULLED FROM THE     *
      * TRANSACTION FILE'S HEADER RECORD, PRINTED ON THE LISTING  *
      * HEADER                                                    *
      **************************************************************
       01  BATCH-FIELDS.
           05  BATCH-NUMBER            PIC 9(6)    VALUE ZERO.
           05  BATCH-OPERATOR-ID       PIC X(8)    VALUE SPACE.

      **************************************************************
      * THE CURRENT TRANSACTION'S RUNNING VERDICT - EVERY ERROR   *
           05  CLEAN-COUNT             PIC S9(5)   VALUE ZERO.
           05  FIELD-ERROR-COUNT       PIC S9(5)   VALUE ZERO.
           05  REJECT-COUNT            PIC S9(5)   VALUE ZERO.
           05  PENDING-COUNT           PIC S9(5)   VALUE ZERO.
           05  RAISE-PEND-COUNT        PIC S9(5)   VALUE ZERO.

      **************************************************************
      * USED TO PULL IN THE CURRENT-DATE-TIME FOR THE HEADER      *

      **************************************************************
      * STORES THE SECOND HEADER LINE INFORMATION - THE TIME, THE *
      * BATCH BEING PROOFED, WHO KEYED IT, AND THE PROGRAM ID     *
      **************************************************************
       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  FILLER          PIC X(8)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "BATCH: ".
           05  HL2-BATCH-NUMBER PIC 9(6).
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "OPERATOR: ".
           05  HL2-OPERATOR-ID PIC X(8).
           05  FILLER          PIC X(26)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "CUSTEDIT".
           05  FILLER          PIC X(39)   VALUE SPACE.


           PERFORM 020-LOAD-REFERENCE-TABLES.
           PERFORM 030-LOAD-CREDIT-HOLDS.
           PERFORM 040-READ-APPROVAL-CARDS.

           OPEN INPUT CUSTTRAN.
           PERFORM 050-READ-BATCH-HEADER.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.

      **************************************************************
      * READS THE APPROVAL CARD DECK FOR A "P" CARD OVERRIDING    *
      * THE DUAL-CONTROL THRESHOLD - NO DECK AT ALL LEAVES THE    *
      * STANDING THRESHOLD IN PLACE                               *
      **************************************************************
       040-READ-APPROVAL-CARDS.

           OPEN INPUT APPRCARD.
           PERFORM 045-READ-ONE-APPROVAL-CARD
               UNTIL APPRCARD-EOF-SWITCH = "Y".
           CLOSE APPRCARD.

      **************************************************************
      * READS ONE APPROVAL CARD AND, IF IT IS A "P" CARD WITH A   *
      * THRESHOLD PUNCHED, TAKES THE THRESHOLD THE WAY CUSTMNT    *
      * WILL - EVERY OTHER CARD IS CUSTMNT'S BUSINESS ALONE       *
      **************************************************************
       045-READ-ONE-APPROVAL-CARD.

           READ APPRCARD
               AT END
                   MOVE "Y" TO APPRCARD-EOF-SWITCH.

           IF APPRCARD-EOF-SWITCH = "N"
               IF AP-CARD-TYPE = "P"
                   IF AP-THRESHOLD-AMOUNT NUMERIC
                           AND AP-THRESHOLD-AMOUNT > ZERO
                       MOVE AP-THRESHOLD-AMOUNT TO PEND-THRESHOLD.

      **************************************************************
      * READS THE TRANSACTION FILE'S FIRST RECORD, THE BATCH      *
      * HEADER, AND SAVES OFF THE BATCH NUMBER AND OPERATOR FOR   *
      * THE LISTING                                               *
      **************************************************************
       050-READ-BATCH-HEADER.


           IF TRAN-EOF-SWITCH = "N"
               MOVE TR-BATCH-NUMBER TO BATCH-NUMBER
               MOVE TR-BATCH-NUMBER TO HL2-BATCH-NUMBER
               MOVE TR-OPERATOR-ID  TO BATCH-OPERATOR-ID
               MOVE TR-OPERATOR-ID  TO HL2-OPERATOR-ID.

      **************************************************************
      * FORMATS THE LISTING HEADER BY GRABBING THE DATE TIME AND  *
           EVALUATE TRAN-VERDICT
               WHEN "OK      "
                   ADD 1 TO CLEAN-COUNT
               WHEN "PENDING "
                   ADD 1 TO PENDING-COUNT
               WHEN "FLD-ERR "
                   ADD 1 TO FIELD-ERROR-COUNT
               WHEN OTHER
           MOVE TRAN-VERDICT TO EL-VERDICT.
           MOVE SPACES TO EL-MESSAGE.
           IF TRAN-VERDICT = "OK      "
               MOVE "WILL APPLY CLEAN" TO EL-MESSAGE
           ELSE IF TRAN-VERDICT = "PENDING "
               MOVE "APPLIES - CREDIT RAISE PENDS" TO EL-MESSAGE.
           PERFORM 420-PRINT-EDIT-LINE.

      **************************************************************
                   PENDING-ERROR-MESSAGE
               PERFORM 410-FLAG-FIELD-ERROR.

           IF TR-CREDIT-LIMIT NOT = ZERO
                   AND IN-BATCH-ADDED-SWITCH = "N"
               COMPUTE CREDIT-INCREASE =
                   TR-CREDIT-LIMIT - CM-CREDIT-LIMIT
               IF CREDIT-INCREASE > PEND-THRESHOLD
                   IF BATCH-OPERATOR-ID = SPACES
                       MOVE "NO OPERATOR - RAISE NOT PENDED" TO
                           PENDING-ERROR-MESSAGE
                       PERFORM 410-FLAG-FIELD-ERROR
                   ELSE
                       MOVE "CREDIT RAISE WILL PEND" TO
                           PENDING-ERROR-MESSAGE
                       PERFORM 415-FLAG-PENDING-RAISE.

      **************************************************************
      * LOOKS THE CURRENT CUSTOMER UP IN THE HELD-CUSTOMER TABLE  *
      * AND ANSWERS THROUGH CUSTOMER-HELD-SWITCH                  *
           MOVE PENDING-ERROR-MESSAGE TO EL-MESSAGE.
           PERFORM 420-PRINT-EDIT-LINE.

      **************************************************************
      * A CREDIT-LIMIT RAISE CUSTMNT WILL HOLD FOR A SECOND       *
      * OPERATOR'S APPROVAL - PRINT IT AND MARK AN OTHERWISE      *
      * CLEAN TRANSACTION PENDING                                 *
      **************************************************************
       415-FLAG-PENDING-RAISE.

           ADD 1 TO RAISE-PEND-COUNT.
           IF TRAN-VERDICT = "OK      "
               MOVE "PENDING " TO TRAN-VERDICT.
           MOVE SPACES TO EL-VERDICT.
           MOVE PENDING-ERROR-MESSAGE TO EL-MESSAGE.
           PERFORM 420-PRINT-EDIT-LINE.

      **************************************************************
      * PRINTS ONE EDIT LISTING LINE FOR THE CURRENT TRANSACTION  *
      * AND UPDATES THE LINE COUNTER SO IT KNOWS WHEN IT HAS TO   *

      **************************************************************
      * PRINTS THE BATCH TOTALS - HOW MANY TRANSACTIONS WILL      *
      * APPLY CLEAN, HOW MANY APPLY WITH A CREDIT RAISE PENDING,  *
      * HOW MANY CARRY FIELD ERRORS CUSTMNT WILL SKIP, HOW MANY   *
      * WILL BE REJECTED OUTRIGHT, AND HOW MANY RAISES WILL PEND  *
      **************************************************************
       900-PRINT-BATCH-TOTALS.

           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "WILL APPLY, CREDIT RAISE PENDING.." TO CN-CAPTION.
           MOVE PENDING-COUNT TO CN-COUNT.
           MOVE COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "WILL APPLY WITH FIELD ERRORS......" TO CN-CAPTION.
           MOVE FIELD-ERROR-COUNT TO CN-COUNT.
           MOVE COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           MOVE "CREDIT RAISES THAT WILL PEND......" TO CN-CAPTION.
           MOVE RAISE-PEND-COUNT TO CN-COUNT.
           MOVE COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO LINE-COUNT.

           IF REJECT-COUNT NOT = ZERO
                   OR FIELD-ERROR-COUNT NOT = ZERO
               MOVE 4 TO RETURN-CODE.
