      *   raise is rejected to the audit log while the rest of the
      *   transaction's fields still apply. The hold clears only
      *   when a rerun of RPT2006 no longer lists the customer.
      *
      *   A CHANGE that raises a credit limit by more than the
      *   dual-control threshold is not applied. The raise is
      *   written to the PENDCRED pending file instead, with the
      *   operator named on the batch header, and only reaches
      *   the master on a later run when a second, different
      *   operator sends an "A" card on APPRCARD for the same
      *   customer and the same new limit. An "R" card rejects a
      *   pending raise outright, and a raise nobody settles
      *   within the expiry days is dropped. The threshold
      *   ($5,000.00) and expiry (30 days) can be overridden by a
      *   "P" card. Every pend, approval, rejection, and expiry
      *   is written to AUDITLOG.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
      *    MASTER AGAINST BEFORE IT IS PROMOTED
           SELECT MNTCTL   ASSIGN TO MNTCTL.

      *    PENDING CREDIT-LIMIT RAISES WAITING ON A SECOND
      *    OPERATOR - READ AT START-UP AND WRITTEN BACK IN FULL AT
      *    END OF RUN. OPTIONAL SO THE FIRST RUN STARTS WITH
      *    NOTHING PENDING
           SELECT OPTIONAL PENDCRED ASSIGN TO PENDCRED.

      *    APPROVAL CARDS FOR THE PENDING RAISES. OPTIONAL SO A RUN
      *    WITH NOTHING TO APPROVE NEEDS NO CARD DECK
           SELECT OPTIONAL APPRCARD ASSIGN TO APPRCARD.

      *    SHARED RUN-CONTROL FILE - THIS PROGRAM APPENDS A RECORD
      *    AT START AND AT END OF ITS RUN SO THE OPERATORS (AND
                   15  TR-BATCH-YEAR       PIC 9(4).
                   15  TR-BATCH-MONTH      PIC 9(2).
                   15  TR-BATCH-DAY        PIC 9(2).
      *        WHO KEYED THE BATCH - A CREDIT-LIMIT RAISE OVER THE
      *        DUAL-CONTROL THRESHOLD NEEDS SOMEONE ELSE TO APPROVE
               10  TR-OPERATOR-ID          PIC X(8).
               10  FILLER                  PIC X(123).

      **************************************************************
      * AUDIT TRAIL - ONE LINE PER FIELD CHANGED, PER CUSTOMER     *
           05  MC-CREDIT-LIMIT-DELTA   PIC S9(9)V99.
           05  FILLER                  PIC X(38).

      **************************************************************
      * PENDING CREDIT-LIMIT RAISES - READ ONCE AT START-UP INTO  *
      * THE PENDING-RAISE TABLE AND WRITTEN BACK FROM IT AT END   *
      * OF RUN                                                    *
      **************************************************************
       FD  PENDCRED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
           COPY PENDREC.

      **************************************************************
      * APPROVAL CARDS - AN OPTIONAL "P" CARD CARRYING THE DUAL-  *
      * CONTROL THRESHOLD AND EXPIRY DAYS, AND ONE "A" (APPROVE)  *
      * OR "R" (REJECT) CARD PER PENDING RAISE THE SECOND         *
      * OPERATOR HAS SETTLED                                      *
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
      * SHARED RUN-CONTROL FILE - ONE RECORD APPENDED AT START    *
      * AND AT END OF THIS RUN                                    *
           05  REFMAST-EOF-SWITCH      PIC X   VALUE "N".
           05  CRHOLD-EOF-SWITCH       PIC X   VALUE "N".
           05  CUSTOMER-HELD-SWITCH    PIC X   VALUE "N".
           05  PENDCRED-EOF-SWITCH     PIC X   VALUE "N".
           05  APPRCARD-EOF-SWITCH     PIC X   VALUE "N".

      **************************************************************
      * THE CREDIT-LIMIT RAISES WAITING ON A SECOND OPERATOR,     *
      * LOADED ONCE AT START-UP - AN ENTRY APPROVED, REJECTED, OR *
      * EXPIRED THIS RUN IS SWITCHED OFF AND NOT WRITTEN BACK     *
      **************************************************************
       01  PENDING-RAISE-TABLE.
           05  PENDING-RAISE-COUNT     PIC S9(3)  VALUE ZERO.
           05  PENDING-RAISE-ENTRY     OCCURS 200 TIMES.
               10  PT-CUSTOMER-NUMBER  PIC 9(5).
               10  PT-OLD-CREDIT-LIMIT PIC S9(7)V99.
               10  PT-NEW-CREDIT-LIMIT PIC S9(7)V99.
               10  PT-OPERATOR-ID      PIC X(8).
               10  PT-BATCH-NUMBER     PIC 9(6).
               10  PT-PEND-DATE        PIC 9(8).
               10  PT-ACTIVE-SWITCH    PIC X.

      **************************************************************
      * WORK FIELDS FOR THE PENDING-RAISE LOOK-UP - THE CALLER    *
      * PUTS THE CUSTOMER IN PEND-SEARCH-CUSTOMER AND GETS BACK   *
      * THE TABLE ENTRY IN PEND-FOUND-INDEX (ZERO IF NONE)        *
      **************************************************************
       01  PENDING-LOOKUP-FIELDS.
           05  PEND-SEARCH-CUSTOMER    PIC 9(5)   VALUE ZERO.
           05  PEND-LOOKUP-INDEX       PIC S9(3)  VALUE ZERO.
           05  PEND-FOUND-INDEX        PIC S9(3)  VALUE ZERO.

      **************************************************************
      * THE DUAL-CONTROL RULES - A CREDIT-LIMIT RAISE BIGGER THAN *
      * THE THRESHOLD PENDS INSTEAD OF APPLYING, AND A PENDING    *
      * RAISE NOBODY SETTLES WITHIN THE EXPIRY DAYS IS DROPPED -  *
      * THE "P" APPROVAL CARD OVERRIDES EITHER STANDING DEFAULT   *
      **************************************************************
       01  DUAL-CONTROL-FIELDS.
           05  PEND-THRESHOLD          PIC S9(7)V99 VALUE +5000.00.
           05  PEND-EXPIRY-DAYS        PIC S9(3)    VALUE +30.
           05  CREDIT-INCREASE         PIC S9(8)V99 VALUE ZERO.
           05  RUN-DATE-NUMERIC        PIC 9(8)     VALUE ZERO.
           05  RUN-DATE-INTEGER        PIC S9(9)    VALUE ZERO.
           05  PEND-AGE-DAYS           PIC S9(9)    VALUE ZERO.

      **************************************************************
      * THE CUSTOMERS HELD BY THE LATEST RPT2006 RUN, LOADED ONCE *
      **************************************************************
       01  BATCH-FIELDS.
           05  BATCH-NUMBER            PIC 9(6)    VALUE ZERO.
           05  BATCH-OPERATOR-ID       PIC X(8)    VALUE SPACE.

      **************************************************************
      * THE MESSAGE TEXT FOR THE NEXT REJECTED-TRANSACTION AUDIT   *
           05  CHANGE-COUNT            PIC S9(5)   VALUE ZERO.
           05  DELETE-COUNT            PIC S9(5)   VALUE ZERO.
           05  ERROR-COUNT             PIC S9(5)   VALUE ZERO.
           05  PEND-COUNT              PIC S9(5)   VALUE ZERO.
           05  APPROVE-COUNT           PIC S9(5)   VALUE ZERO.
           05  CARD-REJECT-COUNT       PIC S9(5)   VALUE ZERO.
           05  RAISE-REJECT-COUNT      PIC S9(5)   VALUE ZERO.
           05  EXPIRE-COUNT            PIC S9(5)   VALUE ZERO.

      **************************************************************
      * THE DOLLARS THIS RUN ACTUALLY MOVED ON THE MASTER - ADDS  *
           05  AE-NUMBER-EDIT          PIC ZZZZ9.
           05  AE-AMOUNT-EDIT          PIC ZZ,ZZ9.99-.
           05  AE-CREDIT-LIMIT-EDIT    PIC ZZ,ZZZ,ZZ9.99-.
           05  AE-DAYS-EDIT            PIC ZZ9.

      **************************************************************
      * USED TO PULL IN THE CURRENT-DATE-TIME FOR THE AUDIT LINES  *
       000-UPDATE-CUSTOMER-MASTER.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           COMPUTE RUN-DATE-NUMERIC =
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (RUN-DATE-NUMERIC).

           *> LOG THIS RUN ON THE SHARED RUN-CONTROL FILE
           PERFORM 080-WRITE-RUN-START.
           *> THAT RAISE A HELD ACCOUNT'S SALES CAN BE REJECTED
           PERFORM 030-LOAD-CREDIT-HOLDS.

           *> PULL IN THE CREDIT-LIMIT RAISES STILL WAITING ON A
           *> SECOND OPERATOR'S APPROVAL
           PERFORM 040-LOAD-PENDING-RAISES.

           OPEN INPUT CUSTTRAN.
           PERFORM 050-READ-BATCH-HEADER.

           OPEN I-O CUSTMAST.
           OPEN OUTPUT AUDITLOG.

           *> SETTLE THE PENDING RAISES BEFORE THE BATCH - THE
           *> APPROVAL AND REJECTION CARDS FIRST, THEN WHATEVER HAS
           *> GONE UNSETTLED PAST THE EXPIRY DAYS
           PERFORM 060-PROCESS-APPROVAL-CARDS.
           PERFORM 070-EXPIRE-PENDING-RAISES.

           PERFORM 300-PROCESS-NEXT-TRANSACTION
               UNTIL TRAN-EOF-SWITCH = "Y".

           PERFORM 900-PRINT-RUN-SUMMARY.
           PERFORM 910-WRITE-CONTROL-TOTALS.
           PERFORM 920-WRITE-PENDING-RAISES.


           *> LOG THIS RUN COMPLETE ON THE RUN-CONTROL FILE
                   HELD-CUSTOMER-NUMBER (HOLD-LOOKUP-INDEX)
               MOVE "Y" TO CUSTOMER-HELD-SWITCH.

      **************************************************************
      * READS THE PENDING FILE INTO THE PENDING-RAISE TABLE -     *
      * WHEN THE FILE HAS NEVER EXISTED NOTHING IS PENDING        *
      **************************************************************
       040-LOAD-PENDING-RAISES.

           OPEN INPUT PENDCRED.
           PERFORM 045-LOAD-ONE-PENDING-RAISE
               UNTIL PENDCRED-EOF-SWITCH = "Y".
           CLOSE PENDCRED.

      **************************************************************
      * READS ONE PENDING RAISE AND FILES IT IN THE TABLE - AN    *
      * OVERFULL TABLE IS REFUSED LOUDLY SINCE A RAISE THAT       *
      * SILENTLY FELL OFF WOULD NEVER BE APPROVED OR AUDITED      *
      **************************************************************
       045-LOAD-ONE-PENDING-RAISE.

           READ PENDCRED
               AT END
                   MOVE "Y" TO PENDCRED-EOF-SWITCH.

           IF PENDCRED-EOF-SWITCH = "N"
               IF PENDING-RAISE-COUNT < 200
                   ADD 1 TO PENDING-RAISE-COUNT
                   MOVE PN-CUSTOMER-NUMBER TO
                       PT-CUSTOMER-NUMBER (PENDING-RAISE-COUNT)
                   MOVE PN-OLD-CREDIT-LIMIT TO
                       PT-OLD-CREDIT-LIMIT (PENDING-RAISE-COUNT)
                   MOVE PN-NEW-CREDIT-LIMIT TO
                       PT-NEW-CREDIT-LIMIT (PENDING-RAISE-COUNT)
                   MOVE PN-OPERATOR-ID TO
                       PT-OPERATOR-ID (PENDING-RAISE-COUNT)
                   MOVE PN-BATCH-NUMBER TO
                       PT-BATCH-NUMBER (PENDING-RAISE-COUNT)
                   MOVE PN-PEND-DATE TO
                       PT-PEND-DATE (PENDING-RAISE-COUNT)
                   MOVE "Y" TO PT-ACTIVE-SWITCH (PENDING-RAISE-COUNT)
               ELSE
                   DISPLAY "CUSTMNT: PENDING RAISE TABLE FULL -"
                   DISPLAY "CUSTMNT: RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.

      **************************************************************
      * READS EVERY APPROVAL CARD AND ACTS ON IT AS IT IS READ -  *
      * NO CARD DECK AT ALL MEANS THE STANDING RULES AND NOTHING  *
      * APPROVED OR REJECTED THIS RUN                             *
      **************************************************************
       060-PROCESS-APPROVAL-CARDS.

           OPEN INPUT APPRCARD.
           PERFORM 061-PROCESS-ONE-APPROVAL-CARD
               UNTIL APPRCARD-EOF-SWITCH = "Y".
           CLOSE APPRCARD.

      **************************************************************
      * READS ONE APPROVAL CARD AND, IF IT'S NOT THE EOF READ,    *
      * DISPATCHES ON ITS CARD TYPE - A TYPE THIS PROGRAM DOESN'T *
      * KNOW IS SIMPLY SKIPPED                                    *
      **************************************************************
       061-PROCESS-ONE-APPROVAL-CARD.

           READ APPRCARD
               AT END
                   MOVE "Y" TO APPRCARD-EOF-SWITCH.

           IF APPRCARD-EOF-SWITCH = "N"
               EVALUATE AP-CARD-TYPE
                   WHEN "P"
                       PERFORM 062-APPLY-PARAMETER-CARD
                   WHEN "A"
                       PERFORM 064-APPLY-APPROVAL-CARD
                   WHEN "R"
                       PERFORM 066-APPLY-REJECTION-CARD
               END-EVALUATE.

      **************************************************************
      * THE "P" CARD CARRIES THE THRESHOLD AND THE EXPIRY DAYS -  *
      * A FIELD PUNCHED WITH ZEROS (OR LEFT BLANK) KEEPS ITS      *
      * STANDING DEFAULT                                          *
      **************************************************************
       062-APPLY-PARAMETER-CARD.

           IF AP-THRESHOLD-AMOUNT NUMERIC
                   AND AP-THRESHOLD-AMOUNT > ZERO
               MOVE AP-THRESHOLD-AMOUNT TO PEND-THRESHOLD.

           IF AP-EXPIRY-DAYS NUMERIC AND AP-EXPIRY-DAYS > ZERO
               MOVE AP-EXPIRY-DAYS TO PEND-EXPIRY-DAYS.

      **************************************************************
      * AN "A" CARD APPROVES THE RAISE PENDING FOR ITS CUSTOMER - *
      * ONLY WHEN THE APPROVER IS NAMED, IS NOT THE OPERATOR WHO  *
      * KEYED THE RAISE, AND CARRIES THE SAME NEW LIMIT. A CARD   *
      * THAT FAILS ANY OF THOSE IS REJECTED TO THE AUDIT LOG AND  *
      * THE RAISE STAYS PENDING                                   *
      **************************************************************
       064-APPLY-APPROVAL-CARD.

           PERFORM 067-START-CARD-AUDIT-LINE.

           IF PEND-FOUND-INDEX = ZERO
               MOVE "NO PENDING RAISE TO APPROVE" TO AL-MESSAGE
               PERFORM 068-LOG-CARD-REJECTION
           ELSE IF AP-OPERATOR-ID = SPACES
               MOVE "APPROVER NOT IDENTIFIED" TO AL-MESSAGE
               PERFORM 068-LOG-CARD-REJECTION
           ELSE IF AP-OPERATOR-ID =
                   PT-OPERATOR-ID (PEND-FOUND-INDEX)
               MOVE "SAME OPERATOR CANNOT APPROVE" TO AL-MESSAGE
               PERFORM 068-LOG-CARD-REJECTION
           ELSE IF AP-CREDIT-LIMIT NOT NUMERIC
                   OR AP-CREDIT-LIMIT NOT =
                       PT-NEW-CREDIT-LIMIT (PEND-FOUND-INDEX)
               MOVE "AMOUNT DOES NOT MATCH PENDING" TO AL-MESSAGE
               PERFORM 068-LOG-CARD-REJECTION
           ELSE
               PERFORM 065-APPLY-PENDING-RAISE.

      **************************************************************
      * PUTS AN APPROVED RAISE ON THE MASTER AND AUDITS IT - A    *
      * CUSTOMER DELETED SINCE THE RAISE PENDED HAS NOTHING TO    *
      * RAISE, SO THE CARD IS REJECTED AND THE RAISE DROPPED      *
      **************************************************************
       065-APPLY-PENDING-RAISE.

           MOVE "N" TO PT-ACTIVE-SWITCH (PEND-FOUND-INDEX).

           MOVE PT-CUSTOMER-NUMBER (PEND-FOUND-INDEX) TO
               CM-CUSTOMER-NUMBER.
           MOVE "Y" TO CUSTOMER-FOUND-SWITCH.
           READ CUSTMAST
               INVALID KEY
                   MOVE "N" TO CUSTOMER-FOUND-SWITCH.

           IF CUSTOMER-FOUND-SWITCH = "N"
               MOVE "CUSTOMER NO LONGER ON FILE" TO AL-MESSAGE
               PERFORM 068-LOG-CARD-REJECTION
           ELSE
               ADD 1 TO APPROVE-COUNT
               MOVE CM-CREDIT-LIMIT TO AE-CREDIT-LIMIT-EDIT
               MOVE AE-CREDIT-LIMIT-EDIT TO AL-OLD-VALUE
               SUBTRACT CM-CREDIT-LIMIT FROM
                   APPLIED-CREDIT-LIMIT-DELTA
               MOVE PT-NEW-CREDIT-LIMIT (PEND-FOUND-INDEX) TO
                   CM-CREDIT-LIMIT
               ADD CM-CREDIT-LIMIT TO APPLIED-CREDIT-LIMIT-DELTA
               REWRITE CM-RECORD
               MOVE CM-CREDIT-LIMIT TO AE-CREDIT-LIMIT-EDIT
               MOVE AE-CREDIT-LIMIT-EDIT TO AL-NEW-VALUE
               MOVE "APPROV" TO AL-TRANSACTION-CODE
               MOVE SPACES TO AL-MESSAGE
               STRING "APPROVED BY " AP-OPERATOR-ID
                   DELIMITED BY SIZE INTO AL-MESSAGE
               PERFORM 395-WRITE-AUDIT-LINE.

      **************************************************************
      * AN "R" CARD REJECTS THE RAISE PENDING FOR ITS CUSTOMER -  *
      * THE RAISE IS DROPPED WITHOUT EVER REACHING THE MASTER. A  *
      * REJECTION MUST NAME WHO MADE IT, BUT ANY OPERATOR MAY     *
      * MAKE ONE, THE KEYING OPERATOR INCLUDED                    *
      **************************************************************
       066-APPLY-REJECTION-CARD.

           PERFORM 067-START-CARD-AUDIT-LINE.

           IF PEND-FOUND-INDEX = ZERO
               MOVE "NO PENDING RAISE TO REJECT" TO AL-MESSAGE
               PERFORM 068-LOG-CARD-REJECTION
           ELSE IF AP-OPERATOR-ID = SPACES
               MOVE "REJECTER NOT IDENTIFIED" TO AL-MESSAGE
               PERFORM 068-LOG-CARD-REJECTION
           ELSE
               MOVE "N" TO PT-ACTIVE-SWITCH (PEND-FOUND-INDEX)
               ADD 1 TO RAISE-REJECT-COUNT
               MOVE PT-OLD-CREDIT-LIMIT (PEND-FOUND-INDEX) TO
                   AE-CREDIT-LIMIT-EDIT
               MOVE AE-CREDIT-LIMIT-EDIT TO AL-OLD-VALUE
               MOVE PT-NEW-CREDIT-LIMIT (PEND-FOUND-INDEX) TO
                   AE-CREDIT-LIMIT-EDIT
               MOVE AE-CREDIT-LIMIT-EDIT TO AL-NEW-VALUE
               STRING "REJECTED BY " AP-OPERATOR-ID
                   DELIMITED BY SIZE INTO AL-MESSAGE
               MOVE PT-CUSTOMER-NUMBER (PEND-FOUND-INDEX) TO
                   AL-CUSTOMER-NUMBER
               PERFORM 399-WRITE-AUDIT-LINE-COMMON.

      **************************************************************
      * DRESSES THE AUDIT LINE AS A CREDIT-LIMIT REJECTION FOR    *
      * THE CARD IN HAND, CARRYING THE LIMIT THE CARD NAMED, AND  *
      * LOOKS UP THE RAISE PENDING FOR THE CARD'S CUSTOMER        *
      **************************************************************
       067-START-CARD-AUDIT-LINE.

           MOVE "REJECT" TO AL-TRANSACTION-CODE.
           MOVE "CREDIT LIMIT" TO AL-FIELD-NAME.
           MOVE SPACES TO AL-OLD-VALUE AL-NEW-VALUE AL-MESSAGE.
           IF AP-CREDIT-LIMIT NUMERIC
               MOVE AP-CREDIT-LIMIT TO AE-CREDIT-LIMIT-EDIT
               MOVE AE-CREDIT-LIMIT-EDIT TO AL-NEW-VALUE.

           MOVE ZERO TO PEND-FOUND-INDEX.
           IF AP-CUSTOMER-NUMBER NUMERIC
               MOVE AP-CUSTOMER-NUMBER TO PEND-SEARCH-CUSTOMER
               PERFORM 380-FIND-PENDING-RAISE.

      **************************************************************
      * WRITES A REJECTED-CARD LINE TO THE AUDIT LOG USING THE    *
      * MESSAGE THE CALLER LEFT IN AL-MESSAGE                     *
      **************************************************************
       068-LOG-CARD-REJECTION.

           ADD 1 TO CARD-REJECT-COUNT.
           MOVE "REJECT" TO AL-TRANSACTION-CODE.
           IF AP-CUSTOMER-NUMBER NUMERIC
               MOVE AP-CUSTOMER-NUMBER TO AL-CUSTOMER-NUMBER
           ELSE
               MOVE ZERO TO AL-CUSTOMER-NUMBER.
           PERFORM 399-WRITE-AUDIT-LINE-COMMON.

      **************************************************************
      * DROPS EVERY PENDING RAISE NOBODY HAS SETTLED WITHIN THE   *
      * EXPIRY DAYS OF THE DAY IT PENDED                          *
      **************************************************************
       070-EXPIRE-PENDING-RAISES.

           PERFORM 075-EXPIRE-ONE-PENDING-RAISE
               VARYING PEND-LOOKUP-INDEX FROM 1 BY 1
               UNTIL PEND-LOOKUP-INDEX > PENDING-RAISE-COUNT.

      **************************************************************
      * AGES ONE PENDING RAISE AND, IF IT HAS OUTLIVED THE EXPIRY *
      * DAYS, SWITCHES IT OFF AND AUDITS THE EXPIRY - A PEND DATE *
      * THAT ISN'T A DATE AGES AS EXPIRED                         *
      **************************************************************
       075-EXPIRE-ONE-PENDING-RAISE.

           IF PT-ACTIVE-SWITCH (PEND-LOOKUP-INDEX) = "Y"
               COMPUTE PEND-AGE-DAYS = RUN-DATE-INTEGER -
                   FUNCTION INTEGER-OF-DATE
                       (PT-PEND-DATE (PEND-LOOKUP-INDEX))
               IF PEND-AGE-DAYS > PEND-EXPIRY-DAYS
                   MOVE "N" TO PT-ACTIVE-SWITCH (PEND-LOOKUP-INDEX)
                   ADD 1 TO EXPIRE-COUNT
                   MOVE "EXPIRE" TO AL-TRANSACTION-CODE
                   MOVE "CREDIT LIMIT" TO AL-FIELD-NAME
                   MOVE PT-OLD-CREDIT-LIMIT (PEND-LOOKUP-INDEX) TO
                       AE-CREDIT-LIMIT-EDIT
                   MOVE AE-CREDIT-LIMIT-EDIT TO AL-OLD-VALUE
                   MOVE PT-NEW-CREDIT-LIMIT (PEND-LOOKUP-INDEX) TO
                       AE-CREDIT-LIMIT-EDIT
                   MOVE AE-CREDIT-LIMIT-EDIT TO AL-NEW-VALUE
                   MOVE PEND-EXPIRY-DAYS TO AE-DAYS-EDIT
                   MOVE SPACES TO AL-MESSAGE
                   STRING "NOT APPROVED WITHIN " AE-DAYS-EDIT
                       " DAYS" DELIMITED BY SIZE INTO AL-MESSAGE
                   MOVE PT-CUSTOMER-NUMBER (PEND-LOOKUP-INDEX) TO
                       AL-CUSTOMER-NUMBER
                   PERFORM 399-WRITE-AUDIT-LINE-COMMON.

      **************************************************************
      * READS THE TRANSACTION FILE'S FIRST RECORD, THE BATCH       *
      * HEADER, AND SAVES OFF THE BATCH NUMBER FOR THE AUDIT LOG   *
                   MOVE "Y" TO TRAN-EOF-SWITCH.

           IF TRAN-EOF-SWITCH = "N"
               MOVE TR-BATCH-NUMBER TO BATCH-NUMBER
               MOVE TR-OPERATOR-ID  TO BATCH-OPERATOR-ID.

      **************************************************************
      * READS THE NEXT TRANSACTION DETAIL AND, IF IT'S NOT THE    *
               MOVE "PHONE NUMBER" TO AL-FIELD-NAME
               PERFORM 395-WRITE-AUDIT-LINE.

           *> A RAISE OVER THE DUAL-CONTROL THRESHOLD PENDS FOR A
           *> SECOND OPERATOR INSTEAD OF APPLYING
           IF TR-CREDIT-LIMIT NOT = ZERO
                   AND TR-CREDIT-LIMIT NOT = CM-CREDIT-LIMIT
               COMPUTE CREDIT-INCREASE =
                   TR-CREDIT-LIMIT - CM-CREDIT-LIMIT
               IF CREDIT-INCREASE > PEND-THRESHOLD
                   PERFORM 375-PEND-CREDIT-RAISE
               ELSE
                   MOVE CM-CREDIT-LIMIT TO AE-CREDIT-LIMIT-EDIT
                   MOVE AE-CREDIT-LIMIT-EDIT TO AL-OLD-VALUE
                   SUBTRACT CM-CREDIT-LIMIT FROM
                       APPLIED-CREDIT-LIMIT-DELTA
                   ADD TR-CREDIT-LIMIT TO APPLIED-CREDIT-LIMIT-DELTA
                   MOVE TR-CREDIT-LIMIT TO CM-CREDIT-LIMIT
                   MOVE CM-CREDIT-LIMIT TO AE-CREDIT-LIMIT-EDIT
                   MOVE AE-CREDIT-LIMIT-EDIT TO AL-NEW-VALUE
                   MOVE "CREDIT LIMIT" TO AL-FIELD-NAME
                   PERFORM 395-WRITE-AUDIT-LINE.

           IF TR-TERRITORY-CODE NOT = SPACES
                   AND TR-TERRITORY-CODE NOT = CM-TERRITORY-CODE
               MOVE "HISTORY YEAR 5" TO AL-FIELD-NAME
               PERFORM 395-WRITE-AUDIT-LINE.

      **************************************************************
      * HOLDS A CREDIT-LIMIT RAISE OFF THE MASTER AND FILES IT IN *
      * THE PENDING-RAISE TABLE UNDER THE BATCH'S OPERATOR - A    *
      * LATER RAISE FOR A CUSTOMER ALREADY PENDING REPLACES THE   *
      * EARLIER ONE. A BATCH WITH NO OPERATOR ON ITS HEADER CAN'T *
      * BE HELD TO DUAL CONTROL, SO ITS BIG RAISES ARE REJECTED   *
      **************************************************************
       375-PEND-CREDIT-RAISE.

           MOVE CM-CUSTOMER-NUMBER TO PEND-SEARCH-CUSTOMER.
           PERFORM 380-FIND-PENDING-RAISE.

           IF BATCH-OPERATOR-ID = SPACES
               MOVE "NO OPERATOR - RAISE NOT PENDED" TO
                   PENDING-ERROR-MESSAGE
               PERFORM 355-LOG-CHANGE-FIELD-ERROR
           ELSE IF PEND-FOUND-INDEX = ZERO
                   AND PENDING-RAISE-COUNT NOT < 200
               MOVE "PENDING FILE FULL - NOT PENDED" TO
                   PENDING-ERROR-MESSAGE
               PERFORM 355-LOG-CHANGE-FIELD-ERROR
           ELSE
               IF PEND-FOUND-INDEX = ZERO
                   ADD 1 TO PENDING-RAISE-COUNT
                   MOVE PENDING-RAISE-COUNT TO PEND-FOUND-INDEX
               END-IF
               MOVE CM-CUSTOMER-NUMBER TO
                   PT-CUSTOMER-NUMBER (PEND-FOUND-INDEX)
               MOVE CM-CREDIT-LIMIT TO
                   PT-OLD-CREDIT-LIMIT (PEND-FOUND-INDEX)
               MOVE TR-CREDIT-LIMIT TO
                   PT-NEW-CREDIT-LIMIT (PEND-FOUND-INDEX)
               MOVE BATCH-OPERATOR-ID TO
                   PT-OPERATOR-ID (PEND-FOUND-INDEX)
               MOVE BATCH-NUMBER TO
                   PT-BATCH-NUMBER (PEND-FOUND-INDEX)
               MOVE RUN-DATE-NUMERIC TO
                   PT-PEND-DATE (PEND-FOUND-INDEX)
               MOVE "Y" TO PT-ACTIVE-SWITCH (PEND-FOUND-INDEX)
               ADD 1 TO PEND-COUNT
               MOVE CM-CREDIT-LIMIT TO AE-CREDIT-LIMIT-EDIT
               MOVE AE-CREDIT-LIMIT-EDIT TO AL-OLD-VALUE
               MOVE TR-CREDIT-LIMIT TO AE-CREDIT-LIMIT-EDIT
               MOVE AE-CREDIT-LIMIT-EDIT TO AL-NEW-VALUE
               MOVE "CREDIT LIMIT" TO AL-FIELD-NAME
               MOVE "PEND" TO AL-TRANSACTION-CODE
               MOVE SPACES TO AL-MESSAGE
               STRING "PENDING - KEYED BY " BATCH-OPERATOR-ID
                   DELIMITED BY SIZE INTO AL-MESSAGE
               PERFORM 395-WRITE-AUDIT-LINE
               MOVE "CHANGE" TO AL-TRANSACTION-CODE
               MOVE SPACES TO AL-MESSAGE.

      **************************************************************
      * LOOKS THE CUSTOMER IN PEND-SEARCH-CUSTOMER UP AMONG THE   *
      * RAISES STILL PENDING AND ANSWERS THROUGH PEND-FOUND-INDEX *
      **************************************************************
       380-FIND-PENDING-RAISE.

           MOVE ZERO TO PEND-FOUND-INDEX.
           PERFORM 385-SEARCH-PENDING-RAISES
               VARYING PEND-LOOKUP-INDEX FROM 1 BY 1
               UNTIL PEND-LOOKUP-INDEX > PENDING-RAISE-COUNT
                   OR PEND-FOUND-INDEX NOT = ZERO.

      **************************************************************
      * COMPARES THE SEARCH CUSTOMER AGAINST ONE ENTRY IN THE     *
      * PENDING-RAISE TABLE - AN ENTRY ALREADY SETTLED IS SKIPPED *
      **************************************************************
       385-SEARCH-PENDING-RAISES.

           IF PT-ACTIVE-SWITCH (PEND-LOOKUP-INDEX) = "Y"
                   AND PT-CUSTOMER-NUMBER (PEND-LOOKUP-INDEX) =
                       PEND-SEARCH-CUSTOMER
               MOVE PEND-LOOKUP-INDEX TO PEND-FOUND-INDEX.

      **************************************************************
      * WRITES A REJECTED-TRANSACTION LINE TO THE AUDIT LOG USING  *
      * WHATEVER MESSAGE THE CALLER LEFT IN PENDING-ERROR-MESSAGE  *
           MOVE AUDIT-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

           MOVE PEND-COUNT TO AE-NUMBER-EDIT.
           MOVE SPACES TO AL-MESSAGE.
           STRING "RAISES PENDED=" AE-NUMBER-EDIT DELIMITED BY SIZE
               INTO AL-MESSAGE.
           MOVE AUDIT-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

           MOVE APPROVE-COUNT TO AE-NUMBER-EDIT.
           MOVE SPACES TO AL-MESSAGE.
           STRING "RAISES APPROVED=" AE-NUMBER-EDIT DELIMITED BY SIZE
               INTO AL-MESSAGE.
           MOVE AUDIT-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

           MOVE RAISE-REJECT-COUNT TO AE-NUMBER-EDIT.
           MOVE SPACES TO AL-MESSAGE.
           STRING "RAISES REJECTED=" AE-NUMBER-EDIT DELIMITED BY SIZE
               INTO AL-MESSAGE.
           MOVE AUDIT-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

           MOVE EXPIRE-COUNT TO AE-NUMBER-EDIT.
           MOVE SPACES TO AL-MESSAGE.
           STRING "RAISES EXPIRED=" AE-NUMBER-EDIT DELIMITED BY SIZE
               INTO AL-MESSAGE.
           MOVE AUDIT-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

           MOVE CARD-REJECT-COUNT TO AE-NUMBER-EDIT.
           MOVE SPACES TO AL-MESSAGE.
           STRING "CARDS REJECTED=" AE-NUMBER-EDIT DELIMITED BY SIZE
               INTO AL-MESSAGE.
           MOVE AUDIT-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      **************************************************************
      * WRITES THE RUN'S COUNTS AND APPLIED DOLLARS TO THE MNTCTL *
      * CONTROL-TOTAL FILE SO THE RECONCILIATION STEP CAN PROVE   *
           WRITE MAINT-CONTROL-RECORD.
           CLOSE MNTCTL.

      **************************************************************
      * WRITES THE PENDING FILE BACK FROM THE TABLE - EVERY RAISE *
      * STILL WAITING ON A SECOND OPERATOR, OLD AND NEW, AND NONE *
      * OF THE ONES THIS RUN APPROVED, REJECTED, OR EXPIRED       *
      **************************************************************
       920-WRITE-PENDING-RAISES.

           OPEN OUTPUT PENDCRED.
           PERFORM 925-WRITE-ONE-PENDING-RAISE
               VARYING PEND-LOOKUP-INDEX FROM 1 BY 1
               UNTIL PEND-LOOKUP-INDEX > PENDING-RAISE-COUNT.
           CLOSE PENDCRED.

      **************************************************************
      * WRITES ONE TABLE ENTRY TO THE PENDING FILE IF IT IS STILL *
      * PENDING                                                   *
      **************************************************************
       925-WRITE-ONE-PENDING-RAISE.

           IF PT-ACTIVE-SWITCH (PEND-LOOKUP-INDEX) = "Y"
               MOVE SPACES TO PN-RECORD
               MOVE PT-CUSTOMER-NUMBER (PEND-LOOKUP-INDEX) TO
                   PN-CUSTOMER-NUMBER
               MOVE PT-OLD-CREDIT-LIMIT (PEND-LOOKUP-INDEX) TO
                   PN-OLD-CREDIT-LIMIT
               MOVE PT-NEW-CREDIT-LIMIT (PEND-LOOKUP-INDEX) TO
                   PN-NEW-CREDIT-LIMIT
               MOVE PT-OPERATOR-ID (PEND-LOOKUP-INDEX) TO
                   PN-OPERATOR-ID
               MOVE PT-BATCH-NUMBER (PEND-LOOKUP-INDEX) TO
                   PN-BATCH-NUMBER
               MOVE PT-PEND-DATE (PEND-LOOKUP-INDEX) TO
                   PN-PEND-DATE
               WRITE PN-RECORD.

      **************************************************************
      * APPENDS THIS RUN'S "STARTED" RECORD TO THE SHARED         *
      * RUN-CONTROL FILE                                          *
