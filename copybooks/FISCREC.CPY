      *-----------------------------------------------------------*
      *                                                           *
      *   COPYBOOK....: FISCREC                                   *
      *   DESCRIPTION.: FISCAL CALENDAR RECORD LAYOUT - ONE       *
      *                 RECORD PER FISCAL PERIOD GIVING ITS START *
      *                 AND END DATES AND WHETHER ACCOUNTING HAS  *
      *                 CLOSED IT, SHARED BY EVERY PROGRAM THAT   *
      *                 READS OR WRITES FISCAL SO THE FIELD       *
      *                 LAYOUT ONLY HAS TO BE MAINTAINED IN ONE   *
      *                 PLACE                                     *
      *   NOTE........: THE COMPANY RUNS A 4-4-5 FISCAL YEAR -    *
      *                 TWELVE PERIODS OF FOUR, FOUR, AND FIVE    *
      *                 WEEKS A QUARTER - SO A PERIOD'S DATES ARE *
      *                 CARRIED RATHER THAN WORKED OUT FROM THE   *
      *                 CALENDAR MONTH. THE FILE IS KEPT IN       *
      *                 FISCAL YEAR/PERIOD ORDER BY FISCMNT, THE  *
      *                 ONLY PROGRAM THAT WRITES IT. A PERIOD IS  *
      *                 OPEN ("O") UNTIL ACCOUNTING SIGNS OFF ITS *
      *                 MONTH-END FIGURES AND FISCMNT CLOSES IT   *
      *                 ("C"), STAMPING THE DATE IT WAS CLOSED.   *
      *                 INVPOST AND CASHAPP TURN AWAY ANY ITEM    *
      *                 DATED IN A CLOSED PERIOD.                 *
      *                 THE RECORD-LEVEL NAME IS PREFIXED FP- SO  *
      *                 COPY ... REPLACING EACH NAME CAN GIVE A   *
      *                 CALLER ITS OWN UNIQUE RECORD NAME         *
      *   MAINTENANCE.:                                           *
      *     2026.10.15  VF  ORIGINAL 80-BYTE LAYOUT               *
      *-----------------------------------------------------------*
       01  FP-RECORD.
           05  FP-FISCAL-YEAR          PIC 9(4).
           05  FP-FISCAL-PERIOD        PIC 9(2).
           05  FP-START-DATE           PIC 9(8).
           05  FP-END-DATE             PIC 9(8).
           05  FP-PERIOD-STATUS        PIC X(1).
           05  FP-CLOSED-DATE          PIC 9(8).
           05  FILLER                  PIC X(49).
