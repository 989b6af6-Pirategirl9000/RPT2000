      *-----------------------------------------------------------*
      *                                                           *
      *   COPYBOOK....: PENDREC                                   *
      *   DESCRIPTION.: PENDING CREDIT RAISE RECORD LAYOUT -      *
      *                 ONE RECORD PER CREDIT-LIMIT INCREASE      *
      *                 CUSTMNT HELD OFF THE MASTER BECAUSE IT    *
      *                 WAS OVER THE DUAL-CONTROL THRESHOLD,      *
      *                 SHARED BY EVERY PROGRAM THAT READS OR     *
      *                 WRITES PENDCRED SO THE FIELD LAYOUT ONLY  *
      *                 HAS TO BE MAINTAINED IN ONE PLACE         *
      *   NOTE........: CUSTMNT READS THE WHOLE FILE AT START-UP, *
      *                 APPLIES OR DROPS WHAT THE APPRCARD CARDS  *
      *                 AND THE EXPIRY RULE SETTLE, ADDS THE      *
      *                 BATCH'S NEW PENDS, AND WRITES THE FILE    *
      *                 BACK IN FULL AT END OF RUN. AT MOST ONE   *
      *                 RECORD PER CUSTOMER - A LATER RAISE KEYED *
      *                 FOR THE SAME CUSTOMER REPLACES THE        *
      *                 EARLIER ONE. THE OPERATOR IS WHOEVER      *
      *                 KEYED THE BATCH; THE APPROVER MUST BE     *
      *                 SOMEONE ELSE. THE RECORD-LEVEL NAME IS    *
      *                 PREFIXED PN- SO COPY ... REPLACING EACH   *
      *                 NAME CAN GIVE A CALLER ITS OWN UNIQUE     *
      *                 RECORD NAME                               *
      *   MAINTENANCE.:                                           *
      *     2026.10.15  VF  ORIGINAL 80-BYTE LAYOUT               *
      *-----------------------------------------------------------*
       01  PN-RECORD.
           05  PN-CUSTOMER-NUMBER      PIC 9(5).
           05  PN-OLD-CREDIT-LIMIT     PIC S9(7)V99.
           05  PN-NEW-CREDIT-LIMIT     PIC S9(7)V99.
           05  PN-OPERATOR-ID          PIC X(8).
           05  PN-BATCH-NUMBER         PIC 9(6).
           05  PN-PEND-DATE            PIC 9(8).
           05  FILLER                  PIC X(35).
