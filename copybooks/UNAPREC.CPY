      *-----------------------------------------------------------*
      *                                                           *
      *   COPYBOOK....: UNAPREC                                   *
      *   DESCRIPTION.: UNAPPLIED-CASH SUSPENSE RECORD LAYOUT -   *
      *                 ONE RECORD PER REMITTANCE (OR PART OF ONE)*
      *                 THAT CASHAPP COULD NOT APPLY TO AN OPEN   *
      *                 ITEM, SHARED BY EVERY PROGRAM THAT READS  *
      *                 OR WRITES UNAPPLIED SO THE FIELD LAYOUT   *
      *                 ONLY HAS TO BE MAINTAINED IN ONE PLACE    *
      *   NOTE........: CASHAPP APPENDS A RECORD FOR A REMITTANCE *
      *                 THAT MATCHES NO OPEN ITEM (REASON "NI")   *
      *                 AND FOR THE PART OF AN OVERPAYMENT LEFT   *
      *                 AFTER THE CUSTOMER'S OLDEST OPEN ITEMS    *
      *                 ARE PAID (REASON "OP"). THE SUSPENDED     *
      *                 AMOUNT NEVER CHANGES; THE UNAPPLIED       *
      *                 AMOUNT IS WORKED DOWN, OLDEST RECORD      *
      *                 FIRST, AS APPLY CARDS MOVE THE MONEY ONTO *
      *                 NAMED INVOICES. A RECORD WORKED DOWN TO   *
      *                 ZERO STAYS ON FILE AS THE AUDIT TRAIL.    *
      *                 THE RECORD-LEVEL NAME IS PREFIXED UA- SO  *
      *                 COPY ... REPLACING ==UA-== BY ==xx-== CAN *
      *                 GIVE A CALLER ITS OWN UNIQUE RECORD NAME  *
      *   MAINTENANCE.:                                           *
      *     2026.10.15  VF  ORIGINAL 60-BYTE LAYOUT               *
      *-----------------------------------------------------------*
       01  UA-RECORD.
           05  UA-CUSTOMER-NUMBER      PIC 9(5).
           05  UA-REMIT-DATE           PIC 9(8).
           05  UA-INVOICE-NUMBER       PIC 9(6).
           05  UA-BATCH-NUMBER         PIC 9(6).
           05  UA-REASON-CODE          PIC X(2).
           05  UA-SUSPENDED-AMOUNT     PIC S9(5)V9(2).
           05  UA-UNAPPLIED-AMOUNT     PIC S9(5)V9(2).
           05  UA-LAST-APPLIED-DATE    PIC 9(8).
           05  FILLER                  PIC X(11).
