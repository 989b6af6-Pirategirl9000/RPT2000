      *-----------------------------------------------------------*
      *                                                           *
      *   COPYBOOK....: PAYHREC                                   *
      *   DESCRIPTION.: PAYMENT HISTORY RECORD LAYOUT - ONE       *
      *                 RECORD PER OPEN ITEM CASHAPP SAW PAID IN  *
      *                 FULL, SHARED BY EVERY PROGRAM THAT READS  *
      *                 OR WRITES PAYHIST SO THE FIELD LAYOUT     *
      *                 ONLY HAS TO BE MAINTAINED IN ONE PLACE    *
      *   NOTE........: CASHAPP APPENDS A RECORD AS A REMITTANCE  *
      *                 (OR AN APPLY CARD) WORKS AN ITEM DOWN TO  *
      *                 ZERO. THE PAID DATE IS THE REMIT DATE OF  *
      *                 THE PAYMENT THAT FINISHED THE ITEM OFF;   *
      *                 THE INVOICE DATE AND AMOUNT ARE CARRIED   *
      *                 FROM THE OPEN ITEM SO DAYS-TO-PAY CAN BE  *
      *                 WORKED OUT LONG AFTER THE ITEM HAS LEFT   *
      *                 OPENITEM. AN ITEM A CREDIT MEMO CLOSED    *
      *                 OUT WAS NEVER PAID AND IS NOT WRITTEN.    *
      *                 THE RECORD-LEVEL NAME IS PREFIXED PH- SO  *
      *                 COPY ... REPLACING EACH NAME CAN GIVE A   *
      *                 CALLER ITS OWN UNIQUE RECORD NAME         *
      *   MAINTENANCE.:                                           *
      *     2026.10.15  VF  ORIGINAL 60-BYTE LAYOUT               *
      *-----------------------------------------------------------*
       01  PH-RECORD.
           05  PH-CUSTOMER-NUMBER      PIC 9(5).
           05  PH-INVOICE-NUMBER       PIC 9(6).
           05  PH-INVOICE-DATE         PIC 9(8).
           05  PH-PAID-DATE            PIC 9(8).
           05  PH-BRANCH-NUMBER        PIC 9(2).
           05  PH-INVOICE-AMOUNT       PIC S9(5)V9(2).
           05  PH-BATCH-NUMBER         PIC 9(6).
           05  FILLER                  PIC X(18).
