      *-----------------------------------------------------------*
      *                                                           *
      *   COPYBOOK....: INVREGRC                                  *
      *   DESCRIPTION.: POSTED-INVOICE REGISTER RECORD LAYOUT -   *
      *                 ONE RECORD PER INVOICE INVPOST HAS EVER   *
      *                 ACCEPTED, KEYED ON THE INVOICE NUMBER,    *
      *                 SHARED BY EVERY PROGRAM THAT READS OR     *
      *                 WRITES INVREG SO THE FIELD LAYOUT ONLY    *
      *                 HAS TO BE MAINTAINED IN ONE PLACE         *
      *   NOTE........: INVREG IS THE INDEXED REGISTER, RECORD    *
      *                 KEY IR-INVOICE-NUMBER. INVPOST WRITES A   *
      *                 RECORD AS EACH DETAIL INVOICE POSTS AND   *
      *                 REJECTS ANY LATER DETAIL WHOSE NUMBER IS  *
      *                 ALREADY HERE AS A DUPLICATE. NOTHING EVER *
      *                 DELETES FROM THE REGISTER - IT STILL      *
      *                 ANSWERS FOR AN INVOICE LONG AFTER CASHAPP *
      *                 HAS DROPPED IT OFF OPENITEM. THE BRANCH   *
      *                 NUMBER IS STAMPED FROM THE CUSTOMER       *
      *                 MASTER AT POSTING TIME.                   *
      *                 THE RECORD-LEVEL NAME IS PREFIXED IR- SO  *
      *                 COPY ... REPLACING ==IR-== BY ==xx-== CAN *
      *                 GIVE A CALLER ITS OWN UNIQUE RECORD NAME  *
      *   MAINTENANCE.:                                           *
      *     2026.10.15  VF  ORIGINAL 80-BYTE LAYOUT               *
      *-----------------------------------------------------------*
       01  IR-RECORD.
           05  IR-INVOICE-NUMBER       PIC 9(6).
           05  IR-CUSTOMER-NUMBER      PIC 9(5).
           05  IR-INVOICE-DATE         PIC 9(8).
           05  IR-INVOICE-AMOUNT       PIC S9(5)V9(2).
           05  IR-PRODUCT-LINE         PIC X(3).
           05  IR-QUANTITY             PIC 9(5).
           05  IR-BRANCH-NUMBER        PIC 9(2).
           05  IR-BATCH-NUMBER         PIC 9(6).
           05  IR-POSTED-DATE          PIC 9(8).
           05  FILLER                  PIC X(30).
