      *-----------------------------------------------------------*
      *                                                           *
      *   COPYBOOK....: CXTRREC                                   *
      *   DESCRIPTION.: NIGHTLY CUSTOMER EXTRACT RECORD LAYOUT -  *
      *                 THE ONE WORK FILE CUSTEXTR BUILDS FROM A  *
      *                 SINGLE PASS OF CUSTMAST FOR THE NIGHTLY   *
      *                 REPORTS, SHARED BY EVERY PROGRAM THAT     *
      *                 READS OR WRITES CUSTXTR SO THE LAYOUT     *
      *                 ONLY HAS TO BE MAINTAINED IN ONE PLACE    *
      *   NOTE........: THE FILE CARRIES THREE KINDS OF RECORD,   *
      *                 TOLD APART BY CX-RECORD-TYPE AND WRITTEN  *
      *                 IN THIS ORDER -                           *
      *                   "R"  ONE PER REFMAST RECORD, THE 80-    *
      *                        BYTE REFREC IMAGE, SO NO REPORT    *
      *                        HAS TO OPEN REFMAST FOR ITS NAMES  *
      *                   "C"  ONE PER CUSTMAST RECORD, THE       *
      *                        MASTER'S PLAIN 145 BYTES - A       *
      *                        READER THAT NEEDS THE FIELDS MOVES *
      *                        IT INTO ITS OWN COPY OF CUSTREC    *
      *                   "T"  ONE TRAILER LAST, WITH THE COUNT   *
      *                        OF "C" AND "R" RECORDS, THE SUM OF *
      *                        CM-SALES-THIS-YTD OVER THE "C"     *
      *                        RECORDS, AND WHEN THE EXTRACT WAS  *
      *                        TAKEN                              *
      *                 EVERY READER RECOUNTS THE FILE AGAINST    *
      *                 THE TRAILER BEFORE IT PRINTS, SO A        *
      *                 TRUNCATED OR MIXED-UP EXTRACT IS REFUSED  *
      *                 AND EVERY REPORT OF A CYCLE IS PROVED TO  *
      *                 HAVE USED THE SAME COPY OF THE MASTER.    *
      *                 THE RECORD-LEVEL NAME IS PREFIXED CX- SO  *
      *                 COPY ... REPLACING EACH NAME CAN GIVE A   *
      *                 CALLER ITS OWN UNIQUE RECORD NAME         *
      *   MAINTENANCE.:                                           *
      *     2026.10.15  VF  ORIGINAL 150-BYTE LAYOUT              *
      *-----------------------------------------------------------*
       01  CX-RECORD.
           05  CX-RECORD-TYPE          PIC X(1).
           05  CX-CUSTOMER-DATA        PIC X(145).
           05  CX-REFERENCE-DATA REDEFINES CX-CUSTOMER-DATA.
               10  CX-REFERENCE-RECORD PIC X(80).
               10  FILLER              PIC X(65).
           05  CX-TRAILER-DATA REDEFINES CX-CUSTOMER-DATA.
               10  CX-CUSTOMER-COUNT   PIC 9(7).
               10  CX-DOLLAR-TOTAL     PIC S9(9)V99.
               10  CX-REFERENCE-COUNT  PIC 9(5).
               10  CX-EXTRACT-DATE     PIC 9(8).
               10  CX-EXTRACT-TIME     PIC 9(4).
               10  FILLER              PIC X(110).
           05  FILLER                  PIC X(4).
