      *================================================================*
      *  LBXREC.CPY                                                    *
      *  BANK LOCKBOX / CARD SETTLEMENT FILE RECORD - ONE DETAIL PER   *
      *  PAYMENT THE BANK DEPOSITED FOR A STUDENT, GROUPED BY THE      *
      *  BANK'S DEPOSIT BATCH NUMBER, AND ONE TRAILER AT THE END OF    *
      *  THE FILE CARRYING THE BANK'S OWN BATCH COUNT, ITEM COUNT AND  *
      *  DOLLAR TOTAL.  READ BY LOCKBOX-IMPORT-PGM, WHICH PROVES ITS   *
      *  DEPOSIT REPORT AGAINST THE TRAILER.                           *
      *================================================================*
       01  LOCKBOX-RECORD.
           05  LBX-REC-TYPE                PIC X(01).
               88  LBX-DETAIL              VALUE 'D'.
               88  LBX-TRAILER             VALUE 'T'.
           05  LBX-DETAIL-DATA.
               10  LBX-SSN             PIC 9(09).
               10  LBX-AMOUNT          PIC 9(07)V99.
               10  LBX-PAY-METHOD      PIC X(01).
                   88  LBX-PAY-CHECK       VALUE 'K'.
                   88  LBX-PAY-CARD        VALUE 'R'.
               10  LBX-DEPOSIT-DATE.
                   15  LBX-DEP-CC      PIC 9(02).
                   15  LBX-DEP-YY      PIC 9(02).
                   15  LBX-DEP-MM      PIC 9(02).
                   15  LBX-DEP-DD      PIC 9(02).
               10  LBX-BANK-BATCH      PIC 9(06).
               10  FILLER              PIC X(10).
           05  LBX-TRAILER-DATA REDEFINES LBX-DETAIL-DATA.
               10  LBX-TRL-BATCH-COUNT PIC 9(04).
               10  LBX-TRL-ITEM-COUNT  PIC 9(06).
               10  LBX-TRL-AMOUNT      PIC 9(09)V99.
               10  FILLER              PIC X(22).
      *    THE DETAIL FIELDS AS THE BANK SENT THEM, FOR THE REPORT AND
      *    THE SUSPENSE FILE WHEN AN ITEM FAILS ITS EDITS.
           05  LBX-RAW-DATA REDEFINES LBX-DETAIL-DATA.
               10  LBX-RAW-SSN         PIC X(09).
               10  LBX-RAW-AMOUNT      PIC X(09).
               10  LBX-RAW-PAY-METHOD  PIC X(01).
               10  LBX-RAW-DEP-DATE    PIC X(08).
               10  LBX-RAW-BATCH       PIC X(06).
               10  FILLER              PIC X(10).
