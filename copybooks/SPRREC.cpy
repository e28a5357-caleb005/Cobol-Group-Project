      *================================================================*
      *  SPRREC.CPY                                                    *
      *  SPONSOR RECEIVABLE DETAIL RECORD - KEYED ON SPONSOR/SSN/      *
      *  SEQUENCE.  ONE PER COVERED CHARGE MOVED TO A SPONSOR AT       *
      *  ENROLLMENT (TYPE C, POSITIVE) AND ONE PER DROP CREDIT GIVEN   *
      *  BACK TO THE SPONSOR (TYPE D, NEGATIVE).  THE REFERENCE IS THE *
      *  COURSE AND SECTION THE CHARGE CAME FROM.  A ZERO INVOICE      *
      *  NUMBER MEANS THE ITEM HAS NOT YET GONE OUT ON A SPONSOR       *
      *  INVOICE; THE INVOICE RUN STAMPS IT WHEN IT DOES.              *
      *================================================================*
       01  SPONSOR-CHARGE-RECORD.
           05  SPR-KEY.
               10  SPR-SPONSOR-CODE    PIC X(06).
               10  SPR-SSN             PIC 9(09).
               10  SPR-SEQ-NO          PIC 9(04).
           05  SPR-TERM                    PIC X(06).
           05  SPR-REFERENCE               PIC X(11).
           05  SPR-TYPE                    PIC X(01).
               88  SPR-TYPE-CHARGE         VALUE 'C'.
               88  SPR-TYPE-DROP-CREDIT    VALUE 'D'.
           05  SPR-AMOUNT                  PIC S9(07)V99.
           05  SPR-POST-DATE.
               10  SPR-DATE-CC         PIC 9(02).
               10  SPR-DATE-YY         PIC 9(02).
               10  SPR-DATE-MM         PIC 9(02).
               10  SPR-DATE-DD         PIC 9(02).
           05  SPR-INVOICE-NO              PIC 9(06).
               88  SPR-NOT-INVOICED        VALUE ZERO.
           05  FILLER                      PIC X(10).
