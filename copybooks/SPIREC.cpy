      *================================================================*
      *  SPIREC.CPY                                                    *
      *  SPONSOR INVOICE RECORD - KEYED ON THE INVOICE NUMBER.  ONE PER*
      *  INVOICE THE SPONSOR INVOICE RUN SENDS, CARRYING THE NET OF    *
      *  THE RECEIVABLE DETAIL (SPRDTL) BILLED ON IT.  SPONSOR-PAYMENT-*
      *  PGM POSTS PAYMENTS AGAINST IT UNTIL IT IS PAID.  AN INVOICE   *
      *  WHOSE DROP CREDITS OUTWEIGH ITS CHARGES GOES OUT AS A CREDIT  *
      *  MEMO AND TAKES NO PAYMENT.                                    *
      *================================================================*
       01  SPONSOR-INVOICE-RECORD.
           05  SPI-INVOICE-NO              PIC 9(06).
           05  SPI-SPONSOR-CODE            PIC X(06).
           05  SPI-INVOICE-DATE.
               10  SPI-DATE-CC         PIC 9(02).
               10  SPI-DATE-YY         PIC 9(02).
               10  SPI-DATE-MM         PIC 9(02).
               10  SPI-DATE-DD         PIC 9(02).
           05  SPI-AMOUNT                  PIC S9(07)V99.
           05  SPI-PAID-AMT                PIC S9(07)V99.
           05  SPI-LAST-PAY-DATE.
               10  SPI-PAY-CC          PIC 9(02).
               10  SPI-PAY-YY          PIC 9(02).
               10  SPI-PAY-MM          PIC 9(02).
               10  SPI-PAY-DD          PIC 9(02).
           05  SPI-STATUS                  PIC X(01).
               88  SPI-STAT-OPEN           VALUE 'O'.
               88  SPI-STAT-PAID           VALUE 'P'.
               88  SPI-STAT-CREDIT-MEMO    VALUE 'C'.
           05  FILLER                      PIC X(10).
