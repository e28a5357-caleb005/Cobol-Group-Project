      *  RCPREC.CPY                                                    *
      *  RECEIPT DETAIL RECORD - ONE PER CASH/CHECK/CARD RECEIPT       *
      *  POSTED THROUGH ADD-RECEIPTS-PGM, KEYED ON SSN/SEQUENCE.       *
      *  A RECEIPT LATER RETURNED BY THE BANK (BOUNCED CHECK, CARD     *
      *  CHARGEBACK) IS MARKED RETURNED BY RETURNED-PAYMENT-PGM AND    *
      *  STAMPED WITH THE RETURN DATE - IT STAYS ON FILE FOR THE AUDIT *
      *  TRAIL BUT EVERY READER TREATS IT AS NOT PAID.  A BLANK STATUS *
      *  (RECEIPTS POSTED BEFORE THE STATUS EXISTED) COUNTS AS POSTED. *
      *================================================================*
       01  RECEIPT-RECORD.
           05  RCP-KEY.
               88  RCP-PAY-CHECK           VALUE 'K'.
               88  RCP-PAY-CARD            VALUE 'R'.
           05  RCP-AMOUNT                  PIC 9(07)V99.
           05  RCP-STATUS                  PIC X(01).
               88  RCP-STAT-POSTED         VALUE 'P' ' '.
               88  RCP-STAT-RETURNED       VALUE 'R'.
           05  RCP-RETURN-DATE.
               10  RCP-RTN-DATE-CC     PIC 9(02).
               10  RCP-RTN-DATE-YY     PIC 9(02).
               10  RCP-RTN-DATE-MM     PIC 9(02).
               10  RCP-RTN-DATE-DD     PIC 9(02).
           05  FILLER                      PIC X(01).
