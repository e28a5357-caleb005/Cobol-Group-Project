      *================================================================*
      *  SUSREC.CPY                                                    *
      *  PAYMENT SUSPENSE RECORD - ONE PER BANK LOCKBOX OR CARD        *
      *  SETTLEMENT ITEM LOCKBOX-IMPORT-PGM COULD NOT POST (BAD OR     *
      *  UNKNOWN SSN, BAD AMOUNT, PAY METHOD OR DEPOSIT DATE).  THE    *
      *  ITEM IS CARRIED AS THE BANK SENT IT, WITH THE REASON, FOR THE *
      *  BURSAR TO RESEARCH AND APPLY BY HAND THROUGH ADD-RECEIPTS-PGM *
      *  - IT IS NEVER POSTED TO A STUDENT BY GUESSWORK.  APPENDED RUN *
      *  AFTER RUN; THE BURSAR MARKS AN ITEM APPLIED ONCE IT IS DONE.  *
      *================================================================*
       01  SUSPENSE-RECORD.
           05  SUS-RUN-DATE.
               10  SUS-RUN-CC          PIC 9(02).
               10  SUS-RUN-YY          PIC 9(02).
               10  SUS-RUN-MM          PIC 9(02).
               10  SUS-RUN-DD          PIC 9(02).
           05  SUS-BANK-BATCH              PIC X(06).
           05  SUS-SSN                     PIC X(09).
           05  SUS-AMOUNT                  PIC X(09).
           05  SUS-PAY-METHOD              PIC X(01).
           05  SUS-DEPOSIT-DATE            PIC X(08).
           05  SUS-REASON-CODE             PIC X(02).
               88  SUS-RSN-BAD-SSN         VALUE 'SE'.
               88  SUS-RSN-NO-STUDENT      VALUE 'SN'.
               88  SUS-RSN-BAD-AMOUNT      VALUE 'AM'.
               88  SUS-RSN-BAD-METHOD      VALUE 'PM'.
               88  SUS-RSN-BAD-DATE        VALUE 'DT'.
               88  SUS-RSN-BAD-RECORD      VALUE 'RT'.
           05  SUS-REASON-TEXT             PIC X(30).
           05  SUS-STATUS                  PIC X(01).
               88  SUS-STAT-OPEN           VALUE 'O'.
               88  SUS-STAT-APPLIED        VALUE 'A'.
           05  FILLER                      PIC X(10).
