      *================================================================*
      *  COLREC.CPY                                                    *
      *  COLLECTION ACCOUNT RECORD - ONE PER STUDENT PLACED WITH THE   *
      *  OUTSIDE COLLECTION AGENCY, KEYED ON SSN.  WRITTEN BY          *
      *  COLLECTION-PLACE-PGM WITH THE BALANCE PLACED, THE AGENCY AND  *
      *  ITS COMMISSION RATE; STAMPED WITH THE AMOUNT WRITTEN OFF BY   *
      *  BAD-DEBT-WRITEOFF-PGM; ADVANCED BY COLLECTION-RECOVERY-PGM    *
      *  FROM THE RCPMSTR RECEIPTS DATED ON OR AFTER PLACEMENT.        *
      *  COL-WOFF-BASE-RCPT IS WHAT THOSE RECEIPTS CAME TO WHEN THE    *
      *  ACCOUNT WAS WRITTEN OFF - ANYTHING RECEIVED BEYOND IT IS A    *
      *  RECOVERY OF WRITTEN-OFF DEBT.  COL-WRITEOFF-AMT LESS          *
      *  COL-WO-RECOVERED-AMT IS THE NET WRITE-OFF STILL CARRIED IN    *
      *  LED-CREDITS-TOTAL.  A CLOSED ACCOUNT (PAID IN FULL) NETS TO   *
      *  ZERO AND MAY BE PLACED AGAIN LATER.                           *
      *================================================================*
       01  COLLECTION-RECORD.
           05  COL-SSN                     PIC 9(09).
           05  COL-STATUS                  PIC X(01).
               88  COL-STAT-PLACED         VALUE 'P'.
               88  COL-STAT-WRITTEN-OFF    VALUE 'W'.
               88  COL-STAT-CLOSED         VALUE 'C'.
               88  COL-STAT-OPEN           VALUE 'P' 'W'.
           05  COL-AGENCY-CODE             PIC X(06).
           05  COL-COMMISSION-PCT          PIC 9(02)V99.
           05  COL-PLACE-DATE.
               10  COL-PLACE-CC        PIC 9(02).
               10  COL-PLACE-YY        PIC 9(02).
               10  COL-PLACE-MM        PIC 9(02).
               10  COL-PLACE-DD        PIC 9(02).
           05  COL-PLACED-AMT              PIC 9(07)V99.
           05  COL-WRITEOFF-DATE.
               10  COL-WOFF-CC         PIC 9(02).
               10  COL-WOFF-YY         PIC 9(02).
               10  COL-WOFF-MM         PIC 9(02).
               10  COL-WOFF-DD         PIC 9(02).
           05  COL-WRITEOFF-AMT            PIC 9(07)V99.
           05  COL-WOFF-BASE-RCPT          PIC S9(07)V99.
      *    RECEIPTS DATED ON OR AFTER PLACEMENT ALREADY TAKEN INTO
      *    THE RECOVERIES, THE AGENCY COMMISSION EARNED ON THEM, AND
      *    THE PART OF THEM THAT REVERSED BAD DEBT EXPENSE.
           05  COL-RECOVERED-AMT           PIC S9(07)V99.
           05  COL-COMMISSION-AMT          PIC S9(07)V99.
           05  COL-WO-RECOVERED-AMT        PIC S9(07)V99.
           05  COL-CLOSE-DATE.
               10  COL-CLOSE-CC        PIC 9(02).
               10  COL-CLOSE-YY        PIC 9(02).
               10  COL-CLOSE-MM        PIC 9(02).
               10  COL-CLOSE-DD        PIC 9(02).
           05  FILLER                      PIC X(10).
