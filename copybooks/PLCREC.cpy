      *================================================================*
      *  PLCREC.CPY                                                    *
      *  COLLECTION AGENCY PLACEMENT FILE RECORD - ONE DETAIL PER      *
      *  ACCOUNT COLLECTION-PLACE-PGM HANDS TO THE OUTSIDE AGENCY,     *
      *  WITH THE DEBTOR'S NAME, ADDRESS AND PHONE FROM STUMSTR, THE   *
      *  BALANCE PLACED, THE DATE OF THE OLDEST UNPAID CHARGE AND THE  *
      *  LAST PAYMENT DATE (ZERO WHEN NONE WAS EVER RECEIVED), AND ONE *
      *  TRAILER AT THE END OF THE FILE CARRYING THE ACCOUNT COUNT AND *
      *  DOLLAR TOTAL FOR THE AGENCY TO PROVE ITS LOAD AGAINST.        *
      *================================================================*
       01  PLACEMENT-RECORD.
           05  PLC-REC-TYPE                PIC X(01).
               88  PLC-DETAIL              VALUE 'D'.
               88  PLC-TRAILER             VALUE 'T'.
           05  PLC-AGENCY-CODE             PIC X(06).
           05  PLC-PLACE-DATE              PIC 9(08).
           05  PLC-DETAIL-DATA.
               10  PLC-SSN             PIC 9(09).
               10  PLC-LAST-NAME       PIC X(20).
               10  PLC-FIRST-NAME      PIC X(15).
               10  PLC-MI              PIC X(01).
               10  PLC-STREET          PIC X(25).
               10  PLC-CITY            PIC X(15).
               10  PLC-STATE           PIC X(02).
               10  PLC-ZIP             PIC X(09).
               10  PLC-PHONE           PIC X(10).
               10  PLC-PLACED-AMT      PIC 9(07)V99.
               10  PLC-OLDEST-CHG-DATE PIC 9(08).
               10  PLC-LAST-PAY-DATE   PIC 9(08).
               10  FILLER              PIC X(10).
           05  PLC-TRAILER-DATA REDEFINES PLC-DETAIL-DATA.
               10  PLC-TRL-COUNT       PIC 9(06).
               10  PLC-TRL-AMOUNT      PIC 9(09)V99.
               10  FILLER              PIC X(124).
