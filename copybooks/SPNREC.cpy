      *================================================================*
      *  SPNREC.CPY                                                    *
      *  THIRD-PARTY SPONSOR MASTER RECORD - ONE PER SPONSOR, KEYED ON *
      *  THE SPONSOR CODE.  AN EMPLOYER, WORKFORCE AGENCY OR FOREIGN   *
      *  GOVERNMENT THAT PAYS FOR STUDENTS UNDER A PER-TERM            *
      *  AUTHORIZATION (SPAMSTR).  MAINTAINED BY SPONSOR-MAINT-PGM.    *
      *  THE INVOICED AND PAID TOTALS ARE KEPT BY THE SPONSOR INVOICE  *
      *  RUN AND SPONSOR-PAYMENT-PGM - THEIR DIFFERENCE IS WHAT THE    *
      *  SPONSOR OWES ON INVOICES ALREADY SENT.                        *
      *================================================================*
       01  SPONSOR-RECORD.
           05  SPN-CODE                    PIC X(06).
           05  SPN-NAME                    PIC X(30).
           05  SPN-TYPE                    PIC X(01).
               88  SPN-TYPE-EMPLOYER       VALUE 'E'.
               88  SPN-TYPE-AGENCY         VALUE 'A'.
               88  SPN-TYPE-GOVERNMENT     VALUE 'G'.
           05  SPN-ADDRESS.
               10  SPN-STREET          PIC X(25).
               10  SPN-CITY            PIC X(15).
               10  SPN-STATE           PIC X(02).
               10  SPN-ZIP             PIC X(09).
           05  SPN-CONTACT                 PIC X(25).
           05  SPN-PHONE                   PIC X(10).
           05  SPN-STATUS                  PIC X(01).
               88  SPN-STAT-ACTIVE         VALUE 'A'.
               88  SPN-STAT-INACTIVE       VALUE 'I'.
           05  SPN-INVOICED-TOTAL          PIC S9(09)V99.
           05  SPN-PAID-TOTAL              PIC S9(09)V99.
           05  FILLER                      PIC X(10).
