      *  RECEIPT POSTING, OR REVERSING DROP POSTING, APPENDED TO THE   *
      *  NIGHTLY GL FEED FILE FOR PICKUP BY THE COLLEGE'S GENERAL      *
      *  LEDGER SYSTEM.  A REVERSING ENTRY CARRIES A NEGATIVE AMOUNT.  *
      *  TYPE S MOVES A COVERED CHARGE FROM THE STUDENT'S RECEIVABLE   *
      *  TO THE SPONSOR RECEIVABLE (NEGATIVE FOR A DROP CREDIT).       *
      *  A SPONSOR'S PAYMENT ON ITS INVOICE IS A TYPE R RECEIPT WITH A *
      *  ZERO SSN AND THE SPONSOR INVOICE NUMBER AS THE REFERENCE.     *
      *  TYPE W WRITES A COLLECTIONS ACCOUNT'S BALANCE OFF TO BAD DEBT *
      *  EXPENSE; A RECOVERY ON A WRITTEN-OFF ACCOUNT REVERSES IT WITH *
      *  A NEGATIVE TYPE W.                                            *
      *================================================================*
       01  GL-EXTRACT-RECORD.
           05  GLX-TRANS-TYPE              PIC X(01).
               88  GLX-TYPE-RECEIPT         VALUE 'R'.
               88  GLX-TYPE-DROP            VALUE 'D'.
               88  GLX-TYPE-REFUND          VALUE 'F'.
               88  GLX-TYPE-AID-RETURN      VALUE 'A'.
               88  GLX-TYPE-SPONSOR         VALUE 'S'.
               88  GLX-TYPE-WRITE-OFF       VALUE 'W'.
           05  GLX-SSN                     PIC 9(09).
           05  GLX-TRANS-DATE.
               10  GLX-DATE-CC         PIC 9(02).
