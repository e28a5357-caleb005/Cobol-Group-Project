      *================================================================*
      *  WLSREC.CPY                                                    *
      *  WAITLIST RECORD - ONE PER STUDENT WAITING ON A FULL SECTION,  *
      *  KEYED ON TERM + COURSE NUMBER + SECTION + POSITION NUMBER SO  *
      *  EACH TERM'S SECTION HAS ITS OWN LIST AND THE FILE READS BACK  *
      *  IN FIRST-COME-FIRST-SERVED ORDER.  WRITTEN BY PROJ-ENROLLMENT *
      *  WHEN A SECTION IS FULL AND CONSUMED BY DROP-CLASS-PGM WHEN A  *
      *  DROP FREES A SEAT.                                            *
      *================================================================*
       01  WAITLIST-RECORD.
           05  WLS-KEY.
               10  WLS-TERM            PIC X(06).
               10  WLS-COURSE-NO       PIC X(08).
               10  WLS-SECTION         PIC X(03).
               10  WLS-POSITION        PIC 9(04).
               10  WLS-DATE-YY         PIC 9(02).
               10  WLS-DATE-MM         PIC 9(02).
               10  WLS-DATE-DD         PIC 9(02).
           05  FILLER                      PIC X(04).
