      *================================================================*
      *  CLSREC.CPY                                                    *
      *  CLASS MASTER RECORD LAYOUT - KEYED ON TERM/COURSE NUMBER/    *
      *  SECTION, SO EACH TERM'S SCHEDULE IS ITS OWN SET OF SECTIONS   *
      *  AND A CLOSED TERM'S SECTIONS STAY ON FILE WITH THEIR SEAT     *
      *  COUNTS.  USED BY ADD-CLASS-PGM AND ANY PROGRAM THAT MUST LOOK *
      *  UP OR MAINTAIN CLASS SCHEDULE / SEAT-COUNT DATA.  A TERM'S    *
      *  SCHEDULE IS ROLLED FORWARD FROM A PRIOR TERM BY               *
      *  SCHEDULE-BUILD-PGM.                                           *
      *================================================================*
       01  CLASS-RECORD.
           05  CLS-KEY.
               10  CLS-TERM            PIC X(06).
               10  CLS-COURSE-NO       PIC X(08).
               10  CLS-SECTION         PIC X(03).
           05  CLS-DAYS.
