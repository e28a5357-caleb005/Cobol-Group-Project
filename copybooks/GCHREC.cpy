      *================================================================*
      *  GCHREC.CPY                                                    *
      *  GRADE CHANGE HISTORY RECORD - ONE PER CHANGE TO A GRADE       *
      *  ALREADY ON FILE, KEYED ON THE ENROLLMENT (SSN + TERM + COURSE *
      *  + SECTION, THE ENRARCH KEY) PLUS A SEQUENCE NUMBER, SO ONE    *
      *  ENROLLMENT'S CHANGES READ BACK IN THE ORDER THEY WERE MADE.   *
      *  WRITTEN BY GRADE-CHANGE-PGM FOR A FACULTY CORRECTION KEYED BY *
      *  THE REGISTRAR AND BY INCOMPLETE-LAPSE-PGM WHEN AN OPEN I      *
      *  TURNS INTO AN F; READ BY THE TRANSCRIPT TO FOOTNOTE THE       *
      *  CHANGED GRADES.  THE LAPSE JOB SIGNS ITS CHANGES WITH ITS OWN *
      *  JOB NAME IN PLACE OF AN APPROVING OPERATOR.  GCH-SAP-FLAGGED  *
      *  SAYS THE CHANGE FLAGGED THE STUDENT'S SAPMSTR STANDING FOR    *
      *  RECOMPUTE.                                                    *
      *================================================================*
       01  GRADE-CHANGE-RECORD.
           05  GCH-KEY.
               10  GCH-SSN             PIC 9(09).
               10  GCH-TERM            PIC X(06).
               10  GCH-COURSE-NO       PIC X(08).
               10  GCH-SECTION         PIC X(03).
               10  GCH-SEQ-NO          PIC 9(02).
           05  GCH-OLD-GRADE               PIC X(02).
           05  GCH-NEW-GRADE               PIC X(02).
           05  GCH-REASON                  PIC X(02).
               88  GCH-RSN-CALC-ERROR      VALUE 'CE'.
               88  GCH-RSN-INC-COMPLETED   VALUE 'IC'.
               88  GCH-RSN-APPEAL          VALUE 'GA'.
               88  GCH-RSN-ADMIN-CHANGE    VALUE 'AC'.
               88  GCH-RSN-LAPSED          VALUE 'LP'.
               88  GCH-RSN-KEYABLE         VALUE 'CE' 'IC' 'GA' 'AC'.
           05  GCH-OPERATOR-ID             PIC X(08).
           05  GCH-CHANGE-DATE.
               10  GCH-CHANGE-CC       PIC 9(02).
               10  GCH-CHANGE-YY       PIC 9(02).
               10  GCH-CHANGE-MM       PIC 9(02).
               10  GCH-CHANGE-DD       PIC 9(02).
           05  GCH-SAP-FLAGGED             PIC X(01).
               88  GCH-SAP-WAS-FLAGGED     VALUE 'Y'.
           05  FILLER                      PIC X(10).
