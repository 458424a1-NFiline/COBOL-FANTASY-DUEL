      ******************************************************************
      * RCALREC    - Run-calendar record (RUNCAL), keyed by business
      *              date plus job name. One record per scheduled
      *              job per business date: when it started, when it
      *              ended, its return code and where it stands -
      *              S started (running, or abended with no end
      *              recorded), C complete (ended RC 4 or less),
      *              F failed (ended RC 8 or more), B bypassed by
      *              the operator, with the reason given. A job's
      *              prerequisites are satisfied only by C or B.
      *              The control record (business date zero, job
      *              name spaces) holds the business date currently
      *              open; RCALMNT opens each new date there and the
      *              scheduled jobs all run under it.
      * History:
      *   15 Oct 2026  NF  Initial version.
      ******************************************************************
       01  RCAL-RECORD.
           05  RCAL-KEY.
               10  RCAL-BUS-DATE       PIC 9(08).
               10  RCAL-JOB-NAME       PIC X(08).
           05  RCAL-JOB-DATA.
               10  RCAL-STATUS         PIC X(01).
                   88  RCAL-STARTED    VALUE "S".
                   88  RCAL-COMPLETE   VALUE "C".
                   88  RCAL-FAILED     VALUE "F".
                   88  RCAL-BYPASSED   VALUE "B".
                   88  RCAL-DONE       VALUE "C" "B".
               10  RCAL-START-DATE     PIC 9(08).
               10  RCAL-START-TIME     PIC 9(06).
               10  RCAL-END-DATE       PIC 9(08).
               10  RCAL-END-TIME       PIC 9(06).
               10  RCAL-RETURN-CODE    PIC 9(02).
               10  RCAL-REASON         PIC X(40).
           05  RCAL-CTL-DATA REDEFINES RCAL-JOB-DATA.
               10  RCAL-CTL-OPEN-DATE  PIC 9(08).
               10  RCAL-CTL-OPENED-ON  PIC 9(08).
               10  RCAL-CTL-OPENED-AT  PIC 9(06).
               10  FILLER              PIC X(49).
