      *  tomorrow, or a rental newly overdue as of tonight's close.
      *  Written fresh each night by NOTIFY-MEMBERS in the EODCLOSE
      *  chain; worked top to bottom by the front desk in the
      *  morning.  The weekly new-release mailing extract cuts its
      *  own file in the same layout - the marketing team's list,
      *  not the desk's - with the title's street date in the due
      *  date.  Caller supplies its own 01-level header and COPYs
      *  this in underneath it.
      *****************************************************************
           02  NOTICE-DATE             PIC 9(08).
               88  NOTICE-HOLD-READY       VALUE 'H'.
               88  NOTICE-DUE-TOMORROW     VALUE 'D'.
               88  NOTICE-OVERDUE          VALUE 'O'.
               88  NOTICE-NEW-RELEASE      VALUE 'N'.
           02  NOTICE-MEMBER-ID        PIC X(10).
           02  NOTICE-MEMBER-NAME      PIC X(30).
           02  NOTICE-PHONE            PIC X(12).
