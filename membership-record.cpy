      *  maintenance program that reads or writes the membership file.
      *  Caller supplies its own 01-level header and COPYs this in
      *  underneath it, the same way rate-table-record.cpy works.
      *  membership.dat is indexed: RECORD KEY MS-MEMBER-ID and
      *  ALTERNATE RECORD KEY MS-NAME WITH DUPLICATES, so the counter
      *  reads a member by card or looks one up by name.  Every
      *  SELECT for it declares both keys.
      *  A member who lapses keeps their row (and their history) on
      *  the file - MS-STATUS is what the discount scan respects, so
      *  deactivating a member never means deleting them.
      *  read back space-filled - those members are grandfathered:
      *  flagged on the renewals report, never auto-lapsed.
           02  MS-TERM-EXPIRY-DATE      PIC 9(08).
      *  Date of birth, captured by MAINTAIN-MEMBER so the rental
      *  counter can refuse a certificated title to a member too
      *  young for it.  Rows written before the field existed read
      *  back space-filled - the counter asks the clerk to check ID
      *  rather than guessing an age.
           02  MS-BIRTH-DATE            PIC 9(08).
      *  Household grouping.  A secondary cardholder carries the
      *  member ID of the household's primary member here; a primary
      *  or stand-alone member leaves it blank.  The rental counter
      *  holds the whole household to one open-rental limit and one
      *  fee cap, and the statement run can print one consolidated
      *  page per household.  Rows written before the field existed
      *  read back space-filled - every existing member is its own
      *  household until MAINTAIN-MEMBER links it.
           02  MS-HOUSEHOLD-ID          PIC X(10).
      *  Marketing opt-out.  'Y' when the member has asked not to
      *  be sent marketing - set and cleared through MAINTAIN-MEMBER
      *  and respected by the new-release mailing extract.  Service
      *  notices (holds, due dates, renewals) are not marketing and
      *  still go out.  Rows written before the field existed read
      *  back as a space, which is no request made.
           02  MS-MARKETING-OPT-OUT     PIC X(01).
               88  MS-NO-MARKETING          VALUE 'Y'.
