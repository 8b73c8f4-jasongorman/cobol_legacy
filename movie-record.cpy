               88  GENRE-CLASSIC           VALUE 'CLASSIC'.
           02  MOVIE-COPIES-AVAILABLE  PIC 9(03).
           02  MOVIE-RELEASE-DATE      PIC 9(08).
      *  Age certification - U/PG/12/15/18 or G/PG/PG-13/R/NC-17, as
      *  listed on the ops-maintained cert-ref.dat, which also says
      *  how old a member must be to take the title out.  Rows
      *  written before the field existed read back space-filled,
      *  which the counter treats as unrated: no age check applies.
           02  MOVIE-CERTIFICATE       PIC X(05).
