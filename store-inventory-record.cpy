      *  title's transactions.  The catalog record stays the shared
      *  title master, and its MOVIE-COPIES-AVAILABLE stays the
      *  chain-wide total; this file is the per-store breakdown.
      *  The format closes the key, so one title's walk still visits
      *  each store in turn and a store's DVD, Blu-ray and 4K copies
      *  are three counts sitting side by side.
      *****************************************************************
           02  SI-KEY.
               03  SI-IMDB-ID          PIC X(10).
               03  SI-STORE-ID         PIC X(04).
               03  SI-FORMAT           PIC X(01).
                   88  SI-DVD              VALUE 'D'.
                   88  SI-BLU-RAY          VALUE 'B'.
                   88  SI-UHD-4K           VALUE 'K'.
           02  SI-COPIES               PIC 9(03).
