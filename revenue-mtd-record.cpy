      *****************************************************************
      *  REVENUE-MTD-RECORD.CPY
      *  One day's line on the running month-to-date file
      *  (revenue-mtd.dat) - appended by APPEND-MTD-TOTALS as the
      *  close chain's last totals step, one line per store that
      *  moved plus the chain line, and read back by BUDGET-VARIANCE
      *  to set the month so far against the budget.  A rerun of a
      *  day appends again, so readers take the last line per store
      *  per day.  Caller supplies its own 01-level header and COPYs
      *  this in underneath it.
      *****************************************************************
           02  MTD-DATE                PIC 9(08).
           02  MTD-CHECKOUTS           PIC 9(06).
           02  MTD-RETURNS             PIC 9(06).
           02  MTD-PRICED-CALLS        PIC 9(06).
           02  MTD-REVENUE             PIC 9(7)V9(2).
      *  Which store the line covers, 'ALL ' for the chain line -
      *  the same convention the rental-day file carries.  Store
      *  lines carry the priced-call, revenue and tax figures for
      *  their own till's audit entries; rows with no store stamp
      *  (written before the trail carried one) count on the chain
      *  line only, the same split DRAWER-CLOSE reports.
           02  MTD-STORE-ID            PIC X(04).
      *  Tax collected that day, off the trail's tax entries, net
      *  of the tax handed back on refunds and bundles - a day whose
      *  refunds outrun its sales carries its true negative figure,
      *  the same net the tax return files.  The sign rides on the
      *  last digit, so the line keeps its width.  MTD-REVENUE stays
      *  net, as it always was.
           02  MTD-TAX                 PIC S9(7)V9(2).
      *  The drawer's verdict for the line's store (summed on the
      *  chain line) - zero when no drawer close was keyed.
           02  MTD-OVER-SHORT          PIC S9(6)V9(2)
                                       SIGN IS LEADING SEPARATE.
