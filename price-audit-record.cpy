      *  its own entry so the engine rows stay net - REVENUE-SUMMARY
      *  totals net, tax and gross from the one trail.
               88  AUDIT-TAX-ENTRY         VALUE 'T'.
      *  A used copy sold over the counter - money taken like any
      *  charge, but not a rental, so the revenue picture can show
      *  it on its own line.  Its tax follows as a 'T' entry.
               88  AUDIT-SALE              VALUE 'S'.
      *  The tax handed back with a refund - the refunded charge's
      *  tax at the rate its store charged that day, so the tax
      *  line nets down with the refund and the tax return can
      *  claim it back.  Written by REFUND-CHARGE right after its
      *  'R' entry and carrying the same reference stamp.
               88  AUDIT-TAX-REFUND        VALUE 'B'.
      *  A series bundle's saving, written by the counter when the
      *  visit is totalled - one entry per title in the bundle,
      *  carrying that title's share, so refunding one title of a
      *  bundle hands back only what was paid for it.  Comes OFF the
      *  totals like a refund; the tax the saving took off the
      *  visit follows as a 'B' entry with the same reference stamp.
               88  AUDIT-BUNDLE-DISCOUNT   VALUE 'D'.
      *  Why the hand was on the scale - carried on override and
      *  refund entries, blank on engine rows.
      *    P promotion sticker   G goodwill   T posted tier price
      *    K wrong member keyed  M mistaken rental   O other
      *  On a bundle entry, the rule that earned it - F flat price
      *  for the set, P percent off after the first.
           02  AUDIT-REASON-CODE       PIC X(01).
           02  AUDIT-OPERATOR          PIC X(03).
      *  Which store's till the entry belongs to - stamped on
           02  AUDIT-STORE-ID          PIC X(04).
      *  On a REFUND entry, the timestamp of the original charge it
      *  backs out - the tie that lets the trail prove a charge was
      *  refunded once and only once.  On a bundle entry and the tax
      *  entry behind it, the timestamp of the charge entry the share
      *  comes off - the engine's row, or the override that replaced
      *  it - so a refund of that charge leaves the share out.
      *  Blank on everything else.
           02  AUDIT-REF-STAMP         PIC X(21).
      *  The seal SEAL-AUDIT-ENTRY puts on every live row as it is
      *  written: a gap-free sequence number, and a control value
      *  worked from this row's contents and the previous row's
      *  control value (AUDIT-CHAIN-VALUE), so a row deleted, edited
      *  or slipped in anywhere breaks the run that VERIFY-AUDIT-
      *  TRAIL walks.  Rows from before the seal read back blank.
           02  AUDIT-SEQUENCE          PIC 9(09).
           02  AUDIT-CHAIN             PIC 9(09).
