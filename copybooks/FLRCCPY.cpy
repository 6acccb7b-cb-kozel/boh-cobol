000800*    from, so the floor and the interest clock stay consistent.  *
000900*    An end date of zero means the row is still open; no row in  *
001000*    effect means no floor and the claim releases at once.       *
001033*    A floor ending on a weekend or a calendar-master holiday    *
001066*    runs to the next business day (ESCALBDY).                   *
001100******************************************************************
001200 01  FLOOR-CONTROL-RECORD.
001300     05  FLRC-EFF-DATE              PIC 9(08).
