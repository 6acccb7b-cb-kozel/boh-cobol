000600*    deadline earns simple interest on its net payment for the   *
000700*    days it ran late, paid with the claim instead of through a  *
000800*    quarterly manual exercise.                                  *
000802*    A deadline falling on a weekend or a calendar-master        *
000804*    holiday runs to the next business day (ESCALBDY); the late  *
000806*    days are counted in calendar days past it.                  *
000810*    PPIC-ANNUAL-RATE IS A DECIMAL FRACTION, NOT A PERCENT: KEY  *
000820*    10.25 PERCENT AS 0.10250 (0010250), NEVER AS 10.25000 -     *
000830*    THE CALCULATION MULTIPLIES THE STORED VALUE DIRECTLY AND A  *
