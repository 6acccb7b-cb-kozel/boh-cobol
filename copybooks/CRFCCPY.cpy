000100*****************************************************************
000200*    CRFCCPY - CASH-REQUIREMENTS FORECAST CONTROL RECORD         *
000300*    The CRFCTL parameter-master row in force on the run date:   *
000400*    the percentage of the medical-review queue expected to pay  *
000500*    as priced, the business days a review normally takes from   *
000600*    the day the claim was queued, and the calendar days of run  *
000700*    and suspense-recycle history the forecast averages.  A      *
000800*    field left zero keeps the compiled default (90 percent,     *
000900*    10 business days, 30 days of history).                      *
001000*****************************************************************
001100 01  FORECAST-CONTROL-RECORD.
001200     05  CRFC-REVIEW-PAY-PCT        PIC 9(03).
001300     05  CRFC-REVIEW-DAYS           PIC 9(03).
001400     05  CRFC-HISTORY-DAYS          PIC 9(03).
001500     05  FILLER                     PIC X(11).
