000100******************************************************************
000200*    CTLCPY - CMS CERT SAMPLE LIST RECORD                        *
000300*    One claim the CMS review contractor sampled from our        *
000400*    claims, with its CMS sample identifier and stratum.         *
000500******************************************************************
000600 01  CERT-SAMPLE-LIST-RECORD.
000700     05  CTL-CMS-SAMPLE-ID          PIC X(12).
000800     05  CTL-CLAIM-NUMBER           PIC X(13).
000900     05  CTL-PROVIDER-NUMBER        PIC X(06).
001000     05  CTL-MBI                    PIC X(11).
001100     05  CTL-FROM-DATE              PIC 9(08).
001200     05  CTL-THRU-DATE              PIC 9(08).
001300     05  CTL-STRATUM                PIC 9(01).
001400     05  FILLER                     PIC X(21).
