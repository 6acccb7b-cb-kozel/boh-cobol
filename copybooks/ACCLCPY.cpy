000100******************************************************************
000200*    ACCLCPY - INQUIRY PANEL ACCESS LOG RECORD                   *
000300*    Written by ESCALSEC, appended to the access log (ACCSLOG)   *
000400*    for every panel start, every refused start, and every       *
000500*    inquiry answered.  ACL-VIEWED-MBI is the beneficiary whose  *
000600*    data the operator saw - the key of the accounting-of-       *
000700*    disclosures report (ESCALAOD).  The monthly profile review  *
000800*    (ESCALOPV) reads it for each operator's last activity.      *
000900******************************************************************
001000 01  ACCESS-LOG-RECORD.
001100     05  ACL-LOG-DATE               PIC 9(08).
001200     05  ACL-LOG-TIME               PIC 9(08).
001300     05  ACL-OPERATOR-ID            PIC X(08).
001400     05  ACL-PANEL-ID               PIC X(08).
001500     05  ACL-PROCEDURE              PIC X(08).
001600     05  ACL-EVENT-TYPE             PIC X(01).
001700         88  ACL-PANEL-STARTED                 VALUE 'S'.
001800         88  ACL-START-REFUSED                 VALUE 'R'.
001900         88  ACL-INQUIRY-ANSWERED              VALUE 'I'.
002000     05  ACL-RESULT-CODE            PIC 9(02).
002100     05  ACL-ROLE                   PIC X(04).
002200     05  ACL-PHI-SHOWN              PIC X(01).
002300     05  ACL-KEY-TYPE               PIC X(03).
002400     05  ACL-KEY-VALUE              PIC X(20).
002500     05  ACL-VIEWED-MBI             PIC X(11).
002600     05  FILLER                     PIC X(18).
