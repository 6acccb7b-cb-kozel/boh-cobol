000100******************************************************************
000200*    ESACCPY - ESA CLAIMS MONITORING POLICY CONTROL RECORD       *
000300*    The ESACTL parameter-master row in force on the run date:   *
000400*    the hemoglobin and hematocrit thresholds, the number of     *
000500*    consecutive billing months a reading must stay above them,  *
000600*    and the percentage taken off the ESA drug amount when it    *
000700*    has.  A field left zero keeps the compiled default (13.0    *
000800*    g/dL, 39.0 percent, three months, 50 percent).              *
000900******************************************************************
001000 01  ESA-MONITORING-CONTROL-RECORD.
001100     05  ESAC-HEMOGLOBIN-LIMIT      PIC 9(02)V9(01).
001200     05  ESAC-HEMATOCRIT-LIMIT      PIC 9(02)V9(01).
001300     05  ESAC-CONSECUTIVE-MONTHS    PIC 9(02).
001400     05  ESAC-REDUCTION-PCT         PIC 9(03).
