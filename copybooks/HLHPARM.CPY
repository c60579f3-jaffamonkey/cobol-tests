000100****************************************************************
000110* HLHPARM.CPY
000120* RUNTIME PARAMETER RECORD READ BY HELLOHP AT STARTUP.  LETS
000130* OPERATIONS CHANGE THE POSTING HISTORY RETENTION PERIOD
000140* WITHOUT A RECOMPILE.  RETENTION IS IN WHOLE MONTHS - A
000150* HISTORY ENTRY POSTED BEFORE THE RUN DATE LESS THE RETENTION
000160* PERIOD IS PURGED, EXCEPT THE LAST SUCH ENTRY PER ACCOUNT,
000170* WHICH IS KEPT AS THE BALANCE-FORWARD ENTRY.
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* 2026-10-15 JLB   INITIAL VERSION.
000220****************************************************************
000230 01  HL-HPARM-RECORD.
000240     05  HL-HPARM-RETENTION-MONTHS   PIC 9(03).
000250     05  FILLER                      PIC X(77).
