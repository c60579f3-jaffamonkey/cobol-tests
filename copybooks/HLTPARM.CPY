000100****************************************************************
000110* HLTPARM.CPY
000120* RUNTIME PARAMETER RECORD READ BY HELLOTM AT STARTUP.  LETS
000130* OPERATIONS CHANGE THE SUPERVISOR APPROVAL LIMIT WITHOUT A
000140* RECOMPILE.  A B-TYPE ADJUSTMENT WHOSE AMOUNT, OR A C-TYPE
000150* CLOSE WHOSE BALANCE AT CLOSE, EXCEEDS THE LIMIT (EITHER
000160* SIGN) IS HELD ON THE PENDING-APPROVAL FILE (HLAPQ.CPY)
000170* INSTEAD OF BEING APPLIED.
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* 2026-10-15 JLB   INITIAL VERSION.
000220****************************************************************
000230 01  HL-TPARM-RECORD.
000240     05  HL-TPARM-APPROVAL-LIMIT     PIC 9(09)V99.
000250     05  FILLER                      PIC X(69).
