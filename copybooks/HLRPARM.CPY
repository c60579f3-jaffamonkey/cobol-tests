000100****************************************************************
000110* HLRPARM.CPY
000120* RUNTIME PARAMETER RECORD READ BY HELLOGR AT STARTUP - THE
000130* GL RECONCILIATION TOLERANCE.  EACH CONTROL ACCOUNT'S
000140* VARIANCE (MASTER LESS THE GL BALANCE ADJUSTED FOR THE
000150* RECONCILING ITEMS), EITHER SIGN, MAY NOT EXCEED IT; ZERO
000160* MEANS THE ACCOUNTS MUST AGREE TO THE CENT.  NO DECIMAL
000170* POINT ON THE CARD - COLUMNS 1-9, 9(07)V99.
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* 2026-10-15 JLB   INITIAL VERSION.
000220****************************************************************
000230 01  HL-RPARM-RECORD.
000240     05  HL-RPARM-TOLERANCE          PIC 9(07)V99.
000250     05  FILLER                      PIC X(71).
