000100****************************************************************
000110* HLAPQ.CPY
000120* PENDING-APPROVAL QUEUE RECORD LAYOUT.  ONE ENTRY PER B-TYPE
000130* ADJUSTMENT OR C-TYPE CLOSE THAT HELLOTM HELD BECAUSE IT WAS
000140* OVER THE SUPERVISOR APPROVAL LIMIT (HLTPARM.CPY), CARRYING
000150* THE FULL TRANSACTION IMAGE.  HELLOAQ PRESENTS EACH PENDING
000160* ENTRY TO A SUPERVISOR AND REWRITES IT IN PLACE WITH THE
000170* DECISION, THE SUPERVISOR'S OPERATOR ID, AND THE DECISION
000180* DATE AND TIME - DECIDED ENTRIES STAY ON THE FILE AS THE
000190* RECORD OF WHO APPROVED WHAT.
000200*----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220* DATE       INIT  DESCRIPTION
000230* 2026-10-15 JLB   INITIAL VERSION.
000240****************************************************************
000250 01  HL-APPROVAL-RECORD.
000260     05  HL-APQ-TRAN-IMAGE           PIC X(100).
000270     05  HL-APQ-HOLD-DATE            PIC 9(08).
000280     05  HL-APQ-HOLD-TIME            PIC 9(08).
000290     05  HL-APQ-BATCH-NO             PIC 9(05).
000300     05  HL-APQ-HOLD-AMOUNT          PIC S9(09)V99 COMP-3.
000310     05  HL-APQ-STATUS               PIC X(01).
000320         88  HL-APQ-PENDING          VALUE 'P'.
000330         88  HL-APQ-APPROVED         VALUE 'A'.
000340         88  HL-APQ-DECLINED         VALUE 'D'.
000350     05  HL-APQ-OPERATOR-ID          PIC X(08).
000360     05  HL-APQ-DECISION-DATE        PIC 9(08).
000370     05  HL-APQ-DECISION-TIME        PIC 9(08).
000380     05  FILLER                      PIC X(08).
