000100****************************************************************
000110* HLRTN.CPY
000120* RETURNED-MAIL REGISTER RECORD LAYOUT.  ONE ENTRY PER
000130* RETURNED PIECE HELLORM HAS TAKEN IN, KEYED BY ACCOUNT,
000140* RETURN DATE AND RETURN REASON (HLRML.CPY), SO THE SAME
000150* PIECE REPORTED TWICE BY THE MAIL HOUSE IS RECOGNIZED AND
000160* COUNTED ONCE, AND A START ON THE ACCOUNT READS ITS RETURNS
000170* IN DATE ORDER FOR THE CLERKS' BAD-ADDRESS WORKLIST.  THE
000180* ENTRY KEEPS THE MASTER ADDRESS AS IT STOOD WHEN THE RETURN
000190* WAS PROCESSED AND WHAT HELLORM DID WITH IT:
000200*   F = FLAGGED THE ACCOUNT (OR ADDED TO ITS RETURN COUNT)
000210*   S = STALE - A HELLOTM NAME/ADDRESS CHANGE WAS APPLIED ON
000220*       OR AFTER THE RETURN DATE, SO THE MASTER WAS LEFT ALONE
000230*----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250* DATE       INIT  DESCRIPTION
000260* 2026-10-15 JLB   INITIAL VERSION.
000270****************************************************************
000280 01  HL-RETURN-RECORD.
000290     05  HL-RTN-KEY.
000300         10  HL-RTN-ACCT-NO          PIC 9(07).
000310         10  HL-RTN-RETURN-DATE      PIC 9(08).
000320         10  HL-RTN-REASON           PIC X(02).
000330     05  HL-RTN-ACTION               PIC X(01).
000340         88  HL-RTN-FLAGGED          VALUE 'F'.
000350         88  HL-RTN-STALE            VALUE 'S'.
000360     05  HL-RTN-PROCESS-DATE         PIC 9(08).
000370     05  HL-RTN-ADDRESS              PIC X(30).
000380     05  FILLER                      PIC X(24).
