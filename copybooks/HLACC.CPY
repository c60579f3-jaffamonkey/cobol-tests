000100****************************************************************
000110* HLACC.CPY
000120* ACCOUNT-ACCESS LOG RECORD - ONE PER ACCOUNT VIEWED OR CHANGED
000130* THROUGH AN INTERACTIVE PROGRAM, AND ONE PER SIGN-ON EVENT OR
000140* REFUSED FUNCTION.  SEQUENTIAL (ACCESSLG), WRITTEN ONLY BY THE
000150* HELLOSO SIGN-ON ROUTINE, OPENED EXTEND AND KEPT WITH DISP=MOD
000160* SO IT ACCUMULATES; READ BY THE HELLOAL WEEKLY ACCESS REPORT.
000170* THE ACCOUNT NUMBER IS SPACES ON A SIGN-ON OR REFUSAL ENTRY
000180* THAT NAMES NO ACCOUNT.  THE DETAIL CARRIES THE FUNCTION
000190* REFUSED, OR THE JOB AND CYCLE DATE OF A GATE OVERRIDE, OR THE
000200* FILE ID AND CYCLE DATE OF A HANDOFF CLOSED WITHOUT ITS
000210* ACKNOWLEDGMENT (HELLOAK, ACTION CLOSE, NO ACCOUNT NUMBER).
000220*----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240* DATE       INIT  DESCRIPTION
000250* 2026-10-15 JLB   INITIAL VERSION.
000260* 2026-10-15 JLB   ADDED HL-ACC-CLOSE FOR THE HELLOAK HANDOFF
000270*                  CLOSURE.  WHOLE MEMBER RENUMBERED.
000280****************************************************************
000290 01  HL-ACCESS-RECORD.
000300     05  HL-ACC-OPERATOR-ID          PIC X(08).
000310     05  HL-ACC-PROGRAM              PIC X(08).
000320     05  HL-ACC-ACCT-NO              PIC X(07).
000330     05  HL-ACC-ACTION               PIC X(08).
000340         88  HL-ACC-VIEW             VALUE 'VIEW'.
000350         88  HL-ACC-LIST             VALUE 'LIST'.
000360         88  HL-ACC-CHANGE           VALUE 'CHANGE'.
000370         88  HL-ACC-REINSTATE        VALUE 'REINST'.
000380         88  HL-ACC-APPROVE          VALUE 'APPROVE'.
000390         88  HL-ACC-DECLINE          VALUE 'DECLINE'.
000400         88  HL-ACC-OVERRIDE         VALUE 'OVERRIDE'.
000410         88  HL-ACC-CLOSE            VALUE 'CLOSE'.
000420         88  HL-ACC-SIGNON           VALUE 'SIGNON'.
000430         88  HL-ACC-SIGNON-FAILED    VALUE 'SIGNFAIL'.
000440         88  HL-ACC-REVOKED          VALUE 'REVOKED'.
000450         88  HL-ACC-DENIED           VALUE 'DENIED'.
000460         88  HL-ACC-ACCOUNT-ACTION   VALUES 'VIEW' 'LIST' 'CHANGE'
000470                                     'REINST' 'APPROVE' 'DECLINE'.
000480         88  HL-ACC-SECURITY-EVENT   VALUES 'SIGNFAIL' 'REVOKED'
000490                                     'DENIED'.
000500     05  HL-ACC-DATE                 PIC 9(08).
000510     05  HL-ACC-TIME                 PIC 9(08).
000520     05  HL-ACC-DETAIL               PIC X(20).
000530     05  FILLER                      PIC X(13).
