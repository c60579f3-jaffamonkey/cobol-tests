000100****************************************************************
000110* HLOPR.CPY
000120* OPERATOR SECURITY RECORD - ONE PER OPERATOR ALLOWED TO SIGN
000130* ON TO THE INTERACTIVE PROGRAMS.  INDEXED (OPERFILE), KEYED BY
000140* OPERATOR ID.  MAINTAINED BY THE HELLOOP SECURITY RUN; READ
000150* AND UPDATED AT SIGN-ON BY THE HELLOSO SIGN-ON ROUTINE.  THE
000160* PASSWORD IS NEVER STORED - ONLY ITS HASH, SALTED WITH THE
000170* OPERATOR ID.  AUTHORITY LEVELS ARE CUMULATIVE - A HIGHER
000180* LEVEL MAY DO EVERYTHING A LOWER ONE MAY.  THREE FAILED
000190* SIGN-ONS IN A ROW REVOKE THE OPERATOR (ACTIVE FLAG N) UNTIL
000200* SECURITY REINSTATES THEM.
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230* DATE       INIT  DESCRIPTION
000240* 2026-10-15 JLB   INITIAL VERSION.
000250****************************************************************
000260 01  HL-OPERATOR-RECORD.
000270     05  HL-OPR-KEY.
000280         10  HL-OPR-OPERATOR-ID      PIC X(08).
000290     05  HL-OPR-NAME                 PIC X(30).
000300     05  HL-OPR-PASSWORD-HASH        PIC 9(09).
000310     05  HL-OPR-AUTH-LEVEL           PIC 9(01).
000320         88  HL-OPR-INQUIRY          VALUE 1.
000330         88  HL-OPR-CLERK            VALUE 2.
000340         88  HL-OPR-SUPERVISOR       VALUE 3.
000350         88  HL-OPR-VALID-LEVEL      VALUES 1 THRU 3.
000360     05  HL-OPR-ACTIVE-FLAG          PIC X(01).
000370         88  HL-OPR-ACTIVE           VALUE 'Y'.
000380         88  HL-OPR-REVOKED          VALUE 'N'.
000390     05  HL-OPR-PASSWORD-EXP-FLAG    PIC X(01).
000400         88  HL-OPR-PASSWORD-EXPIRED VALUE 'Y'.
000410     05  HL-OPR-FAILED-SIGNONS       PIC 9(01).
000420     05  HL-OPR-LAST-SIGNON-DATE     PIC 9(08).
000430     05  HL-OPR-LAST-SIGNON-TIME     PIC 9(08).
000440     05  HL-OPR-MAINT-DATE           PIC 9(08).
000450     05  FILLER                      PIC X(05).
