000100****************************************************************
000110* HLOPARM.CPY
000120* OPERATOR SECURITY MAINTENANCE CARD READ BY HELLOOP - ONE CARD
000130* PER CHANGE TO THE OPERATOR SECURITY FILE (HLOPR.CPY).  THE
000140* ACTION CODE IN COLUMN 1 SAYS WHICH FIELDS ARE USED:
000150*   A = ADD AN OPERATOR - ID, NAME, LEVEL AND AN INITIAL
000160*       PASSWORD, WHICH IS SET EXPIRED SO THE OPERATOR MUST
000170*       CHANGE IT AT FIRST SIGN-ON
000180*   C = CHANGE NAME AND/OR LEVEL - A BLANK FIELD IS KEPT
000190*   P = RESET THE PASSWORD - THE NEW PASSWORD IS SET EXPIRED
000200*       AND THE FAILED SIGN-ON COUNT IS CLEARED
000210*   D = DEACTIVATE (REVOKE) THE OPERATOR
000220*   R = REACTIVATE A REVOKED OPERATOR AND CLEAR THE FAILED
000230*       SIGN-ON COUNT
000240* LEVELS ARE 1 INQUIRY, 2 CLERK, 3 SUPERVISOR.  THE PASSWORD IS
000250* HASHED AS SOON AS IT IS READ AND NEVER PRINTED.
000260*----------------------------------------------------------------
000270* MODIFICATION HISTORY
000280* DATE       INIT  DESCRIPTION
000290* 2026-10-15 JLB   INITIAL VERSION.
000300****************************************************************
000310 01  HL-OPARM-RECORD.
000320     05  HL-OPARM-ACTION             PIC X(01).
000330         88  HL-OPARM-ADD            VALUE 'A'.
000340         88  HL-OPARM-CHANGE         VALUE 'C'.
000350         88  HL-OPARM-PASSWORD-RESET VALUE 'P'.
000360         88  HL-OPARM-DEACTIVATE     VALUE 'D'.
000370         88  HL-OPARM-REACTIVATE     VALUE 'R'.
000380     05  HL-OPARM-OPERATOR-ID        PIC X(08).
000390     05  HL-OPARM-NAME               PIC X(30).
000400     05  HL-OPARM-AUTH-LEVEL         PIC X(01).
000410         88  HL-OPARM-VALID-LEVEL    VALUES '1' THRU '3'.
000420     05  HL-OPARM-AUTH-LEVEL-N REDEFINES HL-OPARM-AUTH-LEVEL
000430                                     PIC 9(01).
000440     05  HL-OPARM-PASSWORD           PIC X(08).
000450     05  FILLER                      PIC X(32).
