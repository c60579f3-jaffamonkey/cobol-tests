000100****************************************************************
000110* HLSOS.CPY
000120* PARAMETER BLOCK PASSED ON EVERY CALL TO THE HELLOSO SIGN-ON
000130* AND ACCESS-LOGGING ROUTINE - CALL 'HELLOSO' USING
000140* HL-SOS-PARMS.  FUNCTIONS:
000150*   S = SIGN ON - PROMPTS FOR THE OPERATOR ID AND PASSWORD,
000160*       CHECKS THEM AGAINST THE OPERATOR SECURITY FILE AND
000170*       THE REQUIRED LEVEL, AND RETURNS THE OPERATOR ID, NAME
000180*       AND AUTHORITY LEVEL.  AN EXPIRED PASSWORD MUST BE
000190*       CHANGED BEFORE THE SIGN-ON COMPLETES.
000200*   A = AUTHORIZE A FUNCTION - THE SIGNED-ON OPERATOR'S LEVEL
000210*       MUST BE AT LEAST THE REQUIRED LEVEL.  A REFUSAL IS
000220*       LOGGED WITH HL-SOS-DETAIL AS THE FUNCTION NAME.
000230*   L = LOG ONE ACCOUNT ACCESS - HL-SOS-ACCT-NO, HL-SOS-ACTION
000240*       AND HL-SOS-DETAIL, STAMPED WITH THE SIGNED-ON OPERATOR,
000250*       THE PROGRAM AND THE TIME
000260*   H = HASH HL-SOS-PASSWORD FOR HL-SOS-OPERATOR-ID INTO
000270*       HL-SOS-PASSWORD-HASH (SECURITY MAINTENANCE ONLY)
000280*   C = CLOSE THE SECURITY AND ACCESS-LOG FILES AT END OF RUN
000290* HL-SOS-PROGRAM MUST BE SET BEFORE THE SIGN-ON CALL.
000300* RETURN CODES:
000310*   00 = OK
000320*   04 = OPERATOR'S LEVEL TOO LOW FOR THE PROGRAM OR FUNCTION
000330*   08 = SIGN-ON FAILED, OR NO OPERATOR SIGNED ON
000340*   12 = SECURITY OR ACCESS-LOG FILE UNAVAILABLE OR I/O ERROR
000350*   16 = INVALID FUNCTION CODE
000360*----------------------------------------------------------------
000370* MODIFICATION HISTORY
000380* DATE       INIT  DESCRIPTION
000390* 2026-10-15 JLB   INITIAL VERSION.
000400****************************************************************
000410 01  HL-SOS-PARMS.
000420     05  HL-SOS-FUNCTION             PIC X(01).
000430         88  HL-SOS-FUNC-SIGN-ON     VALUE 'S'.
000440         88  HL-SOS-FUNC-AUTHORIZE   VALUE 'A'.
000450         88  HL-SOS-FUNC-LOG         VALUE 'L'.
000460         88  HL-SOS-FUNC-HASH        VALUE 'H'.
000470         88  HL-SOS-FUNC-CLOSE       VALUE 'C'.
000480     05  HL-SOS-PROGRAM              PIC X(08).
000490     05  HL-SOS-REQUIRED-LEVEL       PIC 9(01).
000500         88  HL-SOS-NEED-INQUIRY     VALUE 1.
000510         88  HL-SOS-NEED-CLERK       VALUE 2.
000520         88  HL-SOS-NEED-SUPERVISOR  VALUE 3.
000530     05  HL-SOS-OPERATOR-ID          PIC X(08).
000540     05  HL-SOS-OPERATOR-NAME        PIC X(30).
000550     05  HL-SOS-AUTH-LEVEL           PIC 9(01).
000560     05  HL-SOS-ACCT-NO              PIC X(07).
000570     05  HL-SOS-ACTION               PIC X(08).
000580     05  HL-SOS-DETAIL               PIC X(20).
000590     05  HL-SOS-PASSWORD             PIC X(08).
000600     05  HL-SOS-PASSWORD-HASH        PIC 9(09).
000610     05  HL-SOS-RETURN-CODE          PIC 9(02).
000620         88  HL-SOS-OK               VALUE 00.
000630         88  HL-SOS-NOT-AUTHORIZED   VALUE 04.
000640         88  HL-SOS-SIGN-ON-FAILED   VALUE 08.
000650         88  HL-SOS-FILE-ERROR       VALUE 12.
000660         88  HL-SOS-BAD-FUNCTION     VALUE 16.
000670     05  FILLER                      PIC X(10).
