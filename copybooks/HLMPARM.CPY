000100****************************************************************
000110* HLMPARM.CPY
000120* RUNTIME PARAMETER CARDS READ BY HELLOMM, THE MASS-MAINTENANCE
000130* TRANSACTION GENERATOR.  THREE CARD TYPES, ANY ORDER:
000140*   S = SELECTION CRITERIA (EXACTLY ONE).  A MASTER RECORD IS
000150*       SELECTED WHEN IT MEETS EVERY CRITERION KEYED; A BLANK
000160*       FIELD IS NOT A CRITERION.  AT LEAST ONE MUST BE KEYED.
000170*         STATUS CODE       - EQUAL TO
000180*         BALANCE LOW/HIGH  - INCLUSIVE, S9(09)V99 WITH THE
000190*                             SIGN OVERPUNCHED IN THE LAST
000200*                             DIGIT, NO DECIMAL POINT
000210*         EFF-DATE LOW/HIGH - INCLUSIVE, YYYYMMDD
000220*         ACCOUNT LOW/HIGH  - INCLUSIVE
000230*         CUSTOMER NUMBER   - EQUAL TO; ZERO SELECTS ONLY
000240*                             ACCOUNTS LINKED TO NO CUSTOMER
000250*   T = THE TRANSACTION TO GENERATE (EXACTLY ONE) - CODE S, C,
000260*       N OR L (HLTRN.CPY) AND ITS NEW VALUE: THE STATUS CODE
000270*       FOR S, THE NAME AND/OR ADDRESS FOR N, THE CUSTOMER
000280*       NUMBER FOR L (ZERO UNLINKS).  C NEEDS NO VALUE.
000290*   C = RUN CONTROL (OPTIONAL - NO CARD MEANS PREVIEW).  MODE P
000300*       PRINTS THE SELECTED ACCOUNTS AND THEIR CONTROL TOTALS
000310*       ONLY.  MODE G GENERATES THE TRANSACTIONS AND MUST
000320*       CARRY THE TRANSACTION COUNT AND BALANCE TOTAL FROM THE
000330*       SIGNED-OFF PREVIEW; NOTHING IS WRITTEN IF THE MASTER
000340*       NO LONGER SELECTS EXACTLY THAT.
000350*----------------------------------------------------------------
000360* MODIFICATION HISTORY
000370* DATE       INIT  DESCRIPTION
000380* 2026-10-15 JLB   INITIAL VERSION.
000390****************************************************************
000400 01  HL-MPARM-RECORD.
000410     05  HL-MPARM-CARD-TYPE          PIC X(01).
000420         88  HL-MPARM-SELECT-CARD    VALUE 'S'.
000430         88  HL-MPARM-TRAN-CARD      VALUE 'T'.
000440         88  HL-MPARM-CONTROL-CARD   VALUE 'C'.
000450     05  HL-MPARM-SELECT-DATA.
000460         10  HL-MPARM-STATUS-CODE    PIC X(01).
000470         10  HL-MPARM-BAL-LOW        PIC S9(09)V99.
000480         10  HL-MPARM-BAL-HIGH       PIC S9(09)V99.
000490         10  HL-MPARM-EFF-LOW        PIC 9(08).
000500         10  HL-MPARM-EFF-HIGH       PIC 9(08).
000510         10  HL-MPARM-ACCT-LOW       PIC 9(07).
000520         10  HL-MPARM-ACCT-HIGH      PIC 9(07).
000530         10  HL-MPARM-CUST-NO        PIC 9(07).
000540         10  FILLER                  PIC X(19).
000550*    THE SAME CARD AS KEYED, SO A BLANK (NOT A CRITERION) CAN BE
000560*    TOLD FROM A MISKEYED NUMBER
000570     05  HL-MPARM-SELECT-TEXT REDEFINES HL-MPARM-SELECT-DATA.
000580         10  FILLER                  PIC X(01).
000590         10  HL-MPARM-BAL-LOW-X      PIC X(11).
000600         10  HL-MPARM-BAL-HIGH-X     PIC X(11).
000610         10  HL-MPARM-EFF-LOW-X      PIC X(08).
000620         10  HL-MPARM-EFF-HIGH-X     PIC X(08).
000630         10  HL-MPARM-ACCT-LOW-X     PIC X(07).
000640         10  HL-MPARM-ACCT-HIGH-X    PIC X(07).
000650         10  HL-MPARM-CUST-NO-X      PIC X(07).
000660         10  FILLER                  PIC X(19).
000670     05  HL-MPARM-TRAN-DATA REDEFINES HL-MPARM-SELECT-DATA.
000680         10  HL-MPARM-TRAN-CODE      PIC X(01).
000690             88  HL-MPARM-STATUS-CHANGE  VALUE 'S'.
000700             88  HL-MPARM-ACCOUNT-CLOSE  VALUE 'C'.
000710             88  HL-MPARM-NAME-ADDR-CHG  VALUE 'N'.
000720             88  HL-MPARM-CUST-LINK      VALUE 'L'.
000730         10  HL-MPARM-NEW-STATUS     PIC X(01).
000740         10  HL-MPARM-NEW-CUST-NO    PIC 9(07).
000750         10  HL-MPARM-NEW-NAME       PIC X(30).
000760         10  HL-MPARM-NEW-ADDRESS    PIC X(30).
000770         10  FILLER                  PIC X(10).
000780     05  HL-MPARM-CONTROL-DATA REDEFINES HL-MPARM-SELECT-DATA.
000790         10  HL-MPARM-RUN-MODE       PIC X(01).
000800             88  HL-MPARM-PREVIEW    VALUE 'P'.
000810             88  HL-MPARM-GENERATE   VALUE 'G'.
000820         10  HL-MPARM-EXP-COUNT      PIC 9(07).
000830         10  HL-MPARM-EXP-BAL-TOTAL  PIC S9(13)V99.
000840         10  FILLER                  PIC X(56).
