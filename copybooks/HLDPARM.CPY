000100****************************************************************
000110* HLDPARM.CPY
000120* RUNTIME PARAMETER RECORD READ BY HELLODM AT STARTUP.  LETS
000130* OPERATIONS CHANGE THE DORMANCY AND UNCLAIMED-PROPERTY RULES
000140* WITHOUT A RECOMPILE.  BOTH PERIODS ARE IN WHOLE MONTHS,
000150* MEASURED BACK FROM THE RUN DATE AGAINST THE MASTER
000160* LAST-ACTIVITY DATE:
000170*   DORMANT-MONTHS  - AN ACTIVE ACCOUNT IDLE LONGER THAN THIS
000180*                     IS MADE INACTIVE AND SENT A NOTICE.
000190*   ESCHEAT-MONTHS  - THE STATUTORY DORMANCY PERIOD; A
000200*                     BALANCE IDLE LONGER THAN THIS IS
000210*                     REPORTED AND REMITTED AS UNCLAIMED
000220*                     PROPERTY.
000230*   ESCHEAT-RUN-MM  - THE MONTH OF THE YEAR WHOSE RUN PRODUCES
000240*                     THE ANNUAL UNCLAIMED-PROPERTY REPORT AND
000250*                     REMITTANCE FILE.  ZERO SUPPRESSES THEM.
000260*   HOLDER-ID       - THE HOLDER IDENTIFICATION CARRIED ON THE
000270*                     REMITTANCE FILE TRAILER.
000280*----------------------------------------------------------------
000290* MODIFICATION HISTORY
000300* DATE       INIT  DESCRIPTION
000310* 2026-10-15 JLB   INITIAL VERSION.
000320****************************************************************
000330 01  HL-DPARM-RECORD.
000340     05  HL-DPARM-DORMANT-MONTHS     PIC 9(03).
000350     05  HL-DPARM-ESCHEAT-MONTHS     PIC 9(03).
000360     05  HL-DPARM-ESCHEAT-RUN-MM     PIC 9(02).
000370     05  HL-DPARM-HOLDER-ID          PIC X(10).
000380     05  FILLER                      PIC X(62).
