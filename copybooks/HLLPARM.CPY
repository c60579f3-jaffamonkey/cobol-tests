000100****************************************************************
000110* HLLPARM.CPY
000120* RUNTIME PARAMETER RECORD READ BY HELLOAL AT STARTUP - THE
000130* ACCOUNT-ACCESS REPORT.  REPORT DAYS IS THE LENGTH OF THE
000140* PERIOD REPORTED, ENDING ON THE RUN DATE (007 FOR THE WEEKLY
000150* RUN).  AN OPERATOR IS FLAGGED FOR UNUSUAL VOLUME WHEN THEIR
000160* ACCOUNT ACCESSES FOR THE PERIOD EXCEED VOLUME PCT PERCENT OF
000170* THE AVERAGE OPERATOR'S AND ARE AT LEAST MIN VOLUME.  A TRACE
000180* ACCOUNT, WHEN PRESENT, LISTS EVERY LOGGED ACCESS TO THAT ONE
000190* ACCOUNT IN THE PERIOD - THE PRIVACY OFFICE'S "WHO LOOKED AT
000200* THIS CUSTOMER" QUESTION.
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230* DATE       INIT  DESCRIPTION
000240* 2026-10-15 JLB   INITIAL VERSION.
000250****************************************************************
000260 01  HL-LPARM-RECORD.
000270     05  HL-LPARM-REPORT-DAYS        PIC 9(03).
000280     05  HL-LPARM-VOLUME-PCT         PIC 9(03).
000290     05  HL-LPARM-MIN-VOLUME         PIC 9(05).
000300     05  HL-LPARM-TRACE-ACCT-NO      PIC X(07).
000310     05  FILLER                      PIC X(62).
