000100****************************************************************
000110* HLCPARM.CPY
000120* CALENDAR LOAD CARD READ BY HELLOCL - THE OPERATIONS-
000130* MAINTAINED INPUT FOR ONE YEAR OF THE BUSINESS CALENDAR.
000140* THE FIRST CARD IS THE YEAR CARD (TYPE Y, YEAR IN COLUMNS
000150* 2-5); EVERY CARD AFTER IT IS A HOLIDAY CARD (TYPE H, DATE
000160* CCYYMMDD IN COLUMNS 2-9, HOLIDAY NAME IN COLUMNS 11-40).
000170* SATURDAYS AND SUNDAYS ARE MARKED BY THE LOAD ITSELF AND NEED
000180* NO CARDS.
000190*----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* DATE       INIT  DESCRIPTION
000220* 2026-10-15 JLB   INITIAL VERSION.
000230****************************************************************
000240 01  HL-CPARM-RECORD.
000250     05  HL-CPARM-CARD-TYPE          PIC X(01).
000260         88  HL-CPARM-YEAR-CARD      VALUE 'Y'.
000270         88  HL-CPARM-HOLIDAY-CARD   VALUE 'H'.
000280     05  HL-CPARM-DATE               PIC 9(08).
000290     05  HL-CPARM-YEAR-X REDEFINES HL-CPARM-DATE.
000300         10  HL-CPARM-YEAR           PIC 9(04).
000310         10  FILLER                  PIC X(04).
000320     05  FILLER                      PIC X(01).
000330     05  HL-CPARM-HOLIDAY-NAME       PIC X(30).
000340     05  FILLER                      PIC X(40).
