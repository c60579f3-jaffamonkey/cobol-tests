000100****************************************************************
000110* HLCAL.CPY
000120* SUITE BUSINESS CALENDAR RECORD LAYOUT.  ONE ENTRY PER
000130* CALENDAR DAY ON THE KEYED CALENDAR FILE (CALENDAR), LOADED
000140* A YEAR AT A TIME BY HELLOCL FROM THE OPERATIONS-MAINTAINED
000150* HOLIDAY CARDS AND READ THROUGH THE HELLODT DATE-SERVICE
000160* ROUTINE.  DAY TYPE B IS A PROCESSING (BUSINESS) DAY, W A
000170* SATURDAY OR SUNDAY, H A HOLIDAY.  THE MONTH-END,
000180* QUARTER-END, AND YEAR-END FLAGS ARE SET ON THE LAST
000190* BUSINESS DAY OF EACH PERIOD.  DAY OF WEEK 1 IS MONDAY.
000200*----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220* DATE       INIT  DESCRIPTION
000230* 2026-10-15 JLB   INITIAL VERSION.
000240****************************************************************
000250 01  HL-CALENDAR-RECORD.
000260     05  HL-CAL-DATE                 PIC 9(08).
000270     05  HL-CAL-DAY-TYPE             PIC X(01).
000280         88  HL-CAL-BUSINESS-DAY     VALUE 'B'.
000290         88  HL-CAL-WEEKEND          VALUE 'W'.
000300         88  HL-CAL-HOLIDAY          VALUE 'H'.
000310     05  HL-CAL-DAY-OF-WEEK          PIC 9(01).
000320     05  HL-CAL-MONTH-END-FLAG       PIC X(01).
000330         88  HL-CAL-MONTH-END        VALUE 'Y'.
000340     05  HL-CAL-QUARTER-END-FLAG     PIC X(01).
000350         88  HL-CAL-QUARTER-END      VALUE 'Y'.
000360     05  HL-CAL-YEAR-END-FLAG        PIC X(01).
000370         88  HL-CAL-YEAR-END         VALUE 'Y'.
000380     05  HL-CAL-HOLIDAY-NAME         PIC X(30).
000390     05  FILLER                      PIC X(07).
