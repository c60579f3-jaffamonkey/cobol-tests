000100****************************************************************
000110* HLDTS.CPY
000120* PARAMETER BLOCK PASSED ON EVERY CALL TO THE HELLODT
000130* DATE-SERVICE ROUTINE - CALL 'HELLODT' USING HL-DTS-PARMS.
000140* ALL DATES ARE CCYYMMDD.  FUNCTIONS:
000150*   D = DAY DIFFERENCE - HL-DTS-NUMBER RETURNS DATE-2 LESS
000160*       DATE-1 IN EXACT CALENDAR DAYS (NEGATIVE WHEN DATE-2
000170*       IS THE EARLIER)
000180*   A = ADD DAYS - RESULT IS DATE-1 PLUS HL-DTS-NUMBER DAYS
000190*       (NEGATIVE TO SUBTRACT)
000200*   M = ADD MONTHS - RESULT IS DATE-1 PLUS HL-DTS-NUMBER
000210*       MONTHS, THE DAY CUT BACK TO THE LAST DAY OF A SHORTER
000220*       MONTH
000230*   N = NEXT BUSINESS DAY STRICTLY AFTER DATE-1
000240*   R = ROLL DATE-1 FORWARD TO A BUSINESS DAY (DATE-1 ITSELF
000250*       WHEN IT IS ONE)
000260*   T = TEST DATE-1 - DAY TYPE AND PERIOD-END FLAGS
000270*   C = CLOSE THE CALENDAR FILE AT END OF RUN
000280* D, A AND M ARE PURE DATE ARITHMETIC AND NEVER OPEN THE
000290* CALENDAR.  N, R AND T READ IT AND RETURN THE DAY TYPE,
000300* FLAGS AND HOLIDAY NAME OF THE RESULT DATE.  EVERY FUNCTION
000310* RETURNS THE DAY OF WEEK (1 = MONDAY) OF THE RESULT DATE, OR
000320* OF DATE-1 FOR D AND T.
000330* RETURN CODES:
000340*   00 = OK
000350*   04 = DATE NOT ON THE CALENDAR (YEAR NOT LOADED)
000360*   08 = INVALID DATE OR OUT-OF-RANGE RESULT
000370*   12 = CALENDAR FILE UNAVAILABLE OR I/O ERROR
000380*   16 = INVALID FUNCTION CODE
000390*----------------------------------------------------------------
000400* MODIFICATION HISTORY
000410* DATE       INIT  DESCRIPTION
000420* 2026-10-15 JLB   INITIAL VERSION.
000430****************************************************************
000440 01  HL-DTS-PARMS.
000450     05  HL-DTS-FUNCTION             PIC X(01).
000460         88  HL-DTS-FUNC-DIFFERENCE  VALUE 'D'.
000470         88  HL-DTS-FUNC-ADD-DAYS    VALUE 'A'.
000480         88  HL-DTS-FUNC-ADD-MONTHS  VALUE 'M'.
000490         88  HL-DTS-FUNC-NEXT-BUS    VALUE 'N'.
000500         88  HL-DTS-FUNC-ROLL-BUS    VALUE 'R'.
000510         88  HL-DTS-FUNC-TEST-DAY    VALUE 'T'.
000520         88  HL-DTS-FUNC-CLOSE       VALUE 'C'.
000530     05  HL-DTS-DATE-1               PIC 9(08).
000540     05  HL-DTS-DATE-2               PIC 9(08).
000550     05  HL-DTS-NUMBER               PIC S9(07) COMP-3.
000560     05  HL-DTS-RESULT-DATE          PIC 9(08).
000570     05  HL-DTS-DAY-TYPE             PIC X(01).
000580         88  HL-DTS-BUSINESS-DAY     VALUE 'B'.
000590         88  HL-DTS-WEEKEND          VALUE 'W'.
000600         88  HL-DTS-HOLIDAY          VALUE 'H'.
000610     05  HL-DTS-DAY-OF-WEEK          PIC 9(01).
000620     05  HL-DTS-MONTH-END-FLAG       PIC X(01).
000630         88  HL-DTS-MONTH-END        VALUE 'Y'.
000640     05  HL-DTS-QUARTER-END-FLAG     PIC X(01).
000650         88  HL-DTS-QUARTER-END      VALUE 'Y'.
000660     05  HL-DTS-YEAR-END-FLAG        PIC X(01).
000670         88  HL-DTS-YEAR-END         VALUE 'Y'.
000680     05  HL-DTS-HOLIDAY-NAME         PIC X(30).
000690     05  HL-DTS-RETURN-CODE          PIC 9(02).
000700         88  HL-DTS-OK               VALUE 00.
000710         88  HL-DTS-NOT-ON-CALENDAR  VALUE 04.
000720         88  HL-DTS-INVALID-DATE     VALUE 08.
000730         88  HL-DTS-CALENDAR-ERROR   VALUE 12.
000740         88  HL-DTS-BAD-FUNCTION     VALUE 16.
000750     05  FILLER                      PIC X(10).
