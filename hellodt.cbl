000100****************************************************************
000110* PROGRAM:     HELLODT
000120* AUTHOR:      J. L. BRANNIGAN
000130* INSTALLATION:DATA PROCESSING - BATCH SYSTEMS
000140* DATE-WRITTEN:2026-10-15
000150* DATE-COMPILED:
000160*----------------------------------------------------------------
000170* DESCRIPTION
000180*   SUITE DATE-SERVICE ROUTINE.  CALLED SUBPROGRAM - CALL
000190*   'HELLODT' USING HL-DTS-PARMS (HLDTS.CPY) - THAT GIVES EVERY
000200*   PROGRAM THE SAME EXACT CALENDAR ARITHMETIC IN PLACE OF THE
000210*   365/30-DAY APPROXIMATIONS:
000220*     - EXACT DAY DIFFERENCE BETWEEN TWO DATES (FUNCTION D)
000230*     - A DATE PLUS OR MINUS DAYS (A) OR WHOLE MONTHS (M)
000240*     - THE NEXT BUSINESS DAY (N), A DATE ROLLED FORWARD TO A
000250*       BUSINESS DAY (R), AND THE DAY TYPE AND MONTH-END,
000260*       QUARTER-END AND YEAR-END TESTS FOR A DATE (T), ALL READ
000270*       FROM THE OPERATIONS-MAINTAINED BUSINESS CALENDAR
000280*       (CALENDAR, HLCAL.CPY) THAT HELLOCL LOADS
000290*   DATES ARE TURNED INTO A SERIAL DAY NUMBER (DAYS SINCE
000300*   0000-03-01 ON THE GREGORIAN CALENDAR) AND BACK, SO LEAP
000310*   YEARS AND MONTH LENGTHS COME OUT EXACT.  THE CALENDAR IS
000320*   OPENED ON THE FIRST CALL THAT NEEDS IT AND STAYS OPEN
000330*   UNTIL FUNCTION C OR END OF RUN - A CALLER THAT ONLY DOES
000340*   ARITHMETIC NEEDS NO CALENDAR DD.  NEVER ABENDS - EVERY
000350*   FAILURE IS PASSED BACK IN HL-DTS-RETURN-CODE FOR THE
000360*   CALLER TO HANDLE IN ITS OWN ABEND ROUTINE.
000370*----------------------------------------------------------------
000380* MODIFICATION HISTORY
000390* DATE       INIT  DESCRIPTION
000400* 2026-10-15 JLB   INITIAL VERSION - ONE SET OF DATE RULES FOR
000410*                  THE WHOLE SUITE, DRIVEN BY THE BUSINESS
000420*                  CALENDAR.
000430****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.     HELLODT.
000460 AUTHOR.         J. L. BRANNIGAN.
000470 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000480 DATE-WRITTEN.   2026-10-15.
000490 DATE-COMPILED.
000500
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.   IBM-370.
000540 OBJECT-COMPUTER.   IBM-370.
000550
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580
000590*    ------------------------------------------------------------
000600*    BUSINESS CALENDAR - INDEXED, KEYED BY DATE, READ-ONLY
000610*    RANDOM LOOKUPS
000620*    ------------------------------------------------------------
000630     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS HL-CAL-DATE
000670         FILE STATUS IS HL-CALENDAR-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710
000720 FD  CALENDAR-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 50 CHARACTERS
000750     DATA RECORD IS HL-CALENDAR-RECORD.
000760     COPY HLCAL.
000770
000780 WORKING-STORAGE SECTION.
000790
000800*    ------------------------------------------------------------
000810*    FILE STATUS FIELDS
000820*    ------------------------------------------------------------
000830 01  HL-FILE-STATUSES.
000840     05  HL-CALENDAR-STATUS          PIC X(02) VALUE '00'.
000850         88  HL-CALENDAR-OK          VALUE '00'.
000860         88  HL-CALENDAR-NOTFND      VALUE '23'.
000870
000880*    ------------------------------------------------------------
000890*    SWITCHES
000900*    ------------------------------------------------------------
000910 77  WS-CAL-OPEN-SWITCH              PIC X(01) VALUE 'N'.
000920     88  WS-CAL-OPEN                 VALUE 'Y'.
000930     88  WS-CAL-CLOSED               VALUE 'N'.
000940     88  WS-CAL-FAILED               VALUE 'F'.
000950 77  WS-VALID-SWITCH                 PIC X(01) VALUE 'N'.
000960     88  WS-DATE-VALID               VALUE 'Y'.
000970     88  WS-DATE-INVALID             VALUE 'N'.
000980 77  WS-SEARCH-SWITCH                PIC X(01) VALUE 'N'.
000990     88  WS-SEARCH-DONE              VALUE 'Y'.
001000     88  WS-SEARCH-GOING             VALUE 'N'.
001010
001020*    ------------------------------------------------------------
001030*    BUSINESS-DAY SEARCH LIMIT - NO RUN OF NON-BUSINESS DAYS ON
001040*    A SANE CALENDAR IS LONGER THAN A MONTH
001050*    ------------------------------------------------------------
001060 77  WS-DAYS-STEPPED                 PIC 9(03) COMP VALUE ZERO.
001070 77  WS-MAX-DAYS-STEPPED             PIC 9(03) COMP VALUE 31.
001080
001090*    ------------------------------------------------------------
001100*    DATE WORK AREAS
001110*    ------------------------------------------------------------
001120 01  WS-DATE-WORK                    PIC 9(08) VALUE ZERO.
001130 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
001140     05  WS-DATE-WORK-YYYY           PIC 9(04).
001150     05  WS-DATE-WORK-MM             PIC 9(02).
001160     05  WS-DATE-WORK-DD             PIC 9(02).
001170 77  WS-SAVE-DD                      PIC 9(02) VALUE ZERO.
001180 77  WS-MONTH-DAYS                   PIC 9(02) VALUE ZERO.
001190 01  WS-MONTH-LENGTH-VALUES          PIC X(24)
001200         VALUE '312831303130313130313031'.
001210 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
001220     05  WS-MONTH-LENGTH             PIC 9(02)
001230                                     OCCURS 12 TIMES.
001240
001250*    ------------------------------------------------------------
001260*    SERIAL DAY NUMBER WORK AREAS.  THE DAY NUMBER COUNTS DAYS
001270*    FROM 0000-03-01, SO THE LEAP DAY FALLS AT THE END OF EACH
001280*    COUNTING YEAR.  EVERY DIVISION IS A SEPARATE DIVIDE SO THE
001290*    QUOTIENT IS TRUNCATED BEFORE IT IS USED.  THE RANGE IS
001300*    1601-01-01 (584694) THROUGH 9999-12-31 (3652364).
001310*    ------------------------------------------------------------
001320 77  WS-DAY-NUMBER                   PIC S9(09) COMP-3 VALUE ZERO.
001330 77  WS-DAY-NUMBER-1                 PIC S9(09) COMP-3 VALUE ZERO.
001340 77  WS-MIN-DAY-NUMBER               PIC S9(09) COMP-3
001350                                     VALUE 584694.
001360 77  WS-MAX-DAY-NUMBER               PIC S9(09) COMP-3
001370                                     VALUE 3652364.
001380 77  WS-CALC-YEAR                    PIC S9(09) COMP-3 VALUE ZERO.
001390 77  WS-CALC-MONTH                   PIC S9(09) COMP-3 VALUE ZERO.
001400 77  WS-CALC-WORK                    PIC S9(09) COMP-3 VALUE ZERO.
001410 77  WS-CALC-A                       PIC S9(09) COMP-3 VALUE ZERO.
001420 77  WS-CALC-B                       PIC S9(09) COMP-3 VALUE ZERO.
001430 77  WS-CALC-C                       PIC S9(09) COMP-3 VALUE ZERO.
001440 77  WS-TOTAL-MONTHS                 PIC S9(09) COMP-3 VALUE ZERO.
001450 77  WS-ERA                          PIC S9(09) COMP-3 VALUE ZERO.
001460 77  WS-DOE                          PIC S9(09) COMP-3 VALUE ZERO.
001470 77  WS-YOE                          PIC S9(09) COMP-3 VALUE ZERO.
001480 77  WS-DOY                          PIC S9(09) COMP-3 VALUE ZERO.
001490 77  WS-MP                           PIC S9(09) COMP-3 VALUE ZERO.
001500
001510 LINKAGE SECTION.
001520     COPY HLDTS.
001530
001540 PROCEDURE DIVISION USING HL-DTS-PARMS.
001550
001560****************************************************************
001570* 0000-MAINLINE - CLEAR THE RETURNED FIELDS AND DISPATCH ON THE
001580*                 FUNCTION CODE
001590****************************************************************
001600 0000-MAINLINE.
001610     MOVE ZERO TO HL-DTS-RETURN-CODE.
001620     MOVE ZERO TO HL-DTS-RESULT-DATE.
001630     MOVE ZERO TO HL-DTS-DAY-OF-WEEK.
001640     MOVE SPACES TO HL-DTS-DAY-TYPE.
001650     MOVE SPACES TO HL-DTS-MONTH-END-FLAG.
001660     MOVE SPACES TO HL-DTS-QUARTER-END-FLAG.
001670     MOVE SPACES TO HL-DTS-YEAR-END-FLAG.
001680     MOVE SPACES TO HL-DTS-HOLIDAY-NAME.
001690     EVALUATE TRUE
001700         WHEN HL-DTS-FUNC-DIFFERENCE
001710             PERFORM 2000-DAY-DIFFERENCE THRU 2000-EXIT
001720         WHEN HL-DTS-FUNC-ADD-DAYS
001730             PERFORM 3000-ADD-DAYS THRU 3000-EXIT
001740         WHEN HL-DTS-FUNC-ADD-MONTHS
001750             PERFORM 3500-ADD-MONTHS THRU 3500-EXIT
001760         WHEN HL-DTS-FUNC-NEXT-BUS
001770             PERFORM 4000-NEXT-BUSINESS-DAY THRU 4000-EXIT
001780         WHEN HL-DTS-FUNC-ROLL-BUS
001790             PERFORM 4100-ROLL-TO-BUSINESS-DAY THRU 4100-EXIT
001800         WHEN HL-DTS-FUNC-TEST-DAY
001810             PERFORM 4500-TEST-DAY THRU 4500-EXIT
001820         WHEN HL-DTS-FUNC-CLOSE
001830             PERFORM 5000-CLOSE-CALENDAR THRU 5000-EXIT
001840         WHEN OTHER
001850             SET HL-DTS-BAD-FUNCTION TO TRUE
001860     END-EVALUATE.
001870     GOBACK.
001880
001890****************************************************************
001900* 2000-DAY-DIFFERENCE - DATE-2 LESS DATE-1 IN EXACT DAYS
001910****************************************************************
001920 2000-DAY-DIFFERENCE.
001930     MOVE HL-DTS-DATE-1 TO WS-DATE-WORK.
001940     PERFORM 6000-VALIDATE-DATE THRU 6000-EXIT.
001950     IF WS-DATE-INVALID
001960         SET HL-DTS-INVALID-DATE TO TRUE
001970         GO TO 2000-EXIT
001980     END-IF.
001990     PERFORM 6100-DATE-TO-DAYS THRU 6100-EXIT.
002000     PERFORM 6400-DAY-OF-WEEK THRU 6400-EXIT.
002010     MOVE WS-DAY-NUMBER TO WS-DAY-NUMBER-1.
002020     MOVE HL-DTS-DATE-2 TO WS-DATE-WORK.
002030     PERFORM 6000-VALIDATE-DATE THRU 6000-EXIT.
002040     IF WS-DATE-INVALID
002050         SET HL-DTS-INVALID-DATE TO TRUE
002060         GO TO 2000-EXIT
002070     END-IF.
002080     PERFORM 6100-DATE-TO-DAYS THRU 6100-EXIT.
002090     COMPUTE HL-DTS-NUMBER = WS-DAY-NUMBER - WS-DAY-NUMBER-1.
002100 2000-EXIT.
002110     EXIT.
002120
002130****************************************************************
002140* 3000-ADD-DAYS - DATE-1 PLUS (OR MINUS) A NUMBER OF DAYS
002150****************************************************************
002160 3000-ADD-DAYS.
002170     MOVE HL-DTS-DATE-1 TO WS-DATE-WORK.
002180     PERFORM 6000-VALIDATE-DATE THRU 6000-EXIT.
002190     IF WS-DATE-INVALID
002200         SET HL-DTS-INVALID-DATE TO TRUE
002210         GO TO 3000-EXIT
002220     END-IF.
002230     PERFORM 6100-DATE-TO-DAYS THRU 6100-EXIT.
002240     ADD HL-DTS-NUMBER TO WS-DAY-NUMBER.
002250     PERFORM 6200-DAYS-TO-DATE THRU 6200-EXIT.
002260     IF WS-DATE-INVALID
002270         SET HL-DTS-INVALID-DATE TO TRUE
002280         GO TO 3000-EXIT
002290     END-IF.
002300     MOVE WS-DATE-WORK TO HL-DTS-RESULT-DATE.
002310     PERFORM 6400-DAY-OF-WEEK THRU 6400-EXIT.
002320 3000-EXIT.
002330     EXIT.
002340
002350****************************************************************
002360* 3500-ADD-MONTHS - DATE-1 PLUS (OR MINUS) A NUMBER OF WHOLE
002370*                   MONTHS.  A DAY PAST THE END OF THE TARGET
002380*                   MONTH IS CUT BACK TO ITS LAST DAY, SO
002390*                   03/31 LESS ONE MONTH IS 02/28 (OR 02/29).
002400****************************************************************
002410 3500-ADD-MONTHS.
002420     MOVE HL-DTS-DATE-1 TO WS-DATE-WORK.
002430     PERFORM 6000-VALIDATE-DATE THRU 6000-EXIT.
002440     IF WS-DATE-INVALID
002450         SET HL-DTS-INVALID-DATE TO TRUE
002460         GO TO 3500-EXIT
002470     END-IF.
002480     COMPUTE WS-TOTAL-MONTHS =
002490         (WS-DATE-WORK-YYYY * 12) + WS-DATE-WORK-MM - 1
002500         + HL-DTS-NUMBER.
002510     IF WS-TOTAL-MONTHS < ZERO
002520         SET HL-DTS-INVALID-DATE TO TRUE
002530         GO TO 3500-EXIT
002540     END-IF.
002550     DIVIDE WS-TOTAL-MONTHS BY 12
002560         GIVING WS-CALC-YEAR REMAINDER WS-CALC-MONTH.
002570     IF WS-CALC-YEAR < 1601 OR WS-CALC-YEAR > 9999
002580         SET HL-DTS-INVALID-DATE TO TRUE
002590         GO TO 3500-EXIT
002600     END-IF.
002610     MOVE WS-DATE-WORK-DD TO WS-SAVE-DD.
002620     MOVE WS-CALC-YEAR TO WS-DATE-WORK-YYYY.
002630     COMPUTE WS-DATE-WORK-MM = WS-CALC-MONTH + 1.
002640     PERFORM 6300-DAYS-IN-MONTH THRU 6300-EXIT.
002650     IF WS-SAVE-DD > WS-MONTH-DAYS
002660         MOVE WS-MONTH-DAYS TO WS-DATE-WORK-DD
002670     ELSE
002680         MOVE WS-SAVE-DD TO WS-DATE-WORK-DD
002690     END-IF.
002700     MOVE WS-DATE-WORK TO HL-DTS-RESULT-DATE.
002710     PERFORM 6100-DATE-TO-DAYS THRU 6100-EXIT.
002720     PERFORM 6400-DAY-OF-WEEK THRU 6400-EXIT.
002730 3500-EXIT.
002740     EXIT.
002750
002760****************************************************************
002770* 4000-NEXT-BUSINESS-DAY - FIRST BUSINESS DAY STRICTLY AFTER
002780*                          DATE-1
002790****************************************************************
002800 4000-NEXT-BUSINESS-DAY.
002810     MOVE HL-DTS-DATE-1 TO WS-DATE-WORK.
002820     PERFORM 6000-VALIDATE-DATE THRU 6000-EXIT.
002830     IF WS-DATE-INVALID
002840         SET HL-DTS-INVALID-DATE TO TRUE
002850         GO TO 4000-EXIT
002860     END-IF.
002870     PERFORM 6100-DATE-TO-DAYS THRU 6100-EXIT.
002880     ADD 1 TO WS-DAY-NUMBER.
002890     PERFORM 4200-FIND-BUSINESS-DAY THRU 4200-EXIT.
002900 4000-EXIT.
002910     EXIT.
002920
002930****************************************************************
002940* 4100-ROLL-TO-BUSINESS-DAY - DATE-1 ITSELF WHEN IT IS A
002950*                             BUSINESS DAY, OTHERWISE THE NEXT
002960****************************************************************
002970 4100-ROLL-TO-BUSINESS-DAY.
002980     MOVE HL-DTS-DATE-1 TO WS-DATE-WORK.
002990     PERFORM 6000-VALIDATE-DATE THRU 6000-EXIT.
003000     IF WS-DATE-INVALID
003010         SET HL-DTS-INVALID-DATE TO TRUE
003020         GO TO 4100-EXIT
003030     END-IF.
003040     PERFORM 6100-DATE-TO-DAYS THRU 6100-EXIT.
003050     PERFORM 4200-FIND-BUSINESS-DAY THRU 4200-EXIT.
003060 4100-EXIT.
003070     EXIT.
003080
003090****************************************************************
003100* 4200-FIND-BUSINESS-DAY - STEP FORWARD FROM WS-DAY-NUMBER
003110*                          UNTIL THE CALENDAR SHOWS A BUSINESS
003120*                          DAY
003130****************************************************************
003140 4200-FIND-BUSINESS-DAY.
003150     SET WS-SEARCH-GOING TO TRUE.
003160     MOVE ZERO TO WS-DAYS-STEPPED.
003170     PERFORM 4210-CHECK-ONE-DAY THRU 4210-EXIT
003180         UNTIL WS-SEARCH-DONE.
003190 4200-EXIT.
003200     EXIT.
003210
003220****************************************************************
003230* 4210-CHECK-ONE-DAY - LOOK UP ONE CANDIDATE DAY; STOP ON A
003240*                      BUSINESS DAY, A MISSING CALENDAR YEAR,
003250*                      OR A RUN LONGER THAN THE SEARCH LIMIT
003260****************************************************************
003270 4210-CHECK-ONE-DAY.
003280     PERFORM 6200-DAYS-TO-DATE THRU 6200-EXIT.
003290     IF WS-DATE-INVALID
003300         SET HL-DTS-INVALID-DATE TO TRUE
003310         SET WS-SEARCH-DONE TO TRUE
003320         GO TO 4210-EXIT
003330     END-IF.
003340     PERFORM 7100-READ-CALENDAR THRU 7100-EXIT.
003350     IF NOT HL-DTS-OK
003360         SET WS-SEARCH-DONE TO TRUE
003370         GO TO 4210-EXIT
003380     END-IF.
003390     IF HL-CAL-BUSINESS-DAY
003400         MOVE WS-DATE-WORK TO HL-DTS-RESULT-DATE
003410         PERFORM 7200-RETURN-DAY-INFO THRU 7200-EXIT
003420         PERFORM 6400-DAY-OF-WEEK THRU 6400-EXIT
003430         SET WS-SEARCH-DONE TO TRUE
003440         GO TO 4210-EXIT
003450     END-IF.
003460     ADD 1 TO WS-DAYS-STEPPED.
003470     IF WS-DAYS-STEPPED > WS-MAX-DAYS-STEPPED
003480         SET HL-DTS-NOT-ON-CALENDAR TO TRUE
003490         SET WS-SEARCH-DONE TO TRUE
003500         GO TO 4210-EXIT
003510     END-IF.
003520     ADD 1 TO WS-DAY-NUMBER.
003530 4210-EXIT.
003540     EXIT.
003550
003560****************************************************************
003570* 4500-TEST-DAY - DAY TYPE, DAY OF WEEK, AND PERIOD-END FLAGS
003580*                 FOR DATE-1
003590****************************************************************
003600 4500-TEST-DAY.
003610     MOVE HL-DTS-DATE-1 TO WS-DATE-WORK.
003620     PERFORM 6000-VALIDATE-DATE THRU 6000-EXIT.
003630     IF WS-DATE-INVALID
003640         SET HL-DTS-INVALID-DATE TO TRUE
003650         GO TO 4500-EXIT
003660     END-IF.
003670     PERFORM 6100-DATE-TO-DAYS THRU 6100-EXIT.
003680     PERFORM 6400-DAY-OF-WEEK THRU 6400-EXIT.
003690     MOVE WS-DATE-WORK TO HL-DTS-RESULT-DATE.
003700     PERFORM 7100-READ-CALENDAR THRU 7100-EXIT.
003710     IF HL-DTS-OK
003720         PERFORM 7200-RETURN-DAY-INFO THRU 7200-EXIT
003730     END-IF.
003740 4500-EXIT.
003750     EXIT.
003760
003770****************************************************************
003780* 5000-CLOSE-CALENDAR - CLOSE THE CALENDAR IF THIS RUN OPENED
003790*                       IT.  A LATER CALL REOPENS IT.
003800****************************************************************
003810 5000-CLOSE-CALENDAR.
003820     IF WS-CAL-OPEN
003830         CLOSE CALENDAR-FILE
003840     END-IF.
003850     SET WS-CAL-CLOSED TO TRUE.
003860 5000-EXIT.
003870     EXIT.
003880
003890****************************************************************
003900* 6000-VALIDATE-DATE - WS-DATE-WORK MUST BE A REAL CCYYMMDD
003910*                      DATE FROM 1601 ON
003920****************************************************************
003930 6000-VALIDATE-DATE.
003940     SET WS-DATE-INVALID TO TRUE.
003950     IF WS-DATE-WORK NOT NUMERIC
003960         GO TO 6000-EXIT
003970     END-IF.
003980     IF WS-DATE-WORK-YYYY < 1601
003990             OR WS-DATE-WORK-MM < 1 OR WS-DATE-WORK-MM > 12
004000             OR WS-DATE-WORK-DD < 1
004010         GO TO 6000-EXIT
004020     END-IF.
004030     PERFORM 6300-DAYS-IN-MONTH THRU 6300-EXIT.
004040     IF WS-DATE-WORK-DD > WS-MONTH-DAYS
004050         GO TO 6000-EXIT
004060     END-IF.
004070     SET WS-DATE-VALID TO TRUE.
004080 6000-EXIT.
004090     EXIT.
004100
004110****************************************************************
004120* 6100-DATE-TO-DAYS - WS-DATE-WORK TO THE SERIAL DAY NUMBER.
004130*                     MARCH IS COUNTING MONTH 0, SO JANUARY
004140*                     AND FEBRUARY BELONG TO THE PRIOR
004150*                     COUNTING YEAR.
004160****************************************************************
004170 6100-DATE-TO-DAYS.
004180     IF WS-DATE-WORK-MM > 2
004190         MOVE WS-DATE-WORK-YYYY TO WS-CALC-YEAR
004200         COMPUTE WS-CALC-MONTH = WS-DATE-WORK-MM - 3
004210     ELSE
004220         COMPUTE WS-CALC-YEAR = WS-DATE-WORK-YYYY - 1
004230         COMPUTE WS-CALC-MONTH = WS-DATE-WORK-MM + 9
004240     END-IF.
004250     DIVIDE WS-CALC-YEAR BY 4 GIVING WS-CALC-A.
004260     DIVIDE WS-CALC-YEAR BY 100 GIVING WS-CALC-B.
004270     DIVIDE WS-CALC-YEAR BY 400 GIVING WS-CALC-C.
004280     COMPUTE WS-CALC-WORK = (153 * WS-CALC-MONTH) + 2.
004290     DIVIDE WS-CALC-WORK BY 5 GIVING WS-CALC-WORK.
004300     COMPUTE WS-DAY-NUMBER =
004310         (365 * WS-CALC-YEAR) + WS-CALC-A - WS-CALC-B
004320         + WS-CALC-C + WS-CALC-WORK + WS-DATE-WORK-DD - 1.
004330 6100-EXIT.
004340     EXIT.
004350
004360****************************************************************
004370* 6200-DAYS-TO-DATE - SERIAL DAY NUMBER BACK TO WS-DATE-WORK,
004380*                     BY 400-YEAR ERA, YEAR OF ERA, AND DAY OF
004390*                     COUNTING YEAR.  OUTSIDE THE SUPPORTED
004400*                     RANGE THE DATE IS MARKED INVALID.
004410****************************************************************
004420 6200-DAYS-TO-DATE.
004430     SET WS-DATE-INVALID TO TRUE.
004440     IF WS-DAY-NUMBER < WS-MIN-DAY-NUMBER
004450             OR WS-DAY-NUMBER > WS-MAX-DAY-NUMBER
004460         GO TO 6200-EXIT
004470     END-IF.
004480     DIVIDE WS-DAY-NUMBER BY 146097
004490         GIVING WS-ERA REMAINDER WS-DOE.
004500     DIVIDE WS-DOE BY 1460 GIVING WS-CALC-A.
004510     DIVIDE WS-DOE BY 36524 GIVING WS-CALC-B.
004520     DIVIDE WS-DOE BY 146096 GIVING WS-CALC-C.
004530     COMPUTE WS-CALC-WORK =
004540         WS-DOE - WS-CALC-A + WS-CALC-B - WS-CALC-C.
004550     DIVIDE WS-CALC-WORK BY 365 GIVING WS-YOE.
004560     DIVIDE WS-YOE BY 4 GIVING WS-CALC-A.
004570     DIVIDE WS-YOE BY 100 GIVING WS-CALC-B.
004580     COMPUTE WS-DOY =
004590         WS-DOE - ((365 * WS-YOE) + WS-CALC-A - WS-CALC-B).
004600     COMPUTE WS-CALC-WORK = (5 * WS-DOY) + 2.
004610     DIVIDE WS-CALC-WORK BY 153 GIVING WS-MP.
004620     COMPUTE WS-CALC-WORK = (153 * WS-MP) + 2.
004630     DIVIDE WS-CALC-WORK BY 5 GIVING WS-CALC-A.
004640     COMPUTE WS-DATE-WORK-DD = WS-DOY - WS-CALC-A + 1.
004650     IF WS-MP < 10
004660         COMPUTE WS-DATE-WORK-MM = WS-MP + 3
004670     ELSE
004680         COMPUTE WS-DATE-WORK-MM = WS-MP - 9
004690     END-IF.
004700     COMPUTE WS-CALC-YEAR = WS-YOE + (400 * WS-ERA).
004710     IF WS-DATE-WORK-MM NOT > 2
004720         ADD 1 TO WS-CALC-YEAR
004730     END-IF.
004740     MOVE WS-CALC-YEAR TO WS-DATE-WORK-YYYY.
004750     SET WS-DATE-VALID TO TRUE.
004760 6200-EXIT.
004770     EXIT.
004780
004790****************************************************************
004800* 6300-DAYS-IN-MONTH - LENGTH OF WS-DATE-WORK'S MONTH, WITH
004810*                      THE GREGORIAN LEAP-YEAR RULE FOR
004820*                      FEBRUARY
004830****************************************************************
004840 6300-DAYS-IN-MONTH.
004850     MOVE WS-MONTH-LENGTH (WS-DATE-WORK-MM) TO WS-MONTH-DAYS.
004860     IF WS-DATE-WORK-MM NOT = 2
004870         GO TO 6300-EXIT
004880     END-IF.
004890     DIVIDE WS-DATE-WORK-YYYY BY 4
004900         GIVING WS-CALC-WORK REMAINDER WS-CALC-A.
004910     DIVIDE WS-DATE-WORK-YYYY BY 100
004920         GIVING WS-CALC-WORK REMAINDER WS-CALC-B.
004930     DIVIDE WS-DATE-WORK-YYYY BY 400
004940         GIVING WS-CALC-WORK REMAINDER WS-CALC-C.
004950     IF WS-CALC-A = ZERO
004960             AND (WS-CALC-B NOT = ZERO OR WS-CALC-C = ZERO)
004970         MOVE 29 TO WS-MONTH-DAYS
004980     END-IF.
004990 6300-EXIT.
005000     EXIT.
005010
005020****************************************************************
005030* 6400-DAY-OF-WEEK - DAY OF WEEK OF WS-DAY-NUMBER, 1 = MONDAY.
005040*                    DAY NUMBER 0 (0000-03-01) WAS A
005050*                    WEDNESDAY.
005060****************************************************************
005070 6400-DAY-OF-WEEK.
005080     COMPUTE WS-CALC-WORK = WS-DAY-NUMBER + 2.
005090     DIVIDE WS-CALC-WORK BY 7
005100         GIVING WS-CALC-A REMAINDER WS-CALC-B.
005110     COMPUTE HL-DTS-DAY-OF-WEEK = WS-CALC-B + 1.
005120 6400-EXIT.
005130     EXIT.
005140
005150****************************************************************
005160* 7000-OPEN-CALENDAR - OPEN THE CALENDAR ON FIRST USE.  A
005170*                      FAILED OPEN IS NOT RETRIED ON EVERY
005180*                      CALL.
005190****************************************************************
005200 7000-OPEN-CALENDAR.
005210     IF WS-CAL-OPEN
005220         GO TO 7000-EXIT
005230     END-IF.
005240     IF WS-CAL-FAILED
005250         SET HL-DTS-CALENDAR-ERROR TO TRUE
005260         GO TO 7000-EXIT
005270     END-IF.
005280     OPEN INPUT CALENDAR-FILE.
005290     IF NOT HL-CALENDAR-OK
005300         DISPLAY 'HELLODT - UNABLE TO OPEN CALENDAR, STATUS='
005310             HL-CALENDAR-STATUS
005320         SET WS-CAL-FAILED TO TRUE
005330         SET HL-DTS-CALENDAR-ERROR TO TRUE
005340         GO TO 7000-EXIT
005350     END-IF.
005360     SET WS-CAL-OPEN TO TRUE.
005370 7000-EXIT.
005380     EXIT.
005390
005400****************************************************************
005410* 7100-READ-CALENDAR - KEYED READ OF WS-DATE-WORK'S CALENDAR
005420*                      ENTRY
005430****************************************************************
005440 7100-READ-CALENDAR.
005450     PERFORM 7000-OPEN-CALENDAR THRU 7000-EXIT.
005460     IF NOT HL-DTS-OK
005470         GO TO 7100-EXIT
005480     END-IF.
005490     MOVE WS-DATE-WORK TO HL-CAL-DATE.
005500     READ CALENDAR-FILE
005510         INVALID KEY
005520             SET HL-DTS-NOT-ON-CALENDAR TO TRUE
005530     END-READ.
005540     IF HL-DTS-OK AND NOT HL-CALENDAR-OK
005550         DISPLAY 'HELLODT - CALENDAR READ ERROR, STATUS='
005560             HL-CALENDAR-STATUS
005570         SET HL-DTS-CALENDAR-ERROR TO TRUE
005580     END-IF.
005590 7100-EXIT.
005600     EXIT.
005610
005620****************************************************************
005630* 7200-RETURN-DAY-INFO - PASS THE CALENDAR ENTRY BACK
005640****************************************************************
005650 7200-RETURN-DAY-INFO.
005660     MOVE HL-CAL-DAY-TYPE TO HL-DTS-DAY-TYPE.
005670     MOVE HL-CAL-MONTH-END-FLAG TO HL-DTS-MONTH-END-FLAG.
005680     MOVE HL-CAL-QUARTER-END-FLAG TO HL-DTS-QUARTER-END-FLAG.
005690     MOVE HL-CAL-YEAR-END-FLAG TO HL-DTS-YEAR-END-FLAG.
005700     MOVE HL-CAL-HOLIDAY-NAME TO HL-DTS-HOLIDAY-NAME.
005710 7200-EXIT.
005720     EXIT.
