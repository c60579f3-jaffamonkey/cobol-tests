000100****************************************************************
000110* PROGRAM:     HELLOCL
000120* AUTHOR:      J. L. BRANNIGAN
000130* INSTALLATION:DATA PROCESSING - BATCH SYSTEMS
000140* DATE-WRITTEN:2026-10-15
000150* DATE-COMPILED:
000160*----------------------------------------------------------------
000170* DESCRIPTION
000180*   BUSINESS CALENDAR LOAD.  BUILDS ONE YEAR OF THE SUITE
000190*   BUSINESS CALENDAR (CALENDAR, HLCAL.CPY) FROM THE
000200*   OPERATIONS-MAINTAINED LOAD CARDS (CALPARM, HLCPARM.CPY) -
000210*   A YEAR CARD FOLLOWED BY ONE CARD PER HOLIDAY.  EVERY DAY OF
000220*   THE YEAR IS BUILT IN CORE: SATURDAYS AND SUNDAYS ARE
000230*   WEEKEND DAYS, THE CARDED HOLIDAYS ARE HOLIDAYS, AND THE
000240*   REST ARE BUSINESS DAYS.  THE LAST BUSINESS DAY OF EACH
000250*   MONTH, QUARTER, AND YEAR CARRIES THE PERIOD-END FLAGS.
000260*   THE YEAR IS THEN WRITTEN TO THE CALENDAR, REPLACING ANY
000270*   ENTRIES ALREADY LOADED FOR IT, SO A CORRECTED HOLIDAY LIST
000280*   IS SIMPLY RERUN.  A BAD CARD STOPS THE LOAD - NOTHING IS
000290*   WRITTEN AND RETURN-CODE IS 0008 - SO A HALF-RIGHT YEAR IS
000300*   NEVER LOADED.  PRINTS THE HOLIDAYS, PERIOD-END DAYS, ANY
000310*   REJECTED CARDS AND THE DAY-TYPE TOTALS FOR OPERATIONS TO
000320*   CHECK, AND APPENDS ONE ROW TO THE SHARED AUDIT LOG.  DATE
000330*   ARITHMETIC IS DONE BY THE HELLODT DATE-SERVICE ROUTINE.
000340*----------------------------------------------------------------
000350* MODIFICATION HISTORY
000360* DATE       INIT  DESCRIPTION
000370* 2026-10-15 JLB   INITIAL VERSION - YEARLY LOAD OF THE SUITE
000380*                  BUSINESS CALENDAR FROM THE HOLIDAY CARDS.
000390****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.     HELLOCL.
000420 AUTHOR.         J. L. BRANNIGAN.
000430 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000440 DATE-WRITTEN.   2026-10-15.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.   IBM-370.
000500 OBJECT-COMPUTER.   IBM-370.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540
000550*    ------------------------------------------------------------
000560*    BUSINESS CALENDAR - INDEXED, KEYED BY DATE, OPENED I-O SO
000570*    A RELOADED YEAR REPLACES ITS ENTRIES IN PLACE
000580*    ------------------------------------------------------------
000590     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS HL-CAL-DATE
000630         FILE STATUS IS HL-CALENDAR-STATUS.
000640
000650*    ------------------------------------------------------------
000660*    CALENDAR LOAD CARDS - YEAR CARD AND HOLIDAY CARDS
000670*    ------------------------------------------------------------
000680     SELECT PARM-FILE ASSIGN TO "CALPARM"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS HL-PARM-STATUS.
000710
000720*    ------------------------------------------------------------
000730*    CALENDAR LOAD LISTING - 133-BYTE ASA CARRIAGE CONTROL
000740*    ------------------------------------------------------------
000750     SELECT REPORT-FILE ASSIGN TO "PRTFILE"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS HL-REPORT-STATUS.
000780
000790*    ------------------------------------------------------------
000800*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
000810*    LAYOUT ACROSS THE SUITE
000820*    ------------------------------------------------------------
000830     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS HL-AUDIT-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890
000900 FD  CALENDAR-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 50 CHARACTERS
000930     DATA RECORD IS HL-CALENDAR-RECORD.
000940     COPY HLCAL.
000950
000960 FD  PARM-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 80 CHARACTERS
000990     DATA RECORD IS HL-CPARM-RECORD.
001000     COPY HLCPARM.
001010
001020 FD  REPORT-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 133 CHARACTERS.
001050     COPY HLCLPRT.
001060
001070 FD  AUDIT-LOG-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 88 CHARACTERS
001100     DATA RECORD IS AUD-LOG-RECORD.
001110     COPY AUDLOG.
001120
001130 WORKING-STORAGE SECTION.
001140
001150*    ------------------------------------------------------------
001160*    FILE STATUS FIELDS
001170*    ------------------------------------------------------------
001180 01  HL-FILE-STATUSES.
001190     05  HL-CALENDAR-STATUS          PIC X(02) VALUE '00'.
001200         88  HL-CALENDAR-OK          VALUE '00'.
001210         88  HL-CALENDAR-DUP-KEY     VALUE '22'.
001220     05  HL-PARM-STATUS              PIC X(02) VALUE '00'.
001230         88  HL-PARM-OK              VALUE '00'.
001240     05  HL-REPORT-STATUS            PIC X(02) VALUE '00'.
001250         88  HL-REPORT-OK            VALUE '00'.
001260     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
001270         88  HL-AUDIT-OK             VALUE '00'.
001280
001290*    ------------------------------------------------------------
001300*    SWITCHES
001310*    ------------------------------------------------------------
001320 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001330     88  WS-EOF-REACHED              VALUE 'Y'.
001340
001350*    ------------------------------------------------------------
001360*    RUN COUNTERS
001370*    ------------------------------------------------------------
001380 77  WS-CARDS-READ                   PIC 9(07) COMP VALUE ZERO.
001390 77  WS-CARDS-REJECTED               PIC 9(07) COMP VALUE ZERO.
001400 77  WS-BUSINESS-DAYS                PIC 9(07) COMP VALUE ZERO.
001410 77  WS-WEEKEND-DAYS                 PIC 9(07) COMP VALUE ZERO.
001420 77  WS-HOLIDAY-DAYS                 PIC 9(07) COMP VALUE ZERO.
001430 77  WS-DAYS-ADDED                   PIC 9(07) COMP VALUE ZERO.
001440 77  WS-DAYS-REPLACED                PIC 9(07) COMP VALUE ZERO.
001450 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001460 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
001470
001480*    ------------------------------------------------------------
001490*    AUDIT-LOG WORK AREAS
001500*    ------------------------------------------------------------
001510 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
001520 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
001530
001540*    ------------------------------------------------------------
001550*    DATE-SERVICE ROUTINE PARAMETER BLOCK
001560*    ------------------------------------------------------------
001570     COPY HLDTS.
001580
001590*    ------------------------------------------------------------
001600*    THE YEAR BEING LOADED, BUILT IN CORE ONE ENTRY PER DAY
001610*    ------------------------------------------------------------
001620 77  WS-LOAD-YEAR                    PIC 9(04) VALUE ZERO.
001630 01  WS-YEAR-START-DATE              PIC 9(08) VALUE ZERO.
001640 01  WS-YEAR-START-DATE-X REDEFINES WS-YEAR-START-DATE.
001650     05  WS-YEAR-START-YYYY          PIC 9(04).
001660     05  WS-YEAR-START-MMDD          PIC 9(04).
001670 01  WS-NEXT-YEAR-DATE               PIC 9(08) VALUE ZERO.
001680 01  WS-NEXT-YEAR-DATE-X REDEFINES WS-NEXT-YEAR-DATE.
001690     05  WS-NEXT-YEAR-YYYY           PIC 9(04).
001700     05  WS-NEXT-YEAR-MMDD           PIC 9(04).
001710 77  WS-DAYS-IN-YEAR                 PIC 9(03) COMP VALUE ZERO.
001720 77  WS-DAY-SUB                      PIC 9(03) COMP VALUE ZERO.
001730 77  WS-LAST-MONTH-FLAGGED           PIC 9(02) VALUE ZERO.
001740 77  WS-DOW-SUB                      PIC 9(01) COMP VALUE ZERO.
001750 01  WS-YEAR-TABLE.
001760     05  WS-DAY-ENTRY    OCCURS 366 TIMES.
001770         10  WS-DAY-DATE             PIC 9(08).
001780         10  WS-DAY-DATE-X REDEFINES WS-DAY-DATE.
001790             15  WS-DAY-YYYY         PIC 9(04).
001800             15  WS-DAY-MM           PIC 9(02).
001810             15  WS-DAY-DD           PIC 9(02).
001820         10  WS-DAY-TYPE             PIC X(01).
001830             88  WS-DAY-BUSINESS     VALUE 'B'.
001840             88  WS-DAY-WEEKEND      VALUE 'W'.
001850             88  WS-DAY-HOLIDAY      VALUE 'H'.
001860         10  WS-DAY-OF-WEEK          PIC 9(01).
001870         10  WS-DAY-MONTH-END        PIC X(01).
001880         10  WS-DAY-QUARTER-END      PIC X(01).
001890         10  WS-DAY-YEAR-END         PIC X(01).
001900         10  WS-DAY-HOLIDAY-NAME     PIC X(30).
001910
001920*    ------------------------------------------------------------
001930*    LISTING WORK AREAS
001940*    ------------------------------------------------------------
001950 01  WS-DAY-NAME-VALUES              PIC X(21)
001960         VALUE 'MONTUEWEDTHUFRISATSUN'.
001970 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
001980     05  WS-DAY-NAME                 PIC X(03)
001990                                     OCCURS 7 TIMES.
002000 77  WS-REJECT-REASON                PIC X(40) VALUE SPACES.
002010
002020*    ------------------------------------------------------------
002030*    REPORT CONTROLS
002040*    ------------------------------------------------------------
002050 77  WS-MAX-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
002060 77  WS-LINES-ON-PAGE                PIC 9(02) COMP VALUE ZERO.
002070 77  WS-PAGE-NUMBER                  PIC 9(04) COMP VALUE ZERO.
002080 01  WS-RUN-DATE-DISPLAY.
002090     05  WS-RUN-DATE-MM              PIC 9(02).
002100     05  FILLER                      PIC X(01) VALUE '/'.
002110     05  WS-RUN-DATE-DD              PIC 9(02).
002120     05  FILLER                      PIC X(01) VALUE '/'.
002130     05  WS-RUN-DATE-YYYY            PIC 9(04).
002140 01  WS-RUN-TIME-DISPLAY.
002150     05  WS-RUN-TIME-HH              PIC 9(02).
002160     05  FILLER                      PIC X(01) VALUE ':'.
002170     05  WS-RUN-TIME-MM              PIC 9(02).
002180     05  FILLER                      PIC X(01) VALUE ':'.
002190     05  WS-RUN-TIME-SS              PIC 9(02).
002200 01  WS-FMT-DATE-DISPLAY.
002210     05  WS-FMT-DATE-MM              PIC 9(02).
002220     05  FILLER                      PIC X(01) VALUE '/'.
002230     05  WS-FMT-DATE-DD              PIC 9(02).
002240     05  FILLER                      PIC X(01) VALUE '/'.
002250     05  WS-FMT-DATE-YYYY            PIC 9(04).
002260
002270*    ------------------------------------------------------------
002280*    ABEND HANDLING
002290*    ------------------------------------------------------------
002300 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
002310 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
002320 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
002330
002340 PROCEDURE DIVISION.
002350
002360****************************************************************
002370* 0000-MAINLINE
002380****************************************************************
002390 0000-MAINLINE.
002400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002410     PERFORM 2000-PROCESS-HOLIDAY-CARD THRU 2000-EXIT
002420         UNTIL WS-EOF-REACHED.
002430     PERFORM 3000-SET-PERIOD-ENDS THRU 3000-EXIT.
002440     IF WS-CARDS-REJECTED = ZERO
002450         PERFORM 4000-LOAD-CALENDAR THRU 4000-EXIT
002460     END-IF.
002470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002480     IF WS-CARDS-REJECTED > ZERO
002490         MOVE 8 TO RETURN-CODE
002500     ELSE
002510         MOVE ZERO TO RETURN-CODE
002520     END-IF.
002530     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
002540     STOP RUN.
002550
002560****************************************************************
002570* 1000-INITIALIZE - READ THE YEAR CARD, BUILD THE YEAR IN
002580*                   CORE, OPEN FILES, PRIME THE HOLIDAY READ
002590****************************************************************
002600 1000-INITIALIZE.
002610     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
002620     ACCEPT WS-RUN-START-TIME FROM TIME.
002630     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002640     ACCEPT WS-CURRENT-TIME FROM TIME.
002650     PERFORM 1200-READ-YEAR-CARD THRU 1200-EXIT.
002660     PERFORM 1300-BUILD-YEAR THRU 1300-EXIT.
002670     OPEN OUTPUT REPORT-FILE.
002680     IF NOT HL-REPORT-OK
002690         MOVE 'HELLOCL - UNABLE TO OPEN REPORT-FILE, STATUS='
002700             TO WS-ABEND-MESSAGE
002710         MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
002720         PERFORM 8000-ABEND THRU 8000-EXIT
002730     END-IF.
002740     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
002750     PERFORM 2900-READ-CARD THRU 2900-EXIT.
002760 1000-EXIT.
002770     EXIT.
002780
002790****************************************************************
002800* 1200-READ-YEAR-CARD - THE FIRST CARD NAMES THE YEAR TO LOAD
002810****************************************************************
002820 1200-READ-YEAR-CARD.
002830     OPEN INPUT PARM-FILE.
002840     IF NOT HL-PARM-OK
002850         MOVE 'HELLOCL - UNABLE TO OPEN CALPARM, STATUS='
002860             TO WS-ABEND-MESSAGE
002870         MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
002880         PERFORM 8000-ABEND THRU 8000-EXIT
002890     END-IF.
002900     READ PARM-FILE
002910         AT END
002920             MOVE 'HELLOCL - CALPARM IS EMPTY'
002930                 TO WS-ABEND-MESSAGE
002940             MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
002950             PERFORM 8000-ABEND THRU 8000-EXIT
002960     END-READ.
002970     ADD 1 TO WS-CARDS-READ.
002980     IF NOT HL-CPARM-YEAR-CARD
002990             OR HL-CPARM-YEAR NOT NUMERIC
003000             OR HL-CPARM-YEAR < 1601
003010             OR HL-CPARM-YEAR > 9998
003020         MOVE 'HELLOCL - FIRST CALPARM CARD MUST BE A VALID YEAR'
003030             TO WS-ABEND-MESSAGE
003040         MOVE SPACES TO WS-ABEND-FILE-STATUS
003050         PERFORM 8000-ABEND THRU 8000-EXIT
003060     END-IF.
003070     MOVE HL-CPARM-YEAR TO WS-LOAD-YEAR.
003080     DISPLAY 'HELLOCL - LOADING CALENDAR YEAR: ' WS-LOAD-YEAR.
003090 1200-EXIT.
003100     EXIT.
003110
003120****************************************************************
003130* 1300-BUILD-YEAR - ONE ENTRY PER DAY, WEEKENDS MARKED, ALL
003140*                   OTHER DAYS BUSINESS DAYS UNTIL THE
003150*                   HOLIDAY CARDS ARE APPLIED
003160****************************************************************
003170 1300-BUILD-YEAR.
003180     MOVE WS-LOAD-YEAR TO WS-YEAR-START-YYYY.
003190     MOVE 0101 TO WS-YEAR-START-MMDD.
003200     COMPUTE WS-NEXT-YEAR-YYYY = WS-LOAD-YEAR + 1.
003210     MOVE 0101 TO WS-NEXT-YEAR-MMDD.
003220     MOVE 'D' TO HL-DTS-FUNCTION.
003230     MOVE WS-YEAR-START-DATE TO HL-DTS-DATE-1.
003240     MOVE WS-NEXT-YEAR-DATE TO HL-DTS-DATE-2.
003250     CALL 'HELLODT' USING HL-DTS-PARMS.
003260     IF NOT HL-DTS-OK
003270         MOVE 'HELLOCL - DATE ROUTINE FAILED, RETURN CODE='
003280             TO WS-ABEND-MESSAGE
003290         MOVE HL-DTS-RETURN-CODE TO WS-ABEND-FILE-STATUS
003300         PERFORM 8000-ABEND THRU 8000-EXIT
003310     END-IF.
003320     MOVE HL-DTS-NUMBER TO WS-DAYS-IN-YEAR.
003330     PERFORM 1310-BUILD-ONE-DAY THRU 1310-EXIT
003340         VARYING WS-DAY-SUB FROM 1 BY 1
003350         UNTIL WS-DAY-SUB > WS-DAYS-IN-YEAR.
003360 1300-EXIT.
003370     EXIT.
003380
003390****************************************************************
003400* 1310-BUILD-ONE-DAY - DATE AND DAY OF WEEK FROM THE DATE
003410*                      ROUTINE; SATURDAY AND SUNDAY ARE WEEKEND
003420****************************************************************
003430 1310-BUILD-ONE-DAY.
003440     MOVE 'A' TO HL-DTS-FUNCTION.
003450     MOVE WS-YEAR-START-DATE TO HL-DTS-DATE-1.
003460     COMPUTE HL-DTS-NUMBER = WS-DAY-SUB - 1.
003470     CALL 'HELLODT' USING HL-DTS-PARMS.
003480     IF NOT HL-DTS-OK
003490         MOVE 'HELLOCL - DATE ROUTINE FAILED, RETURN CODE='
003500             TO WS-ABEND-MESSAGE
003510         MOVE HL-DTS-RETURN-CODE TO WS-ABEND-FILE-STATUS
003520         PERFORM 8000-ABEND THRU 8000-EXIT
003530     END-IF.
003540     MOVE HL-DTS-RESULT-DATE TO WS-DAY-DATE (WS-DAY-SUB).
003550     MOVE HL-DTS-DAY-OF-WEEK TO WS-DAY-OF-WEEK (WS-DAY-SUB).
003560     IF HL-DTS-DAY-OF-WEEK > 5
003570         SET WS-DAY-WEEKEND (WS-DAY-SUB) TO TRUE
003580     ELSE
003590         SET WS-DAY-BUSINESS (WS-DAY-SUB) TO TRUE
003600     END-IF.
003610     MOVE 'N' TO WS-DAY-MONTH-END (WS-DAY-SUB).
003620     MOVE 'N' TO WS-DAY-QUARTER-END (WS-DAY-SUB).
003630     MOVE 'N' TO WS-DAY-YEAR-END (WS-DAY-SUB).
003640     MOVE SPACES TO WS-DAY-HOLIDAY-NAME (WS-DAY-SUB).
003650 1310-EXIT.
003660     EXIT.
003670
003680****************************************************************
003690* 2000-PROCESS-HOLIDAY-CARD - MARK ONE CARDED HOLIDAY, OR LIST
003700*                             THE CARD AS REJECTED
003710****************************************************************
003720 2000-PROCESS-HOLIDAY-CARD.
003730     ADD 1 TO WS-CARDS-READ.
003740     IF NOT HL-CPARM-HOLIDAY-CARD
003750         MOVE 'NOT A HOLIDAY CARD - ONE YEAR PER RUN'
003760             TO WS-REJECT-REASON
003770         PERFORM 7200-PRINT-REJECT-LINE THRU 7200-EXIT
003780         GO TO 2000-READ-NEXT
003790     END-IF.
003800     IF HL-CPARM-DATE NOT NUMERIC
003810             OR HL-CPARM-YEAR NOT = WS-LOAD-YEAR
003820         MOVE 'HOLIDAY DATE NOT IN THE YEAR LOADED'
003830             TO WS-REJECT-REASON
003840         PERFORM 7200-PRINT-REJECT-LINE THRU 7200-EXIT
003850         GO TO 2000-READ-NEXT
003860     END-IF.
003870     MOVE 'D' TO HL-DTS-FUNCTION.
003880     MOVE WS-YEAR-START-DATE TO HL-DTS-DATE-1.
003890     MOVE HL-CPARM-DATE TO HL-DTS-DATE-2.
003900     CALL 'HELLODT' USING HL-DTS-PARMS.
003910     IF NOT HL-DTS-OK
003920         MOVE 'HOLIDAY DATE IS NOT A VALID DATE'
003930             TO WS-REJECT-REASON
003940         PERFORM 7200-PRINT-REJECT-LINE THRU 7200-EXIT
003950         GO TO 2000-READ-NEXT
003960     END-IF.
003970     IF HL-CPARM-HOLIDAY-NAME = SPACES
003980         MOVE 'HOLIDAY NAME MISSING' TO WS-REJECT-REASON
003990         PERFORM 7200-PRINT-REJECT-LINE THRU 7200-EXIT
004000         GO TO 2000-READ-NEXT
004010     END-IF.
004020     COMPUTE WS-DAY-SUB = HL-DTS-NUMBER + 1.
004030*    A HOLIDAY THAT FALLS ON A WEEKEND IS STILL RECORDED WITH
004040*    ITS NAME - IT WAS NOT A PROCESSING DAY EITHER WAY.
004050     SET WS-DAY-HOLIDAY (WS-DAY-SUB) TO TRUE.
004060     MOVE HL-CPARM-HOLIDAY-NAME
004070         TO WS-DAY-HOLIDAY-NAME (WS-DAY-SUB).
004080 2000-READ-NEXT.
004090     PERFORM 2900-READ-CARD THRU 2900-EXIT.
004100 2000-EXIT.
004110     EXIT.
004120
004130****************************************************************
004140* 2900-READ-CARD - READ THE NEXT HOLIDAY CARD
004150****************************************************************
004160 2900-READ-CARD.
004170     READ PARM-FILE
004180         AT END
004190             SET WS-EOF-REACHED TO TRUE
004200     END-READ.
004210     IF NOT HL-PARM-OK AND NOT WS-EOF-REACHED
004220         MOVE 'HELLOCL - CALPARM READ ERROR, STATUS='
004230             TO WS-ABEND-MESSAGE
004240         MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
004250         PERFORM 8000-ABEND THRU 8000-EXIT
004260     END-IF.
004270 2900-EXIT.
004280     EXIT.
004290
004300****************************************************************
004310* 3000-SET-PERIOD-ENDS - WORKING BACK FROM 31 DECEMBER, THE
004320*                        FIRST BUSINESS DAY MET IN EACH MONTH
004330*                        IS THAT MONTH'S LAST
004340****************************************************************
004350 3000-SET-PERIOD-ENDS.
004360     MOVE ZERO TO WS-LAST-MONTH-FLAGGED.
004370     PERFORM 3100-CHECK-ONE-PERIOD-END THRU 3100-EXIT
004380         VARYING WS-DAY-SUB FROM WS-DAYS-IN-YEAR BY -1
004390         UNTIL WS-DAY-SUB < 1.
004400 3000-EXIT.
004410     EXIT.
004420
004430****************************************************************
004440* 3100-CHECK-ONE-PERIOD-END - FLAG THE LAST BUSINESS DAY OF A
004450*                             MONTH, AND OF A QUARTER AND THE
004460*                             YEAR WHERE THE MONTH CLOSES ONE
004470****************************************************************
004480 3100-CHECK-ONE-PERIOD-END.
004490     IF NOT WS-DAY-BUSINESS (WS-DAY-SUB)
004500             OR WS-DAY-MM (WS-DAY-SUB) = WS-LAST-MONTH-FLAGGED
004510         GO TO 3100-EXIT
004520     END-IF.
004530     MOVE WS-DAY-MM (WS-DAY-SUB) TO WS-LAST-MONTH-FLAGGED.
004540     MOVE 'Y' TO WS-DAY-MONTH-END (WS-DAY-SUB).
004550     IF WS-LAST-MONTH-FLAGGED = 3 OR 6 OR 9 OR 12
004560         MOVE 'Y' TO WS-DAY-QUARTER-END (WS-DAY-SUB)
004570     END-IF.
004580     IF WS-LAST-MONTH-FLAGGED = 12
004590         MOVE 'Y' TO WS-DAY-YEAR-END (WS-DAY-SUB)
004600     END-IF.
004610 3100-EXIT.
004620     EXIT.
004630
004640****************************************************************
004650* 4000-LOAD-CALENDAR - WRITE THE YEAR TO THE CALENDAR FILE
004660****************************************************************
004670 4000-LOAD-CALENDAR.
004680     OPEN I-O CALENDAR-FILE.
004690     IF NOT HL-CALENDAR-OK
004700         MOVE 'HELLOCL - UNABLE TO OPEN CALENDAR-FILE, STATUS='
004710             TO WS-ABEND-MESSAGE
004720         MOVE HL-CALENDAR-STATUS TO WS-ABEND-FILE-STATUS
004730         PERFORM 8000-ABEND THRU 8000-EXIT
004740     END-IF.
004750     PERFORM 4100-WRITE-ONE-DAY THRU 4100-EXIT
004760         VARYING WS-DAY-SUB FROM 1 BY 1
004770         UNTIL WS-DAY-SUB > WS-DAYS-IN-YEAR.
004780     CLOSE CALENDAR-FILE.
004790 4000-EXIT.
004800     EXIT.
004810
004820****************************************************************
004830* 4100-WRITE-ONE-DAY - ADD THE DAY, OR REPLACE THE ENTRY A
004840*                      PRIOR LOAD OF THE YEAR LEFT.  HOLIDAYS
004850*                      AND PERIOD ENDS ARE LISTED FIRST.
004860****************************************************************
004870 4100-WRITE-ONE-DAY.
004880     EVALUATE TRUE
004890         WHEN WS-DAY-BUSINESS (WS-DAY-SUB)
004900             ADD 1 TO WS-BUSINESS-DAYS
004910         WHEN WS-DAY-WEEKEND (WS-DAY-SUB)
004920             ADD 1 TO WS-WEEKEND-DAYS
004930         WHEN OTHER
004940             ADD 1 TO WS-HOLIDAY-DAYS
004950     END-EVALUATE.
004960     IF WS-DAY-HOLIDAY (WS-DAY-SUB)
004970             OR WS-DAY-MONTH-END (WS-DAY-SUB) = 'Y'
004980         PERFORM 7100-PRINT-DAY-LINE THRU 7100-EXIT
004990     END-IF.
005000     MOVE SPACES TO HL-CALENDAR-RECORD.
005010     MOVE WS-DAY-DATE (WS-DAY-SUB) TO HL-CAL-DATE.
005020     MOVE WS-DAY-TYPE (WS-DAY-SUB) TO HL-CAL-DAY-TYPE.
005030     MOVE WS-DAY-OF-WEEK (WS-DAY-SUB) TO HL-CAL-DAY-OF-WEEK.
005040     MOVE WS-DAY-MONTH-END (WS-DAY-SUB) TO HL-CAL-MONTH-END-FLAG.
005050     MOVE WS-DAY-QUARTER-END (WS-DAY-SUB)
005060         TO HL-CAL-QUARTER-END-FLAG.
005070     MOVE WS-DAY-YEAR-END (WS-DAY-SUB) TO HL-CAL-YEAR-END-FLAG.
005080     MOVE WS-DAY-HOLIDAY-NAME (WS-DAY-SUB) TO HL-CAL-HOLIDAY-NAME.
005090     WRITE HL-CALENDAR-RECORD
005100         INVALID KEY
005110             CONTINUE
005120     END-WRITE.
005130     IF HL-CALENDAR-OK
005140         ADD 1 TO WS-DAYS-ADDED
005150         GO TO 4100-EXIT
005160     END-IF.
005170     IF NOT HL-CALENDAR-DUP-KEY
005180         MOVE 'HELLOCL - CALENDAR WRITE ERROR, STATUS='
005190             TO WS-ABEND-MESSAGE
005200         MOVE HL-CALENDAR-STATUS TO WS-ABEND-FILE-STATUS
005210         PERFORM 8000-ABEND THRU 8000-EXIT
005220     END-IF.
005230     REWRITE HL-CALENDAR-RECORD
005240         INVALID KEY
005250             MOVE 'HELLOCL - CALENDAR REWRITE ERROR, STATUS='
005260                 TO WS-ABEND-MESSAGE
005270             MOVE HL-CALENDAR-STATUS TO WS-ABEND-FILE-STATUS
005280             PERFORM 8000-ABEND THRU 8000-EXIT
005290     END-REWRITE.
005300     ADD 1 TO WS-DAYS-REPLACED.
005310 4100-EXIT.
005320     EXIT.
005330
005340****************************************************************
005350* 7000-WRITE-HEADINGS - START A NEW LISTING PAGE
005360****************************************************************
005370 7000-WRITE-HEADINGS.
005380     ADD 1 TO WS-PAGE-NUMBER.
005390     MOVE ZERO TO WS-LINES-ON-PAGE.
005400     MOVE '1' TO HL-CLP-H1-CTL.
005410     MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE-MM.
005420     MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE-DD.
005430     MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-DATE-YYYY.
005440     MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-HH.
005450     MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-MM.
005460     MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-SS.
005470     MOVE WS-RUN-DATE-DISPLAY TO HL-CLP-H1-DATE.
005480     MOVE WS-RUN-TIME-DISPLAY TO HL-CLP-H1-TIME.
005490     MOVE WS-PAGE-NUMBER TO HL-CLP-H1-PAGE.
005500     WRITE HL-CLP-HEADING-1.
005510     WRITE HL-CLP-HEADING-2.
005520 7000-EXIT.
005530     EXIT.
005540
005550****************************************************************
005560* 7100-PRINT-DAY-LINE - LIST ONE HOLIDAY OR PERIOD-END DAY
005570****************************************************************
005580 7100-PRINT-DAY-LINE.
005590     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
005600         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
005610     END-IF.
005620     MOVE SPACE TO HL-CLP-DTL-CTL.
005630     MOVE WS-DAY-MM (WS-DAY-SUB) TO WS-FMT-DATE-MM.
005640     MOVE WS-DAY-DD (WS-DAY-SUB) TO WS-FMT-DATE-DD.
005650     MOVE WS-DAY-YYYY (WS-DAY-SUB) TO WS-FMT-DATE-YYYY.
005660     MOVE WS-FMT-DATE-DISPLAY TO HL-CLP-DTL-DATE.
005670     MOVE WS-DAY-OF-WEEK (WS-DAY-SUB) TO WS-DOW-SUB.
005680     MOVE WS-DAY-NAME (WS-DOW-SUB) TO HL-CLP-DTL-DAY.
005690     EVALUATE TRUE
005700         WHEN WS-DAY-BUSINESS (WS-DAY-SUB)
005710             MOVE 'BUSINESS' TO HL-CLP-DTL-TYPE
005720         WHEN WS-DAY-WEEKEND (WS-DAY-SUB)
005730             MOVE 'WEEKEND' TO HL-CLP-DTL-TYPE
005740         WHEN OTHER
005750             MOVE 'HOLIDAY' TO HL-CLP-DTL-TYPE
005760     END-EVALUATE.
005770     MOVE SPACES TO HL-CLP-DTL-MONTH-END.
005780     MOVE SPACES TO HL-CLP-DTL-QUARTER-END.
005790     MOVE SPACES TO HL-CLP-DTL-YEAR-END.
005800     IF WS-DAY-MONTH-END (WS-DAY-SUB) = 'Y'
005810         MOVE 'YES' TO HL-CLP-DTL-MONTH-END
005820     END-IF.
005830     IF WS-DAY-QUARTER-END (WS-DAY-SUB) = 'Y'
005840         MOVE 'YES' TO HL-CLP-DTL-QUARTER-END
005850     END-IF.
005860     IF WS-DAY-YEAR-END (WS-DAY-SUB) = 'Y'
005870         MOVE 'YES' TO HL-CLP-DTL-YEAR-END
005880     END-IF.
005890     MOVE WS-DAY-HOLIDAY-NAME (WS-DAY-SUB) TO HL-CLP-DTL-NOTE.
005900     WRITE HL-CLP-DETAIL-LINE.
005910     ADD 1 TO WS-LINES-ON-PAGE.
005920 7100-EXIT.
005930     EXIT.
005940
005950****************************************************************
005960* 7200-PRINT-REJECT-LINE - LIST ONE REJECTED LOAD CARD
005970****************************************************************
005980 7200-PRINT-REJECT-LINE.
005990     ADD 1 TO WS-CARDS-REJECTED.
006000     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
006010         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
006020     END-IF.
006030     MOVE SPACE TO HL-CLP-REJ-CTL.
006040     MOVE HL-CPARM-RECORD TO HL-CLP-REJ-CARD.
006050     MOVE WS-REJECT-REASON TO HL-CLP-REJ-REASON.
006060     WRITE HL-CLP-REJECT-LINE.
006070     ADD 1 TO WS-LINES-ON-PAGE.
006080 7200-EXIT.
006090     EXIT.
006100
006110****************************************************************
006120* 7900-WRITE-TOTALS - PRINT THE CARD AND DAY-TYPE COUNTS
006130****************************************************************
006140 7900-WRITE-TOTALS.
006150     MOVE '-' TO HL-CLP-TOT-CTL.
006160     MOVE 'LOAD CARDS READ' TO HL-CLP-TOT-LABEL.
006170     MOVE WS-CARDS-READ TO HL-CLP-TOT-COUNT.
006180     WRITE HL-CLP-TOTAL-LINE.
006190     MOVE SPACE TO HL-CLP-TOT-CTL.
006200     MOVE 'LOAD CARDS REJECTED' TO HL-CLP-TOT-LABEL.
006210     MOVE WS-CARDS-REJECTED TO HL-CLP-TOT-COUNT.
006220     WRITE HL-CLP-TOTAL-LINE.
006230     IF WS-CARDS-REJECTED > ZERO
006240         MOVE SPACE TO HL-CLP-TOT-CTL
006250         MOVE 'CALENDAR NOT UPDATED' TO HL-CLP-TOT-LABEL
006260         MOVE ZERO TO HL-CLP-TOT-COUNT
006270         WRITE HL-CLP-TOTAL-LINE
006280         GO TO 7900-EXIT
006290     END-IF.
006300     MOVE SPACE TO HL-CLP-TOT-CTL.
006310     MOVE 'BUSINESS DAYS' TO HL-CLP-TOT-LABEL.
006320     MOVE WS-BUSINESS-DAYS TO HL-CLP-TOT-COUNT.
006330     WRITE HL-CLP-TOTAL-LINE.
006340     MOVE SPACE TO HL-CLP-TOT-CTL.
006350     MOVE 'WEEKEND DAYS' TO HL-CLP-TOT-LABEL.
006360     MOVE WS-WEEKEND-DAYS TO HL-CLP-TOT-COUNT.
006370     WRITE HL-CLP-TOTAL-LINE.
006380     MOVE SPACE TO HL-CLP-TOT-CTL.
006390     MOVE 'HOLIDAYS' TO HL-CLP-TOT-LABEL.
006400     MOVE WS-HOLIDAY-DAYS TO HL-CLP-TOT-COUNT.
006410     WRITE HL-CLP-TOTAL-LINE.
006420     MOVE SPACE TO HL-CLP-TOT-CTL.
006430     MOVE 'CALENDAR DAYS ADDED' TO HL-CLP-TOT-LABEL.
006440     MOVE WS-DAYS-ADDED TO HL-CLP-TOT-COUNT.
006450     WRITE HL-CLP-TOTAL-LINE.
006460     MOVE SPACE TO HL-CLP-TOT-CTL.
006470     MOVE 'CALENDAR DAYS REPLACED' TO HL-CLP-TOT-LABEL.
006480     MOVE WS-DAYS-REPLACED TO HL-CLP-TOT-COUNT.
006490     WRITE HL-CLP-TOTAL-LINE.
006500 7900-EXIT.
006510     EXIT.
006520
006530****************************************************************
006540* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
006550****************************************************************
006560 8000-ABEND.
006570     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
006580     MOVE 16 TO WS-ABEND-RETURN-CODE.
006590     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
006600     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
006610     STOP RUN.
006620 8000-EXIT.
006630     EXIT.
006640
006650****************************************************************
006660* 9000-TERMINATE - PRINT TOTALS, CLOSE FILES, REPORT THE RUN
006670****************************************************************
006680 9000-TERMINATE.
006690     PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT.
006700     CLOSE PARM-FILE.
006710     CLOSE REPORT-FILE.
006720     DISPLAY 'HELLOCL - LOAD CARDS READ:     ' WS-CARDS-READ.
006730     DISPLAY 'HELLOCL - LOAD CARDS REJECTED: ' WS-CARDS-REJECTED.
006740     IF WS-CARDS-REJECTED > ZERO
006750         DISPLAY 'HELLOCL - CALENDAR NOT UPDATED FOR '
006760             WS-LOAD-YEAR
006770     ELSE
006780         DISPLAY 'HELLOCL - BUSINESS DAYS LOADED: '
006790             WS-BUSINESS-DAYS
006800     END-IF.
006810 9000-EXIT.
006820     EXIT.
006830
006840****************************************************************
006850* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT LOG.
006860*                        READ = LOAD CARDS READ, ACCEPTED =
006870*                        CALENDAR DAYS WRITTEN, REJECTED =
006880*                        LOAD CARDS REJECTED.
006890****************************************************************
006900 9500-WRITE-AUDIT-LOG.
006910     OPEN EXTEND AUDIT-LOG-FILE.
006920     IF NOT HL-AUDIT-OK
006930         DISPLAY 'HELLOCL - UNABLE TO OPEN AUDIT-LOG, STATUS='
006940             HL-AUDIT-STATUS
006950         MOVE 16 TO RETURN-CODE
006960         STOP RUN
006970     END-IF.
006980     MOVE 'HELLOCL' TO AUD-JOB-NAME.
006990     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
007000     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
007010     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007020     ACCEPT WS-CURRENT-TIME FROM TIME.
007030     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
007040     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
007050     MOVE WS-CARDS-READ TO AUD-RECORDS-READ.
007060     COMPUTE AUD-RECORDS-ACCEPTED =
007070         WS-DAYS-ADDED + WS-DAYS-REPLACED.
007080     MOVE WS-CARDS-REJECTED TO AUD-RECORDS-REJECTED.
007090     MOVE RETURN-CODE TO AUD-RETURN-CODE.
007100     WRITE AUD-LOG-RECORD.
007110     CLOSE AUDIT-LOG-FILE.
007120 9500-EXIT.
007130     EXIT.
