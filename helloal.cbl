000100****************************************************************
000110* PROGRAM:     HELLOAL
000120* AUTHOR:      J. L. BRANNIGAN
000130* INSTALLATION:DATA PROCESSING - BATCH SYSTEMS
000140* DATE-WRITTEN:2026-10-15
000150* DATE-COMPILED:
000160*----------------------------------------------------------------
000170* DESCRIPTION
000180*   ACCOUNT-ACCESS REPORT, RUN WEEKLY.  READS THE ACCOUNT-
000190*   ACCESS LOG (ACCESSLG, HLACC.CPY) WRITTEN BY THE HELLOSO
000200*   SIGN-ON ROUTINE AND REPORTS THE PERIOD ENDING ON THE RUN
000210*   DATE (REPORT DAYS ON THE PARAMETER CARD, HLLPARM.CPY):
000220*     - WHEN THE CARD NAMES A TRACE ACCOUNT, EVERY LOGGED
000230*       ACCESS TO THAT ACCOUNT - WHO, WHEN, FROM WHICH
000240*       PROGRAM AND WHAT THEY DID;
000250*     - ONE LINE PER OPERATOR WITH THEIR SIGN-ONS, ACCOUNTS
000260*       VIEWED, CHANGED AND DECIDED, GATE OVERRIDES AND
000270*       HANDOFF CLOSURES (COUNTED TOGETHER AS OVERRIDES), AND
000280*       SECURITY EVENTS (FAILED SIGN-ONS, REVOCATIONS AND
000290*       REFUSED FUNCTIONS);
000300*     - A FLAG ON ANY OPERATOR WHOSE ACCOUNT ACCESSES EXCEED
000310*       THE VOLUME PERCENTAGE OF THE AVERAGE OPERATOR'S (AND
000320*       THE MINIMUM VOLUME), OR WHO HAD ANY SECURITY EVENT.
000330*   RETURN-CODE 0004 SIGNALS ONE OR MORE FLAGGED OPERATORS
000340*   FOR SECURITY REVIEW.  APPENDS ONE ROW TO THE SHARED AUDIT
000350*   LOG.
000360*----------------------------------------------------------------
000370* MODIFICATION HISTORY
000380* DATE       INIT  DESCRIPTION
000390* 2026-10-15 JLB   INITIAL VERSION.
000400* 2026-10-15 JLB   A HELLOAK HANDOFF CLOSURE (ACTION CLOSE) IS
000410*                  COUNTED IN THE OPERATOR'S OVERRIDE COLUMN.
000420*                  WHOLE MEMBER RENUMBERED.
000430****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.     HELLOAL.
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
000600*    ACCOUNT-ACCESS LOG - SEQUENTIAL, IN THE ORDER WRITTEN
000610*    ------------------------------------------------------------
000620     SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESSLG"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS HL-ACCESS-STATUS.
000650
000660*    ------------------------------------------------------------
000670*    REPORT PARAMETER CARD
000680*    ------------------------------------------------------------
000690     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS HL-PARM-STATUS.
000720
000730*    ------------------------------------------------------------
000740*    ACCESS REPORT - 133-BYTE ASA CARRIAGE CONTROL
000750*    ------------------------------------------------------------
000760     SELECT REPORT-FILE ASSIGN TO "PRTFILE"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS HL-REPORT-STATUS.
000790
000800*    ------------------------------------------------------------
000810*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
000820*    LAYOUT ACROSS THE SUITE
000830*    ------------------------------------------------------------
000840     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS HL-AUDIT-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900
000910 FD  ACCESS-LOG-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 80 CHARACTERS
000940     DATA RECORD IS HL-ACCESS-RECORD.
000950     COPY HLACC.
000960
000970 FD  PARM-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 80 CHARACTERS
001000     DATA RECORD IS HL-LPARM-RECORD.
001010     COPY HLLPARM.
001020
001030 FD  REPORT-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 133 CHARACTERS.
001060     COPY HLALPRT.
001070
001080 FD  AUDIT-LOG-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 88 CHARACTERS
001110     DATA RECORD IS AUD-LOG-RECORD.
001120     COPY AUDLOG.
001130
001140 WORKING-STORAGE SECTION.
001150
001160*    ------------------------------------------------------------
001170*    FILE STATUS FIELDS
001180*    ------------------------------------------------------------
001190 01  HL-FILE-STATUSES.
001200     05  HL-ACCESS-STATUS            PIC X(02) VALUE '00'.
001210         88  HL-ACCESS-OK            VALUE '00'.
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
001340 77  WS-SECTION-SWITCH               PIC X(01) VALUE 'T'.
001350     88  WS-TRACE-SECTION            VALUE 'T'.
001360     88  WS-SUMMARY-SECTION          VALUE 'S'.
001370 77  WS-SLOT-SWITCH                  PIC X(01) VALUE 'N'.
001380     88  WS-SLOT-FOUND               VALUE 'Y'.
001390     88  WS-SLOT-NOT-FOUND           VALUE 'N'.
001400
001410*    ------------------------------------------------------------
001420*    REPORT PARAMETERS
001430*    ------------------------------------------------------------
001440 77  WS-REPORT-DAYS                  PIC 9(03) VALUE ZERO.
001450 77  WS-VOLUME-PCT                   PIC 9(03) VALUE ZERO.
001460 77  WS-MIN-VOLUME                   PIC 9(05) VALUE ZERO.
001470 77  WS-TRACE-ACCT-NO                PIC X(07) VALUE SPACES.
001480 77  WS-PERIOD-START-DATE            PIC 9(08) VALUE ZERO.
001490 77  WS-PERIOD-END-DATE              PIC 9(08) VALUE ZERO.
001500
001510*    ------------------------------------------------------------
001520*    DATE-SERVICE ROUTINE PARAMETERS
001530*    ------------------------------------------------------------
001540     COPY HLDTS.
001550
001560*    ------------------------------------------------------------
001570*    OPERATOR TABLE - ONE ENTRY PER OPERATOR ID SEEN IN THE
001580*    PERIOD, KEPT IN OPERATOR ID ORDER.  AN OPERATOR PAST THE
001590*    TABLE LIMIT IS NOT SUMMARIZED; THEIR LOG ENTRIES ARE
001600*    COUNTED AS OVERFLOWED AND THE RUN ENDS RETURN-CODE 0004.
001610*    ------------------------------------------------------------
001620 77  WS-OPER-MAX                     PIC 9(03) COMP VALUE 200.
001630 77  WS-OPER-COUNT                   PIC 9(03) COMP VALUE ZERO.
001640 01  WS-OPER-TABLE.
001650     05  WS-OPER-ENTRY OCCURS 200 TIMES.
001660         10  WS-OPR-OPERATOR-ID      PIC X(08).
001670         10  WS-OPR-SIGNONS          PIC 9(05) COMP.
001680         10  WS-OPR-VIEWED           PIC 9(05) COMP.
001690         10  WS-OPR-CHANGED          PIC 9(05) COMP.
001700         10  WS-OPR-DECIDED          PIC 9(05) COMP.
001710         10  WS-OPR-OVERRIDES        PIC 9(05) COMP.
001720         10  WS-OPR-SECURITY         PIC 9(05) COMP.
001730         10  WS-OPR-ACCOUNT          PIC 9(05) COMP.
001740 77  WS-OPER-SUB                     PIC 9(03) COMP VALUE ZERO.
001750 77  WS-OPER-SUB-2                   PIC 9(03) COMP VALUE ZERO.
001760
001770*    ------------------------------------------------------------
001780*    VOLUME TEST WORK AREAS - AN OPERATOR IS OVER VOLUME WHEN
001790*    ACCOUNT * 100 * ACTIVE OPERATORS > TOTAL * VOLUME PCT,
001800*    I.E. ACCOUNT / AVERAGE > VOLUME PCT / 100
001810*    ------------------------------------------------------------
001820 77  WS-ACTIVE-OPERATORS             PIC 9(05) COMP VALUE ZERO.
001830 77  WS-VOLUME-LEFT                  PIC 9(15) COMP-3 VALUE ZERO.
001840 77  WS-VOLUME-RIGHT                 PIC 9(15) COMP-3 VALUE ZERO.
001850
001860*    ------------------------------------------------------------
001870*    RUN COUNTERS
001880*    ------------------------------------------------------------
001890 77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
001900 77  WS-RECORDS-IN-PERIOD            PIC 9(07) COMP VALUE ZERO.
001910 77  WS-ACCOUNT-ACCESSES             PIC 9(07) COMP VALUE ZERO.
001920 77  WS-TRACE-ENTRIES                PIC 9(07) COMP VALUE ZERO.
001930 77  WS-OPERATORS-FLAGGED            PIC 9(07) COMP VALUE ZERO.
001940 77  WS-ENTRIES-OVERFLOWED           PIC 9(07) COMP VALUE ZERO.
001950 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001960 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
001970
001980*    ------------------------------------------------------------
001990*    AUDIT-LOG WORK AREAS
002000*    ------------------------------------------------------------
002010 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
002020 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
002030
002040*    ------------------------------------------------------------
002050*    REPORT CONTROLS
002060*    ------------------------------------------------------------
002070 77  WS-MAX-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
002080 77  WS-LINES-ON-PAGE                PIC 9(02) COMP VALUE ZERO.
002090 77  WS-PAGE-NUMBER                  PIC 9(04) COMP VALUE ZERO.
002100 77  WS-DATE-WORK                    PIC 9(08) VALUE ZERO.
002110 77  WS-TIME-WORK                    PIC 9(08) VALUE ZERO.
002120 01  WS-DATE-DISPLAY.
002130     05  WS-DATE-MM                  PIC 9(02).
002140     05  FILLER                      PIC X(01) VALUE '/'.
002150     05  WS-DATE-DD                  PIC 9(02).
002160     05  FILLER                      PIC X(01) VALUE '/'.
002170     05  WS-DATE-YYYY                PIC 9(04).
002180 01  WS-TIME-DISPLAY.
002190     05  WS-TIME-HH                  PIC 9(02).
002200     05  FILLER                      PIC X(01) VALUE ':'.
002210     05  WS-TIME-MM                  PIC 9(02).
002220     05  FILLER                      PIC X(01) VALUE ':'.
002230     05  WS-TIME-SS                  PIC 9(02).
002240
002250*    ------------------------------------------------------------
002260*    ABEND HANDLING
002270*    ------------------------------------------------------------
002280 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
002290 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
002300 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
002310
002320 PROCEDURE DIVISION.
002330
002340****************************************************************
002350* 0000-MAINLINE
002360****************************************************************
002370 0000-MAINLINE.
002380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002390     PERFORM 2000-PROCESS-LOG-ENTRY THRU 2000-EXIT
002400         UNTIL WS-EOF-REACHED.
002410     PERFORM 4000-REPORT-OPERATORS THRU 4000-EXIT.
002420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002430     IF WS-OPERATORS-FLAGGED > ZERO
002440         OR WS-ENTRIES-OVERFLOWED > ZERO
002450         MOVE 4 TO RETURN-CODE
002460     ELSE
002470         MOVE ZERO TO RETURN-CODE
002480     END-IF.
002490     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
002500     STOP RUN.
002510
002520****************************************************************
002530* 1000-INITIALIZE - LOAD THE PARAMETERS, WORK OUT THE PERIOD,
002540*                   OPEN FILES, PRIME THE READ
002550****************************************************************
002560 1000-INITIALIZE.
002570     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
002580     ACCEPT WS-RUN-START-TIME FROM TIME.
002590     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002600     ACCEPT WS-CURRENT-TIME FROM TIME.
002610     PERFORM 1200-READ-PARM-FILE THRU 1200-EXIT.
002620     PERFORM 1300-COMPUTE-PERIOD THRU 1300-EXIT.
002630     OPEN INPUT ACCESS-LOG-FILE.
002640     IF NOT HL-ACCESS-OK
002650         MOVE 'HELLOAL - UNABLE TO OPEN ACCESS-LOG, STATUS='
002660             TO WS-ABEND-MESSAGE
002670         MOVE HL-ACCESS-STATUS TO WS-ABEND-FILE-STATUS
002680         PERFORM 8000-ABEND THRU 8000-EXIT
002690     END-IF.
002700     OPEN OUTPUT REPORT-FILE.
002710     IF NOT HL-REPORT-OK
002720         MOVE 'HELLOAL - UNABLE TO OPEN REPORT-FILE, STATUS='
002730             TO WS-ABEND-MESSAGE
002740         MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
002750         PERFORM 8000-ABEND THRU 8000-EXIT
002760     END-IF.
002770     IF WS-TRACE-ACCT-NO NOT = SPACES
002780         SET WS-TRACE-SECTION TO TRUE
002790         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
002800     END-IF.
002810     PERFORM 2900-READ-ACCESS-LOG THRU 2900-EXIT.
002820 1000-EXIT.
002830     EXIT.
002840
002850****************************************************************
002860* 1200-READ-PARM-FILE - LOAD THE REPORT PERIOD, THE VOLUME
002870*                       THRESHOLDS AND THE TRACE ACCOUNT
002880****************************************************************
002890 1200-READ-PARM-FILE.
002900     OPEN INPUT PARM-FILE.
002910     IF NOT HL-PARM-OK
002920         MOVE 'HELLOAL - UNABLE TO OPEN PARM-FILE, STATUS='
002930             TO WS-ABEND-MESSAGE
002940         MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
002950         PERFORM 8000-ABEND THRU 8000-EXIT
002960     END-IF.
002970     READ PARM-FILE
002980         AT END
002990             MOVE 'HELLOAL - PARM-FILE IS EMPTY'
003000                 TO WS-ABEND-MESSAGE
003010             MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
003020             PERFORM 8000-ABEND THRU 8000-EXIT
003030     END-READ.
003040     IF HL-LPARM-REPORT-DAYS NOT NUMERIC
003050         OR HL-LPARM-REPORT-DAYS = ZERO
003060         OR HL-LPARM-VOLUME-PCT NOT NUMERIC
003070         OR HL-LPARM-VOLUME-PCT = ZERO
003080         OR HL-LPARM-MIN-VOLUME NOT NUMERIC
003090         MOVE 'HELLOAL - REPORT PARAMETERS MISSING OR ZERO'
003100             TO WS-ABEND-MESSAGE
003110         MOVE SPACES TO WS-ABEND-FILE-STATUS
003120         PERFORM 8000-ABEND THRU 8000-EXIT
003130     END-IF.
003140     MOVE HL-LPARM-REPORT-DAYS TO WS-REPORT-DAYS.
003150     MOVE HL-LPARM-VOLUME-PCT TO WS-VOLUME-PCT.
003160     MOVE HL-LPARM-MIN-VOLUME TO WS-MIN-VOLUME.
003170     MOVE HL-LPARM-TRACE-ACCT-NO TO WS-TRACE-ACCT-NO.
003180     CLOSE PARM-FILE.
003190     DISPLAY 'HELLOAL - REPORT DAYS:    ' WS-REPORT-DAYS.
003200     DISPLAY 'HELLOAL - VOLUME PERCENT: ' WS-VOLUME-PCT.
003210     DISPLAY 'HELLOAL - MINIMUM VOLUME: ' WS-MIN-VOLUME.
003220     IF WS-TRACE-ACCT-NO NOT = SPACES
003230         DISPLAY 'HELLOAL - TRACE ACCOUNT:  ' WS-TRACE-ACCT-NO
003240     END-IF.
003250 1200-EXIT.
003260     EXIT.
003270
003280****************************************************************
003290* 1300-COMPUTE-PERIOD - THE PERIOD ENDS ON THE RUN DATE AND
003300*                       STARTS REPORT DAYS LESS ONE BEFORE IT
003310****************************************************************
003320 1300-COMPUTE-PERIOD.
003330     MOVE WS-CURRENT-DATE TO WS-PERIOD-END-DATE.
003340     MOVE 'A' TO HL-DTS-FUNCTION.
003350     MOVE WS-CURRENT-DATE TO HL-DTS-DATE-1.
003360     COMPUTE HL-DTS-NUMBER = 1 - WS-REPORT-DAYS.
003370     CALL 'HELLODT' USING HL-DTS-PARMS.
003380     IF NOT HL-DTS-OK
003390         MOVE 'HELLOAL - PERIOD DATE ROUTINE FAILED, RETURN CODE='
003400             TO WS-ABEND-MESSAGE
003410         MOVE HL-DTS-RETURN-CODE TO WS-ABEND-FILE-STATUS
003420         PERFORM 8000-ABEND THRU 8000-EXIT
003430     END-IF.
003440     MOVE HL-DTS-RESULT-DATE TO WS-PERIOD-START-DATE.
003450     DISPLAY 'HELLOAL - PERIOD: ' WS-PERIOD-START-DATE
003460         ' TO ' WS-PERIOD-END-DATE.
003470 1300-EXIT.
003480     EXIT.
003490
003500****************************************************************
003510* 2000-PROCESS-LOG-ENTRY - COUNT ONE LOG ENTRY AGAINST ITS
003520*                          OPERATOR, AND LIST IT WHEN IT IS AN
003530*                          ACCESS TO THE TRACE ACCOUNT.  ENTRIES
003540*                          OUTSIDE THE PERIOD ARE SKIPPED.
003550****************************************************************
003560 2000-PROCESS-LOG-ENTRY.
003570     ADD 1 TO WS-RECORDS-READ.
003580     IF HL-ACC-DATE NOT NUMERIC
003590         GO TO 2000-READ-NEXT
003600     END-IF.
003610     IF HL-ACC-DATE < WS-PERIOD-START-DATE
003620         OR HL-ACC-DATE > WS-PERIOD-END-DATE
003630         GO TO 2000-READ-NEXT
003640     END-IF.
003650     ADD 1 TO WS-RECORDS-IN-PERIOD.
003660     IF HL-ACC-ACCOUNT-ACTION
003670         ADD 1 TO WS-ACCOUNT-ACCESSES
003680     END-IF.
003690     IF WS-TRACE-ACCT-NO NOT = SPACES
003700         AND HL-ACC-ACCT-NO = WS-TRACE-ACCT-NO
003710         PERFORM 7100-PRINT-TRACE-LINE THRU 7100-EXIT
003720     END-IF.
003730     PERFORM 3000-FIND-OPERATOR THRU 3000-EXIT.
003740     IF WS-SLOT-NOT-FOUND
003750         ADD 1 TO WS-ENTRIES-OVERFLOWED
003760         GO TO 2000-READ-NEXT
003770     END-IF.
003780     EVALUATE TRUE
003790         WHEN HL-ACC-SIGNON
003800             ADD 1 TO WS-OPR-SIGNONS (WS-OPER-SUB)
003810         WHEN HL-ACC-VIEW
003820         WHEN HL-ACC-LIST
003830             ADD 1 TO WS-OPR-VIEWED (WS-OPER-SUB)
003840         WHEN HL-ACC-CHANGE
003850         WHEN HL-ACC-REINSTATE
003860             ADD 1 TO WS-OPR-CHANGED (WS-OPER-SUB)
003870         WHEN HL-ACC-APPROVE
003880         WHEN HL-ACC-DECLINE
003890             ADD 1 TO WS-OPR-DECIDED (WS-OPER-SUB)
003900         WHEN HL-ACC-OVERRIDE
003910         WHEN HL-ACC-CLOSE
003920             ADD 1 TO WS-OPR-OVERRIDES (WS-OPER-SUB)
003930         WHEN HL-ACC-SECURITY-EVENT
003940             ADD 1 TO WS-OPR-SECURITY (WS-OPER-SUB)
003950     END-EVALUATE.
003960     IF HL-ACC-ACCOUNT-ACTION
003970         ADD 1 TO WS-OPR-ACCOUNT (WS-OPER-SUB)
003980     END-IF.
003990 2000-READ-NEXT.
004000     PERFORM 2900-READ-ACCESS-LOG THRU 2900-EXIT.
004010 2000-EXIT.
004020     EXIT.
004030
004040****************************************************************
004050* 2900-READ-ACCESS-LOG - READ THE NEXT LOG ENTRY
004060****************************************************************
004070 2900-READ-ACCESS-LOG.
004080     READ ACCESS-LOG-FILE
004090         AT END
004100             SET WS-EOF-REACHED TO TRUE
004110     END-READ.
004120     IF NOT HL-ACCESS-OK AND NOT WS-EOF-REACHED
004130         MOVE 'HELLOAL - ACCESS-LOG READ ERROR, STATUS='
004140             TO WS-ABEND-MESSAGE
004150         MOVE HL-ACCESS-STATUS TO WS-ABEND-FILE-STATUS
004160         PERFORM 8000-ABEND THRU 8000-EXIT
004170     END-IF.
004180 2900-EXIT.
004190     EXIT.
004200
004210****************************************************************
004220* 3000-FIND-OPERATOR - LEAVE WS-OPER-SUB ON THE ENTRY'S
004230*                      OPERATOR, OPENING A NEW ENTRY IN
004240*                      OPERATOR ID ORDER WHEN IT IS NOT YET IN
004250*                      THE TABLE.  SLOT NOT FOUND MEANS THE
004260*                      TABLE IS FULL.
004270****************************************************************
004280 3000-FIND-OPERATOR.
004290     SET WS-SLOT-NOT-FOUND TO TRUE.
004300     PERFORM 3100-TEST-ONE-ENTRY THRU 3100-EXIT
004310         VARYING WS-OPER-SUB FROM 1 BY 1
004320         UNTIL WS-OPER-SUB > WS-OPER-COUNT
004330            OR WS-SLOT-FOUND.
004340     IF WS-SLOT-FOUND
004350         SUBTRACT 1 FROM WS-OPER-SUB
004360         IF WS-OPR-OPERATOR-ID (WS-OPER-SUB) = HL-ACC-OPERATOR-ID
004370             GO TO 3000-EXIT
004380         END-IF
004390     END-IF.
004400     IF WS-OPER-COUNT >= WS-OPER-MAX
004410         SET WS-SLOT-NOT-FOUND TO TRUE
004420         GO TO 3000-EXIT
004430     END-IF.
004440     PERFORM 3200-SHIFT-ONE-ENTRY THRU 3200-EXIT
004450         VARYING WS-OPER-SUB-2 FROM WS-OPER-COUNT BY -1
004460         UNTIL WS-OPER-SUB-2 < WS-OPER-SUB.
004470     ADD 1 TO WS-OPER-COUNT.
004480     MOVE HL-ACC-OPERATOR-ID TO WS-OPR-OPERATOR-ID (WS-OPER-SUB).
004490     MOVE ZERO TO WS-OPR-SIGNONS (WS-OPER-SUB)
004500                  WS-OPR-VIEWED (WS-OPER-SUB)
004510                  WS-OPR-CHANGED (WS-OPER-SUB)
004520                  WS-OPR-DECIDED (WS-OPER-SUB)
004530                  WS-OPR-OVERRIDES (WS-OPER-SUB)
004540                  WS-OPR-SECURITY (WS-OPER-SUB)
004550                  WS-OPR-ACCOUNT (WS-OPER-SUB).
004560     SET WS-SLOT-FOUND TO TRUE.
004570 3000-EXIT.
004580     EXIT.
004590
004600****************************************************************
004610* 3100-TEST-ONE-ENTRY - STOP ON THE FIRST ENTRY NOT BELOW THE
004620*                       LOG ENTRY'S OPERATOR ID
004630****************************************************************
004640 3100-TEST-ONE-ENTRY.
004650     IF WS-OPR-OPERATOR-ID (WS-OPER-SUB) NOT < HL-ACC-OPERATOR-ID
004660         SET WS-SLOT-FOUND TO TRUE
004670     END-IF.
004680 3100-EXIT.
004690     EXIT.
004700
004710****************************************************************
004720* 3200-SHIFT-ONE-ENTRY - MOVE AN ENTRY DOWN ONE PLACE TO OPEN
004730*                        THE SLOT FOR A NEW OPERATOR
004740****************************************************************
004750 3200-SHIFT-ONE-ENTRY.
004760     MOVE WS-OPER-ENTRY (WS-OPER-SUB-2)
004770         TO WS-OPER-ENTRY (WS-OPER-SUB-2 + 1).
004780 3200-EXIT.
004790     EXIT.
004800
004810****************************************************************
004820* 4000-REPORT-OPERATORS - WORK OUT THE AVERAGE OPERATOR'S
004830*                         ACCOUNT ACCESSES, THEN PRINT AND FLAG
004840*                         EACH OPERATOR
004850****************************************************************
004860 4000-REPORT-OPERATORS.
004870     MOVE ZERO TO WS-ACTIVE-OPERATORS.
004880     PERFORM 4100-COUNT-ACTIVE-OPERATOR THRU 4100-EXIT
004890         VARYING WS-OPER-SUB FROM 1 BY 1
004900         UNTIL WS-OPER-SUB > WS-OPER-COUNT.
004910     SET WS-SUMMARY-SECTION TO TRUE.
004920     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
004930     PERFORM 4200-REPORT-ONE-OPERATOR THRU 4200-EXIT
004940         VARYING WS-OPER-SUB FROM 1 BY 1
004950         UNTIL WS-OPER-SUB > WS-OPER-COUNT.
004960 4000-EXIT.
004970     EXIT.
004980
004990****************************************************************
005000* 4100-COUNT-ACTIVE-OPERATOR - AN OPERATOR WITH ANY ACCOUNT
005010*                              ACCESS COUNTS TOWARD THE AVERAGE
005020****************************************************************
005030 4100-COUNT-ACTIVE-OPERATOR.
005040     IF WS-OPR-ACCOUNT (WS-OPER-SUB) > ZERO
005050         ADD 1 TO WS-ACTIVE-OPERATORS
005060     END-IF.
005070 4100-EXIT.
005080     EXIT.
005090
005100****************************************************************
005110* 4200-REPORT-ONE-OPERATOR - PRINT ONE OPERATOR'S COUNTS AND
005120*                            FLAG HIGH VOLUME AND SECURITY
005130*                            EVENTS
005140****************************************************************
005150 4200-REPORT-ONE-OPERATOR.
005160     MOVE SPACES TO HL-ALP-SUM-FLAG.
005170     COMPUTE WS-VOLUME-LEFT = WS-OPR-ACCOUNT (WS-OPER-SUB)
005180         * 100 * WS-ACTIVE-OPERATORS.
005190     COMPUTE WS-VOLUME-RIGHT = WS-ACCOUNT-ACCESSES
005200         * WS-VOLUME-PCT.
005210     IF WS-VOLUME-LEFT > WS-VOLUME-RIGHT
005220         AND WS-OPR-ACCOUNT (WS-OPER-SUB) NOT < WS-MIN-VOLUME
005230         MOVE 'HIGH VOLUME' TO HL-ALP-SUM-FLAG
005240     END-IF.
005250     IF WS-OPR-SECURITY (WS-OPER-SUB) > ZERO
005260         IF HL-ALP-SUM-FLAG = SPACES
005270             MOVE 'SECURITY EVENTS' TO HL-ALP-SUM-FLAG
005280         ELSE
005290             MOVE 'HIGH VOLUME + SECURITY EVENTS'
005300                 TO HL-ALP-SUM-FLAG
005310         END-IF
005320     END-IF.
005330     IF HL-ALP-SUM-FLAG NOT = SPACES
005340         ADD 1 TO WS-OPERATORS-FLAGGED
005350     END-IF.
005360     PERFORM 7200-PRINT-SUMMARY-LINE THRU 7200-EXIT.
005370 4200-EXIT.
005380     EXIT.
005390
005400****************************************************************
005410* 7000-WRITE-HEADINGS - START A NEW PAGE WITH THE COLUMN
005420*                       HEADINGS OF THE SECTION BEING PRINTED
005430****************************************************************
005440 7000-WRITE-HEADINGS.
005450     ADD 1 TO WS-PAGE-NUMBER.
005460     MOVE ZERO TO WS-LINES-ON-PAGE.
005470     MOVE '1' TO HL-ALP-H1-CTL.
005480     MOVE WS-CURRENT-DATE TO WS-DATE-WORK.
005490     PERFORM 7800-FORMAT-DATE THRU 7800-EXIT.
005500     MOVE WS-DATE-DISPLAY TO HL-ALP-H1-DATE.
005510     MOVE WS-CURRENT-TIME TO WS-TIME-WORK.
005520     PERFORM 7850-FORMAT-TIME THRU 7850-EXIT.
005530     MOVE WS-TIME-DISPLAY TO HL-ALP-H1-TIME.
005540     MOVE WS-PAGE-NUMBER TO HL-ALP-H1-PAGE.
005550     WRITE HL-ALP-HEADING-1.
005560     MOVE WS-PERIOD-START-DATE TO WS-DATE-WORK.
005570     PERFORM 7800-FORMAT-DATE THRU 7800-EXIT.
005580     MOVE WS-DATE-DISPLAY TO HL-ALP-PER-FROM.
005590     MOVE WS-PERIOD-END-DATE TO WS-DATE-WORK.
005600     PERFORM 7800-FORMAT-DATE THRU 7800-EXIT.
005610     MOVE WS-DATE-DISPLAY TO HL-ALP-PER-TO.
005620     WRITE HL-ALP-PERIOD-LINE.
005630     IF WS-TRACE-SECTION
005640         MOVE WS-TRACE-ACCT-NO TO HL-ALP-TH-ACCT-NO
005650         WRITE HL-ALP-TRACE-HEADING
005660         WRITE HL-ALP-TRACE-COLUMNS
005670     ELSE
005680         WRITE HL-ALP-SUMMARY-COLUMNS
005690     END-IF.
005700 7000-EXIT.
005710     EXIT.
005720
005730****************************************************************
005740* 7100-PRINT-TRACE-LINE - LIST ONE ACCESS TO THE TRACE ACCOUNT
005750****************************************************************
005760 7100-PRINT-TRACE-LINE.
005770     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
005780         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
005790     END-IF.
005800     ADD 1 TO WS-TRACE-ENTRIES.
005810     MOVE HL-ACC-DATE TO WS-DATE-WORK.
005820     PERFORM 7800-FORMAT-DATE THRU 7800-EXIT.
005830     MOVE WS-DATE-DISPLAY TO HL-ALP-TRC-DATE.
005840     MOVE HL-ACC-TIME TO WS-TIME-WORK.
005850     PERFORM 7850-FORMAT-TIME THRU 7850-EXIT.
005860     MOVE WS-TIME-DISPLAY TO HL-ALP-TRC-TIME.
005870     MOVE HL-ACC-OPERATOR-ID TO HL-ALP-TRC-OPERATOR.
005880     MOVE HL-ACC-PROGRAM TO HL-ALP-TRC-PROGRAM.
005890     MOVE HL-ACC-ACTION TO HL-ALP-TRC-ACTION.
005900     MOVE HL-ACC-DETAIL TO HL-ALP-TRC-DETAIL.
005910     WRITE HL-ALP-TRACE-LINE.
005920     ADD 1 TO WS-LINES-ON-PAGE.
005930 7100-EXIT.
005940     EXIT.
005950
005960****************************************************************
005970* 7200-PRINT-SUMMARY-LINE - PRINT ONE OPERATOR'S COUNTS; THE
005980*                           FLAG IS ALREADY IN THE PRINT LINE
005990****************************************************************
006000 7200-PRINT-SUMMARY-LINE.
006010     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
006020         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
006030     END-IF.
006040     MOVE WS-OPR-OPERATOR-ID (WS-OPER-SUB) TO HL-ALP-SUM-OPERATOR.
006050     MOVE WS-OPR-SIGNONS (WS-OPER-SUB) TO HL-ALP-SUM-SIGNONS.
006060     MOVE WS-OPR-VIEWED (WS-OPER-SUB) TO HL-ALP-SUM-VIEWED.
006070     MOVE WS-OPR-CHANGED (WS-OPER-SUB) TO HL-ALP-SUM-CHANGED.
006080     MOVE WS-OPR-DECIDED (WS-OPER-SUB) TO HL-ALP-SUM-DECIDED.
006090     MOVE WS-OPR-OVERRIDES (WS-OPER-SUB) TO HL-ALP-SUM-OVERRIDES.
006100     MOVE WS-OPR-SECURITY (WS-OPER-SUB) TO HL-ALP-SUM-SECURITY.
006110     MOVE WS-OPR-ACCOUNT (WS-OPER-SUB) TO HL-ALP-SUM-ACCOUNT.
006120     WRITE HL-ALP-SUMMARY-LINE.
006130     ADD 1 TO WS-LINES-ON-PAGE.
006140 7200-EXIT.
006150     EXIT.
006160
006170****************************************************************
006180* 7800-FORMAT-DATE - CCYYMMDD IN WS-DATE-WORK TO MM/DD/CCYY
006190****************************************************************
006200 7800-FORMAT-DATE.
006210     MOVE WS-DATE-WORK(5:2) TO WS-DATE-MM.
006220     MOVE WS-DATE-WORK(7:2) TO WS-DATE-DD.
006230     MOVE WS-DATE-WORK(1:4) TO WS-DATE-YYYY.
006240 7800-EXIT.
006250     EXIT.
006260
006270****************************************************************
006280* 7850-FORMAT-TIME - HHMMSSCC IN WS-TIME-WORK TO HH:MM:SS
006290****************************************************************
006300 7850-FORMAT-TIME.
006310     MOVE WS-TIME-WORK(1:2) TO WS-TIME-HH.
006320     MOVE WS-TIME-WORK(3:2) TO WS-TIME-MM.
006330     MOVE WS-TIME-WORK(5:2) TO WS-TIME-SS.
006340 7850-EXIT.
006350     EXIT.
006360
006370****************************************************************
006380* 7900-WRITE-TOTALS - PRINT THE RUN TOTALS
006390****************************************************************
006400 7900-WRITE-TOTALS.
006410     MOVE '-' TO HL-ALP-TOT-CTL.
006420     MOVE 'LOG ENTRIES READ' TO HL-ALP-TOT-LABEL.
006430     MOVE WS-RECORDS-READ TO HL-ALP-TOT-COUNT.
006440     WRITE HL-ALP-TOTAL-LINE.
006450     MOVE SPACE TO HL-ALP-TOT-CTL.
006460     MOVE 'LOG ENTRIES IN PERIOD' TO HL-ALP-TOT-LABEL.
006470     MOVE WS-RECORDS-IN-PERIOD TO HL-ALP-TOT-COUNT.
006480     WRITE HL-ALP-TOTAL-LINE.
006490     MOVE 'ACCOUNT ACCESSES IN PERIOD' TO HL-ALP-TOT-LABEL.
006500     MOVE WS-ACCOUNT-ACCESSES TO HL-ALP-TOT-COUNT.
006510     WRITE HL-ALP-TOTAL-LINE.
006520     IF WS-TRACE-ACCT-NO NOT = SPACES
006530         MOVE 'ACCESSES TO TRACE ACCOUNT' TO HL-ALP-TOT-LABEL
006540         MOVE WS-TRACE-ENTRIES TO HL-ALP-TOT-COUNT
006550         WRITE HL-ALP-TOTAL-LINE
006560     END-IF.
006570     MOVE 'OPERATORS REPORTED' TO HL-ALP-TOT-LABEL.
006580     MOVE WS-OPER-COUNT TO HL-ALP-TOT-COUNT.
006590     WRITE HL-ALP-TOTAL-LINE.
006600     MOVE 'OPERATORS FLAGGED' TO HL-ALP-TOT-LABEL.
006610     MOVE WS-OPERATORS-FLAGGED TO HL-ALP-TOT-COUNT.
006620     WRITE HL-ALP-TOTAL-LINE.
006630     IF WS-ENTRIES-OVERFLOWED > ZERO
006640         MOVE 'ENTRIES OVER OPERATOR LIMIT' TO HL-ALP-TOT-LABEL
006650         MOVE WS-ENTRIES-OVERFLOWED TO HL-ALP-TOT-COUNT
006660         WRITE HL-ALP-TOTAL-LINE
006670     END-IF.
006680 7900-EXIT.
006690     EXIT.
006700
006710****************************************************************
006720* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
006730****************************************************************
006740 8000-ABEND.
006750     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
006760     MOVE 16 TO WS-ABEND-RETURN-CODE.
006770     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
006780     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
006790     STOP RUN.
006800 8000-EXIT.
006810     EXIT.
006820
006830****************************************************************
006840* 9000-TERMINATE - PRINT TOTALS, CLOSE FILES, REPORT THE RUN
006850****************************************************************
006860 9000-TERMINATE.
006870     PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT.
006880     CLOSE ACCESS-LOG-FILE.
006890     CLOSE REPORT-FILE.
006900     DISPLAY 'HELLOAL - LOG ENTRIES READ:      ' WS-RECORDS-READ.
006910     DISPLAY 'HELLOAL - LOG ENTRIES IN PERIOD: '
006920         WS-RECORDS-IN-PERIOD.
006930     DISPLAY 'HELLOAL - OPERATORS REPORTED:    ' WS-OPER-COUNT.
006940     DISPLAY 'HELLOAL - OPERATORS FLAGGED:     '
006950         WS-OPERATORS-FLAGGED.
006960     IF WS-ENTRIES-OVERFLOWED > ZERO
006970         DISPLAY 'HELLOAL - ENTRIES OVER OPERATOR LIMIT: '
006980             WS-ENTRIES-OVERFLOWED
006990     END-IF.
007000 9000-EXIT.
007010     EXIT.
007020
007030****************************************************************
007040* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT LOG.
007050*                        READ = LOG ENTRIES READ, ACCEPTED = LOG
007060*                        ENTRIES IN THE PERIOD, REJECTED =
007070*                        OPERATORS FLAGGED.
007080****************************************************************
007090 9500-WRITE-AUDIT-LOG.
007100     OPEN EXTEND AUDIT-LOG-FILE.
007110     IF NOT HL-AUDIT-OK
007120         DISPLAY 'HELLOAL - UNABLE TO OPEN AUDIT-LOG, STATUS='
007130             HL-AUDIT-STATUS
007140         MOVE 16 TO RETURN-CODE
007150         STOP RUN
007160     END-IF.
007170     MOVE 'HELLOAL' TO AUD-JOB-NAME.
007180     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
007190     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
007200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007210     ACCEPT WS-CURRENT-TIME FROM TIME.
007220     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
007230     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
007240     MOVE WS-RECORDS-READ TO AUD-RECORDS-READ.
007250     MOVE WS-RECORDS-IN-PERIOD TO AUD-RECORDS-ACCEPTED.
007260     MOVE WS-OPERATORS-FLAGGED TO AUD-RECORDS-REJECTED.
007270     MOVE RETURN-CODE TO AUD-RETURN-CODE.
007280     WRITE AUD-LOG-RECORD.
007290     CLOSE AUDIT-LOG-FILE.
007300 9500-EXIT.
007310     EXIT.
