000310* DATE       INIT  DESCRIPTION
000320* 2026-08-22 JLB   INITIAL VERSION - FIRST REPORT TO PUT THE
000330*                  MASTER BALANCE FIELD ON PRINTED OUTPUT.
000340* 2026-08-22 JLB   A NON-NUMERIC BALANCE (A BLANK RECORD THE
000350*                  NIGHTLY EDIT ONLY EVER ROUTES TO SUSPENSE)
000360*                  IS NOW TREATED AS ZERO INSTEAD OF
000370*                  DATA-EXCEPTIONING THE SWEEP.
000380* 2026-10-15 JLB   THE 1-YEAR AND 2-YEAR AGING CUTOFFS NOW COME
000390*                  FROM THE HELLODT DATE-SERVICE ROUTINE - THE
000400*                  OLD SUBTRACTION BUILT 02/29 IN A NON-LEAP
000410*                  YEAR.  WHOLE MEMBER RENUMBERED.
000420****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.     HELLOBA.
000450 AUTHOR.         J. L. BRANNIGAN.
000460 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000470 DATE-WRITTEN.   2026-08-22.
000480 DATE-COMPILED.
000490
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000540
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570
000580*    ------------------------------------------------------------
000590*    CUSTOMER MASTER FILE - INDEXED, KEYED BY ACCOUNT NUMBER,
000600*    READ-ONLY KEY-SEQUENCE PASS
000610*    ------------------------------------------------------------
000620     SELECT MASTER-FILE ASSIGN TO "MASTERF"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS HL-MAST-KEY
000660         FILE STATUS IS HL-MASTER-STATUS.
000670
000680*    ------------------------------------------------------------
000690*    ANALYSIS REPORT PRINT FILE - 133-BYTE ASA CARRIAGE CONTROL
000700*    ------------------------------------------------------------
000710     SELECT REPORT-FILE ASSIGN TO "PRTFILE"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS HL-REPORT-STATUS.
000740
000750*    ------------------------------------------------------------
000760*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
000770*    LAYOUT ACROSS THE SUITE
000780*    ------------------------------------------------------------
000790     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS HL-AUDIT-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850
000860 FD  MASTER-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 97 CHARACTERS
000890     DATA RECORD IS HL-MASTER-RECORD.
000900     COPY HLMAST.
000910
000920 FD  REPORT-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 133 CHARACTERS.
000950     COPY HLBAPRT.
000960
000970 FD  AUDIT-LOG-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 88 CHARACTERS
001000     DATA RECORD IS AUD-LOG-RECORD.
001010     COPY AUDLOG.
001020
001030 WORKING-STORAGE SECTION.
001040
001050*    ------------------------------------------------------------
001060*    FILE STATUS FIELDS
001070*    ------------------------------------------------------------
001080 01  HL-FILE-STATUSES.
001090     05  HL-MASTER-STATUS            PIC X(02) VALUE '00'.
001100         88  HL-MASTER-OK            VALUE '00'.
001110         88  HL-MASTER-EOF           VALUE '10'.
001120     05  HL-REPORT-STATUS            PIC X(02) VALUE '00'.
001130         88  HL-REPORT-OK            VALUE '00'.
001140     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
001150         88  HL-AUDIT-OK             VALUE '00'.
001160
001170*    ------------------------------------------------------------
001180*    SWITCHES
001190*    ------------------------------------------------------------
001200 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001210     88  WS-EOF-REACHED              VALUE 'Y'.
001220
001230*    ------------------------------------------------------------
001240*    RUN COUNTERS
001250*    ------------------------------------------------------------
001260 77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
001270 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001280 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
001290
001300*    ------------------------------------------------------------
001310*    AUDIT-LOG WORK AREAS
001320*    ------------------------------------------------------------
001330 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
001340 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
001350
001360*    ------------------------------------------------------------
001370*    ANALYSIS BY STATUS CODE
001380*      1=ACTIVE 2=INACTIVE 3=CLOSED 4=OTHER
001390*    ------------------------------------------------------------
001400 01  WS-STAT-LABEL-VALUES.
001410     05  FILLER          PIC X(30) VALUE 'ACTIVE'.
001420     05  FILLER          PIC X(30) VALUE 'INACTIVE'.
001430     05  FILLER          PIC X(30) VALUE 'CLOSED'.
001440     05  FILLER          PIC X(30) VALUE 'OTHER STATUS'.
001450 01  WS-STAT-LABEL-TABLE REDEFINES WS-STAT-LABEL-VALUES.
001460     05  WS-STAT-LABEL   OCCURS 4 TIMES
001470                                     PIC X(30).
001480 01  WS-STAT-TOTAL-TABLE.
001490     05  WS-STAT-TOTALS  OCCURS 4 TIMES.
001500         10  WS-STAT-COUNT           PIC 9(07) COMP.
001510         10  WS-STAT-AMOUNT          PIC S9(11)V99 COMP-3.
001520 77  WS-STAT-SUB                     PIC 9(02) COMP VALUE ZERO.
001530
001540*    ------------------------------------------------------------
001550*    STRATIFICATION BY BALANCE BAND
001560*    ------------------------------------------------------------
001570 01  WS-BAND-LABEL-VALUES.
001580     05  FILLER          PIC X(30) VALUE 'ZERO OR CREDIT'.
001590     05  FILLER          PIC X(30) VALUE '0.01 - 999.99'.
001600     05  FILLER          PIC X(30) VALUE '1,000.00 - 9,999.99'.
001610     05  FILLER         PIC X(30) VALUE '10,000.00 - 99,999.99'.
001620     05  FILLER    PIC X(30) VALUE '100,000.00 - 999,999.99'.
001630     05  FILLER     PIC X(30) VALUE '1,000,000.00 AND OVER'.
001640 01  WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABEL-VALUES.
001650     05  WS-BAND-LABEL   OCCURS 6 TIMES
001660                                     PIC X(30).
001670 01  WS-BAND-TOTAL-TABLE.
001680     05  WS-BAND-TOTALS  OCCURS 6 TIMES.
001690         10  WS-BAND-COUNT           PIC 9(07) COMP.
001700         10  WS-BAND-AMOUNT          PIC S9(11)V99 COMP-3.
001710 77  WS-BAND-SUB                     PIC 9(02) COMP VALUE ZERO.
001720
001730*    ------------------------------------------------------------
001740*    AGING BY EFFECTIVE-DATE BUCKET
001750*      1=CURRENT (UNDER 1 YEAR) 2=1-2 YEARS 3=OVER 2 YEARS
001760*    ------------------------------------------------------------
001770 01  WS-AGE-LABEL-VALUES.
001780     05  FILLER          PIC X(30) VALUE 'CURRENT (UNDER 1 YEAR)'.
001790     05  FILLER          PIC X(30) VALUE '1 - 2 YEARS'.
001800     05  FILLER          PIC X(30) VALUE 'OVER 2 YEARS'.
001810 01  WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABEL-VALUES.
001820     05  WS-AGE-LABEL    OCCURS 3 TIMES
001830                                     PIC X(30).
001840 01  WS-AGE-TOTAL-TABLE.
001850     05  WS-AGE-TOTALS   OCCURS 3 TIMES.
001860         10  WS-AGE-COUNT            PIC 9(07) COMP.
001870         10  WS-AGE-AMOUNT           PIC S9(11)V99 COMP-3.
001880 77  WS-AGE-SUB                      PIC 9(02) COMP VALUE ZERO.
001890 77  WS-AGE-1YR-DATE                 PIC 9(08) VALUE ZERO.
001900 77  WS-AGE-2YR-DATE                 PIC 9(08) VALUE ZERO.
001910
001920*    ------------------------------------------------------------
001930*    DATE-SERVICE ROUTINE PARAMETER BLOCK
001940*    ------------------------------------------------------------
001950     COPY HLDTS.
001960
001970*    ------------------------------------------------------------
001980*    GRAND TOTALS
001990*    ------------------------------------------------------------
002000 77  WS-GRAND-COUNT                  PIC 9(07) COMP VALUE ZERO.
002010 77  WS-GRAND-COUNT-WORK             PIC 9(07) COMP VALUE ZERO.
002020 01  WS-GRAND-AMOUNT                 PIC S9(11)V99 COMP-3
002030                                     VALUE ZERO.
002040 01  WS-AVERAGE-WORK                 PIC S9(11)V99 COMP-3
002050                                     VALUE ZERO.
002060
002070*    ------------------------------------------------------------
002080*    REPORT CONTROLS
002090*    ------------------------------------------------------------
002100 77  WS-PAGE-NUMBER                  PIC 9(04) COMP VALUE ZERO.
002110 01  WS-RUN-DATE-DISPLAY.
002120     05  WS-RUN-DATE-MM              PIC 9(02).
002130     05  FILLER                      PIC X(01) VALUE '/'.
002140     05  WS-RUN-DATE-DD              PIC 9(02).
002150     05  FILLER                      PIC X(01) VALUE '/'.
002160     05  WS-RUN-DATE-YYYY            PIC 9(04).
002170 01  WS-RUN-TIME-DISPLAY.
002180     05  WS-RUN-TIME-HH              PIC 9(02).
002190     05  FILLER                      PIC X(01) VALUE ':'.
002200     05  WS-RUN-TIME-MM              PIC 9(02).
002210     05  FILLER                      PIC X(01) VALUE ':'.
002220     05  WS-RUN-TIME-SS              PIC 9(02).
002230
002240*    ------------------------------------------------------------
002250*    ABEND HANDLING
002260*    ------------------------------------------------------------
002270 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
002280 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
002290 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
002300
002310 PROCEDURE DIVISION.
002320
002330****************************************************************
002340* 0000-MAINLINE
002350****************************************************************
002360 0000-MAINLINE.
002370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002380     PERFORM 2000-ANALYZE-MASTER THRU 2000-EXIT
002390         UNTIL WS-EOF-REACHED.
002400     PERFORM 7000-PRINT-ANALYSIS THRU 7000-EXIT.
002410     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002420     MOVE ZERO TO RETURN-CODE.
002430     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
002440     STOP RUN.
002450
002460****************************************************************
002470* 1000-INITIALIZE - OPEN FILES, ZERO THE ANALYSIS TABLES, SET
002480*                   THE AGING CUTOFF DATES, PRIME THE READ
002490****************************************************************
002500 1000-INITIALIZE.
002510     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
002520     ACCEPT WS-RUN-START-TIME FROM TIME.
002530     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002540     ACCEPT WS-CURRENT-TIME FROM TIME.
002550     PERFORM 1300-COMPUTE-AGING-DATES THRU 1300-EXIT.
002560     PERFORM 1100-ZERO-STAT-ENTRY THRU 1100-EXIT
002570         VARYING WS-STAT-SUB FROM 1 BY 1
002580         UNTIL WS-STAT-SUB > 4.
002590     PERFORM 1110-ZERO-BAND-ENTRY THRU 1110-EXIT
002600         VARYING WS-BAND-SUB FROM 1 BY 1
002610         UNTIL WS-BAND-SUB > 6.
002620     PERFORM 1120-ZERO-AGE-ENTRY THRU 1120-EXIT
002630         VARYING WS-AGE-SUB FROM 1 BY 1
002640         UNTIL WS-AGE-SUB > 3.
002650     OPEN INPUT MASTER-FILE.
002660     IF NOT HL-MASTER-OK
002670         MOVE 'HELLOBA - UNABLE TO OPEN MASTER-FILE, STATUS='
002680             TO WS-ABEND-MESSAGE
002690         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
002700         PERFORM 8000-ABEND THRU 8000-EXIT
002710     END-IF.
002720     OPEN OUTPUT REPORT-FILE.
002730     IF NOT HL-REPORT-OK
002740         MOVE 'HELLOBA - UNABLE TO OPEN REPORT-FILE, STATUS='
002750             TO WS-ABEND-MESSAGE
002760         MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
002770         PERFORM 8000-ABEND THRU 8000-EXIT
002780     END-IF.
002790     PERFORM 2900-READ-MASTER-RECORD THRU 2900-EXIT.
002800 1000-EXIT.
002810     EXIT.
002820
002830****************************************************************
002840* 1100-ZERO-STAT-ENTRY - CLEAR ONE STATUS-TOTAL TABLE ENTRY
002850****************************************************************
002860 1100-ZERO-STAT-ENTRY.
002870     MOVE ZERO TO WS-STAT-COUNT (WS-STAT-SUB).
002880     MOVE ZERO TO WS-STAT-AMOUNT (WS-STAT-SUB).
002890 1100-EXIT.
002900     EXIT.
002910
002920****************************************************************
002930* 1110-ZERO-BAND-ENTRY - CLEAR ONE BAND-TOTAL TABLE ENTRY
002940****************************************************************
002950 1110-ZERO-BAND-ENTRY.
002960     MOVE ZERO TO WS-BAND-COUNT (WS-BAND-SUB).
002970     MOVE ZERO TO WS-BAND-AMOUNT (WS-BAND-SUB).
002980 1110-EXIT.
002990     EXIT.
003000
003010****************************************************************
003020* 1120-ZERO-AGE-ENTRY - CLEAR ONE AGING-TOTAL TABLE ENTRY
003030****************************************************************
003040 1120-ZERO-AGE-ENTRY.
003050     MOVE ZERO TO WS-AGE-COUNT (WS-AGE-SUB).
003060     MOVE ZERO TO WS-AGE-AMOUNT (WS-AGE-SUB).
003070 1120-EXIT.
003080     EXIT.
003090
003100****************************************************************
003110* 1300-COMPUTE-AGING-DATES - RUN DATE LESS 12 AND LESS 24
003120*                            MONTHS.  HELLODT CUTS 02/29 BACK TO
003130*                            02/28 IN A NON-LEAP YEAR.
003140****************************************************************
003150 1300-COMPUTE-AGING-DATES.
003160     MOVE 'M' TO HL-DTS-FUNCTION.
003170     MOVE WS-CURRENT-DATE TO HL-DTS-DATE-1.
003180     MOVE -12 TO HL-DTS-NUMBER.
003190     CALL 'HELLODT' USING HL-DTS-PARMS.
003200     IF NOT HL-DTS-OK
003210         MOVE 'HELLOBA - AGING DATE ROUTINE FAILED, RETURN CODE='
003220             TO WS-ABEND-MESSAGE
003230         MOVE HL-DTS-RETURN-CODE TO WS-ABEND-FILE-STATUS
003240         PERFORM 8000-ABEND THRU 8000-EXIT
003250     END-IF.
003260     MOVE HL-DTS-RESULT-DATE TO WS-AGE-1YR-DATE.
003270     MOVE 'M' TO HL-DTS-FUNCTION.
003280     MOVE WS-CURRENT-DATE TO HL-DTS-DATE-1.
003290     MOVE -24 TO HL-DTS-NUMBER.
003300     CALL 'HELLODT' USING HL-DTS-PARMS.
003310     IF NOT HL-DTS-OK
003320         MOVE 'HELLOBA - AGING DATE ROUTINE FAILED, RETURN CODE='
003330             TO WS-ABEND-MESSAGE
003340         MOVE HL-DTS-RETURN-CODE TO WS-ABEND-FILE-STATUS
003350         PERFORM 8000-ABEND THRU 8000-EXIT
003360     END-IF.
003370     MOVE HL-DTS-RESULT-DATE TO WS-AGE-2YR-DATE.
003380 1300-EXIT.
003390     EXIT.
003400
003410****************************************************************
003420* 2000-ANALYZE-MASTER - ACCUMULATE ONE MASTER RECORD INTO THE
003430*                       STATUS, BAND, AND AGING TABLES
003440****************************************************************
003450 2000-ANALYZE-MASTER.
003460     ADD 1 TO WS-RECORDS-READ.
003470*    A RECORD THE NIGHTLY EDIT WOULD SUSPEND (V001 BLANKS)
003480*    CAN CARRY SPACES IN THE PACKED BALANCE - TREAT IT AS
003490*    ZERO SO THE BAND TESTS AND ADDS BELOW DO NOT
003500*    DATA-EXCEPTION ON A RECORD NO OTHER RUN EVER TOTALS.
003510     IF HL-MAST-BALANCE NOT NUMERIC
003520         MOVE ZERO TO HL-MAST-BALANCE
003530     END-IF.
003540     EVALUATE TRUE
003550         WHEN HL-MAST-ACTIVE
003560             MOVE 1 TO WS-STAT-SUB
003570         WHEN HL-MAST-INACTIVE
003580             MOVE 2 TO WS-STAT-SUB
003590         WHEN HL-MAST-CLOSED
003600             MOVE 3 TO WS-STAT-SUB
003610         WHEN OTHER
003620             MOVE 4 TO WS-STAT-SUB
003630     END-EVALUATE.
003640     ADD 1 TO WS-STAT-COUNT (WS-STAT-SUB).
003650     ADD HL-MAST-BALANCE TO WS-STAT-AMOUNT (WS-STAT-SUB).
003660     EVALUATE TRUE
003670         WHEN HL-MAST-BALANCE NOT > ZERO
003680             MOVE 1 TO WS-BAND-SUB
003690         WHEN HL-MAST-BALANCE < 1000
003700             MOVE 2 TO WS-BAND-SUB
003710         WHEN HL-MAST-BALANCE < 10000
003720             MOVE 3 TO WS-BAND-SUB
003730         WHEN HL-MAST-BALANCE < 100000
003740             MOVE 4 TO WS-BAND-SUB
003750         WHEN HL-MAST-BALANCE < 1000000
003760             MOVE 5 TO WS-BAND-SUB
003770         WHEN OTHER
003780             MOVE 6 TO WS-BAND-SUB
003790     END-EVALUATE.
003800     ADD 1 TO WS-BAND-COUNT (WS-BAND-SUB).
003810     ADD HL-MAST-BALANCE TO WS-BAND-AMOUNT (WS-BAND-SUB).
003820     EVALUATE TRUE
003830         WHEN HL-MAST-EFF-DATE NOT NUMERIC
003840             MOVE 3 TO WS-AGE-SUB
003850         WHEN HL-MAST-EFF-DATE NOT < WS-AGE-1YR-DATE
003860             MOVE 1 TO WS-AGE-SUB
003870         WHEN HL-MAST-EFF-DATE NOT < WS-AGE-2YR-DATE
003880             MOVE 2 TO WS-AGE-SUB
003890         WHEN OTHER
003900             MOVE 3 TO WS-AGE-SUB
003910     END-EVALUATE.
003920     ADD 1 TO WS-AGE-COUNT (WS-AGE-SUB).
003930     ADD HL-MAST-BALANCE TO WS-AGE-AMOUNT (WS-AGE-SUB).
003940     ADD 1 TO WS-GRAND-COUNT.
003950     ADD HL-MAST-BALANCE TO WS-GRAND-AMOUNT.
003960     PERFORM 2900-READ-MASTER-RECORD THRU 2900-EXIT.
003970 2000-EXIT.
003980     EXIT.
003990
004000****************************************************************
004010* 2900-READ-MASTER-RECORD - READ THE NEXT MASTER RECORD
004020****************************************************************
004030 2900-READ-MASTER-RECORD.
004040     READ MASTER-FILE NEXT RECORD
004050         AT END
004060             SET WS-EOF-REACHED TO TRUE
004070     END-READ.
004080     IF NOT HL-MASTER-OK AND NOT HL-MASTER-EOF
004090         MOVE 'HELLOBA - MASTER-FILE READ ERROR, STATUS='
004100             TO WS-ABEND-MESSAGE
004110         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
004120         PERFORM 8000-ABEND THRU 8000-EXIT
004130     END-IF.
004140 2900-EXIT.
004150     EXIT.
004160
004170****************************************************************
004180* 7000-PRINT-ANALYSIS - PRINT THE THREE ANALYSIS SECTIONS AND
004190*                       THE GRAND TOTALS
004200****************************************************************
004210 7000-PRINT-ANALYSIS.
004220     PERFORM 7050-WRITE-PAGE-HEADING THRU 7050-EXIT.
004230     MOVE '-' TO HL-BAP-SEC-CTL.
004240     MOVE 'BALANCE BY STATUS CODE' TO HL-BAP-SEC-LABEL.
004250     WRITE HL-BAP-SECTION-LINE.
004260     WRITE HL-BAP-HEADING-2.
004270     PERFORM 7100-PRINT-STAT-LINE THRU 7100-EXIT
004280         VARYING WS-STAT-SUB FROM 1 BY 1
004290         UNTIL WS-STAT-SUB > 4.
004300     MOVE '-' TO HL-BAP-SEC-CTL.
004310     MOVE 'STRATIFICATION BY BALANCE BAND'
004320         TO HL-BAP-SEC-LABEL.
004330     WRITE HL-BAP-SECTION-LINE.
004340     WRITE HL-BAP-HEADING-2.
004350     PERFORM 7200-PRINT-BAND-LINE THRU 7200-EXIT
004360         VARYING WS-BAND-SUB FROM 1 BY 1
004370         UNTIL WS-BAND-SUB > 6.
004380     MOVE '-' TO HL-BAP-SEC-CTL.
004390     MOVE 'AGING BY EFFECTIVE-DATE BUCKET'
004400         TO HL-BAP-SEC-LABEL.
004410     WRITE HL-BAP-SECTION-LINE.
004420     WRITE HL-BAP-HEADING-2.
004430     PERFORM 7300-PRINT-AGE-LINE THRU 7300-EXIT
004440         VARYING WS-AGE-SUB FROM 1 BY 1
004450         UNTIL WS-AGE-SUB > 3.
004460     MOVE '-' TO HL-BAP-DTL-CTL.
004470     MOVE 'GRAND TOTAL' TO HL-BAP-DTL-LABEL.
004480     MOVE WS-GRAND-COUNT TO HL-BAP-DTL-COUNT.
004490     MOVE WS-GRAND-AMOUNT TO HL-BAP-DTL-AMOUNT.
004500     PERFORM 7400-COMPUTE-AVERAGE THRU 7400-EXIT.
004510     WRITE HL-BAP-DETAIL-LINE.
004520     MOVE SPACE TO HL-BAP-DTL-CTL.
004530 7000-EXIT.
004540     EXIT.
004550
004560****************************************************************
004570* 7050-WRITE-PAGE-HEADING - START A NEW REPORT PAGE
004580****************************************************************
004590 7050-WRITE-PAGE-HEADING.
004600     ADD 1 TO WS-PAGE-NUMBER.
004610     MOVE '1' TO HL-BAP-H1-CTL.
004620     MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE-MM.
004630     MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE-DD.
004640     MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-DATE-YYYY.
004650     MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-HH.
004660     MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-MM.
004670     MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-SS.
004680     MOVE WS-RUN-DATE-DISPLAY TO HL-BAP-H1-DATE.
004690     MOVE WS-RUN-TIME-DISPLAY TO HL-BAP-H1-TIME.
004700     MOVE WS-PAGE-NUMBER TO HL-BAP-H1-PAGE.
004710     WRITE HL-BAP-HEADING-1.
004720 7050-EXIT.
004730     EXIT.
004740
004750****************************************************************
004760* 7100-PRINT-STAT-LINE - ONE STATUS-CODE ANALYSIS LINE
004770****************************************************************
004780 7100-PRINT-STAT-LINE.
004790     MOVE SPACE TO HL-BAP-DTL-CTL.
004800     MOVE WS-STAT-LABEL (WS-STAT-SUB) TO HL-BAP-DTL-LABEL.
004810     MOVE WS-STAT-COUNT (WS-STAT-SUB) TO HL-BAP-DTL-COUNT.
004820     MOVE WS-STAT-AMOUNT (WS-STAT-SUB) TO HL-BAP-DTL-AMOUNT.
004830     MOVE WS-STAT-COUNT (WS-STAT-SUB) TO WS-GRAND-COUNT-WORK.
004840     MOVE WS-STAT-AMOUNT (WS-STAT-SUB) TO WS-AVERAGE-WORK.
004850     PERFORM 7410-EDIT-AVERAGE THRU 7410-EXIT.
004860     WRITE HL-BAP-DETAIL-LINE.
004870 7100-EXIT.
004880     EXIT.
004890
004900****************************************************************
004910* 7200-PRINT-BAND-LINE - ONE BALANCE-BAND ANALYSIS LINE
004920****************************************************************
004930 7200-PRINT-BAND-LINE.
004940     MOVE SPACE TO HL-BAP-DTL-CTL.
004950     MOVE WS-BAND-LABEL (WS-BAND-SUB) TO HL-BAP-DTL-LABEL.
004960     MOVE WS-BAND-COUNT (WS-BAND-SUB) TO HL-BAP-DTL-COUNT.
004970     MOVE WS-BAND-AMOUNT (WS-BAND-SUB) TO HL-BAP-DTL-AMOUNT.
004980     MOVE WS-BAND-COUNT (WS-BAND-SUB) TO WS-GRAND-COUNT-WORK.
004990     MOVE WS-BAND-AMOUNT (WS-BAND-SUB) TO WS-AVERAGE-WORK.
005000     PERFORM 7410-EDIT-AVERAGE THRU 7410-EXIT.
005010     WRITE HL-BAP-DETAIL-LINE.
005020 7200-EXIT.
005030     EXIT.
005040
005050****************************************************************
005060* 7300-PRINT-AGE-LINE - ONE AGING-BUCKET ANALYSIS LINE
005070****************************************************************
005080 7300-PRINT-AGE-LINE.
005090     MOVE SPACE TO HL-BAP-DTL-CTL.
005100     MOVE WS-AGE-LABEL (WS-AGE-SUB) TO HL-BAP-DTL-LABEL.
005110     MOVE WS-AGE-COUNT (WS-AGE-SUB) TO HL-BAP-DTL-COUNT.
005120     MOVE WS-AGE-AMOUNT (WS-AGE-SUB) TO HL-BAP-DTL-AMOUNT.
005130     MOVE WS-AGE-COUNT (WS-AGE-SUB) TO WS-GRAND-COUNT-WORK.
005140     MOVE WS-AGE-AMOUNT (WS-AGE-SUB) TO WS-AVERAGE-WORK.
005150     PERFORM 7410-EDIT-AVERAGE THRU 7410-EXIT.
005160     WRITE HL-BAP-DETAIL-LINE.
005170 7300-EXIT.
005180     EXIT.
005190
005200****************************************************************
005210* 7400-COMPUTE-AVERAGE - GRAND-TOTAL AVERAGE INTO THE DETAIL
005220*                        LINE
005230****************************************************************
005240 7400-COMPUTE-AVERAGE.
005250     MOVE WS-GRAND-COUNT TO WS-GRAND-COUNT-WORK.
005260     MOVE WS-GRAND-AMOUNT TO WS-AVERAGE-WORK.
005270     PERFORM 7410-EDIT-AVERAGE THRU 7410-EXIT.
005280 7400-EXIT.
005290     EXIT.
005300
005310****************************************************************
005320* 7410-EDIT-AVERAGE - AVERAGE = AMOUNT / COUNT, ZERO WHEN THE
005330*                     CATEGORY IS EMPTY
005340****************************************************************
005350 7410-EDIT-AVERAGE.
005360     IF WS-GRAND-COUNT-WORK = ZERO
005370         MOVE ZERO TO HL-BAP-DTL-AVERAGE
005380     ELSE
005390         COMPUTE WS-AVERAGE-WORK ROUNDED =
005400             WS-AVERAGE-WORK / WS-GRAND-COUNT-WORK
005410         MOVE WS-AVERAGE-WORK TO HL-BAP-DTL-AVERAGE
005420     END-IF.
005430 7410-EXIT.
005440     EXIT.
005450
005460****************************************************************
005470* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
005480****************************************************************
005490 8000-ABEND.
005500     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
005510     MOVE 16 TO WS-ABEND-RETURN-CODE.
005520     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
005530     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
005540     STOP RUN.
005550 8000-EXIT.
005560     EXIT.
005570
005580****************************************************************
005590* 9000-TERMINATE - CLOSE FILES
005600****************************************************************
005610 9000-TERMINATE.
005620     CLOSE MASTER-FILE.
005630     CLOSE REPORT-FILE.
005640 9000-EXIT.
005650     EXIT.
005660
005670****************************************************************
005680* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT LOG
005690****************************************************************
005700 9500-WRITE-AUDIT-LOG.
005710     OPEN EXTEND AUDIT-LOG-FILE.
005720     IF NOT HL-AUDIT-OK
005730         DISPLAY 'HELLOBA - UNABLE TO OPEN AUDIT-LOG, STATUS='
005740             HL-AUDIT-STATUS
005750         MOVE 16 TO RETURN-CODE
005760         STOP RUN
005770     END-IF.
005780     MOVE 'HELLOBA' TO AUD-JOB-NAME.
005790     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
005800     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
005810     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005820     ACCEPT WS-CURRENT-TIME FROM TIME.
005830     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
005840     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
005850     MOVE WS-RECORDS-READ TO AUD-RECORDS-READ.
005860     MOVE WS-RECORDS-READ TO AUD-RECORDS-ACCEPTED.
005870     MOVE ZERO TO AUD-RECORDS-REJECTED.
005880     MOVE RETURN-CODE TO AUD-RETURN-CODE.
005890     WRITE AUD-LOG-RECORD.
005900     CLOSE AUDIT-LOG-FILE.
005910 9500-EXIT.
005920     EXIT.
