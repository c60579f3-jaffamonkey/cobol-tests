000280*   FEED - AND AN OPERATOR OVERRIDES SECTION READ FROM THE
000290*   SUITE RUN-CONTROL FILE (HLRUN.CPY), SHOWING EVERY CYCLE
000300*   ENTRY AN OPERATOR OVERRODE OR FORCED THROUGH THE HELLOGT
000310*   GATE AND WHO FORCED IT.  ELAPSED TIME TAKES THE EXACT DAY
000320*   DIFFERENCE BETWEEN THE START AND END DATES FROM THE HELLODT
000330*   DATE-SERVICE ROUTINE.  HOLDS UP TO 1000 AUDIT ROWS AND 20
000340*   JOB NAMES; ANYTHING BEYOND THAT IS COUNTED AND REPORTED
000350*   AS SKIPPED.
000360*----------------------------------------------------------------
000430*                  RUN-CONTROL FILE, SO THE WEEKLY REPORT
000440*                  SHOWS WHO FORCED WHAT THROUGH THE
000450*                  SEQUENCING GATE.  WHOLE MEMBER RENUMBERED.
000460* 2026-10-15 JLB   ELAPSED TIME NOW USES THE EXACT DAY
000470*                  DIFFERENCE FROM HELLODT IN PLACE OF THE
000480*                  365/30-DAY APPROXIMATION, WHICH WENT WRONG
000490*                  FOR A RUN SPANNING A MONTH END.  WHOLE MEMBER
000500*                  RENUMBERED.
000510****************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID.     HELLOAH.
000540 AUTHOR.         J. L. BRANNIGAN.
000550 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000560 DATE-WRITTEN.   2026-08-22.
000570 DATE-COMPILED.
000580
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.   IBM-370.
000620 OBJECT-COMPUTER.   IBM-370.
000630
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660
000670*    ------------------------------------------------------------
000680*    AUDIT-LOG FILE - READ END TO END, THEN RE-OPENED EXTEND AT
000690*    TERMINATION TO APPEND THIS RUN'S OWN ROW
000700*    ------------------------------------------------------------
000710     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS HL-AUDIT-STATUS.
000740
000750*    ------------------------------------------------------------
000760*    SUITE RUN-CONTROL FILE - READ IN KEY SEQUENCE FOR THE
000770*    OPERATOR OVERRIDES SECTION.  THE SECTION IS SKIPPED WITH
000780*    A NOTE WHEN THE FILE IS NOT AVAILABLE.
000790*    ------------------------------------------------------------
000800     SELECT RUN-FILE ASSIGN TO "RUNCTL"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS HL-RUN-KEY
000840         FILE STATUS IS HL-RUN-STATUS.
000850
000860*    ------------------------------------------------------------
000870*    RUN-HISTORY REPORT PRINT FILE - 133-BYTE ASA CARRIAGE
000880*    CONTROL
000890*    ------------------------------------------------------------
000900     SELECT REPORT-FILE ASSIGN TO "PRTFILE"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS HL-REPORT-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960
000970 FD  AUDIT-LOG-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 88 CHARACTERS
001000     DATA RECORD IS AUD-LOG-RECORD.
001010     COPY AUDLOG.
001020
001030 FD  RUN-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 60 CHARACTERS
001060     DATA RECORD IS HL-RUN-RECORD.
001070     COPY HLRUN.
001080
001090 FD  REPORT-FILE
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 133 CHARACTERS.
001120     COPY HLAHPRT.
001130
001140 WORKING-STORAGE SECTION.
001150
001160*    ------------------------------------------------------------
001170*    FILE STATUS FIELDS
001180*    ------------------------------------------------------------
001190 01  HL-FILE-STATUSES.
001200     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
001210         88  HL-AUDIT-OK             VALUE '00'.
001220     05  HL-RUN-STATUS               PIC X(02) VALUE '00'.
001230         88  HL-RUN-OK               VALUE '00'.
001240         88  HL-RUN-EOF              VALUE '10'.
001250         88  HL-RUN-NOTAVAIL         VALUE '35'.
001260     05  HL-REPORT-STATUS            PIC X(02) VALUE '00'.
001270         88  HL-REPORT-OK            VALUE '00'.
001280
001290*    ------------------------------------------------------------
001300*    SWITCHES
001310*    ------------------------------------------------------------
001320 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001330     88  WS-EOF-REACHED              VALUE 'Y'.
001340 77  WS-JOB-FOUND-SWITCH             PIC X(01) VALUE 'N'.
001350     88  WS-JOB-FOUND                VALUE 'Y'.
001360 77  WS-RUNCTL-EOF-SWITCH            PIC X(01) VALUE 'N'.
001370     88  WS-RUNCTL-EOF               VALUE 'Y'.
001380
001390*    ------------------------------------------------------------
001400*    IN-CORE RUN TABLE - ONE ENTRY PER AUDIT ROW
001410*    ------------------------------------------------------------
001420 77  WS-RUN-MAX                      PIC 9(04) COMP VALUE 1000.
001430 77  WS-RUN-COUNT                    PIC 9(04) COMP VALUE ZERO.
001440 77  WS-RUNS-SKIPPED                 PIC 9(07) COMP VALUE ZERO.
001450 01  WS-RUN-TABLE.
001460     05  WS-RUN-ENTRY OCCURS 1000 TIMES.
001470         10  WS-RUN-JOB              PIC X(08).
001480         10  WS-RUN-START-DT         PIC 9(08).
001490         10  WS-RUN-START-TM         PIC 9(08).
001500         10  WS-RUN-END-DT           PIC 9(08).
001510         10  WS-RUN-END-TM           PIC 9(08).
001520         10  WS-RUN-READ             PIC 9(07).
001530         10  WS-RUN-ACCEPTED         PIC 9(07).
001540         10  WS-RUN-REJECTED         PIC 9(07).
001550         10  WS-RUN-RC               PIC 9(04).
001560         10  WS-RUN-ELAPSED          PIC S9(09) COMP-3.
001570         10  WS-RUN-REJ-RATE         PIC 9(03)V99 COMP-3.
001580 77  WS-RUN-SUB                      PIC 9(04) COMP VALUE ZERO.
001590
001600*    ------------------------------------------------------------
001610*    JOB SUMMARY TABLE - ONE ENTRY PER DISTINCT JOB NAME
001620*    ------------------------------------------------------------
001630 77  WS-JOB-MAX                      PIC 9(02) COMP VALUE 20.
001640 77  WS-JOB-COUNT                    PIC 9(02) COMP VALUE ZERO.
001650 77  WS-JOBS-SKIPPED                 PIC 9(07) COMP VALUE ZERO.
001660 01  WS-JOB-TABLE.
001670     05  WS-JOB-ENTRY OCCURS 20 TIMES.
001680         10  WS-JOB-NAME             PIC X(08).
001690         10  WS-JOB-RUNS             PIC 9(05) COMP.
001700         10  WS-JOB-TOT-ELAPSED      PIC S9(11) COMP-3.
001710         10  WS-JOB-TOT-READ         PIC 9(09) COMP.
001720         10  WS-JOB-TOT-REJECTED     PIC 9(09) COMP.
001730         10  WS-JOB-RC-0000          PIC 9(05) COMP.
001740         10  WS-JOB-RC-0004          PIC 9(05) COMP.
001750         10  WS-JOB-RC-0016          PIC 9(05) COMP.
001760         10  WS-JOB-RC-OTHER         PIC 9(05) COMP.
001770         10  WS-JOB-AVG-ELAPSED      PIC S9(09) COMP-3.
001780         10  WS-JOB-AVG-REJ-RATE     PIC 9(03)V99 COMP-3.
001790 77  WS-JOB-SUB                      PIC 9(02) COMP VALUE ZERO.
001800 77  WS-JOB-SUB-2                    PIC 9(02) COMP VALUE ZERO.
001810
001820*    ------------------------------------------------------------
001830*    ELAPSED-TIME WORK AREAS
001840*    ------------------------------------------------------------
001850 77  WS-ELAPSED-DAYS                 PIC S9(07) COMP-3 VALUE ZERO.
001860 77  WS-START-SECS                   PIC S9(09) COMP-3 VALUE ZERO.
001870 77  WS-END-SECS                     PIC S9(09) COMP-3 VALUE ZERO.
001880 77  WS-ELAPSED-WORK                 PIC S9(09) COMP-3 VALUE ZERO.
001890 77  WS-EXCEPTIONS-FLAGGED           PIC 9(05) COMP VALUE ZERO.
001900 01  WS-DATE-WORK                    PIC 9(08) VALUE ZERO.
001910 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
001920     05  WS-DATE-WORK-YYYY           PIC 9(04).
001930     05  WS-DATE-WORK-MM             PIC 9(02).
001940     05  WS-DATE-WORK-DD             PIC 9(02).
001950 01  WS-TIME-WORK                    PIC 9(08) VALUE ZERO.
001960 01  WS-TIME-WORK-X REDEFINES WS-TIME-WORK.
001970     05  WS-TIME-WORK-HH             PIC 9(02).
001980     05  WS-TIME-WORK-MM             PIC 9(02).
001990     05  WS-TIME-WORK-SS             PIC 9(02).
002000     05  WS-TIME-WORK-CC             PIC 9(02).
002010 01  WS-ELAPSED-DISPLAY.
002020     05  WS-ELAPSED-HH               PIC 9(02).
002030     05  FILLER                      PIC X(01) VALUE ':'.
002040     05  WS-ELAPSED-MM               PIC 9(02).
002050     05  FILLER                      PIC X(01) VALUE ':'.
002060     05  WS-ELAPSED-SS               PIC 9(02).
002070 77  WS-ELAPSED-REM                  PIC S9(09) COMP-3 VALUE ZERO.
002080
002090*    ------------------------------------------------------------
002100*    DATE-SERVICE ROUTINE PARAMETER BLOCK
002110*    ------------------------------------------------------------
002120     COPY HLDTS.
002130
002140*    ------------------------------------------------------------
002150*    OVERRIDES-SECTION WORK AREAS
002160*    ------------------------------------------------------------
002170 77  WS-OVERRIDES-PRINTED            PIC 9(05) COMP VALUE ZERO.
002180 01  WS-OVR-STAMP-DISPLAY.
002190     05  WS-OVR-STAMP-DATE           PIC X(10).
002200     05  FILLER                      PIC X(01) VALUE SPACE.
002210     05  WS-OVR-STAMP-TIME           PIC X(08).
002220
002230*    ------------------------------------------------------------
002240*    RUN COUNTERS
002250*    ------------------------------------------------------------
002260 77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
002270 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
002280 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
002290
002300*    ------------------------------------------------------------
002310*    AUDIT-LOG WORK AREAS
002320*    ------------------------------------------------------------
002330 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
002340 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
002350
002360*    ------------------------------------------------------------
002370*    REPORT CONTROLS
002380*    ------------------------------------------------------------
002390 77  WS-MAX-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
002400 77  WS-LINES-ON-PAGE                PIC 9(02) COMP VALUE ZERO.
002410 77  WS-PAGE-NUMBER                  PIC 9(04) COMP VALUE ZERO.
002420 01  WS-RUN-DATE-DISPLAY.
002430     05  WS-RUN-DATE-MM              PIC 9(02).
002440     05  FILLER                      PIC X(01) VALUE '/'.
002450     05  WS-RUN-DATE-DD              PIC 9(02).
002460     05  FILLER                      PIC X(01) VALUE '/'.
002470     05  WS-RUN-DATE-YYYY            PIC 9(04).
002480 01  WS-RUN-TIME-DISPLAY.
002490     05  WS-RUN-TIME-HH              PIC 9(02).
002500     05  FILLER                      PIC X(01) VALUE ':'.
002510     05  WS-RUN-TIME-MM              PIC 9(02).
002520     05  FILLER                      PIC X(01) VALUE ':'.
002530     05  WS-RUN-TIME-SS              PIC 9(02).
002540 01  WS-EDIT-DATE-DISPLAY.
002550     05  WS-EDIT-DATE-MM             PIC 9(02).
002560     05  FILLER                      PIC X(01) VALUE '/'.
002570     05  WS-EDIT-DATE-DD             PIC 9(02).
002580     05  FILLER                      PIC X(01) VALUE '/'.
002590     05  WS-EDIT-DATE-YYYY           PIC 9(04).
002600 01  WS-EDIT-TIME-DISPLAY.
002610     05  WS-EDIT-TIME-HH             PIC 9(02).
002620     05  FILLER                      PIC X(01) VALUE ':'.
002630     05  WS-EDIT-TIME-MM             PIC 9(02).
002640     05  FILLER                      PIC X(01) VALUE ':'.
002650     05  WS-EDIT-TIME-SS             PIC 9(02).
002660
002670*    ------------------------------------------------------------
002680*    ABEND HANDLING
002690*    ------------------------------------------------------------
002700 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
002710 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
002720 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
002730
002740 PROCEDURE DIVISION.
002750
002760****************************************************************
002770* 0000-MAINLINE
002780****************************************************************
002790 0000-MAINLINE.
002800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002810     PERFORM 2000-LOAD-AUDIT-ROW THRU 2000-EXIT
002820         UNTIL WS-EOF-REACHED.
002830     CLOSE AUDIT-LOG-FILE.
002840     PERFORM 3000-SUMMARIZE-ONE-RUN THRU 3000-EXIT
002850         VARYING WS-RUN-SUB FROM 1 BY 1
002860         UNTIL WS-RUN-SUB > WS-RUN-COUNT.
002870     PERFORM 3500-AVERAGE-ONE-JOB THRU 3500-EXIT
002880         VARYING WS-JOB-SUB FROM 1 BY 1
002890         UNTIL WS-JOB-SUB > WS-JOB-COUNT.
002900     PERFORM 7000-PRINT-HISTORY THRU 7000-EXIT.
002910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002920     MOVE ZERO TO RETURN-CODE.
002930     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
002940     STOP RUN.
002950
002960****************************************************************
002970* 1000-INITIALIZE - OPEN FILES AND PRIME THE AUDIT READ
002980****************************************************************
002990 1000-INITIALIZE.
003000     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
003010     ACCEPT WS-RUN-START-TIME FROM TIME.
003020     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003030     ACCEPT WS-CURRENT-TIME FROM TIME.
003040     OPEN INPUT AUDIT-LOG-FILE.
003050     IF NOT HL-AUDIT-OK
003060         MOVE 'HELLOAH - UNABLE TO OPEN AUDIT-LOG, STATUS='
003070             TO WS-ABEND-MESSAGE
003080         MOVE HL-AUDIT-STATUS TO WS-ABEND-FILE-STATUS
003090         PERFORM 8000-ABEND THRU 8000-EXIT
003100     END-IF.
003110     OPEN OUTPUT REPORT-FILE.
003120     IF NOT HL-REPORT-OK
003130         MOVE 'HELLOAH - UNABLE TO OPEN REPORT-FILE, STATUS='
003140             TO WS-ABEND-MESSAGE
003150         MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
003160         PERFORM 8000-ABEND THRU 8000-EXIT
003170     END-IF.
003180     PERFORM 7050-WRITE-PAGE-HEADING THRU 7050-EXIT.
003190     PERFORM 2900-READ-AUDIT-ROW THRU 2900-EXIT.
003200 1000-EXIT.
003210     EXIT.
003220
003230****************************************************************
003240* 2000-LOAD-AUDIT-ROW - FILE ONE AUDIT ROW INTO THE RUN TABLE
003250*                       WITH ITS COMPUTED ELAPSED TIME AND
003260*                       REJECT RATE
003270****************************************************************
003280 2000-LOAD-AUDIT-ROW.
003290     ADD 1 TO WS-RECORDS-READ.
003300     IF WS-RUN-COUNT >= WS-RUN-MAX
003310         ADD 1 TO WS-RUNS-SKIPPED
003320         PERFORM 2900-READ-AUDIT-ROW THRU 2900-EXIT
003330         GO TO 2000-EXIT
003340     END-IF.
003350     ADD 1 TO WS-RUN-COUNT.
003360     MOVE WS-RUN-COUNT TO WS-RUN-SUB.
003370     MOVE AUD-JOB-NAME TO WS-RUN-JOB (WS-RUN-SUB).
003380     MOVE AUD-RUN-START-DATE TO WS-RUN-START-DT (WS-RUN-SUB).
003390     MOVE AUD-RUN-START-TIME TO WS-RUN-START-TM (WS-RUN-SUB).
003400     MOVE AUD-RUN-END-DATE TO WS-RUN-END-DT (WS-RUN-SUB).
003410     MOVE AUD-RUN-END-TIME TO WS-RUN-END-TM (WS-RUN-SUB).
003420     MOVE AUD-RECORDS-READ TO WS-RUN-READ (WS-RUN-SUB).
003430     MOVE AUD-RECORDS-ACCEPTED TO WS-RUN-ACCEPTED (WS-RUN-SUB).
003440     MOVE AUD-RECORDS-REJECTED TO WS-RUN-REJECTED (WS-RUN-SUB).
003450     MOVE AUD-RETURN-CODE TO WS-RUN-RC (WS-RUN-SUB).
003460     PERFORM 2100-COMPUTE-ELAPSED THRU 2100-EXIT.
003470     IF WS-RUN-READ (WS-RUN-SUB) > ZERO
003480         COMPUTE WS-RUN-REJ-RATE (WS-RUN-SUB) ROUNDED =
003490             (WS-RUN-REJECTED (WS-RUN-SUB) * 100)
003500             / WS-RUN-READ (WS-RUN-SUB)
003510     ELSE
003520         MOVE ZERO TO WS-RUN-REJ-RATE (WS-RUN-SUB)
003530     END-IF.
003540     PERFORM 2900-READ-AUDIT-ROW THRU 2900-EXIT.
003550 2000-EXIT.
003560     EXIT.
003570
003580****************************************************************
003590* 2100-COMPUTE-ELAPSED - END LESS START IN SECONDS, THE DAYS
003600*                        BETWEEN THE DATES FROM HELLODT.  A ROW
003610*                        WITH A DATE HELLODT CANNOT USE IS
003620*                        TREATED AS A SAME-DAY RUN.
003630****************************************************************
003640 2100-COMPUTE-ELAPSED.
003650     MOVE 'D' TO HL-DTS-FUNCTION.
003660     MOVE WS-RUN-START-DT (WS-RUN-SUB) TO HL-DTS-DATE-1.
003670     MOVE WS-RUN-END-DT (WS-RUN-SUB) TO HL-DTS-DATE-2.
003680     CALL 'HELLODT' USING HL-DTS-PARMS.
003690     IF HL-DTS-OK
003700         MOVE HL-DTS-NUMBER TO WS-ELAPSED-DAYS
003710     ELSE
003720         MOVE ZERO TO WS-ELAPSED-DAYS
003730     END-IF.
003740     MOVE WS-RUN-START-TM (WS-RUN-SUB) TO WS-TIME-WORK.
003750     COMPUTE WS-START-SECS =
003760         (WS-TIME-WORK-HH * 3600)
003770         + (WS-TIME-WORK-MM * 60) + WS-TIME-WORK-SS.
003780     MOVE WS-RUN-END-TM (WS-RUN-SUB) TO WS-TIME-WORK.
003790     COMPUTE WS-END-SECS =
003800         (WS-TIME-WORK-HH * 3600)
003810         + (WS-TIME-WORK-MM * 60) + WS-TIME-WORK-SS.
003820     COMPUTE WS-ELAPSED-WORK =
003830         (WS-ELAPSED-DAYS * 86400)
003840         + WS-END-SECS - WS-START-SECS.
003850     IF WS-ELAPSED-WORK < ZERO
003860         MOVE ZERO TO WS-ELAPSED-WORK
003870     END-IF.
003880     MOVE WS-ELAPSED-WORK TO WS-RUN-ELAPSED (WS-RUN-SUB).
003890 2100-EXIT.
003900     EXIT.
003910
003920****************************************************************
003930* 2900-READ-AUDIT-ROW - READ THE NEXT AUDIT ROW
003940****************************************************************
003950 2900-READ-AUDIT-ROW.
003960     READ AUDIT-LOG-FILE
003970         AT END
003980             SET WS-EOF-REACHED TO TRUE
003990     END-READ.
004000     IF NOT HL-AUDIT-OK AND NOT WS-EOF-REACHED
004010         MOVE 'HELLOAH - AUDIT-LOG READ ERROR, STATUS='
004020             TO WS-ABEND-MESSAGE
004030         MOVE HL-AUDIT-STATUS TO WS-ABEND-FILE-STATUS
004040         PERFORM 8000-ABEND THRU 8000-EXIT
004050     END-IF.
004060 2900-EXIT.
004070     EXIT.
004080
004090****************************************************************
004100* 3000-SUMMARIZE-ONE-RUN - ACCUMULATE ONE RUN INTO ITS JOB'S
004110*                          SUMMARY ENTRY, ADDING THE JOB ON
004120*                          FIRST SIGHT
004130****************************************************************
004140 3000-SUMMARIZE-ONE-RUN.
004150     MOVE 'N' TO WS-JOB-FOUND-SWITCH.
004160     PERFORM 3100-MATCH-ONE-JOB THRU 3100-EXIT
004170         VARYING WS-JOB-SUB FROM 1 BY 1
004180         UNTIL WS-JOB-FOUND OR WS-JOB-SUB > WS-JOB-COUNT.
004190     IF NOT WS-JOB-FOUND
004200         IF WS-JOB-COUNT >= WS-JOB-MAX
004210             ADD 1 TO WS-JOBS-SKIPPED
004220             GO TO 3000-EXIT
004230         END-IF
004240         ADD 1 TO WS-JOB-COUNT
004250         MOVE WS-JOB-COUNT TO WS-JOB-SUB
004260         MOVE WS-RUN-JOB (WS-RUN-SUB)
004270             TO WS-JOB-NAME (WS-JOB-SUB)
004280         MOVE ZERO TO WS-JOB-RUNS (WS-JOB-SUB)
004290         MOVE ZERO TO WS-JOB-TOT-ELAPSED (WS-JOB-SUB)
004300         MOVE ZERO TO WS-JOB-TOT-READ (WS-JOB-SUB)
004310         MOVE ZERO TO WS-JOB-TOT-REJECTED (WS-JOB-SUB)
004320         MOVE ZERO TO WS-JOB-RC-0000 (WS-JOB-SUB)
004330         MOVE ZERO TO WS-JOB-RC-0004 (WS-JOB-SUB)
004340         MOVE ZERO TO WS-JOB-RC-0016 (WS-JOB-SUB)
004350         MOVE ZERO TO WS-JOB-RC-OTHER (WS-JOB-SUB)
004360         MOVE ZERO TO WS-JOB-AVG-ELAPSED (WS-JOB-SUB)
004370         MOVE ZERO TO WS-JOB-AVG-REJ-RATE (WS-JOB-SUB)
004380     END-IF.
004390     ADD 1 TO WS-JOB-RUNS (WS-JOB-SUB).
004400     ADD WS-RUN-ELAPSED (WS-RUN-SUB)
004410         TO WS-JOB-TOT-ELAPSED (WS-JOB-SUB).
004420     ADD WS-RUN-READ (WS-RUN-SUB)
004430         TO WS-JOB-TOT-READ (WS-JOB-SUB).
004440     ADD WS-RUN-REJECTED (WS-RUN-SUB)
004450         TO WS-JOB-TOT-REJECTED (WS-JOB-SUB).
004460     EVALUATE WS-RUN-RC (WS-RUN-SUB)
004470         WHEN ZERO
004480             ADD 1 TO WS-JOB-RC-0000 (WS-JOB-SUB)
004490         WHEN 4
004500             ADD 1 TO WS-JOB-RC-0004 (WS-JOB-SUB)
004510         WHEN 16
004520             ADD 1 TO WS-JOB-RC-0016 (WS-JOB-SUB)
004530         WHEN OTHER
004540             ADD 1 TO WS-JOB-RC-OTHER (WS-JOB-SUB)
004550     END-EVALUATE.
004560 3000-EXIT.
004570     EXIT.
004580
004590****************************************************************
004600* 3100-MATCH-ONE-JOB - DOES THIS RUN BELONG TO JOB ENTRY N
004610****************************************************************
004620 3100-MATCH-ONE-JOB.
004630     IF WS-RUN-JOB (WS-RUN-SUB) = WS-JOB-NAME (WS-JOB-SUB)
004640         SET WS-JOB-FOUND TO TRUE
004650         SUBTRACT 1 FROM WS-JOB-SUB
004660     END-IF.
004670 3100-EXIT.
004680     EXIT.
004690
004700****************************************************************
004710* 3500-AVERAGE-ONE-JOB - PER-JOB NORMS FOR THE EXCEPTION SCAN
004720****************************************************************
004730 3500-AVERAGE-ONE-JOB.
004740     IF WS-JOB-RUNS (WS-JOB-SUB) > ZERO
004750         COMPUTE WS-JOB-AVG-ELAPSED (WS-JOB-SUB) =
004760             WS-JOB-TOT-ELAPSED (WS-JOB-SUB)
004770             / WS-JOB-RUNS (WS-JOB-SUB)
004780     END-IF.
004790     IF WS-JOB-TOT-READ (WS-JOB-SUB) > ZERO
004800         COMPUTE WS-JOB-AVG-REJ-RATE (WS-JOB-SUB) ROUNDED =
004810             (WS-JOB-TOT-REJECTED (WS-JOB-SUB) * 100)
004820             / WS-JOB-TOT-READ (WS-JOB-SUB)
004830     END-IF.
004840 3500-EXIT.
004850     EXIT.
004860
004870****************************************************************
004880* 7000-PRINT-HISTORY - PER-JOB RUN HISTORY AND RETURN-CODE
004890*                      SUMMARY, THE EXCEPTIONS SECTION, THEN
004900*                      THE OPERATOR OVERRIDES SECTION
004910****************************************************************
004920 7000-PRINT-HISTORY.
004930     PERFORM 7100-PRINT-ONE-JOB THRU 7100-EXIT
004940         VARYING WS-JOB-SUB FROM 1 BY 1
004950         UNTIL WS-JOB-SUB > WS-JOB-COUNT.
004960     MOVE '-' TO HL-AHP-JOB-CTL.
004970     MOVE 'EXCEPTIONS - RUNS WELL ABOVE THE JOB NORM'
004980         TO HL-AHP-JOB-LINE (6:60).
004990     WRITE HL-AHP-JOB-LINE.
005000     ADD 1 TO WS-LINES-ON-PAGE.
005010     MOVE ZERO TO WS-EXCEPTIONS-FLAGGED.
005020     PERFORM 7500-SCAN-ONE-EXCEPTION THRU 7500-EXIT
005030         VARYING WS-RUN-SUB FROM 1 BY 1
005040         UNTIL WS-RUN-SUB > WS-RUN-COUNT.
005050     IF WS-EXCEPTIONS-FLAGGED = ZERO
005060         MOVE SPACE TO HL-AHP-EXC-CTL
005070         MOVE SPACES TO HL-AHP-EXC-JOB
005080         MOVE SPACES TO HL-AHP-EXC-DATE
005090         MOVE 'NO EXCEPTIONS THIS PERIOD' TO HL-AHP-EXC-TEXT
005100         WRITE HL-AHP-EXCEPT-LINE
005110     END-IF.
005120     PERFORM 7700-PRINT-OVERRIDES THRU 7700-EXIT.
005130     MOVE '-' TO HL-AHP-TOT-CTL.
005140     MOVE 'AUDIT ROWS READ' TO HL-AHP-TOT-LABEL.
005150     MOVE WS-RECORDS-READ TO HL-AHP-TOT-COUNT.
005160     WRITE HL-AHP-TOTAL-LINE.
005170     IF WS-RUNS-SKIPPED > ZERO
005180         MOVE SPACE TO HL-AHP-TOT-CTL
005190         MOVE 'ROWS PAST TABLE LIMIT' TO HL-AHP-TOT-LABEL
005200         MOVE WS-RUNS-SKIPPED TO HL-AHP-TOT-COUNT
005210         WRITE HL-AHP-TOTAL-LINE
005220     END-IF.
005230     IF WS-JOBS-SKIPPED > ZERO
005240         MOVE SPACE TO HL-AHP-TOT-CTL
005250         MOVE 'RUNS PAST JOB-NAME LIMIT' TO HL-AHP-TOT-LABEL
005260         MOVE WS-JOBS-SKIPPED TO HL-AHP-TOT-COUNT
005270         WRITE HL-AHP-TOTAL-LINE
005280     END-IF.
005290 7000-EXIT.
005300     EXIT.
005310
005320****************************************************************
005330* 7050-WRITE-PAGE-HEADING - START A NEW REPORT PAGE
005340****************************************************************
005350 7050-WRITE-PAGE-HEADING.
005360     ADD 1 TO WS-PAGE-NUMBER.
005370     MOVE ZERO TO WS-LINES-ON-PAGE.
005380     MOVE '1' TO HL-AHP-H1-CTL.
005390     MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE-MM.
005400     MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE-DD.
005410     MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-DATE-YYYY.
005420     MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-HH.
005430     MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-MM.
005440     MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-SS.
005450     MOVE WS-RUN-DATE-DISPLAY TO HL-AHP-H1-DATE.
005460     MOVE WS-RUN-TIME-DISPLAY TO HL-AHP-H1-TIME.
005470     MOVE WS-PAGE-NUMBER TO HL-AHP-H1-PAGE.
005480     WRITE HL-AHP-HEADING-1.
005490 7050-EXIT.
005500     EXIT.
005510
005520****************************************************************
005530* 7100-PRINT-ONE-JOB - HISTORY AND RETURN-CODE SUMMARY FOR ONE
005540*                      JOB NAME
005550****************************************************************
005560 7100-PRINT-ONE-JOB.
005570     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
005580         PERFORM 7050-WRITE-PAGE-HEADING THRU 7050-EXIT
005590     END-IF.
005600     MOVE '-' TO HL-AHP-JOB-CTL.
005610     MOVE WS-JOB-NAME (WS-JOB-SUB) TO HL-AHP-JOB-NAME.
005620     WRITE HL-AHP-JOB-LINE.
005630     WRITE HL-AHP-HEADING-2.
005640     ADD 2 TO WS-LINES-ON-PAGE.
005650     MOVE WS-JOB-SUB TO WS-JOB-SUB-2.
005660     PERFORM 7200-PRINT-ONE-RUN THRU 7200-EXIT
005670         VARYING WS-RUN-SUB FROM 1 BY 1
005680         UNTIL WS-RUN-SUB > WS-RUN-COUNT.
005690     MOVE WS-JOB-SUB-2 TO WS-JOB-SUB.
005700     MOVE SPACE TO HL-AHP-TOT-CTL.
005710     MOVE 'RUNS CLEAN (RC 0000)' TO HL-AHP-TOT-LABEL.
005720     MOVE WS-JOB-RC-0000 (WS-JOB-SUB) TO HL-AHP-TOT-COUNT.
005730     WRITE HL-AHP-TOTAL-LINE.
005740     MOVE 'RUNS WARNED (RC 0004)' TO HL-AHP-TOT-LABEL.
005750     MOVE WS-JOB-RC-0004 (WS-JOB-SUB) TO HL-AHP-TOT-COUNT.
005760     WRITE HL-AHP-TOTAL-LINE.
005770     MOVE 'RUNS ABENDED (RC 0016)' TO HL-AHP-TOT-LABEL.
005780     MOVE WS-JOB-RC-0016 (WS-JOB-SUB) TO HL-AHP-TOT-COUNT.
005790     WRITE HL-AHP-TOTAL-LINE.
005800     MOVE 'RUNS OTHER RC' TO HL-AHP-TOT-LABEL.
005810     MOVE WS-JOB-RC-OTHER (WS-JOB-SUB) TO HL-AHP-TOT-COUNT.
005820     WRITE HL-AHP-TOTAL-LINE.
005830     MOVE 'AVERAGE ELAPSED SECONDS' TO HL-AHP-TOT-LABEL.
005840     MOVE WS-JOB-AVG-ELAPSED (WS-JOB-SUB) TO HL-AHP-TOT-COUNT.
005850     WRITE HL-AHP-TOTAL-LINE.
005860     ADD 5 TO WS-LINES-ON-PAGE.
005870 7100-EXIT.
005880     EXIT.
005890
005900****************************************************************
005910* 7200-PRINT-ONE-RUN - ONE HISTORY LINE, RUNS OF OTHER JOBS
005920*                      SKIPPED
005930****************************************************************
005940 7200-PRINT-ONE-RUN.
005950     IF WS-RUN-JOB (WS-RUN-SUB)
005960         NOT = WS-JOB-NAME (WS-JOB-SUB-2)
005970         GO TO 7200-EXIT
005980     END-IF.
005990     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
006000         PERFORM 7050-WRITE-PAGE-HEADING THRU 7050-EXIT
006010         WRITE HL-AHP-HEADING-2
006020         ADD 1 TO WS-LINES-ON-PAGE
006030     END-IF.
006040     MOVE WS-RUN-START-DT (WS-RUN-SUB) TO WS-DATE-WORK.
006050     MOVE WS-DATE-WORK-MM TO WS-EDIT-DATE-MM.
006060     MOVE WS-DATE-WORK-DD TO WS-EDIT-DATE-DD.
006070     MOVE WS-DATE-WORK-YYYY TO WS-EDIT-DATE-YYYY.
006080     MOVE WS-EDIT-DATE-DISPLAY TO HL-AHP-DTL-DATE.
006090     MOVE WS-RUN-START-TM (WS-RUN-SUB) TO WS-TIME-WORK.
006100     MOVE WS-TIME-WORK-HH TO WS-EDIT-TIME-HH.
006110     MOVE WS-TIME-WORK-MM TO WS-EDIT-TIME-MM.
006120     MOVE WS-TIME-WORK-SS TO WS-EDIT-TIME-SS.
006130     MOVE WS-EDIT-TIME-DISPLAY TO HL-AHP-DTL-START.
006140     MOVE WS-RUN-END-TM (WS-RUN-SUB) TO WS-TIME-WORK.
006150     MOVE WS-TIME-WORK-HH TO WS-EDIT-TIME-HH.
006160     MOVE WS-TIME-WORK-MM TO WS-EDIT-TIME-MM.
006170     MOVE WS-TIME-WORK-SS TO WS-EDIT-TIME-SS.
006180     MOVE WS-EDIT-TIME-DISPLAY TO HL-AHP-DTL-END.
006190     MOVE WS-RUN-ELAPSED (WS-RUN-SUB) TO WS-ELAPSED-WORK.
006200     PERFORM 7300-EDIT-ELAPSED THRU 7300-EXIT.
006210     MOVE WS-ELAPSED-DISPLAY TO HL-AHP-DTL-ELAPSED.
006220     MOVE WS-RUN-READ (WS-RUN-SUB) TO HL-AHP-DTL-READ.
006230     MOVE WS-RUN-ACCEPTED (WS-RUN-SUB) TO HL-AHP-DTL-ACCEPTED.
006240     MOVE WS-RUN-REJECTED (WS-RUN-SUB) TO HL-AHP-DTL-REJECTED.
006250     MOVE WS-RUN-REJ-RATE (WS-RUN-SUB) TO HL-AHP-DTL-REJ-PCT.
006260     MOVE WS-RUN-RC (WS-RUN-SUB) TO HL-AHP-DTL-RC.
006270     WRITE HL-AHP-DETAIL-LINE.
006280     ADD 1 TO WS-LINES-ON-PAGE.
006290 7200-EXIT.
006300     EXIT.
006310
006320****************************************************************
006330* 7300-EDIT-ELAPSED - SECONDS TO HH:MM:SS, CAPPED AT 99:59:59
006340****************************************************************
006350 7300-EDIT-ELAPSED.
006360     IF WS-ELAPSED-WORK > 359999
006370         MOVE 359999 TO WS-ELAPSED-WORK
006380     END-IF.
006390     COMPUTE WS-ELAPSED-HH = WS-ELAPSED-WORK / 3600.
006400     COMPUTE WS-ELAPSED-REM =
006410         WS-ELAPSED-WORK - (WS-ELAPSED-HH * 3600).
006420     COMPUTE WS-ELAPSED-MM = WS-ELAPSED-REM / 60.
006430     COMPUTE WS-ELAPSED-SS =
006440         WS-ELAPSED-REM - (WS-ELAPSED-MM * 60).
006450 7300-EXIT.
006460     EXIT.
006470
006480****************************************************************
006490* 7500-SCAN-ONE-EXCEPTION - FLAG A RUN WHOSE ELAPSED TIME OR
006500*                           REJECT RATE EXCEEDS 150 PERCENT OF
006510*                           ITS JOB'S AVERAGE
006520****************************************************************
006530 7500-SCAN-ONE-EXCEPTION.
006540     MOVE 'N' TO WS-JOB-FOUND-SWITCH.
006550     PERFORM 3100-MATCH-ONE-JOB THRU 3100-EXIT
006560         VARYING WS-JOB-SUB FROM 1 BY 1
006570         UNTIL WS-JOB-FOUND OR WS-JOB-SUB > WS-JOB-COUNT.
006580     IF NOT WS-JOB-FOUND
006590         GO TO 7500-EXIT
006600     END-IF.
006610     IF WS-JOB-AVG-ELAPSED (WS-JOB-SUB) > ZERO
006620         AND WS-RUN-ELAPSED (WS-RUN-SUB) >
006630             (WS-JOB-AVG-ELAPSED (WS-JOB-SUB) * 3 / 2)
006640         MOVE 'ELAPSED TIME WELL ABOVE JOB AVERAGE'
006650             TO HL-AHP-EXC-TEXT
006660         PERFORM 7600-PRINT-EXCEPTION THRU 7600-EXIT
006670     END-IF.
006680     IF WS-JOB-AVG-REJ-RATE (WS-JOB-SUB) > ZERO
006690         AND WS-RUN-REJ-RATE (WS-RUN-SUB) >
006700             (WS-JOB-AVG-REJ-RATE (WS-JOB-SUB) * 3 / 2)
006710         MOVE 'REJECT RATE WELL ABOVE JOB AVERAGE'
006720             TO HL-AHP-EXC-TEXT
006730         PERFORM 7600-PRINT-EXCEPTION THRU 7600-EXIT
006740     END-IF.
006750 7500-EXIT.
006760     EXIT.
006770
006780****************************************************************
006790* 7600-PRINT-EXCEPTION - ONE EXCEPTION LINE
006800****************************************************************
006810 7600-PRINT-EXCEPTION.
006820     ADD 1 TO WS-EXCEPTIONS-FLAGGED.
006830     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
006840         PERFORM 7050-WRITE-PAGE-HEADING THRU 7050-EXIT
006850     END-IF.
006860     MOVE SPACE TO HL-AHP-EXC-CTL.
006870     MOVE WS-RUN-JOB (WS-RUN-SUB) TO HL-AHP-EXC-JOB.
006880     MOVE WS-RUN-START-DT (WS-RUN-SUB) TO WS-DATE-WORK.
006890     MOVE WS-DATE-WORK-MM TO WS-EDIT-DATE-MM.
006900     MOVE WS-DATE-WORK-DD TO WS-EDIT-DATE-DD.
006910     MOVE WS-DATE-WORK-YYYY TO WS-EDIT-DATE-YYYY.
006920     MOVE WS-EDIT-DATE-DISPLAY TO HL-AHP-EXC-DATE.
006930     WRITE HL-AHP-EXCEPT-LINE.
006940     ADD 1 TO WS-LINES-ON-PAGE.
006950 7600-EXIT.
006960     EXIT.
006970
006980****************************************************************
006990* 7700-PRINT-OVERRIDES - OPERATOR OVERRIDES AND FORCED RERUNS
007000*                        FROM THE SUITE RUN-CONTROL FILE.  AN
007010*                        ENTRY COUNTS WHEN IT IS OVERRIDDEN OR
007020*                        CARRIES THE OPERATOR ID AN OVERRIDE
007030*                        LEFT BEHIND ON THE RERUN.
007040****************************************************************
007050 7700-PRINT-OVERRIDES.
007060     MOVE '-' TO HL-AHP-JOB-CTL.
007070     MOVE 'OPERATOR OVERRIDES AND FORCED RERUNS'
007080         TO HL-AHP-JOB-LINE (6:60).
007090     WRITE HL-AHP-JOB-LINE.
007100     ADD 1 TO WS-LINES-ON-PAGE.
007110     MOVE ZERO TO WS-OVERRIDES-PRINTED.
007120     OPEN INPUT RUN-FILE.
007130     IF HL-RUN-NOTAVAIL
007140         MOVE SPACE TO HL-AHP-EXC-CTL
007150         MOVE SPACES TO HL-AHP-EXC-JOB
007160         MOVE SPACES TO HL-AHP-EXC-DATE
007170         MOVE 'RUN-CONTROL FILE NOT AVAILABLE'
007180             TO HL-AHP-EXC-TEXT
007190         WRITE HL-AHP-EXCEPT-LINE
007200         ADD 1 TO WS-LINES-ON-PAGE
007210         GO TO 7700-EXIT
007220     END-IF.
007230     IF NOT HL-RUN-OK
007240         MOVE 'HELLOAH - UNABLE TO OPEN RUN-FILE, STATUS='
007250             TO WS-ABEND-MESSAGE
007260         MOVE HL-RUN-STATUS TO WS-ABEND-FILE-STATUS
007270         PERFORM 8000-ABEND THRU 8000-EXIT
007280     END-IF.
007290     MOVE 'N' TO WS-RUNCTL-EOF-SWITCH.
007300     PERFORM 7710-SCAN-ONE-RUN-ENTRY THRU 7710-EXIT
007310         UNTIL WS-RUNCTL-EOF.
007320     CLOSE RUN-FILE.
007330     IF WS-OVERRIDES-PRINTED = ZERO
007340         MOVE SPACE TO HL-AHP-EXC-CTL
007350         MOVE SPACES TO HL-AHP-EXC-JOB
007360         MOVE SPACES TO HL-AHP-EXC-DATE
007370         MOVE 'NO OVERRIDES THIS PERIOD' TO HL-AHP-EXC-TEXT
007380         WRITE HL-AHP-EXCEPT-LINE
007390         ADD 1 TO WS-LINES-ON-PAGE
007400     END-IF.
007410 7700-EXIT.
007420     EXIT.
007430
007440****************************************************************
007450* 7710-SCAN-ONE-RUN-ENTRY - PRINT ONE OVERRIDDEN OR FORCED
007460*                           RUN-CONTROL ENTRY
007470****************************************************************
007480 7710-SCAN-ONE-RUN-ENTRY.
007490     READ RUN-FILE NEXT RECORD
007500         AT END
007510             SET WS-RUNCTL-EOF TO TRUE
007520     END-READ.
007530     IF WS-RUNCTL-EOF
007540         GO TO 7710-EXIT
007550     END-IF.
007560     IF NOT HL-RUN-OK
007570         MOVE 'HELLOAH - RUN-FILE READ ERROR, STATUS='
007580             TO WS-ABEND-MESSAGE
007590         MOVE HL-RUN-STATUS TO WS-ABEND-FILE-STATUS
007600         PERFORM 8000-ABEND THRU 8000-EXIT
007610     END-IF.
007620     IF NOT HL-RUN-OVERRIDDEN
007630             AND HL-RUN-OPERATOR-ID = SPACES
007640         GO TO 7710-EXIT
007650     END-IF.
007660     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
007670         PERFORM 7050-WRITE-PAGE-HEADING THRU 7050-EXIT
007680     END-IF.
007690     MOVE SPACE TO HL-AHP-OVR-CTL.
007700     IF HL-RUN-CYCLE-DATE NUMERIC
007710         MOVE HL-RUN-CYCLE-DATE TO WS-DATE-WORK
007720     ELSE
007730         MOVE ZERO TO WS-DATE-WORK
007740     END-IF.
007750     MOVE WS-DATE-WORK-MM TO WS-EDIT-DATE-MM.
007760     MOVE WS-DATE-WORK-DD TO WS-EDIT-DATE-DD.
007770     MOVE WS-DATE-WORK-YYYY TO WS-EDIT-DATE-YYYY.
007780     MOVE WS-EDIT-DATE-DISPLAY TO HL-AHP-OVR-CYCLE.
007790     MOVE HL-RUN-JOB-NAME TO HL-AHP-OVR-JOB.
007800     EVALUATE TRUE
007810         WHEN HL-RUN-OVERRIDDEN
007820             MOVE 'OVERRIDE SET' TO HL-AHP-OVR-STATUS
007830         WHEN HL-RUN-COMPLETED
007840             MOVE 'RERUN COMPLETE' TO HL-AHP-OVR-STATUS
007850         WHEN HL-RUN-STARTED
007860             MOVE 'RERUN STARTED' TO HL-AHP-OVR-STATUS
007870         WHEN OTHER
007880             MOVE 'UNKNOWN STATUS' TO HL-AHP-OVR-STATUS
007890     END-EVALUATE.
007900     MOVE HL-RUN-OPERATOR-ID TO HL-AHP-OVR-OPERATOR.
007910     IF HL-RUN-STAMP-DATE NUMERIC
007920         MOVE HL-RUN-STAMP-DATE TO WS-DATE-WORK
007930     ELSE
007940         MOVE ZERO TO WS-DATE-WORK
007950     END-IF.
007960     MOVE WS-DATE-WORK-MM TO WS-EDIT-DATE-MM.
007970     MOVE WS-DATE-WORK-DD TO WS-EDIT-DATE-DD.
007980     MOVE WS-DATE-WORK-YYYY TO WS-EDIT-DATE-YYYY.
007990     MOVE WS-EDIT-DATE-DISPLAY TO WS-OVR-STAMP-DATE.
008000     IF HL-RUN-STAMP-TIME NUMERIC
008010         MOVE HL-RUN-STAMP-TIME TO WS-TIME-WORK
008020     ELSE
008030         MOVE ZERO TO WS-TIME-WORK
008040     END-IF.
008050     MOVE WS-TIME-WORK-HH TO WS-EDIT-TIME-HH.
008060     MOVE WS-TIME-WORK-MM TO WS-EDIT-TIME-MM.
008070     MOVE WS-TIME-WORK-SS TO WS-EDIT-TIME-SS.
008080     MOVE WS-EDIT-TIME-DISPLAY TO WS-OVR-STAMP-TIME.
008090     MOVE WS-OVR-STAMP-DISPLAY TO HL-AHP-OVR-STAMP.
008100     WRITE HL-AHP-OVERRIDE-LINE.
008110     ADD 1 TO WS-LINES-ON-PAGE.
008120     ADD 1 TO WS-OVERRIDES-PRINTED.
008130 7710-EXIT.
008140     EXIT.
008150
008160****************************************************************
008170* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
008180****************************************************************
008190 8000-ABEND.
008200     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
008210     MOVE 16 TO WS-ABEND-RETURN-CODE.
008220     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
008230     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
008240     STOP RUN.
008250 8000-EXIT.
008260     EXIT.
008270
008280****************************************************************
008290* 9000-TERMINATE - CLOSE THE REPORT
008300****************************************************************
008310 9000-TERMINATE.
008320     CLOSE REPORT-FILE.
008330 9000-EXIT.
008340     EXIT.
008350
008360****************************************************************
008370* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT LOG
008380****************************************************************
008390 9500-WRITE-AUDIT-LOG.
008400     OPEN EXTEND AUDIT-LOG-FILE.
008410     IF NOT HL-AUDIT-OK
008420         DISPLAY 'HELLOAH - UNABLE TO OPEN AUDIT-LOG, STATUS='
008430             HL-AUDIT-STATUS
008440         MOVE 16 TO RETURN-CODE
008450         STOP RUN
008460     END-IF.
008470     MOVE 'HELLOAH' TO AUD-JOB-NAME.
008480     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
008490     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
008500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008510     ACCEPT WS-CURRENT-TIME FROM TIME.
008520     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
008530     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
008540     MOVE WS-RECORDS-READ TO AUD-RECORDS-READ.
008550     MOVE WS-RUN-COUNT TO AUD-RECORDS-ACCEPTED.
008560     MOVE WS-RUNS-SKIPPED TO AUD-RECORDS-REJECTED.
008570     MOVE RETURN-CODE TO AUD-RETURN-CODE.
008580     WRITE AUD-LOG-RECORD.
008590     CLOSE AUDIT-LOG-FILE.
008600 9500-EXIT.
008610     EXIT.
