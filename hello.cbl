000220*   SETS RETURN-CODE FOR THE BATCH MONITOR AND ABENDS CLEANLY ON
000230*   ANY FILE OPEN OR READ FAILURE.  CHECKPOINTS ITS PROGRESS SO
000240*   A RERUN AFTER A FAILURE CAN RESUME PAST THE LAST RECORD
000250*   SUCCESSFULLY PROCESSED.  THE OPERATOR SIGNS ON THROUGH
000260*   HELLOSO BEFORE THE RUN-MODE MENU; NORMAL AND VALIDATE-ONLY
000270*   RUNS NEED CLERK AUTHORITY, A REPRINT ONLY INQUIRY.  A
000280*   REFUSED SIGN-ON OR RUN MODE ENDS THE RUN WITH RC 8 BEFORE
000290*   ANY FILE BUT THE PARAMETERS IS OPENED.
000300*----------------------------------------------------------------
000310* MODIFICATION HISTORY
000320* DATE       INIT  DESCRIPTION
000330* 2026-08-09 JLB   INITIAL VERSION - REPLACED FIXED DISPLAY WITH
000340*                  A REAL INDEXED MASTER FILE READ.
000350* 2026-08-09 JLB   ADDED RETURN-CODE AND ABEND HANDLING FOR
000360*                  FILE OPEN/READ FAILURES.
000370* 2026-08-09 JLB   ADDED RESTART/CHECKPOINT PROCESSING AGAINST
000380*                  THE MASTER FILE.
000390* 2026-08-09 JLB   ADDED FIELD-LEVEL EDITING AND A SUSPENSE FILE
000400*                  FOR REJECTED RECORDS.
000410* 2026-08-09 JLB   ADDED A PRINTED CONTROL-TOTALS REPORT WITH
000420*                  PAGE HEADERS AND A PAGE BREAK EVERY 20 LINES.
000430* 2026-08-09 JLB   ADDED PARM-FILE AT STARTUP TO EXTERNALIZE THE
000440*                  GREETING TEXT, CHECKPOINT INTERVAL, REJECT
000450*                  THRESHOLD, DEFAULT RUN MODE, AND REPORT PAGE
000460*                  SIZE.  RETURN-CODE 4 NOW SIGNALS A CLEAN RUN
000470*                  THAT EXCEEDED THE REJECT THRESHOLD.
000480* 2026-08-09 JLB   APPENDS A ROW TO THE SHARED AUDIT-LOG FILE ON
000490*                  EVERY RUN (JOB NAME, START/END TIMESTAMPS,
000500*                  VOLUME COUNTS, RETURN CODE).
000510* 2026-08-09 JLB   ADDED AN OPERATOR RUN-MODE MENU (NORMAL,
000520*                  VALIDATE-ONLY, REPRINT LAST REPORT) FOR AD HOC
000530*                  RERUNS WITHOUT EDITING JCL.
000540* 2026-08-09 JLB   ADDED A DOWNSTREAM EXTRACT FILE (HLEXT.CPY) OF
000550*                  KEY FIELDS FOR EACH ACCEPTED RECORD, FOR THE
000560*                  REPORTING TEAM.
000570* 2026-08-09 JLB   8000-ABEND NOW LOGS TO THE AUDIT FILE BEFORE
000580*                  STOPPING SO ABEND RUNS ARE NO LONGER MISSING
000590*                  FROM THE AUDIT TRAIL.  VALIDATE-ONLY RUNS NO
000600*                  LONGER OPEN (AND THEREBY TRUNCATE) SUSPENSE,
000610*                  EXTRACT, OR PRTFILE - THOSE DATASETS ARE LEFT
000620*                  ALONE ON A DRY RUN, NOT JUST UN-APPENDED-TO.
000630* 2026-08-09 JLB   1300-READ-RESTART-CONTROL NOW ABENDS ON A
000640*                  GENUINE RESTART-FILE I/O ERROR INSTEAD OF
000650*                  TREATING IT AS "NO CHECKPOINT PENDING," AND
000660*                  RESTORES THE ACCEPTED/REJECTED/READ COUNTERS
000670*                  FROM THE LAST CHECKPOINT (HLRST.CPY) SO THE
000680*                  CONTROL-TOTALS REPORT AND AUDIT-LOG ROW AFTER
000690*                  A RESTART REFLECT THE WHOLE RUN, NOT JUST THE
000700*                  TAIL PROCESSED SINCE THE RESTART.
000710* 2026-08-22 JLB   SUSPENSE RECORDS NOW CARRY A FIRST-SUSPENDED
000720*                  DATE (HLREJ.CPY) SO THE HELLOSC CORRECTION
000730*                  RUN CAN CARRY UNRESOLVED ITEMS FORWARD AND
000740*                  AGE THEM.
000750* 2026-08-22 JLB   THE EXTRACT NOW ENDS WITH A CONTROL TRAILER
000760*                  (HLEXT.CPY) CARRYING THE EXTRACT DATE, THE
000770*                  DETAIL RECORD COUNT, AND A HASH TOTAL OF
000780*                  HL-EXT-BALANCE, SO THE HELLOXB BALANCING
000790*                  STEP CAN STOP THE REPORTING HANDOFF WHEN A
000800*                  SHORT OR STALE EXTRACT IS SHIPPED.
000810* 2026-08-22 JLB   FUTURE-DATED RECORDS (EFFECTIVE DATE AFTER
000820*                  THE RUN DATE) NOW DIVERT TO THE PENDING-
000830*                  RELEASE FILE (HLPND.CPY) INSTEAD OF FLOWING
000840*                  TO THE REPORT AND EXTRACT.  THE HELLORP
000850*                  DAILY RELEASE RUN REPORTS THE QUEUE AND
000860*                  MOVES ITEMS INTO NORMAL PROCESSING ON THE
000870*                  DAY THEIR EFFECTIVE DATE ARRIVES.  WHOLE
000880*                  MEMBER RENUMBERED.
000890* 2026-08-22 JLB   ADDED THE OPERATOR-CONTROLLED PARTITION KEY
000900*                  RANGE (HLPARM.CPY FROM/TO ACCOUNT NUMBER) SO
000910*                  SEVERAL PARTITIONS OF THE MASTER CAN RUN AS
000920*                  PARALLEL JOBS, EACH WITH ITS OWN SUSPENSE,
000930*                  REPORT, EXTRACT, PENDING, AND CHECKPOINT
000940*                  DATASETS.  THE HELLOCM CONSOLIDATION STEP
000950*                  MERGES THE PARTITION EXTRACTS AND PRODUCES
000960*                  THE COMBINED CONTROL TOTALS AND AUDIT ROW.
000970* 2026-08-22 JLB   THE RUN-END DATE AND TIME ARE NOW CAPTURED
000980*                  ONCE AT TERMINATION AND STAMPED ON BOTH THE
000990*                  EXTRACT TRAILER AND THE AUDIT ROW, SO A RUN
001000*                  CROSSING MIDNIGHT NO LONGER FAILS THE
001010*                  HELLOXB TRAILER-DATE CHECK.  A STALE
001020*                  CHECKPOINT BEHIND THE PARTITION FROM-KEY NOW
001030*                  DISCARDS ITS RESTORED COUNTERS ALONG WITH
001040*                  ITS POSITION SO THE PARTITION'S TOTALS COVER
001050*                  ONLY ITS OWN RANGE.  WHOLE MEMBER
001060*                  RENUMBERED.
001070* 2026-08-22 JLB   THE STALE-CHECKPOINT GUARD NOW ALSO DISCARDS
001080*                  A CHECKPOINT BEYOND THE PARTITION TO-KEY -
001090*                  LEFT OVER WHEN OPERATIONS RE-CUT THE RANGES
001100*                  BETWEEN AN ABEND AND ITS RERUN.
001110* 2026-08-22 JLB   THE CHECKPOINT AND PARTITION KEY FIELDS AND
001120*                  THEIR COMPARES ARE NOW ALPHANUMERIC - A
001130*                  V001 RECORD CAN CARRY JUNK KEY BYTES A
001140*                  NUMERIC COMPARE WOULD DATA-EXCEPTION ON
001150*                  BEFORE VALIDATION EVER SAW THE RECORD, AND
001160*                  THE BYTE COMPARE MATCHES THE VSAM KEY ORDER
001170*                  THE PARTITION RANGES ARE CUT ON.  WHOLE
001180*                  MEMBER RENUMBERED.
001190* 2026-10-15 JLB   OPERATOR SIGN-ON THROUGH HELLOSO AHEAD OF THE
001200*                  RUN-MODE MENU.  MODES 1 AND 2 ARE AUTHORIZED
001210*                  AT CLERK LEVEL; A REFUSAL ENDS THE RUN WITH
001220*                  RC 8 AND NOTHING PROCESSED.  WHOLE MEMBER
001230*                  RENUMBERED.
001240****************************************************************
001250 IDENTIFICATION DIVISION.
001260 PROGRAM-ID.     HELLO.
001270 AUTHOR.         J. L. BRANNIGAN.
001280 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
001290 DATE-WRITTEN.   2026-08-09.
001300 DATE-COMPILED.
001310
001320 ENVIRONMENT DIVISION.
001330 CONFIGURATION SECTION.
001340 SOURCE-COMPUTER.   IBM-370.
001350 OBJECT-COMPUTER.   IBM-370.
001360
001370 INPUT-OUTPUT SECTION.
001380 FILE-CONTROL.
001390
001400*    ------------------------------------------------------------
001410*    CUSTOMER MASTER FILE - INDEXED, KEYED BY ACCOUNT NUMBER
001420*    ------------------------------------------------------------
001430     SELECT MASTER-FILE ASSIGN TO "MASTERF"
001440         ORGANIZATION IS INDEXED
001450         ACCESS MODE IS DYNAMIC
001460         RECORD KEY IS HL-MAST-KEY
001470         FILE STATUS IS HL-MASTER-STATUS.
001480
001490*    ------------------------------------------------------------
001500*    RESTART CONTROL FILE - LAST KEY CHECKPOINTED EVERY N RECS
001510*    ------------------------------------------------------------
001520     SELECT RESTART-FILE ASSIGN TO "RESTART"
001530         ORGANIZATION IS SEQUENTIAL
001540         FILE STATUS IS HL-RESTART-STATUS.
001550
001560*    ------------------------------------------------------------
001570*    SUSPENSE FILE - REJECTED MASTER RECORDS FOR NEXT-DAY REVIEW
001580*    ------------------------------------------------------------
001590     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
001600         ORGANIZATION IS SEQUENTIAL
001610         FILE STATUS IS HL-SUSPENSE-STATUS.
001620
001630*    ------------------------------------------------------------
001640*    CONTROL-TOTALS PRINT FILE - 133-BYTE ASA CARRIAGE CONTROL
001650*    ------------------------------------------------------------
001660     SELECT REPORT-FILE ASSIGN TO "PRTFILE"
001670         ORGANIZATION IS SEQUENTIAL
001680         FILE STATUS IS HL-REPORT-STATUS.
001690
001700*    ------------------------------------------------------------
001710*    PARAMETER FILE - OPERATOR-MAINTAINED RUN CONTROLS
001720*    ------------------------------------------------------------
001730     SELECT PARM-FILE ASSIGN TO "PARMFILE"
001740         ORGANIZATION IS SEQUENTIAL
001750         FILE STATUS IS HL-PARM-STATUS.
001760
001770*    ------------------------------------------------------------
001780*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
001790*    LAYOUT ACROSS THE SUITE
001800*    ------------------------------------------------------------
001810     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001820         ORGANIZATION IS SEQUENTIAL
001830         FILE STATUS IS HL-AUDIT-STATUS.
001840
001850*    ------------------------------------------------------------
001860*    EXTRACT FILE - ONE ROW PER ACCEPTED RECORD, FOR THE
001870*    REPORTING TEAM'S DOWNSTREAM INTERFACE
001880*    ------------------------------------------------------------
001890     SELECT EXTRACT-FILE ASSIGN TO "EXTRACT"
001900         ORGANIZATION IS SEQUENTIAL
001910         FILE STATUS IS HL-EXTRACT-STATUS.
001920
001930*    ------------------------------------------------------------
001940*    PENDING-RELEASE FILE - FUTURE-DATED RECORDS HELD BACK FROM
001950*    THE REPORT AND EXTRACT UNTIL THEIR EFFECTIVE DATE ARRIVES
001960*    ------------------------------------------------------------
001970     SELECT PENDING-FILE ASSIGN TO "PENDFILE"
001980         ORGANIZATION IS SEQUENTIAL
001990         FILE STATUS IS HL-PENDING-STATUS.
002000
002010 DATA DIVISION.
002020 FILE SECTION.
002030
002040 FD  MASTER-FILE
002050     LABEL RECORDS ARE STANDARD
002060     RECORD CONTAINS 97 CHARACTERS
002070     DATA RECORD IS HL-MASTER-RECORD.
002080     COPY HLMAST.
002090
002100 FD  RESTART-FILE
002110     LABEL RECORDS ARE STANDARD
002120     RECORD CONTAINS 48 CHARACTERS
002130     DATA RECORD IS HL-RESTART-RECORD.
002140     COPY HLRST.
002150
002160 FD  SUSPENSE-FILE
002170     LABEL RECORDS ARE STANDARD
002180     RECORD CONTAINS 89 CHARACTERS
002190     DATA RECORD IS HL-REJECT-RECORD.
002200     COPY HLREJ.
002210
002220 FD  REPORT-FILE
002230     LABEL RECORDS ARE STANDARD
002240     RECORD CONTAINS 133 CHARACTERS.
002250     COPY HLPRT.
002260
002270 FD  PARM-FILE
002280     LABEL RECORDS ARE STANDARD
002290     RECORD CONTAINS 80 CHARACTERS
002300     DATA RECORD IS HL-PARM-RECORD.
002310     COPY HLPARM.
002320
002330 FD  AUDIT-LOG-FILE
002340     LABEL RECORDS ARE STANDARD
002350     RECORD CONTAINS 88 CHARACTERS
002360     DATA RECORD IS AUD-LOG-RECORD.
002370     COPY AUDLOG.
002380
002390 FD  EXTRACT-FILE
002400     LABEL RECORDS ARE STANDARD
002410     RECORD CONTAINS 80 CHARACTERS
002420     DATA RECORD IS HL-EXTRACT-RECORD.
002430     COPY HLEXT.
002440
002450 FD  PENDING-FILE
002460     LABEL RECORDS ARE STANDARD
002470     RECORD CONTAINS 97 CHARACTERS
002480     DATA RECORD IS HL-PENDING-RECORD.
002490     COPY HLPND.
002500
002510 WORKING-STORAGE SECTION.
002520
002530*    ------------------------------------------------------------
002540*    FILE STATUS FIELDS
002550*    ------------------------------------------------------------
002560 01  HL-FILE-STATUSES.
002570     05  HL-MASTER-STATUS            PIC X(02) VALUE '00'.
002580         88  HL-MASTER-OK            VALUE '00'.
002590         88  HL-MASTER-EOF           VALUE '10'.
002600     05  HL-RESTART-STATUS           PIC X(02) VALUE '00'.
002610         88  HL-RESTART-OK           VALUE '00'.
002620         88  HL-RESTART-NOTFOUND     VALUE '35'.
002630     05  HL-SUSPENSE-STATUS          PIC X(02) VALUE '00'.
002640         88  HL-SUSPENSE-OK          VALUE '00'.
002650     05  HL-REPORT-STATUS            PIC X(02) VALUE '00'.
002660         88  HL-REPORT-OK            VALUE '00'.
002670     05  HL-PARM-STATUS              PIC X(02) VALUE '00'.
002680         88  HL-PARM-OK              VALUE '00'.
002690     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
002700         88  HL-AUDIT-OK             VALUE '00'.
002710     05  HL-EXTRACT-STATUS           PIC X(02) VALUE '00'.
002720         88  HL-EXTRACT-OK           VALUE '00'.
002730     05  HL-PENDING-STATUS           PIC X(02) VALUE '00'.
002740         88  HL-PENDING-OK           VALUE '00'.
002750
002760*    ------------------------------------------------------------
002770*    SWITCHES
002780*    ------------------------------------------------------------
002790 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
002800     88  WS-EOF-REACHED              VALUE 'Y'.
002810 77  WS-RESTART-SWITCH               PIC X(01) VALUE 'N'.
002820     88  WS-RESTART-RUN              VALUE 'Y'.
002830 77  WS-VALID-SWITCH                 PIC X(01) VALUE 'Y'.
002840     88  WS-RECORD-VALID             VALUE 'Y'.
002850     88  WS-RECORD-INVALID           VALUE 'N'.
002860
002870*    ------------------------------------------------------------
002880*    RESTART/CHECKPOINT CONTROLS
002890*    ------------------------------------------------------------
002900 77  WS-CHECKPOINT-INTERVAL          PIC 9(05) COMP VALUE 25.
002910 77  WS-RECS-SINCE-CHECKPOINT        PIC 9(05) COMP VALUE ZERO.
002920 77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
002930 77  WS-RECORDS-ACCEPTED             PIC 9(07) COMP VALUE ZERO.
002940 77  WS-RECORDS-REJECTED             PIC 9(07) COMP VALUE ZERO.
002950 77  WS-RECORDS-HELD                 PIC 9(07) COMP VALUE ZERO.
002960*    THE CHECKPOINT AND PARTITION KEYS ARE ALPHANUMERIC - A
002970*    RECORD THE EDIT SUSPENDS FOR V001 CAN CARRY JUNK KEY
002980*    BYTES A NUMERIC COMPARE WOULD DATA-EXCEPTION ON, AND THE
002990*    BYTE COMPARE MATCHES THE VSAM KEY ORDER THE PARTITION
003000*    RANGES ARE CUT ON.
003010 77  WS-RESTART-KEY-SAVE             PIC X(07) VALUE '0000000'.
003020 77  WS-PART-FROM-KEY                PIC X(07) VALUE '0000000'.
003030 77  WS-PART-TO-KEY                  PIC X(07) VALUE '9999999'.
003040 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
003050 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
003060
003070*    ------------------------------------------------------------
003080*    AUDIT-LOG WORK AREAS
003090*    ------------------------------------------------------------
003100 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
003110 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
003120
003130*    ------------------------------------------------------------
003140*    EXTRACT CONTROL-TRAILER ACCUMULATORS
003150*    ------------------------------------------------------------
003160 77  WS-EXT-RECORD-COUNT             PIC 9(07) COMP VALUE ZERO.
003170 01  WS-EXT-HASH-TOTAL               PIC S9(13)V99 COMP-3
003180                                     VALUE ZERO.
003190
003200*    ------------------------------------------------------------
003210*    VALIDATION WORK AREAS
003220*    ------------------------------------------------------------
003230 77  WS-REJECT-REASON-CODE           PIC X(04) VALUE SPACES.
003240 77  WS-REJECT-REASON-TEXT           PIC X(40) VALUE SPACES.
003250 77  WS-REJECT-THRESHOLD             PIC 9(05) COMP VALUE ZERO.
003260
003270*    ------------------------------------------------------------
003280*    PARAMETER FILE WORK AREAS
003290*    ------------------------------------------------------------
003300 77  WS-PARM-MESSAGE-TEXT            PIC X(40) VALUE SPACES.
003310 77  WS-RUN-MODE-DEFAULT             PIC X(01) VALUE SPACES.
003320
003330*    ------------------------------------------------------------
003340*    OPERATOR RUN-MODE MENU
003350*    ------------------------------------------------------------
003360 77  WS-OPERATOR-RESPONSE            PIC X(01) VALUE SPACE.
003370 77  WS-RUN-MODE-SWITCH              PIC X(01) VALUE '1'.
003380     88  WS-MODE-NORMAL              VALUE '1'.
003390     88  WS-MODE-VALIDATE-ONLY       VALUE '2'.
003400     88  WS-MODE-REPRINT             VALUE '3'.
003410
003420*    ------------------------------------------------------------
003430*    CONTROL-TOTALS REPORT CONTROLS
003440*    ------------------------------------------------------------
003450 77  WS-MAX-LINES-PER-PAGE           PIC 9(02) COMP VALUE 20.
003460 77  WS-LINES-ON-PAGE                PIC 9(02) COMP VALUE ZERO.
003470 77  WS-PAGE-NUMBER                  PIC 9(04) COMP VALUE ZERO.
003480 01  WS-RUN-DATE-DISPLAY.
003490     05  WS-RUN-DATE-MM              PIC 9(02).
003500     05  FILLER                      PIC X(01) VALUE '/'.
003510     05  WS-RUN-DATE-DD              PIC 9(02).
003520     05  FILLER                      PIC X(01) VALUE '/'.
003530     05  WS-RUN-DATE-YYYY            PIC 9(04).
003540 01  WS-RUN-TIME-DISPLAY.
003550     05  WS-RUN-TIME-HH              PIC 9(02).
003560     05  FILLER                      PIC X(01) VALUE ':'.
003570     05  WS-RUN-TIME-MM              PIC 9(02).
003580     05  FILLER                      PIC X(01) VALUE ':'.
003590     05  WS-RUN-TIME-SS              PIC 9(02).
003600
003610*    ------------------------------------------------------------
003620*    ABEND HANDLING
003630*    ------------------------------------------------------------
003640 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
003650 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
003660 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
003670
003680*    ------------------------------------------------------------
003690*    SIGN-ON AND ACCESS-LOG ROUTINE PARAMETERS
003700*    ------------------------------------------------------------
003710     COPY HLSOS.
003720 01  WS-LOG-DETAIL.
003730     05  FILLER                      PIC X(09)
003740             VALUE 'RUN MODE '.
003750     05  WS-LOG-DETAIL-MODE          PIC X(01).
003760     05  FILLER                      PIC X(10) VALUE SPACES.
003770
003780 PROCEDURE DIVISION.
003790
003800****************************************************************
003810* 0000-MAINLINE
003820****************************************************************
003830 0000-MAINLINE.
003840     PERFORM 1200-READ-PARM-FILE THRU 1200-EXIT.
003850     PERFORM 1400-SIGN-ON THRU 1400-EXIT.
003860     PERFORM 1100-SELECT-RUN-MODE THRU 1100-EXIT.
003870     PERFORM 1450-AUTHORIZE-RUN-MODE THRU 1450-EXIT.
003880     IF WS-MODE-REPRINT
003890         PERFORM 1150-REPRINT-LAST-REPORT THRU 1150-EXIT
003900         PERFORM 9400-CLOSE-SIGN-ON THRU 9400-EXIT
003910         MOVE ZERO TO RETURN-CODE
003920     ELSE
003930         PERFORM 1000-INITIALIZE THRU 1000-EXIT
003940         PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
003950             UNTIL WS-EOF-REACHED
003960         PERFORM 9000-TERMINATE THRU 9000-EXIT
003970         PERFORM 9400-CLOSE-SIGN-ON THRU 9400-EXIT
003980         IF WS-REJECT-THRESHOLD > ZERO
003990             AND WS-RECORDS-REJECTED > WS-REJECT-THRESHOLD
004000             DISPLAY 'HELLO - WARNING, REJECT THRESHOLD EXCEEDED'
004010             MOVE 4 TO RETURN-CODE
004020         ELSE
004030             MOVE ZERO TO RETURN-CODE
004040         END-IF
004050     END-IF.
004060     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
004070     STOP RUN.
004080
004090****************************************************************
004100* 1000-INITIALIZE - OPEN FILES, APPLY RESTART, PRIME THE READ
004110****************************************************************
004120 1000-INITIALIZE.
004130     OPEN INPUT MASTER-FILE.
004140     IF NOT HL-MASTER-OK
004150         MOVE 'HELLO - UNABLE TO OPEN MASTER-FILE, STATUS='
004160             TO WS-ABEND-MESSAGE
004170         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
004180         PERFORM 8000-ABEND THRU 8000-EXIT
004190     END-IF.
004200     IF NOT WS-MODE-VALIDATE-ONLY
004210         OPEN OUTPUT SUSPENSE-FILE
004220         IF NOT HL-SUSPENSE-OK
004230             MOVE 'HELLO - UNABLE TO OPEN SUSPENSE-FILE, STATUS='
004240                 TO WS-ABEND-MESSAGE
004250             MOVE HL-SUSPENSE-STATUS TO WS-ABEND-FILE-STATUS
004260             PERFORM 8000-ABEND THRU 8000-EXIT
004270         END-IF
004280         OPEN OUTPUT REPORT-FILE
004290         IF NOT HL-REPORT-OK
004300             MOVE 'HELLO - UNABLE TO OPEN REPORT-FILE, STATUS='
004310                 TO WS-ABEND-MESSAGE
004320             MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
004330             PERFORM 8000-ABEND THRU 8000-EXIT
004340         END-IF
004350         OPEN OUTPUT EXTRACT-FILE
004360         IF NOT HL-EXTRACT-OK
004370             MOVE 'HELLO - UNABLE TO OPEN EXTRACT-FILE, STATUS='
004380                 TO WS-ABEND-MESSAGE
004390             MOVE HL-EXTRACT-STATUS TO WS-ABEND-FILE-STATUS
004400             PERFORM 8000-ABEND THRU 8000-EXIT
004410         END-IF
004420         OPEN OUTPUT PENDING-FILE
004430         IF NOT HL-PENDING-OK
004440             MOVE 'HELLO - UNABLE TO OPEN PENDING-FILE, STATUS='
004450                 TO WS-ABEND-MESSAGE
004460             MOVE HL-PENDING-STATUS TO WS-ABEND-FILE-STATUS
004470             PERFORM 8000-ABEND THRU 8000-EXIT
004480         END-IF
004490     END-IF.
004500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004510     ACCEPT WS-CURRENT-TIME FROM TIME.
004520     IF NOT WS-MODE-VALIDATE-ONLY
004530         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
004540     END-IF.
004550     PERFORM 1300-READ-RESTART-CONTROL THRU 1300-EXIT.
004560*    POSITION INTO THE MASTER - PAST THE CHECKPOINT KEY ON A
004570*    RESTART, OTHERWISE AT THE OPERATOR'S PARTITION FROM-KEY.
004580*    A CHECKPOINT OUTSIDE THE PARTITION RANGE - BEHIND THE
004590*    FROM-KEY OR BEYOND THE TO-KEY - IS A STALE FILE FROM
004600*    ANOTHER RANGE (A SAME-RANGE CHECKPOINT CAN NEVER EXCEED
004610*    THE TO-KEY).  IT YIELDS TO THE PARTITION START AND ITS
004620*    RESTORED COUNTERS ARE DISCARDED SO THIS PARTITION'S
004630*    TOTALS COVER ONLY ITS OWN RANGE.
004640     IF WS-RESTART-RUN
004650             AND (WS-RESTART-KEY-SAVE < WS-PART-FROM-KEY
004660             OR WS-RESTART-KEY-SAVE > WS-PART-TO-KEY)
004670         MOVE 'N' TO WS-RESTART-SWITCH
004680         MOVE ZERO TO WS-RECORDS-READ
004690         MOVE ZERO TO WS-RECORDS-ACCEPTED
004700         MOVE ZERO TO WS-RECORDS-REJECTED
004710     END-IF.
004720     IF WS-RESTART-RUN
004730         MOVE WS-RESTART-KEY-SAVE TO HL-MAST-KEY
004740         START MASTER-FILE KEY IS GREATER THAN HL-MAST-KEY
004750             INVALID KEY
004760                 SET WS-EOF-REACHED TO TRUE
004770         END-START
004780     ELSE
004790         IF WS-PART-FROM-KEY > ZERO
004800             MOVE WS-PART-FROM-KEY TO HL-MAST-KEY
004810             START MASTER-FILE KEY IS NOT LESS THAN HL-MAST-KEY
004820                 INVALID KEY
004830                     SET WS-EOF-REACHED TO TRUE
004840             END-START
004850         END-IF
004860     END-IF.
004870     IF NOT WS-EOF-REACHED
004880         PERFORM 2900-READ-MASTER-RECORD THRU 2900-EXIT
004890     END-IF.
004900 1000-EXIT.
004910     EXIT.
004920
004930****************************************************************
004940* 1100-SELECT-RUN-MODE - LET THE OPERATOR PICK NORMAL PROCESSING,
004950*                        A VALIDATE-ONLY DRY RUN, OR A REPRINT OF
004960*                        THE LAST REPORT, FOR AD HOC RERUNS
004970*                        WITHOUT EDITING JCL
004980****************************************************************
004990 1100-SELECT-RUN-MODE.
005000     DISPLAY 'HELLO - SELECT RUN MODE'.
005010     DISPLAY '  1 - NORMAL PROCESSING'.
005020     DISPLAY '  2 - VALIDATE ONLY, NO UPDATE'.
005030     DISPLAY '  3 - REPRINT LAST REPORT'.
005040     DISPLAY 'ENTER CHOICE, OR RETURN FOR DEFAULT ('
005050         WS-RUN-MODE-DEFAULT ') : ' WITH NO ADVANCING.
005060     ACCEPT WS-OPERATOR-RESPONSE.
005070     IF WS-OPERATOR-RESPONSE = SPACE
005080         MOVE WS-RUN-MODE-DEFAULT TO WS-OPERATOR-RESPONSE
005090     END-IF.
005100     IF WS-OPERATOR-RESPONSE = '1' OR '2' OR '3'
005110         MOVE WS-OPERATOR-RESPONSE TO WS-RUN-MODE-SWITCH
005120     ELSE
005130         MOVE '1' TO WS-RUN-MODE-SWITCH
005140     END-IF.
005150 1100-EXIT.
005160     EXIT.
005170
005180****************************************************************
005190* 1150-REPRINT-LAST-REPORT - REDISPLAY THE LAST CONTROL-TOTALS
005200*                            REPORT WITHOUT RERUNNING THE MASTER
005210****************************************************************
005220 1150-REPRINT-LAST-REPORT.
005230     OPEN INPUT REPORT-FILE.
005240     IF NOT HL-REPORT-OK
005250         MOVE 'HELLO - UNABLE TO OPEN REPORT-FILE, STATUS='
005260             TO WS-ABEND-MESSAGE
005270         MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
005280         PERFORM 8000-ABEND THRU 8000-EXIT
005290     END-IF.
005300     PERFORM 1160-REPRINT-ONE-LINE THRU 1160-EXIT
005310         UNTIL WS-EOF-REACHED.
005320     CLOSE REPORT-FILE.
005330 1150-EXIT.
005340     EXIT.
005350
005360****************************************************************
005370* 1160-REPRINT-ONE-LINE - READ AND DISPLAY ONE SAVED REPORT LINE
005380****************************************************************
005390 1160-REPRINT-ONE-LINE.
005400     READ REPORT-FILE
005410         AT END
005420             SET WS-EOF-REACHED TO TRUE
005430     END-READ.
005440     IF NOT WS-EOF-REACHED
005450         DISPLAY HL-RPT-DETAIL-LINE
005460     END-IF.
005470 1160-EXIT.
005480     EXIT.
005490
005500****************************************************************
005510* 1200-READ-PARM-FILE - LOAD OPERATOR-MAINTAINED RUN PARAMETERS
005520****************************************************************
005530 1200-READ-PARM-FILE.
005540     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
005550     ACCEPT WS-RUN-START-TIME FROM TIME.
005560     OPEN INPUT PARM-FILE.
005570     IF NOT HL-PARM-OK
005580         MOVE 'HELLO - UNABLE TO OPEN PARM-FILE, STATUS='
005590             TO WS-ABEND-MESSAGE
005600         MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
005610         PERFORM 8000-ABEND THRU 8000-EXIT
005620     END-IF.
005630     READ PARM-FILE
005640         AT END
005650             MOVE 'HELLO - PARM-FILE IS EMPTY' TO WS-ABEND-MESSAGE
005660             MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
005670             PERFORM 8000-ABEND THRU 8000-EXIT
005680     END-READ.
005690     MOVE HL-PARM-MESSAGE-TEXT TO WS-PARM-MESSAGE-TEXT.
005700     MOVE HL-PARM-CHECKPOINT-CT TO WS-CHECKPOINT-INTERVAL.
005710     MOVE HL-PARM-REJECT-THRESHOLD TO WS-REJECT-THRESHOLD.
005720     MOVE HL-PARM-RUN-MODE-DFLT TO WS-RUN-MODE-DEFAULT.
005730     MOVE HL-PARM-MAX-LINES-PAGE TO WS-MAX-LINES-PER-PAGE.
005740*    PARTITION RANGE - SPACES OR ZERO MEANS THE WHOLE FILE.
005750     IF HL-PARM-PART-FROM-KEY NUMERIC
005760         MOVE HL-PARM-PART-FROM-KEY TO WS-PART-FROM-KEY
005770     END-IF.
005780     IF HL-PARM-PART-TO-KEY NUMERIC
005790             AND HL-PARM-PART-TO-KEY > ZERO
005800         MOVE HL-PARM-PART-TO-KEY TO WS-PART-TO-KEY
005810     END-IF.
005820     CLOSE PARM-FILE.
005830     DISPLAY WS-PARM-MESSAGE-TEXT.
005840 1200-EXIT.
005850     EXIT.
005860
005870****************************************************************
005880* 1300-READ-RESTART-CONTROL - CHECK FOR A PRIOR CHECKPOINT
005890****************************************************************
005900 1300-READ-RESTART-CONTROL.
005910     OPEN INPUT RESTART-FILE.
005920     IF HL-RESTART-OK
005930         READ RESTART-FILE
005940             AT END
005950                 CONTINUE
005960         END-READ
005970         IF HL-RESTART-OK
005980             MOVE HL-RST-LAST-KEY TO WS-RESTART-KEY-SAVE
005990             MOVE HL-RST-RECORDS-READ TO WS-RECORDS-READ
006000             MOVE HL-RST-RECORDS-ACCEPTED TO WS-RECORDS-ACCEPTED
006010             MOVE HL-RST-RECORDS-REJECTED TO WS-RECORDS-REJECTED
006020             SET WS-RESTART-RUN TO TRUE
006030         END-IF
006040         CLOSE RESTART-FILE
006050     ELSE
006060         IF NOT HL-RESTART-NOTFOUND
006070             MOVE 'HELLO - UNABLE TO OPEN RESTART-FILE, STATUS='
006080                 TO WS-ABEND-MESSAGE
006090             MOVE HL-RESTART-STATUS TO WS-ABEND-FILE-STATUS
006100             PERFORM 8000-ABEND THRU 8000-EXIT
006110         END-IF
006120     END-IF.
006130 1300-EXIT.
006140     EXIT.
006150
006160****************************************************************
006170* 1400-SIGN-ON - SIGN THE OPERATOR ON AT INQUIRY LEVEL; THE RUN
006180*                MODE CHOSEN IS AUTHORIZED SEPARATELY
006190****************************************************************
006200 1400-SIGN-ON.
006210     MOVE 'HELLO' TO HL-SOS-PROGRAM.
006220     SET HL-SOS-FUNC-SIGN-ON TO TRUE.
006230     SET HL-SOS-NEED-INQUIRY TO TRUE.
006240     CALL 'HELLOSO' USING HL-SOS-PARMS.
006250     IF HL-SOS-FILE-ERROR
006260         MOVE 'HELLO - SIGN-ON FILES UNAVAILABLE, RC='
006270             TO WS-ABEND-MESSAGE
006280         MOVE HL-SOS-RETURN-CODE TO WS-ABEND-FILE-STATUS
006290         PERFORM 8000-ABEND THRU 8000-EXIT
006300     END-IF.
006310     IF NOT HL-SOS-OK
006320         PERFORM 1490-REFUSE-RUN THRU 1490-EXIT
006330     END-IF.
006340 1400-EXIT.
006350     EXIT.
006360
006370****************************************************************
006380* 1450-AUTHORIZE-RUN-MODE - NORMAL AND VALIDATE-ONLY RUNS READ
006390*                           EVERY ACCOUNT ON THE MASTER AND NEED
006400*                           CLERK AUTHORITY; A REPRINT OF THE
006410*                           LAST REPORT IS OPEN TO INQUIRY
006420****************************************************************
006430 1450-AUTHORIZE-RUN-MODE.
006440     IF WS-MODE-REPRINT
006450         GO TO 1450-EXIT
006460     END-IF.
006470     SET HL-SOS-FUNC-AUTHORIZE TO TRUE.
006480     SET HL-SOS-NEED-CLERK TO TRUE.
006490     MOVE SPACES TO HL-SOS-ACCT-NO.
006500     MOVE WS-RUN-MODE-SWITCH TO WS-LOG-DETAIL-MODE.
006510     MOVE WS-LOG-DETAIL TO HL-SOS-DETAIL.
006520     CALL 'HELLOSO' USING HL-SOS-PARMS.
006530     IF HL-SOS-FILE-ERROR
006540         MOVE 'HELLO - ACCESS LOG UNAVAILABLE, RC='
006550             TO WS-ABEND-MESSAGE
006560         MOVE HL-SOS-RETURN-CODE TO WS-ABEND-FILE-STATUS
006570         PERFORM 8000-ABEND THRU 8000-EXIT
006580     END-IF.
006590     IF NOT HL-SOS-OK
006600         PERFORM 1490-REFUSE-RUN THRU 1490-EXIT
006610     END-IF.
006620 1450-EXIT.
006630     EXIT.
006640
006650****************************************************************
006660* 1490-REFUSE-RUN - END A RUN WHOSE SIGN-ON OR RUN MODE WAS
006670*                   REFUSED.  NOTHING HAS BEEN OPENED BUT THE
006680*                   PARAMETER FILE, WHICH IS ALREADY CLOSED.
006690****************************************************************
006700 1490-REFUSE-RUN.
006710     DISPLAY 'HELLO - RUN REFUSED, NO PROCESSING DONE'.
006720     PERFORM 9400-CLOSE-SIGN-ON THRU 9400-EXIT.
006730     MOVE 8 TO RETURN-CODE.
006740     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
006750     STOP RUN.
006760 1490-EXIT.
006770     EXIT.
006780
006790****************************************************************
006800* 2000-PROCESS-MASTER - EDIT AND DISPOSE OF ONE MASTER RECORD,
006810*                       THEN CHECKPOINT PROGRESS EVERY N RECORDS
006820****************************************************************
006830 2000-PROCESS-MASTER.
006840     ADD 1 TO WS-RECORDS-READ.
006850     ADD 1 TO WS-RECS-SINCE-CHECKPOINT.
006860     PERFORM 3000-VALIDATE-RECORD THRU 3000-EXIT.
006870     IF WS-RECORD-VALID
006880         PERFORM 4000-PROCESS-VALID-RECORD THRU 4000-EXIT
006890     ELSE
006900         PERFORM 5000-WRITE-SUSPENSE-RECORD THRU 5000-EXIT
006910     END-IF.
006920     IF WS-RECS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
006930             AND NOT WS-MODE-VALIDATE-ONLY
006940         PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
006950     END-IF.
006960     PERFORM 2900-READ-MASTER-RECORD THRU 2900-EXIT.
006970 2000-EXIT.
006980     EXIT.
006990
007000****************************************************************
007010* 2900-READ-MASTER-RECORD - READ THE NEXT MASTER RECORD
007020****************************************************************
007030 2900-READ-MASTER-RECORD.
007040     READ MASTER-FILE NEXT RECORD
007050         AT END
007060             SET WS-EOF-REACHED TO TRUE
007070     END-READ.
007080     IF NOT HL-MASTER-OK AND NOT HL-MASTER-EOF
007090         MOVE 'HELLO - MASTER-FILE READ ERROR, STATUS='
007100             TO WS-ABEND-MESSAGE
007110         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
007120         PERFORM 8000-ABEND THRU 8000-EXIT
007130     END-IF.
007140*    THE PARTITION TO-KEY IS THE DEFINED END POINT - A RECORD
007150*    PAST IT ENDS THIS PARTITION'S PASS AS IF AT END OF FILE.
007160*    THE KEY IS COMPARED AS BYTES, NOT NUMERICALLY - A V001
007170*    JUNK KEY MUST STILL FLOW TO VALIDATION, NOT ABEND HERE.
007180     IF NOT WS-EOF-REACHED
007190             AND HL-MAST-KEY > WS-PART-TO-KEY
007200         SET WS-EOF-REACHED TO TRUE
007210     END-IF.
007220 2900-EXIT.
007230     EXIT.
007240
007250****************************************************************
007260* 3000-VALIDATE-RECORD - EDIT THE CURRENT MASTER RECORD
007270****************************************************************
007280 3000-VALIDATE-RECORD.
007290     SET WS-RECORD-VALID TO TRUE.
007300     MOVE SPACES TO WS-REJECT-REASON-CODE.
007310     MOVE SPACES TO WS-REJECT-REASON-TEXT.
007320     IF HL-MAST-ACCT-NO NOT NUMERIC OR HL-MAST-ACCT-NO = ZERO
007330         SET WS-RECORD-INVALID TO TRUE
007340         MOVE 'V001' TO WS-REJECT-REASON-CODE
007350         MOVE 'ACCOUNT NUMBER MISSING OR NOT NUMERIC'
007360             TO WS-REJECT-REASON-TEXT
007370     END-IF.
007380     IF WS-RECORD-VALID AND HL-MAST-NAME = SPACES
007390         SET WS-RECORD-INVALID TO TRUE
007400         MOVE 'V002' TO WS-REJECT-REASON-CODE
007410         MOVE 'CUSTOMER NAME MISSING' TO WS-REJECT-REASON-TEXT
007420     END-IF.
007430     IF WS-RECORD-VALID
007440             AND (HL-MAST-EFF-YYYY NOT NUMERIC
007450             OR HL-MAST-EFF-MM NOT NUMERIC
007460             OR HL-MAST-EFF-DD NOT NUMERIC)
007470         SET WS-RECORD-INVALID TO TRUE
007480         MOVE 'V003' TO WS-REJECT-REASON-CODE
007490         MOVE 'EFFECTIVE DATE NOT NUMERIC'
007500             TO WS-REJECT-REASON-TEXT
007510     END-IF.
007520     IF WS-RECORD-VALID
007530             AND (HL-MAST-EFF-MM < 1 OR HL-MAST-EFF-MM > 12
007540             OR HL-MAST-EFF-DD < 1 OR HL-MAST-EFF-DD > 31)
007550         SET WS-RECORD-INVALID TO TRUE
007560         MOVE 'V004' TO WS-REJECT-REASON-CODE
007570         MOVE 'EFFECTIVE DATE OUT OF RANGE'
007580             TO WS-REJECT-REASON-TEXT
007590     END-IF.
007600     IF WS-RECORD-VALID
007610             AND NOT HL-MAST-ACTIVE
007620             AND NOT HL-MAST-INACTIVE
007630             AND NOT HL-MAST-CLOSED
007640         SET WS-RECORD-INVALID TO TRUE
007650         MOVE 'V005' TO WS-REJECT-REASON-CODE
007660         MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON-TEXT
007670     END-IF.
007680 3000-EXIT.
007690     EXIT.
007700
007710****************************************************************
007720* 4000-PROCESS-VALID-RECORD - DISPOSE OF AN ACCEPTED RECORD
007730****************************************************************
007740 4000-PROCESS-VALID-RECORD.
007750     IF HL-MAST-EFF-DATE > WS-CURRENT-DATE
007760         PERFORM 4200-WRITE-PENDING-RECORD THRU 4200-EXIT
007770         GO TO 4000-EXIT
007780     END-IF.
007790     ADD 1 TO WS-RECORDS-ACCEPTED.
007800     DISPLAY 'ACCT: ' HL-MAST-ACCT-NO ' NAME: ' HL-MAST-NAME.
007810     IF NOT WS-MODE-VALIDATE-ONLY
007820         PERFORM 7100-PRINT-DETAIL-LINE THRU 7100-EXIT
007830         PERFORM 4100-WRITE-EXTRACT-RECORD THRU 4100-EXIT
007840     END-IF.
007850 4000-EXIT.
007860     EXIT.
007870
007880****************************************************************
007890* 4100-WRITE-EXTRACT-RECORD - APPEND ONE ROW TO THE DOWNSTREAM
007900*                             EXTRACT FOR THE REPORTING TEAM
007910****************************************************************
007920 4100-WRITE-EXTRACT-RECORD.
007930     MOVE HL-MAST-ACCT-NO TO HL-EXT-ACCT-NO.
007940     MOVE HL-MAST-NAME TO HL-EXT-NAME.
007950     MOVE HL-MAST-EFF-YYYY TO HL-EXT-EFF-YYYY.
007960     MOVE HL-MAST-EFF-MM TO HL-EXT-EFF-MM.
007970     MOVE HL-MAST-EFF-DD TO HL-EXT-EFF-DD.
007980     MOVE HL-MAST-BALANCE TO HL-EXT-BALANCE.
007990     MOVE HL-MAST-STATUS-CODE TO HL-EXT-STATUS-CODE.
008000     MOVE WS-CURRENT-DATE TO HL-EXT-EXTRACT-DATE.
008010     ADD 1 TO WS-EXT-RECORD-COUNT.
008020     ADD HL-EXT-BALANCE TO WS-EXT-HASH-TOTAL.
008030     WRITE HL-EXTRACT-RECORD.
008040 4100-EXIT.
008050     EXIT.
008060
008070****************************************************************
008080* 4200-WRITE-PENDING-RECORD - DIVERT A FUTURE-DATED RECORD TO
008090*                             THE PENDING-RELEASE FILE INSTEAD
008100*                             OF THE REPORT AND EXTRACT.  THE
008110*                             RECORD STAYS ON THE MASTER AND
008120*                             FLOWS NORMALLY ONCE ITS DATE
008130*                             ARRIVES.
008140****************************************************************
008150 4200-WRITE-PENDING-RECORD.
008160     ADD 1 TO WS-RECORDS-HELD.
008170     IF NOT WS-MODE-VALIDATE-ONLY
008180         MOVE HL-MASTER-RECORD TO HL-PENDING-RECORD
008190         WRITE HL-PENDING-RECORD
008200     END-IF.
008210 4200-EXIT.
008220     EXIT.
008230
008240****************************************************************
008250* 4900-WRITE-EXTRACT-TRAILER - END THE EXTRACT WITH A CONTROL
008260*                              TRAILER SO THE HELLOXB BALANCING
008270*                              STEP CAN PROVE THE FILE COMPLETE
008280*                              AND CURRENT BEFORE THE HANDOFF
008290****************************************************************
008300 4900-WRITE-EXTRACT-TRAILER.
008310     MOVE SPACES TO HL-EXTRACT-TRAILER.
008320     MOVE '9999999' TO HL-EXT-TRL-ID.
008330     MOVE WS-CURRENT-DATE TO HL-EXT-TRL-EXTRACT-DATE.
008340     MOVE WS-EXT-RECORD-COUNT TO HL-EXT-TRL-RECORD-COUNT.
008350     MOVE WS-EXT-HASH-TOTAL TO HL-EXT-TRL-HASH-TOTAL.
008360     WRITE HL-EXTRACT-TRAILER.
008370 4900-EXIT.
008380     EXIT.
008390
008400****************************************************************
008410* 5000-WRITE-SUSPENSE-RECORD - LOG A REJECTED RECORD
008420****************************************************************
008430 5000-WRITE-SUSPENSE-RECORD.
008440     ADD 1 TO WS-RECORDS-REJECTED.
008450     IF NOT WS-MODE-VALIDATE-ONLY
008460         MOVE HL-MAST-ACCT-NO TO HL-REJ-ACCT-NO
008470         MOVE HL-MAST-NAME TO HL-REJ-NAME
008480         MOVE WS-REJECT-REASON-CODE TO HL-REJ-REASON-CODE
008490         MOVE WS-REJECT-REASON-TEXT TO HL-REJ-REASON-TEXT
008500         MOVE WS-CURRENT-DATE TO HL-REJ-FIRST-SUSP-DATE
008510         WRITE HL-REJECT-RECORD
008520     END-IF.
008530 5000-EXIT.
008540     EXIT.
008550
008560****************************************************************
008570* 6000-WRITE-CHECKPOINT - SAVE THE LAST KEY PROCESSED SO A
008580*                         RERUN CAN RESUME PAST THIS POINT
008590****************************************************************
008600 6000-WRITE-CHECKPOINT.
008610     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008620     ACCEPT WS-CURRENT-TIME FROM TIME.
008630     MOVE HL-MAST-ACCT-NO TO HL-RST-LAST-KEY.
008640     MOVE WS-RECORDS-READ TO HL-RST-RECORDS-READ.
008650     MOVE WS-RECORDS-ACCEPTED TO HL-RST-RECORDS-ACCEPTED.
008660     MOVE WS-RECORDS-REJECTED TO HL-RST-RECORDS-REJECTED.
008670     MOVE WS-CURRENT-DATE TO HL-RST-CHECKPOINT-DATE.
008680     MOVE WS-CURRENT-TIME TO HL-RST-CHECKPOINT-TIME.
008690     OPEN OUTPUT RESTART-FILE.
008700     WRITE HL-RESTART-RECORD.
008710     CLOSE RESTART-FILE.
008720     MOVE ZERO TO WS-RECS-SINCE-CHECKPOINT.
008730 6000-EXIT.
008740     EXIT.
008750
008760****************************************************************
008770* 6100-CLEAR-CHECKPOINT - RUN COMPLETED CLEAN END TO END, SO
008780*                         CLEAR THE RESTART CONTROL FILE - ONLY
008790*                         A RERUN AFTER A GENUINE FAILURE SHOULD
008800*                         EVER FIND A CHECKPOINT KEY TO SKIP TO
008810****************************************************************
008820 6100-CLEAR-CHECKPOINT.
008830     OPEN OUTPUT RESTART-FILE.
008840     CLOSE RESTART-FILE.
008850 6100-EXIT.
008860     EXIT.
008870
008880****************************************************************
008890* 7000-WRITE-HEADINGS - START A NEW REPORT PAGE
008900****************************************************************
008910 7000-WRITE-HEADINGS.
008920     ADD 1 TO WS-PAGE-NUMBER.
008930     MOVE ZERO TO WS-LINES-ON-PAGE.
008940     MOVE '1' TO HL-RPT-H1-CTL.
008950     MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE-MM.
008960     MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE-DD.
008970     MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-DATE-YYYY.
008980     MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-HH.
008990     MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-MM.
009000     MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-SS.
009010     MOVE WS-RUN-DATE-DISPLAY TO HL-RPT-H1-DATE.
009020     MOVE WS-RUN-TIME-DISPLAY TO HL-RPT-H1-TIME.
009030     MOVE WS-PAGE-NUMBER TO HL-RPT-H1-PAGE.
009040     WRITE HL-RPT-HEADING-1.
009050     WRITE HL-RPT-HEADING-2.
009060 7000-EXIT.
009070     EXIT.
009080
009090****************************************************************
009100* 7100-PRINT-DETAIL-LINE - PRINT ONE ACCEPTED RECORD
009110****************************************************************
009120 7100-PRINT-DETAIL-LINE.
009130     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
009140         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
009150     END-IF.
009160     MOVE SPACE TO HL-RPT-DTL-CTL.
009170     MOVE HL-MAST-ACCT-NO TO HL-RPT-DTL-ACCT.
009180     MOVE HL-MAST-NAME TO HL-RPT-DTL-NAME.
009190     MOVE HL-MAST-STATUS-CODE TO HL-RPT-DTL-STATUS.
009200     WRITE HL-RPT-DETAIL-LINE.
009210     ADD 1 TO WS-LINES-ON-PAGE.
009220 7100-EXIT.
009230     EXIT.
009240
009250****************************************************************
009260* 7900-WRITE-TOTALS - PRINT THE CONTROL TOTALS FOR THE RUN
009270****************************************************************
009280 7900-WRITE-TOTALS.
009290     MOVE '-' TO HL-RPT-TOT-CTL.
009300     MOVE 'RECORDS READ' TO HL-RPT-TOT-LABEL.
009310     MOVE WS-RECORDS-READ TO HL-RPT-TOT-COUNT.
009320     WRITE HL-RPT-TOTAL-LINE.
009330     MOVE SPACE TO HL-RPT-TOT-CTL.
009340     MOVE 'RECORDS ACCEPTED' TO HL-RPT-TOT-LABEL.
009350     MOVE WS-RECORDS-ACCEPTED TO HL-RPT-TOT-COUNT.
009360     WRITE HL-RPT-TOTAL-LINE.
009370     MOVE SPACE TO HL-RPT-TOT-CTL.
009380     MOVE 'RECORDS REJECTED' TO HL-RPT-TOT-LABEL.
009390     MOVE WS-RECORDS-REJECTED TO HL-RPT-TOT-COUNT.
009400     WRITE HL-RPT-TOTAL-LINE.
009410     MOVE SPACE TO HL-RPT-TOT-CTL.
009420     MOVE 'RECORDS HELD PENDING' TO HL-RPT-TOT-LABEL.
009430     MOVE WS-RECORDS-HELD TO HL-RPT-TOT-COUNT.
009440     WRITE HL-RPT-TOTAL-LINE.
009450 7900-EXIT.
009460     EXIT.
009470
009480****************************************************************
009490* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
009500****************************************************************
009510 8000-ABEND.
009520     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
009530     MOVE 16 TO WS-ABEND-RETURN-CODE.
009540     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
009550     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
009560     ACCEPT WS-CURRENT-TIME FROM TIME.
009570     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
009580     STOP RUN.
009590 8000-EXIT.
009600     EXIT.
009610
009620****************************************************************
009630* 9000-TERMINATE - CLOSE FILES
009640****************************************************************
009650 9000-TERMINATE.
009660*    STAMP THE RUN-END DATE AND TIME ONCE, HERE - THE EXTRACT
009670*    TRAILER AND THE AUDIT ROW MUST CARRY THE SAME VALUE OR A
009680*    RUN CROSSING MIDNIGHT FAILS THE HELLOXB DATE CHECK.
009690     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
009700     ACCEPT WS-CURRENT-TIME FROM TIME.
009710     CLOSE MASTER-FILE.
009720     IF NOT WS-MODE-VALIDATE-ONLY
009730         PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT
009740         PERFORM 4900-WRITE-EXTRACT-TRAILER THRU 4900-EXIT
009750         CLOSE SUSPENSE-FILE
009760         CLOSE REPORT-FILE
009770         CLOSE EXTRACT-FILE
009780         CLOSE PENDING-FILE
009790         PERFORM 6100-CLEAR-CHECKPOINT THRU 6100-EXIT
009800     END-IF.
009810 9000-EXIT.
009820     EXIT.
009830
009840****************************************************************
009850* 9400-CLOSE-SIGN-ON - RELEASE THE SIGN-ON ROUTINE'S OPERATOR
009860*                      AND ACCESS-LOG FILES
009870****************************************************************
009880 9400-CLOSE-SIGN-ON.
009890     SET HL-SOS-FUNC-CLOSE TO TRUE.
009900     CALL 'HELLOSO' USING HL-SOS-PARMS.
009910 9400-EXIT.
009920     EXIT.
009930
009940****************************************************************
009950* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT LOG
009960****************************************************************
009970 9500-WRITE-AUDIT-LOG.
009980     OPEN EXTEND AUDIT-LOG-FILE.
009990     IF NOT HL-AUDIT-OK
010000         DISPLAY 'HELLO - UNABLE TO OPEN AUDIT-LOG-FILE, STATUS='
010010             HL-AUDIT-STATUS
010020         MOVE 16 TO RETURN-CODE
010030         STOP RUN
010040     END-IF.
010050     MOVE 'HELLO' TO AUD-JOB-NAME.
010060     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
010070     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
010080*    THE RUN-END STAMP WAS CAPTURED BY THE CALLER (9000 ON A
010090*    CLEAN END, 8000 ON AN ABEND) SO THE EXTRACT TRAILER AND
010100*    THE AUDIT ROW AGREE - A REPRINT RUN IS THE ONLY PATH
010110*    THAT ARRIVES HERE WITHOUT ONE.
010120     IF WS-CURRENT-DATE = ZERO
010130         ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
010140         ACCEPT WS-CURRENT-TIME FROM TIME
010150     END-IF.
010160     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
010170     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
010180     MOVE WS-RECORDS-READ TO AUD-RECORDS-READ.
010190     MOVE WS-RECORDS-ACCEPTED TO AUD-RECORDS-ACCEPTED.
010200     MOVE WS-RECORDS-REJECTED TO AUD-RECORDS-REJECTED.
010210     MOVE RETURN-CODE TO AUD-RETURN-CODE.
010220     WRITE AUD-LOG-RECORD.
010230     CLOSE AUDIT-LOG-FILE.
010240 9500-EXIT.
010250     EXIT.
