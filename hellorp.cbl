000180*   DAILY PENDING-RELEASE RUN.  READS THE PENDING FILE OF
000190*   FUTURE-DATED RECORDS THE HELLO EDIT DIVERTED (TODAY'S
000200*   HOLDS PLUS THE CARRY-FORWARD FILE, CONCATENATED ON
000210*   PENDIN).  AN EFFECTIVE DATE THAT FALLS ON A WEEKEND OR
000220*   HOLIDAY IS ROLLED FORWARD TO THE NEXT BUSINESS DAY ON THE
000230*   SUITE CALENDAR (THROUGH THE HELLODT DATE-SERVICE ROUTINE).
000240*   RECORDS WHOSE RELEASE DAY HAS ARRIVED ARE RELEASED INTO
000250*   NORMAL PROCESSING - RE-ENTERED ON THE MASTER IF THEY ARE
000260*   NOT ALREADY THERE - AND THE REST ARE CARRIED FORWARD.
000270*   PRINTS THE PENDING-ITEMS REPORT (ACCOUNT, NAME, EFFECTIVE
000280*   DATE, EXACT DAYS UNTIL THE RELEASE DAY, DISPOSITION) SO
000290*   OPERATIONS CAN SEE WHAT IS QUEUED.  APPENDS
000300*   ONE ROW TO THE SHARED AUDIT LOG.  A RE-ENTERED RECORD ALSO
000310*   APPENDS AN ENTRY TO THE ACCOUNT POSTING HISTORY (HLHST.CPY).
000320*----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340* DATE       INIT  DESCRIPTION
000350* 2026-08-22 JLB   INITIAL VERSION - RELEASE STEP AND QUEUE
000360*                  REPORT FOR EFFECTIVE-DATE HELD RECORDS.
000370* 2026-08-22 JLB   EACH ACCOUNT ON PENDIN IS NOW PROCESSED ONLY
000380*                  ONCE PER RUN - THE NIGHTLY EDIT RE-DIVERTS
000390*                  HELD RECORDS STILL ON THE MASTER, SO THE
000400*                  CONCATENATION CARRIES TWO IMAGES OF EACH.
000410*                  THE REPORT DISPOSITION COLUMN NOW FOLLOWS
000420*                  THE PROCESSING PATH INSTEAD OF A ZERO DAY
000430*                  COUNT, AND CARRIED DAYS FLOOR AT 1.  WHOLE
000440*                  MEMBER RENUMBERED.
000450* 2026-08-22 JLB   THE RELEASE-PATH MASTER READ NOW ABENDS ON A
000460*                  GENUINE I/O ERROR INSTEAD OF COUNTING THE
000470*                  ITEM RELEASED AND DROPPING IT FROM THE
000480*                  CARRY-FORWARD.
000490* 2026-09-02 JLB   A RELEASED RECORD RE-ENTERED ON THE MASTER
000500*                  NOW ALSO APPENDS A BEFORE/AFTER IMAGE ENTRY
000510*                  TO THE RECOVERY JOURNAL (HLJRN.CPY) SO THE
000520*                  HELLORB FORWARD-RECOVERY RUN CAN REBUILD A
000530*                  DAMAGED CLUSTER.
000540* 2026-10-15 JLB   A RELEASED RECORD RE-ENTERED ON THE MASTER
000550*                  NOW ALSO APPENDS AN ENTRY TO THE ACCOUNT
000560*                  POSTING HISTORY (HLHST.CPY).  WHOLE MEMBER
000570*                  RENUMBERED.
000580* 2026-10-15 JLB   THE EFFECTIVE DATE IS NOW ROLLED TO THE NEXT
000590*                  BUSINESS DAY ON THE SUITE CALENDAR BEFORE
000600*                  THE RELEASE TEST, AND DAYS UNTIL RELEASE IS
000610*                  THE EXACT DAY COUNT FROM HELLODT IN PLACE OF
000620*                  THE 365/30-DAY APPROXIMATION.  WHOLE MEMBER
000630*                  RENUMBERED.
000640****************************************************************
000650 IDENTIFICATION DIVISION.
000660 PROGRAM-ID.     HELLORP.
000670 AUTHOR.         J. L. BRANNIGAN.
000680 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000690 DATE-WRITTEN.   2026-08-22.
000700 DATE-COMPILED.
000710
000720 ENVIRONMENT DIVISION.
000730 CONFIGURATION SECTION.
000740 SOURCE-COMPUTER.   IBM-370.
000750 OBJECT-COMPUTER.   IBM-370.
000760
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790
000800*    ------------------------------------------------------------
000810*    PENDING INPUT - TODAY'S HOLDS PLUS THE PRIOR CARRY-FORWARD
000820*    FILE, CONCATENATED IN THE JCL
000830*    ------------------------------------------------------------
000840     SELECT PEND-IN-FILE ASSIGN TO "PENDIN"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS HL-PEND-IN-STATUS.
000870
000880*    ------------------------------------------------------------
000890*    PENDING CARRY-FORWARD OUTPUT - ITEMS STILL AHEAD OF THEIR
000900*    EFFECTIVE DATE, KEPT FOR THE NEXT RELEASE RUN
000910*    ------------------------------------------------------------
000920     SELECT PEND-OUT-FILE ASSIGN TO "PENDOUT"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS HL-PEND-OUT-STATUS.
000950
000960*    ------------------------------------------------------------
000970*    CUSTOMER MASTER FILE - INDEXED, KEYED BY ACCOUNT NUMBER,
000980*    OPENED I-O SO RELEASED RECORDS CAN RE-ENTER IF MISSING
000990*    ------------------------------------------------------------
001000     SELECT MASTER-FILE ASSIGN TO "MASTERF"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS HL-MAST-KEY
001040         FILE STATUS IS HL-MASTER-STATUS.
001050
001060*    ------------------------------------------------------------
001070*    RECOVERY JOURNAL - ONE BEFORE/AFTER IMAGE ENTRY APPENDED
001080*    PER MASTER RE-ENTRY WRITE, FOR HELLORB FORWARD RECOVERY
001090*    ------------------------------------------------------------
001100     SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS HL-JOURNAL-STATUS.
001130
001140*    ------------------------------------------------------------
001150*    ACCOUNT POSTING HISTORY - INDEXED, ONE ENTRY ADDED PER
001160*    MASTER RE-ENTRY WRITE
001170*    ------------------------------------------------------------
001180     SELECT HISTORY-FILE ASSIGN TO "HISTORY"
001190         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS DYNAMIC
001210         RECORD KEY IS HL-HST-KEY
001220         FILE STATUS IS HL-HISTORY-STATUS.
001230
001240*    ------------------------------------------------------------
001250*    PENDING-ITEMS REPORT PRINT FILE - 133-BYTE ASA CARRIAGE
001260*    CONTROL
001270*    ------------------------------------------------------------
001280     SELECT REPORT-FILE ASSIGN TO "PRTFILE"
001290         ORGANIZATION IS SEQUENTIAL
001300         FILE STATUS IS HL-REPORT-STATUS.
001310
001320*    ------------------------------------------------------------
001330*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
001340*    LAYOUT ACROSS THE SUITE
001350*    ------------------------------------------------------------
001360     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001370         ORGANIZATION IS SEQUENTIAL
001380         FILE STATUS IS HL-AUDIT-STATUS.
001390
001400 DATA DIVISION.
001410 FILE SECTION.
001420
001430 FD  PEND-IN-FILE
001440     LABEL RECORDS ARE STANDARD
001450     RECORD CONTAINS 97 CHARACTERS
001460     DATA RECORD IS HL-PENDING-RECORD.
001470     COPY HLPND.
001480
001490 FD  PEND-OUT-FILE
001500     LABEL RECORDS ARE STANDARD
001510     RECORD CONTAINS 97 CHARACTERS
001520     DATA RECORD IS RP-PEND-OUT-RECORD.
001530 01  RP-PEND-OUT-RECORD              PIC X(97).
001540
001550 FD  MASTER-FILE
001560     LABEL RECORDS ARE STANDARD
001570     RECORD CONTAINS 97 CHARACTERS
001580     DATA RECORD IS HL-MASTER-RECORD.
001590     COPY HLMAST.
001600
001610 FD  JOURNAL-FILE
001620     LABEL RECORDS ARE STANDARD
001630     RECORD CONTAINS 219 CHARACTERS
001640     DATA RECORD IS HL-JOURNAL-RECORD.
001650     COPY HLJRN.
001660
001670 FD  HISTORY-FILE
001680     LABEL RECORDS ARE STANDARD
001690     RECORD CONTAINS 80 CHARACTERS
001700     DATA RECORD IS HL-HISTORY-RECORD.
001710     COPY HLHST.
001720
001730 FD  REPORT-FILE
001740     LABEL RECORDS ARE STANDARD
001750     RECORD CONTAINS 133 CHARACTERS.
001760     COPY HLRPPRT.
001770
001780 FD  AUDIT-LOG-FILE
001790     LABEL RECORDS ARE STANDARD
001800     RECORD CONTAINS 88 CHARACTERS
001810     DATA RECORD IS AUD-LOG-RECORD.
001820     COPY AUDLOG.
001830
001840 WORKING-STORAGE SECTION.
001850
001860*    ------------------------------------------------------------
001870*    FILE STATUS FIELDS
001880*    ------------------------------------------------------------
001890 01  HL-FILE-STATUSES.
001900     05  HL-PEND-IN-STATUS           PIC X(02) VALUE '00'.
001910         88  HL-PEND-IN-OK           VALUE '00'.
001920     05  HL-PEND-OUT-STATUS          PIC X(02) VALUE '00'.
001930         88  HL-PEND-OUT-OK          VALUE '00'.
001940     05  HL-MASTER-STATUS            PIC X(02) VALUE '00'.
001950         88  HL-MASTER-OK            VALUE '00'.
001960     05  HL-JOURNAL-STATUS           PIC X(02) VALUE '00'.
001970         88  HL-JOURNAL-OK           VALUE '00'.
001980     05  HL-HISTORY-STATUS           PIC X(02) VALUE '00'.
001990         88  HL-HISTORY-OK           VALUE '00'.
002000         88  HL-HISTORY-DUPKEY       VALUE '22'.
002010     05  HL-REPORT-STATUS            PIC X(02) VALUE '00'.
002020         88  HL-REPORT-OK            VALUE '00'.
002030     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
002040         88  HL-AUDIT-OK             VALUE '00'.
002050
002060*    ------------------------------------------------------------
002070*    SWITCHES
002080*    ------------------------------------------------------------
002090 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
002100     88  WS-EOF-REACHED              VALUE 'Y'.
002110 77  WS-FOUND-SWITCH                 PIC X(01) VALUE 'Y'.
002120     88  WS-MASTER-FOUND             VALUE 'Y'.
002130     88  WS-MASTER-NOT-FOUND         VALUE 'N'.
002140 77  WS-DUP-SWITCH                   PIC X(01) VALUE 'N'.
002150     88  WS-DUP-FOUND                VALUE 'Y'.
002160 77  WS-DISP-SWITCH                  PIC X(01) VALUE 'P'.
002170     88  WS-DISP-RELEASED            VALUE 'R'.
002180     88  WS-DISP-PENDING             VALUE 'P'.
002190
002200*    ------------------------------------------------------------
002210*    RUN COUNTERS
002220*    ------------------------------------------------------------
002230 77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
002240 77  WS-RECORDS-RELEASED             PIC 9(07) COMP VALUE ZERO.
002250 77  WS-RECORDS-CARRIED              PIC 9(07) COMP VALUE ZERO.
002260 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
002270 01  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
002280 01  WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
002290     05  WS-CURRENT-YYYY             PIC 9(04).
002300     05  WS-CURRENT-MM               PIC 9(02).
002310     05  WS-CURRENT-DD               PIC 9(02).
002320
002330*    ------------------------------------------------------------
002340*    AUDIT-LOG WORK AREAS
002350*    ------------------------------------------------------------
002360 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
002370 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
002380
002390*    ------------------------------------------------------------
002400*    JOURNAL WORK AREAS - A MASTER RE-ENTRY WRITE ALSO APPENDS
002410*    A BEFORE/AFTER IMAGE TO THE RECOVERY JOURNAL
002420*    ------------------------------------------------------------
002430 77  WS-JRN-STAMP-DATE               PIC 9(08) VALUE ZERO.
002440 77  WS-JRN-STAMP-TIME               PIC 9(08) VALUE ZERO.
002450
002460*    ------------------------------------------------------------
002470*    POSTING HISTORY WORK AREAS - A MASTER RE-ENTRY WRITE ALSO
002480*    ADDS A POSTING HISTORY ENTRY
002490*    ------------------------------------------------------------
002500 77  WS-HST-STAMP-TIME               PIC 9(08) VALUE ZERO.
002510 77  WS-HST-WRITTEN-SWITCH           PIC X(01) VALUE 'N'.
002520     88  WS-HST-WRITTEN              VALUE 'Y'.
002530
002540*    ------------------------------------------------------------
002550*    DAYS-TO-RELEASE WORK AREAS - THE RELEASE DAY IS THE
002560*    EFFECTIVE DATE ROLLED FORWARD TO A BUSINESS DAY
002570*    ------------------------------------------------------------
002580 77  WS-RELEASE-DATE                 PIC 9(08) VALUE ZERO.
002590 77  WS-DAYS-TO-RELEASE              PIC S9(05) COMP-3 VALUE ZERO.
002600
002610*    ------------------------------------------------------------
002620*    DATE-SERVICE ROUTINE PARAMETER BLOCK
002630*    ------------------------------------------------------------
002640     COPY HLDTS.
002650
002660*    ------------------------------------------------------------
002670*    ACCOUNTS ALREADY PROCESSED THIS RUN - THE PENDIN
002680*    CONCATENATION CARRIES TWO IMAGES OF A QUEUED ITEM (THE
002690*    CARRY-FORWARD COPY AND THE FRESH HOLD FROM LAST NIGHT'S
002700*    EDIT), SO EACH ACCOUNT IS PROCESSED ONLY ONCE
002710*    ------------------------------------------------------------
002720 77  WS-SEEN-MAX                     PIC 9(05) COMP VALUE 5000.
002730 77  WS-SEEN-COUNT                   PIC 9(05) COMP VALUE ZERO.
002740 77  WS-SEEN-SUB                     PIC 9(05) COMP VALUE ZERO.
002750 01  WS-SEEN-TABLE.
002760     05  WS-SEEN-ACCT-NO             PIC 9(07)
002770                                     OCCURS 5000 TIMES.
002780
002790*    ------------------------------------------------------------
002800*    REPORT CONTROLS
002810*    ------------------------------------------------------------
002820 77  WS-MAX-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
002830 77  WS-LINES-ON-PAGE                PIC 9(02) COMP VALUE ZERO.
002840 77  WS-PAGE-NUMBER                  PIC 9(04) COMP VALUE ZERO.
002850 01  WS-RUN-DATE-DISPLAY.
002860     05  WS-RUN-DATE-MM              PIC 9(02).
002870     05  FILLER                      PIC X(01) VALUE '/'.
002880     05  WS-RUN-DATE-DD              PIC 9(02).
002890     05  FILLER                      PIC X(01) VALUE '/'.
002900     05  WS-RUN-DATE-YYYY            PIC 9(04).
002910 01  WS-RUN-TIME-DISPLAY.
002920     05  WS-RUN-TIME-HH              PIC 9(02).
002930     05  FILLER                      PIC X(01) VALUE ':'.
002940     05  WS-RUN-TIME-MM              PIC 9(02).
002950     05  FILLER                      PIC X(01) VALUE ':'.
002960     05  WS-RUN-TIME-SS              PIC 9(02).
002970 01  WS-EFF-DATE-DISPLAY.
002980     05  WS-EFF-DATE-MM              PIC 9(02).
002990     05  FILLER                      PIC X(01) VALUE '/'.
003000     05  WS-EFF-DATE-DD              PIC 9(02).
003010     05  FILLER                      PIC X(01) VALUE '/'.
003020     05  WS-EFF-DATE-YYYY            PIC 9(04).
003030
003040*    ------------------------------------------------------------
003050*    ABEND HANDLING
003060*    ------------------------------------------------------------
003070 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
003080 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
003090 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
003100
003110 PROCEDURE DIVISION.
003120
003130****************************************************************
003140* 0000-MAINLINE
003150****************************************************************
003160 0000-MAINLINE.
003170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003180     PERFORM 2000-PROCESS-PENDING THRU 2000-EXIT
003190         UNTIL WS-EOF-REACHED.
003200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003210     MOVE ZERO TO RETURN-CODE.
003220     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
003230     STOP RUN.
003240
003250****************************************************************
003260* 1000-INITIALIZE - OPEN FILES AND PRIME THE PENDING READ
003270****************************************************************
003280 1000-INITIALIZE.
003290     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
003300     ACCEPT WS-RUN-START-TIME FROM TIME.
003310     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003320     ACCEPT WS-CURRENT-TIME FROM TIME.
003330     OPEN INPUT PEND-IN-FILE.
003340     IF NOT HL-PEND-IN-OK
003350         MOVE 'HELLORP - UNABLE TO OPEN PEND-IN-FILE, STATUS='
003360             TO WS-ABEND-MESSAGE
003370         MOVE HL-PEND-IN-STATUS TO WS-ABEND-FILE-STATUS
003380         PERFORM 8000-ABEND THRU 8000-EXIT
003390     END-IF.
003400     OPEN OUTPUT PEND-OUT-FILE.
003410     IF NOT HL-PEND-OUT-OK
003420         MOVE 'HELLORP - UNABLE TO OPEN PEND-OUT-FILE, STATUS='
003430             TO WS-ABEND-MESSAGE
003440         MOVE HL-PEND-OUT-STATUS TO WS-ABEND-FILE-STATUS
003450         PERFORM 8000-ABEND THRU 8000-EXIT
003460     END-IF.
003470     OPEN I-O MASTER-FILE.
003480     IF NOT HL-MASTER-OK
003490         MOVE 'HELLORP - UNABLE TO OPEN MASTER-FILE, STATUS='
003500             TO WS-ABEND-MESSAGE
003510         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
003520         PERFORM 8000-ABEND THRU 8000-EXIT
003530     END-IF.
003540     OPEN EXTEND JOURNAL-FILE.
003550     IF NOT HL-JOURNAL-OK
003560         MOVE 'HELLORP - UNABLE TO OPEN JOURNAL-FILE, STATUS='
003570             TO WS-ABEND-MESSAGE
003580         MOVE HL-JOURNAL-STATUS TO WS-ABEND-FILE-STATUS
003590         PERFORM 8000-ABEND THRU 8000-EXIT
003600     END-IF.
003610     OPEN I-O HISTORY-FILE.
003620     IF NOT HL-HISTORY-OK
003630         MOVE 'HELLORP - UNABLE TO OPEN HISTORY-FILE, STATUS='
003640             TO WS-ABEND-MESSAGE
003650         MOVE HL-HISTORY-STATUS TO WS-ABEND-FILE-STATUS
003660         PERFORM 8000-ABEND THRU 8000-EXIT
003670     END-IF.
003680     OPEN OUTPUT REPORT-FILE.
003690     IF NOT HL-REPORT-OK
003700         MOVE 'HELLORP - UNABLE TO OPEN REPORT-FILE, STATUS='
003710             TO WS-ABEND-MESSAGE
003720         MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
003730         PERFORM 8000-ABEND THRU 8000-EXIT
003740     END-IF.
003750     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
003760     PERFORM 2900-READ-PENDING THRU 2900-EXIT.
003770 1000-EXIT.
003780     EXIT.
003790
003800****************************************************************
003810* 2000-PROCESS-PENDING - RELEASE OR CARRY FORWARD ONE ITEM
003820****************************************************************
003830 2000-PROCESS-PENDING.
003840*    THE PENDIN CONCATENATION CAN CARRY THE SAME ACCOUNT TWICE
003850*    - PROCESS ONLY THE FIRST IMAGE.
003860     PERFORM 2100-CHECK-DUPLICATE THRU 2100-EXIT.
003870     IF WS-DUP-FOUND
003880         PERFORM 2900-READ-PENDING THRU 2900-EXIT
003890         GO TO 2000-EXIT
003900     END-IF.
003910     ADD 1 TO WS-RECORDS-READ.
003920     PERFORM 2200-FIND-RELEASE-DAY THRU 2200-EXIT.
003930     IF WS-RELEASE-DATE NOT > WS-CURRENT-DATE
003940         PERFORM 4000-RELEASE-RECORD THRU 4000-EXIT
003950     ELSE
003960         PERFORM 5000-CARRY-FORWARD THRU 5000-EXIT
003970     END-IF.
003980     PERFORM 2900-READ-PENDING THRU 2900-EXIT.
003990 2000-EXIT.
004000     EXIT.
004010
004020****************************************************************
004030* 2100-CHECK-DUPLICATE - HAS THIS ACCOUNT ALREADY BEEN
004040*                        PROCESSED THIS RUN?  IF NOT, REMEMBER
004050*                        IT.  A FULL TABLE STOPS REMEMBERING,
004060*                        SO A LATE DUPLICATE IS PROCESSED
004070*                        AGAIN RATHER THAN SILENTLY DROPPED.
004080****************************************************************
004090 2100-CHECK-DUPLICATE.
004100     MOVE 'N' TO WS-DUP-SWITCH.
004110     MOVE ZERO TO WS-SEEN-SUB.
004120     PERFORM 2110-SCAN-ONE-SEEN THRU 2110-EXIT
004130         UNTIL WS-DUP-FOUND OR WS-SEEN-SUB NOT < WS-SEEN-COUNT.
004140     IF NOT WS-DUP-FOUND
004150             AND WS-SEEN-COUNT < WS-SEEN-MAX
004160         ADD 1 TO WS-SEEN-COUNT
004170         MOVE HL-PND-ACCT-NO TO WS-SEEN-ACCT-NO (WS-SEEN-COUNT)
004180     END-IF.
004190 2100-EXIT.
004200     EXIT.
004210
004220****************************************************************
004230* 2110-SCAN-ONE-SEEN - COMPARE ONE REMEMBERED ACCOUNT
004240****************************************************************
004250 2110-SCAN-ONE-SEEN.
004260     ADD 1 TO WS-SEEN-SUB.
004270     IF WS-SEEN-ACCT-NO (WS-SEEN-SUB) = HL-PND-ACCT-NO
004280         SET WS-DUP-FOUND TO TRUE
004290     END-IF.
004300 2110-EXIT.
004310     EXIT.
004320
004330****************************************************************
004340* 2200-FIND-RELEASE-DAY - ROLL THE EFFECTIVE DATE FORWARD TO A
004350*                         BUSINESS DAY.  AN EFFECTIVE DATE IN A
004360*                         YEAR NOT YET ON THE CALENDAR IS LEFT
004370*                         AS IT IS - IT IS ROLLED ON A LATER RUN
004380*                         ONCE THE YEAR IS LOADED.
004390****************************************************************
004400 2200-FIND-RELEASE-DAY.
004410     MOVE HL-PND-EFF-DATE TO WS-RELEASE-DATE.
004420     MOVE 'R' TO HL-DTS-FUNCTION.
004430     MOVE HL-PND-EFF-DATE TO HL-DTS-DATE-1.
004440     CALL 'HELLODT' USING HL-DTS-PARMS.
004450     IF HL-DTS-OK
004460         MOVE HL-DTS-RESULT-DATE TO WS-RELEASE-DATE
004470         GO TO 2200-EXIT
004480     END-IF.
004490     IF HL-DTS-CALENDAR-ERROR OR HL-DTS-BAD-FUNCTION
004500         MOVE 'HELLORP - CALENDAR LOOKUP FAILED, RETURN CODE='
004510             TO WS-ABEND-MESSAGE
004520         MOVE HL-DTS-RETURN-CODE TO WS-ABEND-FILE-STATUS
004530         PERFORM 8000-ABEND THRU 8000-EXIT
004540     END-IF.
004550 2200-EXIT.
004560     EXIT.
004570
004580****************************************************************
004590* 2900-READ-PENDING - READ THE NEXT PENDING ITEM
004600****************************************************************
004610 2900-READ-PENDING.
004620     READ PEND-IN-FILE
004630         AT END
004640             SET WS-EOF-REACHED TO TRUE
004650     END-READ.
004660     IF NOT HL-PEND-IN-OK AND NOT WS-EOF-REACHED
004670         MOVE 'HELLORP - PEND-IN-FILE READ ERROR, STATUS='
004680             TO WS-ABEND-MESSAGE
004690         MOVE HL-PEND-IN-STATUS TO WS-ABEND-FILE-STATUS
004700         PERFORM 8000-ABEND THRU 8000-EXIT
004710     END-IF.
004720 2900-EXIT.
004730     EXIT.
004740
004750****************************************************************
004760* 4000-RELEASE-RECORD - THE EFFECTIVE DATE HAS ARRIVED.  THE
004770*                       RECORD NORMALLY STILL SITS ON THE
004780*                       MASTER AND FLOWS ON ITS OWN FROM HERE;
004790*                       IF IT IS MISSING IT IS RE-ENTERED FROM
004800*                       THE PENDING IMAGE.
004810****************************************************************
004820 4000-RELEASE-RECORD.
004830     ADD 1 TO WS-RECORDS-RELEASED.
004840     SET WS-MASTER-FOUND TO TRUE.
004850     MOVE HL-PND-ACCT-NO TO HL-MAST-ACCT-NO.
004860     READ MASTER-FILE
004870         INVALID KEY
004880             SET WS-MASTER-NOT-FOUND TO TRUE
004890     END-READ.
004900     IF WS-MASTER-FOUND AND NOT HL-MASTER-OK
004910         MOVE 'HELLORP - MASTER-FILE READ ERROR, STATUS='
004920             TO WS-ABEND-MESSAGE
004930         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
004940         PERFORM 8000-ABEND THRU 8000-EXIT
004950     END-IF.
004960     IF WS-MASTER-NOT-FOUND
004970         MOVE HL-PENDING-RECORD TO HL-MASTER-RECORD
004980         WRITE HL-MASTER-RECORD
004990             INVALID KEY
005000                 MOVE 'HELLORP - MASTER WRITE ERROR, STATUS='
005010                     TO WS-ABEND-MESSAGE
005020                 MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
005030                 PERFORM 8000-ABEND THRU 8000-EXIT
005040         END-WRITE
005050         MOVE 'W' TO HL-JRN-ACTION
005060         MOVE SPACES TO HL-JRN-BEFORE-IMAGE
005070         MOVE HL-MASTER-RECORD TO HL-JRN-AFTER-IMAGE
005080         PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT
005090         PERFORM 6700-WRITE-HISTORY THRU 6700-EXIT
005100     END-IF.
005110     MOVE ZERO TO WS-DAYS-TO-RELEASE.
005120     SET WS-DISP-RELEASED TO TRUE.
005130     PERFORM 7100-PRINT-PENDING-LINE THRU 7100-EXIT.
005140 4000-EXIT.
005150     EXIT.
005160
005170****************************************************************
005180* 5000-CARRY-FORWARD - STILL AHEAD OF ITS RELEASE DAY, KEEP
005190*                      IT QUEUED AND SHOW THE DAYS REMAINING
005200****************************************************************
005210 5000-CARRY-FORWARD.
005220     ADD 1 TO WS-RECORDS-CARRIED.
005230     MOVE 'D' TO HL-DTS-FUNCTION.
005240     MOVE WS-CURRENT-DATE TO HL-DTS-DATE-1.
005250     MOVE WS-RELEASE-DATE TO HL-DTS-DATE-2.
005260     CALL 'HELLODT' USING HL-DTS-PARMS.
005270     IF HL-DTS-OK
005280         MOVE HL-DTS-NUMBER TO WS-DAYS-TO-RELEASE
005290     ELSE
005300         MOVE ZERO TO WS-DAYS-TO-RELEASE
005310     END-IF.
005320*    AN EFFECTIVE DATE HELLODT CANNOT USE STILL CARRIES - A
005330*    CARRIED ITEM IS ALWAYS AT LEAST ONE DAY FROM RELEASE
005340     IF WS-DAYS-TO-RELEASE < 1
005350         MOVE 1 TO WS-DAYS-TO-RELEASE
005360     END-IF.
005370     SET WS-DISP-PENDING TO TRUE.
005380     PERFORM 7100-PRINT-PENDING-LINE THRU 7100-EXIT.
005390     MOVE HL-PENDING-RECORD TO RP-PEND-OUT-RECORD.
005400     WRITE RP-PEND-OUT-RECORD.
005410     IF NOT HL-PEND-OUT-OK
005420         MOVE 'HELLORP - PEND-OUT WRITE ERROR, STATUS='
005430             TO WS-ABEND-MESSAGE
005440         MOVE HL-PEND-OUT-STATUS TO WS-ABEND-FILE-STATUS
005450         PERFORM 8000-ABEND THRU 8000-EXIT
005460     END-IF.
005470 5000-EXIT.
005480     EXIT.
005490
005500****************************************************************
005510* 6500-WRITE-JOURNAL - APPEND ONE BEFORE/AFTER IMAGE ENTRY TO
005520*                      THE RECOVERY JOURNAL.  THE CALLER HAS
005530*                      FILLED THE ACTION AND THE TWO IMAGES.
005540****************************************************************
005550 6500-WRITE-JOURNAL.
005560     MOVE 'HELLORP' TO HL-JRN-JOB-NAME.
005570     ACCEPT WS-JRN-STAMP-DATE FROM DATE YYYYMMDD.
005580     ACCEPT WS-JRN-STAMP-TIME FROM TIME.
005590     MOVE WS-JRN-STAMP-DATE TO HL-JRN-DATE.
005600     MOVE WS-JRN-STAMP-TIME TO HL-JRN-TIME.
005610     WRITE HL-JOURNAL-RECORD.
005620     IF NOT HL-JOURNAL-OK
005630         MOVE 'HELLORP - JOURNAL WRITE ERROR, STATUS='
005640             TO WS-ABEND-MESSAGE
005650         MOVE HL-JOURNAL-STATUS TO WS-ABEND-FILE-STATUS
005660         PERFORM 8000-ABEND THRU 8000-EXIT
005670     END-IF.
005680 6500-EXIT.
005690     EXIT.
005700
005710****************************************************************
005720* 6700-WRITE-HISTORY - ADD ONE POSTING HISTORY ENTRY FOR THE
005730*                      RE-ENTERED MASTER RECORD.  THE WHOLE
005740*                      BALANCE ARRIVES WITH IT.  THE SEQUENCE
005750*                      NUMBER IS STEPPED PAST ANY POSTINGS THE
005760*                      ACCOUNT ALREADY HAS TODAY.
005770****************************************************************
005780 6700-WRITE-HISTORY.
005790     MOVE SPACES TO HL-HISTORY-RECORD.
005800     MOVE HL-MAST-ACCT-NO TO HL-HST-ACCT-NO.
005810     MOVE WS-CURRENT-DATE TO HL-HST-POST-DATE.
005820     MOVE ZERO TO HL-HST-SEQ-NO.
005830     MOVE 'R' TO HL-HST-TRAN-TYPE.
005840     IF HL-MAST-BALANCE NUMERIC
005850         MOVE HL-MAST-BALANCE TO HL-HST-AMOUNT
005860         MOVE HL-MAST-BALANCE TO HL-HST-BALANCE
005870     ELSE
005880         MOVE ZERO TO HL-HST-AMOUNT
005890         MOVE ZERO TO HL-HST-BALANCE
005900     END-IF.
005910     MOVE HL-MAST-STATUS-CODE TO HL-HST-STATUS-CODE.
005920     MOVE 'HELLORP' TO HL-HST-SOURCE-JOB.
005930     MOVE ZERO TO HL-HST-BATCH-NO.
005940     ACCEPT WS-HST-STAMP-TIME FROM TIME.
005950     MOVE WS-HST-STAMP-TIME TO HL-HST-POST-TIME.
005960     MOVE 'N' TO WS-HST-WRITTEN-SWITCH.
005970     PERFORM 6710-WRITE-ONE-HISTORY THRU 6710-EXIT
005980         UNTIL WS-HST-WRITTEN.
005990 6700-EXIT.
006000     EXIT.
006010
006020****************************************************************
006030* 6710-WRITE-ONE-HISTORY - TRY THE NEXT SEQUENCE NUMBER
006040****************************************************************
006050 6710-WRITE-ONE-HISTORY.
006060     ADD 1 TO HL-HST-SEQ-NO.
006070     WRITE HL-HISTORY-RECORD.
006080     IF HL-HISTORY-OK
006090         SET WS-HST-WRITTEN TO TRUE
006100         GO TO 6710-EXIT
006110     END-IF.
006120     IF HL-HISTORY-DUPKEY AND HL-HST-SEQ-NO < 99999
006130         GO TO 6710-EXIT
006140     END-IF.
006150     MOVE 'HELLORP - HISTORY WRITE ERROR, STATUS='
006160         TO WS-ABEND-MESSAGE.
006170     MOVE HL-HISTORY-STATUS TO WS-ABEND-FILE-STATUS.
006180     PERFORM 8000-ABEND THRU 8000-EXIT.
006190 6710-EXIT.
006200     EXIT.
006210
006220****************************************************************
006230* 7000-WRITE-HEADINGS - START A NEW REPORT PAGE
006240****************************************************************
006250 7000-WRITE-HEADINGS.
006260     ADD 1 TO WS-PAGE-NUMBER.
006270     MOVE ZERO TO WS-LINES-ON-PAGE.
006280     MOVE '1' TO HL-RPP-H1-CTL.
006290     MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE-MM.
006300     MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE-DD.
006310     MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-DATE-YYYY.
006320     MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-HH.
006330     MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-MM.
006340     MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-SS.
006350     MOVE WS-RUN-DATE-DISPLAY TO HL-RPP-H1-DATE.
006360     MOVE WS-RUN-TIME-DISPLAY TO HL-RPP-H1-TIME.
006370     MOVE WS-PAGE-NUMBER TO HL-RPP-H1-PAGE.
006380     WRITE HL-RPP-HEADING-1.
006390     WRITE HL-RPP-HEADING-2.
006400 7000-EXIT.
006410     EXIT.
006420
006430****************************************************************
006440* 7100-PRINT-PENDING-LINE - ONE QUEUED OR RELEASED ITEM
006450****************************************************************
006460 7100-PRINT-PENDING-LINE.
006470     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
006480         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
006490     END-IF.
006500     MOVE SPACE TO HL-RPP-DTL-CTL.
006510     MOVE HL-PND-ACCT-NO TO HL-RPP-DTL-ACCT.
006520     MOVE HL-PND-NAME TO HL-RPP-DTL-NAME.
006530     MOVE HL-PND-EFF-MM TO WS-EFF-DATE-MM.
006540     MOVE HL-PND-EFF-DD TO WS-EFF-DATE-DD.
006550     MOVE HL-PND-EFF-YYYY TO WS-EFF-DATE-YYYY.
006560     MOVE WS-EFF-DATE-DISPLAY TO HL-RPP-DTL-EFF-DATE.
006570     MOVE WS-DAYS-TO-RELEASE TO HL-RPP-DTL-DAYS.
006580     IF WS-DISP-RELEASED
006590         MOVE 'RELEASED' TO HL-RPP-DTL-DISP
006600     ELSE
006610         MOVE 'PENDING' TO HL-RPP-DTL-DISP
006620     END-IF.
006630     WRITE HL-RPP-DETAIL-LINE.
006640     ADD 1 TO WS-LINES-ON-PAGE.
006650 7100-EXIT.
006660     EXIT.
006670
006680****************************************************************
006690* 7900-WRITE-TOTALS - PRINT THE CONTROL TOTALS FOR THE RUN
006700****************************************************************
006710 7900-WRITE-TOTALS.
006720     MOVE '-' TO HL-RPP-TOT-CTL.
006730     MOVE 'ITEMS READ' TO HL-RPP-TOT-LABEL.
006740     MOVE WS-RECORDS-READ TO HL-RPP-TOT-COUNT.
006750     WRITE HL-RPP-TOTAL-LINE.
006760     MOVE SPACE TO HL-RPP-TOT-CTL.
006770     MOVE 'ITEMS RELEASED' TO HL-RPP-TOT-LABEL.
006780     MOVE WS-RECORDS-RELEASED TO HL-RPP-TOT-COUNT.
006790     WRITE HL-RPP-TOTAL-LINE.
006800     MOVE SPACE TO HL-RPP-TOT-CTL.
006810     MOVE 'ITEMS STILL PENDING' TO HL-RPP-TOT-LABEL.
006820     MOVE WS-RECORDS-CARRIED TO HL-RPP-TOT-COUNT.
006830     WRITE HL-RPP-TOTAL-LINE.
006840 7900-EXIT.
006850     EXIT.
006860
006870****************************************************************
006880* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
006890****************************************************************
006900 8000-ABEND.
006910     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
006920     MOVE 16 TO WS-ABEND-RETURN-CODE.
006930     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
006940     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
006950     STOP RUN.
006960 8000-EXIT.
006970     EXIT.
006980
006990****************************************************************
007000* 9000-TERMINATE - PRINT TOTALS AND CLOSE FILES
007010****************************************************************
007020 9000-TERMINATE.
007030     PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT.
007040     MOVE 'C' TO HL-DTS-FUNCTION.
007050     CALL 'HELLODT' USING HL-DTS-PARMS.
007060     CLOSE PEND-IN-FILE.
007070     CLOSE PEND-OUT-FILE.
007080     CLOSE MASTER-FILE.
007090     CLOSE JOURNAL-FILE.
007100     CLOSE HISTORY-FILE.
007110     CLOSE REPORT-FILE.
007120 9000-EXIT.
007130     EXIT.
007140
007150****************************************************************
007160* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT LOG
007170****************************************************************
007180 9500-WRITE-AUDIT-LOG.
007190     OPEN EXTEND AUDIT-LOG-FILE.
007200     IF NOT HL-AUDIT-OK
007210         DISPLAY 'HELLORP - UNABLE TO OPEN AUDIT-LOG, STATUS='
007220             HL-AUDIT-STATUS
007230         MOVE 16 TO RETURN-CODE
007240         STOP RUN
007250     END-IF.
007260     MOVE 'HELLORP' TO AUD-JOB-NAME.
007270     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
007280     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
007290     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007300     ACCEPT WS-CURRENT-TIME FROM TIME.
007310     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
007320     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
007330     MOVE WS-RECORDS-READ TO AUD-RECORDS-READ.
007340     MOVE WS-RECORDS-RELEASED TO AUD-RECORDS-ACCEPTED.
007350     MOVE WS-RECORDS-CARRIED TO AUD-RECORDS-REJECTED.
007360     MOVE RETURN-CODE TO AUD-RETURN-CODE.
007370     WRITE AUD-LOG-RECORD.
007380     CLOSE AUDIT-LOG-FILE.
007390 9500-EXIT.
007400     EXIT.
