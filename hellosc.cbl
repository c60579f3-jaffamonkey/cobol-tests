000270*   FIRST-SUSPENDED DATE PRESERVED SO NOTHING IS LOST AND AGING
000280*   ITEMS CAN BE CHASED.  APPENDS ONE ROW TO THE SHARED AUDIT
000290*   LOG.  RETURN-CODE 0004 SIGNALS ITEMS STILL CARRIED FORWARD.
000300*   EVERY RE-ENTRY ALSO APPENDS AN ENTRY TO THE ACCOUNT POSTING
000310*   HISTORY (HLHST.CPY).  THE CLERK SIGNS ON THROUGH HELLOSO
000320*   BEFORE ANY FILE IS OPENED - INQUIRY LEVEL TO SEE THE ITEMS,
000330*   CLERK LEVEL TO CORRECT ONE; A REFUSED SIGN-ON ENDS THE RUN
000340*   WITH RC 8 AND LEAVES THE SUSPENSE FILES UNTOUCHED.  EVERY
000350*   ITEM PRESENTED AND EVERY CORRECTION IS WRITTEN TO THE
000360*   ACCOUNT-ACCESS LOG.
000370*----------------------------------------------------------------
000380* MODIFICATION HISTORY
000390* DATE       INIT  DESCRIPTION
000400* 2026-08-22 JLB   INITIAL VERSION - CLERK CORRECTION OF
000410*                  SUSPENDED RECORDS WITH RE-EDIT, RE-ENTRY TO
000420*                  THE MASTER, AND DAY-TO-DAY CARRY-FORWARD.
000430* 2026-08-22 JLB   A CORRECTED ACCOUNT NUMBER IS NOW MOVED INTO
000440*                  THE RECORD BEFORE THE RE-EDIT, AND THE OLD
000450*                  KEY IS RESTORED FOR THE DELETE WHEN THE KEY
000460*                  ITSELF WAS FIXED.  EACH ACCOUNT ON SUSPIN IS
000470*                  PRESENTED ONLY ONCE PER RUN - THE NIGHTLY
000480*                  EDIT RE-REJECTS UNRESOLVED ITEMS STILL ON
000490*                  THE MASTER, SO THE CONCATENATION CARRIES TWO
000500*                  IMAGES OF EACH.  WHOLE MEMBER RENUMBERED.
000510* 2026-08-22 JLB   THE PRESENTED-ACCOUNTS TABLE IS NOW
000520*                  ALPHANUMERIC - A V001 KEY IMAGE CAN CARRY
000530*                  NON-NUMERIC JUNK A NUMERIC COMPARE WOULD
000540*                  ABEND ON.  A KEY CORRECTION NOW PROBES THE
000550*                  MASTER FIRST AND CARRIES THE ITEM FORWARD
000560*                  WHEN THE NEW ACCOUNT NUMBER IS ALREADY IN
000570*                  USE, SO THE OLD RECORD IS NEVER DELETED
000580*                  AHEAD OF A DOOMED WRITE.
000590* 2026-09-02 JLB   EVERY MASTER WRITE, REWRITE, AND DELETE NOW
000600*                  ALSO APPENDS A BEFORE/AFTER IMAGE ENTRY TO
000610*                  THE RECOVERY JOURNAL (HLJRN.CPY) SO THE
000620*                  HELLORB FORWARD-RECOVERY RUN CAN REBUILD A
000630*                  DAMAGED CLUSTER.
000640* 2026-10-15 JLB   EVERY CORRECTED RECORD RE-ENTERED ON THE
000650*                  MASTER NOW ALSO APPENDS AN ENTRY TO THE
000660*                  ACCOUNT POSTING HISTORY (HLHST.CPY); A KEY
000670*                  CORRECTION POSTS THE MOVE OFF THE OLD
000680*                  ACCOUNT AS WELL.  WHOLE MEMBER RENUMBERED.
000690* 2026-10-15 JLB   OPERATOR SIGN-ON THROUGH HELLOSO BEFORE THE
000700*                  FILES ARE OPENED.  A CORRECTION NEEDS CLERK
000710*                  AUTHORITY - A REFUSED ONE IS CARRIED FORWARD.
000720*                  EVERY ITEM PRESENTED (VIEW) AND CORRECTED
000730*                  (CHANGE) IS LOGGED TO THE ACCESS LOG.  WHOLE
000740*                  MEMBER RENUMBERED.
000750****************************************************************
000760 IDENTIFICATION DIVISION.
000770 PROGRAM-ID.     HELLOSC.
000780 AUTHOR.         J. L. BRANNIGAN.
000790 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000800 DATE-WRITTEN.   2026-08-22.
000810 DATE-COMPILED.
000820
000830 ENVIRONMENT DIVISION.
000840 CONFIGURATION SECTION.
000850 SOURCE-COMPUTER.   IBM-370.
000860 OBJECT-COMPUTER.   IBM-370.
000870
000880 INPUT-OUTPUT SECTION.
000890 FILE-CONTROL.
000900
000910*    ------------------------------------------------------------
000920*    SUSPENSE INPUT - TODAY'S REJECTS PLUS THE PRIOR
000930*    CARRY-FORWARD FILE, CONCATENATED IN THE JCL
000940*    ------------------------------------------------------------
000950     SELECT SUSP-IN-FILE ASSIGN TO "SUSPIN"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS HL-SUSP-IN-STATUS.
000980
000990*    ------------------------------------------------------------
001000*    SUSPENSE CARRY-FORWARD OUTPUT - UNRESOLVED ITEMS KEPT FOR
001010*    THE NEXT CORRECTION RUN
001020*    ------------------------------------------------------------
001030     SELECT SUSP-OUT-FILE ASSIGN TO "SUSPOUT"
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS HL-SUSP-OUT-STATUS.
001060
001070*    ------------------------------------------------------------
001080*    CUSTOMER MASTER FILE - INDEXED, KEYED BY ACCOUNT NUMBER,
001090*    OPENED I-O SO CORRECTED RECORDS RE-ENTER IN PLACE
001100*    ------------------------------------------------------------
001110     SELECT MASTER-FILE ASSIGN TO "MASTERF"
001120         ORGANIZATION IS INDEXED
001130         ACCESS MODE IS DYNAMIC
001140         RECORD KEY IS HL-MAST-KEY
001150         FILE STATUS IS HL-MASTER-STATUS.
001160
001170*    ------------------------------------------------------------
001180*    RECOVERY JOURNAL - ONE BEFORE/AFTER IMAGE ENTRY APPENDED
001190*    PER MASTER WRITE, REWRITE, OR DELETE, FOR HELLORB
001200*    FORWARD RECOVERY
001210*    ------------------------------------------------------------
001220     SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS HL-JOURNAL-STATUS.
001250
001260*    ------------------------------------------------------------
001270*    ACCOUNT POSTING HISTORY - INDEXED, ONE ENTRY ADDED PER
001280*    MASTER RE-ENTRY
001290*    ------------------------------------------------------------
001300     SELECT HISTORY-FILE ASSIGN TO "HISTORY"
001310         ORGANIZATION IS INDEXED
001320         ACCESS MODE IS DYNAMIC
001330         RECORD KEY IS HL-HST-KEY
001340         FILE STATUS IS HL-HISTORY-STATUS.
001350
001360*    ------------------------------------------------------------
001370*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
001380*    LAYOUT ACROSS THE SUITE
001390*    ------------------------------------------------------------
001400     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001410         ORGANIZATION IS SEQUENTIAL
001420         FILE STATUS IS HL-AUDIT-STATUS.
001430
001440 DATA DIVISION.
001450 FILE SECTION.
001460
001470 FD  SUSP-IN-FILE
001480     LABEL RECORDS ARE STANDARD
001490     RECORD CONTAINS 89 CHARACTERS
001500     DATA RECORD IS HL-REJECT-RECORD.
001510     COPY HLREJ.
001520
001530 FD  SUSP-OUT-FILE
001540     LABEL RECORDS ARE STANDARD
001550     RECORD CONTAINS 89 CHARACTERS
001560     DATA RECORD IS SC-SUSP-OUT-RECORD.
001570 01  SC-SUSP-OUT-RECORD              PIC X(89).
001580
001590 FD  MASTER-FILE
001600     LABEL RECORDS ARE STANDARD
001610     RECORD CONTAINS 97 CHARACTERS
001620     DATA RECORD IS HL-MASTER-RECORD.
001630     COPY HLMAST.
001640
001650 FD  JOURNAL-FILE
001660     LABEL RECORDS ARE STANDARD
001670     RECORD CONTAINS 219 CHARACTERS
001680     DATA RECORD IS HL-JOURNAL-RECORD.
001690     COPY HLJRN.
001700
001710 FD  HISTORY-FILE
001720     LABEL RECORDS ARE STANDARD
001730     RECORD CONTAINS 80 CHARACTERS
001740     DATA RECORD IS HL-HISTORY-RECORD.
001750     COPY HLHST.
001760
001770 FD  AUDIT-LOG-FILE
001780     LABEL RECORDS ARE STANDARD
001790     RECORD CONTAINS 88 CHARACTERS
001800     DATA RECORD IS AUD-LOG-RECORD.
001810     COPY AUDLOG.
001820
001830 WORKING-STORAGE SECTION.
001840
001850*    ------------------------------------------------------------
001860*    FILE STATUS FIELDS
001870*    ------------------------------------------------------------
001880 01  HL-FILE-STATUSES.
001890     05  HL-SUSP-IN-STATUS           PIC X(02) VALUE '00'.
001900         88  HL-SUSP-IN-OK           VALUE '00'.
001910     05  HL-SUSP-OUT-STATUS          PIC X(02) VALUE '00'.
001920         88  HL-SUSP-OUT-OK          VALUE '00'.
001930     05  HL-MASTER-STATUS            PIC X(02) VALUE '00'.
001940         88  HL-MASTER-OK            VALUE '00'.
001950     05  HL-JOURNAL-STATUS           PIC X(02) VALUE '00'.
001960         88  HL-JOURNAL-OK           VALUE '00'.
001970     05  HL-HISTORY-STATUS           PIC X(02) VALUE '00'.
001980         88  HL-HISTORY-OK           VALUE '00'.
001990         88  HL-HISTORY-DUPKEY       VALUE '22'.
002000     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
002010         88  HL-AUDIT-OK             VALUE '00'.
002020
002030*    ------------------------------------------------------------
002040*    SWITCHES
002050*    ------------------------------------------------------------
002060 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
002070     88  WS-EOF-REACHED              VALUE 'Y'.
002080 77  WS-VALID-SWITCH                 PIC X(01) VALUE 'Y'.
002090     88  WS-RECORD-VALID             VALUE 'Y'.
002100     88  WS-RECORD-INVALID           VALUE 'N'.
002110 77  WS-FOUND-SWITCH                 PIC X(01) VALUE 'Y'.
002120     88  WS-MASTER-FOUND             VALUE 'Y'.
002130     88  WS-MASTER-NOT-FOUND         VALUE 'N'.
002140 77  WS-KEY-CHANGED-SWITCH           PIC X(01) VALUE 'N'.
002150     88  WS-KEY-CHANGED              VALUE 'Y'.
002160 77  WS-DUP-SWITCH                   PIC X(01) VALUE 'N'.
002170     88  WS-DUP-FOUND                VALUE 'Y'.
002180 77  WS-NEW-KEY-SWITCH               PIC X(01) VALUE 'N'.
002190     88  WS-NEW-KEY-IN-USE           VALUE 'Y'.
002200 77  WS-SIGNON-SWITCH                PIC X(01) VALUE 'N'.
002210     88  WS-SIGNON-REFUSED           VALUE 'Y'.
002220
002230*    ------------------------------------------------------------
002240*    RUN COUNTERS
002250*    ------------------------------------------------------------
002260 77  WS-SUSP-READ                    PIC 9(07) COMP VALUE ZERO.
002270 77  WS-SUSP-CORRECTED               PIC 9(07) COMP VALUE ZERO.
002280 77  WS-SUSP-CARRIED                 PIC 9(07) COMP VALUE ZERO.
002290 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
002300 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
002310
002320*    ------------------------------------------------------------
002330*    AUDIT-LOG WORK AREAS
002340*    ------------------------------------------------------------
002350 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
002360 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
002370
002380*    ------------------------------------------------------------
002390*    CLERK ENTRY WORK AREAS - BLANK ENTRY KEEPS THE OLD VALUE
002400*    ------------------------------------------------------------
002410 77  WS-OPERATOR-RESPONSE            PIC X(01) VALUE SPACE.
002420 77  WS-NEW-ACCT-NO                  PIC X(07) VALUE SPACES.
002430 77  WS-NEW-NAME                     PIC X(30) VALUE SPACES.
002440 77  WS-NEW-ADDRESS                  PIC X(30) VALUE SPACES.
002450 77  WS-NEW-EFF-DATE                 PIC X(08) VALUE SPACES.
002460 77  WS-NEW-STATUS                   PIC X(01) VALUE SPACE.
002470 77  WS-OLD-KEY-SAVE                 PIC 9(07) VALUE ZERO.
002480 77  WS-FIRST-SUSP-DATE-SAVE         PIC 9(08) VALUE ZERO.
002490 77  WS-MASTER-SAVE                  PIC X(97) VALUE SPACES.
002500
002510*    ------------------------------------------------------------
002520*    SIGN-ON AND ACCESS-LOG ROUTINE PARAMETERS
002530*    ------------------------------------------------------------
002540     COPY HLSOS.
002550 01  WS-LOG-DETAIL.
002560     05  FILLER                      PIC X(13)
002570             VALUE 'KEY MOVED TO '.
002580     05  WS-LOG-DETAIL-ACCT          PIC X(07).
002590
002600*    ------------------------------------------------------------
002610*    JOURNAL WORK AREAS - EVERY MASTER WRITE, REWRITE, AND
002620*    DELETE ALSO APPENDS A BEFORE/AFTER IMAGE TO THE RECOVERY
002630*    JOURNAL
002640*    ------------------------------------------------------------
002650 77  WS-MASTER-BEFORE-SAVE           PIC X(97) VALUE SPACES.
002660 77  WS-JRN-STAMP-DATE               PIC 9(08) VALUE ZERO.
002670 77  WS-JRN-STAMP-TIME               PIC 9(08) VALUE ZERO.
002680
002690*    ------------------------------------------------------------
002700*    POSTING HISTORY WORK AREAS - THE CALLER SETS THE TYPE, THE
002710*    SIGNED BALANCE MOVEMENT, AND THE RESULTING BALANCE
002720*    ------------------------------------------------------------
002730 77  WS-HST-TRAN-TYPE                PIC X(01) VALUE SPACE.
002740 01  WS-HST-AMOUNT                   PIC S9(09)V99 COMP-3
002750                                     VALUE ZERO.
002760 01  WS-HST-BALANCE                  PIC S9(09)V99 COMP-3
002770                                     VALUE ZERO.
002780 77  WS-HST-STAMP-TIME               PIC 9(08) VALUE ZERO.
002790 77  WS-HST-WRITTEN-SWITCH           PIC X(01) VALUE 'N'.
002800     88  WS-HST-WRITTEN              VALUE 'Y'.
002810
002820*    ------------------------------------------------------------
002830*    ACCOUNTS ALREADY PRESENTED THIS RUN - THE SUSPIN
002840*    CONCATENATION CARRIES TWO IMAGES OF AN UNRESOLVED ITEM
002850*    (THE CARRY-FORWARD COPY AND THE FRESH REJECT FROM LAST
002860*    NIGHT'S EDIT), SO EACH ACCOUNT IS PRESENTED ONLY ONCE.
002870*    THE TABLE IS ALPHANUMERIC - A V001 KEY IMAGE CAN CARRY
002880*    NON-NUMERIC JUNK A NUMERIC COMPARE WOULD ABEND ON
002890*    ------------------------------------------------------------
002900 77  WS-SEEN-MAX                     PIC 9(05) COMP VALUE 5000.
002910 77  WS-SEEN-COUNT                   PIC 9(05) COMP VALUE ZERO.
002920 77  WS-SEEN-SUB                     PIC 9(05) COMP VALUE ZERO.
002930 01  WS-SEEN-TABLE.
002940     05  WS-SEEN-ACCT-NO             PIC X(07)
002950                                     OCCURS 5000 TIMES.
002960
002970*    ------------------------------------------------------------
002980*    VALIDATION WORK AREAS - SAME REASON CODES AS THE HELLO EDIT
002990*    ------------------------------------------------------------
003000 77  WS-REJECT-REASON-CODE           PIC X(04) VALUE SPACES.
003010 77  WS-REJECT-REASON-TEXT           PIC X(40) VALUE SPACES.
003020
003030*    ------------------------------------------------------------
003040*    ABEND HANDLING
003050*    ------------------------------------------------------------
003060 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
003070 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
003080 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
003090
003100 PROCEDURE DIVISION.
003110
003120****************************************************************
003130* 0000-MAINLINE
003140****************************************************************
003150 0000-MAINLINE.
003160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003170     PERFORM 2000-PROCESS-SUSPENSE THRU 2000-EXIT
003180         UNTIL WS-EOF-REACHED.
003190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003200     IF WS-SIGNON-REFUSED
003210         MOVE 8 TO RETURN-CODE
003220         PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT
003230         STOP RUN
003240     END-IF.
003250     IF WS-SUSP-CARRIED > ZERO
003260         DISPLAY 'HELLOSC - ITEMS STILL IN SUSPENSE: '
003270             WS-SUSP-CARRIED
003280         MOVE 4 TO RETURN-CODE
003290     ELSE
003300         MOVE ZERO TO RETURN-CODE
003310     END-IF.
003320     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
003330     STOP RUN.
003340
003350****************************************************************
003360* 1000-INITIALIZE - SIGN THE CLERK ON, OPEN FILES AND PRIME THE
003370*                   SUSPENSE READ.  A REFUSED SIGN-ON OPENS
003380*                   NOTHING, SO THE CARRY-FORWARD FILE IS NOT
003390*                   REBUILT EMPTY.
003400****************************************************************
003410 1000-INITIALIZE.
003420     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
003430     ACCEPT WS-RUN-START-TIME FROM TIME.
003440     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003450     ACCEPT WS-CURRENT-TIME FROM TIME.
003460     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
003470     IF WS-SIGNON-REFUSED
003480         SET WS-EOF-REACHED TO TRUE
003490         GO TO 1000-EXIT
003500     END-IF.
003510     OPEN INPUT SUSP-IN-FILE.
003520     IF NOT HL-SUSP-IN-OK
003530         MOVE 'HELLOSC - UNABLE TO OPEN SUSP-IN-FILE, STATUS='
003540             TO WS-ABEND-MESSAGE
003550         MOVE HL-SUSP-IN-STATUS TO WS-ABEND-FILE-STATUS
003560         PERFORM 8000-ABEND THRU 8000-EXIT
003570     END-IF.
003580     OPEN OUTPUT SUSP-OUT-FILE.
003590     IF NOT HL-SUSP-OUT-OK
003600         MOVE 'HELLOSC - UNABLE TO OPEN SUSP-OUT-FILE, STATUS='
003610             TO WS-ABEND-MESSAGE
003620         MOVE HL-SUSP-OUT-STATUS TO WS-ABEND-FILE-STATUS
003630         PERFORM 8000-ABEND THRU 8000-EXIT
003640     END-IF.
003650     OPEN I-O MASTER-FILE.
003660     IF NOT HL-MASTER-OK
003670         MOVE 'HELLOSC - UNABLE TO OPEN MASTER-FILE, STATUS='
003680             TO WS-ABEND-MESSAGE
003690         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
003700         PERFORM 8000-ABEND THRU 8000-EXIT
003710     END-IF.
003720     OPEN EXTEND JOURNAL-FILE.
003730     IF NOT HL-JOURNAL-OK
003740         MOVE 'HELLOSC - UNABLE TO OPEN JOURNAL-FILE, STATUS='
003750             TO WS-ABEND-MESSAGE
003760         MOVE HL-JOURNAL-STATUS TO WS-ABEND-FILE-STATUS
003770         PERFORM 8000-ABEND THRU 8000-EXIT
003780     END-IF.
003790     OPEN I-O HISTORY-FILE.
003800     IF NOT HL-HISTORY-OK
003810         MOVE 'HELLOSC - UNABLE TO OPEN HISTORY-FILE, STATUS='
003820             TO WS-ABEND-MESSAGE
003830         MOVE HL-HISTORY-STATUS TO WS-ABEND-FILE-STATUS
003840         PERFORM 8000-ABEND THRU 8000-EXIT
003850     END-IF.
003860     PERFORM 2900-READ-SUSPENSE THRU 2900-EXIT.
003870 1000-EXIT.
003880     EXIT.
003890
003900****************************************************************
003910* 1100-SIGN-ON - SIGN THE CLERK ON AT INQUIRY LEVEL; EACH
003920*                CORRECTION IS AUTHORIZED SEPARATELY
003930****************************************************************
003940 1100-SIGN-ON.
003950     MOVE 'HELLOSC' TO HL-SOS-PROGRAM.
003960     SET HL-SOS-FUNC-SIGN-ON TO TRUE.
003970     SET HL-SOS-NEED-INQUIRY TO TRUE.
003980     CALL 'HELLOSO' USING HL-SOS-PARMS.
003990     IF HL-SOS-FILE-ERROR
004000         MOVE 'HELLOSC - SIGN-ON FILES UNAVAILABLE, RC='
004010             TO WS-ABEND-MESSAGE
004020         MOVE HL-SOS-RETURN-CODE TO WS-ABEND-FILE-STATUS
004030         PERFORM 8000-ABEND THRU 8000-EXIT
004040     END-IF.
004050     IF NOT HL-SOS-OK
004060         SET WS-SIGNON-REFUSED TO TRUE
004070     END-IF.
004080 1100-EXIT.
004090     EXIT.
004100
004110****************************************************************
004120* 2000-PROCESS-SUSPENSE - PRESENT ONE SUSPENDED RECORD TO THE
004130*                         CLERK AND DISPOSE OF IT
004140****************************************************************
004150 2000-PROCESS-SUSPENSE.
004160*    THE SUSPIN CONCATENATION (CARRY-FORWARD FIRST) CAN CARRY
004170*    THE SAME ACCOUNT TWICE - PRESENT ONLY THE FIRST IMAGE,
004180*    WHICH HOLDS THE ORIGINAL FIRST-SUSPENDED DATE.
004190     PERFORM 2100-CHECK-DUPLICATE THRU 2100-EXIT.
004200     IF WS-DUP-FOUND
004210         PERFORM 2900-READ-SUSPENSE THRU 2900-EXIT
004220         GO TO 2000-EXIT
004230     END-IF.
004240     ADD 1 TO WS-SUSP-READ.
004250     IF HL-REJ-FIRST-SUSP-DATE NOT NUMERIC
004260         OR HL-REJ-FIRST-SUSP-DATE = ZERO
004270         MOVE WS-CURRENT-DATE TO HL-REJ-FIRST-SUSP-DATE
004280     END-IF.
004290     MOVE HL-REJ-FIRST-SUSP-DATE TO WS-FIRST-SUSP-DATE-SAVE.
004300     DISPLAY ' '.
004310     DISPLAY 'HELLOSC - SUSPENDED RECORD ' WS-SUSP-READ.
004320     DISPLAY '  ACCOUNT:         ' HL-REJ-ACCT-NO.
004330     DISPLAY '  NAME:            ' HL-REJ-NAME.
004340     DISPLAY '  REASON:          ' HL-REJ-REASON-CODE ' - '
004350         HL-REJ-REASON-TEXT.
004360     DISPLAY '  FIRST SUSPENDED: ' HL-REJ-FIRST-SUSP-DATE.
004370     SET HL-SOS-FUNC-LOG TO TRUE.
004380     MOVE HL-REJ-ACCT-NO TO HL-SOS-ACCT-NO.
004390     MOVE 'VIEW' TO HL-SOS-ACTION.
004400     MOVE 'SUSPENSE ITEM' TO HL-SOS-DETAIL.
004410     PERFORM 5500-CALL-ACCESS-LOG THRU 5500-EXIT.
004420     DISPLAY 'CORRECT THIS RECORD (C) OR SKIP (S) ? '
004430         WITH NO ADVANCING.
004440     ACCEPT WS-OPERATOR-RESPONSE.
004450     IF WS-OPERATOR-RESPONSE = 'C' OR 'c'
004460         PERFORM 4000-CORRECT-RECORD THRU 4000-EXIT
004470     ELSE
004480         PERFORM 5000-CARRY-FORWARD THRU 5000-EXIT
004490     END-IF.
004500     PERFORM 2900-READ-SUSPENSE THRU 2900-EXIT.
004510 2000-EXIT.
004520     EXIT.
004530
004540****************************************************************
004550* 2100-CHECK-DUPLICATE - HAS THIS ACCOUNT ALREADY BEEN
004560*                        PRESENTED THIS RUN?  IF NOT, REMEMBER
004570*                        IT.  A FULL TABLE STOPS REMEMBERING,
004580*                        SO A LATE DUPLICATE IS PRESENTED
004590*                        AGAIN RATHER THAN SILENTLY DROPPED.
004600****************************************************************
004610 2100-CHECK-DUPLICATE.
004620     MOVE 'N' TO WS-DUP-SWITCH.
004630     MOVE ZERO TO WS-SEEN-SUB.
004640     PERFORM 2110-SCAN-ONE-SEEN THRU 2110-EXIT
004650         UNTIL WS-DUP-FOUND OR WS-SEEN-SUB NOT < WS-SEEN-COUNT.
004660     IF NOT WS-DUP-FOUND
004670             AND WS-SEEN-COUNT < WS-SEEN-MAX
004680         ADD 1 TO WS-SEEN-COUNT
004690         MOVE HL-REJ-ACCT-NO TO WS-SEEN-ACCT-NO (WS-SEEN-COUNT)
004700     END-IF.
004710 2100-EXIT.
004720     EXIT.
004730
004740****************************************************************
004750* 2110-SCAN-ONE-SEEN - COMPARE ONE REMEMBERED ACCOUNT
004760****************************************************************
004770 2110-SCAN-ONE-SEEN.
004780     ADD 1 TO WS-SEEN-SUB.
004790     IF WS-SEEN-ACCT-NO (WS-SEEN-SUB) = HL-REJ-ACCT-NO
004800         SET WS-DUP-FOUND TO TRUE
004810     END-IF.
004820 2110-EXIT.
004830     EXIT.
004840
004850****************************************************************
004860* 2900-READ-SUSPENSE - READ THE NEXT SUSPENDED RECORD
004870****************************************************************
004880 2900-READ-SUSPENSE.
004890     READ SUSP-IN-FILE
004900         AT END
004910             SET WS-EOF-REACHED TO TRUE
004920     END-READ.
004930     IF NOT HL-SUSP-IN-OK AND NOT WS-EOF-REACHED
004940         MOVE 'HELLOSC - SUSP-IN-FILE READ ERROR, STATUS='
004950             TO WS-ABEND-MESSAGE
004960         MOVE HL-SUSP-IN-STATUS TO WS-ABEND-FILE-STATUS
004970         PERFORM 8000-ABEND THRU 8000-EXIT
004980     END-IF.
004990 2900-EXIT.
005000     EXIT.
005010
005020****************************************************************
005030* 3000-VALIDATE-MASTER - RE-RUN THE HELLO V001-V005 EDITS ON
005040*                        THE CORRECTED MASTER RECORD
005050****************************************************************
005060 3000-VALIDATE-MASTER.
005070     SET WS-RECORD-VALID TO TRUE.
005080     MOVE SPACES TO WS-REJECT-REASON-CODE.
005090     MOVE SPACES TO WS-REJECT-REASON-TEXT.
005100     IF HL-MAST-ACCT-NO NOT NUMERIC OR HL-MAST-ACCT-NO = ZERO
005110         SET WS-RECORD-INVALID TO TRUE
005120         MOVE 'V001' TO WS-REJECT-REASON-CODE
005130         MOVE 'ACCOUNT NUMBER MISSING OR NOT NUMERIC'
005140             TO WS-REJECT-REASON-TEXT
005150     END-IF.
005160     IF WS-RECORD-VALID AND HL-MAST-NAME = SPACES
005170         SET WS-RECORD-INVALID TO TRUE
005180         MOVE 'V002' TO WS-REJECT-REASON-CODE
005190         MOVE 'CUSTOMER NAME MISSING' TO WS-REJECT-REASON-TEXT
005200     END-IF.
005210     IF WS-RECORD-VALID
005220             AND (HL-MAST-EFF-YYYY NOT NUMERIC
005230             OR HL-MAST-EFF-MM NOT NUMERIC
005240             OR HL-MAST-EFF-DD NOT NUMERIC)
005250         SET WS-RECORD-INVALID TO TRUE
005260         MOVE 'V003' TO WS-REJECT-REASON-CODE
005270         MOVE 'EFFECTIVE DATE NOT NUMERIC'
005280             TO WS-REJECT-REASON-TEXT
005290     END-IF.
005300     IF WS-RECORD-VALID
005310             AND (HL-MAST-EFF-MM < 1 OR HL-MAST-EFF-MM > 12
005320             OR HL-MAST-EFF-DD < 1 OR HL-MAST-EFF-DD > 31)
005330         SET WS-RECORD-INVALID TO TRUE
005340         MOVE 'V004' TO WS-REJECT-REASON-CODE
005350         MOVE 'EFFECTIVE DATE OUT OF RANGE'
005360             TO WS-REJECT-REASON-TEXT
005370     END-IF.
005380     IF WS-RECORD-VALID
005390             AND NOT HL-MAST-ACTIVE
005400             AND NOT HL-MAST-INACTIVE
005410             AND NOT HL-MAST-CLOSED
005420         SET WS-RECORD-INVALID TO TRUE
005430         MOVE 'V005' TO WS-REJECT-REASON-CODE
005440         MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON-TEXT
005450     END-IF.
005460 3000-EXIT.
005470     EXIT.
005480
005490****************************************************************
005500* 4000-CORRECT-RECORD - LOCATE THE MASTER RECORD, TAKE THE
005510*                       CLERK'S REPLACEMENT VALUES, RE-EDIT,
005520*                       AND RE-ENTER IT ON THE MASTER
005530****************************************************************
005540 4000-CORRECT-RECORD.
005550     SET HL-SOS-FUNC-AUTHORIZE TO TRUE.
005560     SET HL-SOS-NEED-CLERK TO TRUE.
005570     MOVE HL-REJ-ACCT-NO TO HL-SOS-ACCT-NO.
005580     MOVE 'SUSPENSE CORRECTION' TO HL-SOS-DETAIL.
005590     PERFORM 5500-CALL-ACCESS-LOG THRU 5500-EXIT.
005600     IF NOT HL-SOS-OK
005610         DISPLAY 'HELLOSC - CORRECTION NEEDS CLERK AUTHORITY, '
005620             'CARRIED'
005630         PERFORM 5000-CARRY-FORWARD THRU 5000-EXIT
005640         GO TO 4000-EXIT
005650     END-IF.
005660     PERFORM 4100-READ-MASTER-BY-KEY THRU 4100-EXIT.
005670     IF WS-MASTER-NOT-FOUND
005680         DISPLAY 'HELLOSC - RECORD NOT ON MASTER, CARRIED'
005690         PERFORM 5000-CARRY-FORWARD THRU 5000-EXIT
005700         GO TO 4000-EXIT
005710     END-IF.
005720     PERFORM 4200-ACCEPT-CORRECTIONS THRU 4200-EXIT.
005730     PERFORM 3000-VALIDATE-MASTER THRU 3000-EXIT.
005740     IF WS-RECORD-INVALID
005750         DISPLAY 'HELLOSC - STILL FAILS EDIT: '
005760             WS-REJECT-REASON-CODE ' - ' WS-REJECT-REASON-TEXT
005770         MOVE WS-REJECT-REASON-CODE TO HL-REJ-REASON-CODE
005780         MOVE WS-REJECT-REASON-TEXT TO HL-REJ-REASON-TEXT
005790         MOVE HL-MAST-NAME TO HL-REJ-NAME
005800         PERFORM 5000-CARRY-FORWARD THRU 5000-EXIT
005810         GO TO 4000-EXIT
005820     END-IF.
005830*    A KEY CORRECTION MUST NOT COLLIDE WITH A RECORD ALREADY
005840*    ON THE MASTER - A DUPLICATE WOULD ONLY SURFACE ON THE
005850*    WRITE, AFTER THE OLD RECORD HAD ALREADY BEEN DELETED.
005860     IF WS-KEY-CHANGED
005870         PERFORM 4300-CHECK-NEW-KEY-FREE THRU 4300-EXIT
005880         IF WS-NEW-KEY-IN-USE
005890             DISPLAY 'HELLOSC - ACCOUNT ' WS-NEW-ACCT-NO
005900                 ' ALREADY ON MASTER, CARRIED'
005910             PERFORM 5000-CARRY-FORWARD THRU 5000-EXIT
005920             GO TO 4000-EXIT
005930         END-IF
005940     END-IF.
005950     PERFORM 4500-APPLY-TO-MASTER THRU 4500-EXIT.
005960     PERFORM 4600-LOG-CORRECTION THRU 4600-EXIT.
005970     ADD 1 TO WS-SUSP-CORRECTED.
005980     DISPLAY 'HELLOSC - CORRECTED, ACCT ' HL-MAST-ACCT-NO.
005990 4000-EXIT.
006000     EXIT.
006010
006020****************************************************************
006030* 4100-READ-MASTER-BY-KEY - LOCATE THE SUSPENDED RECORD ON THE
006040*                           MASTER BY ITS SUSPENSE KEY IMAGE
006050****************************************************************
006060 4100-READ-MASTER-BY-KEY.
006070     SET WS-MASTER-FOUND TO TRUE.
006080     MOVE HL-REJ-ACCT-NO TO HL-MAST-ACCT-NO.
006090     MOVE HL-MAST-ACCT-NO TO WS-OLD-KEY-SAVE.
006100     READ MASTER-FILE
006110         INVALID KEY
006120             SET WS-MASTER-NOT-FOUND TO TRUE
006130     END-READ.
006140     IF WS-MASTER-FOUND AND NOT HL-MASTER-OK
006150         MOVE 'HELLOSC - MASTER-FILE READ ERROR, STATUS='
006160             TO WS-ABEND-MESSAGE
006170         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
006180         PERFORM 8000-ABEND THRU 8000-EXIT
006190     END-IF.
006200*    THE IMAGE AS READ IS THE BEFORE IMAGE FOR THE JOURNAL
006210*    ENTRIES THE RE-ENTRY WILL CUT.
006220     IF WS-MASTER-FOUND
006230         MOVE HL-MASTER-RECORD TO WS-MASTER-BEFORE-SAVE
006240     END-IF.
006250 4100-EXIT.
006260     EXIT.
006270
006280****************************************************************
006290* 4200-ACCEPT-CORRECTIONS - TAKE REPLACEMENT FIELD VALUES FROM
006300*                           THE CLERK.  A BLANK ENTRY KEEPS THE
006310*                           VALUE ALREADY ON THE MASTER.
006320****************************************************************
006330 4200-ACCEPT-CORRECTIONS.
006340     MOVE 'N' TO WS-KEY-CHANGED-SWITCH.
006350     DISPLAY 'ENTER CORRECTED FIELDS, BLANK TO KEEP CURRENT'.
006360     DISPLAY '  ACCOUNT NUMBER (' HL-MAST-ACCT-NO ') : '
006370         WITH NO ADVANCING.
006380     ACCEPT WS-NEW-ACCT-NO.
006390     IF WS-NEW-ACCT-NO NOT = SPACES
006400         AND WS-NEW-ACCT-NO NUMERIC
006410         AND WS-NEW-ACCT-NO NOT = HL-MAST-ACCT-NO
006420         SET WS-KEY-CHANGED TO TRUE
006430*    THE RE-EDIT MUST SEE THE CORRECTED KEY - THE OLD ONE
006440*    STAYS IN WS-OLD-KEY-SAVE FOR THE DELETE
006450         MOVE WS-NEW-ACCT-NO TO HL-MAST-ACCT-NO
006460     END-IF.
006470     DISPLAY '  CUSTOMER NAME (' HL-MAST-NAME ') : '
006480         WITH NO ADVANCING.
006490     ACCEPT WS-NEW-NAME.
006500     IF WS-NEW-NAME NOT = SPACES
006510         MOVE WS-NEW-NAME TO HL-MAST-NAME
006520     END-IF.
006530     DISPLAY '  ADDRESS (' HL-MAST-ADDRESS ') : '
006540         WITH NO ADVANCING.
006550     ACCEPT WS-NEW-ADDRESS.
006560     IF WS-NEW-ADDRESS NOT = SPACES
006570         MOVE WS-NEW-ADDRESS TO HL-MAST-ADDRESS
006580     END-IF.
006590     DISPLAY '  EFFECTIVE DATE YYYYMMDD (' HL-MAST-EFF-DATE
006600         ') : ' WITH NO ADVANCING.
006610     ACCEPT WS-NEW-EFF-DATE.
006620     IF WS-NEW-EFF-DATE NOT = SPACES
006630         MOVE WS-NEW-EFF-DATE TO HL-MAST-EFF-DATE
006640     END-IF.
006650     DISPLAY '  STATUS CODE A/I/C (' HL-MAST-STATUS-CODE
006660         ') : ' WITH NO ADVANCING.
006670     ACCEPT WS-NEW-STATUS.
006680     IF WS-NEW-STATUS NOT = SPACE
006690         MOVE WS-NEW-STATUS TO HL-MAST-STATUS-CODE
006700     END-IF.
006710 4200-EXIT.
006720     EXIT.
006730
006740****************************************************************
006750* 4300-CHECK-NEW-KEY-FREE - PROBE THE MASTER FOR THE CLERK'S
006760*                           NEW ACCOUNT NUMBER.  THE RECORD
006770*                           AREA IS SAVED AND RESTORED AROUND
006780*                           THE PROBE READ SO A HIT DOES NOT
006790*                           CLOBBER THE CORRECTED RECORD.
006800****************************************************************
006810 4300-CHECK-NEW-KEY-FREE.
006820     SET WS-NEW-KEY-IN-USE TO TRUE.
006830     MOVE HL-MASTER-RECORD TO WS-MASTER-SAVE.
006840     READ MASTER-FILE
006850         INVALID KEY
006860             MOVE 'N' TO WS-NEW-KEY-SWITCH
006870     END-READ.
006880     IF WS-NEW-KEY-IN-USE AND NOT HL-MASTER-OK
006890         MOVE 'HELLOSC - MASTER-FILE READ ERROR, STATUS='
006900             TO WS-ABEND-MESSAGE
006910         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
006920         PERFORM 8000-ABEND THRU 8000-EXIT
006930     END-IF.
006940     MOVE WS-MASTER-SAVE TO HL-MASTER-RECORD.
006950 4300-EXIT.
006960     EXIT.
006970
006980****************************************************************
006990* 4500-APPLY-TO-MASTER - REWRITE IN PLACE, OR DELETE AND WRITE
007000*                        UNDER THE NEW KEY WHEN THE CLERK
007010*                        CORRECTED THE ACCOUNT NUMBER
007020****************************************************************
007030 4500-APPLY-TO-MASTER.
007040     IF WS-KEY-CHANGED
007050*    THE RECORD KEY CARRIES THE CLERK'S NEW ACCOUNT NUMBER -
007060*    POINT IT BACK AT THE OLD KEY FOR THE DELETE, THEN
007070*    RESTORE THE NEW KEY FOR THE WRITE
007080         MOVE WS-OLD-KEY-SAVE TO HL-MAST-ACCT-NO
007090         DELETE MASTER-FILE RECORD
007100             INVALID KEY
007110                 MOVE 'HELLOSC - MASTER DELETE ERROR, STATUS='
007120                     TO WS-ABEND-MESSAGE
007130                 MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
007140                 PERFORM 8000-ABEND THRU 8000-EXIT
007150         END-DELETE
007160         MOVE 'D' TO HL-JRN-ACTION
007170         MOVE WS-MASTER-BEFORE-SAVE TO HL-JRN-BEFORE-IMAGE
007180         MOVE SPACES TO HL-JRN-AFTER-IMAGE
007190         PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT
007200*    THE BALANCE LEAVES THE OLD ACCOUNT NUMBER ...
007210         IF HL-MAST-BALANCE NUMERIC
007220             COMPUTE WS-HST-AMOUNT = ZERO - HL-MAST-BALANCE
007230         ELSE
007240             MOVE ZERO TO WS-HST-AMOUNT
007250         END-IF
007260         MOVE 'D' TO WS-HST-TRAN-TYPE
007270         MOVE ZERO TO WS-HST-BALANCE
007280         PERFORM 6700-WRITE-HISTORY THRU 6700-EXIT
007290         MOVE WS-NEW-ACCT-NO TO HL-MAST-ACCT-NO
007300         WRITE HL-MASTER-RECORD
007310             INVALID KEY
007320                 MOVE 'HELLOSC - MASTER WRITE ERROR, STATUS='
007330                     TO WS-ABEND-MESSAGE
007340                 MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
007350                 PERFORM 8000-ABEND THRU 8000-EXIT
007360         END-WRITE
007370         MOVE 'W' TO HL-JRN-ACTION
007380         MOVE SPACES TO HL-JRN-BEFORE-IMAGE
007390         MOVE HL-MASTER-RECORD TO HL-JRN-AFTER-IMAGE
007400         PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT
007410*    ... AND ARRIVES ON THE NEW ONE
007420         IF HL-MAST-BALANCE NUMERIC
007430             MOVE HL-MAST-BALANCE TO WS-HST-AMOUNT
007440         ELSE
007450             MOVE ZERO TO WS-HST-AMOUNT
007460         END-IF
007470         MOVE 'E' TO WS-HST-TRAN-TYPE
007480         MOVE WS-HST-AMOUNT TO WS-HST-BALANCE
007490         PERFORM 6700-WRITE-HISTORY THRU 6700-EXIT
007500     ELSE
007510         REWRITE HL-MASTER-RECORD
007520             INVALID KEY
007530                 MOVE 'HELLOSC - MASTER REWRITE ERROR, STATUS='
007540                     TO WS-ABEND-MESSAGE
007550                 MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
007560                 PERFORM 8000-ABEND THRU 8000-EXIT
007570         END-REWRITE
007580         MOVE 'R' TO HL-JRN-ACTION
007590         MOVE WS-MASTER-BEFORE-SAVE TO HL-JRN-BEFORE-IMAGE
007600         MOVE HL-MASTER-RECORD TO HL-JRN-AFTER-IMAGE
007610         PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT
007620         MOVE 'E' TO WS-HST-TRAN-TYPE
007630         MOVE ZERO TO WS-HST-AMOUNT
007640         IF HL-MAST-BALANCE NUMERIC
007650             MOVE HL-MAST-BALANCE TO WS-HST-BALANCE
007660         ELSE
007670             MOVE ZERO TO WS-HST-BALANCE
007680         END-IF
007690         PERFORM 6700-WRITE-HISTORY THRU 6700-EXIT
007700     END-IF.
007710 4500-EXIT.
007720     EXIT.
007730
007740****************************************************************
007750* 4600-LOG-CORRECTION - LOG THE CORRECTED ACCOUNT TO THE ACCESS
007760*                       LOG.  A KEY CORRECTION LOGS THE OLD
007770*                       ACCOUNT NUMBER AS WELL, NAMING THE NEW.
007780****************************************************************
007790 4600-LOG-CORRECTION.
007800     SET HL-SOS-FUNC-LOG TO TRUE.
007810     MOVE 'CHANGE' TO HL-SOS-ACTION.
007820     IF WS-KEY-CHANGED
007830         MOVE WS-OLD-KEY-SAVE TO HL-SOS-ACCT-NO
007840         MOVE WS-NEW-ACCT-NO TO WS-LOG-DETAIL-ACCT
007850         MOVE WS-LOG-DETAIL TO HL-SOS-DETAIL
007860         PERFORM 5500-CALL-ACCESS-LOG THRU 5500-EXIT
007870         SET HL-SOS-FUNC-LOG TO TRUE
007880         MOVE WS-NEW-ACCT-NO TO HL-SOS-ACCT-NO
007890     ELSE
007900         MOVE WS-OLD-KEY-SAVE TO HL-SOS-ACCT-NO
007910     END-IF.
007920     MOVE 'SUSPENSE CORRECTION' TO HL-SOS-DETAIL.
007930     PERFORM 5500-CALL-ACCESS-LOG THRU 5500-EXIT.
007940 4600-EXIT.
007950     EXIT.
007960
007970****************************************************************
007980* 5000-CARRY-FORWARD - KEEP AN UNRESOLVED ITEM FOR THE NEXT
007990*                      RUN, FIRST-SUSPENDED DATE PRESERVED
008000****************************************************************
008010 5000-CARRY-FORWARD.
008020     ADD 1 TO WS-SUSP-CARRIED.
008030     MOVE WS-FIRST-SUSP-DATE-SAVE TO HL-REJ-FIRST-SUSP-DATE.
008040     MOVE HL-REJECT-RECORD TO SC-SUSP-OUT-RECORD.
008050     WRITE SC-SUSP-OUT-RECORD.
008060     IF NOT HL-SUSP-OUT-OK
008070         MOVE 'HELLOSC - SUSP-OUT WRITE ERROR, STATUS='
008080             TO WS-ABEND-MESSAGE
008090         MOVE HL-SUSP-OUT-STATUS TO WS-ABEND-FILE-STATUS
008100         PERFORM 8000-ABEND THRU 8000-EXIT
008110     END-IF.
008120 5000-EXIT.
008130     EXIT.
008140
008150****************************************************************
008160* 5500-CALL-ACCESS-LOG - CALL HELLOSO FOR THE FUNCTION SET BY
008170*                        THE CALLER.  A REFUSED AUTHORIZATION
008180*                        COMES BACK TO THE CALLER; AN ACCESS
008190*                        THAT CANNOT BE LOGGED ENDS THE RUN.
008200****************************************************************
008210 5500-CALL-ACCESS-LOG.
008220     CALL 'HELLOSO' USING HL-SOS-PARMS.
008230     IF HL-SOS-FILE-ERROR OR HL-SOS-BAD-FUNCTION
008240         MOVE 'HELLOSC - ACCESS LOG UNAVAILABLE, RC='
008250             TO WS-ABEND-MESSAGE
008260         MOVE HL-SOS-RETURN-CODE TO WS-ABEND-FILE-STATUS
008270         PERFORM 8000-ABEND THRU 8000-EXIT
008280     END-IF.
008290 5500-EXIT.
008300     EXIT.
008310
008320****************************************************************
008330* 6500-WRITE-JOURNAL - APPEND ONE BEFORE/AFTER IMAGE ENTRY TO
008340*                      THE RECOVERY JOURNAL.  THE CALLER HAS
008350*                      FILLED THE ACTION AND THE TWO IMAGES.
008360****************************************************************
008370 6500-WRITE-JOURNAL.
008380     MOVE 'HELLOSC' TO HL-JRN-JOB-NAME.
008390     ACCEPT WS-JRN-STAMP-DATE FROM DATE YYYYMMDD.
008400     ACCEPT WS-JRN-STAMP-TIME FROM TIME.
008410     MOVE WS-JRN-STAMP-DATE TO HL-JRN-DATE.
008420     MOVE WS-JRN-STAMP-TIME TO HL-JRN-TIME.
008430     WRITE HL-JOURNAL-RECORD.
008440     IF NOT HL-JOURNAL-OK
008450         MOVE 'HELLOSC - JOURNAL WRITE ERROR, STATUS='
008460             TO WS-ABEND-MESSAGE
008470         MOVE HL-JOURNAL-STATUS TO WS-ABEND-FILE-STATUS
008480         PERFORM 8000-ABEND THRU 8000-EXIT
008490     END-IF.
008500 6500-EXIT.
008510     EXIT.
008520
008530****************************************************************
008540* 6700-WRITE-HISTORY - ADD ONE POSTING HISTORY ENTRY FOR THE
008550*                      MASTER RECORD JUST CHANGED.  THE CALLER
008560*                      HAS SET THE TYPE, AMOUNT, AND BALANCE.
008570*                      THE SEQUENCE NUMBER IS STEPPED PAST ANY
008580*                      POSTINGS THE ACCOUNT ALREADY HAS TODAY.
008590****************************************************************
008600 6700-WRITE-HISTORY.
008610     MOVE SPACES TO HL-HISTORY-RECORD.
008620     MOVE HL-MAST-ACCT-NO TO HL-HST-ACCT-NO.
008630     MOVE WS-CURRENT-DATE TO HL-HST-POST-DATE.
008640     MOVE ZERO TO HL-HST-SEQ-NO.
008650     MOVE WS-HST-TRAN-TYPE TO HL-HST-TRAN-TYPE.
008660     MOVE WS-HST-AMOUNT TO HL-HST-AMOUNT.
008670     MOVE WS-HST-BALANCE TO HL-HST-BALANCE.
008680     MOVE HL-MAST-STATUS-CODE TO HL-HST-STATUS-CODE.
008690     MOVE 'HELLOSC' TO HL-HST-SOURCE-JOB.
008700     MOVE ZERO TO HL-HST-BATCH-NO.
008710     ACCEPT WS-HST-STAMP-TIME FROM TIME.
008720     MOVE WS-HST-STAMP-TIME TO HL-HST-POST-TIME.
008730     MOVE 'N' TO WS-HST-WRITTEN-SWITCH.
008740     PERFORM 6710-WRITE-ONE-HISTORY THRU 6710-EXIT
008750         UNTIL WS-HST-WRITTEN.
008760 6700-EXIT.
008770     EXIT.
008780
008790****************************************************************
008800* 6710-WRITE-ONE-HISTORY - TRY THE NEXT SEQUENCE NUMBER
008810****************************************************************
008820 6710-WRITE-ONE-HISTORY.
008830     ADD 1 TO HL-HST-SEQ-NO.
008840     WRITE HL-HISTORY-RECORD.
008850     IF HL-HISTORY-OK
008860         SET WS-HST-WRITTEN TO TRUE
008870         GO TO 6710-EXIT
008880     END-IF.
008890     IF HL-HISTORY-DUPKEY AND HL-HST-SEQ-NO < 99999
008900         GO TO 6710-EXIT
008910     END-IF.
008920     MOVE 'HELLOSC - HISTORY WRITE ERROR, STATUS='
008930         TO WS-ABEND-MESSAGE.
008940     MOVE HL-HISTORY-STATUS TO WS-ABEND-FILE-STATUS.
008950     PERFORM 8000-ABEND THRU 8000-EXIT.
008960 6710-EXIT.
008970     EXIT.
008980
008990****************************************************************
009000* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
009010****************************************************************
009020 8000-ABEND.
009030     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
009040     MOVE 16 TO WS-ABEND-RETURN-CODE.
009050     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
009060     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
009070     STOP RUN.
009080 8000-EXIT.
009090     EXIT.
009100
009110****************************************************************
009120* 9000-TERMINATE - CLOSE FILES AND REPORT THE RUN TO THE CLERK.
009130*                  AFTER A REFUSED SIGN-ON NOTHING WAS OPENED.
009140****************************************************************
009150 9000-TERMINATE.
009160     SET HL-SOS-FUNC-CLOSE TO TRUE.
009170     CALL 'HELLOSO' USING HL-SOS-PARMS.
009180     IF WS-SIGNON-REFUSED
009190         GO TO 9000-EXIT
009200     END-IF.
009210     CLOSE SUSP-IN-FILE.
009220     CLOSE SUSP-OUT-FILE.
009230     CLOSE MASTER-FILE.
009240     CLOSE JOURNAL-FILE.
009250     CLOSE HISTORY-FILE.
009260     DISPLAY ' '.
009270     DISPLAY 'HELLOSC - ITEMS PRESENTED:  ' WS-SUSP-READ.
009280     DISPLAY 'HELLOSC - ITEMS CORRECTED:  ' WS-SUSP-CORRECTED.
009290     DISPLAY 'HELLOSC - ITEMS CARRIED:    ' WS-SUSP-CARRIED.
009300 9000-EXIT.
009310     EXIT.
009320
009330****************************************************************
009340* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT LOG
009350****************************************************************
009360 9500-WRITE-AUDIT-LOG.
009370     OPEN EXTEND AUDIT-LOG-FILE.
009380     IF NOT HL-AUDIT-OK
009390         DISPLAY 'HELLOSC - UNABLE TO OPEN AUDIT-LOG, STATUS='
009400             HL-AUDIT-STATUS
009410         MOVE 16 TO RETURN-CODE
009420         STOP RUN
009430     END-IF.
009440     MOVE 'HELLOSC' TO AUD-JOB-NAME.
009450     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
009460     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
009470     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
009480     ACCEPT WS-CURRENT-TIME FROM TIME.
009490     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
009500     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
009510     MOVE WS-SUSP-READ TO AUD-RECORDS-READ.
009520     MOVE WS-SUSP-CORRECTED TO AUD-RECORDS-ACCEPTED.
009530     MOVE WS-SUSP-CARRIED TO AUD-RECORDS-REJECTED.
009540     MOVE RETURN-CODE TO AUD-RETURN-CODE.
009550     WRITE AUD-LOG-RECORD.
009560     CLOSE AUDIT-LOG-FILE.
009570 9500-EXIT.
009580     EXIT.
