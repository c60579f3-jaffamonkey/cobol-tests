000260*   THROUGH HELLOTM.  A REINSTATEMENT IS REFUSED CLEANLY WHEN
000270*   THE ACCOUNT NUMBER HAS SINCE BEEN REISSUED TO A RECORD
000280*   STILL ON THE LIVE MASTER.  THE MASTER WRITE IS JOURNALLED
000290*   LIKE EVERY OTHER MASTER UPDATE AND POSTED TO THE ACCOUNT
000300*   POSTING HISTORY (HLHST.CPY).  PRINTS A REINSTATEMENT
000310*   REGISTER FOR AUDIT SIGN-OFF AND APPENDS ONE ROW TO THE
000320*   SHARED AUDIT LOG.  REPEATS UNTIL A BLANK ACCOUNT NUMBER
000330*   IS ENTERED.  THE OPERATOR SIGNS ON THROUGH HELLOSO BEFORE
000340*   THE FIRST LOOKUP - INQUIRY LEVEL TO LOOK, CLERK LEVEL TO
000350*   REINSTATE; A REFUSED SIGN-ON ENDS THE RUN WITH RC 8.  EVERY
000360*   ARCHIVED ACCOUNT DISPLAYED OR REINSTATED IS WRITTEN TO THE
000370*   ACCOUNT-ACCESS LOG.
000380*----------------------------------------------------------------
000390* MODIFICATION HISTORY
000400* DATE       INIT  DESCRIPTION
000410* 2026-09-02 JLB   INITIAL VERSION - FIRST READER OF THE PURGE
000420*                  ARCHIVE BEYOND IDCAMS PRINTS, WITH OPERATOR
000430*                  REINSTATEMENT ONTO THE LIVE MASTER.
000440* 2026-09-02 JLB   A REINSTATED RECORD NOW STARTS WITH A ZERO
000450*                  CUSTOMER NUMBER, LIKE A NEW ACCOUNT -
000460*                  SPACES ARE RESERVED FOR GENUINE PRE-CHANGE
000470*                  RECORDS.
000480* 2026-10-15 JLB   A REINSTATEMENT NOW ALSO APPENDS AN ENTRY TO
000490*                  THE ACCOUNT POSTING HISTORY (HLHST.CPY).
000500*                  WHOLE MEMBER RENUMBERED.
000510* 2026-10-15 JLB   A REINSTATED ACCOUNT NOW HAS ITS MASTER
000520*                  LAST-ACTIVITY DATE STAMPED WITH THE RUN DATE
000530*                  SO THE HELLODM DORMANCY RUN DOES NOT TREAT
000540*                  IT AS IDLE SINCE ITS ORIGINAL EFFECTIVE DATE.
000550* 2026-10-15 JLB   OPERATOR SIGN-ON THROUGH HELLOSO.  REINSTATING
000560*                  NEEDS CLERK AUTHORITY AND IS OTHERWISE REFUSED
000570*                  ON THE REGISTER.  EVERY ARCHIVED ACCOUNT SHOWN
000580*                  (VIEW) OR REINSTATED (REINST) IS LOGGED TO THE
000590*                  ACCESS LOG.  WHOLE MEMBER RENUMBERED.
000600****************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID.     HELLOAR.
000630 AUTHOR.         J. L. BRANNIGAN.
000640 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000650 DATE-WRITTEN.   2026-09-02.
000660 DATE-COMPILED.
000670
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.   IBM-370.
000710 OBJECT-COMPUTER.   IBM-370.
000720
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750
000760*    ------------------------------------------------------------
000770*    ARCHIVE FILE - INDEXED, KEYED BY ACCOUNT NUMBER, EVERY
000780*    ACCOUNT EVER PURGED OFF THE LIVE MASTER
000790*    ------------------------------------------------------------
000800     SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVEF"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS HL-ARC-KEY
000840         FILE STATUS IS HL-ARCHIVE-STATUS.
000850
000860*    ------------------------------------------------------------
000870*    CUSTOMER MASTER FILE - INDEXED, KEYED BY ACCOUNT NUMBER,
000880*    OPENED I-O SO REINSTATED ACCOUNTS CAN BE WRITTEN BACK
000890*    ------------------------------------------------------------
000900     SELECT MASTER-FILE ASSIGN TO "MASTERF"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS HL-MAST-KEY
000940         FILE STATUS IS HL-MASTER-STATUS.
000950
000960*    ------------------------------------------------------------
000970*    RECOVERY JOURNAL - ONE BEFORE/AFTER IMAGE ENTRY APPENDED
000980*    PER REINSTATEMENT WRITE, FOR HELLORB FORWARD RECOVERY
000990*    ------------------------------------------------------------
001000     SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS HL-JOURNAL-STATUS.
001030
001040*    ------------------------------------------------------------
001050*    ACCOUNT POSTING HISTORY - INDEXED, ONE ENTRY ADDED PER
001060*    REINSTATEMENT WRITE
001070*    ------------------------------------------------------------
001080     SELECT HISTORY-FILE ASSIGN TO "HISTORY"
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001110         RECORD KEY IS HL-HST-KEY
001120         FILE STATUS IS HL-HISTORY-STATUS.
001130
001140*    ------------------------------------------------------------
001150*    REINSTATEMENT REGISTER PRINT FILE - 133-BYTE ASA CARRIAGE
001160*    CONTROL
001170*    ------------------------------------------------------------
001180     SELECT REPORT-FILE ASSIGN TO "PRTFILE"
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS HL-REPORT-STATUS.
001210
001220*    ------------------------------------------------------------
001230*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
001240*    LAYOUT ACROSS THE SUITE
001250*    ------------------------------------------------------------
001260     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001270         ORGANIZATION IS SEQUENTIAL
001280         FILE STATUS IS HL-AUDIT-STATUS.
001290
001300 DATA DIVISION.
001310 FILE SECTION.
001320
001330 FD  ARCHIVE-FILE
001340     LABEL RECORDS ARE STANDARD
001350     RECORD CONTAINS 105 CHARACTERS
001360     DATA RECORD IS HL-ARCHIVE-RECORD.
001370     COPY HLARC.
001380
001390 FD  MASTER-FILE
001400     LABEL RECORDS ARE STANDARD
001410     RECORD CONTAINS 97 CHARACTERS
001420     DATA RECORD IS HL-MASTER-RECORD.
001430     COPY HLMAST.
001440
001450 FD  JOURNAL-FILE
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 219 CHARACTERS
001480     DATA RECORD IS HL-JOURNAL-RECORD.
001490     COPY HLJRN.
001500
001510 FD  HISTORY-FILE
001520     LABEL RECORDS ARE STANDARD
001530     RECORD CONTAINS 80 CHARACTERS
001540     DATA RECORD IS HL-HISTORY-RECORD.
001550     COPY HLHST.
001560
001570 FD  REPORT-FILE
001580     LABEL RECORDS ARE STANDARD
001590     RECORD CONTAINS 133 CHARACTERS.
001600     COPY HLARPRT.
001610
001620 FD  AUDIT-LOG-FILE
001630     LABEL RECORDS ARE STANDARD
001640     RECORD CONTAINS 88 CHARACTERS
001650     DATA RECORD IS AUD-LOG-RECORD.
001660     COPY AUDLOG.
001670
001680 WORKING-STORAGE SECTION.
001690
001700*    ------------------------------------------------------------
001710*    FILE STATUS FIELDS
001720*    ------------------------------------------------------------
001730 01  HL-FILE-STATUSES.
001740     05  HL-ARCHIVE-STATUS           PIC X(02) VALUE '00'.
001750         88  HL-ARCHIVE-OK           VALUE '00'.
001760     05  HL-MASTER-STATUS            PIC X(02) VALUE '00'.
001770         88  HL-MASTER-OK            VALUE '00'.
001780     05  HL-JOURNAL-STATUS           PIC X(02) VALUE '00'.
001790         88  HL-JOURNAL-OK           VALUE '00'.
001800     05  HL-HISTORY-STATUS           PIC X(02) VALUE '00'.
001810         88  HL-HISTORY-OK           VALUE '00'.
001820         88  HL-HISTORY-DUPKEY       VALUE '22'.
001830     05  HL-REPORT-STATUS            PIC X(02) VALUE '00'.
001840         88  HL-REPORT-OK            VALUE '00'.
001850     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
001860         88  HL-AUDIT-OK             VALUE '00'.
001870
001880*    ------------------------------------------------------------
001890*    SWITCHES
001900*    ------------------------------------------------------------
001910 77  WS-END-SWITCH                   PIC X(01) VALUE 'N'.
001920     88  WS-END-REQUESTED            VALUE 'Y'.
001930 77  WS-ARC-FOUND-SWITCH             PIC X(01) VALUE 'Y'.
001940     88  WS-ARC-FOUND                VALUE 'Y'.
001950     88  WS-ARC-NOT-FOUND            VALUE 'N'.
001960 77  WS-REISSUED-SWITCH              PIC X(01) VALUE 'N'.
001970     88  WS-KEY-REISSUED             VALUE 'Y'.
001980 77  WS-SIGNON-SWITCH                PIC X(01) VALUE 'N'.
001990     88  WS-SIGNON-REFUSED           VALUE 'Y'.
002000
002010*    ------------------------------------------------------------
002020*    OPERATOR ENTRY WORK AREAS
002030*    ------------------------------------------------------------
002040 77  WS-SELECT-ACCT                  PIC X(07) VALUE SPACES.
002050 77  WS-OPERATOR-RESPONSE            PIC X(01) VALUE SPACE.
002060
002070*    ------------------------------------------------------------
002080*    RUN COUNTERS
002090*    ------------------------------------------------------------
002100 77  WS-LOOKUPS-DONE                 PIC 9(07) COMP VALUE ZERO.
002110 77  WS-LOOKUPS-NOT-FOUND            PIC 9(07) COMP VALUE ZERO.
002120 77  WS-RECORDS-REINSTATED           PIC 9(07) COMP VALUE ZERO.
002130 77  WS-RECORDS-REFUSED              PIC 9(07) COMP VALUE ZERO.
002140 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
002150 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
002160
002170*    ------------------------------------------------------------
002180*    AUDIT-LOG WORK AREAS
002190*    ------------------------------------------------------------
002200 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
002210 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
002220
002230*    ------------------------------------------------------------
002240*    JOURNAL WORK AREAS - A REINSTATEMENT WRITE ALSO APPENDS
002250*    A BEFORE/AFTER IMAGE TO THE RECOVERY JOURNAL
002260*    ------------------------------------------------------------
002270 77  WS-JRN-STAMP-DATE               PIC 9(08) VALUE ZERO.
002280 77  WS-JRN-STAMP-TIME               PIC 9(08) VALUE ZERO.
002290
002300*    ------------------------------------------------------------
002310*    POSTING HISTORY WORK AREAS - A REINSTATEMENT WRITE ALSO
002320*    ADDS A POSTING HISTORY ENTRY
002330*    ------------------------------------------------------------
002340 77  WS-HST-STAMP-TIME               PIC 9(08) VALUE ZERO.
002350 77  WS-HST-WRITTEN-SWITCH           PIC X(01) VALUE 'N'.
002360     88  WS-HST-WRITTEN              VALUE 'Y'.
002370
002380*    ------------------------------------------------------------
002390*    DISPLAY EDIT FIELDS
002400*    ------------------------------------------------------------
002410 77  WS-BALANCE-DISPLAY              PIC -ZZZ,ZZZ,ZZ9.99.
002420 77  WS-DISPOSITION-TEXT             PIC X(16) VALUE SPACES.
002430
002440*    ------------------------------------------------------------
002450*    SIGN-ON AND ACCESS-LOG ROUTINE PARAMETERS
002460*    ------------------------------------------------------------
002470     COPY HLSOS.
002480
002490*    ------------------------------------------------------------
002500*    REINSTATEMENT REGISTER CONTROLS
002510*    ------------------------------------------------------------
002520 77  WS-MAX-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
002530 77  WS-LINES-ON-PAGE                PIC 9(02) COMP VALUE ZERO.
002540 77  WS-PAGE-NUMBER                  PIC 9(04) COMP VALUE ZERO.
002550 01  WS-RUN-DATE-DISPLAY.
002560     05  WS-RUN-DATE-MM              PIC 9(02).
002570     05  FILLER                      PIC X(01) VALUE '/'.
002580     05  WS-RUN-DATE-DD              PIC 9(02).
002590     05  FILLER                      PIC X(01) VALUE '/'.
002600     05  WS-RUN-DATE-YYYY            PIC 9(04).
002610 01  WS-RUN-TIME-DISPLAY.
002620     05  WS-RUN-TIME-HH              PIC 9(02).
002630     05  FILLER                      PIC X(01) VALUE ':'.
002640     05  WS-RUN-TIME-MM              PIC 9(02).
002650     05  FILLER                      PIC X(01) VALUE ':'.
002660     05  WS-RUN-TIME-SS              PIC 9(02).
002670 01  WS-PURGE-DATE-DISPLAY.
002680     05  WS-PURGE-DATE-MM            PIC 9(02).
002690     05  FILLER                      PIC X(01) VALUE '/'.
002700     05  WS-PURGE-DATE-DD            PIC 9(02).
002710     05  FILLER                      PIC X(01) VALUE '/'.
002720     05  WS-PURGE-DATE-YYYY          PIC 9(04).
002730 01  WS-PURGE-DATE-WORK              PIC 9(08) VALUE ZERO.
002740
002750*    ------------------------------------------------------------
002760*    ABEND HANDLING
002770*    ------------------------------------------------------------
002780 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
002790 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
002800 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
002810
002820 PROCEDURE DIVISION.
002830
002840****************************************************************
002850* 0000-MAINLINE
002860****************************************************************
002870 0000-MAINLINE.
002880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002890     PERFORM 2000-INQUIRY-CYCLE THRU 2000-EXIT
002900         UNTIL WS-END-REQUESTED.
002910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002920     IF WS-SIGNON-REFUSED
002930         MOVE 8 TO RETURN-CODE
002940     ELSE
002950         MOVE ZERO TO RETURN-CODE
002960     END-IF.
002970     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
002980     STOP RUN.
002990
003000****************************************************************
003010* 1000-INITIALIZE - OPEN FILES, START THE REGISTER, AND SIGN
003020*                   THE OPERATOR ON
003030****************************************************************
003040 1000-INITIALIZE.
003050     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
003060     ACCEPT WS-RUN-START-TIME FROM TIME.
003070     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003080     ACCEPT WS-CURRENT-TIME FROM TIME.
003090     OPEN INPUT ARCHIVE-FILE.
003100     IF NOT HL-ARCHIVE-OK
003110         MOVE 'HELLOAR - UNABLE TO OPEN ARCHIVE-FILE, STATUS='
003120             TO WS-ABEND-MESSAGE
003130         MOVE HL-ARCHIVE-STATUS TO WS-ABEND-FILE-STATUS
003140         PERFORM 8000-ABEND THRU 8000-EXIT
003150     END-IF.
003160     OPEN I-O MASTER-FILE.
003170     IF NOT HL-MASTER-OK
003180         MOVE 'HELLOAR - UNABLE TO OPEN MASTER-FILE, STATUS='
003190             TO WS-ABEND-MESSAGE
003200         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
003210         PERFORM 8000-ABEND THRU 8000-EXIT
003220     END-IF.
003230     OPEN EXTEND JOURNAL-FILE.
003240     IF NOT HL-JOURNAL-OK
003250         MOVE 'HELLOAR - UNABLE TO OPEN JOURNAL-FILE, STATUS='
003260             TO WS-ABEND-MESSAGE
003270         MOVE HL-JOURNAL-STATUS TO WS-ABEND-FILE-STATUS
003280         PERFORM 8000-ABEND THRU 8000-EXIT
003290     END-IF.
003300     OPEN I-O HISTORY-FILE.
003310     IF NOT HL-HISTORY-OK
003320         MOVE 'HELLOAR - UNABLE TO OPEN HISTORY-FILE, STATUS='
003330             TO WS-ABEND-MESSAGE
003340         MOVE HL-HISTORY-STATUS TO WS-ABEND-FILE-STATUS
003350         PERFORM 8000-ABEND THRU 8000-EXIT
003360     END-IF.
003370     OPEN OUTPUT REPORT-FILE.
003380     IF NOT HL-REPORT-OK
003390         MOVE 'HELLOAR - UNABLE TO OPEN REPORT-FILE, STATUS='
003400             TO WS-ABEND-MESSAGE
003410         MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
003420         PERFORM 8000-ABEND THRU 8000-EXIT
003430     END-IF.
003440     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
003450     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
003460 1000-EXIT.
003470     EXIT.
003480
003490****************************************************************
003500* 1100-SIGN-ON - SIGN THE OPERATOR ON AT INQUIRY LEVEL; THE
003510*                REINSTATEMENT ITSELF IS AUTHORIZED SEPARATELY.
003520*                A REFUSED SIGN-ON SKIPS THE INQUIRY CYCLE.
003530****************************************************************
003540 1100-SIGN-ON.
003550     MOVE 'HELLOAR' TO HL-SOS-PROGRAM.
003560     SET HL-SOS-FUNC-SIGN-ON TO TRUE.
003570     SET HL-SOS-NEED-INQUIRY TO TRUE.
003580     CALL 'HELLOSO' USING HL-SOS-PARMS.
003590     IF HL-SOS-FILE-ERROR
003600         MOVE 'HELLOAR - SIGN-ON FILES UNAVAILABLE, RC='
003610             TO WS-ABEND-MESSAGE
003620         MOVE HL-SOS-RETURN-CODE TO WS-ABEND-FILE-STATUS
003630         PERFORM 8000-ABEND THRU 8000-EXIT
003640     END-IF.
003650     IF NOT HL-SOS-OK
003660         SET WS-SIGNON-REFUSED TO TRUE
003670         SET WS-END-REQUESTED TO TRUE
003680     END-IF.
003690 1100-EXIT.
003700     EXIT.
003710
003720****************************************************************
003730* 2000-INQUIRY-CYCLE - ONE ARCHIVE LOOKUP AND OPTIONAL
003740*                      REINSTATEMENT
003750****************************************************************
003760 2000-INQUIRY-CYCLE.
003770     DISPLAY ' '.
003780     DISPLAY 'HELLOAR - ENTER PURGED ACCOUNT NUMBER,'.
003790     DISPLAY '          BLANK TO END : ' WITH NO ADVANCING.
003800     MOVE SPACES TO WS-SELECT-ACCT.
003810     ACCEPT WS-SELECT-ACCT.
003820     IF WS-SELECT-ACCT = SPACES
003830         SET WS-END-REQUESTED TO TRUE
003840         GO TO 2000-EXIT
003850     END-IF.
003860     IF WS-SELECT-ACCT NOT NUMERIC
003870         DISPLAY 'HELLOAR - ACCOUNT NUMBER NOT NUMERIC'
003880         GO TO 2000-EXIT
003890     END-IF.
003900     ADD 1 TO WS-LOOKUPS-DONE.
003910     PERFORM 3000-READ-ARCHIVE-BY-KEY THRU 3000-EXIT.
003920     IF WS-ARC-NOT-FOUND
003930         ADD 1 TO WS-LOOKUPS-NOT-FOUND
003940         DISPLAY 'HELLOAR - ACCOUNT ' WS-SELECT-ACCT
003950             ' NOT ON THE ARCHIVE'
003960         GO TO 2000-EXIT
003970     END-IF.
003980     PERFORM 3100-DISPLAY-ARCHIVE-IMAGE THRU 3100-EXIT.
003990     MOVE 'VIEW' TO HL-SOS-ACTION.
004000     MOVE 'ARCHIVE IMAGE' TO HL-SOS-DETAIL.
004010     PERFORM 5000-LOG-ACCESS THRU 5000-EXIT.
004020     DISPLAY 'REINSTATE THIS ACCOUNT ONTO THE MASTER (Y/N) ? '
004030         WITH NO ADVANCING.
004040     MOVE SPACE TO WS-OPERATOR-RESPONSE.
004050     ACCEPT WS-OPERATOR-RESPONSE.
004060     IF WS-OPERATOR-RESPONSE = 'Y' OR 'y'
004070         PERFORM 4000-REINSTATE-ACCOUNT THRU 4000-EXIT
004080     END-IF.
004090 2000-EXIT.
004100     EXIT.
004110
004120****************************************************************
004130* 3000-READ-ARCHIVE-BY-KEY - KEYED READ OF THE ARCHIVE FOR
004140*                            THE ENTERED ACCOUNT NUMBER
004150****************************************************************
004160 3000-READ-ARCHIVE-BY-KEY.
004170     SET WS-ARC-FOUND TO TRUE.
004180     MOVE WS-SELECT-ACCT TO HL-ARC-ACCT-NO.
004190     READ ARCHIVE-FILE
004200         INVALID KEY
004210             SET WS-ARC-NOT-FOUND TO TRUE
004220     END-READ.
004230     IF WS-ARC-FOUND AND NOT HL-ARCHIVE-OK
004240         MOVE 'HELLOAR - ARCHIVE-FILE READ ERROR, STATUS='
004250             TO WS-ABEND-MESSAGE
004260         MOVE HL-ARCHIVE-STATUS TO WS-ABEND-FILE-STATUS
004270         PERFORM 8000-ABEND THRU 8000-EXIT
004280     END-IF.
004290 3000-EXIT.
004300     EXIT.
004310
004320****************************************************************
004330* 3100-DISPLAY-ARCHIVE-IMAGE - SHOW EVERY FIELD OF THE
004340*                              ARCHIVED RECORD
004350****************************************************************
004360 3100-DISPLAY-ARCHIVE-IMAGE.
004370     IF HL-ARC-BALANCE NUMERIC
004380         MOVE HL-ARC-BALANCE TO WS-BALANCE-DISPLAY
004390     ELSE
004400         MOVE ZERO TO WS-BALANCE-DISPLAY
004410     END-IF.
004420     DISPLAY ' '.
004430     DISPLAY '  ACCOUNT NUMBER:  ' HL-ARC-ACCT-NO.
004440     DISPLAY '  CUSTOMER NAME:   ' HL-ARC-NAME.
004450     DISPLAY '  ADDRESS:         ' HL-ARC-ADDRESS.
004460     DISPLAY '  EFFECTIVE DATE:  ' HL-ARC-EFF-DATE.
004470     DISPLAY '  BALANCE:         ' WS-BALANCE-DISPLAY.
004480     DISPLAY '  STATUS CODE:     ' HL-ARC-STATUS-CODE.
004490     DISPLAY '  PURGE DATE:      ' HL-ARC-PURGE-DATE.
004500 3100-EXIT.
004510     EXIT.
004520
004530****************************************************************
004540* 4000-REINSTATE-ACCOUNT - PUT THE ARCHIVED IMAGE BACK ON THE
004550*                          LIVE MASTER, REFUSING CLEANLY WHEN
004560*                          THE ACCOUNT NUMBER HAS SINCE BEEN
004570*                          REISSUED
004580****************************************************************
004590 4000-REINSTATE-ACCOUNT.
004600     PERFORM 4050-AUTHORIZE-REINSTATE THRU 4050-EXIT.
004610     IF NOT HL-SOS-OK
004620         ADD 1 TO WS-RECORDS-REFUSED
004630         MOVE 'REFUSED-NO-AUTH' TO WS-DISPOSITION-TEXT
004640         DISPLAY 'HELLOAR - REINSTATEMENT NEEDS CLERK AUTHORITY'
004650             ' - NOT REINSTATED'
004660         PERFORM 7100-PRINT-REGISTER-LINE THRU 7100-EXIT
004670         GO TO 4000-EXIT
004680     END-IF.
004690     PERFORM 4100-CHECK-KEY-REISSUED THRU 4100-EXIT.
004700     IF WS-KEY-REISSUED
004710         ADD 1 TO WS-RECORDS-REFUSED
004720         MOVE 'REFUSED-REISSUED' TO WS-DISPOSITION-TEXT
004730         DISPLAY 'HELLOAR - ACCOUNT ' HL-ARC-ACCT-NO
004740             ' HAS BEEN REISSUED - NOT REINSTATED'
004750         PERFORM 7100-PRINT-REGISTER-LINE THRU 7100-EXIT
004760         GO TO 4000-EXIT
004770     END-IF.
004780     MOVE SPACES TO HL-MASTER-RECORD.
004790     MOVE HL-ARC-ACCT-NO TO HL-MAST-ACCT-NO.
004800     MOVE HL-ARC-NAME TO HL-MAST-NAME.
004810     MOVE HL-ARC-ADDRESS TO HL-MAST-ADDRESS.
004820     MOVE HL-ARC-EFF-YYYY TO HL-MAST-EFF-YYYY.
004830     MOVE HL-ARC-EFF-MM TO HL-MAST-EFF-MM.
004840     MOVE HL-ARC-EFF-DD TO HL-MAST-EFF-DD.
004850     MOVE HL-ARC-BALANCE TO HL-MAST-BALANCE.
004860     MOVE HL-ARC-STATUS-CODE TO HL-MAST-STATUS-CODE.
004870*    THE ARCHIVE PREDATES THE CUSTOMER GROUPING - REINSTATE
004880*    UNLINKED, WITH THE ZERO A POST-CHANGE WRITER CARRIES.
004890     MOVE ZERO TO HL-MAST-CUST-NO.
004900     MOVE WS-CURRENT-DATE TO HL-MAST-LAST-ACT-DATE.
004910     WRITE HL-MASTER-RECORD
004920         INVALID KEY
004930             MOVE 'HELLOAR - MASTER WRITE ERROR, STATUS='
004940                 TO WS-ABEND-MESSAGE
004950             MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
004960             PERFORM 8000-ABEND THRU 8000-EXIT
004970     END-WRITE.
004980     MOVE 'W' TO HL-JRN-ACTION.
004990     MOVE SPACES TO HL-JRN-BEFORE-IMAGE.
005000     MOVE HL-MASTER-RECORD TO HL-JRN-AFTER-IMAGE.
005010     PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT.
005020     PERFORM 6700-WRITE-HISTORY THRU 6700-EXIT.
005030     ADD 1 TO WS-RECORDS-REINSTATED.
005040     MOVE 'REINSTATED' TO WS-DISPOSITION-TEXT.
005050     DISPLAY 'HELLOAR - ACCOUNT ' HL-ARC-ACCT-NO
005060         ' REINSTATED, STATUS ' HL-ARC-STATUS-CODE.
005070     PERFORM 7100-PRINT-REGISTER-LINE THRU 7100-EXIT.
005080     MOVE 'REINST' TO HL-SOS-ACTION.
005090     MOVE 'ONTO LIVE MASTER' TO HL-SOS-DETAIL.
005100     PERFORM 5000-LOG-ACCESS THRU 5000-EXIT.
005110 4000-EXIT.
005120     EXIT.
005130
005140****************************************************************
005150* 4050-AUTHORIZE-REINSTATE - REINSTATEMENT NEEDS CLERK LEVEL.
005160*                            HELLOSO LOGS A REFUSAL.
005170****************************************************************
005180 4050-AUTHORIZE-REINSTATE.
005190     SET HL-SOS-FUNC-AUTHORIZE TO TRUE.
005200     SET HL-SOS-NEED-CLERK TO TRUE.
005210     MOVE HL-ARC-ACCT-NO TO HL-SOS-ACCT-NO.
005220     MOVE 'REINSTATE' TO HL-SOS-DETAIL.
005230     CALL 'HELLOSO' USING HL-SOS-PARMS.
005240     IF HL-SOS-FILE-ERROR
005250         MOVE 'HELLOAR - ACCESS LOG UNAVAILABLE, RC='
005260             TO WS-ABEND-MESSAGE
005270         MOVE HL-SOS-RETURN-CODE TO WS-ABEND-FILE-STATUS
005280         PERFORM 8000-ABEND THRU 8000-EXIT
005290     END-IF.
005300 4050-EXIT.
005310     EXIT.
005320
005330****************************************************************
005340* 4100-CHECK-KEY-REISSUED - PROBE THE LIVE MASTER FOR THE
005350*                           ARCHIVED ACCOUNT NUMBER
005360****************************************************************
005370 4100-CHECK-KEY-REISSUED.
005380     SET WS-KEY-REISSUED TO TRUE.
005390     MOVE HL-ARC-ACCT-NO TO HL-MAST-ACCT-NO.
005400     READ MASTER-FILE
005410         INVALID KEY
005420             MOVE 'N' TO WS-REISSUED-SWITCH
005430     END-READ.
005440     IF WS-KEY-REISSUED AND NOT HL-MASTER-OK
005450         MOVE 'HELLOAR - MASTER-FILE READ ERROR, STATUS='
005460             TO WS-ABEND-MESSAGE
005470         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
005480         PERFORM 8000-ABEND THRU 8000-EXIT
005490     END-IF.
005500 4100-EXIT.
005510     EXIT.
005520
005530****************************************************************
005540* 5000-LOG-ACCESS - LOG THE ARCHIVED ACCOUNT TO THE ACCESS LOG
005550*                   UNDER THE CALLER'S ACTION AND DETAIL.  AN
005560*                   ACCESS THAT CANNOT BE LOGGED ENDS THE RUN.
005570****************************************************************
005580 5000-LOG-ACCESS.
005590     SET HL-SOS-FUNC-LOG TO TRUE.
005600     MOVE HL-ARC-ACCT-NO TO HL-SOS-ACCT-NO.
005610     CALL 'HELLOSO' USING HL-SOS-PARMS.
005620     IF NOT HL-SOS-OK
005630         MOVE 'HELLOAR - ACCESS LOG UNAVAILABLE, RC='
005640             TO WS-ABEND-MESSAGE
005650         MOVE HL-SOS-RETURN-CODE TO WS-ABEND-FILE-STATUS
005660         PERFORM 8000-ABEND THRU 8000-EXIT
005670     END-IF.
005680 5000-EXIT.
005690     EXIT.
005700
005710****************************************************************
005720* 6500-WRITE-JOURNAL - APPEND ONE BEFORE/AFTER IMAGE ENTRY TO
005730*                      THE RECOVERY JOURNAL.  THE CALLER HAS
005740*                      FILLED THE ACTION AND THE TWO IMAGES.
005750****************************************************************
005760 6500-WRITE-JOURNAL.
005770     MOVE 'HELLOAR' TO HL-JRN-JOB-NAME.
005780     ACCEPT WS-JRN-STAMP-DATE FROM DATE YYYYMMDD.
005790     ACCEPT WS-JRN-STAMP-TIME FROM TIME.
005800     MOVE WS-JRN-STAMP-DATE TO HL-JRN-DATE.
005810     MOVE WS-JRN-STAMP-TIME TO HL-JRN-TIME.
005820     WRITE HL-JOURNAL-RECORD.
005830     IF NOT HL-JOURNAL-OK
005840         MOVE 'HELLOAR - JOURNAL WRITE ERROR, STATUS='
005850             TO WS-ABEND-MESSAGE
005860         MOVE HL-JOURNAL-STATUS TO WS-ABEND-FILE-STATUS
005870         PERFORM 8000-ABEND THRU 8000-EXIT
005880     END-IF.
005890 6500-EXIT.
005900     EXIT.
005910
005920****************************************************************
005930* 6700-WRITE-HISTORY - ADD ONE POSTING HISTORY ENTRY FOR THE
005940*                      REINSTATED MASTER RECORD.  THE ARCHIVED
005950*                      BALANCE COMES BACK WITH IT.  THE
005960*                      SEQUENCE NUMBER IS STEPPED PAST ANY
005970*                      POSTINGS THE ACCOUNT ALREADY HAS TODAY.
005980****************************************************************
005990 6700-WRITE-HISTORY.
006000     MOVE SPACES TO HL-HISTORY-RECORD.
006010     MOVE HL-MAST-ACCT-NO TO HL-HST-ACCT-NO.
006020     MOVE WS-CURRENT-DATE TO HL-HST-POST-DATE.
006030     MOVE ZERO TO HL-HST-SEQ-NO.
006040     MOVE 'I' TO HL-HST-TRAN-TYPE.
006050     IF HL-MAST-BALANCE NUMERIC
006060         MOVE HL-MAST-BALANCE TO HL-HST-AMOUNT
006070         MOVE HL-MAST-BALANCE TO HL-HST-BALANCE
006080     ELSE
006090         MOVE ZERO TO HL-HST-AMOUNT
006100         MOVE ZERO TO HL-HST-BALANCE
006110     END-IF.
006120     MOVE HL-MAST-STATUS-CODE TO HL-HST-STATUS-CODE.
006130     MOVE 'HELLOAR' TO HL-HST-SOURCE-JOB.
006140     MOVE ZERO TO HL-HST-BATCH-NO.
006150     ACCEPT WS-HST-STAMP-TIME FROM TIME.
006160     MOVE WS-HST-STAMP-TIME TO HL-HST-POST-TIME.
006170     MOVE 'N' TO WS-HST-WRITTEN-SWITCH.
006180     PERFORM 6710-WRITE-ONE-HISTORY THRU 6710-EXIT
006190         UNTIL WS-HST-WRITTEN.
006200 6700-EXIT.
006210     EXIT.
006220
006230****************************************************************
006240* 6710-WRITE-ONE-HISTORY - TRY THE NEXT SEQUENCE NUMBER
006250****************************************************************
006260 6710-WRITE-ONE-HISTORY.
006270     ADD 1 TO HL-HST-SEQ-NO.
006280     WRITE HL-HISTORY-RECORD.
006290     IF HL-HISTORY-OK
006300         SET WS-HST-WRITTEN TO TRUE
006310         GO TO 6710-EXIT
006320     END-IF.
006330     IF HL-HISTORY-DUPKEY AND HL-HST-SEQ-NO < 99999
006340         GO TO 6710-EXIT
006350     END-IF.
006360     MOVE 'HELLOAR - HISTORY WRITE ERROR, STATUS='
006370         TO WS-ABEND-MESSAGE.
006380     MOVE HL-HISTORY-STATUS TO WS-ABEND-FILE-STATUS.
006390     PERFORM 8000-ABEND THRU 8000-EXIT.
006400 6710-EXIT.
006410     EXIT.
006420
006430****************************************************************
006440* 7000-WRITE-HEADINGS - START A NEW REGISTER PAGE
006450****************************************************************
006460 7000-WRITE-HEADINGS.
006470     ADD 1 TO WS-PAGE-NUMBER.
006480     MOVE ZERO TO WS-LINES-ON-PAGE.
006490     MOVE '1' TO HL-ARP-H1-CTL.
006500     MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE-MM.
006510     MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE-DD.
006520     MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-DATE-YYYY.
006530     MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-HH.
006540     MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-MM.
006550     MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-SS.
006560     MOVE WS-RUN-DATE-DISPLAY TO HL-ARP-H1-DATE.
006570     MOVE WS-RUN-TIME-DISPLAY TO HL-ARP-H1-TIME.
006580     MOVE WS-PAGE-NUMBER TO HL-ARP-H1-PAGE.
006590     WRITE HL-ARP-HEADING-1.
006600     WRITE HL-ARP-HEADING-2.
006610 7000-EXIT.
006620     EXIT.
006630
006640****************************************************************
006650* 7100-PRINT-REGISTER-LINE - PRINT ONE REINSTATEMENT
006660*                            DISPOSITION
006670****************************************************************
006680 7100-PRINT-REGISTER-LINE.
006690     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
006700         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
006710     END-IF.
006720     MOVE SPACE TO HL-ARP-DTL-CTL.
006730     MOVE HL-ARC-ACCT-NO TO HL-ARP-DTL-ACCT.
006740     MOVE HL-ARC-NAME TO HL-ARP-DTL-NAME.
006750     IF HL-ARC-BALANCE NUMERIC
006760         MOVE HL-ARC-BALANCE TO HL-ARP-DTL-BALANCE
006770     ELSE
006780         MOVE ZERO TO HL-ARP-DTL-BALANCE
006790     END-IF.
006800     IF HL-ARC-PURGE-DATE NUMERIC
006810         MOVE HL-ARC-PURGE-DATE TO WS-PURGE-DATE-WORK
006820     ELSE
006830         MOVE ZERO TO WS-PURGE-DATE-WORK
006840     END-IF.
006850     MOVE WS-PURGE-DATE-WORK(5:2) TO WS-PURGE-DATE-MM.
006860     MOVE WS-PURGE-DATE-WORK(7:2) TO WS-PURGE-DATE-DD.
006870     MOVE WS-PURGE-DATE-WORK(1:4) TO WS-PURGE-DATE-YYYY.
006880     MOVE WS-PURGE-DATE-DISPLAY TO HL-ARP-DTL-PURGE-DATE.
006890     MOVE WS-DISPOSITION-TEXT TO HL-ARP-DTL-DISP.
006900     WRITE HL-ARP-DETAIL-LINE.
006910     ADD 1 TO WS-LINES-ON-PAGE.
006920 7100-EXIT.
006930     EXIT.
006940
006950****************************************************************
006960* 7900-WRITE-TOTALS - PRINT THE CONTROL TOTALS FOR THE RUN
006970****************************************************************
006980 7900-WRITE-TOTALS.
006990     MOVE '-' TO HL-ARP-TOT-CTL.
007000     MOVE 'ARCHIVE LOOKUPS' TO HL-ARP-TOT-LABEL.
007010     MOVE WS-LOOKUPS-DONE TO HL-ARP-TOT-COUNT.
007020     WRITE HL-ARP-TOTAL-LINE.
007030     MOVE SPACE TO HL-ARP-TOT-CTL.
007040     MOVE 'NOT ON ARCHIVE' TO HL-ARP-TOT-LABEL.
007050     MOVE WS-LOOKUPS-NOT-FOUND TO HL-ARP-TOT-COUNT.
007060     WRITE HL-ARP-TOTAL-LINE.
007070     MOVE SPACE TO HL-ARP-TOT-CTL.
007080     MOVE 'ACCOUNTS REINSTATED' TO HL-ARP-TOT-LABEL.
007090     MOVE WS-RECORDS-REINSTATED TO HL-ARP-TOT-COUNT.
007100     WRITE HL-ARP-TOTAL-LINE.
007110     MOVE SPACE TO HL-ARP-TOT-CTL.
007120     MOVE 'REINSTATEMENTS REFUSED' TO HL-ARP-TOT-LABEL.
007130     MOVE WS-RECORDS-REFUSED TO HL-ARP-TOT-COUNT.
007140     WRITE HL-ARP-TOTAL-LINE.
007150 7900-EXIT.
007160     EXIT.
007170
007180****************************************************************
007190* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
007200****************************************************************
007210 8000-ABEND.
007220     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
007230     MOVE 16 TO WS-ABEND-RETURN-CODE.
007240     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
007250     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
007260     STOP RUN.
007270 8000-EXIT.
007280     EXIT.
007290
007300****************************************************************
007310* 9000-TERMINATE - PRINT TOTALS, CLOSE FILES AND THE SIGN-ON
007320*                  FILES
007330****************************************************************
007340 9000-TERMINATE.
007350     PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT.
007360     CLOSE ARCHIVE-FILE.
007370     CLOSE MASTER-FILE.
007380     CLOSE JOURNAL-FILE.
007390     CLOSE HISTORY-FILE.
007400     CLOSE REPORT-FILE.
007410     SET HL-SOS-FUNC-CLOSE TO TRUE.
007420     CALL 'HELLOSO' USING HL-SOS-PARMS.
007430 9000-EXIT.
007440     EXIT.
007450
007460****************************************************************
007470* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT
007480*                        LOG.  READ = LOOKUPS, ACCEPTED =
007490*                        REINSTATED, REJECTED = REFUSED.
007500****************************************************************
007510 9500-WRITE-AUDIT-LOG.
007520     OPEN EXTEND AUDIT-LOG-FILE.
007530     IF NOT HL-AUDIT-OK
007540         DISPLAY 'HELLOAR - UNABLE TO OPEN AUDIT-LOG, STATUS='
007550             HL-AUDIT-STATUS
007560         MOVE 16 TO RETURN-CODE
007570         STOP RUN
007580     END-IF.
007590     MOVE 'HELLOAR' TO AUD-JOB-NAME.
007600     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
007610     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
007620     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007630     ACCEPT WS-CURRENT-TIME FROM TIME.
007640     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
007650     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
007660     MOVE WS-LOOKUPS-DONE TO AUD-RECORDS-READ.
007670     MOVE WS-RECORDS-REINSTATED TO AUD-RECORDS-ACCEPTED.
007680     MOVE WS-RECORDS-REFUSED TO AUD-RECORDS-REJECTED.
007690     MOVE RETURN-CODE TO AUD-RETURN-CODE.
007700     WRITE AUD-LOG-RECORD.
007710     CLOSE AUDIT-LOG-FILE.
007720 9500-EXIT.
007730     EXIT.
