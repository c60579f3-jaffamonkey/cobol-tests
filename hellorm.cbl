000100****************************************************************
000110* PROGRAM:     HELLORM
000120* AUTHOR:      J. L. BRANNIGAN
000130* INSTALLATION:DATA PROCESSING - BATCH SYSTEMS
000140* DATE-WRITTEN:2026-10-15
000150* DATE-COMPILED:
000160*----------------------------------------------------------------
000170* DESCRIPTION
000180*   RETURNED-MAIL PROCESSING.  READS THE MAIL HOUSE'S FILE OF
000190*   PIECES RETURNED UNDELIVERED (RETMAIL, HLRML.CPY - ACCOUNT
000200*   NUMBER, RETURN REASON, RETURN DATE), EDITS EACH RETURN,
000210*   AND FOR A GOOD ONE SETS THE BAD-ADDRESS FLAG AND ADDS ONE
000220*   TO THE RETURNED-MAIL COUNT ON THE CUSTOMER MASTER.  THE
000230*   REWRITE IS JOURNALLED (HLJRN.CPY) AND POSTED TO THE
000240*   ACCOUNT POSTING HISTORY (HLHST.CPY) AS TYPE M LIKE EVERY
000250*   OTHER MASTER UPDATE.  EVERY RETURN TAKEN IN IS KEPT ON THE
000260*   KEYED RETURNED-MAIL REGISTER (RTNFILE, HLRTN.CPY), SO A
000270*   PIECE THE MAIL HOUSE REPORTS TWICE IS RECOGNIZED AND
000280*   COUNTED ONCE.  A RETURN DATED ON OR BEFORE AN ADDRESS
000290*   CHANGE THAT HAS SINCE BEEN APPLIED WAS MAILED TO THE OLD
000300*   ADDRESS - IT IS REGISTERED AS STALE AND THE MASTER IS
000310*   LEFT ALONE.  HELLOST PRINTS NO STATEMENT FOR A FLAGGED
000320*   ACCOUNT; A HELLOTM N-TYPE CHANGE THAT REPLACES THE ADDRESS
000330*   CLEARS THE FLAG AND THE COUNT (A NAME-ONLY CHANGE DOES NOT).
000340*   PRINTS A REGISTER OF EVERY RETURN READ WITH ITS
000350*   DISPOSITION, THEN THE CLERKS' BAD-ADDRESS WORKLIST - EVERY
000360*   FLAGGED ACCOUNT ON THE MASTER WITH THE RETURNS ON ITS
000370*   REGISTER - AND THE CONTROL TOTALS, AND APPENDS ONE ROW TO
000380*   THE SHARED AUDIT LOG.  RETURN-CODE 0004 SIGNALS A CLEAN RUN
000390*   THAT REJECTED AT LEAST ONE RETURN.
000400*----------------------------------------------------------------
000410* MODIFICATION HISTORY
000420* DATE       INIT  DESCRIPTION
000430* 2026-10-15 JLB   INITIAL VERSION.
000440* 2026-10-15 JLB   A NAME-ONLY N CHANGE NO LONGER MAKES A RETURN
000450*                  STALE - 4210 TESTS HL-HST-ADDR-CHANGE.  WHOLE
000460*                  MEMBER RENUMBERED.
000470****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.     HELLORM.
000500 AUTHOR.         J. L. BRANNIGAN.
000510 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000520 DATE-WRITTEN.   2026-10-15.
000530 DATE-COMPILED.
000540
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.   IBM-370.
000580 OBJECT-COMPUTER.   IBM-370.
000590
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620
000630*    ------------------------------------------------------------
000640*    RETURNED-MAIL FILE - INBOUND FROM THE MAIL HOUSE, ONE
000650*    RECORD PER PIECE RETURNED UNDELIVERED
000660*    ------------------------------------------------------------
000670     SELECT RETMAIL-FILE ASSIGN TO "RETMAIL"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS HL-RETMAIL-STATUS.
000700
000710*    ------------------------------------------------------------
000720*    CUSTOMER MASTER FILE - INDEXED, KEYED BY ACCOUNT NUMBER,
000730*    OPENED I-O FOR THE FLAG REWRITE, SWEPT FOR THE WORKLIST
000740*    ------------------------------------------------------------
000750     SELECT MASTER-FILE ASSIGN TO "MASTERF"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS HL-MAST-KEY
000790         FILE STATUS IS HL-MASTER-STATUS.
000800
000810*    ------------------------------------------------------------
000820*    RETURNED-MAIL REGISTER - INDEXED, KEYED BY ACCOUNT,
000830*    RETURN DATE AND REASON, ONE ENTRY PER RETURN TAKEN IN
000840*    ------------------------------------------------------------
000850     SELECT RETURN-FILE ASSIGN TO "RTNFILE"
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS HL-RTN-KEY
000890         FILE STATUS IS HL-RETURN-STATUS.
000900
000910*    ------------------------------------------------------------
000920*    RECOVERY JOURNAL - ONE BEFORE/AFTER IMAGE ENTRY APPENDED
000930*    PER MASTER REWRITE, FOR HELLORB FORWARD RECOVERY
000940*    ------------------------------------------------------------
000950     SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS HL-JOURNAL-STATUS.
000980
000990*    ------------------------------------------------------------
001000*    ACCOUNT POSTING HISTORY - INDEXED, ONE ENTRY ADDED PER
001010*    MASTER REWRITE, AND READ FOR NAME/ADDRESS CHANGES MADE
001020*    SINCE A PIECE WAS RETURNED
001030*    ------------------------------------------------------------
001040     SELECT HISTORY-FILE ASSIGN TO "HISTORY"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS HL-HST-KEY
001080         FILE STATUS IS HL-HISTORY-STATUS.
001090
001100*    ------------------------------------------------------------
001110*    RETURNED-MAIL REGISTER PRINT FILE - 133-BYTE ASA CARRIAGE
001120*    CONTROL
001130*    ------------------------------------------------------------
001140     SELECT REPORT-FILE ASSIGN TO "PRTFILE"
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS HL-REPORT-STATUS.
001170
001180*    ------------------------------------------------------------
001190*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
001200*    LAYOUT ACROSS THE SUITE
001210*    ------------------------------------------------------------
001220     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS HL-AUDIT-STATUS.
001250
001260 DATA DIVISION.
001270 FILE SECTION.
001280
001290 FD  RETMAIL-FILE
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 80 CHARACTERS
001320     DATA RECORD IS HL-RETMAIL-RECORD.
001330     COPY HLRML.
001340
001350 FD  MASTER-FILE
001360     LABEL RECORDS ARE STANDARD
001370     RECORD CONTAINS 97 CHARACTERS
001380     DATA RECORD IS HL-MASTER-RECORD.
001390     COPY HLMAST.
001400
001410 FD  RETURN-FILE
001420     LABEL RECORDS ARE STANDARD
001430     RECORD CONTAINS 80 CHARACTERS
001440     DATA RECORD IS HL-RETURN-RECORD.
001450     COPY HLRTN.
001460
001470 FD  JOURNAL-FILE
001480     LABEL RECORDS ARE STANDARD
001490     RECORD CONTAINS 219 CHARACTERS
001500     DATA RECORD IS HL-JOURNAL-RECORD.
001510     COPY HLJRN.
001520
001530 FD  HISTORY-FILE
001540     LABEL RECORDS ARE STANDARD
001550     RECORD CONTAINS 80 CHARACTERS
001560     DATA RECORD IS HL-HISTORY-RECORD.
001570     COPY HLHST.
001580
001590 FD  REPORT-FILE
001600     LABEL RECORDS ARE STANDARD
001610     RECORD CONTAINS 133 CHARACTERS.
001620     COPY HLRMPRT.
001630
001640 FD  AUDIT-LOG-FILE
001650     LABEL RECORDS ARE STANDARD
001660     RECORD CONTAINS 88 CHARACTERS
001670     DATA RECORD IS AUD-LOG-RECORD.
001680     COPY AUDLOG.
001690
001700 WORKING-STORAGE SECTION.
001710
001720*    ------------------------------------------------------------
001730*    FILE STATUS FIELDS
001740*    ------------------------------------------------------------
001750 01  HL-FILE-STATUSES.
001760     05  HL-RETMAIL-STATUS           PIC X(02) VALUE '00'.
001770         88  HL-RETMAIL-OK           VALUE '00'.
001780         88  HL-RETMAIL-EOF          VALUE '10'.
001790     05  HL-MASTER-STATUS            PIC X(02) VALUE '00'.
001800         88  HL-MASTER-OK            VALUE '00'.
001810     05  HL-RETURN-STATUS            PIC X(02) VALUE '00'.
001820         88  HL-RETURN-OK            VALUE '00'.
001830     05  HL-JOURNAL-STATUS           PIC X(02) VALUE '00'.
001840         88  HL-JOURNAL-OK           VALUE '00'.
001850     05  HL-HISTORY-STATUS           PIC X(02) VALUE '00'.
001860         88  HL-HISTORY-OK           VALUE '00'.
001870         88  HL-HISTORY-DUPKEY       VALUE '22'.
001880     05  HL-REPORT-STATUS            PIC X(02) VALUE '00'.
001890         88  HL-REPORT-OK            VALUE '00'.
001900     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
001910         88  HL-AUDIT-OK             VALUE '00'.
001920
001930*    ------------------------------------------------------------
001940*    SWITCHES
001950*    ------------------------------------------------------------
001960 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001970     88  WS-EOF-REACHED              VALUE 'Y'.
001980 77  WS-RETURN-VALID-SWITCH          PIC X(01) VALUE 'Y'.
001990     88  WS-RETURN-VALID             VALUE 'Y'.
002000     88  WS-RETURN-INVALID           VALUE 'N'.
002010 77  WS-MASTER-FOUND-SWITCH          PIC X(01) VALUE 'Y'.
002020     88  WS-MASTER-FOUND             VALUE 'Y'.
002030     88  WS-MASTER-NOT-FOUND         VALUE 'N'.
002040 77  WS-REGISTERED-SWITCH            PIC X(01) VALUE 'N'.
002050     88  WS-ALREADY-REGISTERED       VALUE 'Y'.
002060 77  WS-STALE-SWITCH                 PIC X(01) VALUE 'N'.
002070     88  WS-RETURN-STALE             VALUE 'Y'.
002080 77  WS-HST-SCAN-SWITCH              PIC X(01) VALUE 'N'.
002090     88  WS-HST-SCAN-DONE            VALUE 'Y'.
002100 77  WS-SWEEP-EOF-SWITCH             PIC X(01) VALUE 'N'.
002110     88  WS-SWEEP-EOF                VALUE 'Y'.
002120 77  WS-RTN-SCAN-SWITCH              PIC X(01) VALUE 'N'.
002130     88  WS-RTN-SCAN-DONE            VALUE 'Y'.
002140 77  WS-REPORT-SECTION-SWITCH        PIC X(01) VALUE 'R'.
002150     88  WS-SECTION-RETURNS          VALUE 'R'.
002160     88  WS-SECTION-WORKLIST         VALUE 'W'.
002170     88  WS-SECTION-TOTALS           VALUE 'T'.
002180
002190*    ------------------------------------------------------------
002200*    RUN COUNTERS
002210*    ------------------------------------------------------------
002220 77  WS-RETURNS-READ                 PIC 9(07) COMP VALUE ZERO.
002230 77  WS-RETURNS-APPLIED              PIC 9(07) COMP VALUE ZERO.
002240 77  WS-RETURNS-STALE                PIC 9(07) COMP VALUE ZERO.
002250 77  WS-RETURNS-DUPLICATE            PIC 9(07) COMP VALUE ZERO.
002260 77  WS-RETURNS-REJECTED             PIC 9(07) COMP VALUE ZERO.
002270 77  WS-ACCOUNTS-NEWLY-FLAGGED       PIC 9(07) COMP VALUE ZERO.
002280 77  WS-WORKLIST-ACCOUNTS            PIC 9(07) COMP VALUE ZERO.
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
002390*    RETURN EDIT AND DISPOSITION WORK AREAS
002400*    ------------------------------------------------------------
002410 77  WS-RETURN-ACCT-NO               PIC 9(07) VALUE ZERO.
002420 77  WS-RETURN-DATE                  PIC 9(08) VALUE ZERO.
002430 77  WS-REJECT-REASON-CODE           PIC X(04) VALUE SPACES.
002440 77  WS-REJECT-REASON-TEXT           PIC X(40) VALUE SPACES.
002450 77  WS-DISPOSITION-TEXT             PIC X(10) VALUE SPACES.
002460 77  WS-MAX-RETURN-COUNT             PIC 9(03) VALUE 999.
002470
002480*    ------------------------------------------------------------
002490*    JOURNAL WORK AREAS - A FLAG REWRITE ALSO APPENDS A
002500*    BEFORE/AFTER IMAGE TO THE RECOVERY JOURNAL
002510*    ------------------------------------------------------------
002520 77  WS-JRN-STAMP-DATE               PIC 9(08) VALUE ZERO.
002530 77  WS-JRN-STAMP-TIME               PIC 9(08) VALUE ZERO.
002540 77  WS-MASTER-BEFORE-SAVE           PIC X(97) VALUE SPACES.
002550
002560*    ------------------------------------------------------------
002570*    POSTING HISTORY WORK AREAS - A FLAG REWRITE ALSO ADDS A
002580*    POSTING HISTORY ENTRY
002590*    ------------------------------------------------------------
002600 77  WS-HST-STAMP-TIME               PIC 9(08) VALUE ZERO.
002610 77  WS-HST-WRITTEN-SWITCH           PIC X(01) VALUE 'N'.
002620     88  WS-HST-WRITTEN              VALUE 'Y'.
002630
002640*    ------------------------------------------------------------
002650*    DATE-SERVICE ROUTINE PARAMETER BLOCK
002660*    ------------------------------------------------------------
002670     COPY HLDTS.
002680
002690*    ------------------------------------------------------------
002700*    REGISTER CONTROLS
002710*    ------------------------------------------------------------
002720 77  WS-MAX-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
002730 77  WS-LINES-ON-PAGE                PIC 9(02) COMP VALUE ZERO.
002740 77  WS-PAGE-NUMBER                  PIC 9(04) COMP VALUE ZERO.
002750 01  WS-RUN-DATE-DISPLAY.
002760     05  WS-RUN-DATE-MM              PIC 9(02).
002770     05  FILLER                      PIC X(01) VALUE '/'.
002780     05  WS-RUN-DATE-DD              PIC 9(02).
002790     05  FILLER                      PIC X(01) VALUE '/'.
002800     05  WS-RUN-DATE-YYYY            PIC 9(04).
002810 01  WS-RUN-TIME-DISPLAY.
002820     05  WS-RUN-TIME-HH              PIC 9(02).
002830     05  FILLER                      PIC X(01) VALUE ':'.
002840     05  WS-RUN-TIME-MM              PIC 9(02).
002850     05  FILLER                      PIC X(01) VALUE ':'.
002860     05  WS-RUN-TIME-SS              PIC 9(02).
002870 01  WS-RETURN-DATE-DISPLAY.
002880     05  WS-RETURN-DATE-MM           PIC 9(02).
002890     05  FILLER                      PIC X(01) VALUE '/'.
002900     05  WS-RETURN-DATE-DD           PIC 9(02).
002910     05  FILLER                      PIC X(01) VALUE '/'.
002920     05  WS-RETURN-DATE-YYYY         PIC 9(04).
002930
002940*    ------------------------------------------------------------
002950*    ABEND HANDLING
002960*    ------------------------------------------------------------
002970 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
002980 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
002990 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
003000
003010 PROCEDURE DIVISION.
003020
003030****************************************************************
003040* 0000-MAINLINE
003050****************************************************************
003060 0000-MAINLINE.
003070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003080     PERFORM 2000-PROCESS-RETURN THRU 2000-EXIT
003090         UNTIL WS-EOF-REACHED.
003100     PERFORM 5000-WRITE-WORKLIST THRU 5000-EXIT.
003110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003120     IF WS-RETURNS-REJECTED > ZERO
003130         MOVE 4 TO RETURN-CODE
003140     ELSE
003150         MOVE ZERO TO RETURN-CODE
003160     END-IF.
003170     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
003180     STOP RUN.
003190
003200****************************************************************
003210* 1000-INITIALIZE - OPEN FILES, START THE REGISTER, AND PRIME
003220*                   THE FIRST RETURN
003230****************************************************************
003240 1000-INITIALIZE.
003250     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
003260     ACCEPT WS-RUN-START-TIME FROM TIME.
003270     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003280     ACCEPT WS-CURRENT-TIME FROM TIME.
003290     OPEN INPUT RETMAIL-FILE.
003300     IF NOT HL-RETMAIL-OK
003310         MOVE 'HELLORM - UNABLE TO OPEN RETMAIL-FILE, STATUS='
003320             TO WS-ABEND-MESSAGE
003330         MOVE HL-RETMAIL-STATUS TO WS-ABEND-FILE-STATUS
003340         PERFORM 8000-ABEND THRU 8000-EXIT
003350     END-IF.
003360     OPEN I-O MASTER-FILE.
003370     IF NOT HL-MASTER-OK
003380         MOVE 'HELLORM - UNABLE TO OPEN MASTER-FILE, STATUS='
003390             TO WS-ABEND-MESSAGE
003400         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
003410         PERFORM 8000-ABEND THRU 8000-EXIT
003420     END-IF.
003430     OPEN I-O RETURN-FILE.
003440     IF NOT HL-RETURN-OK
003450         MOVE 'HELLORM - UNABLE TO OPEN RETURN-FILE, STATUS='
003460             TO WS-ABEND-MESSAGE
003470         MOVE HL-RETURN-STATUS TO WS-ABEND-FILE-STATUS
003480         PERFORM 8000-ABEND THRU 8000-EXIT
003490     END-IF.
003500     OPEN EXTEND JOURNAL-FILE.
003510     IF NOT HL-JOURNAL-OK
003520         MOVE 'HELLORM - UNABLE TO OPEN JOURNAL-FILE, STATUS='
003530             TO WS-ABEND-MESSAGE
003540         MOVE HL-JOURNAL-STATUS TO WS-ABEND-FILE-STATUS
003550         PERFORM 8000-ABEND THRU 8000-EXIT
003560     END-IF.
003570     OPEN I-O HISTORY-FILE.
003580     IF NOT HL-HISTORY-OK
003590         MOVE 'HELLORM - UNABLE TO OPEN HISTORY-FILE, STATUS='
003600             TO WS-ABEND-MESSAGE
003610         MOVE HL-HISTORY-STATUS TO WS-ABEND-FILE-STATUS
003620         PERFORM 8000-ABEND THRU 8000-EXIT
003630     END-IF.
003640     OPEN OUTPUT REPORT-FILE.
003650     IF NOT HL-REPORT-OK
003660         MOVE 'HELLORM - UNABLE TO OPEN REPORT-FILE, STATUS='
003670             TO WS-ABEND-MESSAGE
003680         MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
003690         PERFORM 8000-ABEND THRU 8000-EXIT
003700     END-IF.
003710     SET WS-SECTION-RETURNS TO TRUE.
003720     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
003730     PERFORM 2900-READ-RETMAIL THRU 2900-EXIT.
003740 1000-EXIT.
003750     EXIT.
003760
003770****************************************************************
003780* 2000-PROCESS-RETURN - EDIT ONE RETURN, APPLY IT WHEN IT IS
003790*                       GOOD, AND PRINT ITS DISPOSITION
003800****************************************************************
003810 2000-PROCESS-RETURN.
003820     ADD 1 TO WS-RETURNS-READ.
003830     PERFORM 3000-EDIT-RETURN THRU 3000-EXIT.
003840     IF WS-RETURN-VALID
003850         PERFORM 4000-APPLY-RETURN THRU 4000-EXIT
003860     ELSE
003870         ADD 1 TO WS-RETURNS-REJECTED
003880         MOVE 'REJECTED' TO WS-DISPOSITION-TEXT
003890     END-IF.
003900     PERFORM 7100-PRINT-RETURN-LINE THRU 7100-EXIT.
003910     PERFORM 2900-READ-RETMAIL THRU 2900-EXIT.
003920 2000-EXIT.
003930     EXIT.
003940
003950****************************************************************
003960* 2900-READ-RETMAIL - READ THE NEXT RETURNED-MAIL RECORD
003970****************************************************************
003980 2900-READ-RETMAIL.
003990     READ RETMAIL-FILE
004000         AT END
004010             SET WS-EOF-REACHED TO TRUE
004020     END-READ.
004030     IF NOT HL-RETMAIL-OK AND NOT HL-RETMAIL-EOF
004040         MOVE 'HELLORM - RETMAIL-FILE READ ERROR, STATUS='
004050             TO WS-ABEND-MESSAGE
004060         MOVE HL-RETMAIL-STATUS TO WS-ABEND-FILE-STATUS
004070         PERFORM 8000-ABEND THRU 8000-EXIT
004080     END-IF.
004090 2900-EXIT.
004100     EXIT.
004110
004120****************************************************************
004130* 3000-EDIT-RETURN - VALIDATE THE RETURN AND READ ITS MASTER
004140*                    RECORD.  THE FIRST FAILING EDIT SETS THE
004150*                    M-SERIES REASON CODE.
004160****************************************************************
004170 3000-EDIT-RETURN.
004180     SET WS-RETURN-VALID TO TRUE.
004190     SET WS-MASTER-NOT-FOUND TO TRUE.
004200     MOVE SPACES TO WS-REJECT-REASON-CODE.
004210     MOVE SPACES TO WS-REJECT-REASON-TEXT.
004220     MOVE ZERO TO WS-RETURN-ACCT-NO.
004230     MOVE ZERO TO WS-RETURN-DATE.
004240     IF HL-RML-ACCT-NO NOT NUMERIC
004250         SET WS-RETURN-INVALID TO TRUE
004260         MOVE 'M001' TO WS-REJECT-REASON-CODE
004270         MOVE 'ACCOUNT NUMBER MISSING OR NOT NUMERIC'
004280             TO WS-REJECT-REASON-TEXT
004290     ELSE
004300         MOVE HL-RML-ACCT-NO TO WS-RETURN-ACCT-NO
004310     END-IF.
004320     IF WS-RETURN-VALID AND NOT HL-RML-REASON-VALID
004330         SET WS-RETURN-INVALID TO TRUE
004340         MOVE 'M002' TO WS-REJECT-REASON-CODE
004350         MOVE 'RETURN REASON NOT RECOGNIZED'
004360             TO WS-REJECT-REASON-TEXT
004370     END-IF.
004380     IF WS-RETURN-VALID
004390         PERFORM 3100-EDIT-RETURN-DATE THRU 3100-EXIT
004400     END-IF.
004410     IF WS-RETURN-VALID
004420         PERFORM 3200-READ-MASTER-BY-KEY THRU 3200-EXIT
004430     END-IF.
004440 3000-EXIT.
004450     EXIT.
004460
004470****************************************************************
004480* 3100-EDIT-RETURN-DATE - THE RETURN DATE MUST BE A REAL DATE
004490*                         AND NOT LATER THAN THE RUN DATE.
004500*                         HELLODT FUNCTION D PROVES BOTH - IT
004510*                         REFUSES AN IMPOSSIBLE DATE, AND A
004520*                         NEGATIVE DIFFERENCE IS A FUTURE DATE.
004530****************************************************************
004540 3100-EDIT-RETURN-DATE.
004550     IF HL-RML-RETURN-DATE NOT NUMERIC
004560         SET WS-RETURN-INVALID TO TRUE
004570         MOVE 'M003' TO WS-REJECT-REASON-CODE
004580         MOVE 'RETURN DATE MISSING OR INVALID'
004590             TO WS-REJECT-REASON-TEXT
004600         GO TO 3100-EXIT
004610     END-IF.
004620     MOVE HL-RML-RETURN-DATE TO WS-RETURN-DATE.
004630     MOVE 'D' TO HL-DTS-FUNCTION.
004640     MOVE WS-RETURN-DATE TO HL-DTS-DATE-1.
004650     MOVE WS-CURRENT-DATE TO HL-DTS-DATE-2.
004660     CALL 'HELLODT' USING HL-DTS-PARMS.
004670     IF NOT HL-DTS-OK
004680         SET WS-RETURN-INVALID TO TRUE
004690         MOVE 'M003' TO WS-REJECT-REASON-CODE
004700         MOVE 'RETURN DATE MISSING OR INVALID'
004710             TO WS-REJECT-REASON-TEXT
004720         GO TO 3100-EXIT
004730     END-IF.
004740     IF HL-DTS-NUMBER < ZERO
004750         SET WS-RETURN-INVALID TO TRUE
004760         MOVE 'M004' TO WS-REJECT-REASON-CODE
004770         MOVE 'RETURN DATE LATER THAN THE RUN DATE'
004780             TO WS-REJECT-REASON-TEXT
004790     END-IF.
004800 3100-EXIT.
004810     EXIT.
004820
004830****************************************************************
004840* 3200-READ-MASTER-BY-KEY - KEYED READ OF THE MASTER FOR THE
004850*                           RETURNED ACCOUNT
004860****************************************************************
004870 3200-READ-MASTER-BY-KEY.
004880     SET WS-MASTER-FOUND TO TRUE.
004890     MOVE WS-RETURN-ACCT-NO TO HL-MAST-ACCT-NO.
004900     READ MASTER-FILE
004910         INVALID KEY
004920             SET WS-MASTER-NOT-FOUND TO TRUE
004930     END-READ.
004940     IF WS-MASTER-FOUND AND NOT HL-MASTER-OK
004950         MOVE 'HELLORM - MASTER-FILE READ ERROR, STATUS='
004960             TO WS-ABEND-MESSAGE
004970         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
004980         PERFORM 8000-ABEND THRU 8000-EXIT
004990     END-IF.
005000     IF WS-MASTER-NOT-FOUND
005010         SET WS-RETURN-INVALID TO TRUE
005020         MOVE 'M005' TO WS-REJECT-REASON-CODE
005030         MOVE 'ACCOUNT NOT ON MASTER'
005040             TO WS-REJECT-REASON-TEXT
005050     END-IF.
005060 3200-EXIT.
005070     EXIT.
005080
005090****************************************************************
005100* 4000-APPLY-RETURN - REGISTER THE RETURN AND FLAG THE MASTER.
005110*                     A RETURN ALREADY ON THE REGISTER IS A
005120*                     DUPLICATE AND CHANGES NOTHING; A STALE
005130*                     RETURN IS REGISTERED BUT LEAVES THE
005140*                     MASTER ALONE.
005150****************************************************************
005160 4000-APPLY-RETURN.
005170     PERFORM 4100-CHECK-REGISTER THRU 4100-EXIT.
005180     IF WS-ALREADY-REGISTERED
005190         ADD 1 TO WS-RETURNS-DUPLICATE
005200         MOVE 'DUPLICATE' TO WS-DISPOSITION-TEXT
005210         GO TO 4000-EXIT
005220     END-IF.
005230     PERFORM 4200-CHECK-STALE THRU 4200-EXIT.
005240     MOVE SPACES TO HL-RETURN-RECORD.
005250     MOVE WS-RETURN-ACCT-NO TO HL-RTN-ACCT-NO.
005260     MOVE WS-RETURN-DATE TO HL-RTN-RETURN-DATE.
005270     MOVE HL-RML-REASON TO HL-RTN-REASON.
005280     IF WS-RETURN-STALE
005290         SET HL-RTN-STALE TO TRUE
005300     ELSE
005310         SET HL-RTN-FLAGGED TO TRUE
005320     END-IF.
005330     MOVE WS-CURRENT-DATE TO HL-RTN-PROCESS-DATE.
005340     MOVE HL-MAST-ADDRESS TO HL-RTN-ADDRESS.
005350     WRITE HL-RETURN-RECORD
005360         INVALID KEY
005370             MOVE 'HELLORM - RETURN-FILE WRITE ERROR, STATUS='
005380                 TO WS-ABEND-MESSAGE
005390             MOVE HL-RETURN-STATUS TO WS-ABEND-FILE-STATUS
005400             PERFORM 8000-ABEND THRU 8000-EXIT
005410     END-WRITE.
005420     IF NOT HL-RETURN-OK
005430         MOVE 'HELLORM - RETURN-FILE WRITE ERROR, STATUS='
005440             TO WS-ABEND-MESSAGE
005450         MOVE HL-RETURN-STATUS TO WS-ABEND-FILE-STATUS
005460         PERFORM 8000-ABEND THRU 8000-EXIT
005470     END-IF.
005480     IF WS-RETURN-STALE
005490         ADD 1 TO WS-RETURNS-STALE
005500         MOVE 'STALE' TO WS-DISPOSITION-TEXT
005510         GO TO 4000-EXIT
005520     END-IF.
005530     PERFORM 4500-FLAG-MASTER THRU 4500-EXIT.
005540     ADD 1 TO WS-RETURNS-APPLIED.
005550     MOVE 'APPLIED' TO WS-DISPOSITION-TEXT.
005560 4000-EXIT.
005570     EXIT.
005580
005590****************************************************************
005600* 4100-CHECK-REGISTER - KEYED READ OF THE REGISTER FOR THIS
005610*                       ACCOUNT, RETURN DATE AND REASON
005620****************************************************************
005630 4100-CHECK-REGISTER.
005640     MOVE 'Y' TO WS-REGISTERED-SWITCH.
005650     MOVE WS-RETURN-ACCT-NO TO HL-RTN-ACCT-NO.
005660     MOVE WS-RETURN-DATE TO HL-RTN-RETURN-DATE.
005670     MOVE HL-RML-REASON TO HL-RTN-REASON.
005680     READ RETURN-FILE
005690         INVALID KEY
005700             MOVE 'N' TO WS-REGISTERED-SWITCH
005710     END-READ.
005720     IF WS-ALREADY-REGISTERED AND NOT HL-RETURN-OK
005730         MOVE 'HELLORM - RETURN-FILE READ ERROR, STATUS='
005740             TO WS-ABEND-MESSAGE
005750         MOVE HL-RETURN-STATUS TO WS-ABEND-FILE-STATUS
005760         PERFORM 8000-ABEND THRU 8000-EXIT
005770     END-IF.
005780 4100-EXIT.
005790     EXIT.
005800
005810****************************************************************
005820* 4200-CHECK-STALE - READ THE ACCOUNT'S POSTING HISTORY FROM
005830*                    THE RETURN DATE FORWARD.  AN N-TYPE
005840*                    CHANGE ON OR AFTER THAT DATE THAT REPLACED
005850*                    THE ADDRESS MEANS THE PIECE WENT TO AN
005860*                    ADDRESS THE CLERKS HAVE SINCE REPLACED.  A
005870*                    NAME-ONLY CHANGE DOES NOT COUNT; AN N ENTRY
005880*                    WITH NO INDICATOR (WRITTEN BEFORE IT WAS
005890*                    KEPT) IS TAKEN AS AN ADDRESS CHANGE.
005900****************************************************************
005910 4200-CHECK-STALE.
005920     MOVE 'N' TO WS-STALE-SWITCH.
005930     MOVE 'N' TO WS-HST-SCAN-SWITCH.
005940     MOVE WS-RETURN-ACCT-NO TO HL-HST-ACCT-NO.
005950     MOVE WS-RETURN-DATE TO HL-HST-POST-DATE.
005960     MOVE ZERO TO HL-HST-SEQ-NO.
005970     START HISTORY-FILE KEY IS NOT LESS THAN HL-HST-KEY
005980         INVALID KEY
005990             SET WS-HST-SCAN-DONE TO TRUE
006000     END-START.
006010     PERFORM 4210-CHECK-ONE-HISTORY THRU 4210-EXIT
006020         UNTIL WS-HST-SCAN-DONE.
006030 4200-EXIT.
006040     EXIT.
006050
006060****************************************************************
006070* 4210-CHECK-ONE-HISTORY - ONE POSTING OF THE RETURNED ACCOUNT
006080****************************************************************
006090 4210-CHECK-ONE-HISTORY.
006100     READ HISTORY-FILE NEXT RECORD
006110         AT END
006120             SET WS-HST-SCAN-DONE TO TRUE
006130     END-READ.
006140     IF WS-HST-SCAN-DONE
006150         GO TO 4210-EXIT
006160     END-IF.
006170     IF NOT HL-HISTORY-OK
006180         MOVE 'HELLORM - HISTORY-FILE READ ERROR, STATUS='
006190             TO WS-ABEND-MESSAGE
006200         MOVE HL-HISTORY-STATUS TO WS-ABEND-FILE-STATUS
006210         PERFORM 8000-ABEND THRU 8000-EXIT
006220     END-IF.
006230     IF HL-HST-ACCT-NO NOT = WS-RETURN-ACCT-NO
006240         SET WS-HST-SCAN-DONE TO TRUE
006250         GO TO 4210-EXIT
006260     END-IF.
006270     IF HL-HST-NAME-ADDR-CHG AND NOT HL-HST-NAME-ONLY
006280         SET WS-RETURN-STALE TO TRUE
006290         SET WS-HST-SCAN-DONE TO TRUE
006300     END-IF.
006310 4210-EXIT.
006320     EXIT.
006330
006340****************************************************************
006350* 4500-FLAG-MASTER - SET THE BAD-ADDRESS FLAG, ADD ONE TO THE
006360*                    RETURN COUNT (HELD AT ITS MAXIMUM), AND
006370*                    REWRITE.  A PRE-CHANGE RECORD CARRIES
006380*                    SPACES IN THE COUNT - IT STARTS FROM ZERO.
006390****************************************************************
006400 4500-FLAG-MASTER.
006410     MOVE HL-MASTER-RECORD TO WS-MASTER-BEFORE-SAVE.
006420     IF NOT HL-MAST-BAD-ADDRESS
006430         ADD 1 TO WS-ACCOUNTS-NEWLY-FLAGGED
006440     END-IF.
006450     IF HL-MAST-RETURN-COUNT NOT NUMERIC
006460         MOVE ZERO TO HL-MAST-RETURN-COUNT
006470     END-IF.
006480     IF HL-MAST-RETURN-COUNT < WS-MAX-RETURN-COUNT
006490         ADD 1 TO HL-MAST-RETURN-COUNT
006500     END-IF.
006510     SET HL-MAST-BAD-ADDRESS TO TRUE.
006520     REWRITE HL-MASTER-RECORD
006530         INVALID KEY
006540             MOVE 'HELLORM - MASTER REWRITE ERROR, STATUS='
006550                 TO WS-ABEND-MESSAGE
006560             MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
006570             PERFORM 8000-ABEND THRU 8000-EXIT
006580     END-REWRITE.
006590     IF NOT HL-MASTER-OK
006600         MOVE 'HELLORM - MASTER REWRITE ERROR, STATUS='
006610             TO WS-ABEND-MESSAGE
006620         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
006630         PERFORM 8000-ABEND THRU 8000-EXIT
006640     END-IF.
006650     MOVE 'R' TO HL-JRN-ACTION.
006660     MOVE WS-MASTER-BEFORE-SAVE TO HL-JRN-BEFORE-IMAGE.
006670     MOVE HL-MASTER-RECORD TO HL-JRN-AFTER-IMAGE.
006680     PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT.
006690     PERFORM 6700-WRITE-HISTORY THRU 6700-EXIT.
006700 4500-EXIT.
006710     EXIT.
006720
006730****************************************************************
006740* 5000-WRITE-WORKLIST - THE CLERKS' BAD-ADDRESS WORKLIST ON A
006750*                       NEW PAGE.  A FULL KEY-SEQUENCE SWEEP
006760*                       OF THE MASTER LISTS EVERY FLAGGED
006770*                       ACCOUNT, WHATEVER RUN FLAGGED IT.
006780****************************************************************
006790 5000-WRITE-WORKLIST.
006800     SET WS-SECTION-WORKLIST TO TRUE.
006810     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
006820     MOVE 'N' TO WS-SWEEP-EOF-SWITCH.
006830     MOVE ZERO TO HL-MAST-ACCT-NO.
006840     START MASTER-FILE KEY IS NOT LESS THAN HL-MAST-KEY
006850         INVALID KEY
006860             SET WS-SWEEP-EOF TO TRUE
006870     END-START.
006880     PERFORM 5100-CHECK-ONE-MASTER THRU 5100-EXIT
006890         UNTIL WS-SWEEP-EOF.
006900 5000-EXIT.
006910     EXIT.
006920
006930****************************************************************
006940* 5100-CHECK-ONE-MASTER - LIST ONE MASTER RECORD WHEN IT IS
006950*                         FLAGGED, THEN ITS RETURNS
006960****************************************************************
006970 5100-CHECK-ONE-MASTER.
006980     READ MASTER-FILE NEXT RECORD
006990         AT END
007000             SET WS-SWEEP-EOF TO TRUE
007010     END-READ.
007020     IF WS-SWEEP-EOF
007030         GO TO 5100-EXIT
007040     END-IF.
007050     IF NOT HL-MASTER-OK
007060         MOVE 'HELLORM - MASTER-FILE READ ERROR, STATUS='
007070             TO WS-ABEND-MESSAGE
007080         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
007090         PERFORM 8000-ABEND THRU 8000-EXIT
007100     END-IF.
007110     IF NOT HL-MAST-BAD-ADDRESS
007120         GO TO 5100-EXIT
007130     END-IF.
007140     ADD 1 TO WS-WORKLIST-ACCOUNTS.
007150     PERFORM 7200-PRINT-WORK-LINE THRU 7200-EXIT.
007160     PERFORM 5200-LIST-RETURNS THRU 5200-EXIT.
007170 5100-EXIT.
007180     EXIT.
007190
007200****************************************************************
007210* 5200-LIST-RETURNS - EVERY REGISTER ENTRY FOR THE FLAGGED
007220*                     ACCOUNT, OLDEST FIRST
007230****************************************************************
007240 5200-LIST-RETURNS.
007250     MOVE 'N' TO WS-RTN-SCAN-SWITCH.
007260     MOVE HL-MAST-ACCT-NO TO HL-RTN-ACCT-NO.
007270     MOVE ZERO TO HL-RTN-RETURN-DATE.
007280     MOVE SPACES TO HL-RTN-REASON.
007290     START RETURN-FILE KEY IS NOT LESS THAN HL-RTN-KEY
007300         INVALID KEY
007310             SET WS-RTN-SCAN-DONE TO TRUE
007320     END-START.
007330     PERFORM 5210-LIST-ONE-RETURN THRU 5210-EXIT
007340         UNTIL WS-RTN-SCAN-DONE.
007350 5200-EXIT.
007360     EXIT.
007370
007380****************************************************************
007390* 5210-LIST-ONE-RETURN - PRINT ONE REGISTER ENTRY UNDER ITS
007400*                        ACCOUNT
007410****************************************************************
007420 5210-LIST-ONE-RETURN.
007430     READ RETURN-FILE NEXT RECORD
007440         AT END
007450             SET WS-RTN-SCAN-DONE TO TRUE
007460     END-READ.
007470     IF WS-RTN-SCAN-DONE
007480         GO TO 5210-EXIT
007490     END-IF.
007500     IF NOT HL-RETURN-OK
007510         MOVE 'HELLORM - RETURN-FILE READ ERROR, STATUS='
007520             TO WS-ABEND-MESSAGE
007530         MOVE HL-RETURN-STATUS TO WS-ABEND-FILE-STATUS
007540         PERFORM 8000-ABEND THRU 8000-EXIT
007550     END-IF.
007560     IF HL-RTN-ACCT-NO NOT = HL-MAST-ACCT-NO
007570         SET WS-RTN-SCAN-DONE TO TRUE
007580         GO TO 5210-EXIT
007590     END-IF.
007600     PERFORM 7300-PRINT-RETURN-ENTRY THRU 7300-EXIT.
007610 5210-EXIT.
007620     EXIT.
007630
007640****************************************************************
007650* 6500-WRITE-JOURNAL - APPEND ONE BEFORE/AFTER IMAGE ENTRY TO
007660*                      THE RECOVERY JOURNAL.  THE CALLER HAS
007670*                      FILLED THE ACTION AND THE TWO IMAGES.
007680****************************************************************
007690 6500-WRITE-JOURNAL.
007700     MOVE 'HELLORM' TO HL-JRN-JOB-NAME.
007710     ACCEPT WS-JRN-STAMP-DATE FROM DATE YYYYMMDD.
007720     ACCEPT WS-JRN-STAMP-TIME FROM TIME.
007730     MOVE WS-JRN-STAMP-DATE TO HL-JRN-DATE.
007740     MOVE WS-JRN-STAMP-TIME TO HL-JRN-TIME.
007750     WRITE HL-JOURNAL-RECORD.
007760     IF NOT HL-JOURNAL-OK
007770         MOVE 'HELLORM - JOURNAL WRITE ERROR, STATUS='
007780             TO WS-ABEND-MESSAGE
007790         MOVE HL-JOURNAL-STATUS TO WS-ABEND-FILE-STATUS
007800         PERFORM 8000-ABEND THRU 8000-EXIT
007810     END-IF.
007820 6500-EXIT.
007830     EXIT.
007840
007850****************************************************************
007860* 6700-WRITE-HISTORY - ADD ONE TYPE M POSTING HISTORY ENTRY
007870*                      FOR THE FLAGGED MASTER RECORD.  THE
007880*                      BALANCE DOES NOT MOVE.  THE SEQUENCE
007890*                      NUMBER IS STEPPED PAST ANY POSTINGS THE
007900*                      ACCOUNT ALREADY HAS TODAY.
007910****************************************************************
007920 6700-WRITE-HISTORY.
007930     MOVE SPACES TO HL-HISTORY-RECORD.
007940     MOVE HL-MAST-ACCT-NO TO HL-HST-ACCT-NO.
007950     MOVE WS-CURRENT-DATE TO HL-HST-POST-DATE.
007960     MOVE ZERO TO HL-HST-SEQ-NO.
007970     MOVE 'M' TO HL-HST-TRAN-TYPE.
007980     MOVE ZERO TO HL-HST-AMOUNT.
007990     IF HL-MAST-BALANCE NUMERIC
008000         MOVE HL-MAST-BALANCE TO HL-HST-BALANCE
008010     ELSE
008020         MOVE ZERO TO HL-HST-BALANCE
008030     END-IF.
008040     MOVE HL-MAST-STATUS-CODE TO HL-HST-STATUS-CODE.
008050     MOVE 'HELLORM' TO HL-HST-SOURCE-JOB.
008060     MOVE ZERO TO HL-HST-BATCH-NO.
008070     ACCEPT WS-HST-STAMP-TIME FROM TIME.
008080     MOVE WS-HST-STAMP-TIME TO HL-HST-POST-TIME.
008090     MOVE 'N' TO WS-HST-WRITTEN-SWITCH.
008100     PERFORM 6710-WRITE-ONE-HISTORY THRU 6710-EXIT
008110         UNTIL WS-HST-WRITTEN.
008120 6700-EXIT.
008130     EXIT.
008140
008150****************************************************************
008160* 6710-WRITE-ONE-HISTORY - TRY THE NEXT SEQUENCE NUMBER
008170****************************************************************
008180 6710-WRITE-ONE-HISTORY.
008190     ADD 1 TO HL-HST-SEQ-NO.
008200     WRITE HL-HISTORY-RECORD.
008210     IF HL-HISTORY-OK
008220         SET WS-HST-WRITTEN TO TRUE
008230         GO TO 6710-EXIT
008240     END-IF.
008250     IF HL-HISTORY-DUPKEY AND HL-HST-SEQ-NO < 99999
008260         GO TO 6710-EXIT
008270     END-IF.
008280     MOVE 'HELLORM - HISTORY WRITE ERROR, STATUS='
008290         TO WS-ABEND-MESSAGE.
008300     MOVE HL-HISTORY-STATUS TO WS-ABEND-FILE-STATUS.
008310     PERFORM 8000-ABEND THRU 8000-EXIT.
008320 6710-EXIT.
008330     EXIT.
008340
008350****************************************************************
008360* 7000-WRITE-HEADINGS - START A NEW REGISTER PAGE WITH THE
008370*                       SECTION TITLE AND COLUMN HEADINGS OF
008380*                       THE SECTION BEING PRINTED
008390****************************************************************
008400 7000-WRITE-HEADINGS.
008410     ADD 1 TO WS-PAGE-NUMBER.
008420     MOVE '1' TO HL-RMP-H1-CTL.
008430     MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE-MM.
008440     MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE-DD.
008450     MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-DATE-YYYY.
008460     MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-HH.
008470     MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-MM.
008480     MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-SS.
008490     MOVE WS-RUN-DATE-DISPLAY TO HL-RMP-H1-DATE.
008500     MOVE WS-RUN-TIME-DISPLAY TO HL-RMP-H1-TIME.
008510     MOVE WS-PAGE-NUMBER TO HL-RMP-H1-PAGE.
008520     WRITE HL-RMP-HEADING-1.
008530     MOVE '0' TO HL-RMP-SEC-CTL.
008540     EVALUATE TRUE
008550         WHEN WS-SECTION-RETURNS
008560             MOVE 'RETURNED MAIL RECEIVED' TO HL-RMP-SEC-LABEL
008570             WRITE HL-RMP-SECTION-LINE
008580             WRITE HL-RMP-DETAIL-HEADING
008590         WHEN WS-SECTION-WORKLIST
008600             MOVE 'BAD-ADDRESS WORKLIST - STATEMENTS SUPPRESSED'
008610                 TO HL-RMP-SEC-LABEL
008620             WRITE HL-RMP-SECTION-LINE
008630             WRITE HL-RMP-WORK-HEADING
008640         WHEN OTHER
008650             MOVE 'CONTROL TOTALS' TO HL-RMP-SEC-LABEL
008660             WRITE HL-RMP-SECTION-LINE
008670     END-EVALUATE.
008680     MOVE 4 TO WS-LINES-ON-PAGE.
008690 7000-EXIT.
008700     EXIT.
008710
008720****************************************************************
008730* 7100-PRINT-RETURN-LINE - PRINT ONE RETURN AND ITS
008740*                          DISPOSITION
008750****************************************************************
008760 7100-PRINT-RETURN-LINE.
008770     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
008780         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
008790     END-IF.
008800     MOVE SPACE TO HL-RMP-DTL-CTL.
008810     MOVE HL-RML-ACCT-NO TO HL-RMP-DTL-ACCT.
008820     IF WS-MASTER-FOUND
008830         MOVE HL-MAST-NAME TO HL-RMP-DTL-NAME
008840     ELSE
008850         MOVE SPACES TO HL-RMP-DTL-NAME
008860     END-IF.
008870     MOVE HL-RML-REASON TO HL-RMP-DTL-REASON.
008880     IF WS-RETURN-DATE = ZERO
008890         MOVE HL-RML-RETURN-DATE TO HL-RMP-DTL-DATE
008900     ELSE
008910         MOVE WS-RETURN-DATE(5:2) TO WS-RETURN-DATE-MM
008920         MOVE WS-RETURN-DATE(7:2) TO WS-RETURN-DATE-DD
008930         MOVE WS-RETURN-DATE(1:4) TO WS-RETURN-DATE-YYYY
008940         MOVE WS-RETURN-DATE-DISPLAY TO HL-RMP-DTL-DATE
008950     END-IF.
008960     MOVE WS-DISPOSITION-TEXT TO HL-RMP-DTL-DISP.
008970     MOVE WS-REJECT-REASON-CODE TO HL-RMP-DTL-REJ-CODE.
008980     MOVE WS-REJECT-REASON-TEXT TO HL-RMP-DTL-REJ-TEXT.
008990     WRITE HL-RMP-DETAIL-LINE.
009000     ADD 1 TO WS-LINES-ON-PAGE.
009010 7100-EXIT.
009020     EXIT.
009030
009040****************************************************************
009050* 7200-PRINT-WORK-LINE - PRINT ONE FLAGGED ACCOUNT ON THE
009060*                        WORKLIST, DOUBLE-SPACED FROM THE
009070*                        ACCOUNT BEFORE IT
009080****************************************************************
009090 7200-PRINT-WORK-LINE.
009100     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE - 2
009110         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
009120     END-IF.
009130     MOVE '0' TO HL-RMP-WRK-CTL.
009140     MOVE HL-MAST-ACCT-NO TO HL-RMP-WRK-ACCT.
009150     MOVE HL-MAST-NAME TO HL-RMP-WRK-NAME.
009160     MOVE HL-MAST-ADDRESS TO HL-RMP-WRK-ADDRESS.
009170     MOVE HL-MAST-STATUS-CODE TO HL-RMP-WRK-STATUS.
009180     IF HL-MAST-RETURN-COUNT NUMERIC
009190         MOVE HL-MAST-RETURN-COUNT TO HL-RMP-WRK-COUNT
009200     ELSE
009210         MOVE ZERO TO HL-RMP-WRK-COUNT
009220     END-IF.
009230     WRITE HL-RMP-WORK-LINE.
009240     ADD 2 TO WS-LINES-ON-PAGE.
009250 7200-EXIT.
009260     EXIT.
009270
009280****************************************************************
009290* 7300-PRINT-RETURN-ENTRY - PRINT ONE REGISTER ENTRY UNDER ITS
009300*                           WORKLIST ACCOUNT
009310****************************************************************
009320 7300-PRINT-RETURN-ENTRY.
009330     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
009340         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
009350     END-IF.
009360     MOVE HL-RTN-RETURN-DATE(5:2) TO WS-RETURN-DATE-MM.
009370     MOVE HL-RTN-RETURN-DATE(7:2) TO WS-RETURN-DATE-DD.
009380     MOVE HL-RTN-RETURN-DATE(1:4) TO WS-RETURN-DATE-YYYY.
009390     MOVE WS-RETURN-DATE-DISPLAY TO HL-RMP-RTN-DATE.
009400     MOVE HL-RTN-REASON TO HL-RMP-RTN-REASON.
009410     IF HL-RTN-STALE
009420         MOVE 'STALE' TO HL-RMP-RTN-ACTION
009430     ELSE
009440         MOVE 'FLAGGED' TO HL-RMP-RTN-ACTION
009450     END-IF.
009460     MOVE HL-RTN-ADDRESS TO HL-RMP-RTN-ADDRESS.
009470     WRITE HL-RMP-RETURN-LINE.
009480     ADD 1 TO WS-LINES-ON-PAGE.
009490 7300-EXIT.
009500     EXIT.
009510
009520****************************************************************
009530* 7900-WRITE-TOTALS - PRINT THE CONTROL TOTALS FOR THE RUN ON
009540*                     A PAGE OF THEIR OWN.  RETURNS READ TIES
009550*                     TO APPLIED + STALE + DUPLICATE +
009560*                     REJECTED.
009570****************************************************************
009580 7900-WRITE-TOTALS.
009590     SET WS-SECTION-TOTALS TO TRUE.
009600     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
009610     MOVE '0' TO HL-RMP-TOT-CTL.
009620     MOVE 'RETURNS READ' TO HL-RMP-TOT-LABEL.
009630     MOVE WS-RETURNS-READ TO HL-RMP-TOT-COUNT.
009640     WRITE HL-RMP-TOTAL-LINE.
009650     MOVE SPACE TO HL-RMP-TOT-CTL.
009660     MOVE 'RETURNS APPLIED' TO HL-RMP-TOT-LABEL.
009670     MOVE WS-RETURNS-APPLIED TO HL-RMP-TOT-COUNT.
009680     WRITE HL-RMP-TOTAL-LINE.
009690     MOVE 'RETURNS STALE' TO HL-RMP-TOT-LABEL.
009700     MOVE WS-RETURNS-STALE TO HL-RMP-TOT-COUNT.
009710     WRITE HL-RMP-TOTAL-LINE.
009720     MOVE 'RETURNS DUPLICATE' TO HL-RMP-TOT-LABEL.
009730     MOVE WS-RETURNS-DUPLICATE TO HL-RMP-TOT-COUNT.
009740     WRITE HL-RMP-TOTAL-LINE.
009750     MOVE 'RETURNS REJECTED' TO HL-RMP-TOT-LABEL.
009760     MOVE WS-RETURNS-REJECTED TO HL-RMP-TOT-COUNT.
009770     WRITE HL-RMP-TOTAL-LINE.
009780     MOVE '0' TO HL-RMP-TOT-CTL.
009790     MOVE 'ACCOUNTS NEWLY FLAGGED' TO HL-RMP-TOT-LABEL.
009800     MOVE WS-ACCOUNTS-NEWLY-FLAGGED TO HL-RMP-TOT-COUNT.
009810     WRITE HL-RMP-TOTAL-LINE.
009820     MOVE SPACE TO HL-RMP-TOT-CTL.
009830     MOVE 'ACCOUNTS ON THE WORKLIST' TO HL-RMP-TOT-LABEL.
009840     MOVE WS-WORKLIST-ACCOUNTS TO HL-RMP-TOT-COUNT.
009850     WRITE HL-RMP-TOTAL-LINE.
009860 7900-EXIT.
009870     EXIT.
009880
009890****************************************************************
009900* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
009910****************************************************************
009920 8000-ABEND.
009930     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
009940     MOVE 16 TO WS-ABEND-RETURN-CODE.
009950     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
009960     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
009970     STOP RUN.
009980 8000-EXIT.
009990     EXIT.
010000
010010****************************************************************
010020* 9000-TERMINATE - PRINT TOTALS, CLOSE FILES
010030****************************************************************
010040 9000-TERMINATE.
010050     PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT.
010060     DISPLAY 'HELLORM - RETURNS READ:     ' WS-RETURNS-READ.
010070     DISPLAY 'HELLORM - RETURNS APPLIED:  ' WS-RETURNS-APPLIED.
010080     DISPLAY 'HELLORM - RETURNS REJECTED: ' WS-RETURNS-REJECTED.
010090     CLOSE RETMAIL-FILE.
010100     CLOSE MASTER-FILE.
010110     CLOSE RETURN-FILE.
010120     CLOSE JOURNAL-FILE.
010130     CLOSE HISTORY-FILE.
010140     CLOSE REPORT-FILE.
010150 9000-EXIT.
010160     EXIT.
010170
010180****************************************************************
010190* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT
010200*                        LOG.  READ = RETURNS READ, ACCEPTED =
010210*                        RETURNS REGISTERED (APPLIED + STALE),
010220*                        REJECTED = RETURNS REJECTED.
010230*                        DUPLICATES ARE THE DIFFERENCE.
010240****************************************************************
010250 9500-WRITE-AUDIT-LOG.
010260     OPEN EXTEND AUDIT-LOG-FILE.
010270     IF NOT HL-AUDIT-OK
010280         DISPLAY 'HELLORM - UNABLE TO OPEN AUDIT-LOG, STATUS='
010290             HL-AUDIT-STATUS
010300         MOVE 16 TO RETURN-CODE
010310         STOP RUN
010320     END-IF.
010330     MOVE 'HELLORM' TO AUD-JOB-NAME.
010340     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
010350     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
010360     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
010370     ACCEPT WS-CURRENT-TIME FROM TIME.
010380     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
010390     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
010400     MOVE WS-RETURNS-READ TO AUD-RECORDS-READ.
010410     COMPUTE AUD-RECORDS-ACCEPTED =
010420         WS-RETURNS-APPLIED + WS-RETURNS-STALE.
010430     MOVE WS-RETURNS-REJECTED TO AUD-RECORDS-REJECTED.
010440     MOVE RETURN-CODE TO AUD-RETURN-CODE.
010450     WRITE AUD-LOG-RECORD.
010460     CLOSE AUDIT-LOG-FILE.
010470 9500-EXIT.
010480     EXIT.
