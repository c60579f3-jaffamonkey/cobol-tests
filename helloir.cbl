000100****************************************************************
000110* PROGRAM:     HELLOIR
000120* AUTHOR:      J. L. BRANNIGAN
000130* INSTALLATION:DATA PROCESSING - BATCH SYSTEMS
000140* DATE-WRITTEN:2026-10-15
000150* DATE-COMPILED:
000160*----------------------------------------------------------------
000170* DESCRIPTION
000180*   WEEKLY CROSS-FILE REFERENTIAL-INTEGRITY AUDIT.  EVERY FILE
000190*   IN THE SUITE IS PROVED ON ITS OWN TERMS; THIS RUN PROVES
000200*   THEM AGAINST EACH OTHER.  THE CUSTOMER MASTER AND THE
000210*   PURGE ARCHIVE (HLARC.CPY) ARE READ TOGETHER IN ACCOUNT
000220*   SEQUENCE - A KEY ON BOTH IS A CONFLICT UNLESS THE POSTING
000230*   HISTORY SHOWS HELLOAR REINSTATED IT AFTER THE PURGE.  THE
000240*   PENDING-RELEASE QUEUE (HLPND.CPY), THE MASTER EDIT
000250*   SUSPENSE (HLREJ.CPY), THE TRANSACTION SUSPENSE (HLTSU.CPY)
000260*   AND THE DUPLICATE-ACCOUNT WORKLIST (HLWRK.CPY) ARE EACH
000270*   READ THROUGH AND EVERY ACCOUNT THEY NAME IS LOOKED UP ON
000280*   THE MASTER AND THE ARCHIVE BY KEY.  THE MASTER SWEEP ALSO
000290*   TABLES EVERY CUSTOMER NUMBER, SO A CUSTOMER WHOSE LINKED
000300*   ACCOUNTS ARE ALL CLOSED CAN BE LISTED ACCOUNT BY ACCOUNT.
000310*   PRINTS THE EXCEPTIONS REPORT ONE SECTION PER FILE, THEN
000320*   THE COUNTS BY RULE AND THE CONTROL TOTALS; WRITES EVERY
000330*   EXCEPTION TO THE EXCEPTIONS FILE (HLIRX.CPY) FOR
000340*   FOLLOW-UP; AND APPENDS ONE ROW TO THE SHARED AUDIT LOG.
000350*   NOTHING IS UPDATED.  RETURN-CODE 0008 - AT LEAST ONE
000360*   SERIOUS CONFLICT; HELLOAPJ NAMES HELLOIRJ AS A GATE
000370*   PREREQUISITE, SO THE MONTH-END PURGE IS HELD UNTIL THE
000380*   CONFLICTS ARE CLEARED AND THE AUDIT RERUN.  RETURN-CODE
000390*   0004 - WARNINGS ONLY, OR CUSTOMERS PAST THE TABLE LIMIT
000400*   WERE NOT CHECKED.
000410*----------------------------------------------------------------
000420* MODIFICATION HISTORY
000430* DATE       INIT  DESCRIPTION
000440* 2026-10-15 JLB   INITIAL VERSION.
000450* 2026-10-15 JLB   3900-READ-PENDING AND 4900-READ-TRAN-SUSPENSE
000460*                  MOVED INTO PARAGRAPH-NUMBER ORDER.  NOTED
000470*                  THAT HELLOHP NOW KEEPS THE TYPE I ENTRIES
000480*                  2410 RELIES ON.  WHOLE MEMBER RENUMBERED.
000490****************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.     HELLOIR.
000520 AUTHOR.         J. L. BRANNIGAN.
000530 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000540 DATE-WRITTEN.   2026-10-15.
000550 DATE-COMPILED.
000560
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.   IBM-370.
000600 OBJECT-COMPUTER.   IBM-370.
000610
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640
000650*    ------------------------------------------------------------
000660*    CUSTOMER MASTER FILE - INDEXED, KEYED BY ACCOUNT NUMBER,
000670*    READ-ONLY - SWEPT IN KEY SEQUENCE AGAINST THE ARCHIVE,
000680*    READ BY KEY FOR THE OTHER FILES' ACCOUNTS, AND SWEPT
000690*    AGAIN FOR THE CUSTOMER-LINK EXCEPTIONS
000700*    ------------------------------------------------------------
000710     SELECT MASTER-FILE ASSIGN TO "MASTERF"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS HL-MAST-KEY
000750         FILE STATUS IS HL-MASTER-STATUS.
000760
000770*    ------------------------------------------------------------
000780*    ARCHIVE FILE - INDEXED, KEYED BY ACCOUNT NUMBER, EVERY
000790*    ACCOUNT EVER PURGED OFF THE LIVE MASTER.  READ-ONLY.
000800*    ------------------------------------------------------------
000810     SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVEF"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS HL-ARC-KEY
000850         FILE STATUS IS HL-ARCHIVE-STATUS.
000860
000870*    ------------------------------------------------------------
000880*    ACCOUNT POSTING HISTORY - INDEXED, READ-ONLY, SEARCHED
000890*    FOR THE HELLOAR REINSTATEMENT OF A KEY FOUND ON BOTH THE
000900*    MASTER AND THE ARCHIVE
000910*    ------------------------------------------------------------
000920     SELECT HISTORY-FILE ASSIGN TO "HISTORY"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS HL-HST-KEY
000960         FILE STATUS IS HL-HISTORY-STATUS.
000970
000980*    ------------------------------------------------------------
000990*    PENDING-RELEASE QUEUE - THE HELLORP CARRY-FORWARD FILE OF
001000*    FUTURE-DATED MASTER IMAGES STILL WAITING FOR RELEASE
001010*    ------------------------------------------------------------
001020     SELECT PEND-FILE ASSIGN TO "PENDFILE"
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS HL-PEND-STATUS.
001050
001060*    ------------------------------------------------------------
001070*    MASTER EDIT SUSPENSE - THE HELLOSC CARRY-FORWARD FILE OF
001080*    UNRESOLVED EDIT REJECTS
001090*    ------------------------------------------------------------
001100     SELECT SUSP-FILE ASSIGN TO "SUSPFILE"
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS HL-SUSP-STATUS.
001130
001140*    ------------------------------------------------------------
001150*    TRANSACTION SUSPENSE - MAINTENANCE TRANSACTIONS HELLOTM
001160*    COULD NOT APPLY AND HELLOAQ DECLINES
001170*    ------------------------------------------------------------
001180     SELECT TRAN-SUSP-FILE ASSIGN TO "TRANSUSP"
001190         ORGANIZATION IS SEQUENTIAL
001200         FILE STATUS IS HL-TRAN-SUSP-STATUS.
001210
001220*    ------------------------------------------------------------
001230*    DUPLICATE-ACCOUNT WORKLIST - THE LATEST HELLODD OUTPUT
001240*    ------------------------------------------------------------
001250     SELECT WORK-FILE ASSIGN TO "WORKLIST"
001260         ORGANIZATION IS SEQUENTIAL
001270         FILE STATUS IS HL-WORK-STATUS.
001280
001290*    ------------------------------------------------------------
001300*    EXCEPTIONS FILE - ONE RECORD PER EXCEPTION PLUS A CONTROL
001310*    TRAILER, REBUILT EACH RUN
001320*    ------------------------------------------------------------
001330     SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
001340         ORGANIZATION IS SEQUENTIAL
001350         FILE STATUS IS HL-EXCEPTION-STATUS.
001360
001370*    ------------------------------------------------------------
001380*    EXCEPTIONS REPORT PRINT FILE - 133-BYTE ASA CARRIAGE
001390*    CONTROL
001400*    ------------------------------------------------------------
001410     SELECT REPORT-FILE ASSIGN TO "PRTFILE"
001420         ORGANIZATION IS SEQUENTIAL
001430         FILE STATUS IS HL-REPORT-STATUS.
001440
001450*    ------------------------------------------------------------
001460*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
001470*    LAYOUT ACROSS THE SUITE
001480*    ------------------------------------------------------------
001490     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001500         ORGANIZATION IS SEQUENTIAL
001510         FILE STATUS IS HL-AUDIT-STATUS.
001520
001530 DATA DIVISION.
001540 FILE SECTION.
001550
001560 FD  MASTER-FILE
001570     LABEL RECORDS ARE STANDARD
001580     RECORD CONTAINS 97 CHARACTERS
001590     DATA RECORD IS HL-MASTER-RECORD.
001600     COPY HLMAST.
001610
001620 FD  ARCHIVE-FILE
001630     LABEL RECORDS ARE STANDARD
001640     RECORD CONTAINS 105 CHARACTERS
001650     DATA RECORD IS HL-ARCHIVE-RECORD.
001660     COPY HLARC.
001670
001680 FD  HISTORY-FILE
001690     LABEL RECORDS ARE STANDARD
001700     RECORD CONTAINS 80 CHARACTERS
001710     DATA RECORD IS HL-HISTORY-RECORD.
001720     COPY HLHST.
001730
001740 FD  PEND-FILE
001750     LABEL RECORDS ARE STANDARD
001760     RECORD CONTAINS 97 CHARACTERS
001770     DATA RECORD IS HL-PENDING-RECORD.
001780     COPY HLPND.
001790
001800 FD  SUSP-FILE
001810     LABEL RECORDS ARE STANDARD
001820     RECORD CONTAINS 89 CHARACTERS
001830     DATA RECORD IS HL-REJECT-RECORD.
001840     COPY HLREJ.
001850
001860 FD  TRAN-SUSP-FILE
001870     LABEL RECORDS ARE STANDARD
001880     RECORD CONTAINS 152 CHARACTERS
001890     DATA RECORD IS HL-TRAN-SUSP-RECORD.
001900     COPY HLTSU.
001910
001920 FD  WORK-FILE
001930     LABEL RECORDS ARE STANDARD
001940     RECORD CONTAINS 100 CHARACTERS
001950     DATA RECORD IS HL-WORKLIST-RECORD.
001960     COPY HLWRK.
001970
001980 FD  EXCEPTION-FILE
001990     LABEL RECORDS ARE STANDARD
002000     RECORD CONTAINS 80 CHARACTERS
002010     DATA RECORDS ARE HL-INTEGRITY-EXCEPTION
002020                      HL-INTEGRITY-TRAILER.
002030     COPY HLIRX.
002040
002050 FD  REPORT-FILE
002060     LABEL RECORDS ARE STANDARD
002070     RECORD CONTAINS 133 CHARACTERS.
002080     COPY HLIRPRT.
002090
002100 FD  AUDIT-LOG-FILE
002110     LABEL RECORDS ARE STANDARD
002120     RECORD CONTAINS 88 CHARACTERS
002130     DATA RECORD IS AUD-LOG-RECORD.
002140     COPY AUDLOG.
002150
002160 WORKING-STORAGE SECTION.
002170
002180*    ------------------------------------------------------------
002190*    FILE STATUS FIELDS
002200*    ------------------------------------------------------------
002210 01  HL-FILE-STATUSES.
002220     05  HL-MASTER-STATUS            PIC X(02) VALUE '00'.
002230         88  HL-MASTER-OK            VALUE '00'.
002240     05  HL-ARCHIVE-STATUS           PIC X(02) VALUE '00'.
002250         88  HL-ARCHIVE-OK           VALUE '00'.
002260     05  HL-HISTORY-STATUS           PIC X(02) VALUE '00'.
002270         88  HL-HISTORY-OK           VALUE '00'.
002280     05  HL-PEND-STATUS              PIC X(02) VALUE '00'.
002290         88  HL-PEND-OK              VALUE '00'.
002300         88  HL-PEND-EOF             VALUE '10'.
002310     05  HL-SUSP-STATUS              PIC X(02) VALUE '00'.
002320         88  HL-SUSP-OK              VALUE '00'.
002330         88  HL-SUSP-EOF             VALUE '10'.
002340     05  HL-TRAN-SUSP-STATUS         PIC X(02) VALUE '00'.
002350         88  HL-TRAN-SUSP-OK         VALUE '00'.
002360         88  HL-TRAN-SUSP-EOF        VALUE '10'.
002370     05  HL-WORK-STATUS              PIC X(02) VALUE '00'.
002380         88  HL-WORK-OK              VALUE '00'.
002390         88  HL-WORK-EOF             VALUE '10'.
002400     05  HL-EXCEPTION-STATUS         PIC X(02) VALUE '00'.
002410         88  HL-EXCEPTION-OK         VALUE '00'.
002420     05  HL-REPORT-STATUS            PIC X(02) VALUE '00'.
002430         88  HL-REPORT-OK            VALUE '00'.
002440     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
002450         88  HL-AUDIT-OK             VALUE '00'.
002460
002470*    ------------------------------------------------------------
002480*    SWITCHES
002490*    ------------------------------------------------------------
002500 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
002510     88  WS-EOF-REACHED              VALUE 'Y'.
002520 77  WS-MAST-EOF-SWITCH              PIC X(01) VALUE 'N'.
002530     88  WS-MAST-EOF                 VALUE 'Y'.
002540 77  WS-ARC-EOF-SWITCH               PIC X(01) VALUE 'N'.
002550     88  WS-ARC-EOF                  VALUE 'Y'.
002560 77  WS-SWEEP-EOF-SWITCH             PIC X(01) VALUE 'N'.
002570     88  WS-SWEEP-EOF                VALUE 'Y'.
002580 77  WS-HST-SCAN-SWITCH              PIC X(01) VALUE 'N'.
002590     88  WS-HST-SCAN-DONE            VALUE 'Y'.
002600 77  WS-REINSTATED-SWITCH            PIC X(01) VALUE 'N'.
002610     88  WS-REINSTATED               VALUE 'Y'.
002620 77  WS-ON-MASTER-SWITCH             PIC X(01) VALUE 'N'.
002630     88  WS-ON-MASTER                VALUE 'Y'.
002640     88  WS-NOT-ON-MASTER            VALUE 'N'.
002650 77  WS-ON-ARCHIVE-SWITCH            PIC X(01) VALUE 'N'.
002660     88  WS-ON-ARCHIVE               VALUE 'Y'.
002670     88  WS-NOT-ON-ARCHIVE           VALUE 'N'.
002680 77  WS-SLOT-SWITCH                  PIC X(01) VALUE 'N'.
002690     88  WS-SLOT-FOUND               VALUE 'Y'.
002700     88  WS-SLOT-NOT-FOUND           VALUE 'N'.
002710 77  WS-REPORT-SECTION-SWITCH        PIC X(01) VALUE 'A'.
002720     88  WS-SECTION-ARCHIVE          VALUE 'A'.
002730     88  WS-SECTION-PENDING          VALUE 'P'.
002740     88  WS-SECTION-SUSPENSE         VALUE 'S'.
002750     88  WS-SECTION-TRAN-SUSPENSE    VALUE 'T'.
002760     88  WS-SECTION-WORKLIST         VALUE 'W'.
002770     88  WS-SECTION-CUSTOMERS        VALUE 'C'.
002780     88  WS-SECTION-TOTALS           VALUE 'R'.
002790
002800*    ------------------------------------------------------------
002810*    RUN COUNTERS
002820*    ------------------------------------------------------------
002830 77  WS-MASTER-READ                  PIC 9(07) COMP VALUE ZERO.
002840 77  WS-ARCHIVE-READ                 PIC 9(07) COMP VALUE ZERO.
002850 77  WS-KEYS-ON-BOTH                 PIC 9(07) COMP VALUE ZERO.
002860 77  WS-REINSTATEMENTS-VERIFIED      PIC 9(07) COMP VALUE ZERO.
002870 77  WS-PENDING-READ                 PIC 9(07) COMP VALUE ZERO.
002880 77  WS-SUSPENSE-READ                PIC 9(07) COMP VALUE ZERO.
002890 77  WS-TRAN-SUSPENSE-READ           PIC 9(07) COMP VALUE ZERO.
002900 77  WS-WORKLIST-READ                PIC 9(07) COMP VALUE ZERO.
002910 77  WS-ITEMS-NOT-CHECKED            PIC 9(07) COMP VALUE ZERO.
002920 77  WS-CUSTOMERS-ALL-CLOSED         PIC 9(07) COMP VALUE ZERO.
002930 77  WS-CUST-ACCTS-NOT-CHECKED       PIC 9(07) COMP VALUE ZERO.
002940 77  WS-SERIOUS-COUNT                PIC 9(07) COMP VALUE ZERO.
002950 77  WS-WARNING-COUNT                PIC 9(07) COMP VALUE ZERO.
002960 77  WS-EXCEPTIONS-WRITTEN           PIC 9(07) COMP VALUE ZERO.
002970 77  WS-SECTION-EXCEPTIONS           PIC 9(07) COMP VALUE ZERO.
002980 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
002990 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
003000
003010*    ------------------------------------------------------------
003020*    AUDIT-LOG WORK AREAS
003030*    ------------------------------------------------------------
003040 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
003050 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
003060 77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
003070
003080*    ------------------------------------------------------------
003090*    MASTER/ARCHIVE MATCH KEYS - HIGH-VALUES ONCE A FILE IS
003100*    EXHAUSTED SO THE OTHER FILE RUNS OUT ALONE
003110*    ------------------------------------------------------------
003120 77  WS-MATCH-MAST-KEY               PIC X(07) VALUE SPACES.
003130 77  WS-MATCH-ARC-KEY                PIC X(07) VALUE SPACES.
003140 77  WS-HST-SCAN-ACCT                PIC 9(07) VALUE ZERO.
003150
003160*    ------------------------------------------------------------
003170*    TRANSACTION IMAGE VIEW - A SUSPENDED TRANSACTION IS MOVED
003180*    HERE TO READ ITS CODE AND ACCOUNT NUMBER
003190*    ------------------------------------------------------------
003200     COPY HLTRN.
003210
003220*    ------------------------------------------------------------
003230*    EXCEPTION RULES - CODE, SEVERITY (S = SERIOUS, HOLDS THE
003240*    PURGE; W = WARNING) AND DESCRIPTION, WITH A COUNT EACH
003250*    ------------------------------------------------------------
003260 01  WS-RULE-VALUES.
003270     05  FILLER                      PIC X(03) VALUE 'I01'.
003280     05  FILLER                      PIC X(01) VALUE 'S'.
003290     05  FILLER                      PIC X(40)
003300             VALUE 'MASTER AND ARCHIVE STATUS CONFLICT'.
003310     05  FILLER                      PIC X(03) VALUE 'I02'.
003320     05  FILLER                      PIC X(01) VALUE 'W'.
003330     05  FILLER                      PIC X(40)
003340             VALUE 'CLOSED ON BOTH MASTER AND ARCHIVE'.
003350     05  FILLER                      PIC X(03) VALUE 'P01'.
003360     05  FILLER                      PIC X(01) VALUE 'S'.
003370     05  FILLER                      PIC X(40)
003380             VALUE 'PENDING RECORD FOR A CLOSED ACCOUNT'.
003390     05  FILLER                      PIC X(03) VALUE 'P02'.
003400     05  FILLER                      PIC X(01) VALUE 'S'.
003410     05  FILLER                      PIC X(40)
003420             VALUE 'PENDING RECORD FOR A PURGED ACCOUNT'.
003430     05  FILLER                      PIC X(03) VALUE 'S01'.
003440     05  FILLER                      PIC X(01) VALUE 'W'.
003450     05  FILLER                      PIC X(40)
003460             VALUE 'SUSPENSE ITEM, ACCOUNT NOT ON MASTER'.
003470     05  FILLER                      PIC X(03) VALUE 'T01'.
003480     05  FILLER                      PIC X(01) VALUE 'W'.
003490     05  FILLER                      PIC X(40)
003500             VALUE 'SUSPENDED TRAN, ACCOUNT NOT ON MASTER'.
003510     05  FILLER                      PIC X(03) VALUE 'W01'.
003520     05  FILLER                      PIC X(01) VALUE 'W'.
003530     05  FILLER                      PIC X(40)
003540             VALUE 'WORKLIST ENTRY, ACCOUNT NOT ON MASTER'.
003550     05  FILLER                      PIC X(03) VALUE 'C01'.
003560     05  FILLER                      PIC X(01) VALUE 'W'.
003570     05  FILLER                      PIC X(40)
003580             VALUE 'CUSTOMER WITH ALL LINKED ACCOUNTS CLOSED'.
003590 01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
003600     05  WS-RULE-ENTRY               OCCURS 8 TIMES.
003610         10  WS-RULE-CODE            PIC X(03).
003620         10  WS-RULE-SEVERITY        PIC X(01).
003630             88  WS-RULE-SERIOUS     VALUE 'S'.
003640         10  WS-RULE-TEXT            PIC X(40).
003650 01  WS-RULE-COUNT-TABLE.
003660     05  WS-RULE-COUNT               OCCURS 8 TIMES
003670                                     PIC 9(07) COMP.
003680 77  WS-RULE-SUB                     PIC 9(02) COMP VALUE ZERO.
003690 77  WS-RULE-MAX                     PIC 9(02) COMP VALUE 8.
003700 77  WS-RULE-STATUS-CONFLICT         PIC 9(02) COMP VALUE 1.
003710 77  WS-RULE-CLOSED-BOTH             PIC 9(02) COMP VALUE 2.
003720 77  WS-RULE-PEND-CLOSED             PIC 9(02) COMP VALUE 3.
003730 77  WS-RULE-PEND-PURGED             PIC 9(02) COMP VALUE 4.
003740 77  WS-RULE-SUSPENSE                PIC 9(02) COMP VALUE 5.
003750 77  WS-RULE-TRAN-SUSPENSE           PIC 9(02) COMP VALUE 6.
003760 77  WS-RULE-WORKLIST                PIC 9(02) COMP VALUE 7.
003770 77  WS-RULE-CUSTOMER                PIC 9(02) COMP VALUE 8.
003780
003790*    ------------------------------------------------------------
003800*    CURRENT EXCEPTION - FILLED BY THE ACCOUNT LOOKUP AND THE
003810*    CALLER, THEN PRINTED AND WRITTEN TOGETHER
003820*    ------------------------------------------------------------
003830 77  WS-LOOKUP-ACCT                  PIC 9(07) VALUE ZERO.
003840 77  WS-EXC-SOURCE-FILE              PIC X(08) VALUE SPACES.
003850 77  WS-EXC-ACCT-NO                  PIC 9(07) VALUE ZERO.
003860 77  WS-EXC-CUST-NO                  PIC 9(07) VALUE ZERO.
003870 77  WS-EXC-MAST-STATUS              PIC X(01) VALUE SPACE.
003880 77  WS-EXC-ARC-STATUS               PIC X(01) VALUE SPACE.
003890 77  WS-EXC-PURGE-DATE               PIC 9(08) VALUE ZERO.
003900 77  WS-EXC-NAME                     PIC X(30) VALUE SPACES.
003910
003920*    ------------------------------------------------------------
003930*    CUSTOMER TABLE - ONE ENTRY PER LINKED CUSTOMER NUMBER ON
003940*    THE MASTER, KEPT IN CUSTOMER NUMBER ORDER, COUNTING ITS
003950*    ACCOUNTS AND HOW MANY ARE NOT CLOSED.  AN ACCOUNT LINKED
003960*    TO A CUSTOMER PAST THE TABLE LIMIT IS NOT CHECKED; IT IS
003970*    COUNTED AND THE RUN ENDS AT LEAST RETURN-CODE 0004.
003980*    ------------------------------------------------------------
003990 77  WS-CUST-MAX                     PIC 9(05) COMP VALUE 5000.
004000 77  WS-CUST-COUNT                   PIC 9(05) COMP VALUE ZERO.
004010 01  WS-CUST-TABLE.
004020     05  WS-CUST-ENTRY OCCURS 5000 TIMES.
004030         10  WS-CST-CUST-NO          PIC 9(07).
004040         10  WS-CST-ACCOUNTS         PIC 9(05) COMP.
004050         10  WS-CST-OPEN-ACCOUNTS    PIC 9(05) COMP.
004060 77  WS-CUST-SUB                     PIC 9(05) COMP VALUE ZERO.
004070 77  WS-CUST-SUB-2                   PIC 9(05) COMP VALUE ZERO.
004080 77  WS-SCAN-CUST-NO                 PIC 9(07) VALUE ZERO.
004090
004100*    ------------------------------------------------------------
004110*    REPORT CONTROLS
004120*    ------------------------------------------------------------
004130 77  WS-MAX-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
004140 77  WS-LINES-ON-PAGE                PIC 9(02) COMP VALUE ZERO.
004150 77  WS-PAGE-NUMBER                  PIC 9(04) COMP VALUE ZERO.
004160 01  WS-RUN-DATE-DISPLAY.
004170     05  WS-RUN-DATE-MM              PIC 9(02).
004180     05  FILLER                      PIC X(01) VALUE '/'.
004190     05  WS-RUN-DATE-DD              PIC 9(02).
004200     05  FILLER                      PIC X(01) VALUE '/'.
004210     05  WS-RUN-DATE-YYYY            PIC 9(04).
004220 01  WS-RUN-TIME-DISPLAY.
004230     05  WS-RUN-TIME-HH              PIC 9(02).
004240     05  FILLER                      PIC X(01) VALUE ':'.
004250     05  WS-RUN-TIME-MM              PIC 9(02).
004260     05  FILLER                      PIC X(01) VALUE ':'.
004270     05  WS-RUN-TIME-SS              PIC 9(02).
004280 01  WS-PURGE-DATE-DISPLAY.
004290     05  WS-PURGE-DATE-MM            PIC 9(02).
004300     05  FILLER                      PIC X(01) VALUE '/'.
004310     05  WS-PURGE-DATE-DD            PIC 9(02).
004320     05  FILLER                      PIC X(01) VALUE '/'.
004330     05  WS-PURGE-DATE-YYYY          PIC 9(04).
004340
004350*    ------------------------------------------------------------
004360*    ABEND HANDLING
004370*    ------------------------------------------------------------
004380 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
004390 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
004400 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
004410
004420 PROCEDURE DIVISION.
004430
004440****************************************************************
004450* 0000-MAINLINE
004460****************************************************************
004470 0000-MAINLINE.
004480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004490     PERFORM 2000-AUDIT-MASTER-ARCHIVE THRU 2000-EXIT.
004500     PERFORM 3000-AUDIT-PENDING THRU 3000-EXIT.
004510     PERFORM 3500-AUDIT-SUSPENSE THRU 3500-EXIT.
004520     PERFORM 4000-AUDIT-TRAN-SUSPENSE THRU 4000-EXIT.
004530     PERFORM 4500-AUDIT-WORKLIST THRU 4500-EXIT.
004540     PERFORM 5000-AUDIT-CUSTOMERS THRU 5000-EXIT.
004550     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004560     IF WS-SERIOUS-COUNT > ZERO
004570         MOVE 8 TO RETURN-CODE
004580     ELSE
004590         IF WS-WARNING-COUNT > ZERO
004600            OR WS-CUST-ACCTS-NOT-CHECKED > ZERO
004610             MOVE 4 TO RETURN-CODE
004620         ELSE
004630             MOVE ZERO TO RETURN-CODE
004640         END-IF
004650     END-IF.
004660     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
004670     STOP RUN.
004680
004690****************************************************************
004700* 1000-INITIALIZE - OPEN FILES AND CLEAR THE RULE COUNTS
004710****************************************************************
004720 1000-INITIALIZE.
004730     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
004740     ACCEPT WS-RUN-START-TIME FROM TIME.
004750     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004760     ACCEPT WS-CURRENT-TIME FROM TIME.
004770     PERFORM 1100-CLEAR-ONE-RULE THRU 1100-EXIT
004780         VARYING WS-RULE-SUB FROM 1 BY 1
004790         UNTIL WS-RULE-SUB > WS-RULE-MAX.
004800     OPEN INPUT MASTER-FILE.
004810     IF NOT HL-MASTER-OK
004820         MOVE 'HELLOIR - UNABLE TO OPEN MASTER-FILE, STATUS='
004830             TO WS-ABEND-MESSAGE
004840         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
004850         PERFORM 8000-ABEND THRU 8000-EXIT
004860     END-IF.
004870     OPEN INPUT ARCHIVE-FILE.
004880     IF NOT HL-ARCHIVE-OK
004890         MOVE 'HELLOIR - UNABLE TO OPEN ARCHIVE-FILE, STATUS='
004900             TO WS-ABEND-MESSAGE
004910         MOVE HL-ARCHIVE-STATUS TO WS-ABEND-FILE-STATUS
004920         PERFORM 8000-ABEND THRU 8000-EXIT
004930     END-IF.
004940     OPEN INPUT HISTORY-FILE.
004950     IF NOT HL-HISTORY-OK
004960         MOVE 'HELLOIR - UNABLE TO OPEN HISTORY-FILE, STATUS='
004970             TO WS-ABEND-MESSAGE
004980         MOVE HL-HISTORY-STATUS TO WS-ABEND-FILE-STATUS
004990         PERFORM 8000-ABEND THRU 8000-EXIT
005000     END-IF.
005010     OPEN INPUT PEND-FILE.
005020     IF NOT HL-PEND-OK
005030         MOVE 'HELLOIR - UNABLE TO OPEN PEND-FILE, STATUS='
005040             TO WS-ABEND-MESSAGE
005050         MOVE HL-PEND-STATUS TO WS-ABEND-FILE-STATUS
005060         PERFORM 8000-ABEND THRU 8000-EXIT
005070     END-IF.
005080     OPEN INPUT SUSP-FILE.
005090     IF NOT HL-SUSP-OK
005100         MOVE 'HELLOIR - UNABLE TO OPEN SUSP-FILE, STATUS='
005110             TO WS-ABEND-MESSAGE
005120         MOVE HL-SUSP-STATUS TO WS-ABEND-FILE-STATUS
005130         PERFORM 8000-ABEND THRU 8000-EXIT
005140     END-IF.
005150     OPEN INPUT TRAN-SUSP-FILE.
005160     IF NOT HL-TRAN-SUSP-OK
005170         MOVE 'HELLOIR - UNABLE TO OPEN TRAN-SUSP-FILE, STATUS='
005180             TO WS-ABEND-MESSAGE
005190         MOVE HL-TRAN-SUSP-STATUS TO WS-ABEND-FILE-STATUS
005200         PERFORM 8000-ABEND THRU 8000-EXIT
005210     END-IF.
005220     OPEN INPUT WORK-FILE.
005230     IF NOT HL-WORK-OK
005240         MOVE 'HELLOIR - UNABLE TO OPEN WORK-FILE, STATUS='
005250             TO WS-ABEND-MESSAGE
005260         MOVE HL-WORK-STATUS TO WS-ABEND-FILE-STATUS
005270         PERFORM 8000-ABEND THRU 8000-EXIT
005280     END-IF.
005290     OPEN OUTPUT EXCEPTION-FILE.
005300     IF NOT HL-EXCEPTION-OK
005310         MOVE 'HELLOIR - UNABLE TO OPEN EXCEPTION-FILE, STATUS='
005320             TO WS-ABEND-MESSAGE
005330         MOVE HL-EXCEPTION-STATUS TO WS-ABEND-FILE-STATUS
005340         PERFORM 8000-ABEND THRU 8000-EXIT
005350     END-IF.
005360     OPEN OUTPUT REPORT-FILE.
005370     IF NOT HL-REPORT-OK
005380         MOVE 'HELLOIR - UNABLE TO OPEN REPORT-FILE, STATUS='
005390             TO WS-ABEND-MESSAGE
005400         MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
005410         PERFORM 8000-ABEND THRU 8000-EXIT
005420     END-IF.
005430 1000-EXIT.
005440     EXIT.
005450
005460****************************************************************
005470* 1100-CLEAR-ONE-RULE - ZERO ONE RULE'S EXCEPTION COUNT
005480****************************************************************
005490 1100-CLEAR-ONE-RULE.
005500     MOVE ZERO TO WS-RULE-COUNT (WS-RULE-SUB).
005510 1100-EXIT.
005520     EXIT.
005530
005540****************************************************************
005550* 2000-AUDIT-MASTER-ARCHIVE - READ THE MASTER AND THE ARCHIVE
005560*                             TOGETHER IN ACCOUNT SEQUENCE.
005570*                             EVERY MASTER RECORD ALSO POSTS
005580*                             ITS CUSTOMER TO THE TABLE.
005590****************************************************************
005600 2000-AUDIT-MASTER-ARCHIVE.
005610     SET WS-SECTION-ARCHIVE TO TRUE.
005620     PERFORM 7050-START-SECTION THRU 7050-EXIT.
005630     MOVE 'N' TO WS-MAST-EOF-SWITCH.
005640     MOVE 'N' TO WS-ARC-EOF-SWITCH.
005650     MOVE ZERO TO HL-MAST-ACCT-NO.
005660     START MASTER-FILE KEY IS NOT LESS THAN HL-MAST-KEY
005670         INVALID KEY
005680             SET WS-MAST-EOF TO TRUE
005690             MOVE HIGH-VALUES TO WS-MATCH-MAST-KEY
005700     END-START.
005710     IF NOT WS-MAST-EOF
005720         PERFORM 2200-READ-MASTER-NEXT THRU 2200-EXIT
005730     END-IF.
005740     MOVE ZERO TO HL-ARC-ACCT-NO.
005750     START ARCHIVE-FILE KEY IS NOT LESS THAN HL-ARC-KEY
005760         INVALID KEY
005770             SET WS-ARC-EOF TO TRUE
005780             MOVE HIGH-VALUES TO WS-MATCH-ARC-KEY
005790     END-START.
005800     IF NOT WS-ARC-EOF
005810         PERFORM 2300-READ-ARCHIVE-NEXT THRU 2300-EXIT
005820     END-IF.
005830     PERFORM 2100-MATCH-ONE-KEY THRU 2100-EXIT
005840         UNTIL WS-MAST-EOF AND WS-ARC-EOF.
005850     PERFORM 7060-END-SECTION THRU 7060-EXIT.
005860 2000-EXIT.
005870     EXIT.
005880
005890****************************************************************
005900* 2100-MATCH-ONE-KEY - THE LOWER KEY MOVES ON ALONE; A KEY ON
005910*                      BOTH FILES IS CHECKED, THEN BOTH MOVE ON.
005920*                      AN ARCHIVE-ONLY KEY IS A NORMAL PURGED
005930*                      ACCOUNT.
005940****************************************************************
005950 2100-MATCH-ONE-KEY.
005960     IF WS-MATCH-MAST-KEY < WS-MATCH-ARC-KEY
005970         PERFORM 2500-POST-CUSTOMER THRU 2500-EXIT
005980         PERFORM 2200-READ-MASTER-NEXT THRU 2200-EXIT
005990         GO TO 2100-EXIT
006000     END-IF.
006010     IF WS-MATCH-ARC-KEY < WS-MATCH-MAST-KEY
006020         PERFORM 2300-READ-ARCHIVE-NEXT THRU 2300-EXIT
006030         GO TO 2100-EXIT
006040     END-IF.
006050     PERFORM 2500-POST-CUSTOMER THRU 2500-EXIT.
006060     PERFORM 2400-CHECK-BOTH-FILES THRU 2400-EXIT.
006070     PERFORM 2200-READ-MASTER-NEXT THRU 2200-EXIT.
006080     PERFORM 2300-READ-ARCHIVE-NEXT THRU 2300-EXIT.
006090 2100-EXIT.
006100     EXIT.
006110
006120****************************************************************
006130* 2200-READ-MASTER-NEXT - NEXT MASTER RECORD IN KEY SEQUENCE
006140****************************************************************
006150 2200-READ-MASTER-NEXT.
006160     READ MASTER-FILE NEXT RECORD
006170         AT END
006180             SET WS-MAST-EOF TO TRUE
006190     END-READ.
006200     IF WS-MAST-EOF
006210         MOVE HIGH-VALUES TO WS-MATCH-MAST-KEY
006220         GO TO 2200-EXIT
006230     END-IF.
006240     IF NOT HL-MASTER-OK
006250         MOVE 'HELLOIR - MASTER-FILE READ ERROR, STATUS='
006260             TO WS-ABEND-MESSAGE
006270         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
006280         PERFORM 8000-ABEND THRU 8000-EXIT
006290     END-IF.
006300     ADD 1 TO WS-MASTER-READ.
006310     MOVE HL-MAST-KEY TO WS-MATCH-MAST-KEY.
006320 2200-EXIT.
006330     EXIT.
006340
006350****************************************************************
006360* 2300-READ-ARCHIVE-NEXT - NEXT ARCHIVE RECORD IN KEY SEQUENCE
006370****************************************************************
006380 2300-READ-ARCHIVE-NEXT.
006390     READ ARCHIVE-FILE NEXT RECORD
006400         AT END
006410             SET WS-ARC-EOF TO TRUE
006420     END-READ.
006430     IF WS-ARC-EOF
006440         MOVE HIGH-VALUES TO WS-MATCH-ARC-KEY
006450         GO TO 2300-EXIT
006460     END-IF.
006470     IF NOT HL-ARCHIVE-OK
006480         MOVE 'HELLOIR - ARCHIVE-FILE READ ERROR, STATUS='
006490             TO WS-ABEND-MESSAGE
006500         MOVE HL-ARCHIVE-STATUS TO WS-ABEND-FILE-STATUS
006510         PERFORM 8000-ABEND THRU 8000-EXIT
006520     END-IF.
006530     ADD 1 TO WS-ARCHIVE-READ.
006540     MOVE HL-ARC-KEY TO WS-MATCH-ARC-KEY.
006550 2300-EXIT.
006560     EXIT.
006570
006580****************************************************************
006590* 2400-CHECK-BOTH-FILES - A KEY ON THE MASTER AND THE ARCHIVE.
006600*                         HELLOAR REINSTATEMENT LEAVES THE
006610*                         ARCHIVE ENTRY IN PLACE, SO A TYPE I
006620*                         HISTORY ENTRY ON OR AFTER THE PURGE
006630*                         DATE CLEARS IT (THE HELLOHP
006640*                         RETENTION PURGE NEVER DELETES A TYPE
006650*                         I ENTRY).  OTHERWISE THE SAME
006660*                         STATUS ON BOTH IS A PURGE DELETE THAT
006670*                         NEVER HAPPENED (THE NEXT PURGE WILL
006680*                         REWRITE THE ARCHIVE), AND A DIFFERENT
006690*                         STATUS IS A REISSUED OR REOPENED
006700*                         ACCOUNT NUMBER NOBODY CAN EXPLAIN.
006710****************************************************************
006720 2400-CHECK-BOTH-FILES.
006730     ADD 1 TO WS-KEYS-ON-BOTH.
006740     PERFORM 2410-CHECK-REINSTATED THRU 2410-EXIT.
006750     IF WS-REINSTATED
006760         ADD 1 TO WS-REINSTATEMENTS-VERIFIED
006770         GO TO 2400-EXIT
006780     END-IF.
006790     IF HL-MAST-STATUS-CODE = HL-ARC-STATUS-CODE
006800         MOVE WS-RULE-CLOSED-BOTH TO WS-RULE-SUB
006810     ELSE
006820         MOVE WS-RULE-STATUS-CONFLICT TO WS-RULE-SUB
006830     END-IF.
006840     MOVE 'MASTERF' TO WS-EXC-SOURCE-FILE.
006850     MOVE HL-MAST-ACCT-NO TO WS-EXC-ACCT-NO.
006860     IF HL-MAST-CUST-NO NUMERIC
006870         MOVE HL-MAST-CUST-NO TO WS-EXC-CUST-NO
006880     ELSE
006890         MOVE ZERO TO WS-EXC-CUST-NO
006900     END-IF.
006910     MOVE HL-MAST-STATUS-CODE TO WS-EXC-MAST-STATUS.
006920     MOVE HL-ARC-STATUS-CODE TO WS-EXC-ARC-STATUS.
006930     IF HL-ARC-PURGE-DATE NUMERIC
006940         MOVE HL-ARC-PURGE-DATE TO WS-EXC-PURGE-DATE
006950     ELSE
006960         MOVE ZERO TO WS-EXC-PURGE-DATE
006970     END-IF.
006980     MOVE HL-MAST-NAME TO WS-EXC-NAME.
006990     PERFORM 6500-RECORD-EXCEPTION THRU 6500-EXIT.
007000 2400-EXIT.
007010     EXIT.
007020
007030****************************************************************
007040* 2410-CHECK-REINSTATED - READ THE ACCOUNT'S POSTING HISTORY
007050*                         FROM THE PURGE DATE FORWARD FOR A
007060*                         HELLOAR REINSTATEMENT (TYPE I)
007070****************************************************************
007080 2410-CHECK-REINSTATED.
007090     MOVE 'N' TO WS-REINSTATED-SWITCH.
007100     MOVE 'N' TO WS-HST-SCAN-SWITCH.
007110     MOVE HL-MAST-ACCT-NO TO WS-HST-SCAN-ACCT.
007120     MOVE HL-MAST-ACCT-NO TO HL-HST-ACCT-NO.
007130     IF HL-ARC-PURGE-DATE NUMERIC
007140         MOVE HL-ARC-PURGE-DATE TO HL-HST-POST-DATE
007150     ELSE
007160         MOVE ZERO TO HL-HST-POST-DATE
007170     END-IF.
007180     MOVE ZERO TO HL-HST-SEQ-NO.
007190     START HISTORY-FILE KEY IS NOT LESS THAN HL-HST-KEY
007200         INVALID KEY
007210             SET WS-HST-SCAN-DONE TO TRUE
007220     END-START.
007230     PERFORM 2420-CHECK-ONE-HISTORY THRU 2420-EXIT
007240         UNTIL WS-HST-SCAN-DONE.
007250 2410-EXIT.
007260     EXIT.
007270
007280****************************************************************
007290* 2420-CHECK-ONE-HISTORY - ONE POSTING OF THE ACCOUNT
007300****************************************************************
007310 2420-CHECK-ONE-HISTORY.
007320     READ HISTORY-FILE NEXT RECORD
007330         AT END
007340             SET WS-HST-SCAN-DONE TO TRUE
007350     END-READ.
007360     IF WS-HST-SCAN-DONE
007370         GO TO 2420-EXIT
007380     END-IF.
007390     IF NOT HL-HISTORY-OK
007400         MOVE 'HELLOIR - HISTORY-FILE READ ERROR, STATUS='
007410             TO WS-ABEND-MESSAGE
007420         MOVE HL-HISTORY-STATUS TO WS-ABEND-FILE-STATUS
007430         PERFORM 8000-ABEND THRU 8000-EXIT
007440     END-IF.
007450     IF HL-HST-ACCT-NO NOT = WS-HST-SCAN-ACCT
007460         SET WS-HST-SCAN-DONE TO TRUE
007470         GO TO 2420-EXIT
007480     END-IF.
007490     IF HL-HST-REINSTATED
007500         SET WS-REINSTATED TO TRUE
007510         SET WS-HST-SCAN-DONE TO TRUE
007520     END-IF.
007530 2420-EXIT.
007540     EXIT.
007550
007560****************************************************************
007570* 2500-POST-CUSTOMER - COUNT THE MASTER RECORD AGAINST ITS
007580*                      CUSTOMER, OPENING A TABLE ENTRY FOR A
007590*                      CUSTOMER NOT YET SEEN.  ZERO OR SPACES
007600*                      (PRE-CHANGE RECORDS) IS UNLINKED.
007610****************************************************************
007620 2500-POST-CUSTOMER.
007630     IF HL-MAST-CUST-NO NOT NUMERIC
007640         GO TO 2500-EXIT
007650     END-IF.
007660     IF HL-MAST-CUST-NO = ZERO
007670         GO TO 2500-EXIT
007680     END-IF.
007690     MOVE HL-MAST-CUST-NO TO WS-SCAN-CUST-NO.
007700     PERFORM 2510-FIND-CUSTOMER THRU 2510-EXIT.
007710     IF WS-SLOT-FOUND
007720         IF WS-CST-CUST-NO (WS-CUST-SUB) = WS-SCAN-CUST-NO
007730             GO TO 2500-COUNT-ACCOUNT
007740         END-IF
007750     END-IF.
007760     IF WS-CUST-COUNT >= WS-CUST-MAX
007770         ADD 1 TO WS-CUST-ACCTS-NOT-CHECKED
007780         GO TO 2500-EXIT
007790     END-IF.
007800     PERFORM 2530-SHIFT-ONE-CUSTOMER THRU 2530-EXIT
007810         VARYING WS-CUST-SUB-2 FROM WS-CUST-COUNT BY -1
007820         UNTIL WS-CUST-SUB-2 < WS-CUST-SUB.
007830     ADD 1 TO WS-CUST-COUNT.
007840     MOVE WS-SCAN-CUST-NO TO WS-CST-CUST-NO (WS-CUST-SUB).
007850     MOVE ZERO TO WS-CST-ACCOUNTS (WS-CUST-SUB)
007860                  WS-CST-OPEN-ACCOUNTS (WS-CUST-SUB).
007870 2500-COUNT-ACCOUNT.
007880     ADD 1 TO WS-CST-ACCOUNTS (WS-CUST-SUB).
007890     IF NOT HL-MAST-CLOSED
007900         ADD 1 TO WS-CST-OPEN-ACCOUNTS (WS-CUST-SUB)
007910     END-IF.
007920 2500-EXIT.
007930     EXIT.
007940
007950****************************************************************
007960* 2510-FIND-CUSTOMER - LEAVE WS-CUST-SUB ON THE FIRST ENTRY NOT
007970*                      BELOW WS-SCAN-CUST-NO, OR ONE PAST THE
007980*                      LAST ENTRY (SLOT NOT FOUND)
007990****************************************************************
008000 2510-FIND-CUSTOMER.
008010     SET WS-SLOT-NOT-FOUND TO TRUE.
008020     PERFORM 2520-TEST-ONE-CUSTOMER THRU 2520-EXIT
008030         VARYING WS-CUST-SUB FROM 1 BY 1
008040         UNTIL WS-CUST-SUB > WS-CUST-COUNT
008050            OR WS-SLOT-FOUND.
008060     IF WS-SLOT-FOUND
008070         SUBTRACT 1 FROM WS-CUST-SUB
008080     END-IF.
008090 2510-EXIT.
008100     EXIT.
008110
008120****************************************************************
008130* 2520-TEST-ONE-CUSTOMER - STOP ON THE FIRST ENTRY NOT BELOW
008140*                          THE CUSTOMER SOUGHT
008150****************************************************************
008160 2520-TEST-ONE-CUSTOMER.
008170     IF WS-CST-CUST-NO (WS-CUST-SUB) NOT < WS-SCAN-CUST-NO
008180         SET WS-SLOT-FOUND TO TRUE
008190     END-IF.
008200 2520-EXIT.
008210     EXIT.
008220
008230****************************************************************
008240* 2530-SHIFT-ONE-CUSTOMER - MOVE AN ENTRY DOWN ONE PLACE TO
008250*                           OPEN THE SLOT FOR A NEW CUSTOMER
008260****************************************************************
008270 2530-SHIFT-ONE-CUSTOMER.
008280     MOVE WS-CUST-ENTRY (WS-CUST-SUB-2)
008290         TO WS-CUST-ENTRY (WS-CUST-SUB-2 + 1).
008300 2530-EXIT.
008310     EXIT.
008320
008330****************************************************************
008340* 3000-AUDIT-PENDING - EVERY IMAGE WAITING ON THE PENDING-
008350*                      RELEASE QUEUE.  HELLORP RE-ENTERS A
008360*                      RELEASED IMAGE WHEN ITS ACCOUNT IS NOT
008370*                      ON THE MASTER, SO AN IMAGE FOR A CLOSED
008380*                      ACCOUNT (ONCE PURGED) OR A PURGED ONE
008390*                      WOULD BRING IT BACK WITHOUT HELLOAR.
008400****************************************************************
008410 3000-AUDIT-PENDING.
008420     SET WS-SECTION-PENDING TO TRUE.
008430     PERFORM 7050-START-SECTION THRU 7050-EXIT.
008440     MOVE 'N' TO WS-EOF-SWITCH.
008450     PERFORM 3900-READ-PENDING THRU 3900-EXIT.
008460     PERFORM 3100-CHECK-ONE-PENDING THRU 3100-EXIT
008470         UNTIL WS-EOF-REACHED.
008480     PERFORM 7060-END-SECTION THRU 7060-EXIT.
008490 3000-EXIT.
008500     EXIT.
008510
008520****************************************************************
008530* 3100-CHECK-ONE-PENDING - LOOK UP ONE PENDING IMAGE'S ACCOUNT
008540****************************************************************
008550 3100-CHECK-ONE-PENDING.
008560     ADD 1 TO WS-PENDING-READ.
008570     IF HL-PND-ACCT-NO NOT NUMERIC
008580         ADD 1 TO WS-ITEMS-NOT-CHECKED
008590         GO TO 3100-READ-NEXT
008600     END-IF.
008610     MOVE HL-PND-ACCT-NO TO WS-LOOKUP-ACCT.
008620     PERFORM 6000-LOOKUP-ACCOUNT THRU 6000-EXIT.
008630     IF WS-ON-MASTER
008640         IF HL-MAST-CLOSED
008650             MOVE WS-RULE-PEND-CLOSED TO WS-RULE-SUB
008660         ELSE
008670             GO TO 3100-READ-NEXT
008680         END-IF
008690     ELSE
008700         IF WS-ON-ARCHIVE
008710             MOVE WS-RULE-PEND-PURGED TO WS-RULE-SUB
008720         ELSE
008730             GO TO 3100-READ-NEXT
008740         END-IF
008750     END-IF.
008760     MOVE 'PENDFILE' TO WS-EXC-SOURCE-FILE.
008770     IF WS-EXC-NAME = SPACES
008780         MOVE HL-PND-NAME TO WS-EXC-NAME
008790     END-IF.
008800     PERFORM 6500-RECORD-EXCEPTION THRU 6500-EXIT.
008810 3100-READ-NEXT.
008820     PERFORM 3900-READ-PENDING THRU 3900-EXIT.
008830 3100-EXIT.
008840     EXIT.
008850
008860****************************************************************
008870* 3500-AUDIT-SUSPENSE - EVERY UNRESOLVED MASTER EDIT REJECT.
008880*                       THE NIGHTLY EDIT RE-REJECTS ITEMS STILL
008890*                       ON THE MASTER, SO AN ITEM WHOSE ACCOUNT
008900*                       HAS LEFT THE MASTER CAN NEVER CLEAR.
008910****************************************************************
008920 3500-AUDIT-SUSPENSE.
008930     SET WS-SECTION-SUSPENSE TO TRUE.
008940     PERFORM 7050-START-SECTION THRU 7050-EXIT.
008950     MOVE 'N' TO WS-EOF-SWITCH.
008960     PERFORM 3950-READ-SUSPENSE THRU 3950-EXIT.
008970     PERFORM 3600-CHECK-ONE-SUSPENSE THRU 3600-EXIT
008980         UNTIL WS-EOF-REACHED.
008990     PERFORM 7060-END-SECTION THRU 7060-EXIT.
009000 3500-EXIT.
009010     EXIT.
009020
009030****************************************************************
009040* 3600-CHECK-ONE-SUSPENSE - LOOK UP ONE SUSPENSE ITEM'S
009050*                           ACCOUNT.  A MISSING OR ZERO ACCOUNT
009060*                           NUMBER MAY BE THE REASON IT WAS
009070*                           REJECTED - IT CANNOT BE CHECKED.
009080****************************************************************
009090 3600-CHECK-ONE-SUSPENSE.
009100     ADD 1 TO WS-SUSPENSE-READ.
009110     IF HL-REJ-ACCT-NO NOT NUMERIC
009120         ADD 1 TO WS-ITEMS-NOT-CHECKED
009130         GO TO 3600-READ-NEXT
009140     END-IF.
009150     IF HL-REJ-ACCT-NO = ZERO
009160         ADD 1 TO WS-ITEMS-NOT-CHECKED
009170         GO TO 3600-READ-NEXT
009180     END-IF.
009190     MOVE HL-REJ-ACCT-NO TO WS-LOOKUP-ACCT.
009200     PERFORM 6000-LOOKUP-ACCOUNT THRU 6000-EXIT.
009210     IF WS-ON-MASTER
009220         GO TO 3600-READ-NEXT
009230     END-IF.
009240     MOVE WS-RULE-SUSPENSE TO WS-RULE-SUB.
009250     MOVE 'SUSPFILE' TO WS-EXC-SOURCE-FILE.
009260     IF WS-EXC-NAME = SPACES
009270         MOVE HL-REJ-NAME TO WS-EXC-NAME
009280     END-IF.
009290     PERFORM 6500-RECORD-EXCEPTION THRU 6500-EXIT.
009300 3600-READ-NEXT.
009310     PERFORM 3950-READ-SUSPENSE THRU 3950-EXIT.
009320 3600-EXIT.
009330     EXIT.
009340
009350****************************************************************
009360* 3900-READ-PENDING - READ THE NEXT PENDING IMAGE
009370****************************************************************
009380 3900-READ-PENDING.
009390     READ PEND-FILE
009400         AT END
009410             SET WS-EOF-REACHED TO TRUE
009420     END-READ.
009430     IF NOT HL-PEND-OK AND NOT HL-PEND-EOF
009440         MOVE 'HELLOIR - PEND-FILE READ ERROR, STATUS='
009450             TO WS-ABEND-MESSAGE
009460         MOVE HL-PEND-STATUS TO WS-ABEND-FILE-STATUS
009470         PERFORM 8000-ABEND THRU 8000-EXIT
009480     END-IF.
009490 3900-EXIT.
009500     EXIT.
009510
009520****************************************************************
009530* 3950-READ-SUSPENSE - READ THE NEXT SUSPENSE ITEM
009540****************************************************************
009550 3950-READ-SUSPENSE.
009560     READ SUSP-FILE
009570         AT END
009580             SET WS-EOF-REACHED TO TRUE
009590     END-READ.
009600     IF NOT HL-SUSP-OK AND NOT HL-SUSP-EOF
009610         MOVE 'HELLOIR - SUSP-FILE READ ERROR, STATUS='
009620             TO WS-ABEND-MESSAGE
009630         MOVE HL-SUSP-STATUS TO WS-ABEND-FILE-STATUS
009640         PERFORM 8000-ABEND THRU 8000-EXIT
009650     END-IF.
009660 3950-EXIT.
009670     EXIT.
009680
009690****************************************************************
009700* 4000-AUDIT-TRAN-SUSPENSE - EVERY SUSPENDED MAINTENANCE
009710*                            TRANSACTION.  A NEW-ACCOUNT (A)
009720*                            TRANSACTION IS MEANT FOR AN ACCOUNT
009730*                            NOT YET ON THE MASTER, AND BATCH
009740*                            HEADERS AND TRAILERS CARRY NO
009750*                            ACCOUNT - NONE OF THEM IS CHECKED.
009760****************************************************************
009770 4000-AUDIT-TRAN-SUSPENSE.
009780     SET WS-SECTION-TRAN-SUSPENSE TO TRUE.
009790     PERFORM 7050-START-SECTION THRU 7050-EXIT.
009800     MOVE 'N' TO WS-EOF-SWITCH.
009810     PERFORM 4900-READ-TRAN-SUSPENSE THRU 4900-EXIT.
009820     PERFORM 4100-CHECK-ONE-TRAN-SUSP THRU 4100-EXIT
009830         UNTIL WS-EOF-REACHED.
009840     PERFORM 7060-END-SECTION THRU 7060-EXIT.
009850 4000-EXIT.
009860     EXIT.
009870
009880****************************************************************
009890* 4100-CHECK-ONE-TRAN-SUSP - LOOK UP ONE SUSPENDED
009900*                            TRANSACTION'S ACCOUNT
009910****************************************************************
009920 4100-CHECK-ONE-TRAN-SUSP.
009930     ADD 1 TO WS-TRAN-SUSPENSE-READ.
009940     MOVE HL-TSU-TRAN-IMAGE TO HL-TRAN-RECORD.
009950     IF HL-TRAN-NEW-ACCOUNT OR HL-TRAN-BATCH-HDR
009960                            OR HL-TRAN-BATCH-TRL
009970         GO TO 4100-READ-NEXT
009980     END-IF.
009990     IF HL-TRAN-ACCT-NO NOT NUMERIC
010000         ADD 1 TO WS-ITEMS-NOT-CHECKED
010010         GO TO 4100-READ-NEXT
010020     END-IF.
010030     IF HL-TRAN-ACCT-NO = ZERO
010040         ADD 1 TO WS-ITEMS-NOT-CHECKED
010050         GO TO 4100-READ-NEXT
010060     END-IF.
010070     MOVE HL-TRAN-ACCT-NO TO WS-LOOKUP-ACCT.
010080     PERFORM 6000-LOOKUP-ACCOUNT THRU 6000-EXIT.
010090     IF WS-ON-MASTER
010100         GO TO 4100-READ-NEXT
010110     END-IF.
010120     MOVE WS-RULE-TRAN-SUSPENSE TO WS-RULE-SUB.
010130     MOVE 'TRANSUSP' TO WS-EXC-SOURCE-FILE.
010140     IF WS-EXC-NAME = SPACES
010150         MOVE HL-TRAN-NAME TO WS-EXC-NAME
010160     END-IF.
010170     PERFORM 6500-RECORD-EXCEPTION THRU 6500-EXIT.
010180 4100-READ-NEXT.
010190     PERFORM 4900-READ-TRAN-SUSPENSE THRU 4900-EXIT.
010200 4100-EXIT.
010210     EXIT.
010220
010230****************************************************************
010240* 4500-AUDIT-WORKLIST - EVERY ENTRY ON THE DUPLICATE-ACCOUNT
010250*                       WORKLIST.  AN ENTRY WHOSE ACCOUNT HAS
010260*                       SINCE BEEN PURGED (OR HAS OTHERWISE
010270*                       LEFT THE MASTER) WOULD HAVE THE CLERKS
010280*                       KEY CONSOLIDATIONS AGAINST NOTHING.
010290****************************************************************
010300 4500-AUDIT-WORKLIST.
010310     SET WS-SECTION-WORKLIST TO TRUE.
010320     PERFORM 7050-START-SECTION THRU 7050-EXIT.
010330     MOVE 'N' TO WS-EOF-SWITCH.
010340     PERFORM 4950-READ-WORKLIST THRU 4950-EXIT.
010350     PERFORM 4600-CHECK-ONE-WORKLIST THRU 4600-EXIT
010360         UNTIL WS-EOF-REACHED.
010370     PERFORM 7060-END-SECTION THRU 7060-EXIT.
010380 4500-EXIT.
010390     EXIT.
010400
010410****************************************************************
010420* 4600-CHECK-ONE-WORKLIST - LOOK UP ONE WORKLIST ENTRY'S
010430*                           ACCOUNT
010440****************************************************************
010450 4600-CHECK-ONE-WORKLIST.
010460     ADD 1 TO WS-WORKLIST-READ.
010470     IF HL-WRK-ACCT-NO NOT NUMERIC
010480         ADD 1 TO WS-ITEMS-NOT-CHECKED
010490         GO TO 4600-READ-NEXT
010500     END-IF.
010510     MOVE HL-WRK-ACCT-NO TO WS-LOOKUP-ACCT.
010520     PERFORM 6000-LOOKUP-ACCOUNT THRU 6000-EXIT.
010530     IF WS-ON-MASTER
010540         GO TO 4600-READ-NEXT
010550     END-IF.
010560     MOVE WS-RULE-WORKLIST TO WS-RULE-SUB.
010570     MOVE 'WORKLIST' TO WS-EXC-SOURCE-FILE.
010580     IF WS-EXC-NAME = SPACES
010590         MOVE HL-WRK-NAME TO WS-EXC-NAME
010600     END-IF.
010610     PERFORM 6500-RECORD-EXCEPTION THRU 6500-EXIT.
010620 4600-READ-NEXT.
010630     PERFORM 4950-READ-WORKLIST THRU 4950-EXIT.
010640 4600-EXIT.
010650     EXIT.
010660
010670****************************************************************
010680* 4900-READ-TRAN-SUSPENSE - READ THE NEXT SUSPENDED TRANSACTION
010690****************************************************************
010700 4900-READ-TRAN-SUSPENSE.
010710     READ TRAN-SUSP-FILE
010720         AT END
010730             SET WS-EOF-REACHED TO TRUE
010740     END-READ.
010750     IF NOT HL-TRAN-SUSP-OK AND NOT HL-TRAN-SUSP-EOF
010760         MOVE 'HELLOIR - TRAN-SUSP-FILE READ ERROR, STATUS='
010770             TO WS-ABEND-MESSAGE
010780         MOVE HL-TRAN-SUSP-STATUS TO WS-ABEND-FILE-STATUS
010790         PERFORM 8000-ABEND THRU 8000-EXIT
010800     END-IF.
010810 4900-EXIT.
010820     EXIT.
010830
010840****************************************************************
010850* 4950-READ-WORKLIST - READ THE NEXT WORKLIST ENTRY
010860****************************************************************
010870 4950-READ-WORKLIST.
010880     READ WORK-FILE
010890         AT END
010900             SET WS-EOF-REACHED TO TRUE
010910     END-READ.
010920     IF NOT HL-WORK-OK AND NOT HL-WORK-EOF
010930         MOVE 'HELLOIR - WORK-FILE READ ERROR, STATUS='
010940             TO WS-ABEND-MESSAGE
010950         MOVE HL-WORK-STATUS TO WS-ABEND-FILE-STATUS
010960         PERFORM 8000-ABEND THRU 8000-EXIT
010970     END-IF.
010980 4950-EXIT.
010990     EXIT.
011000
011010****************************************************************
011020* 5000-AUDIT-CUSTOMERS - COUNT THE TABLED CUSTOMERS WITH NO
011030*                        ACCOUNT LEFT OPEN, THEN SWEEP THE
011040*                        MASTER AGAIN TO LIST EVERY ACCOUNT
011050*                        LINKED TO ONE OF THEM
011060****************************************************************
011070 5000-AUDIT-CUSTOMERS.
011080     SET WS-SECTION-CUSTOMERS TO TRUE.
011090     PERFORM 7050-START-SECTION THRU 7050-EXIT.
011100     PERFORM 5010-COUNT-ONE-CUSTOMER THRU 5010-EXIT
011110         VARYING WS-CUST-SUB FROM 1 BY 1
011120         UNTIL WS-CUST-SUB > WS-CUST-COUNT.
011130     IF WS-CUSTOMERS-ALL-CLOSED = ZERO
011140         GO TO 5000-END-SECTION
011150     END-IF.
011160     MOVE 'N' TO WS-SWEEP-EOF-SWITCH.
011170     MOVE ZERO TO HL-MAST-ACCT-NO.
011180     START MASTER-FILE KEY IS NOT LESS THAN HL-MAST-KEY
011190         INVALID KEY
011200             SET WS-SWEEP-EOF TO TRUE
011210     END-START.
011220     PERFORM 5100-CHECK-ONE-MASTER THRU 5100-EXIT
011230         UNTIL WS-SWEEP-EOF.
011240 5000-END-SECTION.
011250     PERFORM 7060-END-SECTION THRU 7060-EXIT.
011260 5000-EXIT.
011270     EXIT.
011280
011290****************************************************************
011300* 5010-COUNT-ONE-CUSTOMER - A CUSTOMER WITH ACCOUNTS BUT NONE
011310*                           OF THEM OPEN
011320****************************************************************
011330 5010-COUNT-ONE-CUSTOMER.
011340     IF WS-CST-OPEN-ACCOUNTS (WS-CUST-SUB) = ZERO
011350         ADD 1 TO WS-CUSTOMERS-ALL-CLOSED
011360     END-IF.
011370 5010-EXIT.
011380     EXIT.
011390
011400****************************************************************
011410* 5100-CHECK-ONE-MASTER - LIST ONE MASTER RECORD WHEN ITS
011420*                         CUSTOMER HAS NO ACCOUNT LEFT OPEN
011430****************************************************************
011440 5100-CHECK-ONE-MASTER.
011450     READ MASTER-FILE NEXT RECORD
011460         AT END
011470             SET WS-SWEEP-EOF TO TRUE
011480     END-READ.
011490     IF WS-SWEEP-EOF
011500         GO TO 5100-EXIT
011510     END-IF.
011520     IF NOT HL-MASTER-OK
011530         MOVE 'HELLOIR - MASTER-FILE READ ERROR, STATUS='
011540             TO WS-ABEND-MESSAGE
011550         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
011560         PERFORM 8000-ABEND THRU 8000-EXIT
011570     END-IF.
011580     IF HL-MAST-CUST-NO NOT NUMERIC
011590         GO TO 5100-EXIT
011600     END-IF.
011610     IF HL-MAST-CUST-NO = ZERO
011620         GO TO 5100-EXIT
011630     END-IF.
011640     MOVE HL-MAST-CUST-NO TO WS-SCAN-CUST-NO.
011650     PERFORM 2510-FIND-CUSTOMER THRU 2510-EXIT.
011660     IF WS-SLOT-NOT-FOUND
011670         GO TO 5100-EXIT
011680     END-IF.
011690     IF WS-CST-CUST-NO (WS-CUST-SUB) NOT = WS-SCAN-CUST-NO
011700         GO TO 5100-EXIT
011710     END-IF.
011720     IF WS-CST-OPEN-ACCOUNTS (WS-CUST-SUB) NOT = ZERO
011730         GO TO 5100-EXIT
011740     END-IF.
011750     MOVE WS-RULE-CUSTOMER TO WS-RULE-SUB.
011760     MOVE 'MASTERF' TO WS-EXC-SOURCE-FILE.
011770     MOVE HL-MAST-ACCT-NO TO WS-EXC-ACCT-NO.
011780     MOVE HL-MAST-CUST-NO TO WS-EXC-CUST-NO.
011790     MOVE HL-MAST-STATUS-CODE TO WS-EXC-MAST-STATUS.
011800     MOVE SPACE TO WS-EXC-ARC-STATUS.
011810     MOVE ZERO TO WS-EXC-PURGE-DATE.
011820     MOVE HL-MAST-NAME TO WS-EXC-NAME.
011830     PERFORM 6500-RECORD-EXCEPTION THRU 6500-EXIT.
011840 5100-EXIT.
011850     EXIT.
011860
011870****************************************************************
011880* 6000-LOOKUP-ACCOUNT - KEYED READS OF THE MASTER AND THE
011890*                       ARCHIVE FOR WS-LOOKUP-ACCT.  FILLS THE
011900*                       CURRENT EXCEPTION'S ACCOUNT DETAIL FROM
011910*                       WHICHEVER FILES HOLD IT - THE MASTER
011920*                       NAME FIRST, THEN THE ARCHIVED ONE.
011930****************************************************************
011940 6000-LOOKUP-ACCOUNT.
011950     MOVE WS-LOOKUP-ACCT TO WS-EXC-ACCT-NO.
011960     MOVE ZERO TO WS-EXC-CUST-NO.
011970     MOVE SPACE TO WS-EXC-MAST-STATUS.
011980     MOVE SPACE TO WS-EXC-ARC-STATUS.
011990     MOVE ZERO TO WS-EXC-PURGE-DATE.
012000     MOVE SPACES TO WS-EXC-NAME.
012010     SET WS-ON-MASTER TO TRUE.
012020     MOVE WS-LOOKUP-ACCT TO HL-MAST-ACCT-NO.
012030     READ MASTER-FILE
012040         INVALID KEY
012050             SET WS-NOT-ON-MASTER TO TRUE
012060     END-READ.
012070     IF WS-ON-MASTER AND NOT HL-MASTER-OK
012080         MOVE 'HELLOIR - MASTER-FILE READ ERROR, STATUS='
012090             TO WS-ABEND-MESSAGE
012100         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
012110         PERFORM 8000-ABEND THRU 8000-EXIT
012120     END-IF.
012130     IF WS-ON-MASTER
012140         MOVE HL-MAST-STATUS-CODE TO WS-EXC-MAST-STATUS
012150         MOVE HL-MAST-NAME TO WS-EXC-NAME
012160         IF HL-MAST-CUST-NO NUMERIC
012170             MOVE HL-MAST-CUST-NO TO WS-EXC-CUST-NO
012180         END-IF
012190     END-IF.
012200     SET WS-ON-ARCHIVE TO TRUE.
012210     MOVE WS-LOOKUP-ACCT TO HL-ARC-ACCT-NO.
012220     READ ARCHIVE-FILE
012230         INVALID KEY
012240             SET WS-NOT-ON-ARCHIVE TO TRUE
012250     END-READ.
012260     IF WS-ON-ARCHIVE AND NOT HL-ARCHIVE-OK
012270         MOVE 'HELLOIR - ARCHIVE-FILE READ ERROR, STATUS='
012280             TO WS-ABEND-MESSAGE
012290         MOVE HL-ARCHIVE-STATUS TO WS-ABEND-FILE-STATUS
012300         PERFORM 8000-ABEND THRU 8000-EXIT
012310     END-IF.
012320     IF WS-ON-ARCHIVE
012330         MOVE HL-ARC-STATUS-CODE TO WS-EXC-ARC-STATUS
012340         IF HL-ARC-PURGE-DATE NUMERIC
012350             MOVE HL-ARC-PURGE-DATE TO WS-EXC-PURGE-DATE
012360         END-IF
012370         IF WS-EXC-NAME = SPACES
012380             MOVE HL-ARC-NAME TO WS-EXC-NAME
012390         END-IF
012400     END-IF.
012410 6000-EXIT.
012420     EXIT.
012430
012440****************************************************************
012450* 6500-RECORD-EXCEPTION - COUNT THE CURRENT EXCEPTION UNDER
012460*                         RULE WS-RULE-SUB, PRINT IT, AND WRITE
012470*                         IT TO THE EXCEPTIONS FILE
012480****************************************************************
012490 6500-RECORD-EXCEPTION.
012500     ADD 1 TO WS-RULE-COUNT (WS-RULE-SUB).
012510     ADD 1 TO WS-SECTION-EXCEPTIONS.
012520     IF WS-RULE-SERIOUS (WS-RULE-SUB)
012530         ADD 1 TO WS-SERIOUS-COUNT
012540     ELSE
012550         ADD 1 TO WS-WARNING-COUNT
012560     END-IF.
012570     PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT.
012580     MOVE SPACES TO HL-INTEGRITY-EXCEPTION.
012590     MOVE WS-EXC-ACCT-NO TO HL-IRX-ACCT-NO.
012600     MOVE WS-RULE-CODE (WS-RULE-SUB) TO HL-IRX-RULE.
012610     MOVE WS-RULE-SEVERITY (WS-RULE-SUB) TO HL-IRX-SEVERITY.
012620     MOVE WS-EXC-SOURCE-FILE TO HL-IRX-SOURCE-FILE.
012630     MOVE WS-CURRENT-DATE TO HL-IRX-RUN-DATE.
012640     MOVE WS-EXC-CUST-NO TO HL-IRX-CUST-NO.
012650     MOVE WS-EXC-MAST-STATUS TO HL-IRX-MAST-STATUS.
012660     MOVE WS-EXC-ARC-STATUS TO HL-IRX-ARC-STATUS.
012670     MOVE WS-EXC-PURGE-DATE TO HL-IRX-PURGE-DATE.
012680     MOVE WS-EXC-NAME TO HL-IRX-NAME.
012690     WRITE HL-INTEGRITY-EXCEPTION.
012700     IF NOT HL-EXCEPTION-OK
012710         MOVE 'HELLOIR - EXCEPTION-FILE WRITE ERROR, STATUS='
012720             TO WS-ABEND-MESSAGE
012730         MOVE HL-EXCEPTION-STATUS TO WS-ABEND-FILE-STATUS
012740         PERFORM 8000-ABEND THRU 8000-EXIT
012750     END-IF.
012760     ADD 1 TO WS-EXCEPTIONS-WRITTEN.
012770 6500-EXIT.
012780     EXIT.
012790
012800****************************************************************
012810* 7000-WRITE-HEADINGS - START A NEW REPORT PAGE WITH THE
012820*                       SECTION TITLE AND COLUMN HEADINGS OF
012830*                       THE SECTION BEING PRINTED
012840****************************************************************
012850 7000-WRITE-HEADINGS.
012860     ADD 1 TO WS-PAGE-NUMBER.
012870     MOVE '1' TO HL-IRP-H1-CTL.
012880     MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE-MM.
012890     MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE-DD.
012900     MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-DATE-YYYY.
012910     MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-HH.
012920     MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-MM.
012930     MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-SS.
012940     MOVE WS-RUN-DATE-DISPLAY TO HL-IRP-H1-DATE.
012950     MOVE WS-RUN-TIME-DISPLAY TO HL-IRP-H1-TIME.
012960     MOVE WS-PAGE-NUMBER TO HL-IRP-H1-PAGE.
012970     WRITE HL-IRP-HEADING-1.
012980     MOVE '0' TO HL-IRP-SEC-CTL.
012990     EVALUATE TRUE
013000         WHEN WS-SECTION-ARCHIVE
013010             MOVE 'MASTER AGAINST ARCHIVE (MASTERF/ARCHIVEF)'
013020                 TO HL-IRP-SEC-LABEL
013030         WHEN WS-SECTION-PENDING
013040             MOVE 'PENDING-RELEASE QUEUE (PENDFILE)'
013050                 TO HL-IRP-SEC-LABEL
013060         WHEN WS-SECTION-SUSPENSE
013070             MOVE 'MASTER EDIT SUSPENSE (SUSPFILE)'
013080                 TO HL-IRP-SEC-LABEL
013090         WHEN WS-SECTION-TRAN-SUSPENSE
013100             MOVE 'TRANSACTION SUSPENSE (TRANSUSP)'
013110                 TO HL-IRP-SEC-LABEL
013120         WHEN WS-SECTION-WORKLIST
013130             MOVE 'DUPLICATE-ACCOUNT WORKLIST (WORKLIST)'
013140                 TO HL-IRP-SEC-LABEL
013150         WHEN WS-SECTION-CUSTOMERS
013160             MOVE 'CUSTOMER LINKS (MASTERF)'
013170                 TO HL-IRP-SEC-LABEL
013180         WHEN OTHER
013190             MOVE 'EXCEPTIONS BY RULE AND CONTROL TOTALS'
013200                 TO HL-IRP-SEC-LABEL
013210     END-EVALUATE.
013220     WRITE HL-IRP-SECTION-LINE.
013230     IF WS-SECTION-TOTALS
013240         WRITE HL-IRP-RULE-HEADING
013250         MOVE 5 TO WS-LINES-ON-PAGE
013260     ELSE
013270         WRITE HL-IRP-DETAIL-HEADING
013280         MOVE 4 TO WS-LINES-ON-PAGE
013290     END-IF.
013300 7000-EXIT.
013310     EXIT.
013320
013330****************************************************************
013340* 7050-START-SECTION - EACH FILE'S EXCEPTIONS START ON A NEW
013350*                      PAGE
013360****************************************************************
013370 7050-START-SECTION.
013380     MOVE ZERO TO WS-SECTION-EXCEPTIONS.
013390     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
013400 7050-EXIT.
013410     EXIT.
013420
013430****************************************************************
013440* 7060-END-SECTION - SAY SO WHEN A FILE CHECKED CLEAN
013450****************************************************************
013460 7060-END-SECTION.
013470     IF WS-SECTION-EXCEPTIONS = ZERO
013480         MOVE '0' TO HL-IRP-SEC-CTL
013490         MOVE 'NO EXCEPTIONS FOUND' TO HL-IRP-SEC-LABEL
013500         WRITE HL-IRP-SECTION-LINE
013510         ADD 2 TO WS-LINES-ON-PAGE
013520     END-IF.
013530 7060-EXIT.
013540     EXIT.
013550
013560****************************************************************
013570* 7100-PRINT-EXCEPTION - PRINT THE CURRENT EXCEPTION
013580****************************************************************
013590 7100-PRINT-EXCEPTION.
013600     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
013610         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
013620     END-IF.
013630     MOVE SPACE TO HL-IRP-DTL-CTL.
013640     MOVE WS-RULE-CODE (WS-RULE-SUB) TO HL-IRP-DTL-RULE.
013650     IF WS-RULE-SERIOUS (WS-RULE-SUB)
013660         MOVE 'SERIOUS' TO HL-IRP-DTL-SEVERITY
013670     ELSE
013680         MOVE 'WARNING' TO HL-IRP-DTL-SEVERITY
013690     END-IF.
013700     MOVE WS-EXC-ACCT-NO TO HL-IRP-DTL-ACCT.
013710     MOVE WS-EXC-CUST-NO TO HL-IRP-DTL-CUST.
013720     MOVE WS-EXC-MAST-STATUS TO HL-IRP-DTL-MAST-STATUS.
013730     MOVE WS-EXC-ARC-STATUS TO HL-IRP-DTL-ARC-STATUS.
013740     IF WS-EXC-PURGE-DATE = ZERO
013750         MOVE SPACES TO HL-IRP-DTL-PURGED
013760     ELSE
013770         MOVE WS-EXC-PURGE-DATE(5:2) TO WS-PURGE-DATE-MM
013780         MOVE WS-EXC-PURGE-DATE(7:2) TO WS-PURGE-DATE-DD
013790         MOVE WS-EXC-PURGE-DATE(1:4) TO WS-PURGE-DATE-YYYY
013800         MOVE WS-PURGE-DATE-DISPLAY TO HL-IRP-DTL-PURGED
013810     END-IF.
013820     MOVE WS-EXC-NAME TO HL-IRP-DTL-NAME.
013830     MOVE WS-RULE-TEXT (WS-RULE-SUB) TO HL-IRP-DTL-TEXT.
013840     WRITE HL-IRP-DETAIL-LINE.
013850     ADD 1 TO WS-LINES-ON-PAGE.
013860 7100-EXIT.
013870     EXIT.
013880
013890****************************************************************
013900* 7900-WRITE-TOTALS - THE EXCEPTION COUNT FOR EVERY RULE, THEN
013910*                     THE CONTROL TOTALS, ON A PAGE OF THEIR
013920*                     OWN.  SERIOUS + WARNING TIES TO THE
013930*                     EXCEPTION RECORDS WRITTEN.
013940****************************************************************
013950 7900-WRITE-TOTALS.
013960     SET WS-SECTION-TOTALS TO TRUE.
013970     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
013980     PERFORM 7910-PRINT-ONE-RULE THRU 7910-EXIT
013990         VARYING WS-RULE-SUB FROM 1 BY 1
014000         UNTIL WS-RULE-SUB > WS-RULE-MAX.
014010     MOVE '0' TO HL-IRP-TOT-CTL.
014020     MOVE 'SERIOUS EXCEPTIONS' TO HL-IRP-TOT-LABEL.
014030     MOVE WS-SERIOUS-COUNT TO HL-IRP-TOT-COUNT.
014040     WRITE HL-IRP-TOTAL-LINE.
014050     MOVE SPACE TO HL-IRP-TOT-CTL.
014060     MOVE 'WARNING EXCEPTIONS' TO HL-IRP-TOT-LABEL.
014070     MOVE WS-WARNING-COUNT TO HL-IRP-TOT-COUNT.
014080     WRITE HL-IRP-TOTAL-LINE.
014090     MOVE 'EXCEPTION RECORDS WRITTEN' TO HL-IRP-TOT-LABEL.
014100     MOVE WS-EXCEPTIONS-WRITTEN TO HL-IRP-TOT-COUNT.
014110     WRITE HL-IRP-TOTAL-LINE.
014120     MOVE '0' TO HL-IRP-TOT-CTL.
014130     MOVE 'MASTER RECORDS READ' TO HL-IRP-TOT-LABEL.
014140     MOVE WS-MASTER-READ TO HL-IRP-TOT-COUNT.
014150     WRITE HL-IRP-TOTAL-LINE.
014160     MOVE SPACE TO HL-IRP-TOT-CTL.
014170     MOVE 'ARCHIVE RECORDS READ' TO HL-IRP-TOT-LABEL.
014180     MOVE WS-ARCHIVE-READ TO HL-IRP-TOT-COUNT.
014190     WRITE HL-IRP-TOTAL-LINE.
014200     MOVE 'KEYS ON BOTH MASTER AND ARCHIVE' TO HL-IRP-TOT-LABEL.
014210     MOVE WS-KEYS-ON-BOTH TO HL-IRP-TOT-COUNT.
014220     WRITE HL-IRP-TOTAL-LINE.
014230     MOVE '  OF WHICH REINSTATED BY HELLOAR'
014240         TO HL-IRP-TOT-LABEL.
014250     MOVE WS-REINSTATEMENTS-VERIFIED TO HL-IRP-TOT-COUNT.
014260     WRITE HL-IRP-TOTAL-LINE.
014270     MOVE 'PENDING RECORDS READ' TO HL-IRP-TOT-LABEL.
014280     MOVE WS-PENDING-READ TO HL-IRP-TOT-COUNT.
014290     WRITE HL-IRP-TOTAL-LINE.
014300     MOVE 'SUSPENSE ITEMS READ' TO HL-IRP-TOT-LABEL.
014310     MOVE WS-SUSPENSE-READ TO HL-IRP-TOT-COUNT.
014320     WRITE HL-IRP-TOTAL-LINE.
014330     MOVE 'SUSPENDED TRANSACTIONS READ' TO HL-IRP-TOT-LABEL.
014340     MOVE WS-TRAN-SUSPENSE-READ TO HL-IRP-TOT-COUNT.
014350     WRITE HL-IRP-TOTAL-LINE.
014360     MOVE 'WORKLIST ENTRIES READ' TO HL-IRP-TOT-LABEL.
014370     MOVE WS-WORKLIST-READ TO HL-IRP-TOT-COUNT.
014380     WRITE HL-IRP-TOTAL-LINE.
014390     MOVE 'ITEMS WITH NO USABLE ACCOUNT NUMBER'
014400         TO HL-IRP-TOT-LABEL.
014410     MOVE WS-ITEMS-NOT-CHECKED TO HL-IRP-TOT-COUNT.
014420     WRITE HL-IRP-TOTAL-LINE.
014430     MOVE '0' TO HL-IRP-TOT-CTL.
014440     MOVE 'LINKED CUSTOMERS CHECKED' TO HL-IRP-TOT-LABEL.
014450     MOVE WS-CUST-COUNT TO HL-IRP-TOT-COUNT.
014460     WRITE HL-IRP-TOTAL-LINE.
014470     MOVE SPACE TO HL-IRP-TOT-CTL.
014480     MOVE 'CUSTOMERS WITH ALL ACCOUNTS CLOSED'
014490         TO HL-IRP-TOT-LABEL.
014500     MOVE WS-CUSTOMERS-ALL-CLOSED TO HL-IRP-TOT-COUNT.
014510     WRITE HL-IRP-TOTAL-LINE.
014520     MOVE 'LINKED ACCOUNTS NOT CHECKED - TABLE FULL'
014530         TO HL-IRP-TOT-LABEL.
014540     MOVE WS-CUST-ACCTS-NOT-CHECKED TO HL-IRP-TOT-COUNT.
014550     WRITE HL-IRP-TOTAL-LINE.
014560     IF WS-SERIOUS-COUNT > ZERO
014570         MOVE '0' TO HL-IRP-SEC-CTL
014580         MOVE 'SERIOUS CONFLICTS - THE HELLOAP PURGE IS HELD'
014590             TO HL-IRP-SEC-LABEL
014600         WRITE HL-IRP-SECTION-LINE
014610     END-IF.
014620 7900-EXIT.
014630     EXIT.
014640
014650****************************************************************
014660* 7910-PRINT-ONE-RULE - ONE RULE AND ITS EXCEPTION COUNT
014670****************************************************************
014680 7910-PRINT-ONE-RULE.
014690     MOVE WS-RULE-CODE (WS-RULE-SUB) TO HL-IRP-RUL-RULE.
014700     IF WS-RULE-SERIOUS (WS-RULE-SUB)
014710         MOVE 'SERIOUS' TO HL-IRP-RUL-SEVERITY
014720     ELSE
014730         MOVE 'WARNING' TO HL-IRP-RUL-SEVERITY
014740     END-IF.
014750     MOVE WS-RULE-TEXT (WS-RULE-SUB) TO HL-IRP-RUL-TEXT.
014760     MOVE WS-RULE-COUNT (WS-RULE-SUB) TO HL-IRP-RUL-COUNT.
014770     WRITE HL-IRP-RULE-LINE.
014780 7910-EXIT.
014790     EXIT.
014800
014810****************************************************************
014820* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
014830****************************************************************
014840 8000-ABEND.
014850     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
014860     MOVE 16 TO WS-ABEND-RETURN-CODE.
014870     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
014880     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
014890     STOP RUN.
014900 8000-EXIT.
014910     EXIT.
014920
014930****************************************************************
014940* 9000-TERMINATE - PRINT TOTALS, WRITE THE EXCEPTIONS TRAILER,
014950*                  CLOSE FILES
014960****************************************************************
014970 9000-TERMINATE.
014980     PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT.
014990     MOVE SPACES TO HL-INTEGRITY-TRAILER.
015000     MOVE '9999999' TO HL-IRX-TRL-ID.
015010     MOVE WS-CURRENT-DATE TO HL-IRX-TRL-RUN-DATE.
015020     MOVE WS-EXCEPTIONS-WRITTEN TO HL-IRX-TRL-RECORD-COUNT.
015030     MOVE WS-SERIOUS-COUNT TO HL-IRX-TRL-SERIOUS-COUNT.
015040     MOVE WS-WARNING-COUNT TO HL-IRX-TRL-WARNING-COUNT.
015050     WRITE HL-INTEGRITY-TRAILER.
015060     IF NOT HL-EXCEPTION-OK
015070         MOVE 'HELLOIR - EXCEPTION-FILE WRITE ERROR, STATUS='
015080             TO WS-ABEND-MESSAGE
015090         MOVE HL-EXCEPTION-STATUS TO WS-ABEND-FILE-STATUS
015100         PERFORM 8000-ABEND THRU 8000-EXIT
015110     END-IF.
015120     DISPLAY 'HELLOIR - SERIOUS EXCEPTIONS: ' WS-SERIOUS-COUNT.
015130     DISPLAY 'HELLOIR - WARNING EXCEPTIONS: ' WS-WARNING-COUNT.
015140     CLOSE MASTER-FILE.
015150     CLOSE ARCHIVE-FILE.
015160     CLOSE HISTORY-FILE.
015170     CLOSE PEND-FILE.
015180     CLOSE SUSP-FILE.
015190     CLOSE TRAN-SUSP-FILE.
015200     CLOSE WORK-FILE.
015210     CLOSE EXCEPTION-FILE.
015220     CLOSE REPORT-FILE.
015230 9000-EXIT.
015240     EXIT.
015250
015260****************************************************************
015270* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT
015280*                        LOG.  READ = RECORDS READ ACROSS ALL
015290*                        SIX FILES (THE CUSTOMER-LINK SWEEP
015300*                        REREADS THE MASTER AND IS NOT
015310*                        COUNTED AGAIN), ACCEPTED = EXCEPTION
015320*                        RECORDS WRITTEN, REJECTED = ITEMS
015330*                        WITH NO USABLE ACCOUNT NUMBER.
015340****************************************************************
015350 9500-WRITE-AUDIT-LOG.
015360     OPEN EXTEND AUDIT-LOG-FILE.
015370     IF NOT HL-AUDIT-OK
015380         DISPLAY 'HELLOIR - UNABLE TO OPEN AUDIT-LOG, STATUS='
015390             HL-AUDIT-STATUS
015400         MOVE 16 TO RETURN-CODE
015410         STOP RUN
015420     END-IF.
015430     MOVE 'HELLOIR' TO AUD-JOB-NAME.
015440     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
015450     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
015460     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
015470     ACCEPT WS-CURRENT-TIME FROM TIME.
015480     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
015490     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
015500     COMPUTE WS-RECORDS-READ =
015510         WS-MASTER-READ + WS-ARCHIVE-READ + WS-PENDING-READ
015520         + WS-SUSPENSE-READ + WS-TRAN-SUSPENSE-READ
015530         + WS-WORKLIST-READ.
015540     MOVE WS-RECORDS-READ TO AUD-RECORDS-READ.
015550     MOVE WS-EXCEPTIONS-WRITTEN TO AUD-RECORDS-ACCEPTED.
015560     MOVE WS-ITEMS-NOT-CHECKED TO AUD-RECORDS-REJECTED.
015570     MOVE RETURN-CODE TO AUD-RETURN-CODE.
015580     WRITE AUD-LOG-RECORD.
015590     CLOSE AUDIT-LOG-FILE.
015600 9500-EXIT.
015610     EXIT.
