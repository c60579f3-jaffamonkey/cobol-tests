000270*   BALANCES WRITTEN OFF AT PURGE FEED THE GL POSTING
000280*   INTERFACE (HLGL.CPY) AS A BALANCED DEBIT/CREDIT PAIR WITH
000290*   A CONTROL TRAILER AND A PRINTED POSTING PROOF.  APPENDS
000300*   ONE ROW TO THE SHARED AUDIT LOG, AND ONE ENTRY PER PURGED
000310*   ACCOUNT TO THE ACCOUNT POSTING HISTORY (HLHST.CPY).  KEEPS
000320*   THE LIVE MASTER - AND EVERY DOWNSTREAM RUN OVER IT - FROM
000330*   GROWING WITHOUT BOUND.
000340*----------------------------------------------------------------
000350* MODIFICATION HISTORY
000360* DATE       INIT  DESCRIPTION
000370* 2026-08-22 JLB   INITIAL VERSION - PARAMETER-DRIVEN ARCHIVE
000380*                  AND PURGE OF AGED CLOSED ACCOUNTS WITH A
000390*                  PURGE REGISTER AND AUDIT-LOG ROW.
000400* 2026-08-22 JLB   A DUPLICATE ARCHIVE KEY (A PURGED ACCOUNT
000410*                  NUMBER REISSUED AND AGED OUT AGAIN) IS NOW
000420*                  REWRITTEN WITH THE LATEST IMAGE INSTEAD OF
000430*                  ABENDING THE SWEEP ON EVERY RERUN.
000440* 2026-09-02 JLB   A PURGE DELETE NOW ALSO APPENDS A
000450*                  BEFORE-IMAGE ENTRY TO THE RECOVERY JOURNAL
000460*                  (HLJRN.CPY) SO THE HELLORB FORWARD-RECOVERY
000470*                  RUN CAN REBUILD A DAMAGED CLUSTER.
000480* 2026-09-02 JLB   THE BALANCES WRITTEN OFF AT PURGE NOW ALSO
000490*                  FEED THE GL POSTING INTERFACE (HLGL.CPY) -
000500*                  A BALANCED DR/CR PAIR (WRITE-OFF EXPENSE
000510*                  AGAINST CLOSED ACCOUNT BALANCES), A CONTROL
000520*                  TRAILER, AND A PRINTED POSTING PROOF ON THE
000530*                  PURGE REGISTER.  WHOLE MEMBER RENUMBERED.
000540* 2026-09-02 JLB   THE JOURNAL BEFORE-IMAGE AND THE WRITE-OFF
000550*                  BALANCE ARE NOW TAKEN BEFORE THE MASTER
000560*                  DELETE - THE RECORD AREA IS NOT DEFINED
000570*                  AFTER A SUCCESSFUL DELETE.
000580* 2026-10-15 JLB   A PURGE NOW ALSO APPENDS AN ENTRY TO THE
000590*                  ACCOUNT POSTING HISTORY (HLHST.CPY) CARRYING
000600*                  THE BALANCE WRITTEN OFF.  WHOLE MEMBER
000610*                  RENUMBERED.
000620* 2026-10-15 JLB   THE RETENTION CUTOFF NOW COMES FROM THE
000630*                  HELLODT DATE-SERVICE ROUTINE - THE OLD MONTH
000640*                  ARITHMETIC KEPT THE RUN DAY AND COULD BUILD
000650*                  AN IMPOSSIBLE DATE SUCH AS 02/31.  WHOLE
000660*                  MEMBER RENUMBERED.
000670* 2026-10-15 JLB   6700/6710 MOVED INTO PARAGRAPH-NUMBER ORDER.
000680*                  WHOLE MEMBER RENUMBERED.
000690****************************************************************
000700 IDENTIFICATION DIVISION.
000710 PROGRAM-ID.     HELLOAP.
000720 AUTHOR.         J. L. BRANNIGAN.
000730 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000740 DATE-WRITTEN.   2026-08-22.
000750 DATE-COMPILED.
000760
000770 ENVIRONMENT DIVISION.
000780 CONFIGURATION SECTION.
000790 SOURCE-COMPUTER.   IBM-370.
000800 OBJECT-COMPUTER.   IBM-370.
000810
000820 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
000840
000850*    ------------------------------------------------------------
000860*    CUSTOMER MASTER FILE - INDEXED, KEYED BY ACCOUNT NUMBER,
000870*    OPENED I-O SO PURGED ACCOUNTS CAN BE DELETED IN PLACE
000880*    ------------------------------------------------------------
000890     SELECT MASTER-FILE ASSIGN TO "MASTERF"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS HL-MAST-KEY
000930         FILE STATUS IS HL-MASTER-STATUS.
000940
000950*    ------------------------------------------------------------
000960*    ARCHIVE FILE - INDEXED, KEYED BY ACCOUNT NUMBER, HOLDS
000970*    EVERY ACCOUNT EVER PURGED OFF THE LIVE MASTER
000980*    ------------------------------------------------------------
000990     SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVEF"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS HL-ARC-KEY
001030         FILE STATUS IS HL-ARCHIVE-STATUS.
001040
001050*    ------------------------------------------------------------
001060*    RECOVERY JOURNAL - ONE BEFORE-IMAGE ENTRY APPENDED PER
001070*    PURGE DELETE, FOR HELLORB FORWARD RECOVERY
001080*    ------------------------------------------------------------
001090     SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS HL-JOURNAL-STATUS.
001120
001130*    ------------------------------------------------------------
001140*    ACCOUNT POSTING HISTORY - INDEXED, ONE ENTRY ADDED PER
001150*    PURGE DELETE
001160*    ------------------------------------------------------------
001170     SELECT HISTORY-FILE ASSIGN TO "HISTORY"
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS HL-HST-KEY
001210         FILE STATUS IS HL-HISTORY-STATUS.
001220
001230*    ------------------------------------------------------------
001240*    GL POSTING INTERFACE - THE PURGE WRITE-OFF ENTRIES, FOR
001250*    FINANCE
001260*    ------------------------------------------------------------
001270     SELECT GL-FILE ASSIGN TO "GLFILE"
001280         ORGANIZATION IS SEQUENTIAL
001290         FILE STATUS IS HL-GL-STATUS.
001300
001310*    ------------------------------------------------------------
001320*    PARAMETER FILE - OPERATOR-MAINTAINED RETENTION PERIOD
001330*    ------------------------------------------------------------
001340     SELECT PARM-FILE ASSIGN TO "PARMFILE"
001350         ORGANIZATION IS SEQUENTIAL
001360         FILE STATUS IS HL-PARM-STATUS.
001370
001380*    ------------------------------------------------------------
001390*    PURGE REGISTER PRINT FILE - 133-BYTE ASA CARRIAGE CONTROL
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
001680 FD  JOURNAL-FILE
001690     LABEL RECORDS ARE STANDARD
001700     RECORD CONTAINS 219 CHARACTERS
001710     DATA RECORD IS HL-JOURNAL-RECORD.
001720     COPY HLJRN.
001730
001740 FD  HISTORY-FILE
001750     LABEL RECORDS ARE STANDARD
001760     RECORD CONTAINS 80 CHARACTERS
001770     DATA RECORD IS HL-HISTORY-RECORD.
001780     COPY HLHST.
001790
001800 FD  GL-FILE
001810     LABEL RECORDS ARE STANDARD
001820     RECORD CONTAINS 80 CHARACTERS
001830     DATA RECORD IS HL-GL-RECORD.
001840     COPY HLGL.
001850
001860 FD  PARM-FILE
001870     LABEL RECORDS ARE STANDARD
001880     RECORD CONTAINS 80 CHARACTERS
001890     DATA RECORD IS HL-APARM-RECORD.
001900     COPY HLAPARM.
001910
001920 FD  REPORT-FILE
001930     LABEL RECORDS ARE STANDARD
001940     RECORD CONTAINS 133 CHARACTERS.
001950     COPY HLAPRT.
001960
001970 FD  AUDIT-LOG-FILE
001980     LABEL RECORDS ARE STANDARD
001990     RECORD CONTAINS 88 CHARACTERS
002000     DATA RECORD IS AUD-LOG-RECORD.
002010     COPY AUDLOG.
002020
002030 WORKING-STORAGE SECTION.
002040
002050*    ------------------------------------------------------------
002060*    FILE STATUS FIELDS
002070*    ------------------------------------------------------------
002080 01  HL-FILE-STATUSES.
002090     05  HL-MASTER-STATUS            PIC X(02) VALUE '00'.
002100         88  HL-MASTER-OK            VALUE '00'.
002110         88  HL-MASTER-EOF           VALUE '10'.
002120     05  HL-ARCHIVE-STATUS           PIC X(02) VALUE '00'.
002130         88  HL-ARCHIVE-OK           VALUE '00'.
002140         88  HL-ARCHIVE-DUP-KEY      VALUE '22'.
002150     05  HL-JOURNAL-STATUS           PIC X(02) VALUE '00'.
002160         88  HL-JOURNAL-OK           VALUE '00'.
002170     05  HL-HISTORY-STATUS           PIC X(02) VALUE '00'.
002180         88  HL-HISTORY-OK           VALUE '00'.
002190         88  HL-HISTORY-DUPKEY       VALUE '22'.
002200     05  HL-GL-STATUS                PIC X(02) VALUE '00'.
002210         88  HL-GL-OK                VALUE '00'.
002220     05  HL-PARM-STATUS              PIC X(02) VALUE '00'.
002230         88  HL-PARM-OK              VALUE '00'.
002240     05  HL-REPORT-STATUS            PIC X(02) VALUE '00'.
002250         88  HL-REPORT-OK            VALUE '00'.
002260     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
002270         88  HL-AUDIT-OK             VALUE '00'.
002280
002290*    ------------------------------------------------------------
002300*    SWITCHES
002310*    ------------------------------------------------------------
002320 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
002330     88  WS-EOF-REACHED              VALUE 'Y'.
002340
002350*    ------------------------------------------------------------
002360*    RUN COUNTERS
002370*    ------------------------------------------------------------
002380 77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
002390 77  WS-RECORDS-PURGED               PIC 9(07) COMP VALUE ZERO.
002400 77  WS-RECORDS-RETAINED             PIC 9(07) COMP VALUE ZERO.
002410 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
002420 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
002430
002440*    ------------------------------------------------------------
002450*    AUDIT-LOG WORK AREAS
002460*    ------------------------------------------------------------
002470 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
002480 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
002490
002500*    ------------------------------------------------------------
002510*    JOURNAL WORK AREAS - A PURGE DELETE ALSO APPENDS A
002520*    BEFORE-IMAGE ENTRY TO THE RECOVERY JOURNAL
002530*    ------------------------------------------------------------
002540 77  WS-MASTER-BEFORE-SAVE           PIC X(97) VALUE SPACES.
002550 77  WS-JRN-STAMP-DATE               PIC 9(08) VALUE ZERO.
002560 77  WS-JRN-STAMP-TIME               PIC 9(08) VALUE ZERO.
002570
002580*    ------------------------------------------------------------
002590*    POSTING HISTORY WORK AREAS - TAKEN FROM THE MASTER RECORD
002600*    BEFORE THE PURGE DELETE
002610*    ------------------------------------------------------------
002620 77  WS-HST-ACCT-NO                  PIC 9(07) VALUE ZERO.
002630 01  WS-HST-AMOUNT                   PIC S9(09)V99 COMP-3
002640                                     VALUE ZERO.
002650 77  WS-HST-STATUS-CODE              PIC X(01) VALUE SPACE.
002660 77  WS-HST-STAMP-TIME               PIC 9(08) VALUE ZERO.
002670 77  WS-HST-WRITTEN-SWITCH           PIC X(01) VALUE 'N'.
002680     88  WS-HST-WRITTEN              VALUE 'Y'.
002690
002700*    ------------------------------------------------------------
002710*    GL POSTING INTERFACE WORK AREAS - THE SUM OF THE BALANCES
002720*    WRITTEN OFF AT PURGE, EMITTED AS ONE BALANCED DR/CR PAIR
002730*    AT TERMINATION.  GL ACCOUNTS PER HLGL.CPY.
002740*    ------------------------------------------------------------
002750 01  WS-WRITEOFF-TOTAL               PIC S9(13)V99 COMP-3
002760                                     VALUE ZERO.
002770 01  WS-GLW-ABS-AMOUNT               PIC S9(13)V99 COMP-3
002780                                     VALUE ZERO.
002790 77  WS-GLW-DR-ACCOUNT               PIC X(08) VALUE SPACES.
002800 77  WS-GLW-CR-ACCOUNT               PIC X(08) VALUE SPACES.
002810 77  WS-GL-RECORD-COUNT              PIC 9(07) COMP VALUE ZERO.
002820 01  WS-GL-DEBIT-TOTAL               PIC S9(13)V99 COMP-3
002830                                     VALUE ZERO.
002840 01  WS-GL-CREDIT-TOTAL              PIC S9(13)V99 COMP-3
002850                                     VALUE ZERO.
002860
002870*    ------------------------------------------------------------
002880*    RETENTION CUTOFF - RUN DATE LESS THE RETENTION MONTHS
002890*    ------------------------------------------------------------
002900 77  WS-RETENTION-MONTHS             PIC 9(03) COMP VALUE ZERO.
002910 01  WS-CUTOFF-DATE                  PIC 9(08) VALUE ZERO.
002920
002930*    ------------------------------------------------------------
002940*    DATE-SERVICE ROUTINE PARAMETER BLOCK
002950*    ------------------------------------------------------------
002960     COPY HLDTS.
002970
002980*    ------------------------------------------------------------
002990*    PURGE REGISTER CONTROLS
003000*    ------------------------------------------------------------
003010 77  WS-MAX-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
003020 77  WS-LINES-ON-PAGE                PIC 9(02) COMP VALUE ZERO.
003030 77  WS-PAGE-NUMBER                  PIC 9(04) COMP VALUE ZERO.
003040 01  WS-RUN-DATE-DISPLAY.
003050     05  WS-RUN-DATE-MM              PIC 9(02).
003060     05  FILLER                      PIC X(01) VALUE '/'.
003070     05  WS-RUN-DATE-DD              PIC 9(02).
003080     05  FILLER                      PIC X(01) VALUE '/'.
003090     05  WS-RUN-DATE-YYYY            PIC 9(04).
003100 01  WS-RUN-TIME-DISPLAY.
003110     05  WS-RUN-TIME-HH              PIC 9(02).
003120     05  FILLER                      PIC X(01) VALUE ':'.
003130     05  WS-RUN-TIME-MM              PIC 9(02).
003140     05  FILLER                      PIC X(01) VALUE ':'.
003150     05  WS-RUN-TIME-SS              PIC 9(02).
003160 01  WS-CLOSED-DATE-DISPLAY.
003170     05  WS-CLOSED-DATE-MM           PIC 9(02).
003180     05  FILLER                      PIC X(01) VALUE '/'.
003190     05  WS-CLOSED-DATE-DD           PIC 9(02).
003200     05  FILLER                      PIC X(01) VALUE '/'.
003210     05  WS-CLOSED-DATE-YYYY         PIC 9(04).
003220
003230*    ------------------------------------------------------------
003240*    ABEND HANDLING
003250*    ------------------------------------------------------------
003260 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
003270 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
003280 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
003290
003300 PROCEDURE DIVISION.
003310
003320****************************************************************
003330* 0000-MAINLINE
003340****************************************************************
003350 0000-MAINLINE.
003360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003370     PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT
003380         UNTIL WS-EOF-REACHED.
003390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003400     MOVE ZERO TO RETURN-CODE.
003410     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
003420     STOP RUN.
003430
003440****************************************************************
003450* 1000-INITIALIZE - LOAD THE RETENTION PARAMETER, WORK OUT THE
003460*                   CUTOFF DATE, OPEN FILES, PRIME THE READ
003470****************************************************************
003480 1000-INITIALIZE.
003490     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
003500     ACCEPT WS-RUN-START-TIME FROM TIME.
003510     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003520     ACCEPT WS-CURRENT-TIME FROM TIME.
003530     PERFORM 1200-READ-PARM-FILE THRU 1200-EXIT.
003540     PERFORM 1300-COMPUTE-CUTOFF-DATE THRU 1300-EXIT.
003550     OPEN I-O MASTER-FILE.
003560     IF NOT HL-MASTER-OK
003570         MOVE 'HELLOAP - UNABLE TO OPEN MASTER-FILE, STATUS='
003580             TO WS-ABEND-MESSAGE
003590         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
003600         PERFORM 8000-ABEND THRU 8000-EXIT
003610     END-IF.
003620     OPEN I-O ARCHIVE-FILE.
003630     IF NOT HL-ARCHIVE-OK
003640         MOVE 'HELLOAP - UNABLE TO OPEN ARCHIVE-FILE, STATUS='
003650             TO WS-ABEND-MESSAGE
003660         MOVE HL-ARCHIVE-STATUS TO WS-ABEND-FILE-STATUS
003670         PERFORM 8000-ABEND THRU 8000-EXIT
003680     END-IF.
003690     OPEN EXTEND JOURNAL-FILE.
003700     IF NOT HL-JOURNAL-OK
003710         MOVE 'HELLOAP - UNABLE TO OPEN JOURNAL-FILE, STATUS='
003720             TO WS-ABEND-MESSAGE
003730         MOVE HL-JOURNAL-STATUS TO WS-ABEND-FILE-STATUS
003740         PERFORM 8000-ABEND THRU 8000-EXIT
003750     END-IF.
003760     OPEN I-O HISTORY-FILE.
003770     IF NOT HL-HISTORY-OK
003780         MOVE 'HELLOAP - UNABLE TO OPEN HISTORY-FILE, STATUS='
003790             TO WS-ABEND-MESSAGE
003800         MOVE HL-HISTORY-STATUS TO WS-ABEND-FILE-STATUS
003810         PERFORM 8000-ABEND THRU 8000-EXIT
003820     END-IF.
003830     OPEN OUTPUT GL-FILE.
003840     IF NOT HL-GL-OK
003850         MOVE 'HELLOAP - UNABLE TO OPEN GL-FILE, STATUS='
003860             TO WS-ABEND-MESSAGE
003870         MOVE HL-GL-STATUS TO WS-ABEND-FILE-STATUS
003880         PERFORM 8000-ABEND THRU 8000-EXIT
003890     END-IF.
003900     OPEN OUTPUT REPORT-FILE.
003910     IF NOT HL-REPORT-OK
003920         MOVE 'HELLOAP - UNABLE TO OPEN REPORT-FILE, STATUS='
003930             TO WS-ABEND-MESSAGE
003940         MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
003950         PERFORM 8000-ABEND THRU 8000-EXIT
003960     END-IF.
003970     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
003980     PERFORM 2900-READ-MASTER-RECORD THRU 2900-EXIT.
003990 1000-EXIT.
004000     EXIT.
004010
004020****************************************************************
004030* 1200-READ-PARM-FILE - LOAD THE RETENTION PERIOD
004040****************************************************************
004050 1200-READ-PARM-FILE.
004060     OPEN INPUT PARM-FILE.
004070     IF NOT HL-PARM-OK
004080         MOVE 'HELLOAP - UNABLE TO OPEN PARM-FILE, STATUS='
004090             TO WS-ABEND-MESSAGE
004100         MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
004110         PERFORM 8000-ABEND THRU 8000-EXIT
004120     END-IF.
004130     READ PARM-FILE
004140         AT END
004150             MOVE 'HELLOAP - PARM-FILE IS EMPTY'
004160                 TO WS-ABEND-MESSAGE
004170             MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
004180             PERFORM 8000-ABEND THRU 8000-EXIT
004190     END-READ.
004200     IF HL-APARM-RETENTION-MONTHS NOT NUMERIC
004210         OR HL-APARM-RETENTION-MONTHS = ZERO
004220         MOVE 'HELLOAP - RETENTION PARAMETER MISSING OR ZERO'
004230             TO WS-ABEND-MESSAGE
004240         MOVE SPACES TO WS-ABEND-FILE-STATUS
004250         PERFORM 8000-ABEND THRU 8000-EXIT
004260     END-IF.
004270     MOVE HL-APARM-RETENTION-MONTHS TO WS-RETENTION-MONTHS.
004280     CLOSE PARM-FILE.
004290     DISPLAY 'HELLOAP - RETENTION MONTHS: ' WS-RETENTION-MONTHS.
004300 1200-EXIT.
004310     EXIT.
004320
004330****************************************************************
004340* 1300-COMPUTE-CUTOFF-DATE - RUN DATE LESS THE RETENTION
004350*                            PERIOD, IN WHOLE MONTHS.  HELLODT
004360*                            CUTS THE DAY BACK TO THE END OF A
004370*                            SHORTER MONTH.
004380****************************************************************
004390 1300-COMPUTE-CUTOFF-DATE.
004400     MOVE 'M' TO HL-DTS-FUNCTION.
004410     MOVE WS-CURRENT-DATE TO HL-DTS-DATE-1.
004420     COMPUTE HL-DTS-NUMBER = ZERO - WS-RETENTION-MONTHS.
004430     CALL 'HELLODT' USING HL-DTS-PARMS.
004440     IF NOT HL-DTS-OK
004450         MOVE 'HELLOAP - CUTOFF DATE ROUTINE FAILED, RETURN CODE='
004460             TO WS-ABEND-MESSAGE
004470         MOVE HL-DTS-RETURN-CODE TO WS-ABEND-FILE-STATUS
004480         PERFORM 8000-ABEND THRU 8000-EXIT
004490     END-IF.
004500     MOVE HL-DTS-RESULT-DATE TO WS-CUTOFF-DATE.
004510     DISPLAY 'HELLOAP - PURGE CUTOFF DATE: ' WS-CUTOFF-DATE.
004520 1300-EXIT.
004530     EXIT.
004540
004550****************************************************************
004560* 2000-SWEEP-MASTER - DISPOSE OF ONE MASTER RECORD
004570****************************************************************
004580 2000-SWEEP-MASTER.
004590     ADD 1 TO WS-RECORDS-READ.
004600     IF HL-MAST-CLOSED
004610         AND HL-MAST-EFF-DATE NUMERIC
004620         AND HL-MAST-EFF-DATE < WS-CUTOFF-DATE
004630         PERFORM 4000-ARCHIVE-AND-PURGE THRU 4000-EXIT
004640     ELSE
004650         ADD 1 TO WS-RECORDS-RETAINED
004660     END-IF.
004670     PERFORM 2900-READ-MASTER-RECORD THRU 2900-EXIT.
004680 2000-EXIT.
004690     EXIT.
004700
004710****************************************************************
004720* 2900-READ-MASTER-RECORD - READ THE NEXT MASTER RECORD
004730****************************************************************
004740 2900-READ-MASTER-RECORD.
004750     READ MASTER-FILE NEXT RECORD
004760         AT END
004770             SET WS-EOF-REACHED TO TRUE
004780     END-READ.
004790     IF NOT HL-MASTER-OK AND NOT HL-MASTER-EOF
004800         MOVE 'HELLOAP - MASTER-FILE READ ERROR, STATUS='
004810             TO WS-ABEND-MESSAGE
004820         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
004830         PERFORM 8000-ABEND THRU 8000-EXIT
004840     END-IF.
004850 2900-EXIT.
004860     EXIT.
004870
004880****************************************************************
004890* 4000-ARCHIVE-AND-PURGE - COPY THE ACCOUNT TO THE ARCHIVE,
004900*                          PRINT THE REGISTER LINE, AND DELETE
004910*                          IT FROM THE LIVE MASTER
004920****************************************************************
004930 4000-ARCHIVE-AND-PURGE.
004940     MOVE SPACES TO HL-ARCHIVE-RECORD.
004950     MOVE HL-MAST-ACCT-NO TO HL-ARC-ACCT-NO.
004960     MOVE HL-MAST-NAME TO HL-ARC-NAME.
004970     MOVE HL-MAST-ADDRESS TO HL-ARC-ADDRESS.
004980     MOVE HL-MAST-EFF-YYYY TO HL-ARC-EFF-YYYY.
004990     MOVE HL-MAST-EFF-MM TO HL-ARC-EFF-MM.
005000     MOVE HL-MAST-EFF-DD TO HL-ARC-EFF-DD.
005010     MOVE HL-MAST-BALANCE TO HL-ARC-BALANCE.
005020     MOVE HL-MAST-STATUS-CODE TO HL-ARC-STATUS-CODE.
005030     MOVE WS-CURRENT-DATE TO HL-ARC-PURGE-DATE.
005040     WRITE HL-ARCHIVE-RECORD
005050         INVALID KEY
005060             CONTINUE
005070     END-WRITE.
005080*    A DUPLICATE KEY MEANS A PURGED ACCOUNT NUMBER WAS LATER
005090*    REISSUED AND THE REISSUE HAS NOW AGED OUT IN TURN -
005100*    REWRITE SO THE ARCHIVE CARRIES THE LATEST IMAGE INSTEAD
005110*    OF ABENDING THE SWEEP ON EVERY RERUN.
005120     IF HL-ARCHIVE-DUP-KEY
005130         REWRITE HL-ARCHIVE-RECORD
005140             INVALID KEY
005150                 MOVE 'HELLOAP - ARCHIVE REWRITE ERROR, STATUS='
005160                     TO WS-ABEND-MESSAGE
005170                 MOVE HL-ARCHIVE-STATUS TO WS-ABEND-FILE-STATUS
005180                 PERFORM 8000-ABEND THRU 8000-EXIT
005190         END-REWRITE
005200     ELSE
005210         IF NOT HL-ARCHIVE-OK
005220             MOVE 'HELLOAP - ARCHIVE WRITE ERROR, STATUS='
005230                 TO WS-ABEND-MESSAGE
005240             MOVE HL-ARCHIVE-STATUS TO WS-ABEND-FILE-STATUS
005250             PERFORM 8000-ABEND THRU 8000-EXIT
005260         END-IF
005270     END-IF.
005280     PERFORM 7100-PRINT-REGISTER-LINE THRU 7100-EXIT.
005290*    THE RECORD AREA IS NOT DEFINED AFTER A SUCCESSFUL
005300*    DELETE - SAVE THE IMAGE FOR THE JOURNAL ENTRY AND TAKE
005310*    THE WRITE-OFF BALANCE WHILE IT IS STILL GOOD.
005320     MOVE HL-MASTER-RECORD TO WS-MASTER-BEFORE-SAVE.
005330     MOVE HL-MAST-ACCT-NO TO WS-HST-ACCT-NO.
005340     MOVE HL-MAST-STATUS-CODE TO WS-HST-STATUS-CODE.
005350     MOVE ZERO TO WS-HST-AMOUNT.
005360     IF HL-MAST-BALANCE NUMERIC
005370         ADD HL-MAST-BALANCE TO WS-WRITEOFF-TOTAL
005380         COMPUTE WS-HST-AMOUNT = ZERO - HL-MAST-BALANCE
005390     END-IF.
005400     DELETE MASTER-FILE RECORD
005410         INVALID KEY
005420             MOVE 'HELLOAP - MASTER DELETE ERROR, STATUS='
005430                 TO WS-ABEND-MESSAGE
005440             MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
005450             PERFORM 8000-ABEND THRU 8000-EXIT
005460     END-DELETE.
005470     MOVE 'D' TO HL-JRN-ACTION.
005480     MOVE WS-MASTER-BEFORE-SAVE TO HL-JRN-BEFORE-IMAGE.
005490     MOVE SPACES TO HL-JRN-AFTER-IMAGE.
005500     PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT.
005510     PERFORM 6700-WRITE-HISTORY THRU 6700-EXIT.
005520     ADD 1 TO WS-RECORDS-PURGED.
005530 4000-EXIT.
005540     EXIT.
005550
005560****************************************************************
005570* 6500-WRITE-JOURNAL - APPEND ONE BEFORE-IMAGE ENTRY TO THE
005580*                      RECOVERY JOURNAL.  THE CALLER HAS FILLED
005590*                      THE ACTION AND THE TWO IMAGES.
005600****************************************************************
005610 6500-WRITE-JOURNAL.
005620     MOVE 'HELLOAP' TO HL-JRN-JOB-NAME.
005630     ACCEPT WS-JRN-STAMP-DATE FROM DATE YYYYMMDD.
005640     ACCEPT WS-JRN-STAMP-TIME FROM TIME.
005650     MOVE WS-JRN-STAMP-DATE TO HL-JRN-DATE.
005660     MOVE WS-JRN-STAMP-TIME TO HL-JRN-TIME.
005670     WRITE HL-JOURNAL-RECORD.
005680     IF NOT HL-JOURNAL-OK
005690         MOVE 'HELLOAP - JOURNAL WRITE ERROR, STATUS='
005700             TO WS-ABEND-MESSAGE
005710         MOVE HL-JOURNAL-STATUS TO WS-ABEND-FILE-STATUS
005720         PERFORM 8000-ABEND THRU 8000-EXIT
005730     END-IF.
005740 6500-EXIT.
005750     EXIT.
005760
005770****************************************************************
005780* 6600-WRITE-GL-INTERFACE - EMIT THE WRITE-OFF DR/CR PAIR AND
005790*                           THE CONTROL TRAILER, PRINTING THE
005800*                           POSTING PROOF ON THE REGISTER.  A
005810*                           POSITIVE WRITE-OFF DEBITS EXPENSE
005820*                           AGAINST CLOSED ACCOUNT BALANCES; A
005830*                           NEGATIVE TOTAL REVERSES THE PAIR.
005840****************************************************************
005850 6600-WRITE-GL-INTERFACE.
005860     MOVE '-' TO HL-APR-GL-CTL.
005870     MOVE 'GL POSTING PROOF' TO HL-APR-GL-LABEL.
005880     MOVE SPACE TO HL-APR-GL-TYPE.
005890     MOVE SPACE TO HL-APR-GL-STATUS.
005900     MOVE SPACES TO HL-APR-GL-DRCR.
005910     MOVE SPACES TO HL-APR-GL-ACCOUNT.
005920     MOVE ZERO TO HL-APR-GL-AMOUNT.
005930     WRITE HL-APR-GL-LINE.
005940     IF WS-WRITEOFF-TOTAL = ZERO
005950         GO TO 6600-TRAILER
005960     END-IF.
005970     IF WS-WRITEOFF-TOTAL < ZERO
005980         COMPUTE WS-GLW-ABS-AMOUNT = ZERO - WS-WRITEOFF-TOTAL
005990         MOVE '12000000' TO WS-GLW-DR-ACCOUNT
006000         MOVE '52000000' TO WS-GLW-CR-ACCOUNT
006010     ELSE
006020         MOVE WS-WRITEOFF-TOTAL TO WS-GLW-ABS-AMOUNT
006030         MOVE '52000000' TO WS-GLW-DR-ACCOUNT
006040         MOVE '12000000' TO WS-GLW-CR-ACCOUNT
006050     END-IF.
006060     MOVE 'DR' TO HL-GL-DR-CR.
006070     MOVE WS-GLW-DR-ACCOUNT TO HL-GL-ACCOUNT.
006080     PERFORM 6620-WRITE-GL-RECORD THRU 6620-EXIT.
006090     ADD WS-GLW-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL.
006100     MOVE 'CR' TO HL-GL-DR-CR.
006110     MOVE WS-GLW-CR-ACCOUNT TO HL-GL-ACCOUNT.
006120     PERFORM 6620-WRITE-GL-RECORD THRU 6620-EXIT.
006130     ADD WS-GLW-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL.
006140 6600-TRAILER.
006150     MOVE SPACES TO HL-GL-TRAILER.
006160     MOVE '99999999' TO HL-GL-TRL-ID.
006170     MOVE WS-CURRENT-DATE TO HL-GL-TRL-POSTING-DATE.
006180     MOVE WS-GL-RECORD-COUNT TO HL-GL-TRL-RECORD-COUNT.
006190     MOVE WS-GL-DEBIT-TOTAL TO HL-GL-TRL-DEBIT-TOTAL.
006200     MOVE WS-GL-CREDIT-TOTAL TO HL-GL-TRL-CREDIT-TOTAL.
006210     WRITE HL-GL-TRAILER.
006220     IF NOT HL-GL-OK
006230         MOVE 'HELLOAP - GL-FILE WRITE ERROR, STATUS='
006240             TO WS-ABEND-MESSAGE
006250         MOVE HL-GL-STATUS TO WS-ABEND-FILE-STATUS
006260         PERFORM 8000-ABEND THRU 8000-EXIT
006270     END-IF.
006280     MOVE SPACE TO HL-APR-GL-CTL.
006290     MOVE 'TOTAL DEBITS' TO HL-APR-GL-LABEL.
006300     MOVE SPACE TO HL-APR-GL-TYPE.
006310     MOVE SPACE TO HL-APR-GL-STATUS.
006320     MOVE 'DR' TO HL-APR-GL-DRCR.
006330     MOVE SPACES TO HL-APR-GL-ACCOUNT.
006340     MOVE WS-GL-DEBIT-TOTAL TO HL-APR-GL-AMOUNT.
006350     WRITE HL-APR-GL-LINE.
006360     MOVE 'TOTAL CREDITS' TO HL-APR-GL-LABEL.
006370     MOVE 'CR' TO HL-APR-GL-DRCR.
006380     MOVE WS-GL-CREDIT-TOTAL TO HL-APR-GL-AMOUNT.
006390     WRITE HL-APR-GL-LINE.
006400     IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
006410         MOVE 'DEBITS EQUAL CREDITS' TO HL-APR-GL-LABEL
006420     ELSE
006430         MOVE '** DR/CR OUT OF BALANCE *' TO HL-APR-GL-LABEL
006440     END-IF.
006450     MOVE SPACES TO HL-APR-GL-DRCR.
006460     MOVE ZERO TO HL-APR-GL-AMOUNT.
006470     WRITE HL-APR-GL-LINE.
006480 6600-EXIT.
006490     EXIT.
006500
006510****************************************************************
006520* 6620-WRITE-GL-RECORD - WRITE ONE GL INTERFACE RECORD AND
006530*                        PRINT ITS PROOF LINE
006540****************************************************************
006550 6620-WRITE-GL-RECORD.
006560     MOVE SPACES TO HL-GL-RECORD.
006570     MOVE WS-CURRENT-DATE TO HL-GL-POSTING-DATE.
006580     MOVE 'HELLOAP' TO HL-GL-SOURCE-JOB.
006590     MOVE 'P' TO HL-GL-TRAN-TYPE.
006600     MOVE 'C' TO HL-GL-STATUS-CODE.
006610*    HL-GL-DR-CR AND HL-GL-ACCOUNT WERE SET BY THE CALLER.
006620     MOVE WS-GLW-ABS-AMOUNT TO HL-GL-AMOUNT.
006630     WRITE HL-GL-RECORD.
006640     IF NOT HL-GL-OK
006650         MOVE 'HELLOAP - GL-FILE WRITE ERROR, STATUS='
006660             TO WS-ABEND-MESSAGE
006670         MOVE HL-GL-STATUS TO WS-ABEND-FILE-STATUS
006680         PERFORM 8000-ABEND THRU 8000-EXIT
006690     END-IF.
006700     ADD 1 TO WS-GL-RECORD-COUNT.
006710     MOVE SPACE TO HL-APR-GL-CTL.
006720     MOVE SPACES TO HL-APR-GL-LABEL.
006730     MOVE HL-GL-TRAN-TYPE TO HL-APR-GL-TYPE.
006740     MOVE HL-GL-STATUS-CODE TO HL-APR-GL-STATUS.
006750     MOVE HL-GL-DR-CR TO HL-APR-GL-DRCR.
006760     MOVE HL-GL-ACCOUNT TO HL-APR-GL-ACCOUNT.
006770     MOVE WS-GLW-ABS-AMOUNT TO HL-APR-GL-AMOUNT.
006780     WRITE HL-APR-GL-LINE.
006790 6620-EXIT.
006800     EXIT.
006810
006820****************************************************************
006830* 6700-WRITE-HISTORY - ADD ONE POSTING HISTORY ENTRY FOR THE
006840*                      PURGED ACCOUNT - THE BALANCE WRITTEN OFF
006850*                      LEAVES IT AT ZERO.  THE SEQUENCE NUMBER
006860*                      IS STEPPED PAST ANY POSTINGS THE ACCOUNT
006870*                      ALREADY HAS TODAY.
006880****************************************************************
006890 6700-WRITE-HISTORY.
006900     MOVE SPACES TO HL-HISTORY-RECORD.
006910     MOVE WS-HST-ACCT-NO TO HL-HST-ACCT-NO.
006920     MOVE WS-CURRENT-DATE TO HL-HST-POST-DATE.
006930     MOVE ZERO TO HL-HST-SEQ-NO.
006940     MOVE 'P' TO HL-HST-TRAN-TYPE.
006950     MOVE WS-HST-AMOUNT TO HL-HST-AMOUNT.
006960     MOVE ZERO TO HL-HST-BALANCE.
006970     MOVE WS-HST-STATUS-CODE TO HL-HST-STATUS-CODE.
006980     MOVE 'HELLOAP' TO HL-HST-SOURCE-JOB.
006990     MOVE ZERO TO HL-HST-BATCH-NO.
007000     ACCEPT WS-HST-STAMP-TIME FROM TIME.
007010     MOVE WS-HST-STAMP-TIME TO HL-HST-POST-TIME.
007020     MOVE 'N' TO WS-HST-WRITTEN-SWITCH.
007030     PERFORM 6710-WRITE-ONE-HISTORY THRU 6710-EXIT
007040         UNTIL WS-HST-WRITTEN.
007050 6700-EXIT.
007060     EXIT.
007070
007080****************************************************************
007090* 6710-WRITE-ONE-HISTORY - TRY THE NEXT SEQUENCE NUMBER
007100****************************************************************
007110 6710-WRITE-ONE-HISTORY.
007120     ADD 1 TO HL-HST-SEQ-NO.
007130     WRITE HL-HISTORY-RECORD.
007140     IF HL-HISTORY-OK
007150         SET WS-HST-WRITTEN TO TRUE
007160         GO TO 6710-EXIT
007170     END-IF.
007180     IF HL-HISTORY-DUPKEY AND HL-HST-SEQ-NO < 99999
007190         GO TO 6710-EXIT
007200     END-IF.
007210     MOVE 'HELLOAP - HISTORY WRITE ERROR, STATUS='
007220         TO WS-ABEND-MESSAGE.
007230     MOVE HL-HISTORY-STATUS TO WS-ABEND-FILE-STATUS.
007240     PERFORM 8000-ABEND THRU 8000-EXIT.
007250 6710-EXIT.
007260     EXIT.
007270
007280****************************************************************
007290* 7000-WRITE-HEADINGS - START A NEW REGISTER PAGE
007300****************************************************************
007310 7000-WRITE-HEADINGS.
007320     ADD 1 TO WS-PAGE-NUMBER.
007330     MOVE ZERO TO WS-LINES-ON-PAGE.
007340     MOVE '1' TO HL-APR-H1-CTL.
007350     MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE-MM.
007360     MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE-DD.
007370     MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-DATE-YYYY.
007380     MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-HH.
007390     MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-MM.
007400     MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-SS.
007410     MOVE WS-RUN-DATE-DISPLAY TO HL-APR-H1-DATE.
007420     MOVE WS-RUN-TIME-DISPLAY TO HL-APR-H1-TIME.
007430     MOVE WS-PAGE-NUMBER TO HL-APR-H1-PAGE.
007440     WRITE HL-APR-HEADING-1.
007450     WRITE HL-APR-HEADING-2.
007460 7000-EXIT.
007470     EXIT.
007480
007490****************************************************************
007500* 7100-PRINT-REGISTER-LINE - PRINT ONE PURGED ACCOUNT
007510****************************************************************
007520 7100-PRINT-REGISTER-LINE.
007530     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
007540         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
007550     END-IF.
007560     MOVE SPACE TO HL-APR-DTL-CTL.
007570     MOVE HL-MAST-ACCT-NO TO HL-APR-DTL-ACCT.
007580     MOVE HL-MAST-NAME TO HL-APR-DTL-NAME.
007590     MOVE HL-MAST-BALANCE TO HL-APR-DTL-BALANCE.
007600     MOVE HL-MAST-EFF-MM TO WS-CLOSED-DATE-MM.
007610     MOVE HL-MAST-EFF-DD TO WS-CLOSED-DATE-DD.
007620     MOVE HL-MAST-EFF-YYYY TO WS-CLOSED-DATE-YYYY.
007630     MOVE WS-CLOSED-DATE-DISPLAY TO HL-APR-DTL-CLOSED-DATE.
007640     WRITE HL-APR-DETAIL-LINE.
007650     ADD 1 TO WS-LINES-ON-PAGE.
007660 7100-EXIT.
007670     EXIT.
007680
007690****************************************************************
007700* 7900-WRITE-TOTALS - PRINT THE CONTROL TOTALS FOR THE SWEEP
007710****************************************************************
007720 7900-WRITE-TOTALS.
007730     MOVE '-' TO HL-APR-TOT-CTL.
007740     MOVE 'RECORDS READ' TO HL-APR-TOT-LABEL.
007750     MOVE WS-RECORDS-READ TO HL-APR-TOT-COUNT.
007760     WRITE HL-APR-TOTAL-LINE.
007770     MOVE SPACE TO HL-APR-TOT-CTL.
007780     MOVE 'ACCOUNTS PURGED' TO HL-APR-TOT-LABEL.
007790     MOVE WS-RECORDS-PURGED TO HL-APR-TOT-COUNT.
007800     WRITE HL-APR-TOTAL-LINE.
007810     MOVE SPACE TO HL-APR-TOT-CTL.
007820     MOVE 'ACCOUNTS RETAINED' TO HL-APR-TOT-LABEL.
007830     MOVE WS-RECORDS-RETAINED TO HL-APR-TOT-COUNT.
007840     WRITE HL-APR-TOTAL-LINE.
007850 7900-EXIT.
007860     EXIT.
007870
007880****************************************************************
007890* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
007900****************************************************************
007910 8000-ABEND.
007920     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
007930     MOVE 16 TO WS-ABEND-RETURN-CODE.
007940     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
007950     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
007960     STOP RUN.
007970 8000-EXIT.
007980     EXIT.
007990
008000****************************************************************
008010* 9000-TERMINATE - PRINT TOTALS, EMIT THE GL INTERFACE AND
008020*                  ITS POSTING PROOF, AND CLOSE FILES
008030****************************************************************
008040 9000-TERMINATE.
008050     PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT.
008060     PERFORM 6600-WRITE-GL-INTERFACE THRU 6600-EXIT.
008070     CLOSE MASTER-FILE.
008080     CLOSE ARCHIVE-FILE.
008090     CLOSE JOURNAL-FILE.
008100     CLOSE HISTORY-FILE.
008110     CLOSE GL-FILE.
008120     CLOSE REPORT-FILE.
008130 9000-EXIT.
008140     EXIT.
008150
008160****************************************************************
008170* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT LOG
008180****************************************************************
008190 9500-WRITE-AUDIT-LOG.
008200     OPEN EXTEND AUDIT-LOG-FILE.
008210     IF NOT HL-AUDIT-OK
008220         DISPLAY 'HELLOAP - UNABLE TO OPEN AUDIT-LOG, STATUS='
008230             HL-AUDIT-STATUS
008240         MOVE 16 TO RETURN-CODE
008250         STOP RUN
008260     END-IF.
008270     MOVE 'HELLOAP' TO AUD-JOB-NAME.
008280     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
008290     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
008300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008310     ACCEPT WS-CURRENT-TIME FROM TIME.
008320     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
008330     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
008340     MOVE WS-RECORDS-READ TO AUD-RECORDS-READ.
008350     MOVE WS-RECORDS-PURGED TO AUD-RECORDS-ACCEPTED.
008360     MOVE ZERO TO AUD-RECORDS-REJECTED.
008370     MOVE RETURN-CODE TO AUD-RETURN-CODE.
008380     WRITE AUD-LOG-RECORD.
008390     CLOSE AUDIT-LOG-FILE.
008400 9500-EXIT.
008410     EXIT.
