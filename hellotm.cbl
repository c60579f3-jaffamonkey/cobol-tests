000190*   MASTER FILE.  READS A SEQUENTIAL TRANSACTION FILE OF TYPED
000200*   MAINTENANCE TRANSACTIONS (NEW ACCOUNT, NAME/ADDRESS CHANGE,
000210*   BALANCE ADJUSTMENT, STATUS CHANGE, ACCOUNT CLOSE,
000220*   CUSTOMER LINK/UNLINK) KEYED IN
000230*   DATA-ENTRY BATCHES, EACH BRACKETED BY AN H-TYPE HEADER AND
000240*   A T-TYPE TRAILER (HLTRN.CPY).  EACH BATCH IS HELD IN CORE
000250*   AND PROVED AGAINST ITS TRAILER TRANSACTION COUNT AND
000260*   AMOUNT HASH BEFORE ANY OF IT IS APPLIED; AN OUT-OF-BALANCE
000270*   BATCH IS REJECTED WHOLE TO THE TRANSACTION SUSPENSE FILE
000280*   WITH A B-SERIES REASON CODE, AS IS A BATCH NUMBERED IN A
000290*   SERIES RESERVED FOR GENERATED TRANSACTIONS (60000-99999)
000300*   WHOSE HEADER DOES NOT NAME THE PROGRAM THAT OWNS THE SERIES
000310*   (REASON B005).  TRANSACTIONS IN A PROVED
000320*   BATCH ARE EDITED AND APPLIED TO THE INDEXED MASTER KEYED
000330*   ON ACCOUNT NUMBER; TRANSACTIONS THAT FAIL EDIT OR CANNOT
000340*   BE APPLIED GO TO THE SUSPENSE FILE WITH A REASON CODE AND
000350*   THE FULL TRANSACTION IMAGE.  EVERY MASTER WRITE AND
000360*   REWRITE ALSO APPENDS A BEFORE/AFTER IMAGE ENTRY TO THE
000370*   RECOVERY JOURNAL (HLJRN.CPY) FOR HELLORB FORWARD
000380*   RECOVERY.  APPLIED B-TYPE ADJUSTMENTS AND C-TYPE CLOSES
000390*   ARE SUMMARIZED BY TRANSACTION TYPE AND STATUS CODE AND
000400*   EMITTED AS BALANCED DEBIT/CREDIT PAIRS ON THE GL POSTING
000410*   INTERFACE (HLGL.CPY), ENDING IN ITS CONTROL TRAILER.
000420*   EVERY APPLIED CHANGE ALSO APPENDS AN ENTRY TO THE ACCOUNT
000430*   POSTING HISTORY (HLHST.CPY).  AN N-TYPE CHANGE THAT
000440*   REPLACES THE ADDRESS CLEARS THE BAD-ADDRESS FLAG HELLORM
000450*   SETS ON RETURNED MAIL; A NAME-ONLY CHANGE LEAVES IT.
000460*   A B-TYPE ADJUSTMENT OR C-TYPE CLOSE OVER THE SUPERVISOR
000470*   APPROVAL LIMIT ON THE PARAMETER FILE (HLTPARM.CPY) IS NOT
000480*   APPLIED BUT HELD ON THE PENDING-APPROVAL FILE (HLAPQ.CPY)
000490*   FOR THE HELLOAQ SUPERVISOR APPROVAL RUN; ITEMS HELLOAQ
000500*   APPROVES COME BACK IN THE 80000 BATCH SERIES AND ARE NOT
000510*   HELD AGAIN.
000520*   PRINTS A REGISTER OF EVERY TRANSACTION, A BATCH-BALANCE
000530*   SECTION PER BATCH, CONTROL TOTALS OF APPLIED AND REJECTED
000540*   COUNTS BY TRANSACTION TYPE, AND THE GL POSTING PROOF
000550*   (DEBITS MUST EQUAL CREDITS), AND APPENDS ONE ROW TO THE
000560*   SHARED AUDIT LOG.  RETURN-CODE 0004 SIGNALS A CLEAN RUN
000570*   THAT REJECTED AT LEAST ONE TRANSACTION; RETURN-CODE 0008
000580*   SIGNALS AT LEAST ONE BATCH REJECTED WHOLE.
000590*----------------------------------------------------------------
000600* MODIFICATION HISTORY
000610* DATE       INIT  DESCRIPTION
000620* 2026-08-22 JLB   INITIAL VERSION - MASTER FILE MAINTENANCE
000630*                  FROM A TYPED TRANSACTION FILE, WITH EDITS,
000640*                  TRANSACTION SUSPENSE, CONTROL TOTALS BY TYPE,
000650*                  AND AN AUDIT-LOG ROW.
000660* 2026-09-02 JLB   TRANFILE IS NOW PROCESSED IN KEYED DATA-ENTRY
000670*                  BATCHES (HLTRN H/T HEADER AND TRAILER).  EACH
000680*                  BATCH IS HELD IN CORE AND PROVED AGAINST ITS
000690*                  TRAILER COUNT AND AMOUNT HASH BEFORE ANY OF
000700*                  IT IS APPLIED; AN OUT-OF-BALANCE BATCH IS
000710*                  REJECTED WHOLE TO SUSPENSE WITH A B-SERIES
000720*                  REASON CODE, THE REGISTER PRINTS A
000730*                  BATCH-BALANCE SECTION PER BATCH, AND
000740*                  RETURN-CODE 0008 SIGNALS A BATCH FAILURE
000750*                  SEPARATELY FROM ORDINARY PER-TRANSACTION
000760*                  REJECTS.  WHOLE MEMBER RENUMBERED.
000770* 2026-09-02 JLB   EVERY MASTER WRITE AND REWRITE NOW ALSO
000780*                  APPENDS A BEFORE/AFTER IMAGE ENTRY TO THE
000790*                  RECOVERY JOURNAL (HLJRN.CPY) SO THE HELLORB
000800*                  FORWARD-RECOVERY RUN CAN REBUILD A DAMAGED
000810*                  CLUSTER FROM A RESTORED BACKUP PLUS THE
000820*                  JOURNAL.
000830* 2026-09-02 JLB   APPLIED B-TYPE BALANCE ADJUSTMENTS AND
000840*                  C-TYPE CLOSES NOW ALSO FEED THE GL POSTING
000850*                  INTERFACE (HLGL.CPY) - ONE BALANCED DR/CR
000860*                  PAIR PER TRANSACTION-TYPE/STATUS-CODE
000870*                  SUMMARY BUCKET, A CONTROL TRAILER, AND A
000880*                  PRINTED POSTING PROOF ON THE REGISTER.
000890*                  WHOLE MEMBER RENUMBERED.
000900* 2026-09-02 JLB   ADDED THE L-TYPE CUSTOMER LINK/UNLINK
000910*                  TRANSACTION - SETS (OR CLEARS, WHEN THE
000920*                  CUSTOMER NUMBER IS ZERO) HL-MAST-CUST-NO,
000930*                  THE GROUPING THE HELLOCP COMBINED-POSITION
000940*                  INQUIRY READS.  A NEW ACCOUNT STARTS
000950*                  UNLINKED.
000960* 2026-09-02 JLB   BATCH HEADERS AND TRAILERS NO LONGER COUNT
000970*                  IN TRANSACTIONS READ, SO THE READ TOTAL
000980*                  TIES TO APPLIED PLUS REJECTED AGAIN.
000990* 2026-10-15 JLB   EVERY APPLIED MASTER CHANGE NOW ALSO APPENDS
001000*                  AN ENTRY TO THE ACCOUNT POSTING HISTORY
001010*                  (HLHST.CPY) - TRANSACTION TYPE, AMOUNT,
001020*                  RESULTING BALANCE, AND BATCH NUMBER - FOR THE
001030*                  HELLOHQ ACTIVITY INQUIRY.  WHOLE MEMBER
001040*                  RENUMBERED.
001050* 2026-10-15 JLB   EVERY POSTING NOW STAMPS THE MASTER
001060*                  LAST-ACTIVITY DATE WITH THE RUN DATE, EXCEPT
001070*                  POSTINGS IN SYSTEM-GENERATED BATCHES (HELLODM
001080*                  60000 SERIES, HELLOIA 90000 SERIES) SO THAT
001090*                  INTEREST AND DORMANCY PROCESSING DO NOT RESET
001100*                  THE DORMANCY CLOCK.  WHOLE MEMBER RENUMBERED.
001110* 2026-10-15 JLB   B-TYPE ADJUSTMENTS AND C-TYPE CLOSES OVER THE
001120*                  APPROVAL LIMIT ON THE NEW PARAMETER FILE
001130*                  (HLTPARM.CPY) ARE NOW HELD ON THE
001140*                  PENDING-APPROVAL FILE (HLAPQ.CPY) FOR
001150*                  SUPERVISOR APPROVAL IN HELLOAQ INSTEAD OF
001160*                  BEING APPLIED.  HELD ITEMS PRINT WITH REASON
001170*                  H001 AND A HELD TOTAL, SO READ TIES TO APPLIED
001180*                  PLUS REJECTED PLUS HELD.  THE HELLOAQ 80000
001190*                  BATCH SERIES IS NEVER HELD.  WHOLE MEMBER
001200*                  RENUMBERED.
001210* 2026-10-15 JLB   AN APPLIED N-TYPE NAME/ADDRESS CHANGE NOW
001220*                  CLEARS THE MASTER BAD-ADDRESS FLAG AND
001230*                  RETURNED-MAIL COUNT SET BY HELLORM, SO
001240*                  HELLOST MAILS THE ACCOUNT AGAIN.  A NEW
001250*                  ACCOUNT STARTS UNFLAGGED.  WHOLE MEMBER
001260*                  RENUMBERED.
001270* 2026-10-15 JLB   THE HELLOMM MASS-MAINTENANCE 70000 BATCH
001280*                  SERIES IS NOW A SYSTEM-GENERATED SERIES, SO A
001290*                  BULK RE-STATUS OR CLOSE DOES NOT RESET THE
001300*                  DORMANCY CLOCK.  ITS CLOSES OVER THE APPROVAL
001310*                  LIMIT ARE STILL HELD.  WHOLE MEMBER RENUMBERED.
001320* 2026-10-15 JLB   6700/6710 MOVED INTO PARAGRAPH-NUMBER ORDER.
001330*                  WHOLE MEMBER RENUMBERED.
001340* 2026-10-15 JLB   A NAME-ONLY N CHANGE NO LONGER CLEARS THE
001350*                  BAD-ADDRESS FLAG OR RETURNED-MAIL COUNT; THE
001360*                  N HISTORY ENTRY RECORDS WHETHER THE ADDRESS
001370*                  WAS REPLACED.  WHOLE MEMBER RENUMBERED.
001380* 2026-10-15 JLB   A BATCH NUMBERED IN A RESERVED SERIES
001390*                  (60000-99999) IS REJECTED WHOLE, REASON B005,
001400*                  UNLESS ITS HEADER NAMES THE PROGRAM THAT OWNS
001410*                  THE SERIES.  WHOLE MEMBER RENUMBERED.
001420****************************************************************
001430 IDENTIFICATION DIVISION.
001440 PROGRAM-ID.     HELLOTM.
001450 AUTHOR.         J. L. BRANNIGAN.
001460 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
001470 DATE-WRITTEN.   2026-08-22.
001480 DATE-COMPILED.
001490
001500 ENVIRONMENT DIVISION.
001510 CONFIGURATION SECTION.
001520 SOURCE-COMPUTER.   IBM-370.
001530 OBJECT-COMPUTER.   IBM-370.
001540
001550 INPUT-OUTPUT SECTION.
001560 FILE-CONTROL.
001570
001580*    ------------------------------------------------------------
001590*    MAINTENANCE TRANSACTION FILE - KEYED DATA-ENTRY BATCHES,
001600*    EACH BRACKETED BY AN H-TYPE HEADER AND A T-TYPE TRAILER
001610*    ------------------------------------------------------------
001620     SELECT TRAN-FILE ASSIGN TO "TRANFILE"
001630         ORGANIZATION IS SEQUENTIAL
001640         FILE STATUS IS HL-TRAN-STATUS.
001650
001660*    ------------------------------------------------------------
001670*    RUN PARAMETER FILE - ONE RECORD CARRYING THE SUPERVISOR
001680*    APPROVAL LIMIT
001690*    ------------------------------------------------------------
001700     SELECT PARM-FILE ASSIGN TO "PARMFILE"
001710         ORGANIZATION IS SEQUENTIAL
001720         FILE STATUS IS HL-PARM-STATUS.
001730
001740*    ------------------------------------------------------------
001750*    CUSTOMER MASTER FILE - INDEXED, KEYED BY ACCOUNT NUMBER,
001760*    OPENED I-O FOR UPDATE IN PLACE
001770*    ------------------------------------------------------------
001780     SELECT MASTER-FILE ASSIGN TO "MASTERF"
001790         ORGANIZATION IS INDEXED
001800         ACCESS MODE IS DYNAMIC
001810         RECORD KEY IS HL-MAST-KEY
001820         FILE STATUS IS HL-MASTER-STATUS.
001830
001840*    ------------------------------------------------------------
001850*    TRANSACTION SUSPENSE FILE - FAILED TRANSACTIONS WITH THE
001860*    FULL TRANSACTION IMAGE FOR CORRECTION AND RE-KEYING
001870*    ------------------------------------------------------------
001880     SELECT TRAN-SUSP-FILE ASSIGN TO "TRANSUSP"
001890         ORGANIZATION IS SEQUENTIAL
001900         FILE STATUS IS HL-TRAN-SUSP-STATUS.
001910
001920*    ------------------------------------------------------------
001930*    PENDING-APPROVAL FILE - ADJUSTMENTS AND CLOSES OVER THE
001940*    APPROVAL LIMIT, APPENDED FOR THE HELLOAQ SUPERVISOR RUN
001950*    ------------------------------------------------------------
001960     SELECT APPROVAL-FILE ASSIGN TO "APRQUEUE"
001970         ORGANIZATION IS SEQUENTIAL
001980         FILE STATUS IS HL-APPROVAL-STATUS.
001990
002000*    ------------------------------------------------------------
002010*    RECOVERY JOURNAL - ONE BEFORE/AFTER IMAGE ENTRY APPENDED
002020*    PER MASTER WRITE OR REWRITE, FOR HELLORB FORWARD RECOVERY
002030*    ------------------------------------------------------------
002040     SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
002050         ORGANIZATION IS SEQUENTIAL
002060         FILE STATUS IS HL-JOURNAL-STATUS.
002070
002080*    ------------------------------------------------------------
002090*    ACCOUNT POSTING HISTORY - INDEXED, ONE ENTRY ADDED PER
002100*    APPLIED MASTER CHANGE
002110*    ------------------------------------------------------------
002120     SELECT HISTORY-FILE ASSIGN TO "HISTORY"
002130         ORGANIZATION IS INDEXED
002140         ACCESS MODE IS DYNAMIC
002150         RECORD KEY IS HL-HST-KEY
002160         FILE STATUS IS HL-HISTORY-STATUS.
002170
002180*    ------------------------------------------------------------
002190*    GL POSTING INTERFACE - BALANCED DR/CR SUMMARY ENTRIES OF
002200*    THE CYCLE'S APPLIED BALANCE MOVEMENT, FOR FINANCE
002210*    ------------------------------------------------------------
002220     SELECT GL-FILE ASSIGN TO "GLFILE"
002230         ORGANIZATION IS SEQUENTIAL
002240         FILE STATUS IS HL-GL-STATUS.
002250
002260*    ------------------------------------------------------------
002270*    MAINTENANCE REGISTER PRINT FILE - 133-BYTE ASA CARRIAGE
002280*    CONTROL
002290*    ------------------------------------------------------------
002300     SELECT REPORT-FILE ASSIGN TO "PRTFILE"
002310         ORGANIZATION IS SEQUENTIAL
002320         FILE STATUS IS HL-REPORT-STATUS.
002330
002340*    ------------------------------------------------------------
002350*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
002360*    LAYOUT ACROSS THE SUITE
002370*    ------------------------------------------------------------
002380     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
002390         ORGANIZATION IS SEQUENTIAL
002400         FILE STATUS IS HL-AUDIT-STATUS.
002410
002420 DATA DIVISION.
002430 FILE SECTION.
002440
002450 FD  TRAN-FILE
002460     LABEL RECORDS ARE STANDARD
002470     RECORD CONTAINS 100 CHARACTERS
002480     DATA RECORD IS HL-TRAN-RECORD.
002490     COPY HLTRN.
002500
002510 FD  PARM-FILE
002520     LABEL RECORDS ARE STANDARD
002530     RECORD CONTAINS 80 CHARACTERS
002540     DATA RECORD IS HL-TPARM-RECORD.
002550     COPY HLTPARM.
002560
002570 FD  MASTER-FILE
002580     LABEL RECORDS ARE STANDARD
002590     RECORD CONTAINS 97 CHARACTERS
002600     DATA RECORD IS HL-MASTER-RECORD.
002610     COPY HLMAST.
002620
002630 FD  TRAN-SUSP-FILE
002640     LABEL RECORDS ARE STANDARD
002650     RECORD CONTAINS 152 CHARACTERS
002660     DATA RECORD IS HL-TRAN-SUSP-RECORD.
002670     COPY HLTSU.
002680
002690 FD  APPROVAL-FILE
002700     LABEL RECORDS ARE STANDARD
002710     RECORD CONTAINS 160 CHARACTERS
002720     DATA RECORD IS HL-APPROVAL-RECORD.
002730     COPY HLAPQ.
002740
002750 FD  JOURNAL-FILE
002760     LABEL RECORDS ARE STANDARD
002770     RECORD CONTAINS 219 CHARACTERS
002780     DATA RECORD IS HL-JOURNAL-RECORD.
002790     COPY HLJRN.
002800
002810 FD  HISTORY-FILE
002820     LABEL RECORDS ARE STANDARD
002830     RECORD CONTAINS 80 CHARACTERS
002840     DATA RECORD IS HL-HISTORY-RECORD.
002850     COPY HLHST.
002860
002870 FD  GL-FILE
002880     LABEL RECORDS ARE STANDARD
002890     RECORD CONTAINS 80 CHARACTERS
002900     DATA RECORD IS HL-GL-RECORD.
002910     COPY HLGL.
002920
002930 FD  REPORT-FILE
002940     LABEL RECORDS ARE STANDARD
002950     RECORD CONTAINS 133 CHARACTERS.
002960     COPY HLTMPRT.
002970
002980 FD  AUDIT-LOG-FILE
002990     LABEL RECORDS ARE STANDARD
003000     RECORD CONTAINS 88 CHARACTERS
003010     DATA RECORD IS AUD-LOG-RECORD.
003020     COPY AUDLOG.
003030
003040 WORKING-STORAGE SECTION.
003050
003060*    ------------------------------------------------------------
003070*    FILE STATUS FIELDS
003080*    ------------------------------------------------------------
003090 01  HL-FILE-STATUSES.
003100     05  HL-TRAN-STATUS              PIC X(02) VALUE '00'.
003110         88  HL-TRAN-OK              VALUE '00'.
003120     05  HL-PARM-STATUS              PIC X(02) VALUE '00'.
003130         88  HL-PARM-OK              VALUE '00'.
003140     05  HL-MASTER-STATUS            PIC X(02) VALUE '00'.
003150         88  HL-MASTER-OK            VALUE '00'.
003160         88  HL-MASTER-NOTFND        VALUE '23'.
003170         88  HL-MASTER-DUPKEY        VALUE '22'.
003180     05  HL-TRAN-SUSP-STATUS         PIC X(02) VALUE '00'.
003190         88  HL-TRAN-SUSP-OK         VALUE '00'.
003200     05  HL-APPROVAL-STATUS          PIC X(02) VALUE '00'.
003210         88  HL-APPROVAL-OK          VALUE '00'.
003220     05  HL-JOURNAL-STATUS           PIC X(02) VALUE '00'.
003230         88  HL-JOURNAL-OK           VALUE '00'.
003240     05  HL-HISTORY-STATUS           PIC X(02) VALUE '00'.
003250         88  HL-HISTORY-OK           VALUE '00'.
003260         88  HL-HISTORY-DUPKEY       VALUE '22'.
003270     05  HL-GL-STATUS                PIC X(02) VALUE '00'.
003280         88  HL-GL-OK                VALUE '00'.
003290     05  HL-REPORT-STATUS            PIC X(02) VALUE '00'.
003300         88  HL-REPORT-OK            VALUE '00'.
003310     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
003320         88  HL-AUDIT-OK             VALUE '00'.
003330
003340*    ------------------------------------------------------------
003350*    SWITCHES
003360*    ------------------------------------------------------------
003370 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
003380     88  WS-EOF-REACHED              VALUE 'Y'.
003390 77  WS-VALID-SWITCH                 PIC X(01) VALUE 'Y'.
003400     88  WS-TRAN-VALID               VALUE 'Y'.
003410     88  WS-TRAN-INVALID             VALUE 'N'.
003420     88  WS-TRAN-HELD                VALUE 'H'.
003430
003440*    ------------------------------------------------------------
003450*    RUN COUNTERS
003460*    ------------------------------------------------------------
003470 77  WS-TRANS-READ                   PIC 9(07) COMP VALUE ZERO.
003480 77  WS-TRANS-APPLIED                PIC 9(07) COMP VALUE ZERO.
003490 77  WS-TRANS-REJECTED               PIC 9(07) COMP VALUE ZERO.
003500 77  WS-TRANS-HELD                   PIC 9(07) COMP VALUE ZERO.
003510 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
003520 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
003530
003540*    ------------------------------------------------------------
003550*    AUDIT-LOG WORK AREAS
003560*    ------------------------------------------------------------
003570 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
003580 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
003590
003600*    ------------------------------------------------------------
003610*    CONTROL TOTALS BY TRANSACTION TYPE
003620*      1=NEW ACCOUNT 2=NAME/ADDR 3=BALANCE 4=STATUS 5=CLOSE
003630*      6=CUSTOMER LINK/UNLINK
003640*    ------------------------------------------------------------
003650 01  WS-TYPE-LABEL-VALUES.
003660     05  FILLER          PIC X(25) VALUE 'NEW ACCOUNT'.
003670     05  FILLER          PIC X(25) VALUE 'NAME/ADDRESS CHANGE'.
003680     05  FILLER          PIC X(25) VALUE 'BALANCE ADJUSTMENT'.
003690     05  FILLER          PIC X(25) VALUE 'STATUS CHANGE'.
003700     05  FILLER          PIC X(25) VALUE 'ACCOUNT CLOSE'.
003710     05  FILLER          PIC X(25) VALUE 'CUSTOMER LINK/UNLINK'.
003720 01  WS-TYPE-LABEL-TABLE REDEFINES WS-TYPE-LABEL-VALUES.
003730     05  WS-TYPE-LABEL   OCCURS 6 TIMES
003740                                     PIC X(25).
003750 01  WS-TYPE-COUNT-TABLE.
003760     05  WS-TYPE-COUNTS  OCCURS 6 TIMES.
003770         10  WS-TYPE-APPLIED         PIC 9(07) COMP.
003780         10  WS-TYPE-REJECTED        PIC 9(07) COMP.
003790 77  WS-TYPE-SUB                     PIC 9(02) COMP VALUE ZERO.
003800
003810*    ------------------------------------------------------------
003820*    BATCH BALANCING CONTROLS - EACH DATA-ENTRY BATCH IS HELD
003830*    IN CORE AND PROVED AGAINST ITS TRAILER COUNT AND AMOUNT
003840*    HASH BEFORE ANY OF IT IS APPLIED
003850*    ------------------------------------------------------------
003860 77  WS-BATCH-OPEN-SWITCH            PIC X(01) VALUE 'N'.
003870     88  WS-BATCH-OPEN               VALUE 'Y'.
003880 77  WS-BATCH-NO-SAVE                PIC 9(05) VALUE ZERO.
003890*    SYSTEM-GENERATED BATCH SERIES (HELLODM 60000, HELLOMM
003900*    70000, HELLOIA 90000) - POSTINGS IN THESE DO NOT COUNT AS
003910*    CUSTOMER ACTIVITY
003920     88  WS-SYSTEM-BATCH             VALUES 60000 THRU 79999
003930                                            90000 THRU 99999.
003940     88  WS-DORMANCY-BATCH           VALUES 60000 THRU 69999.
003950     88  WS-MASS-MAINT-BATCH         VALUES 70000 THRU 79999.
003960     88  WS-ACCRUAL-BATCH            VALUES 90000 THRU 99999.
003970*    SUPERVISOR-APPROVED BATCH SERIES (HELLOAQ) - NEVER HELD
003980*    FOR APPROVAL A SECOND TIME
003990     88  WS-APPROVED-BATCH           VALUES 80000 THRU 89999.
004000*    THE PROGRAM A RESERVED SERIES MUST COME FROM - A BATCH
004010*    WHOSE HEADER NAMES ANY OTHER SOURCE IS REJECTED WHOLE
004020 77  WS-BATCH-SOURCE-EXPECTED        PIC X(08) VALUE SPACES.
004030 77  WS-BATCH-SOURCE-SWITCH          PIC X(01) VALUE 'Y'.
004040     88  WS-BATCH-SOURCE-OK          VALUE 'Y'.
004050     88  WS-BATCH-SOURCE-WRONG       VALUE 'N'.
004060 77  WS-BATCH-TRAN-COUNT             PIC 9(05) COMP VALUE ZERO.
004070 01  WS-BATCH-HASH-TOTAL             PIC S9(13)V99 COMP-3
004080                                     VALUE ZERO.
004090 77  WS-TRL-EXP-COUNT                PIC 9(05) COMP VALUE ZERO.
004100 01  WS-TRL-EXP-HASH                 PIC S9(13)V99 COMP-3
004110                                     VALUE ZERO.
004120 77  WS-BATCHES-READ                 PIC 9(05) COMP VALUE ZERO.
004130 77  WS-BATCHES-APPLIED              PIC 9(05) COMP VALUE ZERO.
004140 77  WS-BATCHES-REJECTED             PIC 9(05) COMP VALUE ZERO.
004150 77  WS-BATCH-REASON-CODE            PIC X(04) VALUE SPACES.
004160 77  WS-BATCH-STATUS-TEXT            PIC X(14) VALUE SPACES.
004170 01  WS-BATCH-REASON-TEXT-G.
004180     05  FILLER                      PIC X(06) VALUE 'BATCH '.
004190     05  WS-BRT-BATCH-NO             PIC 9(05).
004200     05  FILLER                      PIC X(01) VALUE SPACE.
004210     05  WS-BRT-TEXT                 PIC X(28).
004220 77  WS-BATCH-MAX                    PIC 9(05) COMP VALUE 2000.
004230 77  WS-BATCH-SUB                    PIC 9(05) COMP VALUE ZERO.
004240 77  WS-TRAN-RECORD-SAVE             PIC X(100) VALUE SPACES.
004250 01  WS-BATCH-TABLE.
004260     05  WS-BATCH-TRAN-IMAGE         PIC X(100)
004270                                     OCCURS 2000 TIMES.
004280
004290*    ------------------------------------------------------------
004300*    JOURNAL WORK AREAS - EVERY MASTER WRITE AND REWRITE ALSO
004310*    APPENDS A BEFORE/AFTER IMAGE TO THE RECOVERY JOURNAL
004320*    ------------------------------------------------------------
004330 77  WS-MASTER-BEFORE-SAVE           PIC X(97) VALUE SPACES.
004340 77  WS-JRN-STAMP-DATE               PIC 9(08) VALUE ZERO.
004350 77  WS-JRN-STAMP-TIME               PIC 9(08) VALUE ZERO.
004360
004370*    ------------------------------------------------------------
004380*    POSTING HISTORY WORK AREAS - THE CALLER SETS THE TYPE AND
004390*    THE SIGNED BALANCE MOVEMENT; 6700 TAKES THE REST FROM THE
004400*    MASTER RECORD AND THE OPEN BATCH
004410*    ------------------------------------------------------------
004420 77  WS-HST-TRAN-TYPE                PIC X(01) VALUE SPACE.
004430 01  WS-HST-AMOUNT                   PIC S9(09)V99 COMP-3
004440                                     VALUE ZERO.
004450 77  WS-HST-ADDR-CHANGE              PIC X(01) VALUE SPACE.
004460 77  WS-HST-STAMP-TIME               PIC 9(08) VALUE ZERO.
004470 77  WS-HST-WRITTEN-SWITCH           PIC X(01) VALUE 'N'.
004480     88  WS-HST-WRITTEN              VALUE 'Y'.
004490
004500*    ------------------------------------------------------------
004510*    GL POSTING INTERFACE WORK AREAS - APPLIED B-TYPE
004520*    ADJUSTMENTS AND C-TYPE CLOSES SUMMARIZED BY TRANSACTION
004530*    TYPE AND STATUS CODE, EMITTED AS BALANCED DR/CR PAIRS
004540*    AT TERMINATION.  GL ACCOUNTS PER HLGL.CPY.
004550*    ------------------------------------------------------------
004560 77  WS-GL-BUCKET-MAX                PIC 9(02) COMP VALUE 10.
004570 77  WS-GL-BUCKET-COUNT              PIC 9(02) COMP VALUE ZERO.
004580 77  WS-GL-BUCKET-SUB                PIC 9(02) COMP VALUE ZERO.
004590 01  WS-GL-BUCKET-TABLE.
004600     05  WS-GL-BUCKET-ENTRY OCCURS 10 TIMES.
004610         10  WS-GLB-TRAN-TYPE        PIC X(01).
004620         10  WS-GLB-STATUS           PIC X(01).
004630         10  WS-GLB-AMOUNT           PIC S9(13)V99 COMP-3.
004640 77  WS-GL-FOUND-SWITCH              PIC X(01) VALUE 'N'.
004650     88  WS-GL-BUCKET-FOUND          VALUE 'Y'.
004660 77  WS-GLW-TRAN-TYPE                PIC X(01) VALUE SPACE.
004670 77  WS-GLW-STATUS                   PIC X(01) VALUE SPACE.
004680 01  WS-GLW-AMOUNT                   PIC S9(13)V99 COMP-3
004690                                     VALUE ZERO.
004700 01  WS-GLW-ABS-AMOUNT               PIC S9(13)V99 COMP-3
004710                                     VALUE ZERO.
004720 77  WS-GLW-DR-ACCOUNT               PIC X(08) VALUE SPACES.
004730 77  WS-GLW-CR-ACCOUNT               PIC X(08) VALUE SPACES.
004740 77  WS-GL-RECORD-COUNT              PIC 9(07) COMP VALUE ZERO.
004750 01  WS-GL-DEBIT-TOTAL               PIC S9(13)V99 COMP-3
004760                                     VALUE ZERO.
004770 01  WS-GL-CREDIT-TOTAL              PIC S9(13)V99 COMP-3
004780                                     VALUE ZERO.
004790
004800*    ------------------------------------------------------------
004810*    SUPERVISOR APPROVAL WORK AREAS - THE CALLER SETS THE SIGNED
004820*    AMOUNT TO TEST; AN ADJUSTMENT OR CLOSE WHOSE AMOUNT EXCEEDS
004830*    THE LIMIT EITHER WAY IS HELD FOR APPROVAL
004840*    ------------------------------------------------------------
004850 01  WS-APPROVAL-LIMIT               PIC S9(09)V99 COMP-3
004860                                     VALUE ZERO.
004870 01  WS-HOLD-AMOUNT                  PIC S9(09)V99 COMP-3
004880                                     VALUE ZERO.
004890 01  WS-HOLD-ABS-AMOUNT              PIC S9(09)V99 COMP-3
004900                                     VALUE ZERO.
004910
004920*    ------------------------------------------------------------
004930*    VALIDATION WORK AREAS
004940*    ------------------------------------------------------------
004950 77  WS-REJECT-REASON-CODE           PIC X(04) VALUE SPACES.
004960 77  WS-REJECT-REASON-TEXT           PIC X(40) VALUE SPACES.
004970
004980*    ------------------------------------------------------------
004990*    MAINTENANCE REGISTER CONTROLS
005000*    ------------------------------------------------------------
005010 77  WS-MAX-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
005020 77  WS-LINES-ON-PAGE                PIC 9(02) COMP VALUE ZERO.
005030 77  WS-PAGE-NUMBER                  PIC 9(04) COMP VALUE ZERO.
005040 01  WS-RUN-DATE-DISPLAY.
005050     05  WS-RUN-DATE-MM              PIC 9(02).
005060     05  FILLER                      PIC X(01) VALUE '/'.
005070     05  WS-RUN-DATE-DD              PIC 9(02).
005080     05  FILLER                      PIC X(01) VALUE '/'.
005090     05  WS-RUN-DATE-YYYY            PIC 9(04).
005100 01  WS-RUN-TIME-DISPLAY.
005110     05  WS-RUN-TIME-HH              PIC 9(02).
005120     05  FILLER                      PIC X(01) VALUE ':'.
005130     05  WS-RUN-TIME-MM              PIC 9(02).
005140     05  FILLER                      PIC X(01) VALUE ':'.
005150     05  WS-RUN-TIME-SS              PIC 9(02).
005160
005170*    ------------------------------------------------------------
005180*    ABEND HANDLING
005190*    ------------------------------------------------------------
005200 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
005210 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
005220 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
005230
005240 PROCEDURE DIVISION.
005250
005260****************************************************************
005270* 0000-MAINLINE
005280****************************************************************
005290 0000-MAINLINE.
005300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005310     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
005320         UNTIL WS-EOF-REACHED.
005330     PERFORM 2600-CLOSE-DANGLING-BATCH THRU 2600-EXIT.
005340     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005350     IF WS-TRANS-HELD > ZERO
005360         DISPLAY 'HELLOTM - TRANSACTIONS HELD FOR APPROVAL: '
005370             WS-TRANS-HELD
005380     END-IF.
005390     EVALUATE TRUE
005400         WHEN WS-BATCHES-REJECTED > ZERO
005410             DISPLAY 'HELLOTM - WARNING, BATCHES REJECTED'
005420             MOVE 8 TO RETURN-CODE
005430         WHEN WS-TRANS-REJECTED > ZERO
005440             DISPLAY 'HELLOTM - WARNING, TRANSACTIONS REJECTED'
005450             MOVE 4 TO RETURN-CODE
005460         WHEN OTHER
005470             MOVE ZERO TO RETURN-CODE
005480     END-EVALUATE.
005490     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
005500     STOP RUN.
005510
005520****************************************************************
005530* 1000-INITIALIZE - OPEN FILES, ZERO TOTALS, PRIME THE READ
005540****************************************************************
005550 1000-INITIALIZE.
005560     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
005570     ACCEPT WS-RUN-START-TIME FROM TIME.
005580     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005590     ACCEPT WS-CURRENT-TIME FROM TIME.
005600     PERFORM 1100-ZERO-TYPE-COUNTS THRU 1100-EXIT
005610         VARYING WS-TYPE-SUB FROM 1 BY 1
005620         UNTIL WS-TYPE-SUB > 6.
005630     PERFORM 1200-READ-PARM-FILE THRU 1200-EXIT.
005640     OPEN INPUT TRAN-FILE.
005650     IF NOT HL-TRAN-OK
005660         MOVE 'HELLOTM - UNABLE TO OPEN TRAN-FILE, STATUS='
005670             TO WS-ABEND-MESSAGE
005680         MOVE HL-TRAN-STATUS TO WS-ABEND-FILE-STATUS
005690         PERFORM 8000-ABEND THRU 8000-EXIT
005700     END-IF.
005710     OPEN I-O MASTER-FILE.
005720     IF NOT HL-MASTER-OK
005730         MOVE 'HELLOTM - UNABLE TO OPEN MASTER-FILE, STATUS='
005740             TO WS-ABEND-MESSAGE
005750         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
005760         PERFORM 8000-ABEND THRU 8000-EXIT
005770     END-IF.
005780     OPEN OUTPUT TRAN-SUSP-FILE.
005790     IF NOT HL-TRAN-SUSP-OK
005800         MOVE 'HELLOTM - UNABLE TO OPEN TRAN-SUSP-FILE, STATUS='
005810             TO WS-ABEND-MESSAGE
005820         MOVE HL-TRAN-SUSP-STATUS TO WS-ABEND-FILE-STATUS
005830         PERFORM 8000-ABEND THRU 8000-EXIT
005840     END-IF.
005850     OPEN EXTEND APPROVAL-FILE.
005860     IF NOT HL-APPROVAL-OK
005870         MOVE 'HELLOTM - UNABLE TO OPEN APPROVAL-FILE, STATUS='
005880             TO WS-ABEND-MESSAGE
005890         MOVE HL-APPROVAL-STATUS TO WS-ABEND-FILE-STATUS
005900         PERFORM 8000-ABEND THRU 8000-EXIT
005910     END-IF.
005920     OPEN EXTEND JOURNAL-FILE.
005930     IF NOT HL-JOURNAL-OK
005940         MOVE 'HELLOTM - UNABLE TO OPEN JOURNAL-FILE, STATUS='
005950             TO WS-ABEND-MESSAGE
005960         MOVE HL-JOURNAL-STATUS TO WS-ABEND-FILE-STATUS
005970         PERFORM 8000-ABEND THRU 8000-EXIT
005980     END-IF.
005990     OPEN I-O HISTORY-FILE.
006000     IF NOT HL-HISTORY-OK
006010         MOVE 'HELLOTM - UNABLE TO OPEN HISTORY-FILE, STATUS='
006020             TO WS-ABEND-MESSAGE
006030         MOVE HL-HISTORY-STATUS TO WS-ABEND-FILE-STATUS
006040         PERFORM 8000-ABEND THRU 8000-EXIT
006050     END-IF.
006060     OPEN OUTPUT GL-FILE.
006070     IF NOT HL-GL-OK
006080         MOVE 'HELLOTM - UNABLE TO OPEN GL-FILE, STATUS='
006090             TO WS-ABEND-MESSAGE
006100         MOVE HL-GL-STATUS TO WS-ABEND-FILE-STATUS
006110         PERFORM 8000-ABEND THRU 8000-EXIT
006120     END-IF.
006130     OPEN OUTPUT REPORT-FILE.
006140     IF NOT HL-REPORT-OK
006150         MOVE 'HELLOTM - UNABLE TO OPEN REPORT-FILE, STATUS='
006160             TO WS-ABEND-MESSAGE
006170         MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
006180         PERFORM 8000-ABEND THRU 8000-EXIT
006190     END-IF.
006200     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
006210     PERFORM 2900-READ-TRAN-RECORD THRU 2900-EXIT.
006220 1000-EXIT.
006230     EXIT.
006240
006250****************************************************************
006260* 1100-ZERO-TYPE-COUNTS - CLEAR ONE TYPE-TOTAL TABLE ENTRY
006270****************************************************************
006280 1100-ZERO-TYPE-COUNTS.
006290     MOVE ZERO TO WS-TYPE-APPLIED (WS-TYPE-SUB).
006300     MOVE ZERO TO WS-TYPE-REJECTED (WS-TYPE-SUB).
006310 1100-EXIT.
006320     EXIT.
006330
006340****************************************************************
006350* 1200-READ-PARM-FILE - PICK UP THE SUPERVISOR APPROVAL LIMIT
006360****************************************************************
006370 1200-READ-PARM-FILE.
006380     OPEN INPUT PARM-FILE.
006390     IF NOT HL-PARM-OK
006400         MOVE 'HELLOTM - UNABLE TO OPEN PARM-FILE, STATUS='
006410             TO WS-ABEND-MESSAGE
006420         MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
006430         PERFORM 8000-ABEND THRU 8000-EXIT
006440     END-IF.
006450     READ PARM-FILE
006460         AT END
006470             MOVE 'HELLOTM - PARM-FILE IS EMPTY'
006480                 TO WS-ABEND-MESSAGE
006490             MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
006500             PERFORM 8000-ABEND THRU 8000-EXIT
006510     END-READ.
006520     IF HL-TPARM-APPROVAL-LIMIT NOT NUMERIC
006530         OR HL-TPARM-APPROVAL-LIMIT = ZERO
006540         MOVE 'HELLOTM - APPROVAL LIMIT MISSING OR ZERO'
006550             TO WS-ABEND-MESSAGE
006560         MOVE SPACES TO WS-ABEND-FILE-STATUS
006570         PERFORM 8000-ABEND THRU 8000-EXIT
006580     END-IF.
006590     MOVE HL-TPARM-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT.
006600     CLOSE PARM-FILE.
006610     DISPLAY 'HELLOTM - APPROVAL LIMIT: ' HL-TPARM-APPROVAL-LIMIT.
006620 1200-EXIT.
006630     EXIT.
006640
006650****************************************************************
006660* 2000-PROCESS-TRAN - DISPOSE OF ONE TRANSACTION-FILE RECORD:
006670*                     OPEN A BATCH ON A HEADER, PROVE AND APPLY
006680*                     (OR REJECT) THE BATCH ON A TRAILER, AND
006690*                     BUFFER EVERYTHING ELSE INTO THE OPEN
006700*                     BATCH
006710****************************************************************
006720 2000-PROCESS-TRAN.
006730*    ONLY DETAIL TRANSACTIONS COUNT AS READ - HEADERS AND
006740*    TRAILERS WOULD BREAK THE READ = APPLIED + REJECTED + HELD
006750*    TIE.
006760     EVALUATE TRUE
006770         WHEN HL-TRAN-BATCH-HDR
006780             PERFORM 2100-OPEN-BATCH THRU 2100-EXIT
006790         WHEN HL-TRAN-BATCH-TRL
006800             PERFORM 2200-PROVE-BATCH THRU 2200-EXIT
006810         WHEN OTHER
006820             PERFORM 2300-BUFFER-TRAN THRU 2300-EXIT
006830     END-EVALUATE.
006840     PERFORM 2900-READ-TRAN-RECORD THRU 2900-EXIT.
006850 2000-EXIT.
006860     EXIT.
006870
006880****************************************************************
006890* 2100-OPEN-BATCH - START A NEW BATCH FROM ITS HEADER.  A
006900*                   BATCH STILL OPEN MEANS THE PREVIOUS BATCH
006910*                   LOST ITS TRAILER - REJECT IT WHOLE FIRST.
006920*                   A BATCH NUMBERED IN A RESERVED SERIES MUST
006930*                   NAME ITS SERIES' PROGRAM AS SOURCE, OR IT
006940*                   IS REJECTED WHOLE AT ITS TRAILER.
006950****************************************************************
006960 2100-OPEN-BATCH.
006970     IF WS-BATCH-OPEN
006980         PERFORM 2600-CLOSE-DANGLING-BATCH THRU 2600-EXIT
006990     END-IF.
007000     ADD 1 TO WS-BATCHES-READ.
007010     MOVE 'Y' TO WS-BATCH-OPEN-SWITCH.
007020     IF HL-TRAN-BH-BATCH-NO NUMERIC
007030         MOVE HL-TRAN-BH-BATCH-NO TO WS-BATCH-NO-SAVE
007040     ELSE
007050         MOVE ZERO TO WS-BATCH-NO-SAVE
007060     END-IF.
007070     MOVE ZERO TO WS-BATCH-TRAN-COUNT.
007080     MOVE ZERO TO WS-BATCH-HASH-TOTAL.
007090     PERFORM 2110-CHECK-BATCH-SOURCE THRU 2110-EXIT.
007100 2100-EXIT.
007110     EXIT.
007120
007130****************************************************************
007140* 2110-CHECK-BATCH-SOURCE - THE RESERVED SERIES ARE POSTED ONLY
007150*                           FROM THE PROGRAMS THAT OWN THEM, SO A
007160*                           KEYED BATCH CANNOT SKIP THE APPROVAL
007170*                           LIMIT OR THE LAST-ACTIVITY STAMP
007180****************************************************************
007190 2110-CHECK-BATCH-SOURCE.
007200     SET WS-BATCH-SOURCE-OK TO TRUE.
007210     EVALUATE TRUE
007220         WHEN WS-DORMANCY-BATCH
007230             MOVE 'HELLODM' TO WS-BATCH-SOURCE-EXPECTED
007240         WHEN WS-MASS-MAINT-BATCH
007250             MOVE 'HELLOMM' TO WS-BATCH-SOURCE-EXPECTED
007260         WHEN WS-APPROVED-BATCH
007270             MOVE 'HELLOAQ' TO WS-BATCH-SOURCE-EXPECTED
007280         WHEN WS-ACCRUAL-BATCH
007290             MOVE 'HELLOIA' TO WS-BATCH-SOURCE-EXPECTED
007300         WHEN OTHER
007310             GO TO 2110-EXIT
007320     END-EVALUATE.
007330     IF HL-TRAN-BH-SOURCE NOT = WS-BATCH-SOURCE-EXPECTED
007340         SET WS-BATCH-SOURCE-WRONG TO TRUE
007350         DISPLAY 'HELLOTM - BATCH ' WS-BATCH-NO-SAVE
007360             ' IS IN THE ' WS-BATCH-SOURCE-EXPECTED
007370             ' SERIES BUT CAME FROM ' HL-TRAN-BH-SOURCE
007380     END-IF.
007390 2110-EXIT.
007400     EXIT.
007410
007420****************************************************************
007430* 2200-PROVE-BATCH - COMPARE THE TRAILER COUNT AND AMOUNT HASH
007440*                    TO THE BUFFERED BATCH.  A PROVED BATCH IS
007450*                    APPLIED TRANSACTION BY TRANSACTION; AN
007460*                    OUT-OF-BALANCE BATCH IS REJECTED WHOLE,
007470*                    AS IS ONE 2110 FOUND FROM THE WRONG SOURCE.
007480****************************************************************
007490 2200-PROVE-BATCH.
007500     IF NOT WS-BATCH-OPEN
007510         SET WS-TRAN-INVALID TO TRUE
007520         MOVE ZERO TO WS-TYPE-SUB
007530         MOVE 'B004' TO WS-REJECT-REASON-CODE
007540         MOVE 'BATCH TRAILER WITHOUT HEADER'
007550             TO WS-REJECT-REASON-TEXT
007560         ADD 1 TO WS-TRANS-READ
007570         PERFORM 5000-WRITE-TRAN-SUSPENSE THRU 5000-EXIT
007580         GO TO 2200-EXIT
007590     END-IF.
007600     MOVE ZERO TO WS-TRL-EXP-COUNT.
007610     MOVE ZERO TO WS-TRL-EXP-HASH.
007620     MOVE SPACES TO WS-BATCH-REASON-CODE.
007630     IF HL-TRAN-BT-TRAN-COUNT NUMERIC
007640         MOVE HL-TRAN-BT-TRAN-COUNT TO WS-TRL-EXP-COUNT
007650     END-IF.
007660     IF HL-TRAN-BT-AMOUNT-HASH NUMERIC
007670         MOVE HL-TRAN-BT-AMOUNT-HASH TO WS-TRL-EXP-HASH
007680     END-IF.
007690     IF WS-BATCH-SOURCE-WRONG
007700         MOVE 'B005' TO WS-BATCH-REASON-CODE
007710         MOVE 'RESERVED SERIES, NOT SYSTEM' TO WS-BRT-TEXT
007720         MOVE 'WRONG SOURCE' TO WS-BATCH-STATUS-TEXT
007730         PERFORM 7500-PRINT-BATCH-LINE THRU 7500-EXIT
007740         PERFORM 5100-REJECT-WHOLE-BATCH THRU 5100-EXIT
007750         GO TO 2200-EXIT
007760     END-IF.
007770     IF HL-TRAN-BT-TRAN-COUNT NOT NUMERIC
007780             OR WS-TRL-EXP-COUNT NOT = WS-BATCH-TRAN-COUNT
007790         MOVE 'B001' TO WS-BATCH-REASON-CODE
007800         MOVE 'COUNT OUT OF BALANCE' TO WS-BRT-TEXT
007810     ELSE
007820         IF HL-TRAN-BT-AMOUNT-HASH NOT NUMERIC
007830                 OR WS-TRL-EXP-HASH NOT = WS-BATCH-HASH-TOTAL
007840             MOVE 'B003' TO WS-BATCH-REASON-CODE
007850             MOVE 'AMOUNT HASH OUT OF BALANCE' TO WS-BRT-TEXT
007860         END-IF
007870     END-IF.
007880     IF WS-BATCH-REASON-CODE = SPACES
007890         MOVE 'PROVED' TO WS-BATCH-STATUS-TEXT
007900         PERFORM 7500-PRINT-BATCH-LINE THRU 7500-EXIT
007910         ADD 1 TO WS-BATCHES-APPLIED
007920         PERFORM 2400-APPLY-BATCH THRU 2400-EXIT
007930         MOVE 'N' TO WS-BATCH-OPEN-SWITCH
007940     ELSE
007950         MOVE 'OUT OF BALANCE' TO WS-BATCH-STATUS-TEXT
007960         PERFORM 7500-PRINT-BATCH-LINE THRU 7500-EXIT
007970         PERFORM 5100-REJECT-WHOLE-BATCH THRU 5100-EXIT
007980     END-IF.
007990 2200-EXIT.
008000     EXIT.
008010
008020****************************************************************
008030* 2300-BUFFER-TRAN - HOLD ONE TRANSACTION IN THE BATCH TABLE
008040*                    AND ROLL ITS AMOUNT INTO THE RUNNING HASH
008050****************************************************************
008060 2300-BUFFER-TRAN.
008070     ADD 1 TO WS-TRANS-READ.
008080     IF NOT WS-BATCH-OPEN
008090         SET WS-TRAN-INVALID TO TRUE
008100         MOVE ZERO TO WS-TYPE-SUB
008110         MOVE 'B004' TO WS-REJECT-REASON-CODE
008120         MOVE 'TRANSACTION OUTSIDE ANY BATCH'
008130             TO WS-REJECT-REASON-TEXT
008140         PERFORM 5000-WRITE-TRAN-SUSPENSE THRU 5000-EXIT
008150         GO TO 2300-EXIT
008160     END-IF.
008170     IF WS-BATCH-TRAN-COUNT >= WS-BATCH-MAX
008180         MOVE 'HELLOTM - BATCH EXCEEDS THE IN-CORE TABLE'
008190             TO WS-ABEND-MESSAGE
008200         MOVE SPACES TO WS-ABEND-FILE-STATUS
008210         PERFORM 8000-ABEND THRU 8000-EXIT
008220     END-IF.
008230     ADD 1 TO WS-BATCH-TRAN-COUNT.
008240     MOVE HL-TRAN-RECORD
008250         TO WS-BATCH-TRAN-IMAGE (WS-BATCH-TRAN-COUNT).
008260     IF HL-TRAN-AMOUNT NUMERIC
008270         ADD HL-TRAN-AMOUNT TO WS-BATCH-HASH-TOTAL
008280     END-IF.
008290 2300-EXIT.
008300     EXIT.
008310
008320****************************************************************
008330* 2400-APPLY-BATCH - EDIT AND APPLY EVERY TRANSACTION OF A
008340*                    PROVED BATCH
008350****************************************************************
008360 2400-APPLY-BATCH.
008370     PERFORM 2500-APPLY-ONE-BUFFERED THRU 2500-EXIT
008380         VARYING WS-BATCH-SUB FROM 1 BY 1
008390         UNTIL WS-BATCH-SUB > WS-BATCH-TRAN-COUNT.
008400 2400-EXIT.
008410     EXIT.
008420
008430****************************************************************
008440* 2500-APPLY-ONE-BUFFERED - EDIT AND DISPOSE OF ONE BUFFERED
008450*                           TRANSACTION - APPLIED, HELD FOR
008460*                           SUPERVISOR APPROVAL, OR SUSPENDED
008470****************************************************************
008480 2500-APPLY-ONE-BUFFERED.
008490     MOVE WS-BATCH-TRAN-IMAGE (WS-BATCH-SUB)
008500         TO HL-TRAN-RECORD.
008510     PERFORM 3000-VALIDATE-TRAN THRU 3000-EXIT.
008520     IF WS-TRAN-VALID
008530         PERFORM 4000-APPLY-TRAN THRU 4000-EXIT
008540     END-IF.
008550     EVALUATE TRUE
008560         WHEN WS-TRAN-VALID
008570             ADD 1 TO WS-TRANS-APPLIED
008580             IF WS-TYPE-SUB > ZERO
008590                 ADD 1 TO WS-TYPE-APPLIED (WS-TYPE-SUB)
008600             END-IF
008610             PERFORM 7100-PRINT-REGISTER-LINE THRU 7100-EXIT
008620         WHEN WS-TRAN-HELD
008630             ADD 1 TO WS-TRANS-HELD
008640             PERFORM 7100-PRINT-REGISTER-LINE THRU 7100-EXIT
008650         WHEN OTHER
008660             PERFORM 5000-WRITE-TRAN-SUSPENSE THRU 5000-EXIT
008670     END-EVALUATE.
008680 2500-EXIT.
008690     EXIT.
008700
008710****************************************************************
008720* 2600-CLOSE-DANGLING-BATCH - A BATCH STILL OPEN AT END OF
008730*                             FILE OR AT THE NEXT HEADER LOST
008740*                             ITS TRAILER - REJECT IT WHOLE
008750****************************************************************
008760 2600-CLOSE-DANGLING-BATCH.
008770     IF NOT WS-BATCH-OPEN
008780         GO TO 2600-EXIT
008790     END-IF.
008800     MOVE 'B002' TO WS-BATCH-REASON-CODE.
008810     MOVE 'TRAILER MISSING' TO WS-BRT-TEXT.
008820     MOVE '* NO TRAILER *' TO WS-BATCH-STATUS-TEXT.
008830     MOVE ZERO TO WS-TRL-EXP-COUNT.
008840     MOVE ZERO TO WS-TRL-EXP-HASH.
008850     PERFORM 7500-PRINT-BATCH-LINE THRU 7500-EXIT.
008860     PERFORM 5100-REJECT-WHOLE-BATCH THRU 5100-EXIT.
008870 2600-EXIT.
008880     EXIT.
008890
008900****************************************************************
008910* 2900-READ-TRAN-RECORD - READ THE NEXT TRANSACTION
008920****************************************************************
008930 2900-READ-TRAN-RECORD.
008940     READ TRAN-FILE
008950         AT END
008960             SET WS-EOF-REACHED TO TRUE
008970     END-READ.
008980     IF NOT HL-TRAN-OK AND NOT WS-EOF-REACHED
008990         MOVE 'HELLOTM - TRAN-FILE READ ERROR, STATUS='
009000             TO WS-ABEND-MESSAGE
009010         MOVE HL-TRAN-STATUS TO WS-ABEND-FILE-STATUS
009020         PERFORM 8000-ABEND THRU 8000-EXIT
009030     END-IF.
009040 2900-EXIT.
009050     EXIT.
009060
009070****************************************************************
009080* 3000-VALIDATE-TRAN - FIELD EDITS ON THE CURRENT TRANSACTION
009090****************************************************************
009100 3000-VALIDATE-TRAN.
009110     SET WS-TRAN-VALID TO TRUE.
009120     MOVE SPACES TO WS-REJECT-REASON-CODE.
009130     MOVE SPACES TO WS-REJECT-REASON-TEXT.
009140     EVALUATE TRUE
009150         WHEN HL-TRAN-NEW-ACCOUNT
009160             MOVE 1 TO WS-TYPE-SUB
009170         WHEN HL-TRAN-NAME-ADDR-CHG
009180             MOVE 2 TO WS-TYPE-SUB
009190         WHEN HL-TRAN-BAL-ADJUSTMENT
009200             MOVE 3 TO WS-TYPE-SUB
009210         WHEN HL-TRAN-STATUS-CHANGE
009220             MOVE 4 TO WS-TYPE-SUB
009230         WHEN HL-TRAN-ACCOUNT-CLOSE
009240             MOVE 5 TO WS-TYPE-SUB
009250         WHEN HL-TRAN-CUST-LINK
009260             MOVE 6 TO WS-TYPE-SUB
009270         WHEN OTHER
009280             MOVE ZERO TO WS-TYPE-SUB
009290             SET WS-TRAN-INVALID TO TRUE
009300             MOVE 'T001' TO WS-REJECT-REASON-CODE
009310             MOVE 'INVALID TRANSACTION CODE'
009320                 TO WS-REJECT-REASON-TEXT
009330     END-EVALUATE.
009340     IF WS-TRAN-VALID
009350         AND (HL-TRAN-ACCT-NO NOT NUMERIC
009360         OR HL-TRAN-ACCT-NO = ZERO)
009370         SET WS-TRAN-INVALID TO TRUE
009380         MOVE 'T002' TO WS-REJECT-REASON-CODE
009390         MOVE 'ACCOUNT NUMBER MISSING OR NOT NUMERIC'
009400             TO WS-REJECT-REASON-TEXT
009410     END-IF.
009420     IF WS-TRAN-VALID AND HL-TRAN-NEW-ACCOUNT
009430         AND HL-TRAN-NAME = SPACES
009440         SET WS-TRAN-INVALID TO TRUE
009450         MOVE 'T003' TO WS-REJECT-REASON-CODE
009460         MOVE 'CUSTOMER NAME MISSING' TO WS-REJECT-REASON-TEXT
009470     END-IF.
009480     IF WS-TRAN-VALID
009490         AND (HL-TRAN-NEW-ACCOUNT OR HL-TRAN-BAL-ADJUSTMENT)
009500         AND HL-TRAN-AMOUNT NOT NUMERIC
009510         SET WS-TRAN-INVALID TO TRUE
009520         MOVE 'T004' TO WS-REJECT-REASON-CODE
009530         MOVE 'AMOUNT MISSING OR NOT NUMERIC'
009540             TO WS-REJECT-REASON-TEXT
009550     END-IF.
009560     IF WS-TRAN-VALID AND HL-TRAN-STATUS-CHANGE
009570         AND HL-TRAN-STATUS-CODE NOT = 'A'
009580         AND HL-TRAN-STATUS-CODE NOT = 'I'
009590         AND HL-TRAN-STATUS-CODE NOT = 'C'
009600         SET WS-TRAN-INVALID TO TRUE
009610         MOVE 'T005' TO WS-REJECT-REASON-CODE
009620         MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON-TEXT
009630     END-IF.
009640     IF WS-TRAN-VALID AND HL-TRAN-CUST-LINK
009650         AND HL-TRAN-CUST-NO NOT NUMERIC
009660         SET WS-TRAN-INVALID TO TRUE
009670         MOVE 'T009' TO WS-REJECT-REASON-CODE
009680         MOVE 'CUSTOMER NUMBER MISSING OR NOT NUMERIC'
009690             TO WS-REJECT-REASON-TEXT
009700     END-IF.
009710     IF WS-TRAN-VALID AND HL-TRAN-NEW-ACCOUNT
009720         AND (HL-TRAN-EFF-YYYY NOT NUMERIC
009730         OR HL-TRAN-EFF-MM NOT NUMERIC
009740         OR HL-TRAN-EFF-DD NOT NUMERIC
009750         OR HL-TRAN-EFF-MM < 1 OR HL-TRAN-EFF-MM > 12
009760         OR HL-TRAN-EFF-DD < 1 OR HL-TRAN-EFF-DD > 31)
009770         SET WS-TRAN-INVALID TO TRUE
009780         MOVE 'T008' TO WS-REJECT-REASON-CODE
009790         MOVE 'EFFECTIVE DATE MISSING OR INVALID'
009800             TO WS-REJECT-REASON-TEXT
009810     END-IF.
009820 3000-EXIT.
009830     EXIT.
009840
009850****************************************************************
009860* 4000-APPLY-TRAN - APPLY ONE EDITED TRANSACTION TO THE MASTER
009870****************************************************************
009880 4000-APPLY-TRAN.
009890     EVALUATE TRUE
009900         WHEN HL-TRAN-NEW-ACCOUNT
009910             PERFORM 4100-ADD-ACCOUNT THRU 4100-EXIT
009920         WHEN HL-TRAN-NAME-ADDR-CHG
009930             PERFORM 4200-CHANGE-NAME-ADDR THRU 4200-EXIT
009940         WHEN HL-TRAN-BAL-ADJUSTMENT
009950             PERFORM 4300-ADJUST-BALANCE THRU 4300-EXIT
009960         WHEN HL-TRAN-STATUS-CHANGE
009970             PERFORM 4400-CHANGE-STATUS THRU 4400-EXIT
009980         WHEN HL-TRAN-ACCOUNT-CLOSE
009990             PERFORM 4500-CLOSE-ACCOUNT THRU 4500-EXIT
010000         WHEN HL-TRAN-CUST-LINK
010010             PERFORM 4600-LINK-CUSTOMER THRU 4600-EXIT
010020     END-EVALUATE.
010030 4000-EXIT.
010040     EXIT.
010050
010060****************************************************************
010070* 4100-ADD-ACCOUNT - BUILD AND WRITE A NEW MASTER RECORD
010080****************************************************************
010090 4100-ADD-ACCOUNT.
010100     MOVE SPACES TO HL-MASTER-RECORD.
010110     MOVE HL-TRAN-ACCT-NO TO HL-MAST-ACCT-NO.
010120     MOVE HL-TRAN-NAME TO HL-MAST-NAME.
010130     MOVE HL-TRAN-ADDRESS TO HL-MAST-ADDRESS.
010140     MOVE HL-TRAN-EFF-YYYY TO HL-MAST-EFF-YYYY.
010150     MOVE HL-TRAN-EFF-MM TO HL-MAST-EFF-MM.
010160     MOVE HL-TRAN-EFF-DD TO HL-MAST-EFF-DD.
010170     MOVE HL-TRAN-AMOUNT TO HL-MAST-BALANCE.
010180     MOVE 'A' TO HL-MAST-STATUS-CODE.
010190     MOVE ZERO TO HL-MAST-CUST-NO.
010200     MOVE ZERO TO HL-MAST-LAST-ACT-DATE.
010210     MOVE 'N' TO HL-MAST-ADDR-FLAG.
010220     MOVE ZERO TO HL-MAST-RETURN-COUNT.
010230     PERFORM 4800-STAMP-LAST-ACTIVITY THRU 4800-EXIT.
010240     WRITE HL-MASTER-RECORD
010250         INVALID KEY
010260             SET WS-TRAN-INVALID TO TRUE
010270             MOVE 'T006' TO WS-REJECT-REASON-CODE
010280             MOVE 'ACCOUNT ALREADY ON MASTER'
010290                 TO WS-REJECT-REASON-TEXT
010300     END-WRITE.
010310     IF WS-TRAN-VALID AND NOT HL-MASTER-OK
010320         MOVE 'HELLOTM - MASTER-FILE WRITE ERROR, STATUS='
010330             TO WS-ABEND-MESSAGE
010340         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
010350         PERFORM 8000-ABEND THRU 8000-EXIT
010360     END-IF.
010370     IF WS-TRAN-VALID
010380         MOVE 'W' TO HL-JRN-ACTION
010390         MOVE SPACES TO HL-JRN-BEFORE-IMAGE
010400         MOVE HL-MASTER-RECORD TO HL-JRN-AFTER-IMAGE
010410         PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT
010420         MOVE HL-TRAN-CODE TO WS-HST-TRAN-TYPE
010430         MOVE HL-TRAN-AMOUNT TO WS-HST-AMOUNT
010440         PERFORM 6700-WRITE-HISTORY THRU 6700-EXIT
010450     END-IF.
010460 4100-EXIT.
010470     EXIT.
010480
010490****************************************************************
010500* 4200-CHANGE-NAME-ADDR - REPLACE NAME AND/OR ADDRESS IN PLACE.
010510*                         A SPACE FIELD ON THE TRANSACTION
010520*                         LEAVES THE MASTER FIELD UNCHANGED.
010530*                         THE CLERKS KEY THE CHANGE FROM THE
010540*                         HELLORM BAD-ADDRESS WORKLIST, SO A
010550*                         NEW ADDRESS CLEARS THE BAD-ADDRESS
010560*                         FLAG AND THE RETURNED-MAIL COUNT; A
010570*                         NAME-ONLY CHANGE LEAVES BOTH.  THE
010580*                         HISTORY ENTRY RECORDS WHICH IT WAS.
010590****************************************************************
010600 4200-CHANGE-NAME-ADDR.
010610     PERFORM 4900-READ-MASTER-BY-KEY THRU 4900-EXIT.
010620     IF WS-TRAN-VALID
010630         IF HL-TRAN-NAME NOT = SPACES
010640             MOVE HL-TRAN-NAME TO HL-MAST-NAME
010650         END-IF
010660         MOVE 'N' TO WS-HST-ADDR-CHANGE
010670         IF HL-TRAN-ADDRESS NOT = SPACES
010680             MOVE HL-TRAN-ADDRESS TO HL-MAST-ADDRESS
010690             MOVE 'N' TO HL-MAST-ADDR-FLAG
010700             MOVE ZERO TO HL-MAST-RETURN-COUNT
010710             MOVE 'Y' TO WS-HST-ADDR-CHANGE
010720         END-IF
010730         PERFORM 4950-REWRITE-MASTER THRU 4950-EXIT
010740     END-IF.
010750 4200-EXIT.
010760     EXIT.
010770
010780****************************************************************
010790* 4300-ADJUST-BALANCE - ADD THE SIGNED TRANSACTION AMOUNT TO
010800*                       THE MASTER BALANCE, AND ROLL IT INTO
010810*                       THE GL SUMMARY FOR ITS STATUS CODE.
010820*                       AN AMOUNT OVER THE APPROVAL LIMIT IS
010830*                       HELD INSTEAD.
010840****************************************************************
010850 4300-ADJUST-BALANCE.
010860     PERFORM 4900-READ-MASTER-BY-KEY THRU 4900-EXIT.
010870     IF WS-TRAN-VALID
010880         MOVE HL-TRAN-AMOUNT TO WS-HOLD-AMOUNT
010890         PERFORM 4750-CHECK-APPROVAL-LIMIT THRU 4750-EXIT
010900     END-IF.
010910     IF WS-TRAN-VALID
010920         ADD HL-TRAN-AMOUNT TO HL-MAST-BALANCE
010930         PERFORM 4950-REWRITE-MASTER THRU 4950-EXIT
010940         MOVE 'B' TO WS-GLW-TRAN-TYPE
010950         MOVE HL-MAST-STATUS-CODE TO WS-GLW-STATUS
010960         MOVE HL-TRAN-AMOUNT TO WS-GLW-AMOUNT
010970         PERFORM 4700-ACCUM-GL-BUCKET THRU 4700-EXIT
010980     END-IF.
010990 4300-EXIT.
011000     EXIT.
011010
011020****************************************************************
011030* 4400-CHANGE-STATUS - SET THE MASTER STATUS CODE FROM THE
011040*                      TRANSACTION
011050****************************************************************
011060 4400-CHANGE-STATUS.
011070     PERFORM 4900-READ-MASTER-BY-KEY THRU 4900-EXIT.
011080     IF WS-TRAN-VALID
011090         MOVE HL-TRAN-STATUS-CODE TO HL-MAST-STATUS-CODE
011100         PERFORM 4950-REWRITE-MASTER THRU 4950-EXIT
011110     END-IF.
011120 4400-EXIT.
011130     EXIT.
011140
011150****************************************************************
011160* 4500-CLOSE-ACCOUNT - MARK THE MASTER RECORD CLOSED, AND
011170*                      ROLL THE BALANCE AT CLOSE INTO THE GL
011180*                      RECLASS SUMMARY.  A BALANCE AT CLOSE
011190*                      OVER THE APPROVAL LIMIT IS HELD INSTEAD.
011200****************************************************************
011210 4500-CLOSE-ACCOUNT.
011220     PERFORM 4900-READ-MASTER-BY-KEY THRU 4900-EXIT.
011230     IF WS-TRAN-VALID
011240         IF HL-MAST-BALANCE NUMERIC
011250             MOVE HL-MAST-BALANCE TO WS-HOLD-AMOUNT
011260         ELSE
011270             MOVE ZERO TO WS-HOLD-AMOUNT
011280         END-IF
011290         PERFORM 4750-CHECK-APPROVAL-LIMIT THRU 4750-EXIT
011300     END-IF.
011310     IF WS-TRAN-VALID
011320         MOVE 'C' TO HL-MAST-STATUS-CODE
011330         PERFORM 4950-REWRITE-MASTER THRU 4950-EXIT
011340         MOVE 'C' TO WS-GLW-TRAN-TYPE
011350         MOVE 'C' TO WS-GLW-STATUS
011360         IF HL-MAST-BALANCE NUMERIC
011370             MOVE HL-MAST-BALANCE TO WS-GLW-AMOUNT
011380         ELSE
011390             MOVE ZERO TO WS-GLW-AMOUNT
011400         END-IF
011410         PERFORM 4700-ACCUM-GL-BUCKET THRU 4700-EXIT
011420     END-IF.
011430 4500-EXIT.
011440     EXIT.
011450
011460****************************************************************
011470* 4600-LINK-CUSTOMER - SET (OR, ON A ZERO CUSTOMER NUMBER,
011480*                      CLEAR) THE CUSTOMER GROUPING ON THE
011490*                      MASTER RECORD
011500****************************************************************
011510 4600-LINK-CUSTOMER.
011520     PERFORM 4900-READ-MASTER-BY-KEY THRU 4900-EXIT.
011530     IF WS-TRAN-VALID
011540         MOVE HL-TRAN-CUST-NO TO HL-MAST-CUST-NO
011550         PERFORM 4950-REWRITE-MASTER THRU 4950-EXIT
011560     END-IF.
011570 4600-EXIT.
011580     EXIT.
011590
011600****************************************************************
011610* 4700-ACCUM-GL-BUCKET - ROLL ONE APPLIED AMOUNT INTO ITS
011620*                        TRANSACTION-TYPE/STATUS-CODE SUMMARY
011630*                        BUCKET, ADDING THE BUCKET ON FIRST
011640*                        SIGHT
011650****************************************************************
011660 4700-ACCUM-GL-BUCKET.
011670     MOVE 'N' TO WS-GL-FOUND-SWITCH.
011680     MOVE ZERO TO WS-GL-BUCKET-SUB.
011690     PERFORM 4710-MATCH-ONE-BUCKET THRU 4710-EXIT
011700         UNTIL WS-GL-BUCKET-FOUND
011710         OR WS-GL-BUCKET-SUB NOT < WS-GL-BUCKET-COUNT.
011720     IF WS-GL-BUCKET-FOUND
011730         ADD WS-GLW-AMOUNT TO WS-GLB-AMOUNT (WS-GL-BUCKET-SUB)
011740         GO TO 4700-EXIT
011750     END-IF.
011760     IF WS-GL-BUCKET-COUNT >= WS-GL-BUCKET-MAX
011770         MOVE 'HELLOTM - GL SUMMARY TABLE FULL'
011780             TO WS-ABEND-MESSAGE
011790         MOVE SPACES TO WS-ABEND-FILE-STATUS
011800         PERFORM 8000-ABEND THRU 8000-EXIT
011810     END-IF.
011820     ADD 1 TO WS-GL-BUCKET-COUNT.
011830     MOVE WS-GL-BUCKET-COUNT TO WS-GL-BUCKET-SUB.
011840     MOVE WS-GLW-TRAN-TYPE
011850         TO WS-GLB-TRAN-TYPE (WS-GL-BUCKET-SUB).
011860     MOVE WS-GLW-STATUS TO WS-GLB-STATUS (WS-GL-BUCKET-SUB).
011870     MOVE WS-GLW-AMOUNT TO WS-GLB-AMOUNT (WS-GL-BUCKET-SUB).
011880 4700-EXIT.
011890     EXIT.
011900
011910****************************************************************
011920* 4710-MATCH-ONE-BUCKET - COMPARE ONE GL SUMMARY BUCKET
011930****************************************************************
011940 4710-MATCH-ONE-BUCKET.
011950     ADD 1 TO WS-GL-BUCKET-SUB.
011960     IF WS-GLB-TRAN-TYPE (WS-GL-BUCKET-SUB) = WS-GLW-TRAN-TYPE
011970         AND WS-GLB-STATUS (WS-GL-BUCKET-SUB) = WS-GLW-STATUS
011980         SET WS-GL-BUCKET-FOUND TO TRUE
011990     END-IF.
012000 4710-EXIT.
012010     EXIT.
012020
012030****************************************************************
012040* 4750-CHECK-APPROVAL-LIMIT - HOLD THE TRANSACTION FOR
012050*                             SUPERVISOR APPROVAL WHEN THE
012060*                             AMOUNT IN WS-HOLD-AMOUNT EXCEEDS
012070*                             THE LIMIT EITHER WAY.  A BATCH
012080*                             HELLOAQ HAS ALREADY APPROVED IS
012090*                             NEVER HELD AGAIN.
012100****************************************************************
012110 4750-CHECK-APPROVAL-LIMIT.
012120     IF WS-APPROVED-BATCH
012130         GO TO 4750-EXIT
012140     END-IF.
012150     IF WS-HOLD-AMOUNT < ZERO
012160         COMPUTE WS-HOLD-ABS-AMOUNT = ZERO - WS-HOLD-AMOUNT
012170     ELSE
012180         MOVE WS-HOLD-AMOUNT TO WS-HOLD-ABS-AMOUNT
012190     END-IF.
012200     IF WS-HOLD-ABS-AMOUNT > WS-APPROVAL-LIMIT
012210         PERFORM 5200-WRITE-APPROVAL-HOLD THRU 5200-EXIT
012220         SET WS-TRAN-HELD TO TRUE
012230         MOVE 'H001' TO WS-REJECT-REASON-CODE
012240         MOVE 'HELD FOR SUPERVISOR APPROVAL'
012250             TO WS-REJECT-REASON-TEXT
012260     END-IF.
012270 4750-EXIT.
012280     EXIT.
012290
012300****************************************************************
012310* 4800-STAMP-LAST-ACTIVITY - SET THE MASTER LAST-ACTIVITY DATE
012320*                            TO THE RUN DATE UNLESS THE POSTING
012330*                            COMES FROM A SYSTEM-GENERATED BATCH
012340****************************************************************
012350 4800-STAMP-LAST-ACTIVITY.
012360     IF NOT WS-SYSTEM-BATCH
012370         MOVE WS-CURRENT-DATE TO HL-MAST-LAST-ACT-DATE
012380     END-IF.
012390 4800-EXIT.
012400     EXIT.
012410
012420****************************************************************
012430* 4900-READ-MASTER-BY-KEY - RANDOM READ OF THE MASTER RECORD
012440*                           FOR THE TRANSACTION ACCOUNT NUMBER
012450****************************************************************
012460 4900-READ-MASTER-BY-KEY.
012470     MOVE HL-TRAN-ACCT-NO TO HL-MAST-ACCT-NO.
012480     READ MASTER-FILE
012490         INVALID KEY
012500             SET WS-TRAN-INVALID TO TRUE
012510             MOVE 'T007' TO WS-REJECT-REASON-CODE
012520             MOVE 'ACCOUNT NOT ON MASTER'
012530                 TO WS-REJECT-REASON-TEXT
012540     END-READ.
012550     IF WS-TRAN-VALID AND NOT HL-MASTER-OK
012560         MOVE 'HELLOTM - MASTER-FILE READ ERROR, STATUS='
012570             TO WS-ABEND-MESSAGE
012580         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
012590         PERFORM 8000-ABEND THRU 8000-EXIT
012600     END-IF.
012610*    THE IMAGE AS READ IS THE BEFORE IMAGE FOR THE JOURNAL
012620*    ENTRY THE REWRITE WILL CUT.
012630     IF WS-TRAN-VALID
012640         MOVE HL-MASTER-RECORD TO WS-MASTER-BEFORE-SAVE
012650     END-IF.
012660 4900-EXIT.
012670     EXIT.
012680
012690****************************************************************
012700* 4950-REWRITE-MASTER - REWRITE THE UPDATED MASTER RECORD
012710****************************************************************
012720 4950-REWRITE-MASTER.
012730     PERFORM 4800-STAMP-LAST-ACTIVITY THRU 4800-EXIT.
012740     REWRITE HL-MASTER-RECORD
012750         INVALID KEY
012760             MOVE 'HELLOTM - MASTER-FILE REWRITE ERROR, STATUS='
012770                 TO WS-ABEND-MESSAGE
012780             MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
012790             PERFORM 8000-ABEND THRU 8000-EXIT
012800     END-REWRITE.
012810     MOVE 'R' TO HL-JRN-ACTION.
012820     MOVE WS-MASTER-BEFORE-SAVE TO HL-JRN-BEFORE-IMAGE.
012830     MOVE HL-MASTER-RECORD TO HL-JRN-AFTER-IMAGE.
012840     PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT.
012850*    ONLY A B-TYPE ADJUSTMENT MOVES THE BALANCE IN PLACE.
012860     MOVE HL-TRAN-CODE TO WS-HST-TRAN-TYPE.
012870     IF HL-TRAN-BAL-ADJUSTMENT
012880         MOVE HL-TRAN-AMOUNT TO WS-HST-AMOUNT
012890     ELSE
012900         MOVE ZERO TO WS-HST-AMOUNT
012910     END-IF.
012920     PERFORM 6700-WRITE-HISTORY THRU 6700-EXIT.
012930 4950-EXIT.
012940     EXIT.
012950
012960****************************************************************
012970* 5000-WRITE-TRAN-SUSPENSE - LOG A REJECTED TRANSACTION WITH
012980*                            ITS FULL IMAGE AND REASON
012990****************************************************************
013000 5000-WRITE-TRAN-SUSPENSE.
013010     ADD 1 TO WS-TRANS-REJECTED.
013020     IF WS-TYPE-SUB > ZERO
013030         ADD 1 TO WS-TYPE-REJECTED (WS-TYPE-SUB)
013040     END-IF.
013050     MOVE HL-TRAN-RECORD TO HL-TSU-TRAN-IMAGE.
013060     MOVE WS-REJECT-REASON-CODE TO HL-TSU-REASON-CODE.
013070     MOVE WS-REJECT-REASON-TEXT TO HL-TSU-REASON-TEXT.
013080     MOVE WS-CURRENT-DATE TO HL-TSU-SUSP-DATE.
013090     WRITE HL-TRAN-SUSP-RECORD.
013100     PERFORM 7100-PRINT-REGISTER-LINE THRU 7100-EXIT.
013110 5000-EXIT.
013120     EXIT.
013130
013140****************************************************************
013150* 5100-REJECT-WHOLE-BATCH - SEND EVERY BUFFERED TRANSACTION OF
013160*                           AN OUT-OF-BALANCE BATCH TO THE
013170*                           SUSPENSE FILE WITH THE BATCH-LEVEL
013180*                           REASON.  THE CURRENT RECORD AREA IS
013190*                           SAVED AND RESTORED AROUND THE LOOP.
013200****************************************************************
013210 5100-REJECT-WHOLE-BATCH.
013220     MOVE HL-TRAN-RECORD TO WS-TRAN-RECORD-SAVE.
013230     MOVE WS-BATCH-NO-SAVE TO WS-BRT-BATCH-NO.
013240     PERFORM 5110-REJECT-ONE-BUFFERED THRU 5110-EXIT
013250         VARYING WS-BATCH-SUB FROM 1 BY 1
013260         UNTIL WS-BATCH-SUB > WS-BATCH-TRAN-COUNT.
013270     ADD 1 TO WS-BATCHES-REJECTED.
013280     MOVE 'N' TO WS-BATCH-OPEN-SWITCH.
013290     MOVE WS-TRAN-RECORD-SAVE TO HL-TRAN-RECORD.
013300 5100-EXIT.
013310     EXIT.
013320
013330****************************************************************
013340* 5110-REJECT-ONE-BUFFERED - SUSPEND ONE TRANSACTION OF A
013350*                            REJECTED BATCH
013360****************************************************************
013370 5110-REJECT-ONE-BUFFERED.
013380     MOVE WS-BATCH-TRAN-IMAGE (WS-BATCH-SUB)
013390         TO HL-TRAN-RECORD.
013400     SET WS-TRAN-INVALID TO TRUE.
013410     MOVE ZERO TO WS-TYPE-SUB.
013420     MOVE WS-BATCH-REASON-CODE TO WS-REJECT-REASON-CODE.
013430     MOVE WS-BATCH-REASON-TEXT-G TO WS-REJECT-REASON-TEXT.
013440     PERFORM 5000-WRITE-TRAN-SUSPENSE THRU 5000-EXIT.
013450 5110-EXIT.
013460     EXIT.
013470
013480****************************************************************
013490* 5200-WRITE-APPROVAL-HOLD - APPEND THE TRANSACTION TO THE
013500*                            PENDING-APPROVAL FILE FOR HELLOAQ
013510****************************************************************
013520 5200-WRITE-APPROVAL-HOLD.
013530     MOVE SPACES TO HL-APPROVAL-RECORD.
013540     MOVE HL-TRAN-RECORD TO HL-APQ-TRAN-IMAGE.
013550     MOVE WS-CURRENT-DATE TO HL-APQ-HOLD-DATE.
013560     MOVE WS-CURRENT-TIME TO HL-APQ-HOLD-TIME.
013570     MOVE WS-BATCH-NO-SAVE TO HL-APQ-BATCH-NO.
013580     MOVE WS-HOLD-AMOUNT TO HL-APQ-HOLD-AMOUNT.
013590     SET HL-APQ-PENDING TO TRUE.
013600     MOVE SPACES TO HL-APQ-OPERATOR-ID.
013610     MOVE ZERO TO HL-APQ-DECISION-DATE.
013620     MOVE ZERO TO HL-APQ-DECISION-TIME.
013630     WRITE HL-APPROVAL-RECORD.
013640     IF NOT HL-APPROVAL-OK
013650         MOVE 'HELLOTM - APPROVAL-FILE WRITE ERROR, STATUS='
013660             TO WS-ABEND-MESSAGE
013670         MOVE HL-APPROVAL-STATUS TO WS-ABEND-FILE-STATUS
013680         PERFORM 8000-ABEND THRU 8000-EXIT
013690     END-IF.
013700 5200-EXIT.
013710     EXIT.
013720
013730****************************************************************
013740* 6500-WRITE-JOURNAL - APPEND ONE BEFORE/AFTER IMAGE ENTRY TO
013750*                      THE RECOVERY JOURNAL.  THE CALLER HAS
013760*                      FILLED THE ACTION AND THE TWO IMAGES.
013770****************************************************************
013780 6500-WRITE-JOURNAL.
013790     MOVE 'HELLOTM' TO HL-JRN-JOB-NAME.
013800     ACCEPT WS-JRN-STAMP-DATE FROM DATE YYYYMMDD.
013810     ACCEPT WS-JRN-STAMP-TIME FROM TIME.
013820     MOVE WS-JRN-STAMP-DATE TO HL-JRN-DATE.
013830     MOVE WS-JRN-STAMP-TIME TO HL-JRN-TIME.
013840     WRITE HL-JOURNAL-RECORD.
013850     IF NOT HL-JOURNAL-OK
013860         MOVE 'HELLOTM - JOURNAL WRITE ERROR, STATUS='
013870             TO WS-ABEND-MESSAGE
013880         MOVE HL-JOURNAL-STATUS TO WS-ABEND-FILE-STATUS
013890         PERFORM 8000-ABEND THRU 8000-EXIT
013900     END-IF.
013910 6500-EXIT.
013920     EXIT.
013930
013940****************************************************************
013950* 6600-WRITE-GL-INTERFACE - EMIT ONE BALANCED DR/CR PAIR PER
013960*                           NONZERO SUMMARY BUCKET, THEN THE
013970*                           CONTROL TRAILER, PRINTING THE
013980*                           POSTING PROOF AS IT GOES
013990****************************************************************
014000 6600-WRITE-GL-INTERFACE.
014010     MOVE '-' TO HL-TMP-GL-CTL.
014020     MOVE 'GL POSTING PROOF' TO HL-TMP-GL-LABEL.
014030     MOVE SPACE TO HL-TMP-GL-TYPE.
014040     MOVE SPACE TO HL-TMP-GL-STATUS.
014050     MOVE SPACES TO HL-TMP-GL-DRCR.
014060     MOVE SPACES TO HL-TMP-GL-ACCOUNT.
014070     MOVE ZERO TO HL-TMP-GL-AMOUNT.
014080     WRITE HL-TMP-GL-LINE.
014090     PERFORM 6610-WRITE-ONE-GL-PAIR THRU 6610-EXIT
014100         VARYING WS-GL-BUCKET-SUB FROM 1 BY 1
014110         UNTIL WS-GL-BUCKET-SUB > WS-GL-BUCKET-COUNT.
014120     PERFORM 6690-WRITE-GL-TRAILER THRU 6690-EXIT.
014130     MOVE SPACE TO HL-TMP-GL-CTL.
014140     MOVE 'TOTAL DEBITS' TO HL-TMP-GL-LABEL.
014150     MOVE SPACE TO HL-TMP-GL-TYPE.
014160     MOVE SPACE TO HL-TMP-GL-STATUS.
014170     MOVE 'DR' TO HL-TMP-GL-DRCR.
014180     MOVE SPACES TO HL-TMP-GL-ACCOUNT.
014190     MOVE WS-GL-DEBIT-TOTAL TO HL-TMP-GL-AMOUNT.
014200     WRITE HL-TMP-GL-LINE.
014210     MOVE 'TOTAL CREDITS' TO HL-TMP-GL-LABEL.
014220     MOVE 'CR' TO HL-TMP-GL-DRCR.
014230     MOVE WS-GL-CREDIT-TOTAL TO HL-TMP-GL-AMOUNT.
014240     WRITE HL-TMP-GL-LINE.
014250     IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
014260         MOVE 'DEBITS EQUAL CREDITS' TO HL-TMP-GL-LABEL
014270     ELSE
014280         MOVE '** DR/CR OUT OF BALANCE *' TO HL-TMP-GL-LABEL
014290     END-IF.
014300     MOVE SPACES TO HL-TMP-GL-DRCR.
014310     MOVE ZERO TO HL-TMP-GL-AMOUNT.
014320     WRITE HL-TMP-GL-LINE.
014330 6600-EXIT.
014340     EXIT.
014350
014360****************************************************************
014370* 6610-WRITE-ONE-GL-PAIR - ONE BALANCED DR/CR PAIR FOR ONE
014380*                          NONZERO SUMMARY BUCKET.  A B-TYPE
014390*                          NET MOVES CUSTOMER BALANCES AGAINST
014400*                          THE ADJUSTMENT OFFSET; A C-TYPE NET
014410*                          RECLASSES CUSTOMER BALANCES TO THE
014420*                          CLOSED-ACCOUNT ACCOUNT.  A NEGATIVE
014430*                          NET REVERSES THE PAIR.
014440****************************************************************
014450 6610-WRITE-ONE-GL-PAIR.
014460     IF WS-GLB-AMOUNT (WS-GL-BUCKET-SUB) = ZERO
014470         GO TO 6610-EXIT
014480     END-IF.
014490     MOVE WS-GLB-TRAN-TYPE (WS-GL-BUCKET-SUB)
014500         TO WS-GLW-TRAN-TYPE.
014510     MOVE WS-GLB-STATUS (WS-GL-BUCKET-SUB) TO WS-GLW-STATUS.
014520     MOVE WS-GLB-AMOUNT (WS-GL-BUCKET-SUB) TO WS-GLW-AMOUNT.
014530     IF WS-GLW-TRAN-TYPE = 'B'
014540         MOVE '11000000' TO WS-GLW-DR-ACCOUNT
014550         MOVE '49000000' TO WS-GLW-CR-ACCOUNT
014560     ELSE
014570         MOVE '12000000' TO WS-GLW-DR-ACCOUNT
014580         MOVE '11000000' TO WS-GLW-CR-ACCOUNT
014590     END-IF.
014600     IF WS-GLW-AMOUNT < ZERO
014610         COMPUTE WS-GLW-ABS-AMOUNT = ZERO - WS-GLW-AMOUNT
014620         MOVE WS-GLW-DR-ACCOUNT TO WS-GLW-CR-ACCOUNT
014630         IF WS-GLW-TRAN-TYPE = 'B'
014640             MOVE '49000000' TO WS-GLW-DR-ACCOUNT
014650         ELSE
014660             MOVE '11000000' TO WS-GLW-DR-ACCOUNT
014670             MOVE '12000000' TO WS-GLW-CR-ACCOUNT
014680         END-IF
014690     ELSE
014700         MOVE WS-GLW-AMOUNT TO WS-GLW-ABS-AMOUNT
014710     END-IF.
014720     MOVE 'DR' TO HL-GL-DR-CR.
014730     MOVE WS-GLW-DR-ACCOUNT TO HL-GL-ACCOUNT.
014740     PERFORM 6620-WRITE-GL-RECORD THRU 6620-EXIT.
014750     ADD WS-GLW-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL.
014760     MOVE 'CR' TO HL-GL-DR-CR.
014770     MOVE WS-GLW-CR-ACCOUNT TO HL-GL-ACCOUNT.
014780     PERFORM 6620-WRITE-GL-RECORD THRU 6620-EXIT.
014790     ADD WS-GLW-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL.
014800 6610-EXIT.
014810     EXIT.
014820
014830****************************************************************
014840* 6620-WRITE-GL-RECORD - WRITE ONE GL INTERFACE RECORD AND
014850*                        PRINT ITS PROOF LINE
014860****************************************************************
014870 6620-WRITE-GL-RECORD.
014880     MOVE SPACES TO HL-GL-RECORD.
014890     MOVE WS-CURRENT-DATE TO HL-GL-POSTING-DATE.
014900     MOVE 'HELLOTM' TO HL-GL-SOURCE-JOB.
014910     MOVE WS-GLW-TRAN-TYPE TO HL-GL-TRAN-TYPE.
014920     MOVE WS-GLW-STATUS TO HL-GL-STATUS-CODE.
014930*    HL-GL-DR-CR AND HL-GL-ACCOUNT WERE SET BY THE CALLER.
014940     MOVE WS-GLW-ABS-AMOUNT TO HL-GL-AMOUNT.
014950     WRITE HL-GL-RECORD.
014960     IF NOT HL-GL-OK
014970         MOVE 'HELLOTM - GL-FILE WRITE ERROR, STATUS='
014980             TO WS-ABEND-MESSAGE
014990         MOVE HL-GL-STATUS TO WS-ABEND-FILE-STATUS
015000         PERFORM 8000-ABEND THRU 8000-EXIT
015010     END-IF.
015020     ADD 1 TO WS-GL-RECORD-COUNT.
015030     MOVE SPACE TO HL-TMP-GL-CTL.
015040     MOVE SPACES TO HL-TMP-GL-LABEL.
015050     MOVE HL-GL-TRAN-TYPE TO HL-TMP-GL-TYPE.
015060     MOVE HL-GL-STATUS-CODE TO HL-TMP-GL-STATUS.
015070     MOVE HL-GL-DR-CR TO HL-TMP-GL-DRCR.
015080     MOVE HL-GL-ACCOUNT TO HL-TMP-GL-ACCOUNT.
015090     MOVE WS-GLW-ABS-AMOUNT TO HL-TMP-GL-AMOUNT.
015100     WRITE HL-TMP-GL-LINE.
015110 6620-EXIT.
015120     EXIT.
015130
015140****************************************************************
015150* 6690-WRITE-GL-TRAILER - END THE GL INTERFACE WITH ITS
015160*                         CONTROL TRAILER
015170****************************************************************
015180 6690-WRITE-GL-TRAILER.
015190     MOVE SPACES TO HL-GL-TRAILER.
015200     MOVE '99999999' TO HL-GL-TRL-ID.
015210     MOVE WS-CURRENT-DATE TO HL-GL-TRL-POSTING-DATE.
015220     MOVE WS-GL-RECORD-COUNT TO HL-GL-TRL-RECORD-COUNT.
015230     MOVE WS-GL-DEBIT-TOTAL TO HL-GL-TRL-DEBIT-TOTAL.
015240     MOVE WS-GL-CREDIT-TOTAL TO HL-GL-TRL-CREDIT-TOTAL.
015250     WRITE HL-GL-TRAILER.
015260     IF NOT HL-GL-OK
015270         MOVE 'HELLOTM - GL-FILE WRITE ERROR, STATUS='
015280             TO WS-ABEND-MESSAGE
015290         MOVE HL-GL-STATUS TO WS-ABEND-FILE-STATUS
015300         PERFORM 8000-ABEND THRU 8000-EXIT
015310     END-IF.
015320 6690-EXIT.
015330     EXIT.
015340
015350****************************************************************
015360* 6700-WRITE-HISTORY - ADD ONE POSTING HISTORY ENTRY FOR THE
015370*                      MASTER RECORD JUST CHANGED.  THE CALLER
015380*                      HAS SET THE TYPE AND AMOUNT.  THE
015390*                      SEQUENCE NUMBER IS STEPPED PAST ANY
015400*                      POSTINGS THE ACCOUNT ALREADY HAS TODAY.
015410****************************************************************
015420 6700-WRITE-HISTORY.
015430     MOVE SPACES TO HL-HISTORY-RECORD.
015440     MOVE HL-MAST-ACCT-NO TO HL-HST-ACCT-NO.
015450     MOVE WS-CURRENT-DATE TO HL-HST-POST-DATE.
015460     MOVE ZERO TO HL-HST-SEQ-NO.
015470     MOVE WS-HST-TRAN-TYPE TO HL-HST-TRAN-TYPE.
015480     MOVE WS-HST-AMOUNT TO HL-HST-AMOUNT.
015490     MOVE WS-HST-ADDR-CHANGE TO HL-HST-ADDR-CHANGE.
015500     MOVE SPACE TO WS-HST-ADDR-CHANGE.
015510     IF HL-MAST-BALANCE NUMERIC
015520         MOVE HL-MAST-BALANCE TO HL-HST-BALANCE
015530     ELSE
015540         MOVE ZERO TO HL-HST-BALANCE
015550     END-IF.
015560     MOVE HL-MAST-STATUS-CODE TO HL-HST-STATUS-CODE.
015570     MOVE 'HELLOTM' TO HL-HST-SOURCE-JOB.
015580     MOVE WS-BATCH-NO-SAVE TO HL-HST-BATCH-NO.
015590     ACCEPT WS-HST-STAMP-TIME FROM TIME.
015600     MOVE WS-HST-STAMP-TIME TO HL-HST-POST-TIME.
015610     MOVE 'N' TO WS-HST-WRITTEN-SWITCH.
015620     PERFORM 6710-WRITE-ONE-HISTORY THRU 6710-EXIT
015630         UNTIL WS-HST-WRITTEN.
015640 6700-EXIT.
015650     EXIT.
015660
015670****************************************************************
015680* 6710-WRITE-ONE-HISTORY - TRY THE NEXT SEQUENCE NUMBER
015690****************************************************************
015700 6710-WRITE-ONE-HISTORY.
015710     ADD 1 TO HL-HST-SEQ-NO.
015720     WRITE HL-HISTORY-RECORD.
015730     IF HL-HISTORY-OK
015740         SET WS-HST-WRITTEN TO TRUE
015750         GO TO 6710-EXIT
015760     END-IF.
015770     IF HL-HISTORY-DUPKEY AND HL-HST-SEQ-NO < 99999
015780         GO TO 6710-EXIT
015790     END-IF.
015800     MOVE 'HELLOTM - HISTORY WRITE ERROR, STATUS='
015810         TO WS-ABEND-MESSAGE.
015820     MOVE HL-HISTORY-STATUS TO WS-ABEND-FILE-STATUS.
015830     PERFORM 8000-ABEND THRU 8000-EXIT.
015840 6710-EXIT.
015850     EXIT.
015860
015870****************************************************************
015880* 7000-WRITE-HEADINGS - START A NEW REGISTER PAGE
015890****************************************************************
015900 7000-WRITE-HEADINGS.
015910     ADD 1 TO WS-PAGE-NUMBER.
015920     MOVE ZERO TO WS-LINES-ON-PAGE.
015930     MOVE '1' TO HL-TMP-H1-CTL.
015940     MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE-MM.
015950     MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE-DD.
015960     MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-DATE-YYYY.
015970     MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-HH.
015980     MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-MM.
015990     MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-SS.
016000     MOVE WS-RUN-DATE-DISPLAY TO HL-TMP-H1-DATE.
016010     MOVE WS-RUN-TIME-DISPLAY TO HL-TMP-H1-TIME.
016020     MOVE WS-PAGE-NUMBER TO HL-TMP-H1-PAGE.
016030     WRITE HL-TMP-HEADING-1.
016040     WRITE HL-TMP-HEADING-2.
016050 7000-EXIT.
016060     EXIT.
016070
016080****************************************************************
016090* 7100-PRINT-REGISTER-LINE - PRINT ONE TRANSACTION DISPOSITION
016100****************************************************************
016110 7100-PRINT-REGISTER-LINE.
016120     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
016130         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
016140     END-IF.
016150     MOVE SPACE TO HL-TMP-DTL-CTL.
016160     MOVE HL-TRAN-CODE TO HL-TMP-DTL-CODE.
016170     IF HL-TRAN-ACCT-NO NUMERIC
016180         MOVE HL-TRAN-ACCT-NO TO HL-TMP-DTL-ACCT
016190     ELSE
016200         MOVE ZERO TO HL-TMP-DTL-ACCT
016210     END-IF.
016220     MOVE HL-TRAN-NAME TO HL-TMP-DTL-NAME.
016230     EVALUATE TRUE
016240         WHEN WS-TRAN-VALID
016250             MOVE 'APPLIED' TO HL-TMP-DTL-DISP
016260             MOVE SPACES TO HL-TMP-DTL-REASON-CODE
016270             MOVE SPACES TO HL-TMP-DTL-REASON-TEXT
016280         WHEN WS-TRAN-HELD
016290             MOVE 'HELD' TO HL-TMP-DTL-DISP
016300             MOVE WS-REJECT-REASON-CODE TO HL-TMP-DTL-REASON-CODE
016310             MOVE WS-REJECT-REASON-TEXT TO HL-TMP-DTL-REASON-TEXT
016320         WHEN OTHER
016330             MOVE 'REJECTED' TO HL-TMP-DTL-DISP
016340             MOVE WS-REJECT-REASON-CODE TO HL-TMP-DTL-REASON-CODE
016350             MOVE WS-REJECT-REASON-TEXT TO HL-TMP-DTL-REASON-TEXT
016360     END-EVALUATE.
016370     WRITE HL-TMP-DETAIL-LINE.
016380     ADD 1 TO WS-LINES-ON-PAGE.
016390 7100-EXIT.
016400     EXIT.
016410
016420****************************************************************
016430* 7500-PRINT-BATCH-LINE - PRINT ONE BATCH-BALANCE SECTION LINE
016440*                         (EXPECTED VERSUS COUNTED, AND THE
016450*                         BATCH DISPOSITION)
016460****************************************************************
016470 7500-PRINT-BATCH-LINE.
016480     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
016490         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
016500     END-IF.
016510     MOVE '-' TO HL-TMP-BAT-CTL.
016520     MOVE WS-BATCH-NO-SAVE TO HL-TMP-BAT-NO.
016530     MOVE WS-BATCH-STATUS-TEXT TO HL-TMP-BAT-STATUS.
016540     MOVE WS-TRL-EXP-COUNT TO HL-TMP-BAT-EXP-COUNT.
016550     MOVE WS-BATCH-TRAN-COUNT TO HL-TMP-BAT-ACT-COUNT.
016560     MOVE WS-TRL-EXP-HASH TO HL-TMP-BAT-EXP-HASH.
016570     MOVE WS-BATCH-HASH-TOTAL TO HL-TMP-BAT-ACT-HASH.
016580     WRITE HL-TMP-BATCH-LINE.
016590     ADD 1 TO WS-LINES-ON-PAGE.
016600 7500-EXIT.
016610     EXIT.
016620
016630****************************************************************
016640* 7900-WRITE-TOTALS - PRINT APPLIED/REJECTED COUNTS BY TYPE,
016650*                     THE BATCH TOTALS, AND THE GRAND TOTALS
016660*                     FOR THE RUN
016670****************************************************************
016680 7900-WRITE-TOTALS.
016690     MOVE '-' TO HL-TMP-TYP-CTL.
016700     PERFORM 7910-WRITE-ONE-TYPE-LINE THRU 7910-EXIT
016710         VARYING WS-TYPE-SUB FROM 1 BY 1
016720         UNTIL WS-TYPE-SUB > 6.
016730     MOVE '-' TO HL-TMP-TOT-CTL.
016740     MOVE 'TRANSACTIONS READ' TO HL-TMP-TOT-LABEL.
016750     MOVE WS-TRANS-READ TO HL-TMP-TOT-COUNT.
016760     WRITE HL-TMP-TOTAL-LINE.
016770     MOVE SPACE TO HL-TMP-TOT-CTL.
016780     MOVE 'TRANSACTIONS APPLIED' TO HL-TMP-TOT-LABEL.
016790     MOVE WS-TRANS-APPLIED TO HL-TMP-TOT-COUNT.
016800     WRITE HL-TMP-TOTAL-LINE.
016810     MOVE SPACE TO HL-TMP-TOT-CTL.
016820     MOVE 'TRANSACTIONS REJECTED' TO HL-TMP-TOT-LABEL.
016830     MOVE WS-TRANS-REJECTED TO HL-TMP-TOT-COUNT.
016840     WRITE HL-TMP-TOTAL-LINE.
016850     MOVE SPACE TO HL-TMP-TOT-CTL.
016860     MOVE 'TRANSACTIONS HELD' TO HL-TMP-TOT-LABEL.
016870     MOVE WS-TRANS-HELD TO HL-TMP-TOT-COUNT.
016880     WRITE HL-TMP-TOTAL-LINE.
016890     MOVE SPACE TO HL-TMP-TOT-CTL.
016900     MOVE 'BATCHES READ' TO HL-TMP-TOT-LABEL.
016910     MOVE WS-BATCHES-READ TO HL-TMP-TOT-COUNT.
016920     WRITE HL-TMP-TOTAL-LINE.
016930     MOVE SPACE TO HL-TMP-TOT-CTL.
016940     MOVE 'BATCHES PROVED' TO HL-TMP-TOT-LABEL.
016950     MOVE WS-BATCHES-APPLIED TO HL-TMP-TOT-COUNT.
016960     WRITE HL-TMP-TOTAL-LINE.
016970     MOVE SPACE TO HL-TMP-TOT-CTL.
016980     MOVE 'BATCHES REJECTED' TO HL-TMP-TOT-LABEL.
016990     MOVE WS-BATCHES-REJECTED TO HL-TMP-TOT-COUNT.
017000     WRITE HL-TMP-TOTAL-LINE.
017010 7900-EXIT.
017020     EXIT.
017030
017040****************************************************************
017050* 7910-WRITE-ONE-TYPE-LINE - PRINT ONE TRANSACTION-TYPE TOTAL
017060****************************************************************
017070 7910-WRITE-ONE-TYPE-LINE.
017080     MOVE WS-TYPE-LABEL (WS-TYPE-SUB) TO HL-TMP-TYP-LABEL.
017090     MOVE WS-TYPE-APPLIED (WS-TYPE-SUB) TO HL-TMP-TYP-APPLIED.
017100     MOVE WS-TYPE-REJECTED (WS-TYPE-SUB) TO HL-TMP-TYP-REJECTED.
017110     WRITE HL-TMP-TYPE-LINE.
017120     MOVE SPACE TO HL-TMP-TYP-CTL.
017130 7910-EXIT.
017140     EXIT.
017150
017160****************************************************************
017170* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
017180****************************************************************
017190 8000-ABEND.
017200     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
017210     MOVE 16 TO WS-ABEND-RETURN-CODE.
017220     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
017230     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
017240     STOP RUN.
017250 8000-EXIT.
017260     EXIT.
017270
017280****************************************************************
017290* 9000-TERMINATE - PRINT TOTALS, EMIT THE GL INTERFACE AND
017300*                  ITS POSTING PROOF, AND CLOSE FILES
017310****************************************************************
017320 9000-TERMINATE.
017330     PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT.
017340     PERFORM 6600-WRITE-GL-INTERFACE THRU 6600-EXIT.
017350     CLOSE TRAN-FILE.
017360     CLOSE MASTER-FILE.
017370     CLOSE TRAN-SUSP-FILE.
017380     CLOSE APPROVAL-FILE.
017390     CLOSE JOURNAL-FILE.
017400     CLOSE HISTORY-FILE.
017410     CLOSE GL-FILE.
017420     CLOSE REPORT-FILE.
017430 9000-EXIT.
017440     EXIT.
017450
017460****************************************************************
017470* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT LOG
017480****************************************************************
017490 9500-WRITE-AUDIT-LOG.
017500     OPEN EXTEND AUDIT-LOG-FILE.
017510     IF NOT HL-AUDIT-OK
017520         DISPLAY 'HELLOTM - UNABLE TO OPEN AUDIT-LOG, STATUS='
017530             HL-AUDIT-STATUS
017540         MOVE 16 TO RETURN-CODE
017550         STOP RUN
017560     END-IF.
017570     MOVE 'HELLOTM' TO AUD-JOB-NAME.
017580     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
017590     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
017600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
017610     ACCEPT WS-CURRENT-TIME FROM TIME.
017620     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
017630     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
017640     MOVE WS-TRANS-READ TO AUD-RECORDS-READ.
017650     MOVE WS-TRANS-APPLIED TO AUD-RECORDS-ACCEPTED.
017660     MOVE WS-TRANS-REJECTED TO AUD-RECORDS-REJECTED.
017670     MOVE RETURN-CODE TO AUD-RETURN-CODE.
017680     WRITE AUD-LOG-RECORD.
017690     CLOSE AUDIT-LOG-FILE.
017700 9500-EXIT.
017710     EXIT.
