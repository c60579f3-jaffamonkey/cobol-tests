000330* 2026-09-02 JLB   INITIAL VERSION - PARAMETER-DRIVEN ACCRUAL
000340*                  REPLACING THE SPREADSHEET-AND-REKEY PROCESS,
000350*                  FEEDING HELLOTM AS B-TYPE TRANSACTIONS.
000360* 2026-09-02 JLB   THE GENERATED TRANSACTIONS ARE NOW WRITTEN
000370*                  AS ONE KEYED BATCH - H-TYPE HEADER FIRST,
000380*                  T-TYPE TRAILER LAST WITH THE COUNT AND
000390*                  AMOUNT HASH - SO HELLOTM BATCH BALANCING
000400*                  PROVES THE ACCRUAL FILE BEFORE APPLYING IT.
000410*                  BATCH 90001 IS RESERVED FOR THIS RUN.
000420* 2026-09-02 JLB   THE RUN NOW ROLLS TO A NEW BATCH (90001,
000430*                  90002, ... - THE WHOLE 90000 SERIES IS
000440*                  RESERVED) EVERY 2000 TRANSACTIONS SO NO
000450*                  BATCH EXCEEDS THE HELLOTM IN-CORE BATCH
000460*                  TABLE OR THE TRAILER COUNT PICTURE.
000470* 2026-10-15 JLB   THE BATCH HEADER NOW NAMES HELLOIA IN
000480*                  HL-TRAN-BH-SOURCE - HELLOTM REJECTS A
000490*                  RESERVED-SERIES BATCH WITHOUT IT.  WHOLE
000500*                  MEMBER RENUMBERED.
000510****************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID.     HELLOIA.
000540 AUTHOR.         J. L. BRANNIGAN.
000550 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000560 DATE-WRITTEN.   2026-09-02.
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
000680*    CUSTOMER MASTER FILE - INDEXED, KEYED BY ACCOUNT NUMBER,
000690*    READ-ONLY KEY-SEQUENCE PASS
000700*    ------------------------------------------------------------
000710     SELECT MASTER-FILE ASSIGN TO "MASTERF"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS HL-MAST-KEY
000750         FILE STATUS IS HL-MASTER-STATUS.
000760
000770*    ------------------------------------------------------------
000780*    PARAMETER FILE - OPERATOR-MAINTAINED MONTHLY RATES, ONE
000790*    RECORD PER STATUS CODE THAT ACCRUES
000800*    ------------------------------------------------------------
000810     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS HL-PARM-STATUS.
000840
000850*    ------------------------------------------------------------
000860*    GENERATED TRANSACTION FILE - B-TYPE BALANCE ADJUSTMENTS
000870*    FOR THE NEXT HELLOTM CYCLE
000880*    ------------------------------------------------------------
000890     SELECT TRAN-OUT-FILE ASSIGN TO "TRANFILE"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS HL-TRAN-OUT-STATUS.
000920
000930*    ------------------------------------------------------------
000940*    ACCRUAL REGISTER PRINT FILE - 133-BYTE ASA CARRIAGE
000950*    CONTROL
000960*    ------------------------------------------------------------
000970     SELECT REPORT-FILE ASSIGN TO "PRTFILE"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS HL-REPORT-STATUS.
001000
001010*    ------------------------------------------------------------
001020*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
001030*    LAYOUT ACROSS THE SUITE
001040*    ------------------------------------------------------------
001050     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS HL-AUDIT-STATUS.
001080
001090 DATA DIVISION.
001100 FILE SECTION.
001110
001120 FD  MASTER-FILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 97 CHARACTERS
001150     DATA RECORD IS HL-MASTER-RECORD.
001160     COPY HLMAST.
001170
001180 FD  PARM-FILE
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 80 CHARACTERS
001210     DATA RECORD IS HL-IPARM-RECORD.
001220     COPY HLIPARM.
001230
001240 FD  TRAN-OUT-FILE
001250     LABEL RECORDS ARE STANDARD
001260     RECORD CONTAINS 100 CHARACTERS
001270     DATA RECORD IS HL-TRAN-RECORD.
001280     COPY HLTRN.
001290
001300 FD  REPORT-FILE
001310     LABEL RECORDS ARE STANDARD
001320     RECORD CONTAINS 133 CHARACTERS.
001330     COPY HLIAPRT.
001340
001350 FD  AUDIT-LOG-FILE
001360     LABEL RECORDS ARE STANDARD
001370     RECORD CONTAINS 88 CHARACTERS
001380     DATA RECORD IS AUD-LOG-RECORD.
001390     COPY AUDLOG.
001400
001410 WORKING-STORAGE SECTION.
001420
001430*    ------------------------------------------------------------
001440*    FILE STATUS FIELDS
001450*    ------------------------------------------------------------
001460 01  HL-FILE-STATUSES.
001470     05  HL-MASTER-STATUS            PIC X(02) VALUE '00'.
001480         88  HL-MASTER-OK            VALUE '00'.
001490         88  HL-MASTER-EOF           VALUE '10'.
001500     05  HL-PARM-STATUS              PIC X(02) VALUE '00'.
001510         88  HL-PARM-OK              VALUE '00'.
001520     05  HL-TRAN-OUT-STATUS          PIC X(02) VALUE '00'.
001530         88  HL-TRAN-OUT-OK          VALUE '00'.
001540     05  HL-REPORT-STATUS            PIC X(02) VALUE '00'.
001550         88  HL-REPORT-OK            VALUE '00'.
001560     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
001570         88  HL-AUDIT-OK             VALUE '00'.
001580
001590*    ------------------------------------------------------------
001600*    SWITCHES
001610*    ------------------------------------------------------------
001620 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001630     88  WS-EOF-REACHED              VALUE 'Y'.
001640 77  WS-PARM-EOF-SWITCH              PIC X(01) VALUE 'N'.
001650     88  WS-PARM-EOF-REACHED         VALUE 'Y'.
001660 77  WS-RATE-FOUND-SWITCH            PIC X(01) VALUE 'N'.
001670     88  WS-RATE-FOUND               VALUE 'Y'.
001680
001690*    ------------------------------------------------------------
001700*    RUN COUNTERS
001710*    ------------------------------------------------------------
001720 77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
001730 77  WS-RECORDS-ACCRUED              PIC 9(07) COMP VALUE ZERO.
001740 77  WS-RECORDS-SKIPPED              PIC 9(07) COMP VALUE ZERO.
001750 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001760 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
001770
001780*    ------------------------------------------------------------
001790*    AUDIT-LOG WORK AREAS
001800*    ------------------------------------------------------------
001810 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
001820 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
001830
001840*    ------------------------------------------------------------
001850*    RATE TABLE LOADED FROM THE PARAMETER FILE - ONE ENTRY PER
001860*    STATUS CODE, SIX BAND RATES EACH (MONTHLY, IN PERCENT)
001870*    ------------------------------------------------------------
001880 77  WS-RATE-MAX                     PIC 9(02) COMP VALUE 10.
001890 77  WS-RATE-COUNT                   PIC 9(02) COMP VALUE ZERO.
001900 01  WS-RATE-TABLE.
001910     05  WS-RATE-ENTRY OCCURS 10 TIMES.
001920         10  WS-RATE-STATUS-CODE     PIC X(01).
001930         10  WS-RATE-BAND            OCCURS 6 TIMES
001940                                     PIC 9(02)V9(04).
001950 77  WS-RATE-SUB                     PIC 9(02) COMP VALUE ZERO.
001960 77  WS-BAND-SUB                     PIC 9(02) COMP VALUE ZERO.
001970 77  WS-RATE-WORK                    PIC 9(02)V9(04) VALUE ZERO.
001980
001990*    ------------------------------------------------------------
002000*    ACCRUAL WORK AREAS AND CONTROL TOTALS - THE COUNT AND
002010*    AMOUNT TOTALS MUST TIE TO THE GENERATED TRANSACTION FILE
002020*    ------------------------------------------------------------
002030 01  WS-INTEREST-WORK                PIC S9(09)V99 COMP-3
002040                                     VALUE ZERO.
002050 77  WS-TRANS-WRITTEN                PIC 9(07) COMP VALUE ZERO.
002060 77  WS-ACCRUAL-BATCH-NO             PIC 9(05) VALUE 90001.
002070 77  WS-BATCH-TRAN-MAX               PIC 9(05) COMP VALUE 2000.
002080 77  WS-BATCH-TRAN-COUNT             PIC 9(05) COMP VALUE ZERO.
002090 01  WS-BATCH-HASH-TOTAL             PIC S9(13)V99 COMP-3
002100                                     VALUE ZERO.
002110 01  WS-INTEREST-TOTAL               PIC S9(13)V99 COMP-3
002120                                     VALUE ZERO.
002130 01  WS-BALANCE-TOTAL                PIC S9(13)V99 COMP-3
002140                                     VALUE ZERO.
002150
002160*    ------------------------------------------------------------
002170*    ACCRUAL REGISTER CONTROLS
002180*    ------------------------------------------------------------
002190 77  WS-MAX-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
002200 77  WS-LINES-ON-PAGE                PIC 9(02) COMP VALUE ZERO.
002210 77  WS-PAGE-NUMBER                  PIC 9(04) COMP VALUE ZERO.
002220 01  WS-RUN-DATE-DISPLAY.
002230     05  WS-RUN-DATE-MM              PIC 9(02).
002240     05  FILLER                      PIC X(01) VALUE '/'.
002250     05  WS-RUN-DATE-DD              PIC 9(02).
002260     05  FILLER                      PIC X(01) VALUE '/'.
002270     05  WS-RUN-DATE-YYYY            PIC 9(04).
002280 01  WS-RUN-TIME-DISPLAY.
002290     05  WS-RUN-TIME-HH              PIC 9(02).
002300     05  FILLER                      PIC X(01) VALUE ':'.
002310     05  WS-RUN-TIME-MM              PIC 9(02).
002320     05  FILLER                      PIC X(01) VALUE ':'.
002330     05  WS-RUN-TIME-SS              PIC 9(02).
002340
002350*    ------------------------------------------------------------
002360*    ABEND HANDLING
002370*    ------------------------------------------------------------
002380 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
002390 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
002400 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
002410
002420 PROCEDURE DIVISION.
002430
002440****************************************************************
002450* 0000-MAINLINE
002460****************************************************************
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002490     PERFORM 2000-ACCRUE-MASTER THRU 2000-EXIT
002500         UNTIL WS-EOF-REACHED.
002510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002520     MOVE ZERO TO RETURN-CODE.
002530     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
002540     STOP RUN.
002550
002560****************************************************************
002570* 1000-INITIALIZE - LOAD THE RATE TABLE, OPEN FILES, PRIME THE
002580*                   READ
002590****************************************************************
002600 1000-INITIALIZE.
002610     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
002620     ACCEPT WS-RUN-START-TIME FROM TIME.
002630     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002640     ACCEPT WS-CURRENT-TIME FROM TIME.
002650     PERFORM 1200-READ-PARM-FILE THRU 1200-EXIT.
002660     OPEN INPUT MASTER-FILE.
002670     IF NOT HL-MASTER-OK
002680         MOVE 'HELLOIA - UNABLE TO OPEN MASTER-FILE, STATUS='
002690             TO WS-ABEND-MESSAGE
002700         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
002710         PERFORM 8000-ABEND THRU 8000-EXIT
002720     END-IF.
002730     OPEN OUTPUT TRAN-OUT-FILE.
002740     IF NOT HL-TRAN-OUT-OK
002750         MOVE 'HELLOIA - UNABLE TO OPEN TRAN-OUT-FILE, STATUS='
002760             TO WS-ABEND-MESSAGE
002770         MOVE HL-TRAN-OUT-STATUS TO WS-ABEND-FILE-STATUS
002780         PERFORM 8000-ABEND THRU 8000-EXIT
002790     END-IF.
002800     OPEN OUTPUT REPORT-FILE.
002810     IF NOT HL-REPORT-OK
002820         MOVE 'HELLOIA - UNABLE TO OPEN REPORT-FILE, STATUS='
002830             TO WS-ABEND-MESSAGE
002840         MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
002850         PERFORM 8000-ABEND THRU 8000-EXIT
002860     END-IF.
002870     PERFORM 4800-WRITE-BATCH-HEADER THRU 4800-EXIT.
002880     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
002890     PERFORM 2900-READ-MASTER-RECORD THRU 2900-EXIT.
002900 1000-EXIT.
002910     EXIT.
002920
002930****************************************************************
002940* 1200-READ-PARM-FILE - LOAD THE RATE TABLE, ONE ENTRY PER
002950*                       STATUS-CODE PARAMETER RECORD
002960****************************************************************
002970 1200-READ-PARM-FILE.
002980     OPEN INPUT PARM-FILE.
002990     IF NOT HL-PARM-OK
003000         MOVE 'HELLOIA - UNABLE TO OPEN PARM-FILE, STATUS='
003010             TO WS-ABEND-MESSAGE
003020         MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
003030         PERFORM 8000-ABEND THRU 8000-EXIT
003040     END-IF.
003050     PERFORM 1210-LOAD-ONE-PARM THRU 1210-EXIT
003060         UNTIL WS-PARM-EOF-REACHED.
003070     CLOSE PARM-FILE.
003080     IF WS-RATE-COUNT = ZERO
003090         MOVE 'HELLOIA - NO RATE PARAMETERS LOADED'
003100             TO WS-ABEND-MESSAGE
003110         MOVE SPACES TO WS-ABEND-FILE-STATUS
003120         PERFORM 8000-ABEND THRU 8000-EXIT
003130     END-IF.
003140     DISPLAY 'HELLOIA - RATE ENTRIES LOADED: ' WS-RATE-COUNT.
003150 1200-EXIT.
003160     EXIT.
003170
003180****************************************************************
003190* 1210-LOAD-ONE-PARM - FILE ONE PARAMETER RECORD INTO THE RATE
003200*                      TABLE
003210****************************************************************
003220 1210-LOAD-ONE-PARM.
003230     READ PARM-FILE
003240         AT END
003250             SET WS-PARM-EOF-REACHED TO TRUE
003260     END-READ.
003270     IF WS-PARM-EOF-REACHED
003280         GO TO 1210-EXIT
003290     END-IF.
003300     IF NOT HL-PARM-OK
003310         MOVE 'HELLOIA - PARM-FILE READ ERROR, STATUS='
003320             TO WS-ABEND-MESSAGE
003330         MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
003340         PERFORM 8000-ABEND THRU 8000-EXIT
003350     END-IF.
003360     IF HL-IPARM-BAND-RATES NOT NUMERIC
003370         MOVE 'HELLOIA - NON-NUMERIC RATE ON PARM RECORD'
003380             TO WS-ABEND-MESSAGE
003390         MOVE SPACES TO WS-ABEND-FILE-STATUS
003400         PERFORM 8000-ABEND THRU 8000-EXIT
003410     END-IF.
003420     IF WS-RATE-COUNT >= WS-RATE-MAX
003430         MOVE 'HELLOIA - TOO MANY RATE PARAMETER RECORDS'
003440             TO WS-ABEND-MESSAGE
003450         MOVE SPACES TO WS-ABEND-FILE-STATUS
003460         PERFORM 8000-ABEND THRU 8000-EXIT
003470     END-IF.
003480     ADD 1 TO WS-RATE-COUNT.
003490     MOVE WS-RATE-COUNT TO WS-RATE-SUB.
003500     MOVE HL-IPARM-STATUS-CODE
003510         TO WS-RATE-STATUS-CODE (WS-RATE-SUB).
003520     PERFORM 1220-LOAD-ONE-BAND-RATE THRU 1220-EXIT
003530         VARYING WS-BAND-SUB FROM 1 BY 1
003540         UNTIL WS-BAND-SUB > 6.
003550 1210-EXIT.
003560     EXIT.
003570
003580****************************************************************
003590* 1220-LOAD-ONE-BAND-RATE - COPY ONE BAND RATE INTO THE TABLE
003600****************************************************************
003610 1220-LOAD-ONE-BAND-RATE.
003620     MOVE HL-IPARM-RATE (WS-BAND-SUB)
003630         TO WS-RATE-BAND (WS-RATE-SUB WS-BAND-SUB).
003640 1220-EXIT.
003650     EXIT.
003660
003670****************************************************************
003680* 2000-ACCRUE-MASTER - COMPUTE AND DISPOSE OF THE ACCRUAL FOR
003690*                      ONE MASTER RECORD
003700****************************************************************
003710 2000-ACCRUE-MASTER.
003720     ADD 1 TO WS-RECORDS-READ.
003730*    A RECORD THE NIGHTLY EDIT WOULD SUSPEND (V001 BLANKS)
003740*    CAN CARRY SPACES IN THE PACKED BALANCE - TREAT IT AS
003750*    ZERO, AS HELLOBA DOES, SO THE BAND TESTS BELOW DO NOT
003760*    DATA-EXCEPTION THE SWEEP.
003770     IF HL-MAST-BALANCE NOT NUMERIC
003780         MOVE ZERO TO HL-MAST-BALANCE
003790     END-IF.
003800     PERFORM 3000-FIND-RATE THRU 3000-EXIT.
003810     IF WS-RATE-FOUND AND WS-RATE-WORK > ZERO
003820         PERFORM 4000-WRITE-ACCRUAL-TRAN THRU 4000-EXIT
003830     ELSE
003840         ADD 1 TO WS-RECORDS-SKIPPED
003850     END-IF.
003860     PERFORM 2900-READ-MASTER-RECORD THRU 2900-EXIT.
003870 2000-EXIT.
003880     EXIT.
003890
003900****************************************************************
003910* 2900-READ-MASTER-RECORD - READ THE NEXT MASTER RECORD
003920****************************************************************
003930 2900-READ-MASTER-RECORD.
003940     READ MASTER-FILE NEXT RECORD
003950         AT END
003960             SET WS-EOF-REACHED TO TRUE
003970     END-READ.
003980     IF NOT HL-MASTER-OK AND NOT HL-MASTER-EOF
003990         MOVE 'HELLOIA - MASTER-FILE READ ERROR, STATUS='
004000             TO WS-ABEND-MESSAGE
004010         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
004020         PERFORM 8000-ABEND THRU 8000-EXIT
004030     END-IF.
004040 2900-EXIT.
004050     EXIT.
004060
004070****************************************************************
004080* 3000-FIND-RATE - PICK THE MONTHLY RATE FOR THIS RECORD'S
004090*                  STATUS CODE AND BALANCE BAND.  THE BAND
004100*                  TESTS MATCH THE HELLOBA STRATIFICATION.
004110****************************************************************
004120 3000-FIND-RATE.
004130     MOVE 'N' TO WS-RATE-FOUND-SWITCH.
004140     MOVE ZERO TO WS-RATE-WORK.
004150     EVALUATE TRUE
004160         WHEN HL-MAST-BALANCE NOT > ZERO
004170             MOVE 1 TO WS-BAND-SUB
004180         WHEN HL-MAST-BALANCE < 1000
004190             MOVE 2 TO WS-BAND-SUB
004200         WHEN HL-MAST-BALANCE < 10000
004210             MOVE 3 TO WS-BAND-SUB
004220         WHEN HL-MAST-BALANCE < 100000
004230             MOVE 4 TO WS-BAND-SUB
004240         WHEN HL-MAST-BALANCE < 1000000
004250             MOVE 5 TO WS-BAND-SUB
004260         WHEN OTHER
004270             MOVE 6 TO WS-BAND-SUB
004280     END-EVALUATE.
004290     MOVE ZERO TO WS-RATE-SUB.
004300     PERFORM 3100-MATCH-ONE-RATE THRU 3100-EXIT
004310         UNTIL WS-RATE-FOUND OR WS-RATE-SUB NOT < WS-RATE-COUNT.
004320 3000-EXIT.
004330     EXIT.
004340
004350****************************************************************
004360* 3100-MATCH-ONE-RATE - COMPARE ONE RATE-TABLE ENTRY
004370****************************************************************
004380 3100-MATCH-ONE-RATE.
004390     ADD 1 TO WS-RATE-SUB.
004400     IF WS-RATE-STATUS-CODE (WS-RATE-SUB) = HL-MAST-STATUS-CODE
004410         SET WS-RATE-FOUND TO TRUE
004420         MOVE WS-RATE-BAND (WS-RATE-SUB WS-BAND-SUB)
004430             TO WS-RATE-WORK
004440     END-IF.
004450 3100-EXIT.
004460     EXIT.
004470
004480****************************************************************
004490* 4000-WRITE-ACCRUAL-TRAN - COMPUTE THE INTEREST, WRITE THE
004500*                           B-TYPE TRANSACTION, AND PRINT THE
004510*                           REGISTER LINE
004520****************************************************************
004530 4000-WRITE-ACCRUAL-TRAN.
004540     COMPUTE WS-INTEREST-WORK ROUNDED =
004550         HL-MAST-BALANCE * WS-RATE-WORK / 100.
004560     IF WS-INTEREST-WORK = ZERO
004570         ADD 1 TO WS-RECORDS-SKIPPED
004580         GO TO 4000-EXIT
004590     END-IF.
004600*    ROLL TO A NEW BATCH BEFORE THIS TRANSACTION WOULD PUSH
004610*    THE CURRENT ONE PAST THE HELLOTM IN-CORE BATCH TABLE.
004620     IF WS-BATCH-TRAN-COUNT >= WS-BATCH-TRAN-MAX
004630         PERFORM 4910-WRITE-BATCH-TRAILER THRU 4910-EXIT
004640         ADD 1 TO WS-ACCRUAL-BATCH-NO
004650         PERFORM 4800-WRITE-BATCH-HEADER THRU 4800-EXIT
004660     END-IF.
004670     MOVE SPACES TO HL-TRAN-RECORD.
004680     MOVE 'B' TO HL-TRAN-CODE.
004690     MOVE HL-MAST-ACCT-NO TO HL-TRAN-ACCT-NO.
004700     MOVE HL-MAST-NAME TO HL-TRAN-NAME.
004710     MOVE WS-CURRENT-DATE(1:4) TO HL-TRAN-EFF-YYYY.
004720     MOVE WS-CURRENT-DATE(5:2) TO HL-TRAN-EFF-MM.
004730     MOVE WS-CURRENT-DATE(7:2) TO HL-TRAN-EFF-DD.
004740     MOVE WS-INTEREST-WORK TO HL-TRAN-AMOUNT.
004750     MOVE SPACE TO HL-TRAN-STATUS-CODE.
004760     WRITE HL-TRAN-RECORD.
004770     IF NOT HL-TRAN-OUT-OK
004780         MOVE 'HELLOIA - TRAN-OUT WRITE ERROR, STATUS='
004790             TO WS-ABEND-MESSAGE
004800         MOVE HL-TRAN-OUT-STATUS TO WS-ABEND-FILE-STATUS
004810         PERFORM 8000-ABEND THRU 8000-EXIT
004820     END-IF.
004830     ADD 1 TO WS-RECORDS-ACCRUED.
004840     ADD 1 TO WS-TRANS-WRITTEN.
004850     ADD 1 TO WS-BATCH-TRAN-COUNT.
004860     ADD WS-INTEREST-WORK TO WS-BATCH-HASH-TOTAL.
004870     ADD WS-INTEREST-WORK TO WS-INTEREST-TOTAL.
004880     ADD HL-MAST-BALANCE TO WS-BALANCE-TOTAL.
004890     PERFORM 7100-PRINT-REGISTER-LINE THRU 7100-EXIT.
004900 4000-EXIT.
004910     EXIT.
004920
004930****************************************************************
004940* 4800-WRITE-BATCH-HEADER - OPEN THE NEXT ACCRUAL BATCH (THE
004950*                           90000 SERIES IS RESERVED) SO THE
004960*                           HELLOTM PROOF CAN GATE THE FILE
004970****************************************************************
004980 4800-WRITE-BATCH-HEADER.
004990     MOVE SPACES TO HL-TRAN-BATCH-HEADER.
005000     MOVE 'H' TO HL-TRAN-BH-CODE.
005010     MOVE WS-ACCRUAL-BATCH-NO TO HL-TRAN-BH-BATCH-NO.
005020     MOVE WS-CURRENT-DATE TO HL-TRAN-BH-BATCH-DATE.
005030     MOVE 'HELLOIA' TO HL-TRAN-BH-SOURCE.
005040     WRITE HL-TRAN-BATCH-HEADER.
005050     IF NOT HL-TRAN-OUT-OK
005060         MOVE 'HELLOIA - TRAN-OUT WRITE ERROR, STATUS='
005070             TO WS-ABEND-MESSAGE
005080         MOVE HL-TRAN-OUT-STATUS TO WS-ABEND-FILE-STATUS
005090         PERFORM 8000-ABEND THRU 8000-EXIT
005100     END-IF.
005110 4800-EXIT.
005120     EXIT.
005130
005140****************************************************************
005150* 4910-WRITE-BATCH-TRAILER - CLOSE THE CURRENT ACCRUAL BATCH
005160*                            WITH ITS OWN TRANSACTION COUNT
005170*                            AND AMOUNT HASH
005180****************************************************************
005190 4910-WRITE-BATCH-TRAILER.
005200     MOVE SPACES TO HL-TRAN-BATCH-TRAILER.
005210     MOVE 'T' TO HL-TRAN-BT-CODE.
005220     MOVE WS-ACCRUAL-BATCH-NO TO HL-TRAN-BT-BATCH-NO.
005230     MOVE WS-BATCH-TRAN-COUNT TO HL-TRAN-BT-TRAN-COUNT.
005240     MOVE WS-BATCH-HASH-TOTAL TO HL-TRAN-BT-AMOUNT-HASH.
005250     WRITE HL-TRAN-BATCH-TRAILER.
005260     IF NOT HL-TRAN-OUT-OK
005270         MOVE 'HELLOIA - TRAN-OUT WRITE ERROR, STATUS='
005280             TO WS-ABEND-MESSAGE
005290         MOVE HL-TRAN-OUT-STATUS TO WS-ABEND-FILE-STATUS
005300         PERFORM 8000-ABEND THRU 8000-EXIT
005310     END-IF.
005320     MOVE ZERO TO WS-BATCH-TRAN-COUNT.
005330     MOVE ZERO TO WS-BATCH-HASH-TOTAL.
005340 4910-EXIT.
005350     EXIT.
005360
005370****************************************************************
005380* 7000-WRITE-HEADINGS - START A NEW REGISTER PAGE
005390****************************************************************
005400 7000-WRITE-HEADINGS.
005410     ADD 1 TO WS-PAGE-NUMBER.
005420     MOVE ZERO TO WS-LINES-ON-PAGE.
005430     MOVE '1' TO HL-IAP-H1-CTL.
005440     MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE-MM.
005450     MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE-DD.
005460     MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-DATE-YYYY.
005470     MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-HH.
005480     MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-MM.
005490     MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-SS.
005500     MOVE WS-RUN-DATE-DISPLAY TO HL-IAP-H1-DATE.
005510     MOVE WS-RUN-TIME-DISPLAY TO HL-IAP-H1-TIME.
005520     MOVE WS-PAGE-NUMBER TO HL-IAP-H1-PAGE.
005530     WRITE HL-IAP-HEADING-1.
005540     WRITE HL-IAP-HEADING-2.
005550 7000-EXIT.
005560     EXIT.
005570
005580****************************************************************
005590* 7100-PRINT-REGISTER-LINE - PRINT ONE ACCRUED ACCOUNT
005600****************************************************************
005610 7100-PRINT-REGISTER-LINE.
005620     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
005630         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
005640     END-IF.
005650     MOVE SPACE TO HL-IAP-DTL-CTL.
005660     MOVE HL-MAST-ACCT-NO TO HL-IAP-DTL-ACCT.
005670     MOVE HL-MAST-STATUS-CODE TO HL-IAP-DTL-STATUS.
005680     MOVE HL-MAST-BALANCE TO HL-IAP-DTL-BALANCE.
005690     MOVE WS-RATE-WORK TO HL-IAP-DTL-RATE.
005700     MOVE WS-INTEREST-WORK TO HL-IAP-DTL-INTEREST.
005710     WRITE HL-IAP-DETAIL-LINE.
005720     ADD 1 TO WS-LINES-ON-PAGE.
005730 7100-EXIT.
005740     EXIT.
005750
005760****************************************************************
005770* 7900-WRITE-TOTALS - PRINT THE CONTROL TOTALS FOR THE RUN.
005780*                     TRANSACTIONS WRITTEN AND INTEREST TOTAL
005790*                     TIE TO THE GENERATED TRANSACTION FILE.
005800****************************************************************
005810 7900-WRITE-TOTALS.
005820     MOVE '-' TO HL-IAP-TOT-CTL.
005830     MOVE 'ACCOUNTS READ' TO HL-IAP-TOT-LABEL.
005840     MOVE WS-RECORDS-READ TO HL-IAP-TOT-COUNT.
005850     MOVE ZERO TO HL-IAP-TOT-AMOUNT.
005860     WRITE HL-IAP-TOTAL-LINE.
005870     MOVE SPACE TO HL-IAP-TOT-CTL.
005880     MOVE 'ACCOUNTS ACCRUED' TO HL-IAP-TOT-LABEL.
005890     MOVE WS-RECORDS-ACCRUED TO HL-IAP-TOT-COUNT.
005900     MOVE WS-BALANCE-TOTAL TO HL-IAP-TOT-AMOUNT.
005910     WRITE HL-IAP-TOTAL-LINE.
005920     MOVE SPACE TO HL-IAP-TOT-CTL.
005930     MOVE 'ACCOUNTS NOT ACCRUED' TO HL-IAP-TOT-LABEL.
005940     MOVE WS-RECORDS-SKIPPED TO HL-IAP-TOT-COUNT.
005950     MOVE ZERO TO HL-IAP-TOT-AMOUNT.
005960     WRITE HL-IAP-TOTAL-LINE.
005970     MOVE SPACE TO HL-IAP-TOT-CTL.
005980     MOVE 'TRANSACTIONS WRITTEN' TO HL-IAP-TOT-LABEL.
005990     MOVE WS-TRANS-WRITTEN TO HL-IAP-TOT-COUNT.
006000     MOVE WS-INTEREST-TOTAL TO HL-IAP-TOT-AMOUNT.
006010     WRITE HL-IAP-TOTAL-LINE.
006020 7900-EXIT.
006030     EXIT.
006040
006050****************************************************************
006060* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
006070****************************************************************
006080 8000-ABEND.
006090     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
006100     MOVE 16 TO WS-ABEND-RETURN-CODE.
006110     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
006120     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
006130     STOP RUN.
006140 8000-EXIT.
006150     EXIT.
006160
006170****************************************************************
006180* 9000-TERMINATE - PRINT TOTALS AND CLOSE FILES
006190****************************************************************
006200 9000-TERMINATE.
006210     PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT.
006220     PERFORM 4910-WRITE-BATCH-TRAILER THRU 4910-EXIT.
006230     CLOSE MASTER-FILE.
006240     CLOSE TRAN-OUT-FILE.
006250     CLOSE REPORT-FILE.
006260 9000-EXIT.
006270     EXIT.
006280
006290****************************************************************
006300* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT LOG
006310****************************************************************
006320 9500-WRITE-AUDIT-LOG.
006330     OPEN EXTEND AUDIT-LOG-FILE.
006340     IF NOT HL-AUDIT-OK
006350         DISPLAY 'HELLOIA - UNABLE TO OPEN AUDIT-LOG, STATUS='
006360             HL-AUDIT-STATUS
006370         MOVE 16 TO RETURN-CODE
006380         STOP RUN
006390     END-IF.
006400     MOVE 'HELLOIA' TO AUD-JOB-NAME.
006410     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
006420     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
006430     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006440     ACCEPT WS-CURRENT-TIME FROM TIME.
006450     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
006460     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
006470     MOVE WS-RECORDS-READ TO AUD-RECORDS-READ.
006480     MOVE WS-RECORDS-ACCRUED TO AUD-RECORDS-ACCEPTED.
006490     MOVE WS-RECORDS-SKIPPED TO AUD-RECORDS-REJECTED.
006500     MOVE RETURN-CODE TO AUD-RETURN-CODE.
006510     WRITE AUD-LOG-RECORD.
006520     CLOSE AUDIT-LOG-FILE.
006530 9500-EXIT.
006540     EXIT.
