000100****************************************************************
000110* PROGRAM:     HELLODM
000120* AUTHOR:      J. L. BRANNIGAN
000130* INSTALLATION:DATA PROCESSING - BATCH SYSTEMS
000140* DATE-WRITTEN:2026-10-15
000150* DATE-COMPILED:
000160*----------------------------------------------------------------
000170* DESCRIPTION
000180*   MONTHLY DORMANCY RUN.  SWEEPS THE CUSTOMER MASTER IN KEY
000190*   SEQUENCE AND MEASURES EACH ACCOUNT'S IDLE TIME FROM THE
000200*   MASTER LAST-ACTIVITY DATE (FALLING BACK TO THE EFFECTIVE
000210*   DATE FOR A RECORD NOT YET STAMPED BY HELLOTM) AGAINST THE
000220*   PARAMETER-DRIVEN PERIODS IN HLDPARM:
000230*   - AN ACTIVE ACCOUNT IDLE PAST THE DORMANCY PERIOD GETS AN
000240*     S-TYPE STATUS-CHANGE TRANSACTION TO 'I' (HLTRN.CPY) ON
000250*     THE TRANSACTION FILE, WRITTEN AS KEYED BATCHES IN THE
000260*     RESERVED 60000 SERIES SO THE NEXT HELLOTM CYCLE PROVES
000270*     AND POSTS IT - THIS RUN NEVER TOUCHES THE MASTER ITSELF.
000280*     HELLOTM DOES NOT STAMP LAST ACTIVITY FOR THAT SERIES.
000290*     EACH SUCH ACCOUNT IS ALSO SENT A DORMANCY NOTICE LETTER
000300*     AT ITS ADDRESS ON FILE AND LISTED ON THE REGISTER.
000310*   - IN THE ANNUAL FILING MONTH ONLY, EVERY ACCOUNT WITH A
000320*     CREDIT BALANCE IDLE PAST THE STATUTORY PERIOD GOES ON
000330*     THE UNCLAIMED-PROPERTY REPORT AND THE REMITTANCE FILE
000340*     (HLESC.CPY), WHICH ENDS IN A COUNT AND AMOUNT TRAILER.
000350*   PRINTS THE DORMANCY REGISTER WITH CONTROL TOTALS THAT TIE
000360*   TO THE GENERATED TRANSACTION FILE AND THE LETTERS, AND
000370*   APPENDS ONE ROW TO THE SHARED AUDIT LOG.
000380*----------------------------------------------------------------
000390* MODIFICATION HISTORY
000400* DATE       INIT  DESCRIPTION
000410* 2026-10-15 JLB   INITIAL VERSION - PARAMETER-DRIVEN DORMANCY
000420*                  CLASSIFICATION, NOTICE LETTERS, AND THE
000430*                  ANNUAL UNCLAIMED-PROPERTY REPORT AND
000440*                  REMITTANCE FILE.
000450* 2026-10-15 JLB   THE DORMANCY AND STATUTORY CUTOFFS NOW COME
000460*                  FROM THE HELLODT DATE-SERVICE ROUTINE, WHICH
000470*                  CUTS THE DAY BACK TO THE END OF A SHORTER
000480*                  MONTH.  WHOLE MEMBER RENUMBERED.
000490* 2026-10-15 JLB   THE BATCH HEADER NOW NAMES HELLODM IN
000500*                  HL-TRAN-BH-SOURCE - HELLOTM REJECTS A
000510*                  RESERVED-SERIES BATCH WITHOUT IT.  WHOLE
000520*                  MEMBER RENUMBERED.
000530****************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID.     HELLODM.
000560 AUTHOR.         J. L. BRANNIGAN.
000570 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000580 DATE-WRITTEN.   2026-10-15.
000590 DATE-COMPILED.
000600
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER.   IBM-370.
000640 OBJECT-COMPUTER.   IBM-370.
000650
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680
000690*    ------------------------------------------------------------
000700*    CUSTOMER MASTER FILE - INDEXED, KEYED BY ACCOUNT NUMBER,
000710*    READ-ONLY KEY-SEQUENCE PASS
000720*    ------------------------------------------------------------
000730     SELECT MASTER-FILE ASSIGN TO "MASTERF"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS HL-MAST-KEY
000770         FILE STATUS IS HL-MASTER-STATUS.
000780
000790*    ------------------------------------------------------------
000800*    PARAMETER FILE - OPERATOR-MAINTAINED DORMANCY AND
000810*    STATUTORY PERIODS, ONE RECORD
000820*    ------------------------------------------------------------
000830     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS HL-PARM-STATUS.
000860
000870*    ------------------------------------------------------------
000880*    GENERATED TRANSACTION FILE - S-TYPE STATUS CHANGES FOR
000890*    THE NEXT HELLOTM CYCLE
000900*    ------------------------------------------------------------
000910     SELECT TRAN-OUT-FILE ASSIGN TO "TRANFILE"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS HL-TRAN-OUT-STATUS.
000940
000950*    ------------------------------------------------------------
000960*    DORMANCY REGISTER PRINT FILE - 133-BYTE ASA CARRIAGE
000970*    CONTROL
000980*    ------------------------------------------------------------
000990     SELECT REPORT-FILE ASSIGN TO "PRTFILE"
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS HL-REPORT-STATUS.
001020
001030*    ------------------------------------------------------------
001040*    DORMANCY NOTICE LETTER PRINT FILE - 133-BYTE ASA
001050*    CARRIAGE CONTROL, ONE LETTER PER PAGE
001060*    ------------------------------------------------------------
001070     SELECT LETTER-FILE ASSIGN TO "LETTERS"
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS HL-LETTER-STATUS.
001100
001110*    ------------------------------------------------------------
001120*    UNCLAIMED-PROPERTY REPORT PRINT FILE - 133-BYTE ASA
001130*    CARRIAGE CONTROL
001140*    ------------------------------------------------------------
001150     SELECT ESCHEAT-REPORT-FILE ASSIGN TO "ESCHRPT"
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS HL-ESC-REPORT-STATUS.
001180
001190*    ------------------------------------------------------------
001200*    UNCLAIMED-PROPERTY REMITTANCE FILE - DETAILS AND A
001210*    CONTROL TRAILER, WRITTEN IN THE FILING MONTH ONLY
001220*    ------------------------------------------------------------
001230     SELECT REMIT-FILE ASSIGN TO "REMITF"
001240         ORGANIZATION IS SEQUENTIAL
001250         FILE STATUS IS HL-REMIT-STATUS.
001260
001270*    ------------------------------------------------------------
001280*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
001290*    LAYOUT ACROSS THE SUITE
001300*    ------------------------------------------------------------
001310     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001320         ORGANIZATION IS SEQUENTIAL
001330         FILE STATUS IS HL-AUDIT-STATUS.
001340
001350 DATA DIVISION.
001360 FILE SECTION.
001370
001380 FD  MASTER-FILE
001390     LABEL RECORDS ARE STANDARD
001400     RECORD CONTAINS 97 CHARACTERS
001410     DATA RECORD IS HL-MASTER-RECORD.
001420     COPY HLMAST.
001430
001440 FD  PARM-FILE
001450     LABEL RECORDS ARE STANDARD
001460     RECORD CONTAINS 80 CHARACTERS
001470     DATA RECORD IS HL-DPARM-RECORD.
001480     COPY HLDPARM.
001490
001500 FD  TRAN-OUT-FILE
001510     LABEL RECORDS ARE STANDARD
001520     RECORD CONTAINS 100 CHARACTERS
001530     DATA RECORD IS HL-TRAN-RECORD.
001540     COPY HLTRN.
001550
001560 FD  REPORT-FILE
001570     LABEL RECORDS ARE STANDARD
001580     RECORD CONTAINS 133 CHARACTERS.
001590     COPY HLDMPRT.
001600
001610 FD  LETTER-FILE
001620     LABEL RECORDS ARE STANDARD
001630     RECORD CONTAINS 133 CHARACTERS.
001640     COPY HLDMLTR.
001650
001660 FD  ESCHEAT-REPORT-FILE
001670     LABEL RECORDS ARE STANDARD
001680     RECORD CONTAINS 133 CHARACTERS.
001690     COPY HLESPRT.
001700
001710 FD  REMIT-FILE
001720     LABEL RECORDS ARE STANDARD
001730     RECORD CONTAINS 100 CHARACTERS
001740     DATA RECORD IS HL-ESC-DETAIL-RECORD.
001750     COPY HLESC.
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
001890     05  HL-MASTER-STATUS            PIC X(02) VALUE '00'.
001900         88  HL-MASTER-OK            VALUE '00'.
001910         88  HL-MASTER-EOF           VALUE '10'.
001920     05  HL-PARM-STATUS              PIC X(02) VALUE '00'.
001930         88  HL-PARM-OK              VALUE '00'.
001940     05  HL-TRAN-OUT-STATUS          PIC X(02) VALUE '00'.
001950         88  HL-TRAN-OUT-OK          VALUE '00'.
001960     05  HL-REPORT-STATUS            PIC X(02) VALUE '00'.
001970         88  HL-REPORT-OK            VALUE '00'.
001980     05  HL-LETTER-STATUS            PIC X(02) VALUE '00'.
001990         88  HL-LETTER-OK            VALUE '00'.
002000     05  HL-ESC-REPORT-STATUS        PIC X(02) VALUE '00'.
002010         88  HL-ESC-REPORT-OK        VALUE '00'.
002020     05  HL-REMIT-STATUS             PIC X(02) VALUE '00'.
002030         88  HL-REMIT-OK             VALUE '00'.
002040     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
002050         88  HL-AUDIT-OK             VALUE '00'.
002060
002070*    ------------------------------------------------------------
002080*    SWITCHES
002090*    ------------------------------------------------------------
002100 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
002110     88  WS-EOF-REACHED              VALUE 'Y'.
002120 77  WS-ESCHEAT-RUN-SWITCH           PIC X(01) VALUE 'N'.
002130     88  WS-ESCHEAT-RUN              VALUE 'Y'.
002140
002150*    ------------------------------------------------------------
002160*    RUN COUNTERS - READ TIES TO DORMANT PLUS NOT ACTIVE PLUS
002170*    NOT IDLE PLUS NO ACTIVITY DATE
002180*    ------------------------------------------------------------
002190 77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
002200 77  WS-RECORDS-DORMANT              PIC 9(07) COMP VALUE ZERO.
002210 77  WS-RECORDS-NOT-ACTIVE           PIC 9(07) COMP VALUE ZERO.
002220 77  WS-RECORDS-NOT-IDLE             PIC 9(07) COMP VALUE ZERO.
002230 77  WS-RECORDS-NO-DATE              PIC 9(07) COMP VALUE ZERO.
002240 77  WS-LETTERS-PRINTED              PIC 9(07) COMP VALUE ZERO.
002250 77  WS-ESCHEAT-ITEMS                PIC 9(07) COMP VALUE ZERO.
002260 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
002270 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
002280
002290*    ------------------------------------------------------------
002300*    AUDIT-LOG WORK AREAS
002310*    ------------------------------------------------------------
002320 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
002330 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
002340
002350*    ------------------------------------------------------------
002360*    PERIOD CUTOFFS - RUN DATE LESS EACH PARAMETER PERIOD.  AN
002370*    ACCOUNT WHOSE LAST ACTIVITY FALLS BEFORE A CUTOFF HAS
002380*    BEEN IDLE LONGER THAN THAT PERIOD.
002390*    ------------------------------------------------------------
002400 77  WS-DORMANT-MONTHS               PIC 9(03) COMP VALUE ZERO.
002410 77  WS-ESCHEAT-MONTHS               PIC 9(03) COMP VALUE ZERO.
002420 77  WS-ESCHEAT-RUN-MM               PIC 9(02) VALUE ZERO.
002430 77  WS-HOLDER-ID                    PIC X(10) VALUE SPACES.
002440 77  WS-PERIOD-MONTHS                PIC 9(03) COMP VALUE ZERO.
002450 77  WS-DORMANT-CUTOFF               PIC 9(08) VALUE ZERO.
002460 77  WS-ESCHEAT-CUTOFF               PIC 9(08) VALUE ZERO.
002470 01  WS-CUTOFF-DATE                  PIC 9(08) VALUE ZERO.
002480 01  WS-RUN-DATE-X.
002490     05  WS-RUN-YYYY                 PIC 9(04).
002500     05  WS-RUN-MM                   PIC 9(02).
002510     05  WS-RUN-DD                   PIC 9(02).
002520 77  WS-LAST-ACT-DATE                PIC 9(08) VALUE ZERO.
002530
002540*    ------------------------------------------------------------
002550*    DATE-SERVICE ROUTINE PARAMETER BLOCK
002560*    ------------------------------------------------------------
002570     COPY HLDTS.
002580
002590*    ------------------------------------------------------------
002600*    GENERATED BATCH CONTROLS - THE WHOLE 60000 SERIES IS
002610*    RESERVED FOR THIS RUN; A NEW BATCH EVERY 2000
002620*    TRANSACTIONS KEEPS WITHIN THE HELLOTM IN-CORE BATCH TABLE
002630*    ------------------------------------------------------------
002640 77  WS-TRANS-WRITTEN                PIC 9(07) COMP VALUE ZERO.
002650 77  WS-DORMANCY-BATCH-NO            PIC 9(05) VALUE 60001.
002660 77  WS-BATCH-TRAN-MAX               PIC 9(05) COMP VALUE 2000.
002670 77  WS-BATCH-TRAN-COUNT             PIC 9(05) COMP VALUE ZERO.
002680 01  WS-BATCH-HASH-TOTAL             PIC S9(13)V99 COMP-3
002690                                     VALUE ZERO.
002700 01  WS-DORMANT-BALANCE-TOTAL        PIC S9(13)V99 COMP-3
002710                                     VALUE ZERO.
002720 01  WS-ESCHEAT-TOTAL                PIC S9(13)V99 COMP-3
002730                                     VALUE ZERO.
002740
002750*    ------------------------------------------------------------
002760*    NOTICE LETTER TEXT AND WORK LINES
002770*    ------------------------------------------------------------
002780 77  WS-LTR-CTL                      PIC X(01) VALUE SPACE.
002790 77  WS-LTR-TEXT                     PIC X(72) VALUE SPACES.
002800 77  WS-LTR-SUB                      PIC 9(02) COMP VALUE ZERO.
002810 77  WS-LETTER-TEXT-MAX              PIC 9(02) COMP VALUE 11.
002820 01  WS-LETTER-TEXT-VALUES.
002830     05  FILLER                      PIC X(72) VALUE
002840         'OUR RECORDS SHOW NO CUSTOMER ACTIVITY ON THE'.
002850     05  FILLER                      PIC X(72) VALUE
002860         'ACCOUNT NAMED ABOVE SINCE THE LAST-ACTIVITY DATE'.
002870     05  FILLER                      PIC X(72) VALUE
002880         'SHOWN.  UNDER OUR DORMANT ACCOUNT POLICY THE'.
002890     05  FILLER                      PIC X(72) VALUE
002900         'ACCOUNT HAS NOW BEEN CLASSIFIED AS INACTIVE.'.
002910     05  FILLER                      PIC X(72) VALUE SPACES.
002920     05  FILLER                      PIC X(72) VALUE
002930         'TO KEEP THE ACCOUNT ACTIVE, PLEASE CONTACT US OR'.
002940     05  FILLER                      PIC X(72) VALUE
002950         'MAKE A TRANSACTION ON THE ACCOUNT.  A BALANCE LEFT'.
002960     05  FILLER                      PIC X(72) VALUE
002970         'UNCLAIMED BEYOND THE PERIOD SET BY STATE LAW MUST'.
002980     05  FILLER                      PIC X(72) VALUE
002990         'BE REMITTED TO THE STATE AS UNCLAIMED PROPERTY.'.
003000     05  FILLER                      PIC X(72) VALUE SPACES.
003010     05  FILLER                      PIC X(72) VALUE
003020         'CUSTOMER ACCOUNT SERVICES'.
003030 01  WS-LETTER-TEXT-TABLE REDEFINES WS-LETTER-TEXT-VALUES.
003040     05  WS-LETTER-TEXT-LINE         OCCURS 11 TIMES
003050                                     PIC X(72).
003060 01  WS-LTR-DATE-LINE.
003070     05  FILLER                      PIC X(06) VALUE 'DATE: '.
003080     05  WS-LTR-DATE                 PIC X(10).
003090     05  FILLER                      PIC X(56) VALUE SPACES.
003100 01  WS-LTR-ACCT-LINE.
003110     05  FILLER                      PIC X(17)
003120             VALUE 'ACCOUNT NUMBER:'.
003130     05  WS-LTR-ACCT                 PIC 9(07).
003140     05  FILLER                      PIC X(48) VALUE SPACES.
003150 01  WS-LTR-LAST-ACT-LINE.
003160     05  FILLER                      PIC X(17)
003170             VALUE 'LAST ACTIVITY:'.
003180     05  WS-LTR-LAST-ACT             PIC 9999/99/99.
003190     05  FILLER                      PIC X(45) VALUE SPACES.
003200 01  WS-LTR-BALANCE-LINE.
003210     05  FILLER                      PIC X(17) VALUE 'BALANCE:'.
003220     05  WS-LTR-BALANCE              PIC -ZZZ,ZZZ,ZZ9.99.
003230     05  FILLER                      PIC X(40) VALUE SPACES.
003240
003250*    ------------------------------------------------------------
003260*    REGISTER AND UNCLAIMED-PROPERTY REPORT CONTROLS
003270*    ------------------------------------------------------------
003280 77  WS-MAX-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
003290 77  WS-LINES-ON-PAGE                PIC 9(02) COMP VALUE ZERO.
003300 77  WS-PAGE-NUMBER                  PIC 9(04) COMP VALUE ZERO.
003310 77  WS-ESC-LINES-ON-PAGE            PIC 9(02) COMP VALUE ZERO.
003320 77  WS-ESC-PAGE-NUMBER              PIC 9(04) COMP VALUE ZERO.
003330 01  WS-RUN-DATE-DISPLAY.
003340     05  WS-RUN-DATE-MM              PIC 9(02).
003350     05  FILLER                      PIC X(01) VALUE '/'.
003360     05  WS-RUN-DATE-DD              PIC 9(02).
003370     05  FILLER                      PIC X(01) VALUE '/'.
003380     05  WS-RUN-DATE-YYYY            PIC 9(04).
003390 01  WS-RUN-TIME-DISPLAY.
003400     05  WS-RUN-TIME-HH              PIC 9(02).
003410     05  FILLER                      PIC X(01) VALUE ':'.
003420     05  WS-RUN-TIME-MM              PIC 9(02).
003430     05  FILLER                      PIC X(01) VALUE ':'.
003440     05  WS-RUN-TIME-SS              PIC 9(02).
003450
003460*    ------------------------------------------------------------
003470*    ABEND HANDLING
003480*    ------------------------------------------------------------
003490 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
003500 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
003510 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
003520
003530 PROCEDURE DIVISION.
003540
003550****************************************************************
003560* 0000-MAINLINE
003570****************************************************************
003580 0000-MAINLINE.
003590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003600     PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
003610         UNTIL WS-EOF-REACHED.
003620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003630     MOVE ZERO TO RETURN-CODE.
003640     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
003650     STOP RUN.
003660
003670****************************************************************
003680* 1000-INITIALIZE - LOAD THE PARAMETERS, WORK OUT THE CUTOFF
003690*                   DATES, OPEN FILES, PRIME THE READ
003700****************************************************************
003710 1000-INITIALIZE.
003720     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
003730     ACCEPT WS-RUN-START-TIME FROM TIME.
003740     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003750     ACCEPT WS-CURRENT-TIME FROM TIME.
003760     PERFORM 1200-READ-PARM-FILE THRU 1200-EXIT.
003770     PERFORM 1300-COMPUTE-CUTOFF-DATES THRU 1300-EXIT.
003780     OPEN INPUT MASTER-FILE.
003790     IF NOT HL-MASTER-OK
003800         MOVE 'HELLODM - UNABLE TO OPEN MASTER-FILE, STATUS='
003810             TO WS-ABEND-MESSAGE
003820         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
003830         PERFORM 8000-ABEND THRU 8000-EXIT
003840     END-IF.
003850     OPEN OUTPUT TRAN-OUT-FILE.
003860     IF NOT HL-TRAN-OUT-OK
003870         MOVE 'HELLODM - UNABLE TO OPEN TRAN-OUT-FILE, STATUS='
003880             TO WS-ABEND-MESSAGE
003890         MOVE HL-TRAN-OUT-STATUS TO WS-ABEND-FILE-STATUS
003900         PERFORM 8000-ABEND THRU 8000-EXIT
003910     END-IF.
003920     OPEN OUTPUT REPORT-FILE.
003930     IF NOT HL-REPORT-OK
003940         MOVE 'HELLODM - UNABLE TO OPEN REPORT-FILE, STATUS='
003950             TO WS-ABEND-MESSAGE
003960         MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
003970         PERFORM 8000-ABEND THRU 8000-EXIT
003980     END-IF.
003990     OPEN OUTPUT LETTER-FILE.
004000     IF NOT HL-LETTER-OK
004010         MOVE 'HELLODM - UNABLE TO OPEN LETTER-FILE, STATUS='
004020             TO WS-ABEND-MESSAGE
004030         MOVE HL-LETTER-STATUS TO WS-ABEND-FILE-STATUS
004040         PERFORM 8000-ABEND THRU 8000-EXIT
004050     END-IF.
004060     OPEN OUTPUT ESCHEAT-REPORT-FILE.
004070     IF NOT HL-ESC-REPORT-OK
004080         MOVE 'HELLODM - UNABLE TO OPEN ESCHEAT-REPORT, STATUS='
004090             TO WS-ABEND-MESSAGE
004100         MOVE HL-ESC-REPORT-STATUS TO WS-ABEND-FILE-STATUS
004110         PERFORM 8000-ABEND THRU 8000-EXIT
004120     END-IF.
004130     OPEN OUTPUT REMIT-FILE.
004140     IF NOT HL-REMIT-OK
004150         MOVE 'HELLODM - UNABLE TO OPEN REMIT-FILE, STATUS='
004160             TO WS-ABEND-MESSAGE
004170         MOVE HL-REMIT-STATUS TO WS-ABEND-FILE-STATUS
004180         PERFORM 8000-ABEND THRU 8000-EXIT
004190     END-IF.
004200     PERFORM 4800-WRITE-BATCH-HEADER THRU 4800-EXIT.
004210     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
004220     PERFORM 7500-WRITE-ESCHEAT-HEADINGS THRU 7500-EXIT.
004230     PERFORM 2900-READ-MASTER-RECORD THRU 2900-EXIT.
004240 1000-EXIT.
004250     EXIT.
004260
004270****************************************************************
004280* 1200-READ-PARM-FILE - LOAD THE DORMANCY AND STATUTORY PERIODS
004290****************************************************************
004300 1200-READ-PARM-FILE.
004310     OPEN INPUT PARM-FILE.
004320     IF NOT HL-PARM-OK
004330         MOVE 'HELLODM - UNABLE TO OPEN PARM-FILE, STATUS='
004340             TO WS-ABEND-MESSAGE
004350         MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
004360         PERFORM 8000-ABEND THRU 8000-EXIT
004370     END-IF.
004380     READ PARM-FILE
004390         AT END
004400             MOVE 'HELLODM - PARM-FILE IS EMPTY'
004410                 TO WS-ABEND-MESSAGE
004420             MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
004430             PERFORM 8000-ABEND THRU 8000-EXIT
004440     END-READ.
004450     IF HL-DPARM-DORMANT-MONTHS NOT NUMERIC
004460         OR HL-DPARM-DORMANT-MONTHS = ZERO
004470         OR HL-DPARM-ESCHEAT-MONTHS NOT NUMERIC
004480         OR HL-DPARM-ESCHEAT-MONTHS = ZERO
004490         MOVE 'HELLODM - PERIOD PARAMETER MISSING OR ZERO'
004500             TO WS-ABEND-MESSAGE
004510         MOVE SPACES TO WS-ABEND-FILE-STATUS
004520         PERFORM 8000-ABEND THRU 8000-EXIT
004530     END-IF.
004540     IF HL-DPARM-ESCHEAT-RUN-MM NOT NUMERIC
004550         OR HL-DPARM-ESCHEAT-RUN-MM > 12
004560         MOVE 'HELLODM - FILING MONTH PARAMETER INVALID'
004570             TO WS-ABEND-MESSAGE
004580         MOVE SPACES TO WS-ABEND-FILE-STATUS
004590         PERFORM 8000-ABEND THRU 8000-EXIT
004600     END-IF.
004610     MOVE HL-DPARM-DORMANT-MONTHS TO WS-DORMANT-MONTHS.
004620     MOVE HL-DPARM-ESCHEAT-MONTHS TO WS-ESCHEAT-MONTHS.
004630     MOVE HL-DPARM-ESCHEAT-RUN-MM TO WS-ESCHEAT-RUN-MM.
004640     MOVE HL-DPARM-HOLDER-ID TO WS-HOLDER-ID.
004650     CLOSE PARM-FILE.
004660     DISPLAY 'HELLODM - DORMANCY MONTHS: ' WS-DORMANT-MONTHS.
004670     DISPLAY 'HELLODM - STATUTORY MONTHS: ' WS-ESCHEAT-MONTHS.
004680 1200-EXIT.
004690     EXIT.
004700
004710****************************************************************
004720* 1300-COMPUTE-CUTOFF-DATES - RUN DATE LESS EACH PERIOD, AND
004730*                             WHETHER THIS IS THE FILING MONTH
004740****************************************************************
004750 1300-COMPUTE-CUTOFF-DATES.
004760     MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY.
004770     MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM.
004780     MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD.
004790     MOVE WS-DORMANT-MONTHS TO WS-PERIOD-MONTHS.
004800     PERFORM 1310-SUBTRACT-PERIOD THRU 1310-EXIT.
004810     MOVE WS-CUTOFF-DATE TO WS-DORMANT-CUTOFF.
004820     MOVE WS-ESCHEAT-MONTHS TO WS-PERIOD-MONTHS.
004830     PERFORM 1310-SUBTRACT-PERIOD THRU 1310-EXIT.
004840     MOVE WS-CUTOFF-DATE TO WS-ESCHEAT-CUTOFF.
004850     IF WS-ESCHEAT-RUN-MM NOT = ZERO
004860         AND WS-ESCHEAT-RUN-MM = WS-RUN-MM
004870         SET WS-ESCHEAT-RUN TO TRUE
004880     END-IF.
004890     DISPLAY 'HELLODM - DORMANCY CUTOFF DATE: ' WS-DORMANT-CUTOFF.
004900     DISPLAY 'HELLODM - STATUTORY CUTOFF DATE: '
004910         WS-ESCHEAT-CUTOFF.
004920     IF WS-ESCHEAT-RUN
004930         DISPLAY 'HELLODM - ANNUAL UNCLAIMED-PROPERTY FILING RUN'
004940     END-IF.
004950 1300-EXIT.
004960     EXIT.
004970
004980****************************************************************
004990* 1310-SUBTRACT-PERIOD - CUTOFF DATE = RUN DATE LESS
005000*                        WS-PERIOD-MONTHS WHOLE MONTHS, THE DAY
005010*                        CUT BACK TO THE END OF A SHORTER MONTH
005020****************************************************************
005030 1310-SUBTRACT-PERIOD.
005040     MOVE 'M' TO HL-DTS-FUNCTION.
005050     MOVE WS-CURRENT-DATE TO HL-DTS-DATE-1.
005060     COMPUTE HL-DTS-NUMBER = ZERO - WS-PERIOD-MONTHS.
005070     CALL 'HELLODT' USING HL-DTS-PARMS.
005080     IF NOT HL-DTS-OK
005090         MOVE 'HELLODM - CUTOFF DATE ROUTINE FAILED, RETURN CODE='
005100             TO WS-ABEND-MESSAGE
005110         MOVE HL-DTS-RETURN-CODE TO WS-ABEND-FILE-STATUS
005120         PERFORM 8000-ABEND THRU 8000-EXIT
005130     END-IF.
005140     MOVE HL-DTS-RESULT-DATE TO WS-CUTOFF-DATE.
005150 1310-EXIT.
005160     EXIT.
005170
005180****************************************************************
005190* 2000-PROCESS-MASTER - CLASSIFY ONE MASTER RECORD FOR
005200*                       DORMANCY AND, IN THE FILING MONTH, FOR
005210*                       UNCLAIMED PROPERTY
005220****************************************************************
005230 2000-PROCESS-MASTER.
005240     ADD 1 TO WS-RECORDS-READ.
005250*    A RECORD THE NIGHTLY EDIT WOULD SUSPEND (V001 BLANKS)
005260*    CAN CARRY SPACES IN THE PACKED BALANCE - TREAT IT AS
005270*    ZERO, AS HELLOBA DOES.
005280     IF HL-MAST-BALANCE NOT NUMERIC
005290         MOVE ZERO TO HL-MAST-BALANCE
005300     END-IF.
005310     PERFORM 3000-GET-LAST-ACTIVITY THRU 3000-EXIT.
005320     IF WS-LAST-ACT-DATE = ZERO
005330         ADD 1 TO WS-RECORDS-NO-DATE
005340         GO TO 2000-READ-NEXT
005350     END-IF.
005360     EVALUATE TRUE
005370         WHEN NOT HL-MAST-ACTIVE
005380             ADD 1 TO WS-RECORDS-NOT-ACTIVE
005390         WHEN WS-LAST-ACT-DATE < WS-DORMANT-CUTOFF
005400             PERFORM 4000-MAKE-DORMANT THRU 4000-EXIT
005410         WHEN OTHER
005420             ADD 1 TO WS-RECORDS-NOT-IDLE
005430     END-EVALUATE.
005440     IF WS-ESCHEAT-RUN
005450         AND HL-MAST-BALANCE > ZERO
005460         AND WS-LAST-ACT-DATE < WS-ESCHEAT-CUTOFF
005470         PERFORM 5000-WRITE-ESCHEAT-ITEM THRU 5000-EXIT
005480     END-IF.
005490 2000-READ-NEXT.
005500     PERFORM 2900-READ-MASTER-RECORD THRU 2900-EXIT.
005510 2000-EXIT.
005520     EXIT.
005530
005540****************************************************************
005550* 2900-READ-MASTER-RECORD - READ THE NEXT MASTER RECORD
005560****************************************************************
005570 2900-READ-MASTER-RECORD.
005580     READ MASTER-FILE NEXT RECORD
005590         AT END
005600             SET WS-EOF-REACHED TO TRUE
005610     END-READ.
005620     IF NOT HL-MASTER-OK AND NOT HL-MASTER-EOF
005630         MOVE 'HELLODM - MASTER-FILE READ ERROR, STATUS='
005640             TO WS-ABEND-MESSAGE
005650         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
005660         PERFORM 8000-ABEND THRU 8000-EXIT
005670     END-IF.
005680 2900-EXIT.
005690     EXIT.
005700
005710****************************************************************
005720* 3000-GET-LAST-ACTIVITY - THE DATE IDLE TIME IS MEASURED FROM.
005730*                          A RECORD HELLOTM HAS NOT YET STAMPED
005740*                          FALLS BACK TO ITS EFFECTIVE DATE;
005750*                          ZERO MEANS NEITHER DATE IS USABLE.
005760****************************************************************
005770 3000-GET-LAST-ACTIVITY.
005780     MOVE ZERO TO WS-LAST-ACT-DATE.
005790     IF HL-MAST-LAST-ACT-DATE NUMERIC
005800         AND HL-MAST-LAST-ACT-DATE > ZERO
005810         MOVE HL-MAST-LAST-ACT-DATE TO WS-LAST-ACT-DATE
005820         GO TO 3000-EXIT
005830     END-IF.
005840     IF HL-MAST-EFF-YYYY NUMERIC
005850         AND HL-MAST-EFF-MM NUMERIC
005860         AND HL-MAST-EFF-DD NUMERIC
005870         MOVE HL-MAST-EFF-DATE TO WS-LAST-ACT-DATE
005880     END-IF.
005890 3000-EXIT.
005900     EXIT.
005910
005920****************************************************************
005930* 4000-MAKE-DORMANT - WRITE THE S-TYPE TRANSACTION TO 'I',
005940*                     PRINT THE REGISTER LINE AND THE NOTICE
005950*                     LETTER
005960****************************************************************
005970 4000-MAKE-DORMANT.
005980*    ROLL TO A NEW BATCH BEFORE THIS TRANSACTION WOULD PUSH
005990*    THE CURRENT ONE PAST THE HELLOTM IN-CORE BATCH TABLE.
006000     IF WS-BATCH-TRAN-COUNT >= WS-BATCH-TRAN-MAX
006010         PERFORM 4910-WRITE-BATCH-TRAILER THRU 4910-EXIT
006020         ADD 1 TO WS-DORMANCY-BATCH-NO
006030         PERFORM 4800-WRITE-BATCH-HEADER THRU 4800-EXIT
006040     END-IF.
006050     MOVE SPACES TO HL-TRAN-RECORD.
006060     MOVE 'S' TO HL-TRAN-CODE.
006070     MOVE HL-MAST-ACCT-NO TO HL-TRAN-ACCT-NO.
006080     MOVE HL-MAST-NAME TO HL-TRAN-NAME.
006090     MOVE WS-CURRENT-DATE(1:4) TO HL-TRAN-EFF-YYYY.
006100     MOVE WS-CURRENT-DATE(5:2) TO HL-TRAN-EFF-MM.
006110     MOVE WS-CURRENT-DATE(7:2) TO HL-TRAN-EFF-DD.
006120     MOVE ZERO TO HL-TRAN-AMOUNT.
006130     MOVE 'I' TO HL-TRAN-STATUS-CODE.
006140     WRITE HL-TRAN-RECORD.
006150     IF NOT HL-TRAN-OUT-OK
006160         MOVE 'HELLODM - TRAN-OUT WRITE ERROR, STATUS='
006170             TO WS-ABEND-MESSAGE
006180         MOVE HL-TRAN-OUT-STATUS TO WS-ABEND-FILE-STATUS
006190         PERFORM 8000-ABEND THRU 8000-EXIT
006200     END-IF.
006210     ADD 1 TO WS-RECORDS-DORMANT.
006220     ADD 1 TO WS-TRANS-WRITTEN.
006230     ADD 1 TO WS-BATCH-TRAN-COUNT.
006240     ADD HL-MAST-BALANCE TO WS-DORMANT-BALANCE-TOTAL.
006250     PERFORM 7100-PRINT-REGISTER-LINE THRU 7100-EXIT.
006260     PERFORM 6000-PRINT-NOTICE-LETTER THRU 6000-EXIT.
006270 4000-EXIT.
006280     EXIT.
006290
006300****************************************************************
006310* 4800-WRITE-BATCH-HEADER - OPEN THE NEXT DORMANCY BATCH (THE
006320*                           60000 SERIES IS RESERVED) SO THE
006330*                           HELLOTM PROOF CAN GATE THE FILE
006340****************************************************************
006350 4800-WRITE-BATCH-HEADER.
006360     MOVE SPACES TO HL-TRAN-BATCH-HEADER.
006370     MOVE 'H' TO HL-TRAN-BH-CODE.
006380     MOVE WS-DORMANCY-BATCH-NO TO HL-TRAN-BH-BATCH-NO.
006390     MOVE WS-CURRENT-DATE TO HL-TRAN-BH-BATCH-DATE.
006400     MOVE 'HELLODM' TO HL-TRAN-BH-SOURCE.
006410     WRITE HL-TRAN-BATCH-HEADER.
006420     IF NOT HL-TRAN-OUT-OK
006430         MOVE 'HELLODM - TRAN-OUT WRITE ERROR, STATUS='
006440             TO WS-ABEND-MESSAGE
006450         MOVE HL-TRAN-OUT-STATUS TO WS-ABEND-FILE-STATUS
006460         PERFORM 8000-ABEND THRU 8000-EXIT
006470     END-IF.
006480 4800-EXIT.
006490     EXIT.
006500
006510****************************************************************
006520* 4910-WRITE-BATCH-TRAILER - CLOSE THE CURRENT DORMANCY BATCH
006530*                            WITH ITS OWN TRANSACTION COUNT
006540*                            AND (ZERO) AMOUNT HASH
006550****************************************************************
006560 4910-WRITE-BATCH-TRAILER.
006570     MOVE SPACES TO HL-TRAN-BATCH-TRAILER.
006580     MOVE 'T' TO HL-TRAN-BT-CODE.
006590     MOVE WS-DORMANCY-BATCH-NO TO HL-TRAN-BT-BATCH-NO.
006600     MOVE WS-BATCH-TRAN-COUNT TO HL-TRAN-BT-TRAN-COUNT.
006610     MOVE WS-BATCH-HASH-TOTAL TO HL-TRAN-BT-AMOUNT-HASH.
006620     WRITE HL-TRAN-BATCH-TRAILER.
006630     IF NOT HL-TRAN-OUT-OK
006640         MOVE 'HELLODM - TRAN-OUT WRITE ERROR, STATUS='
006650             TO WS-ABEND-MESSAGE
006660         MOVE HL-TRAN-OUT-STATUS TO WS-ABEND-FILE-STATUS
006670         PERFORM 8000-ABEND THRU 8000-EXIT
006680     END-IF.
006690     MOVE ZERO TO WS-BATCH-TRAN-COUNT.
006700     MOVE ZERO TO WS-BATCH-HASH-TOTAL.
006710 4910-EXIT.
006720     EXIT.
006730
006740****************************************************************
006750* 5000-WRITE-ESCHEAT-ITEM - WRITE ONE REMITTANCE DETAIL AND
006760*                           PRINT IT ON THE UNCLAIMED-PROPERTY
006770*                           REPORT
006780****************************************************************
006790 5000-WRITE-ESCHEAT-ITEM.
006800     MOVE SPACES TO HL-ESC-DETAIL-RECORD.
006810     MOVE 'D' TO HL-ESC-REC-TYPE.
006820     MOVE HL-MAST-ACCT-NO TO HL-ESC-ACCT-NO.
006830     MOVE HL-MAST-NAME TO HL-ESC-NAME.
006840     MOVE HL-MAST-ADDRESS TO HL-ESC-ADDRESS.
006850     MOVE WS-LAST-ACT-DATE TO HL-ESC-LAST-ACT-DATE.
006860     MOVE HL-MAST-BALANCE TO HL-ESC-AMOUNT.
006870     MOVE HL-MAST-STATUS-CODE TO HL-ESC-STATUS-CODE.
006880     MOVE WS-RUN-YYYY TO HL-ESC-REPORT-YEAR.
006890     WRITE HL-ESC-DETAIL-RECORD.
006900     IF NOT HL-REMIT-OK
006910         MOVE 'HELLODM - REMIT-FILE WRITE ERROR, STATUS='
006920             TO WS-ABEND-MESSAGE
006930         MOVE HL-REMIT-STATUS TO WS-ABEND-FILE-STATUS
006940         PERFORM 8000-ABEND THRU 8000-EXIT
006950     END-IF.
006960     ADD 1 TO WS-ESCHEAT-ITEMS.
006970     ADD HL-MAST-BALANCE TO WS-ESCHEAT-TOTAL.
006980     PERFORM 7600-PRINT-ESCHEAT-LINE THRU 7600-EXIT.
006990 5000-EXIT.
007000     EXIT.
007010
007020****************************************************************
007030* 5900-WRITE-REMIT-TRAILER - CLOSE THE REMITTANCE FILE WITH
007040*                            THE HOLDER, ITEM COUNT AND TOTAL
007050****************************************************************
007060 5900-WRITE-REMIT-TRAILER.
007070     MOVE SPACES TO HL-ESC-TRAILER-RECORD.
007080     MOVE 'T' TO HL-ESC-TR-REC-TYPE.
007090     MOVE WS-HOLDER-ID TO HL-ESC-TR-HOLDER-ID.
007100     MOVE WS-RUN-YYYY TO HL-ESC-TR-REPORT-YEAR.
007110     MOVE WS-ESCHEAT-ITEMS TO HL-ESC-TR-ITEM-COUNT.
007120     MOVE WS-ESCHEAT-TOTAL TO HL-ESC-TR-AMOUNT-TOTAL.
007130     WRITE HL-ESC-TRAILER-RECORD.
007140     IF NOT HL-REMIT-OK
007150         MOVE 'HELLODM - REMIT-FILE WRITE ERROR, STATUS='
007160             TO WS-ABEND-MESSAGE
007170         MOVE HL-REMIT-STATUS TO WS-ABEND-FILE-STATUS
007180         PERFORM 8000-ABEND THRU 8000-EXIT
007190     END-IF.
007200 5900-EXIT.
007210     EXIT.
007220
007230****************************************************************
007240* 6000-PRINT-NOTICE-LETTER - ONE-PAGE DORMANCY NOTICE TO THE
007250*                            NAME AND ADDRESS ON FILE
007260****************************************************************
007270 6000-PRINT-NOTICE-LETTER.
007280     MOVE WS-RUN-DATE-DISPLAY TO WS-LTR-DATE.
007290     MOVE '1' TO WS-LTR-CTL.
007300     MOVE WS-LTR-DATE-LINE TO WS-LTR-TEXT.
007310     PERFORM 6900-WRITE-LETTER-LINE THRU 6900-EXIT.
007320     MOVE '-' TO WS-LTR-CTL.
007330     MOVE HL-MAST-NAME TO WS-LTR-TEXT.
007340     PERFORM 6900-WRITE-LETTER-LINE THRU 6900-EXIT.
007350     MOVE SPACE TO WS-LTR-CTL.
007360     MOVE HL-MAST-ADDRESS TO WS-LTR-TEXT.
007370     PERFORM 6900-WRITE-LETTER-LINE THRU 6900-EXIT.
007380     MOVE HL-MAST-ACCT-NO TO WS-LTR-ACCT.
007390     MOVE '-' TO WS-LTR-CTL.
007400     MOVE WS-LTR-ACCT-LINE TO WS-LTR-TEXT.
007410     PERFORM 6900-WRITE-LETTER-LINE THRU 6900-EXIT.
007420     MOVE WS-LAST-ACT-DATE TO WS-LTR-LAST-ACT.
007430     MOVE SPACE TO WS-LTR-CTL.
007440     MOVE WS-LTR-LAST-ACT-LINE TO WS-LTR-TEXT.
007450     PERFORM 6900-WRITE-LETTER-LINE THRU 6900-EXIT.
007460     MOVE HL-MAST-BALANCE TO WS-LTR-BALANCE.
007470     MOVE SPACE TO WS-LTR-CTL.
007480     MOVE WS-LTR-BALANCE-LINE TO WS-LTR-TEXT.
007490     PERFORM 6900-WRITE-LETTER-LINE THRU 6900-EXIT.
007500     MOVE '0' TO WS-LTR-CTL.
007510     MOVE 'DEAR CUSTOMER:' TO WS-LTR-TEXT.
007520     PERFORM 6900-WRITE-LETTER-LINE THRU 6900-EXIT.
007530     PERFORM 6100-PRINT-LETTER-TEXT THRU 6100-EXIT
007540         VARYING WS-LTR-SUB FROM 1 BY 1
007550         UNTIL WS-LTR-SUB > WS-LETTER-TEXT-MAX.
007560     ADD 1 TO WS-LETTERS-PRINTED.
007570 6000-EXIT.
007580     EXIT.
007590
007600****************************************************************
007610* 6100-PRINT-LETTER-TEXT - PRINT ONE LINE OF THE STANDING
007620*                          LETTER TEXT
007630****************************************************************
007640 6100-PRINT-LETTER-TEXT.
007650     IF WS-LTR-SUB = 1
007660         MOVE '0' TO WS-LTR-CTL
007670     ELSE
007680         MOVE SPACE TO WS-LTR-CTL
007690     END-IF.
007700     MOVE WS-LETTER-TEXT-LINE (WS-LTR-SUB) TO WS-LTR-TEXT.
007710     PERFORM 6900-WRITE-LETTER-LINE THRU 6900-EXIT.
007720 6100-EXIT.
007730     EXIT.
007740
007750****************************************************************
007760* 6900-WRITE-LETTER-LINE - WRITE WS-LTR-TEXT WITH CARRIAGE
007770*                          CONTROL WS-LTR-CTL
007780****************************************************************
007790 6900-WRITE-LETTER-LINE.
007800     MOVE SPACES TO HL-DML-LINE.
007810     MOVE WS-LTR-CTL TO HL-DML-CTL.
007820     MOVE WS-LTR-TEXT TO HL-DML-TEXT.
007830     WRITE HL-DML-LINE.
007840     IF NOT HL-LETTER-OK
007850         MOVE 'HELLODM - LETTER-FILE WRITE ERROR, STATUS='
007860             TO WS-ABEND-MESSAGE
007870         MOVE HL-LETTER-STATUS TO WS-ABEND-FILE-STATUS
007880         PERFORM 8000-ABEND THRU 8000-EXIT
007890     END-IF.
007900 6900-EXIT.
007910     EXIT.
007920
007930****************************************************************
007940* 7000-WRITE-HEADINGS - START A NEW REGISTER PAGE
007950****************************************************************
007960 7000-WRITE-HEADINGS.
007970     ADD 1 TO WS-PAGE-NUMBER.
007980     MOVE ZERO TO WS-LINES-ON-PAGE.
007990     MOVE '1' TO HL-DMP-H1-CTL.
008000     MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE-MM.
008010     MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE-DD.
008020     MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-DATE-YYYY.
008030     MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-HH.
008040     MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-MM.
008050     MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-SS.
008060     MOVE WS-RUN-DATE-DISPLAY TO HL-DMP-H1-DATE.
008070     MOVE WS-RUN-TIME-DISPLAY TO HL-DMP-H1-TIME.
008080     MOVE WS-PAGE-NUMBER TO HL-DMP-H1-PAGE.
008090     WRITE HL-DMP-HEADING-1.
008100     WRITE HL-DMP-HEADING-2.
008110 7000-EXIT.
008120     EXIT.
008130
008140****************************************************************
008150* 7100-PRINT-REGISTER-LINE - PRINT ONE ACCOUNT MADE DORMANT
008160****************************************************************
008170 7100-PRINT-REGISTER-LINE.
008180     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
008190         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
008200     END-IF.
008210     MOVE SPACE TO HL-DMP-DTL-CTL.
008220     MOVE HL-MAST-ACCT-NO TO HL-DMP-DTL-ACCT.
008230     MOVE HL-MAST-NAME TO HL-DMP-DTL-NAME.
008240     MOVE WS-LAST-ACT-DATE TO HL-DMP-DTL-LAST-ACT.
008250     MOVE HL-MAST-STATUS-CODE TO HL-DMP-DTL-STATUS.
008260     MOVE HL-MAST-BALANCE TO HL-DMP-DTL-BALANCE.
008270     WRITE HL-DMP-DETAIL-LINE.
008280     ADD 1 TO WS-LINES-ON-PAGE.
008290 7100-EXIT.
008300     EXIT.
008310
008320****************************************************************
008330* 7500-WRITE-ESCHEAT-HEADINGS - START A NEW UNCLAIMED-PROPERTY
008340*                               REPORT PAGE
008350****************************************************************
008360 7500-WRITE-ESCHEAT-HEADINGS.
008370     ADD 1 TO WS-ESC-PAGE-NUMBER.
008380     MOVE ZERO TO WS-ESC-LINES-ON-PAGE.
008390     MOVE '1' TO HL-ESP-H1-CTL.
008400     MOVE WS-RUN-DATE-DISPLAY TO HL-ESP-H1-DATE.
008410     MOVE WS-RUN-TIME-DISPLAY TO HL-ESP-H1-TIME.
008420     MOVE WS-ESC-PAGE-NUMBER TO HL-ESP-H1-PAGE.
008430     WRITE HL-ESP-HEADING-1.
008440     WRITE HL-ESP-HEADING-2.
008450 7500-EXIT.
008460     EXIT.
008470
008480****************************************************************
008490* 7600-PRINT-ESCHEAT-LINE - PRINT ONE BALANCE BEING REMITTED
008500****************************************************************
008510 7600-PRINT-ESCHEAT-LINE.
008520     IF WS-ESC-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
008530         PERFORM 7500-WRITE-ESCHEAT-HEADINGS THRU 7500-EXIT
008540     END-IF.
008550     MOVE SPACE TO HL-ESP-DTL-CTL.
008560     MOVE HL-MAST-ACCT-NO TO HL-ESP-DTL-ACCT.
008570     MOVE HL-MAST-NAME TO HL-ESP-DTL-NAME.
008580     MOVE HL-MAST-ADDRESS TO HL-ESP-DTL-ADDRESS.
008590     MOVE WS-LAST-ACT-DATE TO HL-ESP-DTL-LAST-ACT.
008600     MOVE HL-MAST-STATUS-CODE TO HL-ESP-DTL-STATUS.
008610     MOVE HL-MAST-BALANCE TO HL-ESP-DTL-AMOUNT.
008620     WRITE HL-ESP-DETAIL-LINE.
008630     ADD 1 TO WS-ESC-LINES-ON-PAGE.
008640 7600-EXIT.
008650     EXIT.
008660
008670****************************************************************
008680* 7900-WRITE-TOTALS - PRINT THE CONTROL TOTALS FOR THE RUN.
008690*                     TRANSACTIONS WRITTEN TIES TO THE
008700*                     GENERATED TRANSACTION FILE AND TO THE
008710*                     LETTERS PRINTED.
008720****************************************************************
008730 7900-WRITE-TOTALS.
008740     MOVE '-' TO HL-DMP-TOT-CTL.
008750     MOVE 'ACCOUNTS READ' TO HL-DMP-TOT-LABEL.
008760     MOVE WS-RECORDS-READ TO HL-DMP-TOT-COUNT.
008770     MOVE ZERO TO HL-DMP-TOT-AMOUNT.
008780     WRITE HL-DMP-TOTAL-LINE.
008790     MOVE SPACE TO HL-DMP-TOT-CTL.
008800     MOVE 'ACCOUNTS MADE DORMANT' TO HL-DMP-TOT-LABEL.
008810     MOVE WS-RECORDS-DORMANT TO HL-DMP-TOT-COUNT.
008820     MOVE WS-DORMANT-BALANCE-TOTAL TO HL-DMP-TOT-AMOUNT.
008830     WRITE HL-DMP-TOTAL-LINE.
008840     MOVE SPACE TO HL-DMP-TOT-CTL.
008850     MOVE 'ACCOUNTS NOT ACTIVE' TO HL-DMP-TOT-LABEL.
008860     MOVE WS-RECORDS-NOT-ACTIVE TO HL-DMP-TOT-COUNT.
008870     MOVE ZERO TO HL-DMP-TOT-AMOUNT.
008880     WRITE HL-DMP-TOTAL-LINE.
008890     MOVE SPACE TO HL-DMP-TOT-CTL.
008900     MOVE 'ACCOUNTS NOT YET DORMANT' TO HL-DMP-TOT-LABEL.
008910     MOVE WS-RECORDS-NOT-IDLE TO HL-DMP-TOT-COUNT.
008920     MOVE ZERO TO HL-DMP-TOT-AMOUNT.
008930     WRITE HL-DMP-TOTAL-LINE.
008940     MOVE SPACE TO HL-DMP-TOT-CTL.
008950     MOVE 'NO USABLE ACTIVITY DATE' TO HL-DMP-TOT-LABEL.
008960     MOVE WS-RECORDS-NO-DATE TO HL-DMP-TOT-COUNT.
008970     MOVE ZERO TO HL-DMP-TOT-AMOUNT.
008980     WRITE HL-DMP-TOTAL-LINE.
008990     MOVE SPACE TO HL-DMP-TOT-CTL.
009000     MOVE 'TRANSACTIONS WRITTEN' TO HL-DMP-TOT-LABEL.
009010     MOVE WS-TRANS-WRITTEN TO HL-DMP-TOT-COUNT.
009020     MOVE ZERO TO HL-DMP-TOT-AMOUNT.
009030     WRITE HL-DMP-TOTAL-LINE.
009040     MOVE SPACE TO HL-DMP-TOT-CTL.
009050     MOVE 'NOTICE LETTERS PRINTED' TO HL-DMP-TOT-LABEL.
009060     MOVE WS-LETTERS-PRINTED TO HL-DMP-TOT-COUNT.
009070     MOVE ZERO TO HL-DMP-TOT-AMOUNT.
009080     WRITE HL-DMP-TOTAL-LINE.
009090     MOVE SPACE TO HL-DMP-TOT-CTL.
009100     MOVE 'UNCLAIMED PROPERTY ITEMS' TO HL-DMP-TOT-LABEL.
009110     MOVE WS-ESCHEAT-ITEMS TO HL-DMP-TOT-COUNT.
009120     MOVE WS-ESCHEAT-TOTAL TO HL-DMP-TOT-AMOUNT.
009130     WRITE HL-DMP-TOTAL-LINE.
009140 7900-EXIT.
009150     EXIT.
009160
009170****************************************************************
009180* 7950-WRITE-ESCHEAT-TOTALS - CLOSE THE UNCLAIMED-PROPERTY
009190*                             REPORT.  THE ITEM COUNT AND TOTAL
009200*                             TIE TO THE REMITTANCE TRAILER.
009210****************************************************************
009220 7950-WRITE-ESCHEAT-TOTALS.
009230     MOVE '-' TO HL-ESP-TOT-CTL.
009240     IF WS-ESCHEAT-RUN
009250         MOVE 'ITEMS REMITTED' TO HL-ESP-TOT-LABEL
009260     ELSE
009270         MOVE 'NO FILING DUE THIS MONTH' TO HL-ESP-TOT-LABEL
009280     END-IF.
009290     MOVE WS-ESCHEAT-ITEMS TO HL-ESP-TOT-COUNT.
009300     MOVE WS-ESCHEAT-TOTAL TO HL-ESP-TOT-AMOUNT.
009310     WRITE HL-ESP-TOTAL-LINE.
009320 7950-EXIT.
009330     EXIT.
009340
009350****************************************************************
009360* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
009370****************************************************************
009380 8000-ABEND.
009390     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
009400     MOVE 16 TO WS-ABEND-RETURN-CODE.
009410     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
009420     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
009430     STOP RUN.
009440 8000-EXIT.
009450     EXIT.
009460
009470****************************************************************
009480* 9000-TERMINATE - PRINT TOTALS, CLOSE THE BATCH AND THE
009490*                  REMITTANCE FILE, CLOSE FILES.  OUTSIDE THE
009500*                  FILING MONTH THE REMITTANCE FILE IS LEFT
009510*                  EMPTY.
009520****************************************************************
009530 9000-TERMINATE.
009540     PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT.
009550     PERFORM 4910-WRITE-BATCH-TRAILER THRU 4910-EXIT.
009560     PERFORM 7950-WRITE-ESCHEAT-TOTALS THRU 7950-EXIT.
009570     IF WS-ESCHEAT-RUN
009580         PERFORM 5900-WRITE-REMIT-TRAILER THRU 5900-EXIT
009590     END-IF.
009600     CLOSE MASTER-FILE.
009610     CLOSE TRAN-OUT-FILE.
009620     CLOSE REPORT-FILE.
009630     CLOSE LETTER-FILE.
009640     CLOSE ESCHEAT-REPORT-FILE.
009650     CLOSE REMIT-FILE.
009660 9000-EXIT.
009670     EXIT.
009680
009690****************************************************************
009700* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT LOG
009710****************************************************************
009720 9500-WRITE-AUDIT-LOG.
009730     OPEN EXTEND AUDIT-LOG-FILE.
009740     IF NOT HL-AUDIT-OK
009750         DISPLAY 'HELLODM - UNABLE TO OPEN AUDIT-LOG, STATUS='
009760             HL-AUDIT-STATUS
009770         MOVE 16 TO RETURN-CODE
009780         STOP RUN
009790     END-IF.
009800     MOVE 'HELLODM' TO AUD-JOB-NAME.
009810     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
009820     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
009830     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
009840     ACCEPT WS-CURRENT-TIME FROM TIME.
009850     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
009860     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
009870     MOVE WS-RECORDS-READ TO AUD-RECORDS-READ.
009880     MOVE WS-TRANS-WRITTEN TO AUD-RECORDS-ACCEPTED.
009890     MOVE WS-RECORDS-NO-DATE TO AUD-RECORDS-REJECTED.
009900     MOVE RETURN-CODE TO AUD-RETURN-CODE.
009910     WRITE AUD-LOG-RECORD.
009920     CLOSE AUDIT-LOG-FILE.
009930 9500-EXIT.
009940     EXIT.
