000100****************************************************************
000110* PROGRAM:     HELLOGR
000120* AUTHOR:      J. L. BRANNIGAN
000130* INSTALLATION:DATA PROCESSING - BATCH SYSTEMS
000140* DATE-WRITTEN:2026-10-15
000150* DATE-COMPILED:
000160*----------------------------------------------------------------
000170* DESCRIPTION
000180*   MONTH-END GL CONTROL-ACCOUNT RECONCILIATION.  PROVES THE
000190*   CUSTOMER MASTER AGAINST THE TWO GENERAL-LEDGER CONTROL
000200*   ACCOUNTS IT FEEDS:
000210*     11000000 = CUSTOMER BALANCES - MASTER STATUS A AND I
000220*     12000000 = CLOSED ACCOUNT BALANCES - MASTER STATUS C
000230*   READS FINANCE'S MONTH-END BALANCE FILE (HLGLB.CPY) FOR THE
000240*   GL SIDE AND THE LOADER'S POSTED/REJECTED STATUS OF EACH
000250*   INTERFACE FILE, THEN THE GL POSTING INTERFACE FILES STILL
000260*   ON HAND (HLGL.CPY - HELLOTM'S AND HELLOAP'S, CONCATENATED,
000270*   EACH PROVEN AGAINST ITS OWN TRAILER).  A FILE FINANCE DID
000280*   NOT POST - REJECTED, NEVER LOADED, OR DATED AFTER THE
000290*   PERIOD END - HAS MOVED THE MASTER BUT NOT THE LEDGER AND
000300*   IS LISTED AS A RECONCILING ITEM AGAINST THE ACCOUNTS IT
000310*   TOUCHES.  A KEY-SEQUENCE SWEEP OF THE MASTER TOTALS
000320*   HL-MAST-BALANCE BY STATUS.  FOR EACH CONTROL ACCOUNT THE
000330*   VARIANCE IS THE MASTER TOTAL LESS THE GL BALANCE ADJUSTED
000340*   FOR THE RECONCILING ITEMS, AND MAY NOT EXCEED THE
000350*   TOLERANCE ON THE PARAMETER CARD (HLRPARM.CPY).  PRINTS THE
000360*   RECONCILIATION WITH A SIGN-OFF BLOCK.
000370*   RETURN-CODE 0008 - A VARIANCE OVER TOLERANCE, A BALANCE
000380*   FILE THAT FAILS ITS TRAILER OR LACKS A CONTROL ACCOUNT, OR
000390*   A FINANCE REJECTION THAT CANNOT BE QUANTIFIED - HOLDS THE
000400*   MONTH-END CLOSE.  RETURN-CODE 0004 - RECONCILED, BUT WITH
000410*   RECONCILING ITEMS OR EXCEPTIONS FOR REVIEW.  APPENDS ONE
000420*   ROW TO THE SHARED AUDIT LOG.
000430*----------------------------------------------------------------
000440* MODIFICATION HISTORY
000450* DATE       INIT  DESCRIPTION
000460* 2026-10-15 JLB   INITIAL VERSION.
000470****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.     HELLOGR.
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
000640*    RECONCILIATION PARAMETER CARD - THE TOLERANCE
000650*    ------------------------------------------------------------
000660     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS HL-PARM-STATUS.
000690
000700*    ------------------------------------------------------------
000710*    GL BALANCE FILE - INBOUND FROM FINANCE AT MONTH-END
000720*    ------------------------------------------------------------
000730     SELECT GL-BALANCE-FILE ASSIGN TO "GLBALIN"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS HL-GLBAL-STATUS.
000760
000770*    ------------------------------------------------------------
000780*    GL POSTING INTERFACE FILES ON HAND - CONCATENATED, EACH
000790*    ENDING IN ITS OWN TRAILER
000800*    ------------------------------------------------------------
000810     SELECT GL-FILE ASSIGN TO "GLFILES"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS HL-GLFILE-STATUS.
000840
000850*    ------------------------------------------------------------
000860*    CUSTOMER MASTER FILE - INDEXED, KEYED BY ACCOUNT NUMBER,
000870*    READ-ONLY KEY-SEQUENCE SWEEP
000880*    ------------------------------------------------------------
000890     SELECT MASTER-FILE ASSIGN TO "MASTERF"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS HL-MAST-KEY
000930         FILE STATUS IS HL-MASTER-STATUS.
000940
000950*    ------------------------------------------------------------
000960*    RECONCILIATION PRINT FILE - 133-BYTE ASA CARRIAGE CONTROL
000970*    ------------------------------------------------------------
000980     SELECT REPORT-FILE ASSIGN TO "PRTFILE"
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS HL-REPORT-STATUS.
001010
001020*    ------------------------------------------------------------
001030*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
001040*    LAYOUT ACROSS THE SUITE
001050*    ------------------------------------------------------------
001060     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS HL-AUDIT-STATUS.
001090
001100 DATA DIVISION.
001110 FILE SECTION.
001120
001130 FD  PARM-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 80 CHARACTERS
001160     DATA RECORD IS HL-RPARM-RECORD.
001170     COPY HLRPARM.
001180
001190 FD  GL-BALANCE-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 80 CHARACTERS
001220     DATA RECORDS ARE HL-GLB-RECORD HL-GLB-TRAILER.
001230     COPY HLGLB.
001240
001250 FD  GL-FILE
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 80 CHARACTERS
001280     DATA RECORDS ARE HL-GL-RECORD HL-GL-TRAILER.
001290     COPY HLGL.
001300
001310 FD  MASTER-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 97 CHARACTERS
001340     DATA RECORD IS HL-MASTER-RECORD.
001350     COPY HLMAST.
001360
001370 FD  REPORT-FILE
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 133 CHARACTERS.
001400     COPY HLGRPRT.
001410
001420 FD  AUDIT-LOG-FILE
001430     LABEL RECORDS ARE STANDARD
001440     RECORD CONTAINS 88 CHARACTERS
001450     DATA RECORD IS AUD-LOG-RECORD.
001460     COPY AUDLOG.
001470
001480 WORKING-STORAGE SECTION.
001490
001500*    ------------------------------------------------------------
001510*    FILE STATUS FIELDS
001520*    ------------------------------------------------------------
001530 01  HL-FILE-STATUSES.
001540     05  HL-PARM-STATUS              PIC X(02) VALUE '00'.
001550         88  HL-PARM-OK              VALUE '00'.
001560     05  HL-GLBAL-STATUS             PIC X(02) VALUE '00'.
001570         88  HL-GLBAL-OK             VALUE '00'.
001580     05  HL-GLFILE-STATUS            PIC X(02) VALUE '00'.
001590         88  HL-GLFILE-OK            VALUE '00'.
001600     05  HL-MASTER-STATUS            PIC X(02) VALUE '00'.
001610         88  HL-MASTER-OK            VALUE '00'.
001620         88  HL-MASTER-EOF           VALUE '10'.
001630     05  HL-REPORT-STATUS            PIC X(02) VALUE '00'.
001640         88  HL-REPORT-OK            VALUE '00'.
001650     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
001660         88  HL-AUDIT-OK             VALUE '00'.
001670
001680*    ------------------------------------------------------------
001690*    SWITCHES
001700*    ------------------------------------------------------------
001710 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001720     88  WS-EOF-REACHED              VALUE 'Y'.
001730 77  WS-GLB-TRAILER-SWITCH           PIC X(01) VALUE 'N'.
001740     88  WS-GLB-TRAILER-SEEN         VALUE 'Y'.
001750 77  WS-SEG-OPEN-SWITCH              PIC X(01) VALUE 'N'.
001760     88  WS-SEG-OPEN                 VALUE 'Y'.
001770 77  WS-POSTED-SWITCH                PIC X(01) VALUE 'N'.
001780     88  WS-POSTED-FOUND             VALUE 'Y'.
001790 77  WS-REJECTED-SWITCH              PIC X(01) VALUE 'N'.
001800     88  WS-REJECTED-FOUND           VALUE 'Y'.
001810 77  WS-HOLD-SWITCH                  PIC X(01) VALUE 'N'.
001820     88  WS-HOLD-CLOSE               VALUE 'Y'.
001830 77  WS-REVIEW-SWITCH                PIC X(01) VALUE 'N'.
001840     88  WS-REVIEW-NEEDED            VALUE 'Y'.
001850 77  WS-HEADING-SWITCH               PIC X(01) VALUE 'N'.
001860     88  WS-HEADING-DONE             VALUE 'Y'.
001870
001880*    ------------------------------------------------------------
001890*    PARAMETERS
001900*    ------------------------------------------------------------
001910 01  WS-TOLERANCE                    PIC S9(07)V99 COMP-3
001920                                     VALUE ZERO.
001930
001940*    ------------------------------------------------------------
001950*    GL BALANCE FILE FROM FINANCE
001960*    ------------------------------------------------------------
001970 77  WS-PERIOD-END-DATE              PIC 9(08) VALUE ZERO.
001980 77  WS-GLB-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
001990 77  WS-GLB-BALANCE-COUNT            PIC 9(07) COMP VALUE ZERO.
002000 77  WS-GLB-LOAD-COUNT               PIC 9(07) COMP VALUE ZERO.
002010 77  WS-GLB-OTHER-COUNT              PIC 9(07) COMP VALUE ZERO.
002020 77  WS-GLB-UNKNOWN-COUNT            PIC 9(07) COMP VALUE ZERO.
002030 01  WS-GLB-BALANCE-HASH             PIC S9(13)V99 COMP-3
002040                                     VALUE ZERO.
002050 77  WS-CUST-GL-SWITCH               PIC X(01) VALUE 'N'.
002060     88  WS-CUST-GL-FOUND            VALUE 'Y'.
002070 01  WS-CUST-GL-BALANCE              PIC S9(13)V99 COMP-3
002080                                     VALUE ZERO.
002090 77  WS-CLOSED-GL-SWITCH             PIC X(01) VALUE 'N'.
002100     88  WS-CLOSED-GL-FOUND          VALUE 'Y'.
002110 01  WS-CLOSED-GL-BALANCE            PIC S9(13)V99 COMP-3
002120                                     VALUE ZERO.
002130
002140*    ------------------------------------------------------------
002150*    FINANCE'S LOAD STATUS, ONE ENTRY PER INTERFACE FILE IT
002160*    TOOK IN THE PERIOD
002170*    ------------------------------------------------------------
002180 77  WS-LOAD-MAX                     PIC 9(03) COMP VALUE 100.
002190 77  WS-LOAD-COUNT                   PIC 9(03) COMP VALUE ZERO.
002200 01  WS-LOAD-TABLE.
002210     05  WS-LOAD-ENTRY OCCURS 100 TIMES.
002220         10  WS-LD-JOB               PIC X(08).
002230         10  WS-LD-DATE              PIC 9(08).
002240         10  WS-LD-STATUS            PIC X(01).
002250             88  WS-LD-POSTED        VALUE 'P'.
002260             88  WS-LD-REJECTED      VALUE 'R'.
002270         10  WS-LD-DEBITS            PIC S9(13)V99 COMP-3.
002280         10  WS-LD-REASON            PIC X(20).
002290         10  WS-LD-MATCHED           PIC X(01).
002300             88  WS-LD-IS-MATCHED    VALUE 'Y'.
002310 77  WS-LOAD-SUB                     PIC 9(03) COMP VALUE ZERO.
002320 77  WS-LOAD-SUB-2                   PIC 9(03) COMP VALUE ZERO.
002330
002340*    ------------------------------------------------------------
002350*    GL INTERFACE FILES ON HAND, ONE ENTRY PER TRAILER-ENDED
002360*    SEGMENT OF THE CONCATENATION
002370*    ------------------------------------------------------------
002380 77  WS-SEG-MAX                      PIC 9(02) COMP VALUE 20.
002390 77  WS-SEG-COUNT                    PIC 9(02) COMP VALUE ZERO.
002400 01  WS-SEG-TABLE.
002410     05  WS-SEG-ENTRY OCCURS 20 TIMES.
002420         10  WS-SEG-JOB              PIC X(08).
002430         10  WS-SEG-DATE             PIC 9(08).
002440         10  WS-SEG-RECORDS          PIC 9(07) COMP.
002450         10  WS-SEG-DEBITS           PIC S9(13)V99 COMP-3.
002460         10  WS-SEG-CREDITS          PIC S9(13)V99 COMP-3.
002470         10  WS-SEG-CUST-NET         PIC S9(13)V99 COMP-3.
002480         10  WS-SEG-CLOSED-NET       PIC S9(13)V99 COMP-3.
002490         10  WS-SEG-PROOF            PIC X(01).
002500             88  WS-SEG-PROVEN       VALUE 'Y'.
002510         10  WS-SEG-ITEM             PIC X(01).
002520             88  WS-SEG-IS-ITEM      VALUE 'Y'.
002530         10  WS-SEG-FINANCE          PIC X(08).
002540         10  WS-SEG-DISPOSITION      PIC X(30).
002550         10  WS-SEG-REASON           PIC X(18).
002560 77  WS-SEG-SUB                      PIC 9(02) COMP VALUE ZERO.
002570 77  WS-GL-RECORDS-READ              PIC 9(07) COMP VALUE ZERO.
002580
002590*    ------------------------------------------------------------
002600*    MASTER SWEEP BY STATUS
002610*    ------------------------------------------------------------
002620 77  WS-SWEEP-ACCT-COUNT             PIC 9(07) COMP VALUE ZERO.
002630 77  WS-ACTIVE-COUNT                 PIC 9(07) COMP VALUE ZERO.
002640 77  WS-INACTIVE-COUNT               PIC 9(07) COMP VALUE ZERO.
002650 77  WS-CLOSED-COUNT                 PIC 9(07) COMP VALUE ZERO.
002660 77  WS-OTHER-COUNT                  PIC 9(07) COMP VALUE ZERO.
002670 01  WS-ACTIVE-TOTAL                 PIC S9(13)V99 COMP-3
002680                                     VALUE ZERO.
002690 01  WS-INACTIVE-TOTAL               PIC S9(13)V99 COMP-3
002700                                     VALUE ZERO.
002710 01  WS-CLOSED-TOTAL                 PIC S9(13)V99 COMP-3
002720                                     VALUE ZERO.
002730 01  WS-OTHER-TOTAL                  PIC S9(13)V99 COMP-3
002740                                     VALUE ZERO.
002750
002760*    ------------------------------------------------------------
002770*    ONE CONTROL ACCOUNT'S RECONCILIATION
002780*    ------------------------------------------------------------
002790 77  WS-RCN-ACCOUNT                  PIC X(08) VALUE SPACES.
002800     88  WS-RCN-CUSTOMER             VALUE '11000000'.
002810     88  WS-RCN-CLOSED               VALUE '12000000'.
002820 77  WS-RCN-MASTER-COUNT             PIC 9(07) COMP VALUE ZERO.
002830 01  WS-RCN-MASTER-TOTAL             PIC S9(13)V99 COMP-3
002840                                     VALUE ZERO.
002850 77  WS-RCN-GL-SWITCH                PIC X(01) VALUE 'N'.
002860     88  WS-RCN-GL-FOUND             VALUE 'Y'.
002870 01  WS-RCN-GL-BALANCE               PIC S9(13)V99 COMP-3
002880                                     VALUE ZERO.
002890 77  WS-RCN-ITEM-COUNT               PIC 9(03) COMP VALUE ZERO.
002900 01  WS-RCN-ITEM-TOTAL               PIC S9(13)V99 COMP-3
002910                                     VALUE ZERO.
002920 01  WS-RCN-ITEM-AMOUNT              PIC S9(13)V99 COMP-3
002930                                     VALUE ZERO.
002940 01  WS-RCN-ADJUSTED-GL              PIC S9(13)V99 COMP-3
002950                                     VALUE ZERO.
002960 01  WS-RCN-VARIANCE                 PIC S9(13)V99 COMP-3
002970                                     VALUE ZERO.
002980 01  WS-RCN-ABS-VARIANCE             PIC S9(13)V99 COMP-3
002990                                     VALUE ZERO.
003000 77  WS-ACCOUNTS-OVER                PIC 9(01) COMP VALUE ZERO.
003010 01  WS-RCN-HEADING.
003020     05  FILLER                      PIC X(16)
003030             VALUE 'CONTROL ACCOUNT '.
003040     05  WS-RCN-HDG-ACCOUNT          PIC X(08).
003050     05  FILLER                      PIC X(03) VALUE ' - '.
003060     05  WS-RCN-HDG-NAME             PIC X(33).
003070
003080*    ------------------------------------------------------------
003090*    RUN COUNTERS
003100*    ------------------------------------------------------------
003110 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
003120 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
003130
003140*    ------------------------------------------------------------
003150*    AUDIT-LOG WORK AREAS
003160*    ------------------------------------------------------------
003170 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
003180 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
003190
003200*    ------------------------------------------------------------
003210*    REPORT CONTROLS
003220*    ------------------------------------------------------------
003230 77  WS-PAGE-NUMBER                  PIC 9(04) COMP VALUE ZERO.
003240 01  WS-RUN-DATE-DISPLAY.
003250     05  WS-RUN-DATE-MM              PIC 9(02).
003260     05  FILLER                      PIC X(01) VALUE '/'.
003270     05  WS-RUN-DATE-DD              PIC 9(02).
003280     05  FILLER                      PIC X(01) VALUE '/'.
003290     05  WS-RUN-DATE-YYYY            PIC 9(04).
003300 01  WS-RUN-TIME-DISPLAY.
003310     05  WS-RUN-TIME-HH              PIC 9(02).
003320     05  FILLER                      PIC X(01) VALUE ':'.
003330     05  WS-RUN-TIME-MM              PIC 9(02).
003340     05  FILLER                      PIC X(01) VALUE ':'.
003350     05  WS-RUN-TIME-SS              PIC 9(02).
003360 77  WS-FMT-DATE-IN                  PIC 9(08) VALUE ZERO.
003370 01  WS-FMT-DATE-DISPLAY.
003380     05  WS-FMT-DATE-MM              PIC 9(02).
003390     05  FILLER                      PIC X(01) VALUE '/'.
003400     05  WS-FMT-DATE-DD              PIC 9(02).
003410     05  FILLER                      PIC X(01) VALUE '/'.
003420     05  WS-FMT-DATE-YYYY            PIC 9(04).
003430 01  WS-PERIOD-HEADING.
003440     05  FILLER                      PIC X(42)
003450             VALUE 'GL BALANCE FILE FROM FINANCE - PERIOD END '.
003460     05  WS-PERIOD-HDG-DATE          PIC X(10).
003470     05  FILLER                      PIC X(08) VALUE SPACES.
003480
003490*    ------------------------------------------------------------
003500*    ABEND HANDLING
003510*    ------------------------------------------------------------
003520 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
003530 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
003540 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
003550
003560 PROCEDURE DIVISION.
003570
003580****************************************************************
003590* 0000-MAINLINE
003600****************************************************************
003610 0000-MAINLINE.
003620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003630     PERFORM 2000-LOAD-GL-BALANCES THRU 2000-EXIT.
003640     PERFORM 3000-READ-GL-FILES THRU 3000-EXIT.
003650     PERFORM 4000-CLASSIFY-FILES THRU 4000-EXIT.
003660     PERFORM 5000-SWEEP-MASTER THRU 5000-EXIT.
003670     PERFORM 6000-RECONCILE THRU 6000-EXIT.
003680     PERFORM 6900-SIGN-OFF THRU 6900-EXIT.
003690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003700     IF WS-HOLD-CLOSE
003710         DISPLAY 'HELLOGR - CONTROL ACCOUNTS DO NOT RECONCILE, '
003720             'MONTH-END CLOSE SHOULD BE HELD'
003730         MOVE 8 TO RETURN-CODE
003740     ELSE
003750         IF WS-REVIEW-NEEDED
003760             DISPLAY 'HELLOGR - RECONCILED WITH ITEMS, '
003770                 'SEE THE RECONCILIATION REPORT'
003780             MOVE 4 TO RETURN-CODE
003790         ELSE
003800             MOVE ZERO TO RETURN-CODE
003810         END-IF
003820     END-IF.
003830     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
003840     STOP RUN.
003850
003860****************************************************************
003870* 1000-INITIALIZE - LOAD THE TOLERANCE, OPEN THE REPORT
003880****************************************************************
003890 1000-INITIALIZE.
003900     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
003910     ACCEPT WS-RUN-START-TIME FROM TIME.
003920     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003930     ACCEPT WS-CURRENT-TIME FROM TIME.
003940     PERFORM 1200-READ-PARM-FILE THRU 1200-EXIT.
003950     OPEN OUTPUT REPORT-FILE.
003960     IF NOT HL-REPORT-OK
003970         MOVE 'HELLOGR - UNABLE TO OPEN REPORT-FILE, STATUS='
003980             TO WS-ABEND-MESSAGE
003990         MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
004000         PERFORM 8000-ABEND THRU 8000-EXIT
004010     END-IF.
004020     PERFORM 7050-WRITE-PAGE-HEADING THRU 7050-EXIT.
004030 1000-EXIT.
004040     EXIT.
004050
004060****************************************************************
004070* 1200-READ-PARM-FILE - LOAD THE RECONCILIATION TOLERANCE
004080****************************************************************
004090 1200-READ-PARM-FILE.
004100     OPEN INPUT PARM-FILE.
004110     IF NOT HL-PARM-OK
004120         MOVE 'HELLOGR - UNABLE TO OPEN PARM-FILE, STATUS='
004130             TO WS-ABEND-MESSAGE
004140         MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
004150         PERFORM 8000-ABEND THRU 8000-EXIT
004160     END-IF.
004170     READ PARM-FILE
004180         AT END
004190             MOVE 'HELLOGR - PARM-FILE IS EMPTY'
004200                 TO WS-ABEND-MESSAGE
004210             MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
004220             PERFORM 8000-ABEND THRU 8000-EXIT
004230     END-READ.
004240     IF HL-RPARM-TOLERANCE NOT NUMERIC
004250         MOVE 'HELLOGR - TOLERANCE MISSING OR NOT NUMERIC'
004260             TO WS-ABEND-MESSAGE
004270         MOVE SPACES TO WS-ABEND-FILE-STATUS
004280         PERFORM 8000-ABEND THRU 8000-EXIT
004290     END-IF.
004300     MOVE HL-RPARM-TOLERANCE TO WS-TOLERANCE.
004310     CLOSE PARM-FILE.
004320     DISPLAY 'HELLOGR - TOLERANCE: ' HL-RPARM-TOLERANCE.
004330 1200-EXIT.
004340     EXIT.
004350
004360****************************************************************
004370* 2000-LOAD-GL-BALANCES - READ FINANCE'S BALANCE FILE END TO
004380*                         END, KEEP THE CONTROL-ACCOUNT
004390*                         BALANCES AND THE LOAD STATUSES, AND
004400*                         PROVE IT AGAINST ITS TRAILER.  NO
004410*                         TRAILER MEANS NO PERIOD TO RECONCILE.
004420****************************************************************
004430 2000-LOAD-GL-BALANCES.
004440     OPEN INPUT GL-BALANCE-FILE.
004450     IF NOT HL-GLBAL-OK
004460         MOVE 'HELLOGR - UNABLE TO OPEN GL-BALANCE-FILE, STATUS='
004470             TO WS-ABEND-MESSAGE
004480         MOVE HL-GLBAL-STATUS TO WS-ABEND-FILE-STATUS
004490         PERFORM 8000-ABEND THRU 8000-EXIT
004500     END-IF.
004510     MOVE 'N' TO WS-EOF-SWITCH.
004520     PERFORM 2900-READ-GL-BALANCE THRU 2900-EXIT.
004530     PERFORM 2100-TAKE-ONE-BALANCE-REC THRU 2100-EXIT
004540         UNTIL WS-EOF-REACHED OR WS-GLB-TRAILER-SEEN.
004550     CLOSE GL-BALANCE-FILE.
004560     IF NOT WS-GLB-TRAILER-SEEN
004570         MOVE 'HELLOGR - GL BALANCE FILE HAS NO TRAILER'
004580             TO WS-ABEND-MESSAGE
004590         MOVE SPACES TO WS-ABEND-FILE-STATUS
004600         PERFORM 8000-ABEND THRU 8000-EXIT
004610     END-IF.
004620     PERFORM 2300-PROVE-BALANCE-FILE THRU 2300-EXIT.
004630 2000-EXIT.
004640     EXIT.
004650
004660****************************************************************
004670* 2100-TAKE-ONE-BALANCE-REC - ONE RECORD OF THE BALANCE FILE.
004680*                             THE TRAILER ENDS THE FILE.
004690****************************************************************
004700 2100-TAKE-ONE-BALANCE-REC.
004710     IF HL-GLB-TRL-PRESENT
004720         SET WS-GLB-TRAILER-SEEN TO TRUE
004730         IF HL-GLB-TRL-PERIOD-END NUMERIC
004740             MOVE HL-GLB-TRL-PERIOD-END TO WS-PERIOD-END-DATE
004750         END-IF
004760         GO TO 2100-EXIT
004770     END-IF.
004780     ADD 1 TO WS-GLB-DETAIL-COUNT.
004790     EVALUATE TRUE
004800         WHEN HL-GLB-BALANCE-REC
004810             ADD 1 TO WS-GLB-BALANCE-COUNT
004820             IF HL-GLB-BALANCE NUMERIC
004830                 ADD HL-GLB-BALANCE TO WS-GLB-BALANCE-HASH
004840                 EVALUATE HL-GLB-ACCOUNT
004850                     WHEN '11000000'
004860                         SET WS-CUST-GL-FOUND TO TRUE
004870                         MOVE HL-GLB-BALANCE
004880                             TO WS-CUST-GL-BALANCE
004890                     WHEN '12000000'
004900                         SET WS-CLOSED-GL-FOUND TO TRUE
004910                         MOVE HL-GLB-BALANCE
004920                             TO WS-CLOSED-GL-BALANCE
004930                     WHEN OTHER
004940                         ADD 1 TO WS-GLB-OTHER-COUNT
004950                 END-EVALUATE
004960             ELSE
004970                 ADD 1 TO WS-GLB-UNKNOWN-COUNT
004980             END-IF
004990         WHEN HL-GLB-LOAD-REC
005000             ADD 1 TO WS-GLB-LOAD-COUNT
005010             PERFORM 2110-STORE-LOAD-ENTRY THRU 2110-EXIT
005020         WHEN OTHER
005030             ADD 1 TO WS-GLB-UNKNOWN-COUNT
005040     END-EVALUATE.
005050     PERFORM 2900-READ-GL-BALANCE THRU 2900-EXIT.
005060 2100-EXIT.
005070     EXIT.
005080
005090****************************************************************
005100* 2110-STORE-LOAD-ENTRY - KEEP ONE LOAD-STATUS RECORD
005110****************************************************************
005120 2110-STORE-LOAD-ENTRY.
005130     IF WS-LOAD-COUNT >= WS-LOAD-MAX
005140         MOVE 'HELLOGR - TOO MANY LOAD-STATUS RECORDS'
005150             TO WS-ABEND-MESSAGE
005160         MOVE SPACES TO WS-ABEND-FILE-STATUS
005170         PERFORM 8000-ABEND THRU 8000-EXIT
005180     END-IF.
005190     ADD 1 TO WS-LOAD-COUNT.
005200     MOVE WS-LOAD-COUNT TO WS-LOAD-SUB.
005210     MOVE HL-GLB-LD-SOURCE-JOB TO WS-LD-JOB (WS-LOAD-SUB).
005220     IF HL-GLB-LD-POSTING-DATE NUMERIC
005230         MOVE HL-GLB-LD-POSTING-DATE TO WS-LD-DATE (WS-LOAD-SUB)
005240     ELSE
005250         MOVE ZERO TO WS-LD-DATE (WS-LOAD-SUB)
005260     END-IF.
005270     MOVE HL-GLB-LD-STATUS TO WS-LD-STATUS (WS-LOAD-SUB).
005280     IF HL-GLB-LD-DEBIT-TOTAL NUMERIC
005290         MOVE HL-GLB-LD-DEBIT-TOTAL TO WS-LD-DEBITS (WS-LOAD-SUB)
005300     ELSE
005310         MOVE ZERO TO WS-LD-DEBITS (WS-LOAD-SUB)
005320     END-IF.
005330     MOVE HL-GLB-LD-REASON TO WS-LD-REASON (WS-LOAD-SUB).
005340     MOVE 'N' TO WS-LD-MATCHED (WS-LOAD-SUB).
005350 2110-EXIT.
005360     EXIT.
005370
005380****************************************************************
005390* 2300-PROVE-BALANCE-FILE - PRINT WHAT FINANCE SENT AND PROVE
005400*                           IT AGAINST ITS TRAILER.  A FILE
005410*                           THAT FAILS ITS PROOF OR LACKS A
005420*                           CONTROL ACCOUNT HOLDS THE CLOSE.
005430****************************************************************
005440 2300-PROVE-BALANCE-FILE.
005450     MOVE WS-PERIOD-END-DATE TO WS-FMT-DATE-IN.
005460     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
005470     MOVE WS-FMT-DATE-DISPLAY TO WS-PERIOD-HDG-DATE.
005480     MOVE '-' TO HL-GRP-SEC-CTL.
005490     MOVE WS-PERIOD-HEADING TO HL-GRP-SEC-LABEL.
005500     WRITE HL-GRP-SECTION-LINE.
005510     MOVE SPACE TO HL-GRP-PRF-CTL.
005520     MOVE 'BALANCE RECORDS' TO HL-GRP-PRF-LABEL.
005530     MOVE WS-GLB-BALANCE-COUNT TO HL-GRP-PRF-COUNT.
005540     MOVE WS-GLB-BALANCE-HASH TO HL-GRP-PRF-AMOUNT.
005550     WRITE HL-GRP-PROOF-LINE.
005560     MOVE 'LOAD-STATUS RECORDS' TO HL-GRP-PRF-LABEL.
005570     MOVE WS-GLB-LOAD-COUNT TO HL-GRP-PRF-COUNT.
005580     MOVE ZERO TO HL-GRP-PRF-AMOUNT.
005590     WRITE HL-GRP-PROOF-LINE.
005600     MOVE 'OTHER GL ACCOUNTS (IGNORED)' TO HL-GRP-PRF-LABEL.
005610     MOVE WS-GLB-OTHER-COUNT TO HL-GRP-PRF-COUNT.
005620     WRITE HL-GRP-PROOF-LINE.
005630     IF WS-GLB-UNKNOWN-COUNT > ZERO
005640         MOVE 'UNRECOGNIZED OR INVALID RECORDS'
005650             TO HL-GRP-PRF-LABEL
005660         MOVE WS-GLB-UNKNOWN-COUNT TO HL-GRP-PRF-COUNT
005670         WRITE HL-GRP-PROOF-LINE
005680         SET WS-REVIEW-NEEDED TO TRUE
005690     END-IF.
005700     MOVE SPACE TO HL-GRP-SEC-CTL.
005710     IF HL-GLB-TRL-RECORD-COUNT NUMERIC
005720             AND HL-GLB-TRL-BALANCE-TOTAL NUMERIC
005730             AND HL-GLB-TRL-RECORD-COUNT = WS-GLB-DETAIL-COUNT
005740             AND HL-GLB-TRL-BALANCE-TOTAL = WS-GLB-BALANCE-HASH
005750             AND WS-PERIOD-END-DATE > ZERO
005760         MOVE 'TRAILER AGREES' TO HL-GRP-SEC-LABEL
005770     ELSE
005780         MOVE '*** BALANCE FILE FAILS ITS TRAILER PROOF ***'
005790             TO HL-GRP-SEC-LABEL
005800         SET WS-HOLD-CLOSE TO TRUE
005810         DISPLAY 'HELLOGR - GL BALANCE FILE FAILS ITS TRAILER '
005820             'PROOF'
005830     END-IF.
005840     WRITE HL-GRP-SECTION-LINE.
005850     IF NOT WS-CUST-GL-FOUND
005860         MOVE '*** NO BALANCE RECORD FOR 11000000 ***'
005870             TO HL-GRP-SEC-LABEL
005880         WRITE HL-GRP-SECTION-LINE
005890         SET WS-HOLD-CLOSE TO TRUE
005900     END-IF.
005910     IF NOT WS-CLOSED-GL-FOUND
005920         MOVE '*** NO BALANCE RECORD FOR 12000000 ***'
005930             TO HL-GRP-SEC-LABEL
005940         WRITE HL-GRP-SECTION-LINE
005950         SET WS-HOLD-CLOSE TO TRUE
005960     END-IF.
005970 2300-EXIT.
005980     EXIT.
005990
006000****************************************************************
006010* 2900-READ-GL-BALANCE - READ THE NEXT BALANCE FILE RECORD
006020****************************************************************
006030 2900-READ-GL-BALANCE.
006040     READ GL-BALANCE-FILE
006050         AT END
006060             SET WS-EOF-REACHED TO TRUE
006070     END-READ.
006080     IF NOT HL-GLBAL-OK AND NOT WS-EOF-REACHED
006090         MOVE 'HELLOGR - GL-BALANCE-FILE READ ERROR, STATUS='
006100             TO WS-ABEND-MESSAGE
006110         MOVE HL-GLBAL-STATUS TO WS-ABEND-FILE-STATUS
006120         PERFORM 8000-ABEND THRU 8000-EXIT
006130     END-IF.
006140 2900-EXIT.
006150     EXIT.
006160
006170****************************************************************
006180* 3000-READ-GL-FILES - READ THE INTERFACE FILES ON HAND, ONE
006190*                      TABLE ENTRY PER TRAILER-ENDED FILE.  A
006200*                      FILE STILL OPEN AT END OF DATA HAS LOST
006210*                      ITS TRAILER.
006220****************************************************************
006230 3000-READ-GL-FILES.
006240     OPEN INPUT GL-FILE.
006250     IF NOT HL-GLFILE-OK
006260         MOVE 'HELLOGR - UNABLE TO OPEN GL-FILE, STATUS='
006270             TO WS-ABEND-MESSAGE
006280         MOVE HL-GLFILE-STATUS TO WS-ABEND-FILE-STATUS
006290         PERFORM 8000-ABEND THRU 8000-EXIT
006300     END-IF.
006310     MOVE 'N' TO WS-EOF-SWITCH.
006320     PERFORM 3900-READ-GL-FILE THRU 3900-EXIT.
006330     PERFORM 3100-TAKE-ONE-GL-RECORD THRU 3100-EXIT
006340         UNTIL WS-EOF-REACHED.
006350     CLOSE GL-FILE.
006360     IF WS-SEG-OPEN
006370         MOVE 'N' TO WS-SEG-PROOF (WS-SEG-SUB)
006380         MOVE 'N' TO WS-SEG-OPEN-SWITCH
006390     END-IF.
006400 3000-EXIT.
006410     EXIT.
006420
006430****************************************************************
006440* 3100-TAKE-ONE-GL-RECORD - ROLL ONE POSTING INTO ITS FILE'S
006450*                           ENTRY, OR PROVE AND CLOSE THE FILE
006460*                           ON ITS TRAILER.  THE NET EFFECT ON
006470*                           EACH CONTROL ACCOUNT IS DEBITS LESS
006480*                           CREDITS.
006490****************************************************************
006500 3100-TAKE-ONE-GL-RECORD.
006510     ADD 1 TO WS-GL-RECORDS-READ.
006520     IF NOT WS-SEG-OPEN
006530         PERFORM 3150-START-SEGMENT THRU 3150-EXIT
006540     END-IF.
006550     IF HL-GL-TRL-PRESENT
006560         PERFORM 3200-PROVE-SEGMENT THRU 3200-EXIT
006570         PERFORM 3900-READ-GL-FILE THRU 3900-EXIT
006580         GO TO 3100-EXIT
006590     END-IF.
006600     ADD 1 TO WS-SEG-RECORDS (WS-SEG-SUB).
006610     IF WS-SEG-JOB (WS-SEG-SUB) = SPACES
006620         MOVE HL-GL-SOURCE-JOB TO WS-SEG-JOB (WS-SEG-SUB)
006630         IF HL-GL-POSTING-DATE NUMERIC
006640             MOVE HL-GL-POSTING-DATE TO WS-SEG-DATE (WS-SEG-SUB)
006650         END-IF
006660     END-IF.
006670     IF HL-GL-AMOUNT NOT NUMERIC
006680         PERFORM 3900-READ-GL-FILE THRU 3900-EXIT
006690         GO TO 3100-EXIT
006700     END-IF.
006710     IF HL-GL-DEBIT
006720         ADD HL-GL-AMOUNT TO WS-SEG-DEBITS (WS-SEG-SUB)
006730         EVALUATE HL-GL-ACCOUNT
006740             WHEN '11000000'
006750                 ADD HL-GL-AMOUNT TO WS-SEG-CUST-NET (WS-SEG-SUB)
006760             WHEN '12000000'
006770                 ADD HL-GL-AMOUNT
006780                     TO WS-SEG-CLOSED-NET (WS-SEG-SUB)
006790         END-EVALUATE
006800     END-IF.
006810     IF HL-GL-CREDIT
006820         ADD HL-GL-AMOUNT TO WS-SEG-CREDITS (WS-SEG-SUB)
006830         EVALUATE HL-GL-ACCOUNT
006840             WHEN '11000000'
006850                 SUBTRACT HL-GL-AMOUNT
006860                     FROM WS-SEG-CUST-NET (WS-SEG-SUB)
006870             WHEN '12000000'
006880                 SUBTRACT HL-GL-AMOUNT
006890                     FROM WS-SEG-CLOSED-NET (WS-SEG-SUB)
006900         END-EVALUATE
006910     END-IF.
006920     PERFORM 3900-READ-GL-FILE THRU 3900-EXIT.
006930 3100-EXIT.
006940     EXIT.
006950
006960****************************************************************
006970* 3150-START-SEGMENT - OPEN A TABLE ENTRY FOR THE NEXT FILE
006980****************************************************************
006990 3150-START-SEGMENT.
007000     IF WS-SEG-COUNT >= WS-SEG-MAX
007010         MOVE 'HELLOGR - TOO MANY GL INTERFACE FILES ON HAND'
007020             TO WS-ABEND-MESSAGE
007030         MOVE SPACES TO WS-ABEND-FILE-STATUS
007040         PERFORM 8000-ABEND THRU 8000-EXIT
007050     END-IF.
007060     ADD 1 TO WS-SEG-COUNT.
007070     MOVE WS-SEG-COUNT TO WS-SEG-SUB.
007080     MOVE SPACES TO WS-SEG-JOB (WS-SEG-SUB).
007090     MOVE ZERO TO WS-SEG-DATE (WS-SEG-SUB).
007100     MOVE ZERO TO WS-SEG-RECORDS (WS-SEG-SUB).
007110     MOVE ZERO TO WS-SEG-DEBITS (WS-SEG-SUB).
007120     MOVE ZERO TO WS-SEG-CREDITS (WS-SEG-SUB).
007130     MOVE ZERO TO WS-SEG-CUST-NET (WS-SEG-SUB).
007140     MOVE ZERO TO WS-SEG-CLOSED-NET (WS-SEG-SUB).
007150     MOVE 'N' TO WS-SEG-PROOF (WS-SEG-SUB).
007160     MOVE 'N' TO WS-SEG-ITEM (WS-SEG-SUB).
007170     MOVE SPACES TO WS-SEG-FINANCE (WS-SEG-SUB).
007180     MOVE SPACES TO WS-SEG-DISPOSITION (WS-SEG-SUB).
007190     MOVE SPACES TO WS-SEG-REASON (WS-SEG-SUB).
007200     SET WS-SEG-OPEN TO TRUE.
007210 3150-EXIT.
007220     EXIT.
007230
007240****************************************************************
007250* 3200-PROVE-SEGMENT - PROVE ONE FILE AGAINST ITS TRAILER:
007260*                      COUNT, DEBIT AND CREDIT TOTALS, AND
007270*                      DEBITS EQUAL TO CREDITS
007280****************************************************************
007290 3200-PROVE-SEGMENT.
007300     IF HL-GL-TRL-POSTING-DATE NUMERIC
007310         MOVE HL-GL-TRL-POSTING-DATE TO WS-SEG-DATE (WS-SEG-SUB)
007320     END-IF.
007330     IF HL-GL-TRL-RECORD-COUNT NUMERIC
007340             AND HL-GL-TRL-DEBIT-TOTAL NUMERIC
007350             AND HL-GL-TRL-CREDIT-TOTAL NUMERIC
007360             AND HL-GL-TRL-RECORD-COUNT =
007370                 WS-SEG-RECORDS (WS-SEG-SUB)
007380             AND HL-GL-TRL-DEBIT-TOTAL =
007390                 WS-SEG-DEBITS (WS-SEG-SUB)
007400             AND HL-GL-TRL-CREDIT-TOTAL =
007410                 WS-SEG-CREDITS (WS-SEG-SUB)
007420             AND WS-SEG-DEBITS (WS-SEG-SUB) =
007430                 WS-SEG-CREDITS (WS-SEG-SUB)
007440         MOVE 'Y' TO WS-SEG-PROOF (WS-SEG-SUB)
007450     END-IF.
007460     MOVE 'N' TO WS-SEG-OPEN-SWITCH.
007470 3200-EXIT.
007480     EXIT.
007490
007500****************************************************************
007510* 3900-READ-GL-FILE - READ THE NEXT INTERFACE RECORD
007520****************************************************************
007530 3900-READ-GL-FILE.
007540     READ GL-FILE
007550         AT END
007560             SET WS-EOF-REACHED TO TRUE
007570     END-READ.
007580     IF NOT HL-GLFILE-OK AND NOT WS-EOF-REACHED
007590         MOVE 'HELLOGR - GL-FILE READ ERROR, STATUS='
007600             TO WS-ABEND-MESSAGE
007610         MOVE HL-GLFILE-STATUS TO WS-ABEND-FILE-STATUS
007620         PERFORM 8000-ABEND THRU 8000-EXIT
007630     END-IF.
007640 3900-EXIT.
007650     EXIT.
007660
007670****************************************************************
007680* 4000-CLASSIFY-FILES - MATCH EACH FILE ON HAND TO FINANCE'S
007690*                       LOAD STATUS AND PRINT IT, THEN LIST
007700*                       ANY REJECTION FINANCE REPORTS FOR A
007710*                       FILE NO LONGER ON HAND
007720****************************************************************
007730 4000-CLASSIFY-FILES.
007740     MOVE '-' TO HL-GRP-SEC-CTL.
007750     MOVE 'GL INTERFACE FILES ON HAND' TO HL-GRP-SEC-LABEL.
007760     WRITE HL-GRP-SECTION-LINE.
007770     IF WS-SEG-COUNT = ZERO
007780         MOVE SPACE TO HL-GRP-SEC-CTL
007790         MOVE 'NO GL INTERFACE FILES ON HAND'
007800             TO HL-GRP-SEC-LABEL
007810         WRITE HL-GRP-SECTION-LINE
007820     ELSE
007830         WRITE HL-GRP-FILE-HEADING
007840         PERFORM 4100-CLASSIFY-ONE-FILE THRU 4100-EXIT
007850             VARYING WS-SEG-SUB FROM 1 BY 1
007860             UNTIL WS-SEG-SUB > WS-SEG-COUNT
007870     END-IF.
007880     MOVE 'N' TO WS-HEADING-SWITCH.
007890     PERFORM 4200-CHECK-ONE-LOAD THRU 4200-EXIT
007900         VARYING WS-LOAD-SUB FROM 1 BY 1
007910         UNTIL WS-LOAD-SUB > WS-LOAD-COUNT.
007920 4000-EXIT.
007930     EXIT.
007940
007950****************************************************************
007960* 4100-CLASSIFY-ONE-FILE - SETTLE ONE FILE'S DISPOSITION AND
007970*                          PRINT ITS LINE
007980****************************************************************
007990 4100-CLASSIFY-ONE-FILE.
008000     IF WS-SEG-RECORDS (WS-SEG-SUB) = ZERO
008010             AND WS-SEG-PROVEN (WS-SEG-SUB)
008020         MOVE 'NO POSTINGS - NOTHING TO LOAD'
008030             TO WS-SEG-DISPOSITION (WS-SEG-SUB)
008040     ELSE
008050         PERFORM 4120-SET-DISPOSITION THRU 4120-EXIT
008060     END-IF.
008070     MOVE WS-SEG-JOB (WS-SEG-SUB) TO HL-GRP-FL-JOB.
008080     MOVE WS-SEG-DATE (WS-SEG-SUB) TO WS-FMT-DATE-IN.
008090     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
008100     MOVE WS-FMT-DATE-DISPLAY TO HL-GRP-FL-DATE.
008110     MOVE WS-SEG-RECORDS (WS-SEG-SUB) TO HL-GRP-FL-RECORDS.
008120     MOVE WS-SEG-DEBITS (WS-SEG-SUB) TO HL-GRP-FL-DEBITS.
008130     MOVE WS-SEG-CREDITS (WS-SEG-SUB) TO HL-GRP-FL-CREDITS.
008140     MOVE WS-SEG-FINANCE (WS-SEG-SUB) TO HL-GRP-FL-FINANCE.
008150     MOVE WS-SEG-DISPOSITION (WS-SEG-SUB)
008160         TO HL-GRP-FL-DISPOSITION.
008170     WRITE HL-GRP-FILE-LINE.
008180 4100-EXIT.
008190     EXIT.
008200
008210****************************************************************
008220* 4110-MATCH-ONE-LOAD - COMPARE ONE LOAD-STATUS ENTRY WITH THE
008230*                       FILE'S JOB NAME AND POSTING DATE
008240****************************************************************
008250 4110-MATCH-ONE-LOAD.
008260     IF WS-LD-JOB (WS-LOAD-SUB) NOT = WS-SEG-JOB (WS-SEG-SUB)
008270             OR WS-LD-DATE (WS-LOAD-SUB) NOT =
008280                 WS-SEG-DATE (WS-SEG-SUB)
008290         GO TO 4110-EXIT
008300     END-IF.
008310     MOVE 'Y' TO WS-LD-MATCHED (WS-LOAD-SUB).
008320     IF WS-LD-POSTED (WS-LOAD-SUB)
008330         SET WS-POSTED-FOUND TO TRUE
008340     END-IF.
008350     IF WS-LD-REJECTED (WS-LOAD-SUB)
008360         SET WS-REJECTED-FOUND TO TRUE
008370         MOVE WS-LOAD-SUB TO WS-LOAD-SUB-2
008380     END-IF.
008390 4110-EXIT.
008400     EXIT.
008410
008420****************************************************************
008430* 4120-SET-DISPOSITION - POSTED BY FINANCE, OR A RECONCILING
008440*                        ITEM: REJECTED, FAILING ITS OWN PROOF,
008450*                        NOT LOADED, OR DATED AFTER THE PERIOD
008460*                        END.  A POSTED LOAD WINS OVER AN
008470*                        EARLIER REJECTION OF THE SAME FILE.
008480****************************************************************
008490 4120-SET-DISPOSITION.
008500     MOVE 'N' TO WS-POSTED-SWITCH.
008510     MOVE 'N' TO WS-REJECTED-SWITCH.
008520     MOVE ZERO TO WS-LOAD-SUB-2.
008530     PERFORM 4110-MATCH-ONE-LOAD THRU 4110-EXIT
008540         VARYING WS-LOAD-SUB FROM 1 BY 1
008550         UNTIL WS-LOAD-SUB > WS-LOAD-COUNT.
008560     EVALUATE TRUE
008570         WHEN WS-POSTED-FOUND
008580             MOVE 'POSTED' TO WS-SEG-FINANCE (WS-SEG-SUB)
008590             MOVE 'POSTED - IN THE GL BALANCE'
008600                 TO WS-SEG-DISPOSITION (WS-SEG-SUB)
008610         WHEN WS-REJECTED-FOUND
008620             MOVE 'REJECTED' TO WS-SEG-FINANCE (WS-SEG-SUB)
008630             MOVE WS-LD-REASON (WS-LOAD-SUB-2)
008640                 TO WS-SEG-DISPOSITION (WS-SEG-SUB)
008650             MOVE 'REJECTED BY GL' TO WS-SEG-REASON (WS-SEG-SUB)
008660             MOVE 'Y' TO WS-SEG-ITEM (WS-SEG-SUB)
008670         WHEN NOT WS-SEG-PROVEN (WS-SEG-SUB)
008680             MOVE 'NONE' TO WS-SEG-FINANCE (WS-SEG-SUB)
008690             MOVE 'FAILS TRAILER PROOF - RESEND'
008700                 TO WS-SEG-DISPOSITION (WS-SEG-SUB)
008710             MOVE 'FAILS OWN TRAILER'
008720                 TO WS-SEG-REASON (WS-SEG-SUB)
008730             MOVE 'Y' TO WS-SEG-ITEM (WS-SEG-SUB)
008740         WHEN WS-SEG-DATE (WS-SEG-SUB) > WS-PERIOD-END-DATE
008750             MOVE 'NONE' TO WS-SEG-FINANCE (WS-SEG-SUB)
008760             MOVE 'AFTER PERIOD END - TIMING'
008770                 TO WS-SEG-DISPOSITION (WS-SEG-SUB)
008780             MOVE 'AFTER PERIOD END' TO WS-SEG-REASON (WS-SEG-SUB)
008790             MOVE 'Y' TO WS-SEG-ITEM (WS-SEG-SUB)
008800         WHEN OTHER
008810             MOVE 'NONE' TO WS-SEG-FINANCE (WS-SEG-SUB)
008820             MOVE 'NOT LOADED BY FINANCE'
008830                 TO WS-SEG-DISPOSITION (WS-SEG-SUB)
008840             MOVE 'NOT LOADED' TO WS-SEG-REASON (WS-SEG-SUB)
008850             MOVE 'Y' TO WS-SEG-ITEM (WS-SEG-SUB)
008860     END-EVALUATE.
008870     IF WS-SEG-IS-ITEM (WS-SEG-SUB)
008880         SET WS-REVIEW-NEEDED TO TRUE
008890     END-IF.
008900 4120-EXIT.
008910     EXIT.
008920
008930****************************************************************
008940* 4200-CHECK-ONE-LOAD - A REJECTION FOR A FILE NO LONGER ON
008950*                       HAND, AND NOT SINCE POSTED, CANNOT BE
008960*                       SPLIT BY CONTROL ACCOUNT - IT IS LISTED
008970*                       AT THE LOADER'S DEBIT TOTAL AND HOLDS
008980*                       THE CLOSE UNTIL IT IS RESOLVED
008990****************************************************************
009000 4200-CHECK-ONE-LOAD.
009010     IF WS-LD-IS-MATCHED (WS-LOAD-SUB)
009020             OR NOT WS-LD-REJECTED (WS-LOAD-SUB)
009030         GO TO 4200-EXIT
009040     END-IF.
009050     MOVE 'N' TO WS-POSTED-SWITCH.
009060     PERFORM 4210-MATCH-POSTED-LOAD THRU 4210-EXIT
009070         VARYING WS-LOAD-SUB-2 FROM 1 BY 1
009080         UNTIL WS-LOAD-SUB-2 > WS-LOAD-COUNT.
009090     IF WS-POSTED-FOUND
009100         GO TO 4200-EXIT
009110     END-IF.
009120     IF NOT WS-HEADING-DONE
009130         MOVE '-' TO HL-GRP-SEC-CTL
009140         MOVE 'FINANCE REJECTIONS WITH NO FILE ON HAND'
009150             TO HL-GRP-SEC-LABEL
009160         WRITE HL-GRP-SECTION-LINE
009170         SET WS-HEADING-DONE TO TRUE
009180     END-IF.
009190     MOVE WS-LD-JOB (WS-LOAD-SUB) TO HL-GRP-ITM-JOB.
009200     MOVE WS-LD-DATE (WS-LOAD-SUB) TO WS-FMT-DATE-IN.
009210     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
009220     MOVE WS-FMT-DATE-DISPLAY TO HL-GRP-ITM-DATE.
009230     MOVE WS-LD-REASON (WS-LOAD-SUB) TO HL-GRP-ITM-REASON.
009240     MOVE WS-LD-DEBITS (WS-LOAD-SUB) TO HL-GRP-ITM-AMOUNT.
009250     WRITE HL-GRP-ITEM-LINE.
009260     SET WS-HOLD-CLOSE TO TRUE.
009270     DISPLAY 'HELLOGR - REJECTED GL FILE NOT ON HAND: '
009280         WS-LD-JOB (WS-LOAD-SUB) ' ' WS-LD-DATE (WS-LOAD-SUB).
009290 4200-EXIT.
009300     EXIT.
009310
009320****************************************************************
009330* 4210-MATCH-POSTED-LOAD - HAS THE REJECTED FILE SINCE BEEN
009340*                          POSTED
009350****************************************************************
009360 4210-MATCH-POSTED-LOAD.
009370     IF WS-LD-POSTED (WS-LOAD-SUB-2)
009380             AND WS-LD-JOB (WS-LOAD-SUB-2) =
009390                 WS-LD-JOB (WS-LOAD-SUB)
009400             AND WS-LD-DATE (WS-LOAD-SUB-2) =
009410                 WS-LD-DATE (WS-LOAD-SUB)
009420         SET WS-POSTED-FOUND TO TRUE
009430     END-IF.
009440 4210-EXIT.
009450     EXIT.
009460
009470****************************************************************
009480* 5000-SWEEP-MASTER - KEY-SEQUENCE TOTAL OF HL-MAST-BALANCE BY
009490*                     STATUS
009500****************************************************************
009510 5000-SWEEP-MASTER.
009520     OPEN INPUT MASTER-FILE.
009530     IF NOT HL-MASTER-OK
009540         MOVE 'HELLOGR - UNABLE TO OPEN MASTER-FILE, STATUS='
009550             TO WS-ABEND-MESSAGE
009560         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
009570         PERFORM 8000-ABEND THRU 8000-EXIT
009580     END-IF.
009590     MOVE 'N' TO WS-EOF-SWITCH.
009600     PERFORM 5900-READ-MASTER-RECORD THRU 5900-EXIT.
009610     PERFORM 5100-TALLY-ONE-MASTER THRU 5100-EXIT
009620         UNTIL WS-EOF-REACHED.
009630     CLOSE MASTER-FILE.
009640 5000-EXIT.
009650     EXIT.
009660
009670****************************************************************
009680* 5100-TALLY-ONE-MASTER - COUNT AND TOTAL ONE MASTER RECORD
009690*                         UNDER ITS STATUS
009700****************************************************************
009710 5100-TALLY-ONE-MASTER.
009720     ADD 1 TO WS-SWEEP-ACCT-COUNT.
009730*    A RECORD THE NIGHTLY EDIT WOULD SUSPEND (V001 BLANKS)
009740*    CAN CARRY SPACES IN THE PACKED BALANCE - TREAT IT AS
009750*    ZERO, AS HELLORC DOES.
009760     EVALUATE TRUE
009770         WHEN HL-MAST-ACTIVE
009780             ADD 1 TO WS-ACTIVE-COUNT
009790             IF HL-MAST-BALANCE NUMERIC
009800                 ADD HL-MAST-BALANCE TO WS-ACTIVE-TOTAL
009810             END-IF
009820         WHEN HL-MAST-INACTIVE
009830             ADD 1 TO WS-INACTIVE-COUNT
009840             IF HL-MAST-BALANCE NUMERIC
009850                 ADD HL-MAST-BALANCE TO WS-INACTIVE-TOTAL
009860             END-IF
009870         WHEN HL-MAST-CLOSED
009880             ADD 1 TO WS-CLOSED-COUNT
009890             IF HL-MAST-BALANCE NUMERIC
009900                 ADD HL-MAST-BALANCE TO WS-CLOSED-TOTAL
009910             END-IF
009920         WHEN OTHER
009930             ADD 1 TO WS-OTHER-COUNT
009940             IF HL-MAST-BALANCE NUMERIC
009950                 ADD HL-MAST-BALANCE TO WS-OTHER-TOTAL
009960             END-IF
009970     END-EVALUATE.
009980     PERFORM 5900-READ-MASTER-RECORD THRU 5900-EXIT.
009990 5100-EXIT.
010000     EXIT.
010010
010020****************************************************************
010030* 5900-READ-MASTER-RECORD - READ THE NEXT MASTER RECORD
010040****************************************************************
010050 5900-READ-MASTER-RECORD.
010060     READ MASTER-FILE NEXT RECORD
010070         AT END
010080             SET WS-EOF-REACHED TO TRUE
010090     END-READ.
010100     IF NOT HL-MASTER-OK AND NOT HL-MASTER-EOF
010110         MOVE 'HELLOGR - MASTER-FILE READ ERROR, STATUS='
010120             TO WS-ABEND-MESSAGE
010130         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
010140         PERFORM 8000-ABEND THRU 8000-EXIT
010150     END-IF.
010160 5900-EXIT.
010170     EXIT.
010180
010190****************************************************************
010200* 6000-RECONCILE - MASTER BALANCES BY STATUS, THEN ONE
010210*                  RECONCILIATION PER CONTROL ACCOUNT.  A
010220*                  BALANCE UNDER ANY OTHER STATUS BELONGS TO
010230*                  NEITHER ACCOUNT AND IS AN EXCEPTION.
010240****************************************************************
010250 6000-RECONCILE.
010260     MOVE '-' TO HL-GRP-SEC-CTL.
010270     MOVE 'MASTER BALANCES BY STATUS' TO HL-GRP-SEC-LABEL.
010280     WRITE HL-GRP-SECTION-LINE.
010290     MOVE SPACE TO HL-GRP-PRF-CTL.
010300     MOVE 'STATUS A - ACTIVE' TO HL-GRP-PRF-LABEL.
010310     MOVE WS-ACTIVE-COUNT TO HL-GRP-PRF-COUNT.
010320     MOVE WS-ACTIVE-TOTAL TO HL-GRP-PRF-AMOUNT.
010330     WRITE HL-GRP-PROOF-LINE.
010340     MOVE 'STATUS I - INACTIVE' TO HL-GRP-PRF-LABEL.
010350     MOVE WS-INACTIVE-COUNT TO HL-GRP-PRF-COUNT.
010360     MOVE WS-INACTIVE-TOTAL TO HL-GRP-PRF-AMOUNT.
010370     WRITE HL-GRP-PROOF-LINE.
010380     MOVE 'STATUS C - CLOSED' TO HL-GRP-PRF-LABEL.
010390     MOVE WS-CLOSED-COUNT TO HL-GRP-PRF-COUNT.
010400     MOVE WS-CLOSED-TOTAL TO HL-GRP-PRF-AMOUNT.
010410     WRITE HL-GRP-PROOF-LINE.
010420     IF WS-OTHER-COUNT > ZERO
010430         MOVE '*** ANY OTHER STATUS - EXCEPTION ***'
010440             TO HL-GRP-PRF-LABEL
010450         MOVE WS-OTHER-COUNT TO HL-GRP-PRF-COUNT
010460         MOVE WS-OTHER-TOTAL TO HL-GRP-PRF-AMOUNT
010470         WRITE HL-GRP-PROOF-LINE
010480         SET WS-REVIEW-NEEDED TO TRUE
010490     END-IF.
010500     MOVE 'ALL ACCOUNTS' TO HL-GRP-PRF-LABEL.
010510     MOVE WS-SWEEP-ACCT-COUNT TO HL-GRP-PRF-COUNT.
010520     COMPUTE WS-RCN-MASTER-TOTAL = WS-ACTIVE-TOTAL
010530         + WS-INACTIVE-TOTAL + WS-CLOSED-TOTAL + WS-OTHER-TOTAL.
010540     MOVE WS-RCN-MASTER-TOTAL TO HL-GRP-PRF-AMOUNT.
010550     WRITE HL-GRP-PROOF-LINE.
010560     MOVE '11000000' TO WS-RCN-ACCOUNT.
010570     MOVE 'CUSTOMER BALANCES' TO WS-RCN-HDG-NAME.
010580     COMPUTE WS-RCN-MASTER-COUNT =
010590         WS-ACTIVE-COUNT + WS-INACTIVE-COUNT.
010600     COMPUTE WS-RCN-MASTER-TOTAL =
010610         WS-ACTIVE-TOTAL + WS-INACTIVE-TOTAL.
010620     MOVE WS-CUST-GL-SWITCH TO WS-RCN-GL-SWITCH.
010630     MOVE WS-CUST-GL-BALANCE TO WS-RCN-GL-BALANCE.
010640     PERFORM 6100-RECONCILE-ONE-ACCOUNT THRU 6100-EXIT.
010650     MOVE '12000000' TO WS-RCN-ACCOUNT.
010660     MOVE 'CLOSED ACCOUNT BALANCES' TO WS-RCN-HDG-NAME.
010670     MOVE WS-CLOSED-COUNT TO WS-RCN-MASTER-COUNT.
010680     MOVE WS-CLOSED-TOTAL TO WS-RCN-MASTER-TOTAL.
010690     MOVE WS-CLOSED-GL-SWITCH TO WS-RCN-GL-SWITCH.
010700     MOVE WS-CLOSED-GL-BALANCE TO WS-RCN-GL-BALANCE.
010710     PERFORM 6100-RECONCILE-ONE-ACCOUNT THRU 6100-EXIT.
010720 6000-EXIT.
010730     EXIT.
010740
010750****************************************************************
010760* 6100-RECONCILE-ONE-ACCOUNT - MASTER TOTAL AGAINST THE GL
010770*                              BALANCE PLUS THE RECONCILING
010780*                              ITEMS, AND THE VARIANCE AGAINST
010790*                              THE TOLERANCE
010800****************************************************************
010810 6100-RECONCILE-ONE-ACCOUNT.
010820     MOVE WS-RCN-ACCOUNT TO WS-RCN-HDG-ACCOUNT.
010830     MOVE '-' TO HL-GRP-SEC-CTL.
010840     MOVE WS-RCN-HEADING TO HL-GRP-SEC-LABEL.
010850     WRITE HL-GRP-SECTION-LINE.
010860     MOVE SPACE TO HL-GRP-PRF-CTL.
010870     IF WS-RCN-CUSTOMER
010880         MOVE 'MASTER BALANCES, STATUS A AND I'
010890             TO HL-GRP-PRF-LABEL
010900     ELSE
010910         MOVE 'MASTER BALANCES, STATUS C' TO HL-GRP-PRF-LABEL
010920     END-IF.
010930     MOVE WS-RCN-MASTER-COUNT TO HL-GRP-PRF-COUNT.
010940     MOVE WS-RCN-MASTER-TOTAL TO HL-GRP-PRF-AMOUNT.
010950     WRITE HL-GRP-PROOF-LINE.
010960     MOVE 'GL BALANCE PER FINANCE' TO HL-GRP-PRF-LABEL.
010970     MOVE ZERO TO HL-GRP-PRF-COUNT.
010980     MOVE WS-RCN-GL-BALANCE TO HL-GRP-PRF-AMOUNT.
010990     WRITE HL-GRP-PROOF-LINE.
011000     MOVE SPACE TO HL-GRP-SEC-CTL.
011010     MOVE 'RECONCILING ITEMS - POSTED TO THE MASTER, NOT THE GL'
011020         TO HL-GRP-SEC-LABEL.
011030     WRITE HL-GRP-SECTION-LINE.
011040     MOVE ZERO TO WS-RCN-ITEM-COUNT.
011050     MOVE ZERO TO WS-RCN-ITEM-TOTAL.
011060     PERFORM 6110-LIST-ONE-ITEM THRU 6110-EXIT
011070         VARYING WS-SEG-SUB FROM 1 BY 1
011080         UNTIL WS-SEG-SUB > WS-SEG-COUNT.
011090     IF WS-RCN-ITEM-COUNT = ZERO
011100         MOVE '  NONE' TO HL-GRP-SEC-LABEL
011110         WRITE HL-GRP-SECTION-LINE
011120     END-IF.
011130     COMPUTE WS-RCN-ADJUSTED-GL =
011140         WS-RCN-GL-BALANCE + WS-RCN-ITEM-TOTAL.
011150     COMPUTE WS-RCN-VARIANCE =
011160         WS-RCN-MASTER-TOTAL - WS-RCN-ADJUSTED-GL.
011170     IF WS-RCN-VARIANCE < ZERO
011180         COMPUTE WS-RCN-ABS-VARIANCE = ZERO - WS-RCN-VARIANCE
011190     ELSE
011200         MOVE WS-RCN-VARIANCE TO WS-RCN-ABS-VARIANCE
011210     END-IF.
011220     MOVE 'TOTAL RECONCILING ITEMS' TO HL-GRP-PRF-LABEL.
011230     MOVE WS-RCN-ITEM-COUNT TO HL-GRP-PRF-COUNT.
011240     MOVE WS-RCN-ITEM-TOTAL TO HL-GRP-PRF-AMOUNT.
011250     WRITE HL-GRP-PROOF-LINE.
011260     MOVE 'ADJUSTED GL BALANCE' TO HL-GRP-PRF-LABEL.
011270     MOVE ZERO TO HL-GRP-PRF-COUNT.
011280     MOVE WS-RCN-ADJUSTED-GL TO HL-GRP-PRF-AMOUNT.
011290     WRITE HL-GRP-PROOF-LINE.
011300     MOVE 'VARIANCE (MASTER LESS ADJUSTED GL)'
011310         TO HL-GRP-PRF-LABEL.
011320     MOVE WS-RCN-VARIANCE TO HL-GRP-PRF-AMOUNT.
011330     WRITE HL-GRP-PROOF-LINE.
011340     MOVE 'TOLERANCE' TO HL-GRP-PRF-LABEL.
011350     MOVE WS-TOLERANCE TO HL-GRP-PRF-AMOUNT.
011360     WRITE HL-GRP-PROOF-LINE.
011370     MOVE SPACE TO HL-GRP-SEC-CTL.
011380     EVALUATE TRUE
011390         WHEN NOT WS-RCN-GL-FOUND
011400             MOVE '*** NO GL BALANCE - NOT RECONCILED ***'
011410                 TO HL-GRP-SEC-LABEL
011420             ADD 1 TO WS-ACCOUNTS-OVER
011430         WHEN WS-RCN-ABS-VARIANCE > WS-TOLERANCE
011440             MOVE '*** VARIANCE OVER TOLERANCE ***'
011450                 TO HL-GRP-SEC-LABEL
011460             ADD 1 TO WS-ACCOUNTS-OVER
011470             SET WS-HOLD-CLOSE TO TRUE
011480             DISPLAY 'HELLOGR - ' WS-RCN-ACCOUNT
011490                 ' VARIANCE OVER TOLERANCE - SEE THE REPORT'
011500         WHEN WS-RCN-VARIANCE NOT = ZERO
011510             MOVE 'VARIANCE WITHIN TOLERANCE'
011520                 TO HL-GRP-SEC-LABEL
011530             SET WS-REVIEW-NEEDED TO TRUE
011540         WHEN OTHER
011550             MOVE 'RECONCILED' TO HL-GRP-SEC-LABEL
011560     END-EVALUATE.
011570     WRITE HL-GRP-SECTION-LINE.
011580 6100-EXIT.
011590     EXIT.
011600
011610****************************************************************
011620* 6110-LIST-ONE-ITEM - ONE FILE FINANCE DID NOT POST, AT ITS
011630*                      NET EFFECT ON THIS CONTROL ACCOUNT
011640****************************************************************
011650 6110-LIST-ONE-ITEM.
011660     IF NOT WS-SEG-IS-ITEM (WS-SEG-SUB)
011670         GO TO 6110-EXIT
011680     END-IF.
011690     IF WS-RCN-CUSTOMER
011700         MOVE WS-SEG-CUST-NET (WS-SEG-SUB) TO WS-RCN-ITEM-AMOUNT
011710     ELSE
011720         MOVE WS-SEG-CLOSED-NET (WS-SEG-SUB)
011730             TO WS-RCN-ITEM-AMOUNT
011740     END-IF.
011750     IF WS-RCN-ITEM-AMOUNT = ZERO
011760         GO TO 6110-EXIT
011770     END-IF.
011780     ADD 1 TO WS-RCN-ITEM-COUNT.
011790     ADD WS-RCN-ITEM-AMOUNT TO WS-RCN-ITEM-TOTAL.
011800     MOVE WS-SEG-JOB (WS-SEG-SUB) TO HL-GRP-ITM-JOB.
011810     MOVE WS-SEG-DATE (WS-SEG-SUB) TO WS-FMT-DATE-IN.
011820     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
011830     MOVE WS-FMT-DATE-DISPLAY TO HL-GRP-ITM-DATE.
011840     MOVE WS-SEG-REASON (WS-SEG-SUB) TO HL-GRP-ITM-REASON.
011850     MOVE WS-RCN-ITEM-AMOUNT TO HL-GRP-ITM-AMOUNT.
011860     WRITE HL-GRP-ITEM-LINE.
011870 6110-EXIT.
011880     EXIT.
011890
011900****************************************************************
011910* 6900-SIGN-OFF - THE RESULT AND THE SIGNATURE BLOCK
011920****************************************************************
011930 6900-SIGN-OFF.
011940     MOVE '-' TO HL-GRP-SEC-CTL.
011950     EVALUATE TRUE
011960         WHEN WS-HOLD-CLOSE
011970             MOVE '*** NOT RECONCILED - HOLD THE CLOSE ***'
011980                 TO HL-GRP-SEC-LABEL
011990         WHEN WS-REVIEW-NEEDED
012000             MOVE 'RECONCILED WITH ITEMS - REVIEW BEFORE CLOSE'
012010                 TO HL-GRP-SEC-LABEL
012020         WHEN OTHER
012030             MOVE 'RECONCILED - RELEASE THE CLOSE'
012040                 TO HL-GRP-SEC-LABEL
012050     END-EVALUATE.
012060     WRITE HL-GRP-SECTION-LINE.
012070     MOVE '-' TO HL-GRP-SGN-CTL.
012080     MOVE 'PREPARED BY (BATCH CONTROL)' TO HL-GRP-SGN-LABEL.
012090     WRITE HL-GRP-SIGN-LINE.
012100     MOVE '0' TO HL-GRP-SGN-CTL.
012110     MOVE 'REVIEWED BY (FINANCE)' TO HL-GRP-SGN-LABEL.
012120     WRITE HL-GRP-SIGN-LINE.
012130     MOVE 'APPROVED FOR MONTH-END CLOSE' TO HL-GRP-SGN-LABEL.
012140     WRITE HL-GRP-SIGN-LINE.
012150 6900-EXIT.
012160     EXIT.
012170
012180****************************************************************
012190* 7050-WRITE-PAGE-HEADING - START A NEW REPORT PAGE
012200****************************************************************
012210 7050-WRITE-PAGE-HEADING.
012220     ADD 1 TO WS-PAGE-NUMBER.
012230     MOVE '1' TO HL-GRP-H1-CTL.
012240     MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE-MM.
012250     MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE-DD.
012260     MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-DATE-YYYY.
012270     MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-HH.
012280     MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-MM.
012290     MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-SS.
012300     MOVE WS-RUN-DATE-DISPLAY TO HL-GRP-H1-DATE.
012310     MOVE WS-RUN-TIME-DISPLAY TO HL-GRP-H1-TIME.
012320     MOVE WS-PAGE-NUMBER TO HL-GRP-H1-PAGE.
012330     WRITE HL-GRP-HEADING-1.
012340 7050-EXIT.
012350     EXIT.
012360
012370****************************************************************
012380* 7200-FORMAT-DATE - WS-FMT-DATE-IN (CCYYMMDD) TO MM/DD/CCYY
012390****************************************************************
012400 7200-FORMAT-DATE.
012410     MOVE WS-FMT-DATE-IN(5:2) TO WS-FMT-DATE-MM.
012420     MOVE WS-FMT-DATE-IN(7:2) TO WS-FMT-DATE-DD.
012430     MOVE WS-FMT-DATE-IN(1:4) TO WS-FMT-DATE-YYYY.
012440 7200-EXIT.
012450     EXIT.
012460
012470****************************************************************
012480* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
012490****************************************************************
012500 8000-ABEND.
012510     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
012520     MOVE 16 TO WS-ABEND-RETURN-CODE.
012530     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
012540     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
012550     STOP RUN.
012560 8000-EXIT.
012570     EXIT.
012580
012590****************************************************************
012600* 9000-TERMINATE - CLOSE THE REPORT
012610****************************************************************
012620 9000-TERMINATE.
012630     CLOSE REPORT-FILE.
012640 9000-EXIT.
012650     EXIT.
012660
012670****************************************************************
012680* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT
012690*                        LOG.  READ = MASTER RECORDS SWEPT,
012700*                        ACCEPTED = GL INTERFACE RECORDS READ,
012710*                        REJECTED = CONTROL ACCOUNTS NOT
012720*                        RECONCILED WITHIN TOLERANCE.
012730****************************************************************
012740 9500-WRITE-AUDIT-LOG.
012750     OPEN EXTEND AUDIT-LOG-FILE.
012760     IF NOT HL-AUDIT-OK
012770         DISPLAY 'HELLOGR - UNABLE TO OPEN AUDIT-LOG, STATUS='
012780             HL-AUDIT-STATUS
012790         MOVE 16 TO RETURN-CODE
012800         STOP RUN
012810     END-IF.
012820     MOVE 'HELLOGR' TO AUD-JOB-NAME.
012830     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
012840     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
012850     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
012860     ACCEPT WS-CURRENT-TIME FROM TIME.
012870     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
012880     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
012890     MOVE WS-SWEEP-ACCT-COUNT TO AUD-RECORDS-READ.
012900     MOVE WS-GL-RECORDS-READ TO AUD-RECORDS-ACCEPTED.
012910     MOVE WS-ACCOUNTS-OVER TO AUD-RECORDS-REJECTED.
012920     MOVE RETURN-CODE TO AUD-RETURN-CODE.
012930     WRITE AUD-LOG-RECORD.
012940     CLOSE AUDIT-LOG-FILE.
012950 9500-EXIT.
012960     EXIT.
