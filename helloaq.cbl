000100****************************************************************
000110* PROGRAM:     HELLOAQ
000120* AUTHOR:      J. L. BRANNIGAN
000130* INSTALLATION:DATA PROCESSING - BATCH SYSTEMS
000140* DATE-WRITTEN:2026-10-15
000150* DATE-COMPILED:
000160*----------------------------------------------------------------
000170* DESCRIPTION
000180*   SUPERVISOR APPROVAL RUN FOR HIGH-VALUE POSTINGS.  HELLOTM
000190*   HOLDS EVERY B-TYPE ADJUSTMENT AND C-TYPE CLOSE OVER THE
000200*   APPROVAL LIMIT ON THE PENDING-APPROVAL FILE (HLAPQ.CPY)
000210*   INSTEAD OF APPLYING IT.  THE SUPERVISOR SIGNS ON THROUGH
000220*   HELLOSO AT SUPERVISOR LEVEL; THE RUN PRESENTS EACH PENDING
000230*   ITEM IN TURN AND ACCEPTS A DECISION FOR IT:
000240*   - APPROVED ITEMS ARE WRITTEN UNCHANGED TO A TRANSACTION
000250*     FILE (HLTRN.CPY) AS KEYED BATCHES IN THE RESERVED 80000
000260*     SERIES, EACH BRACKETED BY AN H-TYPE HEADER AND A T-TYPE
000270*     TRAILER, FOR THE NEXT HELLOTM CYCLE, WHICH DOES NOT HOLD
000280*     THAT SERIES AGAIN.  THE FILE IS APPENDED TO, SO A SECOND
000290*     RUN BEFORE HELLOTM HAS POSTED THE FIRST ADDS TO IT; THE
000300*     BATCH NUMBERS CARRY ON FROM THE LAST HEADER ALREADY THERE.
000310*     HELLOTMJ EMPTIES THE FILE ONCE IT HAS BEEN POSTED.
000320*   - DECLINED ITEMS ARE APPENDED TO THE TRANSACTION SUSPENSE
000330*     FILE (HLTSU.CPY) WITH REASON CODE A001 AND THE
000340*     SUPERVISOR'S OPERATOR ID.
000350*   - SKIPPED ITEMS STAY PENDING FOR THE NEXT APPROVAL RUN; A
000360*     QUIT LEAVES THE CURRENT AND ALL LATER ITEMS PENDING.
000370*   EVERY DECISION IS REWRITTEN ONTO THE QUEUE ENTRY WITH THE
000380*   OPERATOR ID AND THE DECISION DATE AND TIME, AND PRINTED ON
000390*   THE APPROVAL REGISTER, SO THE FILE AND THE REGISTER BOTH
000400*   SHOW WHO APPROVED WHAT.  APPENDS ONE ROW TO THE SHARED
000410*   AUDIT LOG.  RETURN-CODE 0004 SIGNALS ITEMS STILL PENDING,
000420*   0008 A REFUSED SIGN-ON (NOTHING OPENED OR DECIDED).  EVERY
000430*   ITEM PRESENTED AND EVERY DECISION IS WRITTEN TO THE
000440*   ACCOUNT-ACCESS LOG.
000450*----------------------------------------------------------------
000460* MODIFICATION HISTORY
000470* DATE       INIT  DESCRIPTION
000480* 2026-10-15 JLB   INITIAL VERSION - SUPERVISOR APPROVE OR
000490*                  DECLINE OF HELD ADJUSTMENTS AND CLOSES, WITH
000500*                  THE 80000-SERIES RE-ENTRY BATCHES AND THE
000510*                  APPROVAL REGISTER.
000520* 2026-10-15 JLB   THE KEYED SUPERVISOR ID IS REPLACED BY A
000530*                  HELLOSO SIGN-ON AT SUPERVISOR LEVEL - THE
000540*                  SIGNED-ON OPERATOR IS THE ONE STAMPED ON EACH
000550*                  DECISION.  VIEW, APPROVE AND DECLINE ARE
000560*                  LOGGED TO THE ACCESS LOG.  WHOLE MEMBER
000570*                  RENUMBERED.
000580* 2026-10-15 JLB   THE BATCH HEADER NOW NAMES HELLOAQ IN
000590*                  HL-TRAN-BH-SOURCE - HELLOTM REJECTS A
000600*                  RESERVED-SERIES BATCH WITHOUT IT.  WHOLE
000610*                  MEMBER RENUMBERED.
000620* 2026-10-15 JLB   AQTRANS IS APPENDED TO INSTEAD OF REBUILT -
000630*                  APPROVALS FROM AN EARLIER RUN NOT YET POSTED BY
000640*                  HELLOTM ARE KEPT, AND THE BATCH NUMBERS CARRY
000650*                  ON FROM THE LAST ONE ALREADY ON THE FILE.
000660*                  WHOLE MEMBER RENUMBERED.
000670****************************************************************
000680 IDENTIFICATION DIVISION.
000690 PROGRAM-ID.     HELLOAQ.
000700 AUTHOR.         J. L. BRANNIGAN.
000710 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000720 DATE-WRITTEN.   2026-10-15.
000730 DATE-COMPILED.
000740
000750 ENVIRONMENT DIVISION.
000760 CONFIGURATION SECTION.
000770 SOURCE-COMPUTER.   IBM-370.
000780 OBJECT-COMPUTER.   IBM-370.
000790
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820
000830*    ------------------------------------------------------------
000840*    PENDING-APPROVAL FILE - OPENED I-O SO EACH DECISION IS
000850*    REWRITTEN ONTO ITS QUEUE ENTRY IN PLACE
000860*    ------------------------------------------------------------
000870     SELECT APPROVAL-FILE ASSIGN TO "APRQUEUE"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS HL-APPROVAL-STATUS.
000900
000910*    ------------------------------------------------------------
000920*    APPROVED TRANSACTION OUTPUT - 80000-SERIES H/T BATCHES FOR
000930*    THE NEXT HELLOTM CYCLE.  READ ONCE FOR THE LAST BATCH
000940*    NUMBER WAITING, THEN OPENED EXTEND
000950*    ------------------------------------------------------------
000960     SELECT TRAN-OUT-FILE ASSIGN TO "TRANFILE"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS HL-TRAN-OUT-STATUS.
000990
001000*    ------------------------------------------------------------
001010*    TRANSACTION SUSPENSE FILE - DECLINED ITEMS APPENDED WITH
001020*    THE FULL TRANSACTION IMAGE FOR THE CLERKS
001030*    ------------------------------------------------------------
001040     SELECT TRAN-SUSP-FILE ASSIGN TO "TRANSUSP"
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS HL-TRAN-SUSP-STATUS.
001070
001080*    ------------------------------------------------------------
001090*    APPROVAL REGISTER PRINT FILE - 133-BYTE ASA CARRIAGE
001100*    CONTROL
001110*    ------------------------------------------------------------
001120     SELECT REPORT-FILE ASSIGN TO "PRTFILE"
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS HL-REPORT-STATUS.
001150
001160*    ------------------------------------------------------------
001170*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
001180*    LAYOUT ACROSS THE SUITE
001190*    ------------------------------------------------------------
001200     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001210         ORGANIZATION IS SEQUENTIAL
001220         FILE STATUS IS HL-AUDIT-STATUS.
001230
001240 DATA DIVISION.
001250 FILE SECTION.
001260
001270 FD  APPROVAL-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 160 CHARACTERS
001300     DATA RECORD IS HL-APPROVAL-RECORD.
001310     COPY HLAPQ.
001320
001330 FD  TRAN-OUT-FILE
001340     LABEL RECORDS ARE STANDARD
001350     RECORD CONTAINS 100 CHARACTERS
001360     DATA RECORD IS HL-TRAN-RECORD.
001370     COPY HLTRN.
001380
001390 FD  TRAN-SUSP-FILE
001400     LABEL RECORDS ARE STANDARD
001410     RECORD CONTAINS 152 CHARACTERS
001420     DATA RECORD IS HL-TRAN-SUSP-RECORD.
001430     COPY HLTSU.
001440
001450 FD  REPORT-FILE
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 133 CHARACTERS.
001480     COPY HLAQPRT.
001490
001500 FD  AUDIT-LOG-FILE
001510     LABEL RECORDS ARE STANDARD
001520     RECORD CONTAINS 88 CHARACTERS
001530     DATA RECORD IS AUD-LOG-RECORD.
001540     COPY AUDLOG.
001550
001560 WORKING-STORAGE SECTION.
001570
001580*    ------------------------------------------------------------
001590*    FILE STATUS FIELDS
001600*    ------------------------------------------------------------
001610 01  HL-FILE-STATUSES.
001620     05  HL-APPROVAL-STATUS          PIC X(02) VALUE '00'.
001630         88  HL-APPROVAL-OK          VALUE '00'.
001640     05  HL-TRAN-OUT-STATUS          PIC X(02) VALUE '00'.
001650         88  HL-TRAN-OUT-OK          VALUE '00'.
001660         88  HL-TRAN-OUT-NOTFOUND    VALUE '35'.
001670     05  HL-TRAN-SUSP-STATUS         PIC X(02) VALUE '00'.
001680         88  HL-TRAN-SUSP-OK         VALUE '00'.
001690     05  HL-REPORT-STATUS            PIC X(02) VALUE '00'.
001700         88  HL-REPORT-OK            VALUE '00'.
001710     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
001720         88  HL-AUDIT-OK             VALUE '00'.
001730
001740*    ------------------------------------------------------------
001750*    SWITCHES
001760*    ------------------------------------------------------------
001770 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001780     88  WS-EOF-REACHED              VALUE 'Y'.
001790 77  WS-QUIT-SWITCH                  PIC X(01) VALUE 'N'.
001800     88  WS-QUIT-REQUESTED           VALUE 'Y'.
001810 77  WS-SIGNON-SWITCH                PIC X(01) VALUE 'N'.
001820     88  WS-SIGNON-REFUSED           VALUE 'Y'.
001830 77  WS-TRAN-OUT-EOF-SWITCH          PIC X(01) VALUE 'N'.
001840     88  WS-TRAN-OUT-EOF             VALUE 'Y'.
001850
001860*    ------------------------------------------------------------
001870*    RUN COUNTERS
001880*    ------------------------------------------------------------
001890 77  WS-ITEMS-PRESENTED              PIC 9(07) COMP VALUE ZERO.
001900 77  WS-ITEMS-APPROVED               PIC 9(07) COMP VALUE ZERO.
001910 77  WS-ITEMS-DECLINED               PIC 9(07) COMP VALUE ZERO.
001920 77  WS-ITEMS-SKIPPED                PIC 9(07) COMP VALUE ZERO.
001930 01  WS-APPROVED-AMOUNT-TOTAL        PIC S9(13)V99 COMP-3
001940                                     VALUE ZERO.
001950 01  WS-DECLINED-AMOUNT-TOTAL        PIC S9(13)V99 COMP-3
001960                                     VALUE ZERO.
001970 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001980 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
001990
002000*    ------------------------------------------------------------
002010*    AUDIT-LOG WORK AREAS
002020*    ------------------------------------------------------------
002030 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
002040 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
002050
002060*    ------------------------------------------------------------
002070*    SUPERVISOR ENTRY WORK AREAS
002080*    ------------------------------------------------------------
002090 77  WS-SUPERVISOR-ID                PIC X(08) VALUE SPACES.
002100 77  WS-OPERATOR-RESPONSE            PIC X(01) VALUE SPACE.
002110 77  WS-DECISION-TEXT                PIC X(08) VALUE SPACES.
002120 01  WS-DECLINE-REASON-TEXT-G.
002130     05  FILLER                      PIC X(23)
002140             VALUE 'DECLINED BY SUPERVISOR '.
002150     05  WS-DRT-OPERATOR-ID          PIC X(08).
002160     05  FILLER                      PIC X(09) VALUE SPACES.
002170 01  WS-AMOUNT-DISPLAY               PIC -ZZZ,ZZZ,ZZ9.99.
002180
002190*    ------------------------------------------------------------
002200*    GENERATED BATCH CONTROLS - THE WHOLE 80000 SERIES IS
002210*    RESERVED FOR THIS RUN; A NEW BATCH EVERY 2000
002220*    TRANSACTIONS KEEPS WITHIN THE HELLOTM IN-CORE BATCH TABLE.
002230*    THE FIRST NUMBER FOLLOWS THE HIGHEST 80000-SERIES HEADER
002240*    STILL WAITING ON AQTRANS
002250*    ------------------------------------------------------------
002260 77  WS-APPROVAL-BATCH-NO            PIC 9(05) VALUE 80001.
002270 77  WS-APPROVAL-BATCH-LAST          PIC 9(05) VALUE 89999.
002280 77  WS-BATCH-TRAN-MAX               PIC 9(05) COMP VALUE 2000.
002290 77  WS-BATCH-TRAN-COUNT             PIC 9(05) COMP VALUE ZERO.
002300 01  WS-BATCH-HASH-TOTAL             PIC S9(13)V99 COMP-3
002310                                     VALUE ZERO.
002320
002330*    ------------------------------------------------------------
002340*    APPROVAL REGISTER CONTROLS
002350*    ------------------------------------------------------------
002360 77  WS-MAX-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
002370 77  WS-LINES-ON-PAGE                PIC 9(02) COMP VALUE ZERO.
002380 77  WS-PAGE-NUMBER                  PIC 9(04) COMP VALUE ZERO.
002390 01  WS-RUN-DATE-DISPLAY.
002400     05  WS-RUN-DATE-MM              PIC 9(02).
002410     05  FILLER                      PIC X(01) VALUE '/'.
002420     05  WS-RUN-DATE-DD              PIC 9(02).
002430     05  FILLER                      PIC X(01) VALUE '/'.
002440     05  WS-RUN-DATE-YYYY            PIC 9(04).
002450 01  WS-RUN-TIME-DISPLAY.
002460     05  WS-RUN-TIME-HH              PIC 9(02).
002470     05  FILLER                      PIC X(01) VALUE ':'.
002480     05  WS-RUN-TIME-MM              PIC 9(02).
002490     05  FILLER                      PIC X(01) VALUE ':'.
002500     05  WS-RUN-TIME-SS              PIC 9(02).
002510
002520*    ------------------------------------------------------------
002530*    ABEND HANDLING
002540*    ------------------------------------------------------------
002550 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
002560 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
002570 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
002580
002590*    ------------------------------------------------------------
002600*    SIGN-ON AND ACCESS-LOG ROUTINE PARAMETERS
002610*    ------------------------------------------------------------
002620     COPY HLSOS.
002630 01  WS-LOG-DETAIL.
002640     05  FILLER                      PIC X(12)
002650             VALUE 'QUEUE BATCH '.
002660     05  WS-LOG-DETAIL-BATCH         PIC 9(05).
002670     05  FILLER                      PIC X(03) VALUE SPACES.
002680
002690 PROCEDURE DIVISION.
002700
002710****************************************************************
002720* 0000-MAINLINE
002730****************************************************************
002740 0000-MAINLINE.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002760     PERFORM 2000-PROCESS-QUEUE THRU 2000-EXIT
002770         UNTIL WS-EOF-REACHED OR WS-QUIT-REQUESTED.
002780     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002790     IF WS-SIGNON-REFUSED
002800         MOVE 8 TO RETURN-CODE
002810         PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT
002820         STOP RUN
002830     END-IF.
002840     IF WS-ITEMS-SKIPPED > ZERO OR WS-QUIT-REQUESTED
002850         DISPLAY 'HELLOAQ - ITEMS STILL PENDING APPROVAL'
002860         MOVE 4 TO RETURN-CODE
002870     ELSE
002880         MOVE ZERO TO RETURN-CODE
002890     END-IF.
002900     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
002910     STOP RUN.
002920
002930****************************************************************
002940* 1000-INITIALIZE - SIGN THE SUPERVISOR ON, OPEN FILES, AND
002950*                   PRIME THE QUEUE READ.  A REFUSED SIGN-ON
002960*                   OPENS NOTHING.
002970****************************************************************
002980 1000-INITIALIZE.
002990     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
003000     ACCEPT WS-RUN-START-TIME FROM TIME.
003010     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003020     ACCEPT WS-CURRENT-TIME FROM TIME.
003030     PERFORM 1100-IDENTIFY-SUPERVISOR THRU 1100-EXIT.
003040     IF WS-SIGNON-REFUSED
003050         SET WS-EOF-REACHED TO TRUE
003060         GO TO 1000-EXIT
003070     END-IF.
003080     OPEN I-O APPROVAL-FILE.
003090     IF NOT HL-APPROVAL-OK
003100         MOVE 'HELLOAQ - UNABLE TO OPEN APPROVAL-FILE, STATUS='
003110             TO WS-ABEND-MESSAGE
003120         MOVE HL-APPROVAL-STATUS TO WS-ABEND-FILE-STATUS
003130         PERFORM 8000-ABEND THRU 8000-EXIT
003140     END-IF.
003150     PERFORM 1200-FIND-LAST-BATCH THRU 1200-EXIT.
003160     OPEN EXTEND TRAN-OUT-FILE.
003170     IF NOT HL-TRAN-OUT-OK
003180         MOVE 'HELLOAQ - UNABLE TO OPEN TRAN-OUT-FILE, STATUS='
003190             TO WS-ABEND-MESSAGE
003200         MOVE HL-TRAN-OUT-STATUS TO WS-ABEND-FILE-STATUS
003210         PERFORM 8000-ABEND THRU 8000-EXIT
003220     END-IF.
003230     OPEN EXTEND TRAN-SUSP-FILE.
003240     IF NOT HL-TRAN-SUSP-OK
003250         MOVE 'HELLOAQ - UNABLE TO OPEN TRAN-SUSP-FILE, STATUS='
003260             TO WS-ABEND-MESSAGE
003270         MOVE HL-TRAN-SUSP-STATUS TO WS-ABEND-FILE-STATUS
003280         PERFORM 8000-ABEND THRU 8000-EXIT
003290     END-IF.
003300     OPEN OUTPUT REPORT-FILE.
003310     IF NOT HL-REPORT-OK
003320         MOVE 'HELLOAQ - UNABLE TO OPEN REPORT-FILE, STATUS='
003330             TO WS-ABEND-MESSAGE
003340         MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
003350         PERFORM 8000-ABEND THRU 8000-EXIT
003360     END-IF.
003370     PERFORM 4800-WRITE-BATCH-HEADER THRU 4800-EXIT.
003380     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
003390     PERFORM 2900-READ-QUEUE-RECORD THRU 2900-EXIT.
003400 1000-EXIT.
003410     EXIT.
003420
003430****************************************************************
003440* 1100-IDENTIFY-SUPERVISOR - SIGN ON THROUGH HELLOSO AT
003450*                            SUPERVISOR LEVEL.  EVERY DECISION
003460*                            IS RECORDED AGAINST THE SIGNED-ON
003470*                            OPERATOR; THE RUN IS REFUSED
003480*                            WITHOUT ONE.
003490****************************************************************
003500 1100-IDENTIFY-SUPERVISOR.
003510     MOVE 'HELLOAQ' TO HL-SOS-PROGRAM.
003520     SET HL-SOS-FUNC-SIGN-ON TO TRUE.
003530     SET HL-SOS-NEED-SUPERVISOR TO TRUE.
003540     CALL 'HELLOSO' USING HL-SOS-PARMS.
003550     IF HL-SOS-FILE-ERROR
003560         MOVE 'HELLOAQ - SIGN-ON FILES UNAVAILABLE, RC='
003570             TO WS-ABEND-MESSAGE
003580         MOVE HL-SOS-RETURN-CODE TO WS-ABEND-FILE-STATUS
003590         PERFORM 8000-ABEND THRU 8000-EXIT
003600     END-IF.
003610     IF NOT HL-SOS-OK
003620         SET WS-SIGNON-REFUSED TO TRUE
003630         GO TO 1100-EXIT
003640     END-IF.
003650     MOVE HL-SOS-OPERATOR-ID TO WS-SUPERVISOR-ID.
003660     MOVE WS-SUPERVISOR-ID TO WS-DRT-OPERATOR-ID.
003670     DISPLAY 'HELLOAQ - DECISIONS RECORDED AGAINST '
003680         WS-SUPERVISOR-ID.
003690 1100-EXIT.
003700     EXIT.
003710
003720****************************************************************
003730* 1200-FIND-LAST-BATCH - READ WHATEVER AQTRANS STILL HOLDS FROM
003740*                        EARLIER RUNS NOT YET POSTED BY HELLOTM
003750*                        AND START NUMBERING AFTER THE HIGHEST
003760*                        80000-SERIES HEADER ON IT.  A FILE NOT
003770*                        YET CREATED HOLDS NOTHING.
003780****************************************************************
003790 1200-FIND-LAST-BATCH.
003800     OPEN INPUT TRAN-OUT-FILE.
003810     IF HL-TRAN-OUT-NOTFOUND
003820         GO TO 1200-EXIT
003830     END-IF.
003840     IF NOT HL-TRAN-OUT-OK
003850         MOVE 'HELLOAQ - UNABLE TO READ TRAN-OUT-FILE, STATUS='
003860             TO WS-ABEND-MESSAGE
003870         MOVE HL-TRAN-OUT-STATUS TO WS-ABEND-FILE-STATUS
003880         PERFORM 8000-ABEND THRU 8000-EXIT
003890     END-IF.
003900     PERFORM 1210-SCAN-WAITING-BATCH THRU 1210-EXIT
003910         UNTIL WS-TRAN-OUT-EOF.
003920     CLOSE TRAN-OUT-FILE.
003930     IF WS-APPROVAL-BATCH-NO > WS-APPROVAL-BATCH-LAST
003940         MOVE 'HELLOAQ - 80000 SERIES FULL, POST AQTRANS FIRST'
003950             TO WS-ABEND-MESSAGE
003960         MOVE SPACES TO WS-ABEND-FILE-STATUS
003970         PERFORM 8000-ABEND THRU 8000-EXIT
003980     END-IF.
003990 1200-EXIT.
004000     EXIT.
004010
004020****************************************************************
004030* 1210-SCAN-WAITING-BATCH - ONE AQTRANS RECORD; ONLY THE
004040*                           HEADERS MATTER.
004050****************************************************************
004060 1210-SCAN-WAITING-BATCH.
004070     READ TRAN-OUT-FILE
004080         AT END
004090             SET WS-TRAN-OUT-EOF TO TRUE
004100             GO TO 1210-EXIT
004110     END-READ.
004120     IF NOT HL-TRAN-BATCH-HDR
004130         GO TO 1210-EXIT
004140     END-IF.
004150     IF HL-TRAN-BH-BATCH-NO NOT NUMERIC
004160         GO TO 1210-EXIT
004170     END-IF.
004180     IF HL-TRAN-BH-BATCH-NO NOT < WS-APPROVAL-BATCH-NO
004190        AND HL-TRAN-BH-BATCH-NO NOT > WS-APPROVAL-BATCH-LAST
004200         COMPUTE WS-APPROVAL-BATCH-NO = HL-TRAN-BH-BATCH-NO + 1
004210     END-IF.
004220 1210-EXIT.
004230     EXIT.
004240
004250****************************************************************
004260* 2000-PROCESS-QUEUE - PRESENT ONE PENDING ITEM TO THE
004270*                      SUPERVISOR AND CARRY OUT THE DECISION.
004280*                      ITEMS ALREADY DECIDED ARE PASSED OVER.
004290****************************************************************
004300 2000-PROCESS-QUEUE.
004310     IF NOT HL-APQ-PENDING
004320         GO TO 2000-READ-NEXT
004330     END-IF.
004340     ADD 1 TO WS-ITEMS-PRESENTED.
004350     MOVE HL-APQ-TRAN-IMAGE TO HL-TRAN-RECORD.
004360     MOVE HL-APQ-HOLD-AMOUNT TO WS-AMOUNT-DISPLAY.
004370     DISPLAY ' '.
004380     DISPLAY 'HELLOAQ - PENDING ITEM ' WS-ITEMS-PRESENTED.
004390     DISPLAY '  TRANSACTION CODE: ' HL-TRAN-CODE.
004400     DISPLAY '  ACCOUNT:          ' HL-TRAN-ACCT-NO.
004410     DISPLAY '  NAME:             ' HL-TRAN-NAME.
004420     DISPLAY '  AMOUNT HELD:      ' WS-AMOUNT-DISPLAY.
004430     DISPLAY '  HELD ON:          ' HL-APQ-HOLD-DATE
004440         ' BATCH ' HL-APQ-BATCH-NO.
004450     MOVE 'VIEW' TO HL-SOS-ACTION.
004460     PERFORM 5500-LOG-ACCESS THRU 5500-EXIT.
004470     DISPLAY 'APPROVE (A), DECLINE (D), SKIP (S) OR QUIT (Q) ? '
004480         WITH NO ADVANCING.
004490     ACCEPT WS-OPERATOR-RESPONSE.
004500     EVALUATE WS-OPERATOR-RESPONSE
004510         WHEN 'A'
004520         WHEN 'a'
004530             PERFORM 4000-APPROVE-ITEM THRU 4000-EXIT
004540         WHEN 'D'
004550         WHEN 'd'
004560             PERFORM 5000-DECLINE-ITEM THRU 5000-EXIT
004570         WHEN 'Q'
004580         WHEN 'q'
004590             SET WS-QUIT-REQUESTED TO TRUE
004600             GO TO 2000-EXIT
004610         WHEN OTHER
004620             ADD 1 TO WS-ITEMS-SKIPPED
004630             MOVE 'SKIPPED' TO WS-DECISION-TEXT
004640             PERFORM 7100-PRINT-REGISTER-LINE THRU 7100-EXIT
004650     END-EVALUATE.
004660 2000-READ-NEXT.
004670     PERFORM 2900-READ-QUEUE-RECORD THRU 2900-EXIT.
004680 2000-EXIT.
004690     EXIT.
004700
004710****************************************************************
004720* 2900-READ-QUEUE-RECORD - READ THE NEXT QUEUE ENTRY
004730****************************************************************
004740 2900-READ-QUEUE-RECORD.
004750     READ APPROVAL-FILE
004760         AT END
004770             SET WS-EOF-REACHED TO TRUE
004780     END-READ.
004790     IF NOT HL-APPROVAL-OK AND NOT WS-EOF-REACHED
004800         MOVE 'HELLOAQ - APPROVAL-FILE READ ERROR, STATUS='
004810             TO WS-ABEND-MESSAGE
004820         MOVE HL-APPROVAL-STATUS TO WS-ABEND-FILE-STATUS
004830         PERFORM 8000-ABEND THRU 8000-EXIT
004840     END-IF.
004850 2900-EXIT.
004860     EXIT.
004870
004880****************************************************************
004890* 4000-APPROVE-ITEM - RELEASE THE HELD TRANSACTION, UNCHANGED,
004900*                     INTO THE CURRENT 80000-SERIES BATCH AND
004910*                     RECORD THE APPROVAL ON THE QUEUE ENTRY
004920****************************************************************
004930 4000-APPROVE-ITEM.
004940*    ROLL TO A NEW BATCH BEFORE THIS TRANSACTION WOULD PUSH
004950*    THE CURRENT ONE PAST THE HELLOTM IN-CORE BATCH TABLE.
004960     IF WS-BATCH-TRAN-COUNT >= WS-BATCH-TRAN-MAX
004970         PERFORM 4910-WRITE-BATCH-TRAILER THRU 4910-EXIT
004980         ADD 1 TO WS-APPROVAL-BATCH-NO
004990         PERFORM 4800-WRITE-BATCH-HEADER THRU 4800-EXIT
005000     END-IF.
005010     MOVE HL-APQ-TRAN-IMAGE TO HL-TRAN-RECORD.
005020     ADD 1 TO WS-ITEMS-APPROVED.
005030     ADD HL-APQ-HOLD-AMOUNT TO WS-APPROVED-AMOUNT-TOTAL.
005040     ADD 1 TO WS-BATCH-TRAN-COUNT.
005050*    THE HASH TAKES THE AMOUNT FIELD THE WAY HELLOTM PROVES IT
005060*    - A CLOSE CAN CARRY NO AMOUNT AT ALL.
005070     IF HL-TRAN-AMOUNT NUMERIC
005080         ADD HL-TRAN-AMOUNT TO WS-BATCH-HASH-TOTAL
005090     END-IF.
005100     SET HL-APQ-APPROVED TO TRUE.
005110     MOVE 'APPROVED' TO WS-DECISION-TEXT.
005120     PERFORM 6000-STAMP-DECISION THRU 6000-EXIT.
005130     WRITE HL-TRAN-RECORD.
005140     IF NOT HL-TRAN-OUT-OK
005150         MOVE 'HELLOAQ - TRAN-OUT WRITE ERROR, STATUS='
005160             TO WS-ABEND-MESSAGE
005170         MOVE HL-TRAN-OUT-STATUS TO WS-ABEND-FILE-STATUS
005180         PERFORM 8000-ABEND THRU 8000-EXIT
005190     END-IF.
005200     PERFORM 6100-REWRITE-QUEUE-ENTRY THRU 6100-EXIT.
005210     MOVE 'APPROVE' TO HL-SOS-ACTION.
005220     PERFORM 5500-LOG-ACCESS THRU 5500-EXIT.
005230 4000-EXIT.
005240     EXIT.
005250
005260****************************************************************
005270* 4800-WRITE-BATCH-HEADER - OPEN THE NEXT APPROVAL BATCH (THE
005280*                           80000 SERIES IS RESERVED) SO THE
005290*                           HELLOTM PROOF CAN GATE THE FILE
005300****************************************************************
005310 4800-WRITE-BATCH-HEADER.
005320     MOVE SPACES TO HL-TRAN-BATCH-HEADER.
005330     MOVE 'H' TO HL-TRAN-BH-CODE.
005340     MOVE WS-APPROVAL-BATCH-NO TO HL-TRAN-BH-BATCH-NO.
005350     MOVE WS-CURRENT-DATE TO HL-TRAN-BH-BATCH-DATE.
005360     MOVE 'HELLOAQ' TO HL-TRAN-BH-SOURCE.
005370     WRITE HL-TRAN-BATCH-HEADER.
005380     IF NOT HL-TRAN-OUT-OK
005390         MOVE 'HELLOAQ - TRAN-OUT WRITE ERROR, STATUS='
005400             TO WS-ABEND-MESSAGE
005410         MOVE HL-TRAN-OUT-STATUS TO WS-ABEND-FILE-STATUS
005420         PERFORM 8000-ABEND THRU 8000-EXIT
005430     END-IF.
005440 4800-EXIT.
005450     EXIT.
005460
005470****************************************************************
005480* 4910-WRITE-BATCH-TRAILER - CLOSE THE CURRENT APPROVAL BATCH
005490*                            WITH ITS OWN TRANSACTION COUNT AND
005500*                            AMOUNT HASH
005510****************************************************************
005520 4910-WRITE-BATCH-TRAILER.
005530     MOVE SPACES TO HL-TRAN-BATCH-TRAILER.
005540     MOVE 'T' TO HL-TRAN-BT-CODE.
005550     MOVE WS-APPROVAL-BATCH-NO TO HL-TRAN-BT-BATCH-NO.
005560     MOVE WS-BATCH-TRAN-COUNT TO HL-TRAN-BT-TRAN-COUNT.
005570     MOVE WS-BATCH-HASH-TOTAL TO HL-TRAN-BT-AMOUNT-HASH.
005580     WRITE HL-TRAN-BATCH-TRAILER.
005590     IF NOT HL-TRAN-OUT-OK
005600         MOVE 'HELLOAQ - TRAN-OUT WRITE ERROR, STATUS='
005610             TO WS-ABEND-MESSAGE
005620         MOVE HL-TRAN-OUT-STATUS TO WS-ABEND-FILE-STATUS
005630         PERFORM 8000-ABEND THRU 8000-EXIT
005640     END-IF.
005650     MOVE ZERO TO WS-BATCH-TRAN-COUNT.
005660     MOVE ZERO TO WS-BATCH-HASH-TOTAL.
005670 4910-EXIT.
005680     EXIT.
005690
005700****************************************************************
005710* 5000-DECLINE-ITEM - SEND THE HELD TRANSACTION TO THE
005720*                     TRANSACTION SUSPENSE FILE UNDER REASON
005730*                     A001 AND RECORD THE DECLINE ON THE QUEUE
005740*                     ENTRY
005750****************************************************************
005760 5000-DECLINE-ITEM.
005770     ADD 1 TO WS-ITEMS-DECLINED.
005780     ADD HL-APQ-HOLD-AMOUNT TO WS-DECLINED-AMOUNT-TOTAL.
005790     SET HL-APQ-DECLINED TO TRUE.
005800     MOVE 'DECLINED' TO WS-DECISION-TEXT.
005810     PERFORM 6000-STAMP-DECISION THRU 6000-EXIT.
005820     MOVE HL-APQ-TRAN-IMAGE TO HL-TSU-TRAN-IMAGE.
005830     MOVE 'A001' TO HL-TSU-REASON-CODE.
005840     MOVE WS-DECLINE-REASON-TEXT-G TO HL-TSU-REASON-TEXT.
005850     MOVE WS-CURRENT-DATE TO HL-TSU-SUSP-DATE.
005860     WRITE HL-TRAN-SUSP-RECORD.
005870     IF NOT HL-TRAN-SUSP-OK
005880         MOVE 'HELLOAQ - TRAN-SUSP WRITE ERROR, STATUS='
005890             TO WS-ABEND-MESSAGE
005900         MOVE HL-TRAN-SUSP-STATUS TO WS-ABEND-FILE-STATUS
005910         PERFORM 8000-ABEND THRU 8000-EXIT
005920     END-IF.
005930     PERFORM 6100-REWRITE-QUEUE-ENTRY THRU 6100-EXIT.
005940     MOVE 'DECLINE' TO HL-SOS-ACTION.
005950     PERFORM 5500-LOG-ACCESS THRU 5500-EXIT.
005960 5000-EXIT.
005970     EXIT.
005980
005990****************************************************************
006000* 5500-LOG-ACCESS - WRITE THE ACTION SET BY THE CALLER TO THE
006010*                   ACCESS LOG FOR THE ITEM'S ACCOUNT, NAMING
006020*                   THE BATCH IT WAS HELD FROM.  HL-TRAN-RECORD
006030*                   IS NOT RELIABLE AFTER THE WRITE, SO THE
006040*                   ACCOUNT IS TAKEN FROM THE QUEUE IMAGE.
006050****************************************************************
006060 5500-LOG-ACCESS.
006070     SET HL-SOS-FUNC-LOG TO TRUE.
006080     MOVE HL-APQ-TRAN-IMAGE TO HL-TRAN-RECORD.
006090     MOVE HL-TRAN-ACCT-NO TO HL-SOS-ACCT-NO.
006100     MOVE HL-APQ-BATCH-NO TO WS-LOG-DETAIL-BATCH.
006110     MOVE WS-LOG-DETAIL TO HL-SOS-DETAIL.
006120     CALL 'HELLOSO' USING HL-SOS-PARMS.
006130     IF NOT HL-SOS-OK
006140         MOVE 'HELLOAQ - ACCESS LOG UNAVAILABLE, RC='
006150             TO WS-ABEND-MESSAGE
006160         MOVE HL-SOS-RETURN-CODE TO WS-ABEND-FILE-STATUS
006170         PERFORM 8000-ABEND THRU 8000-EXIT
006180     END-IF.
006190 5500-EXIT.
006200     EXIT.
006210
006220****************************************************************
006230* 6000-STAMP-DECISION - STAMP THE SUPERVISOR'S OPERATOR ID AND
006240*                       THE DECISION DATE AND TIME ON THE QUEUE
006250*                       ENTRY AND PRINT IT ON THE REGISTER,
006260*                       WHILE THE RECORD AREAS ARE STILL INTACT
006270****************************************************************
006280 6000-STAMP-DECISION.
006290     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006300     ACCEPT WS-CURRENT-TIME FROM TIME.
006310     MOVE WS-SUPERVISOR-ID TO HL-APQ-OPERATOR-ID.
006320     MOVE WS-CURRENT-DATE TO HL-APQ-DECISION-DATE.
006330     MOVE WS-CURRENT-TIME TO HL-APQ-DECISION-TIME.
006340     PERFORM 7100-PRINT-REGISTER-LINE THRU 7100-EXIT.
006350 6000-EXIT.
006360     EXIT.
006370
006380****************************************************************
006390* 6100-REWRITE-QUEUE-ENTRY - REWRITE THE DECIDED QUEUE ENTRY IN
006400*                            PLACE
006410****************************************************************
006420 6100-REWRITE-QUEUE-ENTRY.
006430     REWRITE HL-APPROVAL-RECORD.
006440     IF NOT HL-APPROVAL-OK
006450         MOVE 'HELLOAQ - APPROVAL-FILE REWRITE ERROR, STATUS='
006460             TO WS-ABEND-MESSAGE
006470         MOVE HL-APPROVAL-STATUS TO WS-ABEND-FILE-STATUS
006480         PERFORM 8000-ABEND THRU 8000-EXIT
006490     END-IF.
006500 6100-EXIT.
006510     EXIT.
006520
006530****************************************************************
006540* 7000-WRITE-HEADINGS - START A NEW REGISTER PAGE
006550****************************************************************
006560 7000-WRITE-HEADINGS.
006570     ADD 1 TO WS-PAGE-NUMBER.
006580     MOVE ZERO TO WS-LINES-ON-PAGE.
006590     MOVE '1' TO HL-AQP-H1-CTL.
006600     MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE-MM.
006610     MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE-DD.
006620     MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-DATE-YYYY.
006630     MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-HH.
006640     MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-MM.
006650     MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-SS.
006660     MOVE WS-RUN-DATE-DISPLAY TO HL-AQP-H1-DATE.
006670     MOVE WS-RUN-TIME-DISPLAY TO HL-AQP-H1-TIME.
006680     MOVE WS-PAGE-NUMBER TO HL-AQP-H1-PAGE.
006690     WRITE HL-AQP-HEADING-1.
006700     WRITE HL-AQP-HEADING-2.
006710 7000-EXIT.
006720     EXIT.
006730
006740****************************************************************
006750* 7100-PRINT-REGISTER-LINE - PRINT ONE DECISION WITH THE
006760*                            SUPERVISOR WHO MADE IT
006770****************************************************************
006780 7100-PRINT-REGISTER-LINE.
006790     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
006800         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
006810     END-IF.
006820     MOVE SPACE TO HL-AQP-DTL-CTL.
006830     MOVE HL-TRAN-CODE TO HL-AQP-DTL-CODE.
006840     IF HL-TRAN-ACCT-NO NUMERIC
006850         MOVE HL-TRAN-ACCT-NO TO HL-AQP-DTL-ACCT
006860     ELSE
006870         MOVE ZERO TO HL-AQP-DTL-ACCT
006880     END-IF.
006890     MOVE HL-TRAN-NAME TO HL-AQP-DTL-NAME.
006900     MOVE HL-APQ-HOLD-AMOUNT TO HL-AQP-DTL-AMOUNT.
006910     MOVE HL-APQ-HOLD-DATE TO HL-AQP-DTL-HOLD-DATE.
006920     MOVE HL-APQ-BATCH-NO TO HL-AQP-DTL-BATCH.
006930     MOVE WS-DECISION-TEXT TO HL-AQP-DTL-DECISION.
006940     MOVE WS-SUPERVISOR-ID TO HL-AQP-DTL-OPERATOR.
006950     ACCEPT WS-CURRENT-TIME FROM TIME.
006960     MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-HH.
006970     MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-MM.
006980     MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-SS.
006990     MOVE WS-RUN-TIME-DISPLAY TO HL-AQP-DTL-TIME.
007000     WRITE HL-AQP-DETAIL-LINE.
007010     ADD 1 TO WS-LINES-ON-PAGE.
007020 7100-EXIT.
007030     EXIT.
007040
007050****************************************************************
007060* 7900-WRITE-TOTALS - PRINT THE DECISION COUNTS AND AMOUNTS
007070****************************************************************
007080 7900-WRITE-TOTALS.
007090     MOVE '-' TO HL-AQP-TOT-CTL.
007100     MOVE 'ITEMS PRESENTED' TO HL-AQP-TOT-LABEL.
007110     MOVE WS-ITEMS-PRESENTED TO HL-AQP-TOT-COUNT.
007120     MOVE ZERO TO HL-AQP-TOT-AMOUNT.
007130     WRITE HL-AQP-TOTAL-LINE.
007140     MOVE SPACE TO HL-AQP-TOT-CTL.
007150     MOVE 'ITEMS APPROVED' TO HL-AQP-TOT-LABEL.
007160     MOVE WS-ITEMS-APPROVED TO HL-AQP-TOT-COUNT.
007170     MOVE WS-APPROVED-AMOUNT-TOTAL TO HL-AQP-TOT-AMOUNT.
007180     WRITE HL-AQP-TOTAL-LINE.
007190     MOVE SPACE TO HL-AQP-TOT-CTL.
007200     MOVE 'ITEMS DECLINED' TO HL-AQP-TOT-LABEL.
007210     MOVE WS-ITEMS-DECLINED TO HL-AQP-TOT-COUNT.
007220     MOVE WS-DECLINED-AMOUNT-TOTAL TO HL-AQP-TOT-AMOUNT.
007230     WRITE HL-AQP-TOTAL-LINE.
007240     MOVE SPACE TO HL-AQP-TOT-CTL.
007250     MOVE 'ITEMS SKIPPED' TO HL-AQP-TOT-LABEL.
007260     MOVE WS-ITEMS-SKIPPED TO HL-AQP-TOT-COUNT.
007270     MOVE ZERO TO HL-AQP-TOT-AMOUNT.
007280     WRITE HL-AQP-TOTAL-LINE.
007290     IF WS-QUIT-REQUESTED
007300         MOVE SPACE TO HL-AQP-TOT-CTL
007310         MOVE 'RUN ENDED BY SUPERVISOR QUIT' TO HL-AQP-TOT-LABEL
007320         MOVE ZERO TO HL-AQP-TOT-COUNT
007330         MOVE ZERO TO HL-AQP-TOT-AMOUNT
007340         WRITE HL-AQP-TOTAL-LINE
007350     END-IF.
007360 7900-EXIT.
007370     EXIT.
007380
007390****************************************************************
007400* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
007410****************************************************************
007420 8000-ABEND.
007430     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
007440     MOVE 16 TO WS-ABEND-RETURN-CODE.
007450     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
007460     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
007470     STOP RUN.
007480 8000-EXIT.
007490     EXIT.
007500
007510****************************************************************
007520* 9000-TERMINATE - CLOSE THE LAST BATCH, PRINT TOTALS, CLOSE
007530*                  FILES, AND REPORT THE RUN TO THE SUPERVISOR.
007540*                  AFTER A REFUSED SIGN-ON NOTHING WAS OPENED.
007550****************************************************************
007560 9000-TERMINATE.
007570     SET HL-SOS-FUNC-CLOSE TO TRUE.
007580     CALL 'HELLOSO' USING HL-SOS-PARMS.
007590     IF WS-SIGNON-REFUSED
007600         GO TO 9000-EXIT
007610     END-IF.
007620     PERFORM 4910-WRITE-BATCH-TRAILER THRU 4910-EXIT.
007630     PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT.
007640     CLOSE APPROVAL-FILE.
007650     CLOSE TRAN-OUT-FILE.
007660     CLOSE TRAN-SUSP-FILE.
007670     CLOSE REPORT-FILE.
007680     DISPLAY ' '.
007690     DISPLAY 'HELLOAQ - ITEMS PRESENTED:  ' WS-ITEMS-PRESENTED.
007700     DISPLAY 'HELLOAQ - ITEMS APPROVED:   ' WS-ITEMS-APPROVED.
007710     DISPLAY 'HELLOAQ - ITEMS DECLINED:   ' WS-ITEMS-DECLINED.
007720     DISPLAY 'HELLOAQ - ITEMS SKIPPED:    ' WS-ITEMS-SKIPPED.
007730 9000-EXIT.
007740     EXIT.
007750
007760****************************************************************
007770* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT LOG.
007780*                        READ = ITEMS PRESENTED, ACCEPTED =
007790*                        APPROVED, REJECTED = DECLINED.
007800****************************************************************
007810 9500-WRITE-AUDIT-LOG.
007820     OPEN EXTEND AUDIT-LOG-FILE.
007830     IF NOT HL-AUDIT-OK
007840         DISPLAY 'HELLOAQ - UNABLE TO OPEN AUDIT-LOG, STATUS='
007850             HL-AUDIT-STATUS
007860         MOVE 16 TO RETURN-CODE
007870         STOP RUN
007880     END-IF.
007890     MOVE 'HELLOAQ' TO AUD-JOB-NAME.
007900     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
007910     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
007920     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007930     ACCEPT WS-CURRENT-TIME FROM TIME.
007940     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
007950     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
007960     MOVE WS-ITEMS-PRESENTED TO AUD-RECORDS-READ.
007970     MOVE WS-ITEMS-APPROVED TO AUD-RECORDS-ACCEPTED.
007980     MOVE WS-ITEMS-DECLINED TO AUD-RECORDS-REJECTED.
007990     MOVE RETURN-CODE TO AUD-RETURN-CODE.
008000     WRITE AUD-LOG-RECORD.
008010     CLOSE AUDIT-LOG-FILE.
008020 9500-EXIT.
008030     EXIT.
