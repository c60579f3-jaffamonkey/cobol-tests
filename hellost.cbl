000240*   HOC REPRINT, SO CUSTOMER SERVICE CAN ANSWER "SEND ME A COPY
000250*   OF MY STATEMENT" WITHOUT A PROGRAMMER.  A SINGLE-ACCOUNT
000260*   REPRINT PRINTS WHATEVER STATUS THE ACCOUNT CARRIES.
000270*   AN ACTIVE ACCOUNT WHOSE ADDRESS HELLORM HAS FLAGGED BAD ON
000280*   RETURNED MAIL GETS NO STATEMENT IN THE ALL-ACTIVES RUN -
000290*   IT IS LISTED ON THE SUMMARY PAGE INSTEAD.  A SINGLE-ACCOUNT
000300*   REPRINT STILL PRINTS, WITH A WARNING TO THE OPERATOR.
000310*   APPENDS ONE ROW TO THE SHARED AUDIT LOG.
000320*----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340* DATE       INIT  DESCRIPTION
000350* 2026-08-22 JLB   INITIAL VERSION - FIRST USE OF THE ADDRESS
000360*                  FIELD CAPTURED ON EVERY MASTER RECORD.
000370* 2026-08-22 JLB   THE KEYED READ FOR AN AD HOC REPRINT NOW
000380*                  ABENDS ON A GENUINE I/O ERROR INSTEAD OF
000390*                  PRINTING FROM A STALE RECORD AREA.
000400* 2026-10-15 JLB   ACTIVE ACCOUNTS CARRYING THE HELLORM
000410*                  BAD-ADDRESS FLAG ARE NO LONGER MAILED A
000420*                  STATEMENT; THE SUMMARY PAGE COUNTS AND LISTS
000430*                  THEM, AND THE AUDIT-LOG ROW CARRIES THEM AS
000440*                  REJECTED.  WHOLE MEMBER RENUMBERED.
000450****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.     HELLOST.
000480 AUTHOR.         J. L. BRANNIGAN.
000490 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000500 DATE-WRITTEN.   2026-08-22.
000510 DATE-COMPILED.
000520
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.   IBM-370.
000560 OBJECT-COMPUTER.   IBM-370.
000570
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600
000610*    ------------------------------------------------------------
000620*    CUSTOMER MASTER FILE - INDEXED, KEYED BY ACCOUNT NUMBER,
000630*    READ-ONLY - SWEPT FOR ALL ACTIVES OR READ DIRECT FOR A
000640*    SINGLE-ACCOUNT REPRINT, THEN SWEPT AGAIN FOR THE
000650*    SUPPRESSED-STATEMENT LIST
000660*    ------------------------------------------------------------
000670     SELECT MASTER-FILE ASSIGN TO "MASTERF"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS HL-MAST-KEY
000710         FILE STATUS IS HL-MASTER-STATUS.
000720
000730*    ------------------------------------------------------------
000740*    STATEMENT PRINT FILE - 133-BYTE ASA CARRIAGE CONTROL
000750*    ------------------------------------------------------------
000760     SELECT REPORT-FILE ASSIGN TO "PRTFILE"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS HL-REPORT-STATUS.
000790
000800*    ------------------------------------------------------------
000810*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
000820*    LAYOUT ACROSS THE SUITE
000830*    ------------------------------------------------------------
000840     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS HL-AUDIT-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900
000910 FD  MASTER-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 97 CHARACTERS
000940     DATA RECORD IS HL-MASTER-RECORD.
000950     COPY HLMAST.
000960
000970 FD  REPORT-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 133 CHARACTERS.
001000     COPY HLSTPRT.
001010
001020 FD  AUDIT-LOG-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 88 CHARACTERS
001050     DATA RECORD IS AUD-LOG-RECORD.
001060     COPY AUDLOG.
001070
001080 WORKING-STORAGE SECTION.
001090
001100*    ------------------------------------------------------------
001110*    FILE STATUS FIELDS
001120*    ------------------------------------------------------------
001130 01  HL-FILE-STATUSES.
001140     05  HL-MASTER-STATUS            PIC X(02) VALUE '00'.
001150         88  HL-MASTER-OK            VALUE '00'.
001160         88  HL-MASTER-EOF           VALUE '10'.
001170     05  HL-REPORT-STATUS            PIC X(02) VALUE '00'.
001180         88  HL-REPORT-OK            VALUE '00'.
001190     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
001200         88  HL-AUDIT-OK             VALUE '00'.
001210
001220*    ------------------------------------------------------------
001230*    SWITCHES
001240*    ------------------------------------------------------------
001250 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001260     88  WS-EOF-REACHED              VALUE 'Y'.
001270 77  WS-SELECT-MODE-SWITCH           PIC X(01) VALUE 'A'.
001280     88  WS-MODE-ALL-ACTIVES         VALUE 'A'.
001290     88  WS-MODE-SINGLE-ACCOUNT      VALUE 'S'.
001300 77  WS-SWEEP-EOF-SWITCH             PIC X(01) VALUE 'N'.
001310     88  WS-SWEEP-EOF                VALUE 'Y'.
001320
001330*    ------------------------------------------------------------
001340*    OPERATOR SELECTION
001350*    ------------------------------------------------------------
001360 77  WS-SELECT-ENTRY                 PIC X(07) VALUE SPACES.
001370 77  WS-SELECT-ACCT                  PIC 9(07) VALUE ZERO.
001380
001390*    ------------------------------------------------------------
001400*    RUN COUNTERS
001410*    ------------------------------------------------------------
001420 77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
001430 77  WS-STATEMENTS-PRODUCED          PIC 9(07) COMP VALUE ZERO.
001440 77  WS-STATEMENTS-SUPPRESSED        PIC 9(07) COMP VALUE ZERO.
001450 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001460 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
001470
001480*    ------------------------------------------------------------
001490*    AUDIT-LOG WORK AREAS
001500*    ------------------------------------------------------------
001510 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
001520 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
001530
001540*    ------------------------------------------------------------
001550*    STATEMENT EDIT FIELDS
001560*    ------------------------------------------------------------
001570 01  WS-STMT-DATE-DISPLAY.
001580     05  WS-STMT-DATE-MM             PIC 9(02).
001590     05  FILLER                      PIC X(01) VALUE '/'.
001600     05  WS-STMT-DATE-DD             PIC 9(02).
001610     05  FILLER                      PIC X(01) VALUE '/'.
001620     05  WS-STMT-DATE-YYYY           PIC 9(04).
001630 77  WS-ACCT-DISPLAY                 PIC Z(06)9.
001640 77  WS-BALANCE-DISPLAY              PIC -ZZZ,ZZZ,ZZ9.99.
001650 77  WS-STATUS-TEXT                  PIC X(10) VALUE SPACES.
001660
001670*    ------------------------------------------------------------
001680*    SUMMARY PAGE CONTROLS
001690*    ------------------------------------------------------------
001700 77  WS-MAX-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
001710 77  WS-LINES-ON-PAGE                PIC 9(02) COMP VALUE ZERO.
001720
001730*    ------------------------------------------------------------
001740*    ABEND HANDLING
001750*    ------------------------------------------------------------
001760 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
001770 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
001780 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
001790
001800 PROCEDURE DIVISION.
001810
001820****************************************************************
001830* 0000-MAINLINE
001840****************************************************************
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001870     IF WS-MODE-SINGLE-ACCOUNT
001880         PERFORM 3000-REPRINT-ONE-ACCOUNT THRU 3000-EXIT
001890     ELSE
001900         PERFORM 2000-SWEEP-ACTIVES THRU 2000-EXIT
001910             UNTIL WS-EOF-REACHED
001920     END-IF.
001930     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001940     MOVE ZERO TO RETURN-CODE.
001950     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
001960     STOP RUN.
001970
001980****************************************************************
001990* 1000-INITIALIZE - TAKE THE SELECTION, OPEN FILES, PRIME THE
002000*                   SWEEP WHEN ALL ACTIVES WERE ASKED FOR
002010****************************************************************
002020 1000-INITIALIZE.
002030     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
002040     ACCEPT WS-RUN-START-TIME FROM TIME.
002050     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002060     ACCEPT WS-CURRENT-TIME FROM TIME.
002070     MOVE WS-CURRENT-DATE(5:2) TO WS-STMT-DATE-MM.
002080     MOVE WS-CURRENT-DATE(7:2) TO WS-STMT-DATE-DD.
002090     MOVE WS-CURRENT-DATE(1:4) TO WS-STMT-DATE-YYYY.
002100     DISPLAY 'HELLOST - ENTER ACCOUNT NUMBER FOR A REPRINT,'.
002110     DISPLAY '          A OR BLANK FOR ALL ACTIVE ACCOUNTS : '
002120         WITH NO ADVANCING.
002130     ACCEPT WS-SELECT-ENTRY.
002140     IF WS-SELECT-ENTRY = SPACES OR WS-SELECT-ENTRY(1:1) = 'A'
002150         SET WS-MODE-ALL-ACTIVES TO TRUE
002160     ELSE
002170         IF WS-SELECT-ENTRY NOT NUMERIC
002180             MOVE 'HELLOST - SELECTION NOT A OR AN ACCOUNT NO'
002190                 TO WS-ABEND-MESSAGE
002200             MOVE SPACES TO WS-ABEND-FILE-STATUS
002210             PERFORM 8000-ABEND THRU 8000-EXIT
002220         END-IF
002230         MOVE WS-SELECT-ENTRY TO WS-SELECT-ACCT
002240         SET WS-MODE-SINGLE-ACCOUNT TO TRUE
002250     END-IF.
002260     OPEN INPUT MASTER-FILE.
002270     IF NOT HL-MASTER-OK
002280         MOVE 'HELLOST - UNABLE TO OPEN MASTER-FILE, STATUS='
002290             TO WS-ABEND-MESSAGE
002300         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
002310         PERFORM 8000-ABEND THRU 8000-EXIT
002320     END-IF.
002330     OPEN OUTPUT REPORT-FILE.
002340     IF NOT HL-REPORT-OK
002350         MOVE 'HELLOST - UNABLE TO OPEN REPORT-FILE, STATUS='
002360             TO WS-ABEND-MESSAGE
002370         MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
002380         PERFORM 8000-ABEND THRU 8000-EXIT
002390     END-IF.
002400     IF WS-MODE-ALL-ACTIVES
002410         PERFORM 2900-READ-MASTER-RECORD THRU 2900-EXIT
002420     END-IF.
002430 1000-EXIT.
002440     EXIT.
002450
002460****************************************************************
002470* 2000-SWEEP-ACTIVES - STATEMENT FOR EACH ACTIVE ACCOUNT WHOSE
002480*                      ADDRESS IS NOT FLAGGED BAD
002490****************************************************************
002500 2000-SWEEP-ACTIVES.
002510     ADD 1 TO WS-RECORDS-READ.
002520     IF HL-MAST-ACTIVE
002530         IF HL-MAST-BAD-ADDRESS
002540             ADD 1 TO WS-STATEMENTS-SUPPRESSED
002550         ELSE
002560             PERFORM 4000-PRINT-STATEMENT THRU 4000-EXIT
002570         END-IF
002580     END-IF.
002590     PERFORM 2900-READ-MASTER-RECORD THRU 2900-EXIT.
002600 2000-EXIT.
002610     EXIT.
002620
002630****************************************************************
002640* 2900-READ-MASTER-RECORD - READ THE NEXT MASTER RECORD
002650****************************************************************
002660 2900-READ-MASTER-RECORD.
002670     READ MASTER-FILE NEXT RECORD
002680         AT END
002690             SET WS-EOF-REACHED TO TRUE
002700     END-READ.
002710     IF NOT HL-MASTER-OK AND NOT HL-MASTER-EOF
002720         MOVE 'HELLOST - MASTER-FILE READ ERROR, STATUS='
002730             TO WS-ABEND-MESSAGE
002740         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
002750         PERFORM 8000-ABEND THRU 8000-EXIT
002760     END-IF.
002770 2900-EXIT.
002780     EXIT.
002790
002800****************************************************************
002810* 3000-REPRINT-ONE-ACCOUNT - AD HOC REPRINT FOR ONE ACCOUNT,
002820*                            WHATEVER ITS STATUS.  A FLAGGED
002830*                            ADDRESS IS WARNED OF, NOT REFUSED -
002840*                            CUSTOMER SERVICE MAY BE SENDING THE
002850*                            COPY ANOTHER WAY.
002860****************************************************************
002870 3000-REPRINT-ONE-ACCOUNT.
002880     ADD 1 TO WS-RECORDS-READ.
002890     MOVE WS-SELECT-ACCT TO HL-MAST-ACCT-NO.
002900     READ MASTER-FILE
002910         INVALID KEY
002920             DISPLAY 'HELLOST - ACCOUNT ' WS-SELECT-ACCT
002930                 ' NOT ON MASTER'
002940             GO TO 3000-EXIT
002950     END-READ.
002960     IF NOT HL-MASTER-OK
002970         MOVE 'HELLOST - MASTER-FILE READ ERROR, STATUS='
002980             TO WS-ABEND-MESSAGE
002990         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
003000         PERFORM 8000-ABEND THRU 8000-EXIT
003010     END-IF.
003020     IF HL-MAST-BAD-ADDRESS
003030         DISPLAY 'HELLOST - WARNING: ACCOUNT ' WS-SELECT-ACCT
003040             ' ADDRESS IS FLAGGED BAD ON RETURNED MAIL'
003050     END-IF.
003060     PERFORM 4000-PRINT-STATEMENT THRU 4000-EXIT.
003070 3000-EXIT.
003080     EXIT.
003090
003100****************************************************************
003110* 4000-PRINT-STATEMENT - ONE MAILABLE PAGE FOR THE CURRENT
003120*                        MASTER RECORD
003130****************************************************************
003140 4000-PRINT-STATEMENT.
003150     MOVE '1' TO HL-STP-H1-CTL.
003160     MOVE WS-STMT-DATE-DISPLAY TO HL-STP-H1-DATE.
003170     WRITE HL-STP-HEADING-1.
003180     WRITE HL-STP-BLANK-LINE.
003190     MOVE HL-MAST-NAME TO HL-STP-TXT-DATA.
003200     WRITE HL-STP-TEXT-LINE.
003210     MOVE HL-MAST-ADDRESS TO HL-STP-TXT-DATA.
003220     WRITE HL-STP-TEXT-LINE.
003230     WRITE HL-STP-BLANK-LINE.
003240     MOVE 'ACCOUNT NUMBER:' TO HL-STP-FLD-LABEL.
003250     MOVE HL-MAST-ACCT-NO TO WS-ACCT-DISPLAY.
003260     MOVE WS-ACCT-DISPLAY TO HL-STP-FLD-VALUE.
003270     WRITE HL-STP-FIELD-LINE.
003280     MOVE 'CURRENT BALANCE:' TO HL-STP-FLD-LABEL.
003290     MOVE HL-MAST-BALANCE TO WS-BALANCE-DISPLAY.
003300     MOVE WS-BALANCE-DISPLAY TO HL-STP-FLD-VALUE.
003310     WRITE HL-STP-FIELD-LINE.
003320     EVALUATE TRUE
003330         WHEN HL-MAST-ACTIVE
003340             MOVE 'ACTIVE' TO WS-STATUS-TEXT
003350         WHEN HL-MAST-INACTIVE
003360             MOVE 'INACTIVE' TO WS-STATUS-TEXT
003370         WHEN HL-MAST-CLOSED
003380             MOVE 'CLOSED' TO WS-STATUS-TEXT
003390         WHEN OTHER
003400             MOVE HL-MAST-STATUS-CODE TO WS-STATUS-TEXT
003410     END-EVALUATE.
003420     MOVE 'ACCOUNT STATUS:' TO HL-STP-FLD-LABEL.
003430     MOVE WS-STATUS-TEXT TO HL-STP-FLD-VALUE.
003440     WRITE HL-STP-FIELD-LINE.
003450     ADD 1 TO WS-STATEMENTS-PRODUCED.
003460 4000-EXIT.
003470     EXIT.
003480
003490****************************************************************
003500* 7900-WRITE-SUMMARY - END-OF-RUN SUMMARY PAGE, THEN THE LIST
003510*                      OF SUPPRESSED STATEMENTS WHEN THERE ARE
003520*                      ANY
003530****************************************************************
003540 7900-WRITE-SUMMARY.
003550     MOVE '1' TO HL-STP-TOT-CTL.
003560     MOVE 'STATEMENTS PRODUCED' TO HL-STP-TOT-LABEL.
003570     MOVE WS-STATEMENTS-PRODUCED TO HL-STP-TOT-COUNT.
003580     WRITE HL-STP-TOTAL-LINE.
003590     MOVE SPACE TO HL-STP-TOT-CTL.
003600     MOVE 'STATEMENTS SUPPRESSED' TO HL-STP-TOT-LABEL.
003610     MOVE WS-STATEMENTS-SUPPRESSED TO HL-STP-TOT-COUNT.
003620     WRITE HL-STP-TOTAL-LINE.
003630     MOVE 'ACCOUNTS READ' TO HL-STP-TOT-LABEL.
003640     MOVE WS-RECORDS-READ TO HL-STP-TOT-COUNT.
003650     WRITE HL-STP-TOTAL-LINE.
003660     IF WS-STATEMENTS-SUPPRESSED > ZERO
003670         PERFORM 7910-LIST-SUPPRESSED THRU 7910-EXIT
003680     END-IF.
003690 7900-EXIT.
003700     EXIT.
003710
003720****************************************************************
003730* 7910-LIST-SUPPRESSED - SWEEP THE MASTER AGAIN AND LIST EVERY
003740*                        ACTIVE ACCOUNT WHOSE STATEMENT WAS
003750*                        SUPPRESSED.  THE HELLORM WORKLIST
003760*                        CARRIES EACH ONE'S RETURNS.
003770****************************************************************
003780 7910-LIST-SUPPRESSED.
003790     MOVE '0' TO HL-STP-SH-CTL.
003800     WRITE HL-STP-SUPPRESS-HEADING.
003810     MOVE 5 TO WS-LINES-ON-PAGE.
003820     MOVE 'N' TO WS-SWEEP-EOF-SWITCH.
003830     MOVE ZERO TO HL-MAST-ACCT-NO.
003840     START MASTER-FILE KEY IS NOT LESS THAN HL-MAST-KEY
003850         INVALID KEY
003860             SET WS-SWEEP-EOF TO TRUE
003870     END-START.
003880     PERFORM 7920-CHECK-ONE-MASTER THRU 7920-EXIT
003890         UNTIL WS-SWEEP-EOF.
003900 7910-EXIT.
003910     EXIT.
003920
003930****************************************************************
003940* 7920-CHECK-ONE-MASTER - LIST ONE MASTER RECORD WHEN ITS
003950*                         STATEMENT WAS SUPPRESSED
003960****************************************************************
003970 7920-CHECK-ONE-MASTER.
003980     READ MASTER-FILE NEXT RECORD
003990         AT END
004000             SET WS-SWEEP-EOF TO TRUE
004010     END-READ.
004020     IF WS-SWEEP-EOF
004030         GO TO 7920-EXIT
004040     END-IF.
004050     IF NOT HL-MASTER-OK
004060         MOVE 'HELLOST - MASTER-FILE READ ERROR, STATUS='
004070             TO WS-ABEND-MESSAGE
004080         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
004090         PERFORM 8000-ABEND THRU 8000-EXIT
004100     END-IF.
004110     IF NOT HL-MAST-ACTIVE OR NOT HL-MAST-BAD-ADDRESS
004120         GO TO 7920-EXIT
004130     END-IF.
004140     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
004150         MOVE '1' TO HL-STP-SH-CTL
004160         WRITE HL-STP-SUPPRESS-HEADING
004170         MOVE 1 TO WS-LINES-ON-PAGE
004180     END-IF.
004190     MOVE HL-MAST-ACCT-NO TO HL-STP-SUP-ACCT.
004200     MOVE HL-MAST-NAME TO HL-STP-SUP-NAME.
004210     MOVE HL-MAST-ADDRESS TO HL-STP-SUP-ADDRESS.
004220     IF HL-MAST-RETURN-COUNT NUMERIC
004230         MOVE HL-MAST-RETURN-COUNT TO HL-STP-SUP-COUNT
004240     ELSE
004250         MOVE ZERO TO HL-STP-SUP-COUNT
004260     END-IF.
004270     WRITE HL-STP-SUPPRESS-LINE.
004280     ADD 1 TO WS-LINES-ON-PAGE.
004290 7920-EXIT.
004300     EXIT.
004310
004320****************************************************************
004330* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
004340****************************************************************
004350 8000-ABEND.
004360     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
004370     MOVE 16 TO WS-ABEND-RETURN-CODE.
004380     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
004390     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
004400     STOP RUN.
004410 8000-EXIT.
004420     EXIT.
004430
004440****************************************************************
004450* 9000-TERMINATE - SUMMARY PAGE, CLOSE FILES
004460****************************************************************
004470 9000-TERMINATE.
004480     PERFORM 7900-WRITE-SUMMARY THRU 7900-EXIT.
004490     DISPLAY 'HELLOST - STATEMENTS PRODUCED: '
004500         WS-STATEMENTS-PRODUCED.
004510     DISPLAY 'HELLOST - STATEMENTS SUPPRESSED: '
004520         WS-STATEMENTS-SUPPRESSED.
004530     CLOSE MASTER-FILE.
004540     CLOSE REPORT-FILE.
004550 9000-EXIT.
004560     EXIT.
004570
004580****************************************************************
004590* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT
004600*                        LOG.  ACCEPTED = STATEMENTS PRODUCED,
004610*                        REJECTED = STATEMENTS SUPPRESSED.
004620****************************************************************
004630 9500-WRITE-AUDIT-LOG.
004640     OPEN EXTEND AUDIT-LOG-FILE.
004650     IF NOT HL-AUDIT-OK
004660         DISPLAY 'HELLOST - UNABLE TO OPEN AUDIT-LOG, STATUS='
004670             HL-AUDIT-STATUS
004680         MOVE 16 TO RETURN-CODE
004690         STOP RUN
004700     END-IF.
004710     MOVE 'HELLOST' TO AUD-JOB-NAME.
004720     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
004730     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
004740     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004750     ACCEPT WS-CURRENT-TIME FROM TIME.
004760     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
004770     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
004780     MOVE WS-RECORDS-READ TO AUD-RECORDS-READ.
004790     MOVE WS-STATEMENTS-PRODUCED TO AUD-RECORDS-ACCEPTED.
004800     MOVE WS-STATEMENTS-SUPPRESSED TO AUD-RECORDS-REJECTED.
004810     MOVE RETURN-CODE TO AUD-RETURN-CODE.
004820     WRITE AUD-LOG-RECORD.
004830     CLOSE AUDIT-LOG-FILE.
004840 9500-EXIT.
004850     EXIT.
