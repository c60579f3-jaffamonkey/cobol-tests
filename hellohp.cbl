000100****************************************************************
000110* PROGRAM:     HELLOHP
000120* AUTHOR:      J. L. BRANNIGAN
000130* INSTALLATION:DATA PROCESSING - BATCH SYSTEMS
000140* DATE-WRITTEN:2026-10-15
000150* DATE-COMPILED:
000160*----------------------------------------------------------------
000170* DESCRIPTION
000180*   MONTH-END RETENTION PURGE OF THE ACCOUNT POSTING HISTORY
000190*   (HISTORY, HLHST.CPY).  SWEEPS THE HISTORY IN KEY SEQUENCE
000200*   - ACCOUNT, POSTING DATE, SEQUENCE - AND DELETES EVERY
000210*   ENTRY POSTED BEFORE THE RUN DATE LESS THE PARAMETER-DRIVEN
000220*   RETENTION PERIOD (WHOLE MONTHS, HLHPARM), EXCEPT THE LAST
000230*   SUCH ENTRY FOR EACH ACCOUNT.  THAT ENTRY IS KEPT AS THE
000240*   BALANCE-FORWARD ENTRY SO THE HELLOHQ INQUIRY STILL SHOWS
000250*   THE RIGHT OPENING BALANCE FOR ANY RANGE INSIDE RETENTION.
000260*   A BALANCE-FORWARD ENTRY THAT RECORDS THE ACCOUNT'S OWN
000270*   PURGE (TYPE P) CARRIES NOTHING FORWARD AND IS DELETED TOO.
000280*   A HELLOAR REINSTATEMENT ENTRY (TYPE I) IS NEVER DELETED -
000290*   HELLOIR CLEARS A KEY ON BOTH THE MASTER AND THE ARCHIVE BY
000300*   IT, FOR AS LONG AS THE ARCHIVE ENTRY REMAINS.
000310*   PRINTS ONE REGISTER LINE PER ACCOUNT THAT LOST ENTRIES,
000320*   WITH THE CONTROL TOTALS, AND APPENDS ONE ROW TO THE SHARED
000330*   AUDIT LOG.
000340*----------------------------------------------------------------
000350* MODIFICATION HISTORY
000360* DATE       INIT  DESCRIPTION
000370* 2026-10-15 JLB   INITIAL VERSION - PARAMETER-DRIVEN RETENTION
000380*                  PURGE OF THE POSTING HISTORY WITH A PURGE
000390*                  REGISTER AND AUDIT-LOG ROW.
000400* 2026-10-15 JLB   THE RETENTION CUTOFF NOW COMES FROM THE
000410*                  HELLODT DATE-SERVICE ROUTINE, WHICH CUTS THE
000420*                  DAY BACK TO THE END OF A SHORTER MONTH.
000430*                  WHOLE MEMBER RENUMBERED.
000440* 2026-10-15 JLB   AGED TYPE I REINSTATEMENT ENTRIES ARE NO
000450*                  LONGER PURGED - HELLOIR NEEDS THEM TO CLEAR
000460*                  A REINSTATED ACCOUNT STILL ON THE ARCHIVE.
000470*                  WHOLE MEMBER RENUMBERED.
000480****************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     HELLOHP.
000510 AUTHOR.         J. L. BRANNIGAN.
000520 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000530 DATE-WRITTEN.   2026-10-15.
000540 DATE-COMPILED.
000550
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.   IBM-370.
000590 OBJECT-COMPUTER.   IBM-370.
000600
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630
000640*    ------------------------------------------------------------
000650*    ACCOUNT POSTING HISTORY - INDEXED, KEYED BY ACCOUNT,
000660*    POSTING DATE, AND SEQUENCE, OPENED I-O SO AGED ENTRIES
000670*    CAN BE DELETED IN PLACE
000680*    ------------------------------------------------------------
000690     SELECT HISTORY-FILE ASSIGN TO "HISTORY"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS HL-HST-KEY
000730         FILE STATUS IS HL-HISTORY-STATUS.
000740
000750*    ------------------------------------------------------------
000760*    PARAMETER FILE - OPERATOR-MAINTAINED RETENTION PERIOD
000770*    ------------------------------------------------------------
000780     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS HL-PARM-STATUS.
000810
000820*    ------------------------------------------------------------
000830*    PURGE REGISTER PRINT FILE - 133-BYTE ASA CARRIAGE CONTROL
000840*    ------------------------------------------------------------
000850     SELECT REPORT-FILE ASSIGN TO "PRTFILE"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS HL-REPORT-STATUS.
000880
000890*    ------------------------------------------------------------
000900*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
000910*    LAYOUT ACROSS THE SUITE
000920*    ------------------------------------------------------------
000930     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS HL-AUDIT-STATUS.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990
001000 FD  HISTORY-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 80 CHARACTERS
001030     DATA RECORD IS HL-HISTORY-RECORD.
001040     COPY HLHST.
001050
001060 FD  PARM-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 80 CHARACTERS
001090     DATA RECORD IS HL-HPARM-RECORD.
001100     COPY HLHPARM.
001110
001120 FD  REPORT-FILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 133 CHARACTERS.
001150     COPY HLHPPRT.
001160
001170 FD  AUDIT-LOG-FILE
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 88 CHARACTERS
001200     DATA RECORD IS AUD-LOG-RECORD.
001210     COPY AUDLOG.
001220
001230 WORKING-STORAGE SECTION.
001240
001250*    ------------------------------------------------------------
001260*    FILE STATUS FIELDS
001270*    ------------------------------------------------------------
001280 01  HL-FILE-STATUSES.
001290     05  HL-HISTORY-STATUS           PIC X(02) VALUE '00'.
001300         88  HL-HISTORY-OK           VALUE '00'.
001310         88  HL-HISTORY-EOF          VALUE '10'.
001320     05  HL-PARM-STATUS              PIC X(02) VALUE '00'.
001330         88  HL-PARM-OK              VALUE '00'.
001340     05  HL-REPORT-STATUS            PIC X(02) VALUE '00'.
001350         88  HL-REPORT-OK            VALUE '00'.
001360     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
001370         88  HL-AUDIT-OK             VALUE '00'.
001380
001390*    ------------------------------------------------------------
001400*    SWITCHES
001410*    ------------------------------------------------------------
001420 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001430     88  WS-EOF-REACHED              VALUE 'Y'.
001440 77  WS-HELD-SWITCH                  PIC X(01) VALUE 'N'.
001450     88  WS-ENTRY-HELD               VALUE 'Y'.
001460
001470*    ------------------------------------------------------------
001480*    RUN COUNTERS
001490*    ------------------------------------------------------------
001500 77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
001510 77  WS-RECORDS-PURGED               PIC 9(07) COMP VALUE ZERO.
001520 77  WS-RECORDS-RETAINED             PIC 9(07) COMP VALUE ZERO.
001530 77  WS-BALFWD-KEPT                  PIC 9(07) COMP VALUE ZERO.
001540 77  WS-REINSTATES-KEPT              PIC 9(07) COMP VALUE ZERO.
001550 77  WS-ACCOUNTS-PURGED              PIC 9(07) COMP VALUE ZERO.
001560 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001570 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
001580
001590*    ------------------------------------------------------------
001600*    AUDIT-LOG WORK AREAS
001610*    ------------------------------------------------------------
001620 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
001630 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
001640
001650*    ------------------------------------------------------------
001660*    ACCOUNT CONTROL-BREAK AREAS.  AN AGED ENTRY IS HELD, NOT
001670*    DELETED, UNTIL A LATER AGED ENTRY FOR THE SAME ACCOUNT
001680*    SUPERSEDES IT - THE ONE STILL HELD AT THE ACCOUNT BREAK
001690*    IS THE BALANCE-FORWARD ENTRY.
001700*    ------------------------------------------------------------
001710 77  WS-CUR-ACCT-NO                  PIC 9(07) VALUE ZERO.
001720 77  WS-ACCT-PURGED                  PIC 9(05) COMP VALUE ZERO.
001730 77  WS-ACCT-FIRST-DATE              PIC 9(08) VALUE ZERO.
001740 77  WS-ACCT-LAST-DATE               PIC 9(08) VALUE ZERO.
001750 01  WS-HELD-KEY.
001760     05  WS-HELD-ACCT-NO             PIC 9(07).
001770     05  WS-HELD-POST-DATE           PIC 9(08).
001780     05  WS-HELD-SEQ-NO              PIC 9(05).
001790 77  WS-HELD-TRAN-TYPE               PIC X(01) VALUE SPACE.
001800 01  WS-HELD-BALANCE                 PIC S9(09)V99 COMP-3
001810                                     VALUE ZERO.
001820 77  WS-HST-CURRENT-SAVE             PIC X(80) VALUE SPACES.
001830
001840*    ------------------------------------------------------------
001850*    RETENTION CUTOFF - RUN DATE LESS THE RETENTION MONTHS
001860*    ------------------------------------------------------------
001870 77  WS-RETENTION-MONTHS             PIC 9(03) COMP VALUE ZERO.
001880 01  WS-CUTOFF-DATE                  PIC 9(08) VALUE ZERO.
001890
001900*    ------------------------------------------------------------
001910*    DATE-SERVICE ROUTINE PARAMETER BLOCK
001920*    ------------------------------------------------------------
001930     COPY HLDTS.
001940
001950*    ------------------------------------------------------------
001960*    PURGE REGISTER CONTROLS
001970*    ------------------------------------------------------------
001980 77  WS-MAX-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
001990 77  WS-LINES-ON-PAGE                PIC 9(02) COMP VALUE ZERO.
002000 77  WS-PAGE-NUMBER                  PIC 9(04) COMP VALUE ZERO.
002010 01  WS-RUN-DATE-DISPLAY.
002020     05  WS-RUN-DATE-MM              PIC 9(02).
002030     05  FILLER                      PIC X(01) VALUE '/'.
002040     05  WS-RUN-DATE-DD              PIC 9(02).
002050     05  FILLER                      PIC X(01) VALUE '/'.
002060     05  WS-RUN-DATE-YYYY            PIC 9(04).
002070 01  WS-RUN-TIME-DISPLAY.
002080     05  WS-RUN-TIME-HH              PIC 9(02).
002090     05  FILLER                      PIC X(01) VALUE ':'.
002100     05  WS-RUN-TIME-MM              PIC 9(02).
002110     05  FILLER                      PIC X(01) VALUE ':'.
002120     05  WS-RUN-TIME-SS              PIC 9(02).
002130 01  WS-FMT-DATE-IN                  PIC 9(08) VALUE ZERO.
002140 01  WS-FMT-DATE-IN-X REDEFINES WS-FMT-DATE-IN.
002150     05  WS-FMT-IN-YYYY              PIC 9(04).
002160     05  WS-FMT-IN-MM                PIC 9(02).
002170     05  WS-FMT-IN-DD                PIC 9(02).
002180 01  WS-FMT-DATE-DISPLAY.
002190     05  WS-FMT-DATE-MM              PIC 9(02).
002200     05  FILLER                      PIC X(01) VALUE '/'.
002210     05  WS-FMT-DATE-DD              PIC 9(02).
002220     05  FILLER                      PIC X(01) VALUE '/'.
002230     05  WS-FMT-DATE-YYYY            PIC 9(04).
002240
002250*    ------------------------------------------------------------
002260*    ABEND HANDLING
002270*    ------------------------------------------------------------
002280 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
002290 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
002300 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
002310
002320 PROCEDURE DIVISION.
002330
002340****************************************************************
002350* 0000-MAINLINE
002360****************************************************************
002370 0000-MAINLINE.
002380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002390     PERFORM 2000-SWEEP-HISTORY THRU 2000-EXIT
002400         UNTIL WS-EOF-REACHED.
002410     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002420     MOVE ZERO TO RETURN-CODE.
002430     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
002440     STOP RUN.
002450
002460****************************************************************
002470* 1000-INITIALIZE - LOAD THE RETENTION PARAMETER, WORK OUT THE
002480*                   CUTOFF DATE, OPEN FILES, PRIME THE READ
002490****************************************************************
002500 1000-INITIALIZE.
002510     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
002520     ACCEPT WS-RUN-START-TIME FROM TIME.
002530     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002540     ACCEPT WS-CURRENT-TIME FROM TIME.
002550     PERFORM 1200-READ-PARM-FILE THRU 1200-EXIT.
002560     PERFORM 1300-COMPUTE-CUTOFF-DATE THRU 1300-EXIT.
002570     OPEN I-O HISTORY-FILE.
002580     IF NOT HL-HISTORY-OK
002590         MOVE 'HELLOHP - UNABLE TO OPEN HISTORY-FILE, STATUS='
002600             TO WS-ABEND-MESSAGE
002610         MOVE HL-HISTORY-STATUS TO WS-ABEND-FILE-STATUS
002620         PERFORM 8000-ABEND THRU 8000-EXIT
002630     END-IF.
002640     OPEN OUTPUT REPORT-FILE.
002650     IF NOT HL-REPORT-OK
002660         MOVE 'HELLOHP - UNABLE TO OPEN REPORT-FILE, STATUS='
002670             TO WS-ABEND-MESSAGE
002680         MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
002690         PERFORM 8000-ABEND THRU 8000-EXIT
002700     END-IF.
002710     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
002720     PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT.
002730 1000-EXIT.
002740     EXIT.
002750
002760****************************************************************
002770* 1200-READ-PARM-FILE - LOAD THE RETENTION PERIOD
002780****************************************************************
002790 1200-READ-PARM-FILE.
002800     OPEN INPUT PARM-FILE.
002810     IF NOT HL-PARM-OK
002820         MOVE 'HELLOHP - UNABLE TO OPEN PARM-FILE, STATUS='
002830             TO WS-ABEND-MESSAGE
002840         MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
002850         PERFORM 8000-ABEND THRU 8000-EXIT
002860     END-IF.
002870     READ PARM-FILE
002880         AT END
002890             MOVE 'HELLOHP - PARM-FILE IS EMPTY'
002900                 TO WS-ABEND-MESSAGE
002910             MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
002920             PERFORM 8000-ABEND THRU 8000-EXIT
002930     END-READ.
002940     IF HL-HPARM-RETENTION-MONTHS NOT NUMERIC
002950         OR HL-HPARM-RETENTION-MONTHS = ZERO
002960         MOVE 'HELLOHP - RETENTION PARAMETER MISSING OR ZERO'
002970             TO WS-ABEND-MESSAGE
002980         MOVE SPACES TO WS-ABEND-FILE-STATUS
002990         PERFORM 8000-ABEND THRU 8000-EXIT
003000     END-IF.
003010     MOVE HL-HPARM-RETENTION-MONTHS TO WS-RETENTION-MONTHS.
003020     CLOSE PARM-FILE.
003030     DISPLAY 'HELLOHP - RETENTION MONTHS: ' WS-RETENTION-MONTHS.
003040 1200-EXIT.
003050     EXIT.
003060
003070****************************************************************
003080* 1300-COMPUTE-CUTOFF-DATE - RUN DATE LESS THE RETENTION
003090*                            PERIOD, IN WHOLE MONTHS.  HELLODT
003100*                            CUTS THE DAY BACK TO THE END OF A
003110*                            SHORTER MONTH.
003120****************************************************************
003130 1300-COMPUTE-CUTOFF-DATE.
003140     MOVE 'M' TO HL-DTS-FUNCTION.
003150     MOVE WS-CURRENT-DATE TO HL-DTS-DATE-1.
003160     COMPUTE HL-DTS-NUMBER = ZERO - WS-RETENTION-MONTHS.
003170     CALL 'HELLODT' USING HL-DTS-PARMS.
003180     IF NOT HL-DTS-OK
003190         MOVE 'HELLOHP - CUTOFF DATE ROUTINE FAILED, RETURN CODE='
003200             TO WS-ABEND-MESSAGE
003210         MOVE HL-DTS-RETURN-CODE TO WS-ABEND-FILE-STATUS
003220         PERFORM 8000-ABEND THRU 8000-EXIT
003230     END-IF.
003240     MOVE HL-DTS-RESULT-DATE TO WS-CUTOFF-DATE.
003250     DISPLAY 'HELLOHP - PURGE CUTOFF DATE: ' WS-CUTOFF-DATE.
003260 1300-EXIT.
003270     EXIT.
003280
003290****************************************************************
003300* 2000-SWEEP-HISTORY - DISPOSE OF ONE HISTORY ENTRY.  ENTRIES
003310*                      INSIDE RETENTION ARE LEFT ALONE; AN AGED
003320*                      ENTRY SUPERSEDES (AND DELETES) THE AGED
003330*                      ENTRY HELD BEFORE IT FOR THE ACCOUNT,
003340*                      UNLESS THAT ENTRY IS A REINSTATEMENT
003350*                      (TYPE I), WHICH IS KEPT REGARDLESS.
003360****************************************************************
003370 2000-SWEEP-HISTORY.
003380     ADD 1 TO WS-RECORDS-READ.
003390     IF HL-HST-ACCT-NO NOT = WS-CUR-ACCT-NO
003400         PERFORM 3000-CLOSE-ACCOUNT THRU 3000-EXIT
003410         MOVE HL-HST-ACCT-NO TO WS-CUR-ACCT-NO
003420     END-IF.
003430     IF HL-HST-POST-DATE NOT < WS-CUTOFF-DATE
003440         ADD 1 TO WS-RECORDS-RETAINED
003450         GO TO 2000-READ-NEXT
003460     END-IF.
003470     IF WS-ENTRY-HELD
003480         IF WS-HELD-TRAN-TYPE = 'I'
003490             ADD 1 TO WS-REINSTATES-KEPT
003500             MOVE 'N' TO WS-HELD-SWITCH
003510         ELSE
003520             PERFORM 4000-PURGE-HELD-ENTRY THRU 4000-EXIT
003530         END-IF
003540     END-IF.
003550     MOVE HL-HST-KEY TO WS-HELD-KEY.
003560     MOVE HL-HST-TRAN-TYPE TO WS-HELD-TRAN-TYPE.
003570     MOVE HL-HST-BALANCE TO WS-HELD-BALANCE.
003580     SET WS-ENTRY-HELD TO TRUE.
003590 2000-READ-NEXT.
003600     PERFORM 2900-READ-HISTORY-RECORD THRU 2900-EXIT.
003610 2000-EXIT.
003620     EXIT.
003630
003640****************************************************************
003650* 2900-READ-HISTORY-RECORD - READ THE NEXT HISTORY ENTRY
003660****************************************************************
003670 2900-READ-HISTORY-RECORD.
003680     READ HISTORY-FILE NEXT RECORD
003690         AT END
003700             SET WS-EOF-REACHED TO TRUE
003710     END-READ.
003720     IF NOT HL-HISTORY-OK AND NOT HL-HISTORY-EOF
003730         MOVE 'HELLOHP - HISTORY-FILE READ ERROR, STATUS='
003740             TO WS-ABEND-MESSAGE
003750         MOVE HL-HISTORY-STATUS TO WS-ABEND-FILE-STATUS
003760         PERFORM 8000-ABEND THRU 8000-EXIT
003770     END-IF.
003780 2900-EXIT.
003790     EXIT.
003800
003810****************************************************************
003820* 3000-CLOSE-ACCOUNT - AT THE ACCOUNT BREAK THE ENTRY STILL
003830*                      HELD IS THE BALANCE-FORWARD ENTRY.  KEEP
003840*                      IT UNLESS IT RECORDS THE ACCOUNT'S OWN
003850*                      PURGE, THEN PRINT THE ACCOUNT'S LINE.
003860****************************************************************
003870 3000-CLOSE-ACCOUNT.
003880     MOVE SPACES TO HL-HPR-DTL-FWD-DATE.
003890     MOVE ZERO TO HL-HPR-DTL-FWD-BALANCE.
003900     IF WS-ENTRY-HELD
003910         IF WS-HELD-TRAN-TYPE = 'P'
003920             PERFORM 4000-PURGE-HELD-ENTRY THRU 4000-EXIT
003930             MOVE 'NONE' TO HL-HPR-DTL-FWD-DATE
003940         ELSE
003950             ADD 1 TO WS-BALFWD-KEPT
003960             MOVE WS-HELD-POST-DATE TO WS-FMT-DATE-IN
003970             PERFORM 7200-FORMAT-DATE THRU 7200-EXIT
003980             MOVE WS-FMT-DATE-DISPLAY TO HL-HPR-DTL-FWD-DATE
003990             MOVE WS-HELD-BALANCE TO HL-HPR-DTL-FWD-BALANCE
004000         END-IF
004010     END-IF.
004020     IF WS-ACCT-PURGED > ZERO
004030         ADD 1 TO WS-ACCOUNTS-PURGED
004040         PERFORM 7100-PRINT-REGISTER-LINE THRU 7100-EXIT
004050     END-IF.
004060     MOVE 'N' TO WS-HELD-SWITCH.
004070     MOVE ZERO TO WS-ACCT-PURGED.
004080     MOVE ZERO TO WS-ACCT-FIRST-DATE.
004090     MOVE ZERO TO WS-ACCT-LAST-DATE.
004100 3000-EXIT.
004110     EXIT.
004120
004130****************************************************************
004140* 4000-PURGE-HELD-ENTRY - DELETE THE HELD ENTRY BY ITS KEY.
004150*                         THE RECORD AREA IS SAVED AROUND THE
004160*                         DELETE; THE SWEEP'S POSITION IN THE
004170*                         FILE IS NOT DISTURBED BY IT.
004180****************************************************************
004190 4000-PURGE-HELD-ENTRY.
004200     MOVE HL-HISTORY-RECORD TO WS-HST-CURRENT-SAVE.
004210     MOVE WS-HELD-KEY TO HL-HST-KEY.
004220     DELETE HISTORY-FILE RECORD
004230         INVALID KEY
004240             MOVE 'HELLOHP - HISTORY DELETE ERROR, STATUS='
004250                 TO WS-ABEND-MESSAGE
004260             MOVE HL-HISTORY-STATUS TO WS-ABEND-FILE-STATUS
004270             PERFORM 8000-ABEND THRU 8000-EXIT
004280     END-DELETE.
004290     MOVE WS-HST-CURRENT-SAVE TO HL-HISTORY-RECORD.
004300     IF WS-ACCT-PURGED = ZERO
004310         MOVE WS-HELD-POST-DATE TO WS-ACCT-FIRST-DATE
004320     END-IF.
004330     MOVE WS-HELD-POST-DATE TO WS-ACCT-LAST-DATE.
004340     ADD 1 TO WS-ACCT-PURGED.
004350     ADD 1 TO WS-RECORDS-PURGED.
004360     MOVE 'N' TO WS-HELD-SWITCH.
004370 4000-EXIT.
004380     EXIT.
004390
004400****************************************************************
004410* 7000-WRITE-HEADINGS - START A NEW REGISTER PAGE
004420****************************************************************
004430 7000-WRITE-HEADINGS.
004440     ADD 1 TO WS-PAGE-NUMBER.
004450     MOVE ZERO TO WS-LINES-ON-PAGE.
004460     MOVE '1' TO HL-HPR-H1-CTL.
004470     MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE-MM.
004480     MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE-DD.
004490     MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-DATE-YYYY.
004500     MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-HH.
004510     MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-MM.
004520     MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-SS.
004530     MOVE WS-RUN-DATE-DISPLAY TO HL-HPR-H1-DATE.
004540     MOVE WS-RUN-TIME-DISPLAY TO HL-HPR-H1-TIME.
004550     MOVE WS-PAGE-NUMBER TO HL-HPR-H1-PAGE.
004560     WRITE HL-HPR-HEADING-1.
004570     WRITE HL-HPR-HEADING-2.
004580 7000-EXIT.
004590     EXIT.
004600
004610****************************************************************
004620* 7100-PRINT-REGISTER-LINE - PRINT ONE ACCOUNT THAT LOST
004630*                            ENTRIES.  THE BALANCE-FORWARD
004640*                            COLUMNS WERE SET BY THE CALLER.
004650****************************************************************
004660 7100-PRINT-REGISTER-LINE.
004670     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
004680         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
004690     END-IF.
004700     MOVE SPACE TO HL-HPR-DTL-CTL.
004710     MOVE WS-CUR-ACCT-NO TO HL-HPR-DTL-ACCT.
004720     MOVE WS-ACCT-PURGED TO HL-HPR-DTL-PURGED.
004730     MOVE WS-ACCT-FIRST-DATE TO WS-FMT-DATE-IN.
004740     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
004750     MOVE WS-FMT-DATE-DISPLAY TO HL-HPR-DTL-FIRST-DATE.
004760     MOVE WS-ACCT-LAST-DATE TO WS-FMT-DATE-IN.
004770     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
004780     MOVE WS-FMT-DATE-DISPLAY TO HL-HPR-DTL-LAST-DATE.
004790     WRITE HL-HPR-DETAIL-LINE.
004800     ADD 1 TO WS-LINES-ON-PAGE.
004810 7100-EXIT.
004820     EXIT.
004830
004840****************************************************************
004850* 7200-FORMAT-DATE - YYYYMMDD TO MM/DD/YYYY FOR THE REGISTER
004860****************************************************************
004870 7200-FORMAT-DATE.
004880     MOVE WS-FMT-IN-MM TO WS-FMT-DATE-MM.
004890     MOVE WS-FMT-IN-DD TO WS-FMT-DATE-DD.
004900     MOVE WS-FMT-IN-YYYY TO WS-FMT-DATE-YYYY.
004910 7200-EXIT.
004920     EXIT.
004930
004940****************************************************************
004950* 7900-WRITE-TOTALS - PRINT THE CONTROL TOTALS FOR THE SWEEP
004960****************************************************************
004970 7900-WRITE-TOTALS.
004980     MOVE '-' TO HL-HPR-TOT-CTL.
004990     MOVE 'ENTRIES READ' TO HL-HPR-TOT-LABEL.
005000     MOVE WS-RECORDS-READ TO HL-HPR-TOT-COUNT.
005010     WRITE HL-HPR-TOTAL-LINE.
005020     MOVE SPACE TO HL-HPR-TOT-CTL.
005030     MOVE 'ENTRIES PURGED' TO HL-HPR-TOT-LABEL.
005040     MOVE WS-RECORDS-PURGED TO HL-HPR-TOT-COUNT.
005050     WRITE HL-HPR-TOTAL-LINE.
005060     MOVE 'ENTRIES INSIDE RETENTION' TO HL-HPR-TOT-LABEL.
005070     MOVE WS-RECORDS-RETAINED TO HL-HPR-TOT-COUNT.
005080     WRITE HL-HPR-TOTAL-LINE.
005090     MOVE 'BALANCE-FORWARD ENTRIES' TO HL-HPR-TOT-LABEL.
005100     MOVE WS-BALFWD-KEPT TO HL-HPR-TOT-COUNT.
005110     WRITE HL-HPR-TOTAL-LINE.
005120     MOVE 'REINSTATEMENTS KEPT' TO HL-HPR-TOT-LABEL.
005130     MOVE WS-REINSTATES-KEPT TO HL-HPR-TOT-COUNT.
005140     WRITE HL-HPR-TOTAL-LINE.
005150     MOVE 'ACCOUNTS PURGED' TO HL-HPR-TOT-LABEL.
005160     MOVE WS-ACCOUNTS-PURGED TO HL-HPR-TOT-COUNT.
005170     WRITE HL-HPR-TOTAL-LINE.
005180 7900-EXIT.
005190     EXIT.
005200
005210****************************************************************
005220* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
005230****************************************************************
005240 8000-ABEND.
005250     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
005260     MOVE 16 TO WS-ABEND-RETURN-CODE.
005270     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
005280     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
005290     STOP RUN.
005300 8000-EXIT.
005310     EXIT.
005320
005330****************************************************************
005340* 9000-TERMINATE - CLOSE THE LAST ACCOUNT, PRINT TOTALS, AND
005350*                  CLOSE FILES
005360****************************************************************
005370 9000-TERMINATE.
005380     PERFORM 3000-CLOSE-ACCOUNT THRU 3000-EXIT.
005390     PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT.
005400     CLOSE HISTORY-FILE.
005410     CLOSE REPORT-FILE.
005420 9000-EXIT.
005430     EXIT.
005440
005450****************************************************************
005460* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT LOG
005470****************************************************************
005480 9500-WRITE-AUDIT-LOG.
005490     OPEN EXTEND AUDIT-LOG-FILE.
005500     IF NOT HL-AUDIT-OK
005510         DISPLAY 'HELLOHP - UNABLE TO OPEN AUDIT-LOG, STATUS='
005520             HL-AUDIT-STATUS
005530         MOVE 16 TO RETURN-CODE
005540         STOP RUN
005550     END-IF.
005560     MOVE 'HELLOHP' TO AUD-JOB-NAME.
005570     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
005580     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
005590     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005600     ACCEPT WS-CURRENT-TIME FROM TIME.
005610     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
005620     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
005630     MOVE WS-RECORDS-READ TO AUD-RECORDS-READ.
005640     MOVE WS-RECORDS-PURGED TO AUD-RECORDS-ACCEPTED.
005650     MOVE ZERO TO AUD-RECORDS-REJECTED.
005660     MOVE RETURN-CODE TO AUD-RETURN-CODE.
005670     WRITE AUD-LOG-RECORD.
005680     CLOSE AUDIT-LOG-FILE.
005690 9500-EXIT.
005700     EXIT.
