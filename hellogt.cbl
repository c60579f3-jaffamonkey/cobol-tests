000260*   THE OPERATOR OVERRIDE FOR A LEGITIMATE RERUN - IT MARKS A
000270*   COMPLETED ENTRY OVERRIDDEN AND RECORDS THE OPERATOR ID,
000280*   WHICH IS PRESERVED THROUGH THE RERUN SO THE HELLOAH
000290*   RUN-HISTORY REPORT CAN SHOW WHO FORCED WHAT.  THE START
000300*   GATE ALSO REFUSES A CYCLE DATE THAT THE BUSINESS CALENDAR
000310*   (THROUGH THE HELLODT DATE-SERVICE ROUTINE) SAYS IS NOT A
000320*   PROCESSING DAY, OR THAT IS NOT YET ON THE CALENDAR, UNLESS
000330*   THE JOB'S DAY RULE ALLOWS ANY DAY OR AN OPERATOR HAS SET
000340*   THE FUNCTION O OVERRIDE FOR THAT JOB AND CYCLE DATE.
000350*   FUNCTION O IS SIGNED ON THROUGH HELLOSO AT SUPERVISOR
000360*   LEVEL (OPERATOR ID AND PASSWORD IN SYSIN); THE SIGNED-ON
000370*   OPERATOR IS THE ONE RECORDED, AND THE OVERRIDE IS WRITTEN
000380*   TO THE ACCOUNT-ACCESS LOG.
000390*   WHEN THE GATEPARM NAMES A HOLD FILE ID, THE START GATE
000400*   ALSO REFUSES THE RUN WHILE ANY EARLIER CYCLE OF THAT
000410*   OUTBOUND HANDOFF IS NOT ACKNOWLEDGED ON THE TRANSMISSION
000420*   MANIFEST (MANIFEST, HLMAN.CPY), UNLESS THE OVERRIDE IS SET
000430*   OR A SUPERVISOR HAS CLOSED THE ENTRY (HELLOAXJ).
000440*   APPENDS ONE ROW TO THE SHARED AUDIT LOG.
000450*----------------------------------------------------------------
000460* MODIFICATION HISTORY
000470* DATE       INIT  DESCRIPTION
000480* 2026-09-02 JLB   INITIAL VERSION - THE ORDERING RULES THAT
000490*                  LIVED IN THE SCHEDULERS' HEADS, ENFORCED AT
000500*                  JOB STARTUP.
000510* 2026-10-15 JLB   THE START GATE NOW REFUSES A CYCLE DATE THE
000520*                  BUSINESS CALENDAR SAYS IS NOT A PROCESSING
000530*                  DAY UNLESS THE OPERATOR OVERRIDE IS SET OR
000540*                  THE GATEPARM DAY RULE IS A (ANY DAY).  WHOLE
000550*                  MEMBER RENUMBERED.
000560* 2026-10-15 JLB   FUNCTION O NOW SIGNS THE OPERATOR ON THROUGH
000570*                  HELLOSO AT SUPERVISOR LEVEL AND RECORDS THE
000580*                  SIGNED-ON ID - A GATEPARM OPERATOR ID, IF
000590*                  KEYED, MUST MATCH IT.  THE OVERRIDE IS LOGGED
000600*                  TO THE ACCESS LOG.  WHOLE MEMBER RENUMBERED.
000610* 2026-10-15 JLB   ADDED THE HANDOFF ACKNOWLEDGMENT HOLD - A
000620*                  GATEPARM HOLD FILE ID REFUSES THE START WHILE
000630*                  AN EARLIER CYCLE OF THAT HANDOFF IS NOT
000640*                  ACKNOWLEDGED ON THE MANIFEST.  WHOLE MEMBER
000650*                  RENUMBERED.
000660* 2026-10-15 JLB   A MANIFEST ENTRY CLOSED BY A SUPERVISOR
000670*                  (HELLOAXJ, ACK STATUS X) NO LONGER HOLDS THE
000680*                  START.  MANIFEST RECORD NOW 190 BYTES.  WHOLE
000690*                  MEMBER RENUMBERED.
000700****************************************************************
000710 IDENTIFICATION DIVISION.
000720 PROGRAM-ID.     HELLOGT.
000730 AUTHOR.         J. L. BRANNIGAN.
000740 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000750 DATE-WRITTEN.   2026-09-02.
000760 DATE-COMPILED.
000770
000780 ENVIRONMENT DIVISION.
000790 CONFIGURATION SECTION.
000800 SOURCE-COMPUTER.   IBM-370.
000810 OBJECT-COMPUTER.   IBM-370.
000820
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000850
000860*    ------------------------------------------------------------
000870*    RUN-CONTROL FILE - INDEXED, KEYED BY CYCLE DATE AND JOB
000880*    NAME, OPENED I-O SO GATE DECISIONS ARE RECORDED IN PLACE
000890*    ------------------------------------------------------------
000900     SELECT RUN-FILE ASSIGN TO "RUNCTL"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS DYNAMIC
000930         RECORD KEY IS HL-RUN-KEY
000940         FILE STATUS IS HL-RUN-STATUS.
000950
000960*    ------------------------------------------------------------
000970*    GATE PARAMETER FILE - ONE RECORD, NORMALLY INLINE IN THE
000980*    JOB'S GATEPARM DD
000990*    ------------------------------------------------------------
001000     SELECT PARM-FILE ASSIGN TO "GATEPARM"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS HL-PARM-STATUS.
001030
001040*    ------------------------------------------------------------
001050*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
001060*    LAYOUT ACROSS THE SUITE
001070*    ------------------------------------------------------------
001080     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS HL-AUDIT-STATUS.
001110
001120*    ------------------------------------------------------------
001130*    TRANSMISSION MANIFEST - INDEXED, KEYED BY HANDOFF FILE ID
001140*    AND CYCLE DATE.  OPENED INPUT ONLY WHEN THE START GATE
001150*    CARRIES A HOLD FILE ID; NO DD IS NEEDED OTHERWISE.
001160*    ------------------------------------------------------------
001170     SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS HL-MAN-KEY
001210         FILE STATUS IS HL-MANIFEST-STATUS.
001220
001230 DATA DIVISION.
001240 FILE SECTION.
001250
001260 FD  RUN-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 60 CHARACTERS
001290     DATA RECORD IS HL-RUN-RECORD.
001300     COPY HLRUN.
001310
001320 FD  PARM-FILE
001330     LABEL RECORDS ARE STANDARD
001340     RECORD CONTAINS 80 CHARACTERS
001350     DATA RECORD IS HL-GPARM-RECORD.
001360     COPY HLGPARM.
001370
001380 FD  AUDIT-LOG-FILE
001390     LABEL RECORDS ARE STANDARD
001400     RECORD CONTAINS 88 CHARACTERS
001410     DATA RECORD IS AUD-LOG-RECORD.
001420     COPY AUDLOG.
001430
001440 FD  MANIFEST-FILE
001450     LABEL RECORDS ARE STANDARD
001460     RECORD CONTAINS 190 CHARACTERS
001470     DATA RECORD IS HL-MANIFEST-RECORD.
001480     COPY HLMAN.
001490
001500 WORKING-STORAGE SECTION.
001510
001520*    ------------------------------------------------------------
001530*    FILE STATUS FIELDS
001540*    ------------------------------------------------------------
001550 01  HL-FILE-STATUSES.
001560     05  HL-RUN-STATUS               PIC X(02) VALUE '00'.
001570         88  HL-RUN-OK               VALUE '00'.
001580         88  HL-RUN-NOTFND           VALUE '23'.
001590     05  HL-PARM-STATUS              PIC X(02) VALUE '00'.
001600         88  HL-PARM-OK              VALUE '00'.
001610     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
001620         88  HL-AUDIT-OK             VALUE '00'.
001630     05  HL-MANIFEST-STATUS          PIC X(02) VALUE '00'.
001640         88  HL-MANIFEST-OK          VALUE '00'.
001650         88  HL-MANIFEST-EOF         VALUE '10'.
001660         88  HL-MANIFEST-NOTFND      VALUE '23'.
001670
001680*    ------------------------------------------------------------
001690*    SWITCHES
001700*    ------------------------------------------------------------
001710 77  WS-REFUSED-SWITCH               PIC X(01) VALUE 'N'.
001720     88  WS-GATE-REFUSED             VALUE 'Y'.
001730 77  WS-FOUND-SWITCH                 PIC X(01) VALUE 'Y'.
001740     88  WS-RUN-REC-FOUND            VALUE 'Y'.
001750     88  WS-RUN-REC-NOT-FOUND        VALUE 'N'.
001760 77  WS-OVERRIDE-SWITCH              PIC X(01) VALUE 'N'.
001770     88  WS-OVERRIDE-ON-FILE         VALUE 'Y'.
001780 77  WS-MANIFEST-EOF-SWITCH          PIC X(01) VALUE 'N'.
001790     88  WS-MANIFEST-DONE            VALUE 'Y'.
001800
001810*    ------------------------------------------------------------
001820*    GATE WORK AREAS
001830*    ------------------------------------------------------------
001840 77  WS-GATE-FUNCTION                PIC X(01) VALUE SPACE.
001850 77  WS-GATE-JOB-NAME                PIC X(08) VALUE SPACES.
001860 77  WS-GATE-CYCLE-DATE              PIC 9(08) VALUE ZERO.
001870 77  WS-GATE-OPERATOR-ID             PIC X(08) VALUE SPACES.
001880 77  WS-GATE-DAY-RULE                PIC X(01) VALUE SPACE.
001890     88  WS-GATE-ANY-DAY             VALUE 'A'.
001900 77  WS-OVERRIDE-OPERATOR-ID         PIC X(08) VALUE SPACES.
001910 77  WS-GATE-HOLD-FILE-ID            PIC X(08) VALUE SPACES.
001920 77  WS-HOLD-ENTRIES                 PIC 9(05) COMP VALUE ZERO.
001930 01  WS-PREREQ-NAMES.
001940     05  WS-PREREQ-NAME              PIC X(08)
001950                                     OCCURS 4 TIMES.
001960 77  WS-PREREQ-SUB                   PIC 9(02) COMP VALUE ZERO.
001970 77  WS-PREREQS-CHECKED              PIC 9(02) COMP VALUE ZERO.
001980
001990*    ------------------------------------------------------------
002000*    RUN COUNTERS
002010*    ------------------------------------------------------------
002020 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
002030 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
002040
002050*    ------------------------------------------------------------
002060*    DATE-SERVICE ROUTINE PARAMETER BLOCK
002070*    ------------------------------------------------------------
002080     COPY HLDTS.
002090
002100*    ------------------------------------------------------------
002110*    AUDIT-LOG WORK AREAS
002120*    ------------------------------------------------------------
002130 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
002140 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
002150
002160*    ------------------------------------------------------------
002170*    ABEND HANDLING
002180*    ------------------------------------------------------------
002190 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
002200 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
002210 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
002220
002230*    ------------------------------------------------------------
002240*    SIGN-ON AND ACCESS-LOG ROUTINE PARAMETERS
002250*    ------------------------------------------------------------
002260     COPY HLSOS.
002270 01  WS-LOG-DETAIL.
002280     05  WS-LOG-DETAIL-JOB           PIC X(08).
002290     05  FILLER                      PIC X(01) VALUE SPACE.
002300     05  WS-LOG-DETAIL-CYCLE         PIC 9(08).
002310     05  FILLER                      PIC X(03) VALUE SPACES.
002320
002330 PROCEDURE DIVISION.
002340
002350****************************************************************
002360* 0000-MAINLINE
002370****************************************************************
002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002400     EVALUATE TRUE
002410         WHEN WS-GATE-FUNCTION = 'S'
002420             PERFORM 2000-START-GATE THRU 2000-EXIT
002430         WHEN WS-GATE-FUNCTION = 'C'
002440             PERFORM 3000-MARK-COMPLETE THRU 3000-EXIT
002450         WHEN WS-GATE-FUNCTION = 'O'
002460             PERFORM 4000-OPERATOR-OVERRIDE THRU 4000-EXIT
002470         WHEN OTHER
002480             MOVE 'HELLOGT - INVALID GATE FUNCTION ON GATEPARM'
002490                 TO WS-ABEND-MESSAGE
002500             MOVE SPACES TO WS-ABEND-FILE-STATUS
002510             PERFORM 8000-ABEND THRU 8000-EXIT
002520     END-EVALUATE.
002530     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002540     IF WS-GATE-REFUSED
002550         MOVE 8 TO RETURN-CODE
002560     ELSE
002570         MOVE ZERO TO RETURN-CODE
002580     END-IF.
002590     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
002600     STOP RUN.
002610
002620****************************************************************
002630* 1000-INITIALIZE - LOAD THE GATE PARAMETER AND OPEN THE
002640*                   RUN-CONTROL FILE
002650****************************************************************
002660 1000-INITIALIZE.
002670     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
002680     ACCEPT WS-RUN-START-TIME FROM TIME.
002690     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002700     ACCEPT WS-CURRENT-TIME FROM TIME.
002710     PERFORM 1200-READ-PARM-FILE THRU 1200-EXIT.
002720     OPEN I-O RUN-FILE.
002730     IF NOT HL-RUN-OK
002740         MOVE 'HELLOGT - UNABLE TO OPEN RUN-FILE, STATUS='
002750             TO WS-ABEND-MESSAGE
002760         MOVE HL-RUN-STATUS TO WS-ABEND-FILE-STATUS
002770         PERFORM 8000-ABEND THRU 8000-EXIT
002780     END-IF.
002790 1000-EXIT.
002800     EXIT.
002810
002820****************************************************************
002830* 1200-READ-PARM-FILE - LOAD THE GATE FUNCTION, JOB NAME,
002840*                       CYCLE DATE, AND PREREQUISITES
002850****************************************************************
002860 1200-READ-PARM-FILE.
002870     OPEN INPUT PARM-FILE.
002880     IF NOT HL-PARM-OK
002890         MOVE 'HELLOGT - UNABLE TO OPEN GATEPARM, STATUS='
002900             TO WS-ABEND-MESSAGE
002910         MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
002920         PERFORM 8000-ABEND THRU 8000-EXIT
002930     END-IF.
002940     READ PARM-FILE
002950         AT END
002960             MOVE 'HELLOGT - GATEPARM IS EMPTY'
002970                 TO WS-ABEND-MESSAGE
002980             MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
002990             PERFORM 8000-ABEND THRU 8000-EXIT
003000     END-READ.
003010     MOVE HL-GPARM-FUNCTION TO WS-GATE-FUNCTION.
003020     MOVE HL-GPARM-JOB-NAME TO WS-GATE-JOB-NAME.
003030     IF WS-GATE-JOB-NAME = SPACES
003040         MOVE 'HELLOGT - JOB NAME MISSING ON GATEPARM'
003050             TO WS-ABEND-MESSAGE
003060         MOVE SPACES TO WS-ABEND-FILE-STATUS
003070         PERFORM 8000-ABEND THRU 8000-EXIT
003080     END-IF.
003090*    SPACES OR ZERO MEANS THE CURRENT DATE IS THE CYCLE DATE.
003100     IF HL-GPARM-CYCLE-DATE NUMERIC
003110             AND HL-GPARM-CYCLE-DATE NOT = '00000000'
003120         MOVE HL-GPARM-CYCLE-DATE TO WS-GATE-CYCLE-DATE
003130     ELSE
003140         MOVE WS-CURRENT-DATE TO WS-GATE-CYCLE-DATE
003150     END-IF.
003160     MOVE HL-GPARM-PREREQ-JOBS TO WS-PREREQ-NAMES.
003170     MOVE HL-GPARM-OPERATOR-ID TO WS-GATE-OPERATOR-ID.
003180     MOVE HL-GPARM-DAY-RULE TO WS-GATE-DAY-RULE.
003190     MOVE HL-GPARM-HOLD-FILE-ID TO WS-GATE-HOLD-FILE-ID.
003200     CLOSE PARM-FILE.
003210 1200-EXIT.
003220     EXIT.
003230
003240****************************************************************
003250* 2000-START-GATE - REFUSE A DUPLICATE COMPLETED RUN, A START
003260*                   ON A NON-PROCESSING DAY, OR AN
003270*                   OUT-OF-SEQUENCE START, OTHERWISE MARK THE
003280*                   JOB STARTED FOR THE CYCLE DATE
003290****************************************************************
003300 2000-START-GATE.
003310     PERFORM 2800-READ-RUN-RECORD THRU 2800-EXIT.
003320     IF WS-RUN-REC-FOUND AND HL-RUN-OVERRIDDEN
003330         SET WS-OVERRIDE-ON-FILE TO TRUE
003340         MOVE HL-RUN-OPERATOR-ID TO WS-OVERRIDE-OPERATOR-ID
003350     END-IF.
003360     IF WS-RUN-REC-FOUND AND HL-RUN-COMPLETED
003370         SET WS-GATE-REFUSED TO TRUE
003380         DISPLAY 'HELLOGT - JOB ' WS-GATE-JOB-NAME
003390             ' ALREADY COMPLETED FOR CYCLE '
003400             WS-GATE-CYCLE-DATE ' - RERUN REFUSED.'
003410         DISPLAY 'HELLOGT - USE THE OPERATOR OVERRIDE '
003420             '(FUNCTION O) FOR A LEGITIMATE RERUN.'
003430         GO TO 2000-EXIT
003440     END-IF.
003450     IF NOT WS-GATE-ANY-DAY
003460         PERFORM 2050-CHECK-PROCESSING-DAY THRU 2050-EXIT
003470     END-IF.
003480     IF WS-GATE-REFUSED
003490         GO TO 2000-EXIT
003500     END-IF.
003510     PERFORM 2100-CHECK-ONE-PREREQ THRU 2100-EXIT
003520         VARYING WS-PREREQ-SUB FROM 1 BY 1
003530         UNTIL WS-GATE-REFUSED OR WS-PREREQ-SUB > 4.
003540     IF WS-GATE-REFUSED
003550         GO TO 2000-EXIT
003560     END-IF.
003570     IF WS-GATE-HOLD-FILE-ID NOT = SPACES
003580         PERFORM 2200-CHECK-HANDOFF-HOLD THRU 2200-EXIT
003590     END-IF.
003600     IF WS-GATE-REFUSED
003610         GO TO 2000-EXIT
003620     END-IF.
003630*    THE PREREQ READS LEFT THE RECORD AREA ON ANOTHER KEY -
003640*    READ OUR OWN ENTRY AGAIN BEFORE RECORDING THE START.
003650     PERFORM 2800-READ-RUN-RECORD THRU 2800-EXIT.
003660     IF WS-RUN-REC-FOUND
003670         MOVE 'S' TO HL-RUN-STATUS-CODE
003680         MOVE WS-CURRENT-DATE TO HL-RUN-STAMP-DATE
003690         MOVE WS-CURRENT-TIME TO HL-RUN-STAMP-TIME
003700         PERFORM 6100-REWRITE-RUN-RECORD THRU 6100-EXIT
003710     ELSE
003720         MOVE 'S' TO HL-RUN-STATUS-CODE
003730         MOVE SPACES TO HL-RUN-OPERATOR-ID
003740         PERFORM 6000-WRITE-RUN-RECORD THRU 6000-EXIT
003750     END-IF.
003760     DISPLAY 'HELLOGT - JOB ' WS-GATE-JOB-NAME
003770         ' CLEARED TO START FOR CYCLE ' WS-GATE-CYCLE-DATE.
003780 2000-EXIT.
003790     EXIT.
003800
003810****************************************************************
003820* 2050-CHECK-PROCESSING-DAY - THE CYCLE DATE MUST BE A BUSINESS
003830*                             DAY ON THE CALENDAR.  A HOLIDAY,
003840*                             A WEEKEND, OR A YEAR NOT YET
003850*                             LOADED IS REFUSED UNLESS AN
003860*                             OPERATOR HAS SET THE OVERRIDE.
003870****************************************************************
003880 2050-CHECK-PROCESSING-DAY.
003890     MOVE 'T' TO HL-DTS-FUNCTION.
003900     MOVE WS-GATE-CYCLE-DATE TO HL-DTS-DATE-1.
003910     CALL 'HELLODT' USING HL-DTS-PARMS.
003920     IF HL-DTS-INVALID-DATE
003930         MOVE 'HELLOGT - INVALID CYCLE DATE ON GATEPARM'
003940             TO WS-ABEND-MESSAGE
003950         MOVE SPACES TO WS-ABEND-FILE-STATUS
003960         PERFORM 8000-ABEND THRU 8000-EXIT
003970     END-IF.
003980     IF NOT HL-DTS-OK AND NOT HL-DTS-NOT-ON-CALENDAR
003990         MOVE 'HELLOGT - CALENDAR LOOKUP FAILED, RETURN CODE='
004000             TO WS-ABEND-MESSAGE
004010         MOVE HL-DTS-RETURN-CODE TO WS-ABEND-FILE-STATUS
004020         PERFORM 8000-ABEND THRU 8000-EXIT
004030     END-IF.
004040     IF HL-DTS-OK AND HL-DTS-BUSINESS-DAY
004050         GO TO 2050-EXIT
004060     END-IF.
004070     IF WS-OVERRIDE-ON-FILE
004080         DISPLAY 'HELLOGT - CYCLE ' WS-GATE-CYCLE-DATE
004090             ' IS NOT A PROCESSING DAY - START AUTHORIZED BY '
004100             WS-OVERRIDE-OPERATOR-ID
004110         GO TO 2050-EXIT
004120     END-IF.
004130     SET WS-GATE-REFUSED TO TRUE.
004140     IF HL-DTS-NOT-ON-CALENDAR
004150         DISPLAY 'HELLOGT - JOB ' WS-GATE-JOB-NAME
004160             ' REFUSED - CYCLE ' WS-GATE-CYCLE-DATE
004170             ' IS NOT ON THE BUSINESS CALENDAR.'
004180     END-IF.
004190     IF HL-DTS-HOLIDAY
004200         DISPLAY 'HELLOGT - JOB ' WS-GATE-JOB-NAME
004210             ' REFUSED - CYCLE ' WS-GATE-CYCLE-DATE
004220             ' IS A HOLIDAY - ' HL-DTS-HOLIDAY-NAME
004230     END-IF.
004240     IF HL-DTS-OK AND HL-DTS-WEEKEND
004250         DISPLAY 'HELLOGT - JOB ' WS-GATE-JOB-NAME
004260             ' REFUSED - CYCLE ' WS-GATE-CYCLE-DATE
004270             ' IS A WEEKEND DAY.'
004280     END-IF.
004290     DISPLAY 'HELLOGT - USE THE OPERATOR OVERRIDE '
004300         '(FUNCTION O) TO RUN ON THIS DATE.'.
004310 2050-EXIT.
004320     EXIT.
004330
004340****************************************************************
004350* 2100-CHECK-ONE-PREREQ - A NAMED PREREQUISITE JOB MUST HAVE
004360*                         COMPLETED FOR THE CYCLE DATE
004370****************************************************************
004380 2100-CHECK-ONE-PREREQ.
004390     IF WS-PREREQ-NAME (WS-PREREQ-SUB) = SPACES
004400         GO TO 2100-EXIT
004410     END-IF.
004420     ADD 1 TO WS-PREREQS-CHECKED.
004430     SET WS-RUN-REC-FOUND TO TRUE.
004440     MOVE WS-GATE-CYCLE-DATE TO HL-RUN-CYCLE-DATE.
004450     MOVE WS-PREREQ-NAME (WS-PREREQ-SUB) TO HL-RUN-JOB-NAME.
004460     READ RUN-FILE
004470         INVALID KEY
004480             SET WS-RUN-REC-NOT-FOUND TO TRUE
004490     END-READ.
004500     IF WS-RUN-REC-FOUND AND NOT HL-RUN-OK
004510         MOVE 'HELLOGT - RUN-FILE READ ERROR, STATUS='
004520             TO WS-ABEND-MESSAGE
004530         MOVE HL-RUN-STATUS TO WS-ABEND-FILE-STATUS
004540         PERFORM 8000-ABEND THRU 8000-EXIT
004550     END-IF.
004560     IF WS-RUN-REC-NOT-FOUND OR NOT HL-RUN-COMPLETED
004570         SET WS-GATE-REFUSED TO TRUE
004580         DISPLAY 'HELLOGT - JOB ' WS-GATE-JOB-NAME
004590             ' OUT OF SEQUENCE FOR CYCLE ' WS-GATE-CYCLE-DATE
004600             ' - PREREQUISITE ' WS-PREREQ-NAME (WS-PREREQ-SUB)
004610             ' HAS NOT COMPLETED.'
004620     END-IF.
004630 2100-EXIT.
004640     EXIT.
004650
004660****************************************************************
004670* 2200-CHECK-HANDOFF-HOLD - EVERY EARLIER CYCLE OF THE JOB'S
004680*                           OUTBOUND HANDOFF MUST BE ACKNOWLEDGED
004690*                           ON THE MANIFEST WITH AGREEING TOTALS.
004700*                           AN ENTRY STILL UNACKNOWLEDGED, ONE
004710*                           ACKNOWLEDGED WITH DIFFERENT TOTALS,
004720*                           OR ONE THE RECEIVER REJECTED HOLDS
004730*                           THE START UNLESS AN OPERATOR HAS SET
004740*                           THE OVERRIDE.  AN ENTRY A SUPERVISOR
004750*                           HAS CLOSED (HELLOAXJ) NO LONGER HOLDS.
004760****************************************************************
004770 2200-CHECK-HANDOFF-HOLD.
004780     OPEN INPUT MANIFEST-FILE.
004790     IF NOT HL-MANIFEST-OK
004800         MOVE 'HELLOGT - UNABLE TO OPEN MANIFEST, STATUS='
004810             TO WS-ABEND-MESSAGE
004820         MOVE HL-MANIFEST-STATUS TO WS-ABEND-FILE-STATUS
004830         PERFORM 8000-ABEND THRU 8000-EXIT
004840     END-IF.
004850     MOVE 'N' TO WS-MANIFEST-EOF-SWITCH.
004860     MOVE WS-GATE-HOLD-FILE-ID TO HL-MAN-FILE-ID.
004870     MOVE ZERO TO HL-MAN-CYCLE-DATE.
004880     START MANIFEST-FILE KEY IS NOT LESS THAN HL-MAN-KEY
004890         INVALID KEY
004900             SET WS-MANIFEST-DONE TO TRUE
004910     END-START.
004920     IF NOT WS-MANIFEST-DONE AND NOT HL-MANIFEST-OK
004930         MOVE 'HELLOGT - MANIFEST START ERROR, STATUS='
004940             TO WS-ABEND-MESSAGE
004950         MOVE HL-MANIFEST-STATUS TO WS-ABEND-FILE-STATUS
004960         PERFORM 8000-ABEND THRU 8000-EXIT
004970     END-IF.
004980     PERFORM 2210-CHECK-ONE-HANDOFF THRU 2210-EXIT
004990         UNTIL WS-MANIFEST-DONE.
005000     CLOSE MANIFEST-FILE.
005010     IF WS-HOLD-ENTRIES = ZERO
005020         GO TO 2200-EXIT
005030     END-IF.
005040     IF WS-OVERRIDE-ON-FILE
005050         DISPLAY 'HELLOGT - HANDOFF ' WS-GATE-HOLD-FILE-ID
005060             ' NOT ACKNOWLEDGED - START AUTHORIZED BY '
005070             WS-OVERRIDE-OPERATOR-ID
005080         GO TO 2200-EXIT
005090     END-IF.
005100     SET WS-GATE-REFUSED TO TRUE.
005110     DISPLAY 'HELLOGT - JOB ' WS-GATE-JOB-NAME
005120         ' HELD FOR CYCLE ' WS-GATE-CYCLE-DATE
005130         ' - PRIOR HANDOFF ' WS-GATE-HOLD-FILE-ID
005140         ' NOT ACKNOWLEDGED.'.
005150     DISPLAY 'HELLOGT - RUN HELLOAKJ FOR THE RECEIVER''S '
005160         'ACKNOWLEDGMENT, OR USE THE OPERATOR OVERRIDE '
005170         '(FUNCTION O).'.
005180     DISPLAY 'HELLOGT - A HANDOFF THAT WILL NEVER BE RESENT OR '
005190         'LOADED IS CLOSED BY A SUPERVISOR WITH HELLOAXJ.'.
005200 2200-EXIT.
005210     EXIT.
005220
005230****************************************************************
005240* 2210-CHECK-ONE-HANDOFF - READ THE NEXT MANIFEST ENTRY AND NOTE
005250*                          IT WHEN IT IS AN EARLIER CYCLE OF THE
005260*                          HOLD FILE NOT CLEANLY ACKNOWLEDGED
005270*                          OR CLOSED BY A SUPERVISOR
005280****************************************************************
005290 2210-CHECK-ONE-HANDOFF.
005300     READ MANIFEST-FILE NEXT RECORD
005310         AT END
005320             SET WS-MANIFEST-DONE TO TRUE
005330     END-READ.
005340     IF WS-MANIFEST-DONE
005350         GO TO 2210-EXIT
005360     END-IF.
005370     IF NOT HL-MANIFEST-OK
005380         MOVE 'HELLOGT - MANIFEST READ ERROR, STATUS='
005390             TO WS-ABEND-MESSAGE
005400         MOVE HL-MANIFEST-STATUS TO WS-ABEND-FILE-STATUS
005410         PERFORM 8000-ABEND THRU 8000-EXIT
005420     END-IF.
005430     IF HL-MAN-FILE-ID NOT = WS-GATE-HOLD-FILE-ID
005440             OR HL-MAN-CYCLE-DATE NOT < WS-GATE-CYCLE-DATE
005450         SET WS-MANIFEST-DONE TO TRUE
005460         GO TO 2210-EXIT
005470     END-IF.
005480     IF HL-MAN-ACK-CLEARED
005490         GO TO 2210-EXIT
005500     END-IF.
005510     ADD 1 TO WS-HOLD-ENTRIES.
005520     DISPLAY 'HELLOGT - HANDOFF ' HL-MAN-FILE-ID
005530         ' CYCLE ' HL-MAN-CYCLE-DATE
005540         ' TO ' HL-MAN-RECEIVER
005550         ' ACK STATUS ' HL-MAN-ACK-STATUS
005560         ' DUE ' HL-MAN-ACK-DUE-DATE.
005570 2210-EXIT.
005580     EXIT.
005590
005600****************************************************************
005610* 2800-READ-RUN-RECORD - KEYED READ OF THIS JOB'S ENTRY FOR
005620*                        THE CYCLE DATE
005630****************************************************************
005640 2800-READ-RUN-RECORD.
005650     SET WS-RUN-REC-FOUND TO TRUE.
005660     MOVE WS-GATE-CYCLE-DATE TO HL-RUN-CYCLE-DATE.
005670     MOVE WS-GATE-JOB-NAME TO HL-RUN-JOB-NAME.
005680     READ RUN-FILE
005690         INVALID KEY
005700             SET WS-RUN-REC-NOT-FOUND TO TRUE
005710     END-READ.
005720     IF WS-RUN-REC-FOUND AND NOT HL-RUN-OK
005730         MOVE 'HELLOGT - RUN-FILE READ ERROR, STATUS='
005740             TO WS-ABEND-MESSAGE
005750         MOVE HL-RUN-STATUS TO WS-ABEND-FILE-STATUS
005760         PERFORM 8000-ABEND THRU 8000-EXIT
005770     END-IF.
005780     IF WS-RUN-REC-NOT-FOUND
005790         MOVE SPACES TO HL-RUN-RECORD
005800         MOVE WS-GATE-CYCLE-DATE TO HL-RUN-CYCLE-DATE
005810         MOVE WS-GATE-JOB-NAME TO HL-RUN-JOB-NAME
005820     END-IF.
005830 2800-EXIT.
005840     EXIT.
005850
005860****************************************************************
005870* 3000-MARK-COMPLETE - RECORD A CLEAN END OF JOB FOR THE
005880*                      CYCLE DATE.  THE OPERATOR ID OF AN
005890*                      OVERRIDDEN RERUN IS PRESERVED.
005900****************************************************************
005910 3000-MARK-COMPLETE.
005920     PERFORM 2800-READ-RUN-RECORD THRU 2800-EXIT.
005930     MOVE 'C' TO HL-RUN-STATUS-CODE.
005940     MOVE WS-CURRENT-DATE TO HL-RUN-STAMP-DATE.
005950     MOVE WS-CURRENT-TIME TO HL-RUN-STAMP-TIME.
005960     IF WS-RUN-REC-FOUND
005970         PERFORM 6100-REWRITE-RUN-RECORD THRU 6100-EXIT
005980     ELSE
005990         MOVE SPACES TO HL-RUN-OPERATOR-ID
006000         PERFORM 6000-WRITE-RUN-RECORD THRU 6000-EXIT
006010     END-IF.
006020     DISPLAY 'HELLOGT - JOB ' WS-GATE-JOB-NAME
006030         ' MARKED COMPLETE FOR CYCLE ' WS-GATE-CYCLE-DATE.
006040 3000-EXIT.
006050     EXIT.
006060
006070****************************************************************
006080* 4000-OPERATOR-OVERRIDE - AUTHORIZE A RERUN OF A COMPLETED
006090*                          JOB, OR A START ON A NON-PROCESSING
006100*                          DAY, RECORDING WHO FORCED IT.  ONLY
006110*                          A SIGNED-ON SUPERVISOR MAY SET IT.
006120****************************************************************
006130 4000-OPERATOR-OVERRIDE.
006140     PERFORM 4100-SIGN-ON THRU 4100-EXIT.
006150     IF WS-GATE-REFUSED
006160         GO TO 4000-EXIT
006170     END-IF.
006180     PERFORM 2800-READ-RUN-RECORD THRU 2800-EXIT.
006190     MOVE 'O' TO HL-RUN-STATUS-CODE.
006200     MOVE WS-CURRENT-DATE TO HL-RUN-STAMP-DATE.
006210     MOVE WS-CURRENT-TIME TO HL-RUN-STAMP-TIME.
006220     MOVE WS-GATE-OPERATOR-ID TO HL-RUN-OPERATOR-ID.
006230     IF WS-RUN-REC-FOUND
006240         PERFORM 6100-REWRITE-RUN-RECORD THRU 6100-EXIT
006250     ELSE
006260         PERFORM 6000-WRITE-RUN-RECORD THRU 6000-EXIT
006270     END-IF.
006280     DISPLAY 'HELLOGT - OVERRIDE SET FOR JOB '
006290         WS-GATE-JOB-NAME ' CYCLE ' WS-GATE-CYCLE-DATE
006300         ' BY ' WS-GATE-OPERATOR-ID.
006310     SET HL-SOS-FUNC-LOG TO TRUE.
006320     MOVE 'OVERRIDE' TO HL-SOS-ACTION.
006330     PERFORM 4200-CALL-ACCESS-LOG THRU 4200-EXIT.
006340 4000-EXIT.
006350     EXIT.
006360
006370****************************************************************
006380* 4100-SIGN-ON - SIGN THE OPERATOR ON AT SUPERVISOR LEVEL.  THE
006390*                SIGNED-ON ID BECOMES THE OVERRIDE OPERATOR; AN
006400*                ID KEYED ON GATEPARM MUST BE THE SAME ONE.
006410****************************************************************
006420 4100-SIGN-ON.
006430     MOVE 'HELLOGT' TO HL-SOS-PROGRAM.
006440     SET HL-SOS-FUNC-SIGN-ON TO TRUE.
006450     SET HL-SOS-NEED-SUPERVISOR TO TRUE.
006460     CALL 'HELLOSO' USING HL-SOS-PARMS.
006470     IF HL-SOS-FILE-ERROR
006480         MOVE 'HELLOGT - SIGN-ON FILES UNAVAILABLE, RC='
006490             TO WS-ABEND-MESSAGE
006500         MOVE HL-SOS-RETURN-CODE TO WS-ABEND-FILE-STATUS
006510         PERFORM 8000-ABEND THRU 8000-EXIT
006520     END-IF.
006530     IF NOT HL-SOS-OK
006540         SET WS-GATE-REFUSED TO TRUE
006550         DISPLAY 'HELLOGT - OVERRIDE REFUSED, SIGN-ON FAILED'
006560         GO TO 4100-EXIT
006570     END-IF.
006580     IF WS-GATE-OPERATOR-ID NOT = SPACES
006590             AND WS-GATE-OPERATOR-ID NOT = HL-SOS-OPERATOR-ID
006600         SET WS-GATE-REFUSED TO TRUE
006610         DISPLAY 'HELLOGT - OVERRIDE REFUSED, GATEPARM OPERATOR '
006620             WS-GATE-OPERATOR-ID ' IS NOT SIGNED ON'
006630         SET HL-SOS-FUNC-LOG TO TRUE
006640         MOVE 'DENIED' TO HL-SOS-ACTION
006650         PERFORM 4200-CALL-ACCESS-LOG THRU 4200-EXIT
006660         GO TO 4100-EXIT
006670     END-IF.
006680     MOVE HL-SOS-OPERATOR-ID TO WS-GATE-OPERATOR-ID.
006690 4100-EXIT.
006700     EXIT.
006710
006720****************************************************************
006730* 4200-CALL-ACCESS-LOG - LOG THE ACTION SET BY THE CALLER,
006740*                        NAMING THE JOB AND CYCLE DATE.  AN
006750*                        OVERRIDE THAT CANNOT BE LOGGED ENDS THE
006760*                        RUN.
006770****************************************************************
006780 4200-CALL-ACCESS-LOG.
006790     MOVE SPACES TO HL-SOS-ACCT-NO.
006800     MOVE WS-GATE-JOB-NAME TO WS-LOG-DETAIL-JOB.
006810     MOVE WS-GATE-CYCLE-DATE TO WS-LOG-DETAIL-CYCLE.
006820     MOVE WS-LOG-DETAIL TO HL-SOS-DETAIL.
006830     CALL 'HELLOSO' USING HL-SOS-PARMS.
006840     IF NOT HL-SOS-OK
006850         MOVE 'HELLOGT - ACCESS LOG UNAVAILABLE, RC='
006860             TO WS-ABEND-MESSAGE
006870         MOVE HL-SOS-RETURN-CODE TO WS-ABEND-FILE-STATUS
006880         PERFORM 8000-ABEND THRU 8000-EXIT
006890     END-IF.
006900 4200-EXIT.
006910     EXIT.
006920
006930****************************************************************
006940* 6000-WRITE-RUN-RECORD - ADD A NEW RUN-CONTROL ENTRY
006950****************************************************************
006960 6000-WRITE-RUN-RECORD.
006970     MOVE WS-GATE-CYCLE-DATE TO HL-RUN-CYCLE-DATE.
006980     MOVE WS-GATE-JOB-NAME TO HL-RUN-JOB-NAME.
006990     MOVE WS-CURRENT-DATE TO HL-RUN-STAMP-DATE.
007000     MOVE WS-CURRENT-TIME TO HL-RUN-STAMP-TIME.
007010     WRITE HL-RUN-RECORD
007020         INVALID KEY
007030             MOVE 'HELLOGT - RUN-FILE WRITE ERROR, STATUS='
007040                 TO WS-ABEND-MESSAGE
007050             MOVE HL-RUN-STATUS TO WS-ABEND-FILE-STATUS
007060             PERFORM 8000-ABEND THRU 8000-EXIT
007070     END-WRITE.
007080 6000-EXIT.
007090     EXIT.
007100
007110****************************************************************
007120* 6100-REWRITE-RUN-RECORD - UPDATE AN EXISTING RUN-CONTROL
007130*                           ENTRY IN PLACE
007140****************************************************************
007150 6100-REWRITE-RUN-RECORD.
007160     REWRITE HL-RUN-RECORD
007170         INVALID KEY
007180             MOVE 'HELLOGT - RUN-FILE REWRITE ERROR, STATUS='
007190                 TO WS-ABEND-MESSAGE
007200             MOVE HL-RUN-STATUS TO WS-ABEND-FILE-STATUS
007210             PERFORM 8000-ABEND THRU 8000-EXIT
007220     END-REWRITE.
007230 6100-EXIT.
007240     EXIT.
007250
007260****************************************************************
007270* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
007280****************************************************************
007290 8000-ABEND.
007300     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
007310     MOVE 16 TO WS-ABEND-RETURN-CODE.
007320     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
007330     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
007340     STOP RUN.
007350 8000-EXIT.
007360     EXIT.
007370
007380****************************************************************
007390* 9000-TERMINATE - CLOSE THE RUN-CONTROL FILE, THE CALENDAR,
007400*                  AND AFTER AN OVERRIDE THE SIGN-ON FILES
007410****************************************************************
007420 9000-TERMINATE.
007430     CLOSE RUN-FILE.
007440     MOVE 'C' TO HL-DTS-FUNCTION.
007450     CALL 'HELLODT' USING HL-DTS-PARMS.
007460     IF WS-GATE-FUNCTION = 'O'
007470         SET HL-SOS-FUNC-CLOSE TO TRUE
007480         CALL 'HELLOSO' USING HL-SOS-PARMS
007490     END-IF.
007500 9000-EXIT.
007510     EXIT.
007520
007530****************************************************************
007540* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT
007550*                        LOG.  READ = PREREQUISITES CHECKED,
007560*                        ACCEPTED = 1 WHEN THE GATE PASSED,
007570*                        REJECTED = 1 WHEN IT REFUSED.
007580****************************************************************
007590 9500-WRITE-AUDIT-LOG.
007600     OPEN EXTEND AUDIT-LOG-FILE.
007610     IF NOT HL-AUDIT-OK
007620         DISPLAY 'HELLOGT - UNABLE TO OPEN AUDIT-LOG, STATUS='
007630             HL-AUDIT-STATUS
007640         MOVE 16 TO RETURN-CODE
007650         STOP RUN
007660     END-IF.
007670     MOVE 'HELLOGT' TO AUD-JOB-NAME.
007680     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
007690     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
007700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007710     ACCEPT WS-CURRENT-TIME FROM TIME.
007720     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
007730     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
007740     MOVE WS-PREREQS-CHECKED TO AUD-RECORDS-READ.
007750     IF WS-GATE-REFUSED
007760         MOVE ZERO TO AUD-RECORDS-ACCEPTED
007770         MOVE 1 TO AUD-RECORDS-REJECTED
007780     ELSE
007790         MOVE 1 TO AUD-RECORDS-ACCEPTED
007800         MOVE ZERO TO AUD-RECORDS-REJECTED
007810     END-IF.
007820     MOVE RETURN-CODE TO AUD-RETURN-CODE.
007830     WRITE AUD-LOG-RECORD.
007840     CLOSE AUDIT-LOG-FILE.
007850 9500-EXIT.
007860     EXIT.
