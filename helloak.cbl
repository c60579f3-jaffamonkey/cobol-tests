000100****************************************************************
000110* PROGRAM:     HELLOAK
000120* AUTHOR:      J. L. BRANNIGAN
000130* INSTALLATION:DATA PROCESSING - BATCH SYSTEMS
000140* DATE-WRITTEN:2026-10-15
000150* DATE-COMPILED:
000160*----------------------------------------------------------------
000170* DESCRIPTION
000180*   HANDOFF ACKNOWLEDGMENT MATCHING.  READS THE ACKNOWLEDGMENTS
000190*   RETURNED BY THE RECEIVERS OF THE OUTBOUND HANDOFF FILES
000200*   (ACKFILE, HLACK.CPY) AND RECORDS EACH ONE ON ITS ENTRY ON
000210*   THE KEYED TRANSMISSION MANIFEST (MANIFEST, HLMAN.CPY) THAT
000220*   HELLOMF WROTE WHEN THE FILE WAS SENT - ACKNOWLEDGED WHEN
000230*   THE LOADED COUNT AND HASH AGREE WITH THE TOTALS SENT,
000240*   MISMATCHED WHEN THEY DO NOT, REJECTED WHEN THE RECEIVER'S
000250*   LOADER REFUSED THE FILE.  THE LATEST ACKNOWLEDGMENT FOR AN
000260*   ENTRY WINS.  THEN SWEEPS THE WHOLE MANIFEST AND REPORTS
000270*   EVERY HANDOFF STILL OUTSTANDING - UNACKNOWLEDGED PAST ITS
000280*   DUE DATE, ACKNOWLEDGED WITH DIFFERENT TOTALS, OR REJECTED -
000290*   WITH THE EXCEPTION COUNTS BY RULE (PRTFILE, HLAKPRT.CPY).
000300*   RETURN-CODE 0008 WHEN ANY SERIOUS EXCEPTION IS OUTSTANDING,
000310*   0004 WHEN ONLY WARNINGS (ACKNOWLEDGMENTS THAT MATCH NO
000320*   MANIFEST ENTRY) WERE FOUND.  AN ENTRY NOT CLEANLY
000330*   ACKNOWLEDGED ALSO HOLDS THE NEXT CYCLE OF A HELD HANDOFF AT
000340*   THE HELLOGT START GATE.
000350*   A HANDOFF THAT WILL NEVER BE RESENT OR LOADED IS CLOSED BY
000360*   A SUPERVISOR - ONE CARD PER ENTRY ON CLOSEIN (HLAKC.CPY),
000370*   KEYED IN HELLOAXJ.  THE FIRST CARD SIGNS THE SUPERVISOR ON
000380*   THROUGH HELLOSO; EACH ENTRY CLOSED IS MARKED X WITH THE
000390*   SIGNED-ON ID, WRITTEN TO THE ACCOUNT-ACCESS LOG AND LISTED.
000400*   A CLOSED ENTRY NO LONGER HOLDS THE GATE.  THE SCHEDULED RUN
000410*   HAS CLOSEIN DUMMY AND SIGNS NO ONE ON.
000420*   APPENDS ONE ROW TO THE SHARED AUDIT LOG.
000430*----------------------------------------------------------------
000440* MODIFICATION HISTORY
000450* DATE       INIT  DESCRIPTION
000460* 2026-10-15 JLB   INITIAL VERSION - RECEIVER ACKNOWLEDGMENTS
000470*                  MATCHED TO THE TRANSMISSION MANIFEST.
000480* 2026-10-15 JLB   ADDED SUPERVISOR CLOSURE OF A MANIFEST ENTRY
000490*                  FROM CLOSEIN (ACK STATUS X) WITH RULE K06 FOR
000500*                  A CLOSURE REFUSED.  MANIFEST RECORD NOW 190
000510*                  BYTES.  WHOLE MEMBER RENUMBERED.
000520****************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID.     HELLOAK.
000550 AUTHOR.         J. L. BRANNIGAN.
000560 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000570 DATE-WRITTEN.   2026-10-15.
000580 DATE-COMPILED.
000590
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER.   IBM-370.
000630 OBJECT-COMPUTER.   IBM-370.
000640
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670
000680*    ------------------------------------------------------------
000690*    ACKNOWLEDGMENT FILE - THE RECEIVERS' ACKNOWLEDGMENTS SINCE
000700*    THE LAST RUN, CONCATENATED IN THE JCL
000710*    ------------------------------------------------------------
000720     SELECT ACK-FILE ASSIGN TO "ACKFILE"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS HL-ACK-STATUS.
000750
000760*    ------------------------------------------------------------
000770*    CLOSURE CARDS - MANIFEST ENTRIES A SUPERVISOR IS CLOSING,
000780*    INSTREAM IN HELLOAXJ, DUMMY IN THE SCHEDULED RUN
000790*    ------------------------------------------------------------
000800     SELECT CLOSE-FILE ASSIGN TO "CLOSEIN"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS HL-CLOSE-STATUS.
000830
000840*    ------------------------------------------------------------
000850*    TRANSMISSION MANIFEST - INDEXED, KEYED BY HANDOFF FILE ID
000860*    AND CYCLE DATE, OPENED I-O SO ACKNOWLEDGMENTS ARE RECORDED
000870*    IN PLACE
000880*    ------------------------------------------------------------
000890     SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS HL-MAN-KEY
000930         FILE STATUS IS HL-MANIFEST-STATUS.
000940
000950*    ------------------------------------------------------------
000960*    ACKNOWLEDGMENT REPORT PRINT FILE - 133-BYTE ASA CARRIAGE
000970*    CONTROL
000980*    ------------------------------------------------------------
000990     SELECT REPORT-FILE ASSIGN TO "PRTFILE"
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS HL-REPORT-STATUS.
001020
001030*    ------------------------------------------------------------
001040*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
001050*    LAYOUT ACROSS THE SUITE
001060*    ------------------------------------------------------------
001070     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS HL-AUDIT-STATUS.
001100
001110 DATA DIVISION.
001120 FILE SECTION.
001130
001140 FD  ACK-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 80 CHARACTERS
001170     DATA RECORD IS HL-ACK-RECORD.
001180     COPY HLACK.
001190
001200 FD  CLOSE-FILE
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 80 CHARACTERS
001230     DATA RECORD IS HL-AKC-RECORD.
001240     COPY HLAKC.
001250
001260 FD  MANIFEST-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 190 CHARACTERS
001290     DATA RECORD IS HL-MANIFEST-RECORD.
001300     COPY HLMAN.
001310
001320 FD  REPORT-FILE
001330     LABEL RECORDS ARE STANDARD
001340     RECORD CONTAINS 133 CHARACTERS.
001350     COPY HLAKPRT.
001360
001370 FD  AUDIT-LOG-FILE
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 88 CHARACTERS
001400     DATA RECORD IS AUD-LOG-RECORD.
001410     COPY AUDLOG.
001420
001430 WORKING-STORAGE SECTION.
001440
001450*    ------------------------------------------------------------
001460*    FILE STATUS FIELDS
001470*    ------------------------------------------------------------
001480 01  HL-FILE-STATUSES.
001490     05  HL-ACK-STATUS               PIC X(02) VALUE '00'.
001500         88  HL-ACK-OK               VALUE '00'.
001510     05  HL-CLOSE-STATUS             PIC X(02) VALUE '00'.
001520         88  HL-CLOSE-OK             VALUE '00'.
001530     05  HL-MANIFEST-STATUS          PIC X(02) VALUE '00'.
001540         88  HL-MANIFEST-OK          VALUE '00'.
001550         88  HL-MANIFEST-NOTFND      VALUE '23'.
001560     05  HL-REPORT-STATUS            PIC X(02) VALUE '00'.
001570         88  HL-REPORT-OK            VALUE '00'.
001580     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
001590         88  HL-AUDIT-OK             VALUE '00'.
001600
001610*    ------------------------------------------------------------
001620*    SWITCHES
001630*    ------------------------------------------------------------
001640 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001650     88  WS-EOF-REACHED              VALUE 'Y'.
001660 77  WS-CLOSE-EOF-SWITCH             PIC X(01) VALUE 'N'.
001670     88  WS-CLOSE-EOF-REACHED        VALUE 'Y'.
001680 77  WS-SIGN-ON-SWITCH               PIC X(01) VALUE 'N'.
001690     88  WS-SIGN-ON-NOT-TRIED        VALUE 'N'.
001700     88  WS-SIGNED-ON                VALUE 'Y'.
001710     88  WS-SIGN-ON-REFUSED          VALUE 'R'.
001720 77  WS-MANIFEST-EOF-SWITCH          PIC X(01) VALUE 'N'.
001730     88  WS-MANIFEST-DONE            VALUE 'Y'.
001740 77  WS-FOUND-SWITCH                 PIC X(01) VALUE 'Y'.
001750     88  WS-MAN-REC-FOUND            VALUE 'Y'.
001760     88  WS-MAN-REC-NOT-FOUND        VALUE 'N'.
001770 77  WS-ACK-VALID-SWITCH             PIC X(01) VALUE 'Y'.
001780     88  WS-ACK-VALID                VALUE 'Y'.
001790     88  WS-ACK-INVALID              VALUE 'N'.
001800 77  WS-REPORT-SECTION-SWITCH        PIC X(01) VALUE 'K'.
001810     88  WS-SECTION-ACKS             VALUE 'K'.
001820     88  WS-SECTION-CLOSURES         VALUE 'C'.
001830     88  WS-SECTION-OUTSTANDING      VALUE 'O'.
001840     88  WS-SECTION-TOTALS           VALUE 'R'.
001850
001860*    ------------------------------------------------------------
001870*    RUN COUNTERS
001880*    ------------------------------------------------------------
001890 77  WS-ACKS-READ                    PIC 9(07) COMP VALUE ZERO.
001900 77  WS-ACKS-RECORDED                PIC 9(07) COMP VALUE ZERO.
001910 77  WS-ACKS-AGREED                  PIC 9(07) COMP VALUE ZERO.
001920 77  WS-ACKS-DIFFERENT               PIC 9(07) COMP VALUE ZERO.
001930 77  WS-ACKS-REJECTED                PIC 9(07) COMP VALUE ZERO.
001940 77  WS-CLOSURES-READ                PIC 9(07) COMP VALUE ZERO.
001950 77  WS-CLOSURES-APPLIED             PIC 9(07) COMP VALUE ZERO.
001960 77  WS-ENTRIES-READ                 PIC 9(07) COMP VALUE ZERO.
001970 77  WS-ENTRIES-ACKNOWLEDGED         PIC 9(07) COMP VALUE ZERO.
001980 77  WS-ENTRIES-CLOSED               PIC 9(07) COMP VALUE ZERO.
001990 77  WS-ENTRIES-AWAITING             PIC 9(07) COMP VALUE ZERO.
002000 77  WS-SERIOUS-COUNT                PIC 9(07) COMP VALUE ZERO.
002010 77  WS-WARNING-COUNT                PIC 9(07) COMP VALUE ZERO.
002020 77  WS-SECTION-LINES                PIC 9(07) COMP VALUE ZERO.
002030 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
002040 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
002050
002060*    ------------------------------------------------------------
002070*    EXCEPTION RULES - CODE, SEVERITY (S = SERIOUS, W = WARNING)
002080*    AND DESCRIPTION, WITH A COUNT EACH
002090*    ------------------------------------------------------------
002100 01  WS-RULE-VALUES.
002110     05  FILLER                      PIC X(03) VALUE 'K01'.
002120     05  FILLER                      PIC X(01) VALUE 'S'.
002130     05  FILLER                      PIC X(40)
002140             VALUE 'NOT ACKNOWLEDGED BY ITS DUE DATE'.
002150     05  FILLER                      PIC X(03) VALUE 'K02'.
002160     05  FILLER                      PIC X(01) VALUE 'S'.
002170     05  FILLER                      PIC X(40)
002180             VALUE 'ACKNOWLEDGED WITH DIFFERENT TOTALS'.
002190     05  FILLER                      PIC X(03) VALUE 'K03'.
002200     05  FILLER                      PIC X(01) VALUE 'W'.
002210     05  FILLER                      PIC X(40)
002220             VALUE 'ACKNOWLEDGMENT FOR A FILE NOT SENT'.
002230     05  FILLER                      PIC X(03) VALUE 'K04'.
002240     05  FILLER                      PIC X(01) VALUE 'S'.
002250     05  FILLER                      PIC X(40)
002260             VALUE 'REJECTED BY THE RECEIVER'.
002270     05  FILLER                      PIC X(03) VALUE 'K05'.
002280     05  FILLER                      PIC X(01) VALUE 'W'.
002290     05  FILLER                      PIC X(40)
002300             VALUE 'ACKNOWLEDGMENT INVALID OR WRONG RECEIVER'.
002310     05  FILLER                      PIC X(03) VALUE 'K06'.
002320     05  FILLER                      PIC X(01) VALUE 'W'.
002330     05  FILLER                      PIC X(40)
002340             VALUE 'SUPERVISOR CLOSURE REFUSED'.
002350 01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
002360     05  WS-RULE-ENTRY               OCCURS 6 TIMES.
002370         10  WS-RULE-CODE            PIC X(03).
002380         10  WS-RULE-SEVERITY        PIC X(01).
002390             88  WS-RULE-SERIOUS     VALUE 'S'.
002400         10  WS-RULE-TEXT            PIC X(40).
002410 01  WS-RULE-COUNT-TABLE.
002420     05  WS-RULE-COUNT               OCCURS 6 TIMES
002430                                     PIC 9(07) COMP.
002440 77  WS-RULE-SUB                     PIC 9(02) COMP VALUE ZERO.
002450 77  WS-RULE-MAX                     PIC 9(02) COMP VALUE 6.
002460 77  WS-RULE-OVERDUE                 PIC 9(02) COMP VALUE 1.
002470 77  WS-RULE-MISMATCH                PIC 9(02) COMP VALUE 2.
002480 77  WS-RULE-NOT-SENT                PIC 9(02) COMP VALUE 3.
002490 77  WS-RULE-REJECTED                PIC 9(02) COMP VALUE 4.
002500 77  WS-RULE-INVALID                 PIC 9(02) COMP VALUE 5.
002510 77  WS-RULE-CLOSURE                 PIC 9(02) COMP VALUE 6.
002520
002530*    ------------------------------------------------------------
002540*    THE LINE BEING PRINTED - FILLED BY THE CALLER, PRINTED BY
002550*    7100-PRINT-ENTRY.  A RULE SUBSCRIPT OF ZERO PRINTS NO RULE.
002560*    ------------------------------------------------------------
002570 77  WS-PRT-FILE-ID                  PIC X(08) VALUE SPACES.
002580 77  WS-PRT-CYCLE-DATE               PIC X(08) VALUE SPACES.
002590 77  WS-PRT-RECEIVER                 PIC X(08) VALUE SPACES.
002600 77  WS-PRT-SENT-COUNT               PIC 9(07) VALUE ZERO.
002610 77  WS-PRT-SENT-HASH                PIC S9(13)V99 COMP-3
002620                                     VALUE ZERO.
002630 77  WS-PRT-ACK-COUNT                PIC 9(07) VALUE ZERO.
002640 77  WS-PRT-ACK-HASH                 PIC S9(13)V99 COMP-3
002650                                     VALUE ZERO.
002660 77  WS-PRT-DUE-DATE                 PIC 9(08) VALUE ZERO.
002670 77  WS-PRT-DAYS-LATE                PIC 9(04) VALUE ZERO.
002680 77  WS-PRT-NOTE                     PIC X(40) VALUE SPACES.
002690 77  WS-PRT-REASON                   PIC X(17) VALUE SPACES.
002700
002710*    ------------------------------------------------------------
002720*    DATE-SERVICE ROUTINE PARAMETER BLOCK
002730*    ------------------------------------------------------------
002740     COPY HLDTS.
002750
002760*    ------------------------------------------------------------
002770*    SIGN-ON AND ACCESS-LOG ROUTINE PARAMETER BLOCK, AND THE
002780*    SUPERVISOR CLOSURE WORK AREAS
002790*    ------------------------------------------------------------
002800     COPY HLSOS.
002810 01  WS-LOG-DETAIL.
002820     05  WS-LOG-DETAIL-FILE-ID       PIC X(08).
002830     05  FILLER                      PIC X(01) VALUE SPACE.
002840     05  WS-LOG-DETAIL-CYCLE         PIC 9(08).
002850     05  FILLER                      PIC X(03) VALUE SPACES.
002860 01  WS-CLOSE-NOTE.
002870     05  FILLER                      PIC X(21)
002880             VALUE 'CLOSED BY SUPERVISOR '.
002890     05  WS-CLOSE-NOTE-OPERATOR      PIC X(08).
002900     05  FILLER                      PIC X(11) VALUE SPACES.
002910 77  WS-CLOSE-OPERATOR-ID            PIC X(08) VALUE SPACES.
002920 77  WS-CLOSE-REFUSAL                PIC X(17) VALUE SPACES.
002930
002940*    ------------------------------------------------------------
002950*    REPORT CONTROLS
002960*    ------------------------------------------------------------
002970 77  WS-MAX-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
002980 77  WS-LINES-ON-PAGE                PIC 9(02) COMP VALUE ZERO.
002990 77  WS-PAGE-NUMBER                  PIC 9(04) COMP VALUE ZERO.
003000 01  WS-RUN-DATE-DISPLAY.
003010     05  WS-RUN-DATE-MM              PIC 9(02).
003020     05  FILLER                      PIC X(01) VALUE '/'.
003030     05  WS-RUN-DATE-DD              PIC 9(02).
003040     05  FILLER                      PIC X(01) VALUE '/'.
003050     05  WS-RUN-DATE-YYYY            PIC 9(04).
003060 01  WS-RUN-TIME-DISPLAY.
003070     05  WS-RUN-TIME-HH              PIC 9(02).
003080     05  FILLER                      PIC X(01) VALUE ':'.
003090     05  WS-RUN-TIME-MM              PIC 9(02).
003100     05  FILLER                      PIC X(01) VALUE ':'.
003110     05  WS-RUN-TIME-SS              PIC 9(02).
003120 01  WS-FMT-DATE-DISPLAY.
003130     05  WS-FMT-DATE-MM              PIC X(02).
003140     05  FILLER                      PIC X(01) VALUE '/'.
003150     05  WS-FMT-DATE-DD              PIC X(02).
003160     05  FILLER                      PIC X(01) VALUE '/'.
003170     05  WS-FMT-DATE-YYYY            PIC X(04).
003180
003190*    ------------------------------------------------------------
003200*    AUDIT-LOG WORK AREAS
003210*    ------------------------------------------------------------
003220 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
003230 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
003240
003250*    ------------------------------------------------------------
003260*    ABEND HANDLING
003270*    ------------------------------------------------------------
003280 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
003290 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
003300 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
003310
003320 PROCEDURE DIVISION.
003330
003340****************************************************************
003350* 0000-MAINLINE
003360****************************************************************
003370 0000-MAINLINE.
003380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003390     PERFORM 2000-APPLY-ACKNOWLEDGMENTS THRU 2000-EXIT.
003400     PERFORM 2500-APPLY-CLOSURES THRU 2500-EXIT.
003410     PERFORM 3000-SWEEP-MANIFEST THRU 3000-EXIT.
003420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003430     IF WS-SERIOUS-COUNT > ZERO
003440         MOVE 8 TO RETURN-CODE
003450     ELSE
003460         IF WS-WARNING-COUNT > ZERO
003470             MOVE 4 TO RETURN-CODE
003480         ELSE
003490             MOVE ZERO TO RETURN-CODE
003500         END-IF
003510     END-IF.
003520     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
003530     STOP RUN.
003540
003550****************************************************************
003560* 1000-INITIALIZE - OPEN FILES AND CLEAR THE RULE COUNTS
003570****************************************************************
003580 1000-INITIALIZE.
003590     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
003600     ACCEPT WS-RUN-START-TIME FROM TIME.
003610     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003620     ACCEPT WS-CURRENT-TIME FROM TIME.
003630     PERFORM 1100-CLEAR-ONE-RULE THRU 1100-EXIT
003640         VARYING WS-RULE-SUB FROM 1 BY 1
003650         UNTIL WS-RULE-SUB > WS-RULE-MAX.
003660     OPEN INPUT ACK-FILE.
003670     IF NOT HL-ACK-OK
003680         MOVE 'HELLOAK - UNABLE TO OPEN ACK-FILE, STATUS='
003690             TO WS-ABEND-MESSAGE
003700         MOVE HL-ACK-STATUS TO WS-ABEND-FILE-STATUS
003710         PERFORM 8000-ABEND THRU 8000-EXIT
003720     END-IF.
003730     OPEN INPUT CLOSE-FILE.
003740     IF NOT HL-CLOSE-OK
003750         MOVE 'HELLOAK - UNABLE TO OPEN CLOSE-FILE, STATUS='
003760             TO WS-ABEND-MESSAGE
003770         MOVE HL-CLOSE-STATUS TO WS-ABEND-FILE-STATUS
003780         PERFORM 8000-ABEND THRU 8000-EXIT
003790     END-IF.
003800     OPEN I-O MANIFEST-FILE.
003810     IF NOT HL-MANIFEST-OK
003820         MOVE 'HELLOAK - UNABLE TO OPEN MANIFEST, STATUS='
003830             TO WS-ABEND-MESSAGE
003840         MOVE HL-MANIFEST-STATUS TO WS-ABEND-FILE-STATUS
003850         PERFORM 8000-ABEND THRU 8000-EXIT
003860     END-IF.
003870     OPEN OUTPUT REPORT-FILE.
003880     IF NOT HL-REPORT-OK
003890         MOVE 'HELLOAK - UNABLE TO OPEN REPORT-FILE, STATUS='
003900             TO WS-ABEND-MESSAGE
003910         MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
003920         PERFORM 8000-ABEND THRU 8000-EXIT
003930     END-IF.
003940 1000-EXIT.
003950     EXIT.
003960
003970****************************************************************
003980* 1100-CLEAR-ONE-RULE - ZERO ONE RULE'S EXCEPTION COUNT
003990****************************************************************
004000 1100-CLEAR-ONE-RULE.
004010     MOVE ZERO TO WS-RULE-COUNT (WS-RULE-SUB).
004020 1100-EXIT.
004030     EXIT.
004040
004050****************************************************************
004060* 2000-APPLY-ACKNOWLEDGMENTS - RECORD EVERY ACKNOWLEDGMENT ON
004070*                              ITS MANIFEST ENTRY, LISTING EACH
004080****************************************************************
004090 2000-APPLY-ACKNOWLEDGMENTS.
004100     SET WS-SECTION-ACKS TO TRUE.
004110     PERFORM 7050-START-SECTION THRU 7050-EXIT.
004120     PERFORM 2100-APPLY-ONE-ACK THRU 2100-EXIT
004130         UNTIL WS-EOF-REACHED.
004140     CLOSE ACK-FILE.
004150     MOVE 'NO ACKNOWLEDGMENTS RECEIVED' TO HL-AKP-SEC-LABEL.
004160     PERFORM 7060-END-SECTION THRU 7060-EXIT.
004170 2000-EXIT.
004180     EXIT.
004190
004200****************************************************************
004210* 2100-APPLY-ONE-ACK - READ ONE ACKNOWLEDGMENT, FIND ITS
004220*                      MANIFEST ENTRY, AND RECORD IT THERE
004230****************************************************************
004240 2100-APPLY-ONE-ACK.
004250     READ ACK-FILE
004260         AT END
004270             SET WS-EOF-REACHED TO TRUE
004280     END-READ.
004290     IF WS-EOF-REACHED
004300         GO TO 2100-EXIT
004310     END-IF.
004320     IF NOT HL-ACK-OK
004330         MOVE 'HELLOAK - ACK-FILE READ ERROR, STATUS='
004340             TO WS-ABEND-MESSAGE
004350         MOVE HL-ACK-STATUS TO WS-ABEND-FILE-STATUS
004360         PERFORM 8000-ABEND THRU 8000-EXIT
004370     END-IF.
004380     ADD 1 TO WS-ACKS-READ.
004390     PERFORM 2200-EDIT-ACK THRU 2200-EXIT.
004400     IF WS-ACK-INVALID
004410         MOVE ZERO TO WS-PRT-SENT-COUNT
004420         MOVE ZERO TO WS-PRT-SENT-HASH
004430         MOVE ZERO TO WS-PRT-DUE-DATE
004440         MOVE WS-RULE-INVALID TO WS-RULE-SUB
004450         PERFORM 6500-RECORD-EXCEPTION THRU 6500-EXIT
004460         GO TO 2100-EXIT
004470     END-IF.
004480     SET WS-MAN-REC-FOUND TO TRUE.
004490     MOVE HL-ACK-FILE-ID TO HL-MAN-FILE-ID.
004500     MOVE HL-ACK-CYCLE-DATE TO HL-MAN-CYCLE-DATE.
004510     READ MANIFEST-FILE
004520         INVALID KEY
004530             SET WS-MAN-REC-NOT-FOUND TO TRUE
004540     END-READ.
004550     IF WS-MAN-REC-FOUND AND NOT HL-MANIFEST-OK
004560         MOVE 'HELLOAK - MANIFEST READ ERROR, STATUS='
004570             TO WS-ABEND-MESSAGE
004580         MOVE HL-MANIFEST-STATUS TO WS-ABEND-FILE-STATUS
004590         PERFORM 8000-ABEND THRU 8000-EXIT
004600     END-IF.
004610     IF WS-MAN-REC-NOT-FOUND
004620         MOVE ZERO TO WS-PRT-SENT-COUNT
004630         MOVE ZERO TO WS-PRT-SENT-HASH
004640         MOVE ZERO TO WS-PRT-DUE-DATE
004650         MOVE WS-RULE-NOT-SENT TO WS-RULE-SUB
004660         PERFORM 6500-RECORD-EXCEPTION THRU 6500-EXIT
004670         GO TO 2100-EXIT
004680     END-IF.
004690     MOVE HL-MAN-RECORD-COUNT TO WS-PRT-SENT-COUNT.
004700     MOVE HL-MAN-HASH-TOTAL TO WS-PRT-SENT-HASH.
004710     MOVE HL-MAN-ACK-DUE-DATE TO WS-PRT-DUE-DATE.
004720     IF HL-ACK-RECEIVER NOT = HL-MAN-RECEIVER
004730         MOVE WS-RULE-INVALID TO WS-RULE-SUB
004740         PERFORM 6500-RECORD-EXCEPTION THRU 6500-EXIT
004750         GO TO 2100-EXIT
004760     END-IF.
004770     PERFORM 2300-RECORD-ACK THRU 2300-EXIT.
004780 2100-EXIT.
004790     EXIT.
004800
004810****************************************************************
004820* 2200-EDIT-ACK - AN ACKNOWLEDGMENT NEEDS A FILE ID, A NUMERIC
004830*                 CYCLE DATE, A LOAD STATUS OF L OR R, AND FOR
004840*                 A LOAD, A NUMERIC COUNT AND HASH.  THE PRINT
004850*                 FIELDS ARE FILLED FROM IT EITHER WAY.
004860****************************************************************
004870 2200-EDIT-ACK.
004880     SET WS-ACK-VALID TO TRUE.
004890     MOVE HL-ACK-FILE-ID TO WS-PRT-FILE-ID.
004900     MOVE HL-ACK-CYCLE-DATE TO WS-PRT-CYCLE-DATE.
004910     MOVE HL-ACK-RECEIVER TO WS-PRT-RECEIVER.
004920     MOVE HL-ACK-REASON TO WS-PRT-REASON.
004930     MOVE ZERO TO WS-PRT-DAYS-LATE.
004940     IF HL-ACK-LOADED-COUNT NUMERIC
004950         MOVE HL-ACK-LOADED-COUNT TO WS-PRT-ACK-COUNT
004960     ELSE
004970         MOVE ZERO TO WS-PRT-ACK-COUNT
004980     END-IF.
004990     IF HL-ACK-LOADED-HASH NUMERIC
005000         MOVE HL-ACK-LOADED-HASH TO WS-PRT-ACK-HASH
005010     ELSE
005020         MOVE ZERO TO WS-PRT-ACK-HASH
005030     END-IF.
005040     IF HL-ACK-FILE-ID = SPACES
005050             OR HL-ACK-CYCLE-DATE NOT NUMERIC
005060         SET WS-ACK-INVALID TO TRUE
005070         GO TO 2200-EXIT
005080     END-IF.
005090     IF HL-ACK-REJECTED
005100         GO TO 2200-EXIT
005110     END-IF.
005120     IF NOT HL-ACK-LOADED
005130             OR HL-ACK-LOADED-COUNT NOT NUMERIC
005140             OR HL-ACK-LOADED-HASH NOT NUMERIC
005150         SET WS-ACK-INVALID TO TRUE
005160     END-IF.
005170 2200-EXIT.
005180     EXIT.
005190
005200****************************************************************
005210* 2300-RECORD-ACK - SET THE ENTRY'S ACKNOWLEDGMENT STATUS FROM
005220*                   THE RECEIVER'S LOAD AND STORE WHAT IT SENT.
005230*                   A LATER ACKNOWLEDGMENT REPLACES A CLOSURE.
005240****************************************************************
005250 2300-RECORD-ACK.
005260     EVALUATE TRUE
005270         WHEN HL-ACK-REJECTED
005280             SET HL-MAN-ACK-REJECTED TO TRUE
005290             ADD 1 TO WS-ACKS-REJECTED
005300             MOVE 'REJECTED BY THE RECEIVER - REASON'
005310                 TO WS-PRT-NOTE
005320         WHEN HL-ACK-LOADED-COUNT = HL-MAN-RECORD-COUNT
005330                 AND HL-ACK-LOADED-HASH = HL-MAN-HASH-TOTAL
005340             SET HL-MAN-ACKNOWLEDGED TO TRUE
005350             ADD 1 TO WS-ACKS-AGREED
005360             MOVE 'LOADED - TOTALS AGREE' TO WS-PRT-NOTE
005370         WHEN OTHER
005380             SET HL-MAN-ACK-MISMATCH TO TRUE
005390             ADD 1 TO WS-ACKS-DIFFERENT
005400             MOVE 'LOADED - TOTALS DIFFER FROM THOSE SENT'
005410                 TO WS-PRT-NOTE
005420     END-EVALUATE.
005430     MOVE HL-ACK-LOAD-DATE TO HL-MAN-ACK-DATE.
005440     MOVE HL-ACK-LOAD-TIME TO HL-MAN-ACK-TIME.
005450     MOVE WS-PRT-ACK-COUNT TO HL-MAN-ACK-COUNT.
005460     MOVE WS-PRT-ACK-HASH TO HL-MAN-ACK-HASH.
005470     MOVE HL-ACK-REASON TO HL-MAN-ACK-REASON.
005480     MOVE SPACES TO HL-MAN-CLOSED-BY.
005490     REWRITE HL-MANIFEST-RECORD
005500         INVALID KEY
005510             MOVE 'HELLOAK - MANIFEST REWRITE ERROR, STATUS='
005520                 TO WS-ABEND-MESSAGE
005530             MOVE HL-MANIFEST-STATUS TO WS-ABEND-FILE-STATUS
005540             PERFORM 8000-ABEND THRU 8000-EXIT
005550     END-REWRITE.
005560     ADD 1 TO WS-ACKS-RECORDED.
005570     MOVE ZERO TO WS-RULE-SUB.
005580     PERFORM 7100-PRINT-ENTRY THRU 7100-EXIT.
005590 2300-EXIT.
005600     EXIT.
005610
005620****************************************************************
005630* 2500-APPLY-CLOSURES - CLOSE EVERY MANIFEST ENTRY NAMED ON A
005640*                       CLOSURE CARD, LISTING EACH
005650****************************************************************
005660 2500-APPLY-CLOSURES.
005670     SET WS-SECTION-CLOSURES TO TRUE.
005680     PERFORM 7050-START-SECTION THRU 7050-EXIT.
005690     PERFORM 2510-APPLY-ONE-CLOSURE THRU 2510-EXIT
005700         UNTIL WS-CLOSE-EOF-REACHED.
005710     CLOSE CLOSE-FILE.
005720     MOVE 'NO SUPERVISOR CLOSURES' TO HL-AKP-SEC-LABEL.
005730     PERFORM 7060-END-SECTION THRU 7060-EXIT.
005740 2500-EXIT.
005750     EXIT.
005760
005770****************************************************************
005780* 2510-APPLY-ONE-CLOSURE - READ ONE CLOSURE CARD, SIGN THE
005790*                          SUPERVISOR ON FOR THE FIRST, FIND THE
005800*                          MANIFEST ENTRY AND CLOSE IT.  AN ENTRY
005810*                          ALREADY ACKNOWLEDGED OR CLOSED IS LEFT.
005820****************************************************************
005830 2510-APPLY-ONE-CLOSURE.
005840     READ CLOSE-FILE
005850         AT END
005860             SET WS-CLOSE-EOF-REACHED TO TRUE
005870     END-READ.
005880     IF WS-CLOSE-EOF-REACHED
005890         GO TO 2510-EXIT
005900     END-IF.
005910     IF NOT HL-CLOSE-OK
005920         MOVE 'HELLOAK - CLOSE-FILE READ ERROR, STATUS='
005930             TO WS-ABEND-MESSAGE
005940         MOVE HL-CLOSE-STATUS TO WS-ABEND-FILE-STATUS
005950         PERFORM 8000-ABEND THRU 8000-EXIT
005960     END-IF.
005970     ADD 1 TO WS-CLOSURES-READ.
005980     MOVE HL-AKC-FILE-ID TO WS-PRT-FILE-ID.
005990     MOVE HL-AKC-CYCLE-DATE TO WS-PRT-CYCLE-DATE.
006000     MOVE SPACES TO WS-PRT-RECEIVER.
006010     MOVE ZERO TO WS-PRT-SENT-COUNT.
006020     MOVE ZERO TO WS-PRT-SENT-HASH.
006030     MOVE ZERO TO WS-PRT-ACK-COUNT.
006040     MOVE ZERO TO WS-PRT-ACK-HASH.
006050     MOVE ZERO TO WS-PRT-DUE-DATE.
006060     MOVE ZERO TO WS-PRT-DAYS-LATE.
006070     MOVE HL-AKC-REASON TO WS-PRT-REASON.
006080     IF HL-AKC-FILE-ID = SPACES
006090             OR HL-AKC-CYCLE-DATE NOT NUMERIC
006100         MOVE 'CARD INVALID' TO WS-CLOSE-REFUSAL
006110         PERFORM 2590-REFUSE-CLOSURE THRU 2590-EXIT
006120         GO TO 2510-EXIT
006130     END-IF.
006140     IF WS-SIGN-ON-NOT-TRIED
006150         PERFORM 2520-SIGN-ON THRU 2520-EXIT
006160     END-IF.
006170     IF WS-SIGN-ON-REFUSED
006180         MOVE 'NOT SIGNED ON' TO WS-CLOSE-REFUSAL
006190         PERFORM 2590-REFUSE-CLOSURE THRU 2590-EXIT
006200         GO TO 2510-EXIT
006210     END-IF.
006220     SET WS-MAN-REC-FOUND TO TRUE.
006230     MOVE HL-AKC-FILE-ID TO HL-MAN-FILE-ID.
006240     MOVE HL-AKC-CYCLE-DATE-N TO HL-MAN-CYCLE-DATE.
006250     READ MANIFEST-FILE
006260         INVALID KEY
006270             SET WS-MAN-REC-NOT-FOUND TO TRUE
006280     END-READ.
006290     IF WS-MAN-REC-FOUND AND NOT HL-MANIFEST-OK
006300         MOVE 'HELLOAK - MANIFEST READ ERROR, STATUS='
006310             TO WS-ABEND-MESSAGE
006320         MOVE HL-MANIFEST-STATUS TO WS-ABEND-FILE-STATUS
006330         PERFORM 8000-ABEND THRU 8000-EXIT
006340     END-IF.
006350     IF WS-MAN-REC-NOT-FOUND
006360         MOVE 'NOT ON MANIFEST' TO WS-CLOSE-REFUSAL
006370         PERFORM 2590-REFUSE-CLOSURE THRU 2590-EXIT
006380         GO TO 2510-EXIT
006390     END-IF.
006400     MOVE HL-MAN-RECEIVER TO WS-PRT-RECEIVER.
006410     MOVE HL-MAN-RECORD-COUNT TO WS-PRT-SENT-COUNT.
006420     MOVE HL-MAN-HASH-TOTAL TO WS-PRT-SENT-HASH.
006430     MOVE HL-MAN-ACK-COUNT TO WS-PRT-ACK-COUNT.
006440     MOVE HL-MAN-ACK-HASH TO WS-PRT-ACK-HASH.
006450     MOVE HL-MAN-ACK-DUE-DATE TO WS-PRT-DUE-DATE.
006460     IF HL-MAN-ACK-CLEARED
006470         MOVE 'ALREADY CLEARED' TO WS-CLOSE-REFUSAL
006480         PERFORM 2590-REFUSE-CLOSURE THRU 2590-EXIT
006490         GO TO 2510-EXIT
006500     END-IF.
006510     PERFORM 2530-CLOSE-ENTRY THRU 2530-EXIT.
006520 2510-EXIT.
006530     EXIT.
006540
006550****************************************************************
006560* 2520-SIGN-ON - SIGN THE SUPERVISOR ON ONCE FOR THE RUN.  THE
006570*                SIGNED-ON ID IS RECORDED ON EVERY ENTRY CLOSED.
006580****************************************************************
006590 2520-SIGN-ON.
006600     MOVE 'HELLOAK' TO HL-SOS-PROGRAM.
006610     SET HL-SOS-FUNC-SIGN-ON TO TRUE.
006620     SET HL-SOS-NEED-SUPERVISOR TO TRUE.
006630     CALL 'HELLOSO' USING HL-SOS-PARMS.
006640     IF HL-SOS-FILE-ERROR
006650         MOVE 'HELLOAK - SIGN-ON FILES UNAVAILABLE, RC='
006660             TO WS-ABEND-MESSAGE
006670         MOVE HL-SOS-RETURN-CODE TO WS-ABEND-FILE-STATUS
006680         PERFORM 8000-ABEND THRU 8000-EXIT
006690     END-IF.
006700     IF NOT HL-SOS-OK
006710         SET WS-SIGN-ON-REFUSED TO TRUE
006720         DISPLAY 'HELLOAK - CLOSURES REFUSED, SIGN-ON FAILED'
006730         GO TO 2520-EXIT
006740     END-IF.
006750     SET WS-SIGNED-ON TO TRUE.
006760     MOVE HL-SOS-OPERATOR-ID TO WS-CLOSE-OPERATOR-ID.
006770 2520-EXIT.
006780     EXIT.
006790
006800****************************************************************
006810* 2530-CLOSE-ENTRY - MARK THE ENTRY CLOSED BY THE SIGNED-ON
006820*                    SUPERVISOR, LOG THE CLOSURE AND LIST IT
006830****************************************************************
006840 2530-CLOSE-ENTRY.
006850     SET HL-MAN-ACK-CLOSED TO TRUE.
006860     MOVE WS-CLOSE-OPERATOR-ID TO HL-MAN-CLOSED-BY.
006870     MOVE WS-CURRENT-DATE TO HL-MAN-ACK-DATE.
006880     MOVE WS-CURRENT-TIME TO HL-MAN-ACK-TIME.
006890     MOVE ZERO TO HL-MAN-ACK-COUNT.
006900     MOVE ZERO TO HL-MAN-ACK-HASH.
006910     MOVE HL-AKC-REASON TO HL-MAN-ACK-REASON.
006920     REWRITE HL-MANIFEST-RECORD
006930         INVALID KEY
006940             MOVE 'HELLOAK - MANIFEST REWRITE ERROR, STATUS='
006950                 TO WS-ABEND-MESSAGE
006960             MOVE HL-MANIFEST-STATUS TO WS-ABEND-FILE-STATUS
006970             PERFORM 8000-ABEND THRU 8000-EXIT
006980     END-REWRITE.
006990     ADD 1 TO WS-CLOSURES-APPLIED.
007000     SET HL-SOS-FUNC-LOG TO TRUE.
007010     MOVE 'CLOSE' TO HL-SOS-ACTION.
007020     MOVE SPACES TO HL-SOS-ACCT-NO.
007030     MOVE HL-MAN-FILE-ID TO WS-LOG-DETAIL-FILE-ID.
007040     MOVE HL-MAN-CYCLE-DATE TO WS-LOG-DETAIL-CYCLE.
007050     MOVE WS-LOG-DETAIL TO HL-SOS-DETAIL.
007060     CALL 'HELLOSO' USING HL-SOS-PARMS.
007070     IF NOT HL-SOS-OK
007080         MOVE 'HELLOAK - ACCESS LOG UNAVAILABLE, RC='
007090             TO WS-ABEND-MESSAGE
007100         MOVE HL-SOS-RETURN-CODE TO WS-ABEND-FILE-STATUS
007110         PERFORM 8000-ABEND THRU 8000-EXIT
007120     END-IF.
007130     DISPLAY 'HELLOAK - HANDOFF ' HL-MAN-FILE-ID
007140         ' CYCLE ' HL-MAN-CYCLE-DATE ' CLOSED BY '
007150         WS-CLOSE-OPERATOR-ID.
007160     MOVE WS-CLOSE-OPERATOR-ID TO WS-CLOSE-NOTE-OPERATOR.
007170     MOVE WS-CLOSE-NOTE TO WS-PRT-NOTE.
007180     MOVE ZERO TO WS-RULE-SUB.
007190     PERFORM 7100-PRINT-ENTRY THRU 7100-EXIT.
007200 2530-EXIT.
007210     EXIT.
007220
007230****************************************************************
007240* 2590-REFUSE-CLOSURE - REPORT A CLOSURE CARD NOT APPLIED UNDER
007250*                       RULE K06, WITH WHY IN THE REASON COLUMN
007260****************************************************************
007270 2590-REFUSE-CLOSURE.
007280     DISPLAY 'HELLOAK - CLOSURE OF ' HL-AKC-FILE-ID
007290         ' CYCLE ' HL-AKC-CYCLE-DATE ' REFUSED - '
007300         WS-CLOSE-REFUSAL.
007310     MOVE WS-CLOSE-REFUSAL TO WS-PRT-REASON.
007320     MOVE WS-RULE-CLOSURE TO WS-RULE-SUB.
007330     PERFORM 6500-RECORD-EXCEPTION THRU 6500-EXIT.
007340 2590-EXIT.
007350     EXIT.
007360
007370****************************************************************
007380* 3000-SWEEP-MANIFEST - LIST EVERY HANDOFF NOT CLEANLY
007390*                       ACKNOWLEDGED, IN FILE ID AND CYCLE DATE
007400*                       ORDER
007410****************************************************************
007420 3000-SWEEP-MANIFEST.
007430     SET WS-SECTION-OUTSTANDING TO TRUE.
007440     PERFORM 7050-START-SECTION THRU 7050-EXIT.
007450     MOVE LOW-VALUES TO HL-MAN-KEY.
007460     START MANIFEST-FILE KEY IS NOT LESS THAN HL-MAN-KEY
007470         INVALID KEY
007480             SET WS-MANIFEST-DONE TO TRUE
007490     END-START.
007500     IF NOT WS-MANIFEST-DONE AND NOT HL-MANIFEST-OK
007510         MOVE 'HELLOAK - MANIFEST START ERROR, STATUS='
007520             TO WS-ABEND-MESSAGE
007530         MOVE HL-MANIFEST-STATUS TO WS-ABEND-FILE-STATUS
007540         PERFORM 8000-ABEND THRU 8000-EXIT
007550     END-IF.
007560     PERFORM 3100-CHECK-ONE-ENTRY THRU 3100-EXIT
007570         UNTIL WS-MANIFEST-DONE.
007580     MOVE 'NO HANDOFFS OUTSTANDING' TO HL-AKP-SEC-LABEL.
007590     PERFORM 7060-END-SECTION THRU 7060-EXIT.
007600 3000-EXIT.
007610     EXIT.
007620
007630****************************************************************
007640* 3100-CHECK-ONE-ENTRY - READ THE NEXT MANIFEST ENTRY AND REPORT
007650*                        IT UNLESS IT IS ACKNOWLEDGED OR CLOSED
007660*                        BY A SUPERVISOR.  AN ENTRY NOT YET DUE
007670*                        IS LISTED AS AWAITING.
007680****************************************************************
007690 3100-CHECK-ONE-ENTRY.
007700     READ MANIFEST-FILE NEXT RECORD
007710         AT END
007720             SET WS-MANIFEST-DONE TO TRUE
007730     END-READ.
007740     IF WS-MANIFEST-DONE
007750         GO TO 3100-EXIT
007760     END-IF.
007770     IF NOT HL-MANIFEST-OK
007780         MOVE 'HELLOAK - MANIFEST READ ERROR, STATUS='
007790             TO WS-ABEND-MESSAGE
007800         MOVE HL-MANIFEST-STATUS TO WS-ABEND-FILE-STATUS
007810         PERFORM 8000-ABEND THRU 8000-EXIT
007820     END-IF.
007830     ADD 1 TO WS-ENTRIES-READ.
007840     IF HL-MAN-ACKNOWLEDGED
007850         ADD 1 TO WS-ENTRIES-ACKNOWLEDGED
007860         GO TO 3100-EXIT
007870     END-IF.
007880     IF HL-MAN-ACK-CLOSED
007890         ADD 1 TO WS-ENTRIES-CLOSED
007900         GO TO 3100-EXIT
007910     END-IF.
007920     MOVE HL-MAN-FILE-ID TO WS-PRT-FILE-ID.
007930     MOVE HL-MAN-CYCLE-DATE TO WS-PRT-CYCLE-DATE.
007940     MOVE HL-MAN-RECEIVER TO WS-PRT-RECEIVER.
007950     MOVE HL-MAN-RECORD-COUNT TO WS-PRT-SENT-COUNT.
007960     MOVE HL-MAN-HASH-TOTAL TO WS-PRT-SENT-HASH.
007970     MOVE HL-MAN-ACK-COUNT TO WS-PRT-ACK-COUNT.
007980     MOVE HL-MAN-ACK-HASH TO WS-PRT-ACK-HASH.
007990     MOVE HL-MAN-ACK-DUE-DATE TO WS-PRT-DUE-DATE.
008000     MOVE HL-MAN-ACK-REASON TO WS-PRT-REASON.
008010     MOVE ZERO TO WS-PRT-DAYS-LATE.
008020     EVALUATE TRUE
008030         WHEN HL-MAN-ACK-MISMATCH
008040             MOVE WS-RULE-MISMATCH TO WS-RULE-SUB
008050         WHEN HL-MAN-ACK-REJECTED
008060             MOVE WS-RULE-REJECTED TO WS-RULE-SUB
008070         WHEN WS-CURRENT-DATE > HL-MAN-ACK-DUE-DATE
008080             PERFORM 3200-DAYS-LATE THRU 3200-EXIT
008090             MOVE WS-RULE-OVERDUE TO WS-RULE-SUB
008100         WHEN OTHER
008110             MOVE ZERO TO WS-RULE-SUB
008120     END-EVALUATE.
008130     IF WS-RULE-SUB = ZERO
008140         ADD 1 TO WS-ENTRIES-AWAITING
008150         MOVE 'AWAITING ACKNOWLEDGMENT - NOT YET DUE'
008160             TO WS-PRT-NOTE
008170         PERFORM 7100-PRINT-ENTRY THRU 7100-EXIT
008180     ELSE
008190         PERFORM 6500-RECORD-EXCEPTION THRU 6500-EXIT
008200     END-IF.
008210 3100-EXIT.
008220     EXIT.
008230
008240****************************************************************
008250* 3200-DAYS-LATE - CALENDAR DAYS FROM THE DUE DATE TO TODAY
008260****************************************************************
008270 3200-DAYS-LATE.
008280     MOVE 'D' TO HL-DTS-FUNCTION.
008290     MOVE HL-MAN-ACK-DUE-DATE TO HL-DTS-DATE-1.
008300     MOVE WS-CURRENT-DATE TO HL-DTS-DATE-2.
008310     CALL 'HELLODT' USING HL-DTS-PARMS.
008320     IF HL-DTS-OK AND HL-DTS-NUMBER > ZERO
008330         MOVE HL-DTS-NUMBER TO WS-PRT-DAYS-LATE
008340     END-IF.
008350 3200-EXIT.
008360     EXIT.
008370
008380****************************************************************
008390* 6500-RECORD-EXCEPTION - COUNT THE CURRENT EXCEPTION UNDER
008400*                         RULE WS-RULE-SUB AND PRINT IT
008410****************************************************************
008420 6500-RECORD-EXCEPTION.
008430     ADD 1 TO WS-RULE-COUNT (WS-RULE-SUB).
008440     IF WS-RULE-SERIOUS (WS-RULE-SUB)
008450         ADD 1 TO WS-SERIOUS-COUNT
008460     ELSE
008470         ADD 1 TO WS-WARNING-COUNT
008480     END-IF.
008490     MOVE WS-RULE-TEXT (WS-RULE-SUB) TO WS-PRT-NOTE.
008500     PERFORM 7100-PRINT-ENTRY THRU 7100-EXIT.
008510 6500-EXIT.
008520     EXIT.
008530
008540****************************************************************
008550* 7000-WRITE-HEADINGS - START A NEW REPORT PAGE WITH THE
008560*                       SECTION TITLE AND COLUMN HEADINGS OF
008570*                       THE SECTION BEING PRINTED
008580****************************************************************
008590 7000-WRITE-HEADINGS.
008600     ADD 1 TO WS-PAGE-NUMBER.
008610     MOVE '1' TO HL-AKP-H1-CTL.
008620     MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE-MM.
008630     MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE-DD.
008640     MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-DATE-YYYY.
008650     MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-HH.
008660     MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-MM.
008670     MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-SS.
008680     MOVE WS-RUN-DATE-DISPLAY TO HL-AKP-H1-DATE.
008690     MOVE WS-RUN-TIME-DISPLAY TO HL-AKP-H1-TIME.
008700     MOVE WS-PAGE-NUMBER TO HL-AKP-H1-PAGE.
008710     WRITE HL-AKP-HEADING-1.
008720     MOVE '0' TO HL-AKP-SEC-CTL.
008730     EVALUATE TRUE
008740         WHEN WS-SECTION-ACKS
008750             MOVE 'ACKNOWLEDGMENTS RECEIVED THIS RUN (ACKFILE)'
008760                 TO HL-AKP-SEC-LABEL
008770         WHEN WS-SECTION-CLOSURES
008780             MOVE 'SUPERVISOR CLOSURES THIS RUN (CLOSEIN)'
008790                 TO HL-AKP-SEC-LABEL
008800         WHEN WS-SECTION-OUTSTANDING
008810             MOVE 'OUTSTANDING HANDOFFS (MANIFEST)'
008820                 TO HL-AKP-SEC-LABEL
008830         WHEN OTHER
008840             MOVE 'EXCEPTIONS BY RULE AND CONTROL TOTALS'
008850                 TO HL-AKP-SEC-LABEL
008860     END-EVALUATE.
008870     WRITE HL-AKP-SECTION-LINE.
008880     IF WS-SECTION-TOTALS
008890         WRITE HL-AKP-RULE-HEADING
008900         MOVE 5 TO WS-LINES-ON-PAGE
008910     ELSE
008920         WRITE HL-AKP-DETAIL-HEADING
008930         MOVE 4 TO WS-LINES-ON-PAGE
008940     END-IF.
008950 7000-EXIT.
008960     EXIT.
008970
008980****************************************************************
008990* 7050-START-SECTION - EACH SECTION STARTS ON A NEW PAGE
009000****************************************************************
009010 7050-START-SECTION.
009020     MOVE ZERO TO WS-SECTION-LINES.
009030     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
009040 7050-EXIT.
009050     EXIT.
009060
009070****************************************************************
009080* 7060-END-SECTION - SAY SO WHEN A SECTION PRINTED NOTHING.  THE
009090*                    CALLER HAS MOVED THE WORDING TO THE LABEL.
009100****************************************************************
009110 7060-END-SECTION.
009120     IF WS-SECTION-LINES = ZERO
009130         MOVE '0' TO HL-AKP-SEC-CTL
009140         WRITE HL-AKP-SECTION-LINE
009150         ADD 2 TO WS-LINES-ON-PAGE
009160     END-IF.
009170 7060-EXIT.
009180     EXIT.
009190
009200****************************************************************
009210* 7100-PRINT-ENTRY - PRINT THE CURRENT ENTRY AND ITS NOTE LINE,
009220*                    WITH THE RULE WS-RULE-SUB WHEN NOT ZERO
009230****************************************************************
009240 7100-PRINT-ENTRY.
009250     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
009260         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
009270     END-IF.
009280     MOVE SPACES TO HL-AKP-DETAIL-LINE.
009290     IF WS-RULE-SUB = ZERO
009300         MOVE SPACES TO HL-AKP-DTL-RULE
009310         MOVE SPACES TO HL-AKP-DTL-SEVERITY
009320     ELSE
009330         MOVE WS-RULE-CODE (WS-RULE-SUB) TO HL-AKP-DTL-RULE
009340         IF WS-RULE-SERIOUS (WS-RULE-SUB)
009350             MOVE 'SERIOUS' TO HL-AKP-DTL-SEVERITY
009360         ELSE
009370             MOVE 'WARNING' TO HL-AKP-DTL-SEVERITY
009380         END-IF
009390     END-IF.
009400     MOVE WS-PRT-FILE-ID TO HL-AKP-DTL-FILE-ID.
009410     IF WS-PRT-CYCLE-DATE NUMERIC
009420         MOVE WS-PRT-CYCLE-DATE(1:4) TO WS-FMT-DATE-YYYY
009430         MOVE WS-PRT-CYCLE-DATE(5:2) TO WS-FMT-DATE-MM
009440         MOVE WS-PRT-CYCLE-DATE(7:2) TO WS-FMT-DATE-DD
009450         MOVE WS-FMT-DATE-DISPLAY TO HL-AKP-DTL-CYCLE
009460     ELSE
009470         MOVE WS-PRT-CYCLE-DATE TO HL-AKP-DTL-CYCLE
009480     END-IF.
009490     MOVE WS-PRT-RECEIVER TO HL-AKP-DTL-RECEIVER.
009500     MOVE WS-PRT-SENT-COUNT TO HL-AKP-DTL-SENT-COUNT.
009510     MOVE WS-PRT-SENT-HASH TO HL-AKP-DTL-SENT-HASH.
009520     MOVE WS-PRT-ACK-COUNT TO HL-AKP-DTL-ACK-COUNT.
009530     MOVE WS-PRT-ACK-HASH TO HL-AKP-DTL-ACK-HASH.
009540     IF WS-PRT-DUE-DATE = ZERO
009550         MOVE SPACES TO HL-AKP-DTL-DUE
009560     ELSE
009570         MOVE WS-PRT-DUE-DATE(1:4) TO WS-FMT-DATE-YYYY
009580         MOVE WS-PRT-DUE-DATE(5:2) TO WS-FMT-DATE-MM
009590         MOVE WS-PRT-DUE-DATE(7:2) TO WS-FMT-DATE-DD
009600         MOVE WS-FMT-DATE-DISPLAY TO HL-AKP-DTL-DUE
009610     END-IF.
009620     MOVE WS-PRT-DAYS-LATE TO HL-AKP-DTL-LATE.
009630     WRITE HL-AKP-DETAIL-LINE.
009640     MOVE SPACES TO HL-AKP-NOTE-LINE.
009650     MOVE WS-PRT-NOTE TO HL-AKP-NTE-TEXT.
009660     MOVE WS-PRT-REASON TO HL-AKP-NTE-REASON.
009670     WRITE HL-AKP-NOTE-LINE.
009680     ADD 2 TO WS-LINES-ON-PAGE.
009690     ADD 1 TO WS-SECTION-LINES.
009700 7100-EXIT.
009710     EXIT.
009720
009730****************************************************************
009740* 7900-WRITE-TOTALS - THE EXCEPTION COUNT FOR EVERY RULE, THEN
009750*                     THE CONTROL TOTALS, ON A PAGE OF THEIR
009760*                     OWN
009770****************************************************************
009780 7900-WRITE-TOTALS.
009790     SET WS-SECTION-TOTALS TO TRUE.
009800     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
009810     PERFORM 7910-PRINT-ONE-RULE THRU 7910-EXIT
009820         VARYING WS-RULE-SUB FROM 1 BY 1
009830         UNTIL WS-RULE-SUB > WS-RULE-MAX.
009840     MOVE '0' TO HL-AKP-TOT-CTL.
009850     MOVE 'SERIOUS EXCEPTIONS' TO HL-AKP-TOT-LABEL.
009860     MOVE WS-SERIOUS-COUNT TO HL-AKP-TOT-COUNT.
009870     WRITE HL-AKP-TOTAL-LINE.
009880     MOVE SPACE TO HL-AKP-TOT-CTL.
009890     MOVE 'WARNING EXCEPTIONS' TO HL-AKP-TOT-LABEL.
009900     MOVE WS-WARNING-COUNT TO HL-AKP-TOT-COUNT.
009910     WRITE HL-AKP-TOTAL-LINE.
009920     MOVE '0' TO HL-AKP-TOT-CTL.
009930     MOVE 'ACKNOWLEDGMENTS READ' TO HL-AKP-TOT-LABEL.
009940     MOVE WS-ACKS-READ TO HL-AKP-TOT-COUNT.
009950     WRITE HL-AKP-TOTAL-LINE.
009960     MOVE SPACE TO HL-AKP-TOT-CTL.
009970     MOVE 'ACKNOWLEDGMENTS RECORDED ON THE MANIFEST'
009980         TO HL-AKP-TOT-LABEL.
009990     MOVE WS-ACKS-RECORDED TO HL-AKP-TOT-COUNT.
010000     WRITE HL-AKP-TOTAL-LINE.
010010     MOVE '  OF WHICH TOTALS AGREE' TO HL-AKP-TOT-LABEL.
010020     MOVE WS-ACKS-AGREED TO HL-AKP-TOT-COUNT.
010030     WRITE HL-AKP-TOTAL-LINE.
010040     MOVE '  OF WHICH TOTALS DIFFER' TO HL-AKP-TOT-LABEL.
010050     MOVE WS-ACKS-DIFFERENT TO HL-AKP-TOT-COUNT.
010060     WRITE HL-AKP-TOTAL-LINE.
010070     MOVE '  OF WHICH REJECTED BY THE RECEIVER'
010080         TO HL-AKP-TOT-LABEL.
010090     MOVE WS-ACKS-REJECTED TO HL-AKP-TOT-COUNT.
010100     WRITE HL-AKP-TOTAL-LINE.
010110     MOVE '0' TO HL-AKP-TOT-CTL.
010120     MOVE 'CLOSURE CARDS READ' TO HL-AKP-TOT-LABEL.
010130     MOVE WS-CLOSURES-READ TO HL-AKP-TOT-COUNT.
010140     WRITE HL-AKP-TOTAL-LINE.
010150     MOVE SPACE TO HL-AKP-TOT-CTL.
010160     MOVE 'CLOSURES APPLIED TO THE MANIFEST' TO HL-AKP-TOT-LABEL.
010170     MOVE WS-CLOSURES-APPLIED TO HL-AKP-TOT-COUNT.
010180     WRITE HL-AKP-TOTAL-LINE.
010190     MOVE '0' TO HL-AKP-TOT-CTL.
010200     MOVE 'MANIFEST ENTRIES READ' TO HL-AKP-TOT-LABEL.
010210     MOVE WS-ENTRIES-READ TO HL-AKP-TOT-COUNT.
010220     WRITE HL-AKP-TOTAL-LINE.
010230     MOVE SPACE TO HL-AKP-TOT-CTL.
010240     MOVE 'ENTRIES ACKNOWLEDGED' TO HL-AKP-TOT-LABEL.
010250     MOVE WS-ENTRIES-ACKNOWLEDGED TO HL-AKP-TOT-COUNT.
010260     WRITE HL-AKP-TOTAL-LINE.
010270     MOVE 'ENTRIES CLOSED BY A SUPERVISOR' TO HL-AKP-TOT-LABEL.
010280     MOVE WS-ENTRIES-CLOSED TO HL-AKP-TOT-COUNT.
010290     WRITE HL-AKP-TOTAL-LINE.
010300     MOVE 'ENTRIES AWAITING ACKNOWLEDGMENT' TO HL-AKP-TOT-LABEL.
010310     MOVE WS-ENTRIES-AWAITING TO HL-AKP-TOT-COUNT.
010320     WRITE HL-AKP-TOTAL-LINE.
010330     IF WS-SERIOUS-COUNT > ZERO
010340         MOVE '0' TO HL-AKP-SEC-CTL
010350         MOVE 'HELD HANDOFFS STAY HELD AT THE HELLOGT GATE'
010360             TO HL-AKP-SEC-LABEL
010370         WRITE HL-AKP-SECTION-LINE
010380     END-IF.
010390 7900-EXIT.
010400     EXIT.
010410
010420****************************************************************
010430* 7910-PRINT-ONE-RULE - ONE RULE AND ITS EXCEPTION COUNT
010440****************************************************************
010450 7910-PRINT-ONE-RULE.
010460     MOVE WS-RULE-CODE (WS-RULE-SUB) TO HL-AKP-RUL-RULE.
010470     IF WS-RULE-SERIOUS (WS-RULE-SUB)
010480         MOVE 'SERIOUS' TO HL-AKP-RUL-SEVERITY
010490     ELSE
010500         MOVE 'WARNING' TO HL-AKP-RUL-SEVERITY
010510     END-IF.
010520     MOVE WS-RULE-TEXT (WS-RULE-SUB) TO HL-AKP-RUL-TEXT.
010530     MOVE WS-RULE-COUNT (WS-RULE-SUB) TO HL-AKP-RUL-COUNT.
010540     WRITE HL-AKP-RULE-LINE.
010550 7910-EXIT.
010560     EXIT.
010570
010580****************************************************************
010590* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
010600****************************************************************
010610 8000-ABEND.
010620     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
010630     MOVE 16 TO WS-ABEND-RETURN-CODE.
010640     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
010650     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
010660     STOP RUN.
010670 8000-EXIT.
010680     EXIT.
010690
010700****************************************************************
010710* 9000-TERMINATE - PRINT TOTALS AND CLOSE FILES
010720****************************************************************
010730 9000-TERMINATE.
010740     PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT.
010750     DISPLAY 'HELLOAK - ACKNOWLEDGMENTS READ: ' WS-ACKS-READ.
010760     DISPLAY 'HELLOAK - CLOSURES APPLIED: ' WS-CLOSURES-APPLIED.
010770     DISPLAY 'HELLOAK - SERIOUS EXCEPTIONS: ' WS-SERIOUS-COUNT.
010780     DISPLAY 'HELLOAK - WARNING EXCEPTIONS: ' WS-WARNING-COUNT.
010790     MOVE 'C' TO HL-DTS-FUNCTION.
010800     CALL 'HELLODT' USING HL-DTS-PARMS.
010810     IF NOT WS-SIGN-ON-NOT-TRIED
010820         SET HL-SOS-FUNC-CLOSE TO TRUE
010830         CALL 'HELLOSO' USING HL-SOS-PARMS
010840     END-IF.
010850     CLOSE MANIFEST-FILE.
010860     CLOSE REPORT-FILE.
010870 9000-EXIT.
010880     EXIT.
010890
010900****************************************************************
010910* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT
010920*                        LOG.  READ = ACKNOWLEDGMENTS AND
010930*                        CLOSURE CARDS READ, ACCEPTED = THOSE
010940*                        RECORDED ON THE MANIFEST, REJECTED =
010950*                        THOSE THAT MATCHED NO ENTRY, FAILED THE
010960*                        EDIT OR WERE REFUSED.
010970****************************************************************
010980 9500-WRITE-AUDIT-LOG.
010990     OPEN EXTEND AUDIT-LOG-FILE.
011000     IF NOT HL-AUDIT-OK
011010         DISPLAY 'HELLOAK - UNABLE TO OPEN AUDIT-LOG, STATUS='
011020             HL-AUDIT-STATUS
011030         MOVE 16 TO RETURN-CODE
011040         STOP RUN
011050     END-IF.
011060     MOVE 'HELLOAK' TO AUD-JOB-NAME.
011070     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
011080     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
011090     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
011100     ACCEPT WS-CURRENT-TIME FROM TIME.
011110     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
011120     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
011130     COMPUTE AUD-RECORDS-READ = WS-ACKS-READ + WS-CLOSURES-READ.
011140     COMPUTE AUD-RECORDS-ACCEPTED =
011150         WS-ACKS-RECORDED + WS-CLOSURES-APPLIED.
011160     COMPUTE AUD-RECORDS-REJECTED =
011170         WS-RULE-COUNT (WS-RULE-NOT-SENT)
011180         + WS-RULE-COUNT (WS-RULE-INVALID)
011190         + WS-RULE-COUNT (WS-RULE-CLOSURE).
011200     MOVE RETURN-CODE TO AUD-RETURN-CODE.
011210     WRITE AUD-LOG-RECORD.
011220     CLOSE AUDIT-LOG-FILE.
011230 9500-EXIT.
011240     EXIT.
