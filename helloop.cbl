000100****************************************************************
000110* PROGRAM:     HELLOOP
000120* AUTHOR:      J. L. BRANNIGAN
000130* INSTALLATION:DATA PROCESSING - BATCH SYSTEMS
000140* DATE-WRITTEN:2026-10-15
000150* DATE-COMPILED:
000160*----------------------------------------------------------------
000170* DESCRIPTION
000180*   OPERATOR SECURITY MAINTENANCE.  APPLIES THE SECURITY
000190*   ADMINISTRATOR'S MAINTENANCE CARDS (OPRPARM, HLOPARM.CPY)
000200*   TO THE OPERATOR SECURITY FILE (OPERFILE, HLOPR.CPY) READ
000210*   BY THE HELLOSO SIGN-ON ROUTINE - ADD AN OPERATOR, CHANGE
000220*   A NAME OR AUTHORITY LEVEL, RESET A PASSWORD, AND
000230*   DEACTIVATE OR REACTIVATE AN OPERATOR.  PASSWORDS ARE
000240*   HASHED THROUGH HELLOSO (FUNCTION H) AS SOON AS THEY ARE
000250*   READ; A NEW OR RESET PASSWORD IS SET EXPIRED SO THE
000260*   OPERATOR MUST CHOOSE THEIR OWN AT THE NEXT SIGN-ON.  EACH
000270*   CARD STANDS ALONE - A BAD CARD IS LISTED AS REJECTED AND
000280*   THE REST ARE STILL APPLIED; RETURN-CODE 0004 SIGNALS ONE
000290*   OR MORE REJECTED CARDS.  PRINTS THE MAINTENANCE REGISTER
000300*   (NO PASSWORDS) FOR SECURITY SIGN-OFF AND APPENDS ONE ROW
000310*   TO THE SHARED AUDIT LOG.
000320*----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340* DATE       INIT  DESCRIPTION
000350* 2026-10-15 JLB   INITIAL VERSION - CARD-DRIVEN MAINTENANCE OF
000360*                  THE OPERATOR SECURITY FILE.
000370****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.     HELLOOP.
000400 AUTHOR.         J. L. BRANNIGAN.
000410 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000420 DATE-WRITTEN.   2026-10-15.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.   IBM-370.
000480 OBJECT-COMPUTER.   IBM-370.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520
000530*    ------------------------------------------------------------
000540*    OPERATOR SECURITY FILE - INDEXED, KEYED BY OPERATOR ID,
000550*    OPENED I-O FOR RANDOM ADD AND UPDATE
000560*    ------------------------------------------------------------
000570     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS HL-OPR-KEY
000610         FILE STATUS IS HL-OPERATOR-STATUS.
000620
000630*    ------------------------------------------------------------
000640*    SECURITY MAINTENANCE CARDS
000650*    ------------------------------------------------------------
000660     SELECT PARM-FILE ASSIGN TO "OPRPARM"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS HL-PARM-STATUS.
000690
000700*    ------------------------------------------------------------
000710*    MAINTENANCE REGISTER - 133-BYTE ASA CARRIAGE CONTROL
000720*    ------------------------------------------------------------
000730     SELECT REPORT-FILE ASSIGN TO "PRTFILE"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS HL-REPORT-STATUS.
000760
000770*    ------------------------------------------------------------
000780*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
000790*    LAYOUT ACROSS THE SUITE
000800*    ------------------------------------------------------------
000810     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS HL-AUDIT-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870
000880 FD  OPERATOR-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 80 CHARACTERS
000910     DATA RECORD IS HL-OPERATOR-RECORD.
000920     COPY HLOPR.
000930
000940 FD  PARM-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 80 CHARACTERS
000970     DATA RECORD IS HL-OPARM-RECORD.
000980     COPY HLOPARM.
000990
001000 FD  REPORT-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 133 CHARACTERS.
001030     COPY HLOPPRT.
001040
001050 FD  AUDIT-LOG-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 88 CHARACTERS
001080     DATA RECORD IS AUD-LOG-RECORD.
001090     COPY AUDLOG.
001100
001110 WORKING-STORAGE SECTION.
001120
001130*    ------------------------------------------------------------
001140*    FILE STATUS FIELDS
001150*    ------------------------------------------------------------
001160 01  HL-FILE-STATUSES.
001170     05  HL-OPERATOR-STATUS          PIC X(02) VALUE '00'.
001180         88  HL-OPERATOR-OK          VALUE '00'.
001190         88  HL-OPERATOR-NOT-FOUND   VALUE '23'.
001200     05  HL-PARM-STATUS              PIC X(02) VALUE '00'.
001210         88  HL-PARM-OK              VALUE '00'.
001220     05  HL-REPORT-STATUS            PIC X(02) VALUE '00'.
001230         88  HL-REPORT-OK            VALUE '00'.
001240     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
001250         88  HL-AUDIT-OK             VALUE '00'.
001260
001270*    ------------------------------------------------------------
001280*    SWITCHES
001290*    ------------------------------------------------------------
001300 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001310     88  WS-EOF-REACHED              VALUE 'Y'.
001320 77  WS-FOUND-SWITCH                 PIC X(01) VALUE 'N'.
001330     88  WS-OPERATOR-FOUND           VALUE 'Y'.
001340     88  WS-OPERATOR-NOT-FOUND       VALUE 'N'.
001350
001360*    ------------------------------------------------------------
001370*    RUN COUNTERS
001380*    ------------------------------------------------------------
001390 77  WS-CARDS-READ                   PIC 9(07) COMP VALUE ZERO.
001400 77  WS-CARDS-APPLIED                PIC 9(07) COMP VALUE ZERO.
001410 77  WS-CARDS-REJECTED               PIC 9(07) COMP VALUE ZERO.
001420 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001430 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
001440
001450*    ------------------------------------------------------------
001460*    AUDIT-LOG WORK AREAS
001470*    ------------------------------------------------------------
001480 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
001490 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
001500
001510*    ------------------------------------------------------------
001520*    SIGN-ON ROUTINE PARAMETERS - FUNCTION H ONLY, TO HASH A
001530*    NEW OR RESET PASSWORD
001540*    ------------------------------------------------------------
001550     COPY HLSOS.
001560
001570*    ------------------------------------------------------------
001580*    REGISTER WORK AREAS
001590*    ------------------------------------------------------------
001600 77  WS-ACTION-TEXT                  PIC X(10) VALUE SPACES.
001610 77  WS-RESULT-TEXT                  PIC X(40) VALUE SPACES.
001620 01  WS-LEVEL-NAME-VALUES            PIC X(15)
001630         VALUE 'INQ  CLERKSUPV '.
001640 01  WS-LEVEL-NAME-TABLE REDEFINES WS-LEVEL-NAME-VALUES.
001650     05  WS-LEVEL-NAME               PIC X(05)
001660                                     OCCURS 3 TIMES.
001670
001680*    ------------------------------------------------------------
001690*    REPORT CONTROLS
001700*    ------------------------------------------------------------
001710 77  WS-MAX-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
001720 77  WS-LINES-ON-PAGE                PIC 9(02) COMP VALUE ZERO.
001730 77  WS-PAGE-NUMBER                  PIC 9(04) COMP VALUE ZERO.
001740 01  WS-RUN-DATE-DISPLAY.
001750     05  WS-RUN-DATE-MM              PIC 9(02).
001760     05  FILLER                      PIC X(01) VALUE '/'.
001770     05  WS-RUN-DATE-DD              PIC 9(02).
001780     05  FILLER                      PIC X(01) VALUE '/'.
001790     05  WS-RUN-DATE-YYYY            PIC 9(04).
001800 01  WS-RUN-TIME-DISPLAY.
001810     05  WS-RUN-TIME-HH              PIC 9(02).
001820     05  FILLER                      PIC X(01) VALUE ':'.
001830     05  WS-RUN-TIME-MM              PIC 9(02).
001840     05  FILLER                      PIC X(01) VALUE ':'.
001850     05  WS-RUN-TIME-SS              PIC 9(02).
001860
001870*    ------------------------------------------------------------
001880*    ABEND HANDLING
001890*    ------------------------------------------------------------
001900 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
001910 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
001920 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
001930
001940 PROCEDURE DIVISION.
001950
001960****************************************************************
001970* 0000-MAINLINE
001980****************************************************************
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002010     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
002020         UNTIL WS-EOF-REACHED.
002030     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002040     IF WS-CARDS-REJECTED > ZERO
002050         MOVE 4 TO RETURN-CODE
002060     ELSE
002070         MOVE ZERO TO RETURN-CODE
002080     END-IF.
002090     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
002100     STOP RUN.
002110
002120****************************************************************
002130* 1000-INITIALIZE - OPEN FILES AND PRIME THE CARD READ
002140****************************************************************
002150 1000-INITIALIZE.
002160     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
002170     ACCEPT WS-RUN-START-TIME FROM TIME.
002180     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002190     ACCEPT WS-CURRENT-TIME FROM TIME.
002200     OPEN INPUT PARM-FILE.
002210     IF NOT HL-PARM-OK
002220         MOVE 'HELLOOP - UNABLE TO OPEN OPRPARM, STATUS='
002230             TO WS-ABEND-MESSAGE
002240         MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
002250         PERFORM 8000-ABEND THRU 8000-EXIT
002260     END-IF.
002270     OPEN I-O OPERATOR-FILE.
002280     IF NOT HL-OPERATOR-OK
002290         MOVE 'HELLOOP - UNABLE TO OPEN OPERATOR-FILE, STATUS='
002300             TO WS-ABEND-MESSAGE
002310         MOVE HL-OPERATOR-STATUS TO WS-ABEND-FILE-STATUS
002320         PERFORM 8000-ABEND THRU 8000-EXIT
002330     END-IF.
002340     OPEN OUTPUT REPORT-FILE.
002350     IF NOT HL-REPORT-OK
002360         MOVE 'HELLOOP - UNABLE TO OPEN REPORT-FILE, STATUS='
002370             TO WS-ABEND-MESSAGE
002380         MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
002390         PERFORM 8000-ABEND THRU 8000-EXIT
002400     END-IF.
002410     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
002420     PERFORM 2900-READ-CARD THRU 2900-EXIT.
002430 1000-EXIT.
002440     EXIT.
002450
002460****************************************************************
002470* 2000-PROCESS-CARD - EDIT ONE MAINTENANCE CARD AND APPLY IT,
002480*                     OR LIST IT AS REJECTED
002490****************************************************************
002500 2000-PROCESS-CARD.
002510     ADD 1 TO WS-CARDS-READ.
002520     MOVE SPACES TO WS-RESULT-TEXT.
002530     EVALUATE TRUE
002540         WHEN HL-OPARM-ADD
002550             MOVE 'ADD' TO WS-ACTION-TEXT
002560         WHEN HL-OPARM-CHANGE
002570             MOVE 'CHANGE' TO WS-ACTION-TEXT
002580         WHEN HL-OPARM-PASSWORD-RESET
002590             MOVE 'PASSWORD' TO WS-ACTION-TEXT
002600         WHEN HL-OPARM-DEACTIVATE
002610             MOVE 'DEACTIVATE' TO WS-ACTION-TEXT
002620         WHEN HL-OPARM-REACTIVATE
002630             MOVE 'REACTIVATE' TO WS-ACTION-TEXT
002640         WHEN OTHER
002650             MOVE HL-OPARM-ACTION TO WS-ACTION-TEXT
002660             MOVE 'REJECTED - INVALID ACTION CODE'
002670                 TO WS-RESULT-TEXT
002680             GO TO 2000-REJECT
002690     END-EVALUATE.
002700     IF HL-OPARM-OPERATOR-ID = SPACES
002710         MOVE 'REJECTED - OPERATOR ID MISSING' TO WS-RESULT-TEXT
002720         GO TO 2000-REJECT
002730     END-IF.
002740     PERFORM 2800-READ-OPERATOR THRU 2800-EXIT.
002750     IF HL-OPARM-ADD
002760         PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
002770     ELSE
002780         PERFORM 4000-UPDATE-OPERATOR THRU 4000-EXIT
002790     END-IF.
002800     IF WS-RESULT-TEXT NOT = SPACES
002810         GO TO 2000-REJECT
002820     END-IF.
002830     ADD 1 TO WS-CARDS-APPLIED.
002840     MOVE 'APPLIED' TO WS-RESULT-TEXT.
002850     PERFORM 7100-PRINT-DETAIL-LINE THRU 7100-EXIT.
002860     GO TO 2000-READ-NEXT.
002870 2000-REJECT.
002880     ADD 1 TO WS-CARDS-REJECTED.
002890     PERFORM 7100-PRINT-DETAIL-LINE THRU 7100-EXIT.
002900 2000-READ-NEXT.
002910     PERFORM 2900-READ-CARD THRU 2900-EXIT.
002920 2000-EXIT.
002930     EXIT.
002940
002950****************************************************************
002960* 2800-READ-OPERATOR - RANDOM READ OF THE CARD'S OPERATOR
002970****************************************************************
002980 2800-READ-OPERATOR.
002990     MOVE HL-OPARM-OPERATOR-ID TO HL-OPR-OPERATOR-ID.
003000     SET WS-OPERATOR-FOUND TO TRUE.
003010     READ OPERATOR-FILE
003020         INVALID KEY
003030             SET WS-OPERATOR-NOT-FOUND TO TRUE
003040     END-READ.
003050     IF NOT HL-OPERATOR-OK AND NOT HL-OPERATOR-NOT-FOUND
003060         MOVE 'HELLOOP - OPERATOR-FILE READ ERROR, STATUS='
003070             TO WS-ABEND-MESSAGE
003080         MOVE HL-OPERATOR-STATUS TO WS-ABEND-FILE-STATUS
003090         PERFORM 8000-ABEND THRU 8000-EXIT
003100     END-IF.
003110 2800-EXIT.
003120     EXIT.
003130
003140****************************************************************
003150* 2900-READ-CARD - READ THE NEXT MAINTENANCE CARD
003160****************************************************************
003170 2900-READ-CARD.
003180     READ PARM-FILE
003190         AT END
003200             SET WS-EOF-REACHED TO TRUE
003210     END-READ.
003220     IF NOT HL-PARM-OK AND NOT WS-EOF-REACHED
003230         MOVE 'HELLOOP - OPRPARM READ ERROR, STATUS='
003240             TO WS-ABEND-MESSAGE
003250         MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
003260         PERFORM 8000-ABEND THRU 8000-EXIT
003270     END-IF.
003280 2900-EXIT.
003290     EXIT.
003300
003310****************************************************************
003320* 3000-ADD-OPERATOR - ADD A NEW OPERATOR, ACTIVE, WITH THE
003330*                     INITIAL PASSWORD SET EXPIRED
003340****************************************************************
003350 3000-ADD-OPERATOR.
003360     IF WS-OPERATOR-FOUND
003370         MOVE 'REJECTED - OPERATOR ALREADY ON FILE'
003380             TO WS-RESULT-TEXT
003390         GO TO 3000-EXIT
003400     END-IF.
003410     IF HL-OPARM-NAME = SPACES
003420         MOVE 'REJECTED - OPERATOR NAME MISSING' TO WS-RESULT-TEXT
003430         GO TO 3000-EXIT
003440     END-IF.
003450     IF NOT HL-OPARM-VALID-LEVEL
003460         MOVE 'REJECTED - LEVEL MUST BE 1, 2 OR 3'
003470             TO WS-RESULT-TEXT
003480         GO TO 3000-EXIT
003490     END-IF.
003500     IF HL-OPARM-PASSWORD = SPACES
003510         MOVE 'REJECTED - INITIAL PASSWORD MISSING'
003520             TO WS-RESULT-TEXT
003530         GO TO 3000-EXIT
003540     END-IF.
003550     MOVE SPACES TO HL-OPERATOR-RECORD.
003560     MOVE HL-OPARM-OPERATOR-ID TO HL-OPR-OPERATOR-ID.
003570     MOVE HL-OPARM-NAME TO HL-OPR-NAME.
003580     MOVE HL-OPARM-AUTH-LEVEL-N TO HL-OPR-AUTH-LEVEL.
003590     SET HL-OPR-ACTIVE TO TRUE.
003600     PERFORM 5000-SET-NEW-PASSWORD THRU 5000-EXIT.
003610     MOVE ZERO TO HL-OPR-LAST-SIGNON-DATE.
003620     MOVE ZERO TO HL-OPR-LAST-SIGNON-TIME.
003630     MOVE WS-CURRENT-DATE TO HL-OPR-MAINT-DATE.
003640     WRITE HL-OPERATOR-RECORD
003650         INVALID KEY
003660             MOVE 'HELLOOP - OPERATOR-FILE WRITE ERROR, STATUS='
003670                 TO WS-ABEND-MESSAGE
003680             MOVE HL-OPERATOR-STATUS TO WS-ABEND-FILE-STATUS
003690             PERFORM 8000-ABEND THRU 8000-EXIT
003700     END-WRITE.
003710 3000-EXIT.
003720     EXIT.
003730
003740****************************************************************
003750* 4000-UPDATE-OPERATOR - CHANGE, PASSWORD RESET, DEACTIVATE OR
003760*                        REACTIVATE AN OPERATOR ALREADY ON FILE
003770****************************************************************
003780 4000-UPDATE-OPERATOR.
003790     IF WS-OPERATOR-NOT-FOUND
003800         MOVE 'REJECTED - OPERATOR NOT ON FILE' TO WS-RESULT-TEXT
003810         GO TO 4000-EXIT
003820     END-IF.
003830     EVALUATE TRUE
003840         WHEN HL-OPARM-CHANGE
003850             IF HL-OPARM-NAME = SPACES
003860                     AND HL-OPARM-AUTH-LEVEL = SPACE
003870                 MOVE 'REJECTED - NOTHING TO CHANGE'
003880                     TO WS-RESULT-TEXT
003890                 GO TO 4000-EXIT
003900             END-IF
003910             IF HL-OPARM-AUTH-LEVEL NOT = SPACE
003920                     AND NOT HL-OPARM-VALID-LEVEL
003930                 MOVE 'REJECTED - LEVEL MUST BE 1, 2 OR 3'
003940                     TO WS-RESULT-TEXT
003950                 GO TO 4000-EXIT
003960             END-IF
003970             IF HL-OPARM-NAME NOT = SPACES
003980                 MOVE HL-OPARM-NAME TO HL-OPR-NAME
003990             END-IF
004000             IF HL-OPARM-AUTH-LEVEL NOT = SPACE
004010                 MOVE HL-OPARM-AUTH-LEVEL-N TO HL-OPR-AUTH-LEVEL
004020             END-IF
004030         WHEN HL-OPARM-PASSWORD-RESET
004040             IF HL-OPARM-PASSWORD = SPACES
004050                 MOVE 'REJECTED - NEW PASSWORD MISSING'
004060                     TO WS-RESULT-TEXT
004070                 GO TO 4000-EXIT
004080             END-IF
004090             PERFORM 5000-SET-NEW-PASSWORD THRU 5000-EXIT
004100         WHEN HL-OPARM-DEACTIVATE
004110             SET HL-OPR-REVOKED TO TRUE
004120         WHEN HL-OPARM-REACTIVATE
004130             SET HL-OPR-ACTIVE TO TRUE
004140             MOVE ZERO TO HL-OPR-FAILED-SIGNONS
004150     END-EVALUATE.
004160     MOVE WS-CURRENT-DATE TO HL-OPR-MAINT-DATE.
004170     REWRITE HL-OPERATOR-RECORD
004180         INVALID KEY
004190             MOVE 'HELLOOP - OPERATOR-FILE REWRITE ERROR, STATUS='
004200                 TO WS-ABEND-MESSAGE
004210             MOVE HL-OPERATOR-STATUS TO WS-ABEND-FILE-STATUS
004220             PERFORM 8000-ABEND THRU 8000-EXIT
004230     END-REWRITE.
004240 4000-EXIT.
004250     EXIT.
004260
004270****************************************************************
004280* 5000-SET-NEW-PASSWORD - HASH THE CARD'S PASSWORD THROUGH
004290*                         HELLOSO AND SET IT EXPIRED; THE CLEAR
004300*                         PASSWORD IS WIPED FROM THE CARD AREA
004310****************************************************************
004320 5000-SET-NEW-PASSWORD.
004330     SET HL-SOS-FUNC-HASH TO TRUE.
004340     MOVE HL-OPARM-OPERATOR-ID TO HL-SOS-OPERATOR-ID.
004350     MOVE HL-OPARM-PASSWORD TO HL-SOS-PASSWORD.
004360     MOVE SPACES TO HL-OPARM-PASSWORD.
004370     CALL 'HELLOSO' USING HL-SOS-PARMS.
004380     IF NOT HL-SOS-OK
004390         MOVE 'HELLOOP - PASSWORD HASH FAILED, RC='
004400             TO WS-ABEND-MESSAGE
004410         MOVE HL-SOS-RETURN-CODE TO WS-ABEND-FILE-STATUS
004420         PERFORM 8000-ABEND THRU 8000-EXIT
004430     END-IF.
004440     MOVE HL-SOS-PASSWORD-HASH TO HL-OPR-PASSWORD-HASH.
004450     MOVE ZERO TO HL-SOS-PASSWORD-HASH.
004460     SET HL-OPR-PASSWORD-EXPIRED TO TRUE.
004470     MOVE ZERO TO HL-OPR-FAILED-SIGNONS.
004480 5000-EXIT.
004490     EXIT.
004500
004510****************************************************************
004520* 7000-WRITE-HEADINGS - START A NEW REGISTER PAGE
004530****************************************************************
004540 7000-WRITE-HEADINGS.
004550     ADD 1 TO WS-PAGE-NUMBER.
004560     MOVE ZERO TO WS-LINES-ON-PAGE.
004570     MOVE '1' TO HL-OPP-H1-CTL.
004580     MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE-MM.
004590     MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE-DD.
004600     MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-DATE-YYYY.
004610     MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-HH.
004620     MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-MM.
004630     MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-SS.
004640     MOVE WS-RUN-DATE-DISPLAY TO HL-OPP-H1-DATE.
004650     MOVE WS-RUN-TIME-DISPLAY TO HL-OPP-H1-TIME.
004660     MOVE WS-PAGE-NUMBER TO HL-OPP-H1-PAGE.
004670     WRITE HL-OPP-HEADING-1.
004680     WRITE HL-OPP-HEADING-2.
004690 7000-EXIT.
004700     EXIT.
004710
004720****************************************************************
004730* 7100-PRINT-DETAIL-LINE - LIST ONE CARD AND WHAT BECAME OF
004740*                          IT.  AN APPLIED CARD SHOWS THE
004750*                          OPERATOR AS NOW ON FILE.
004760****************************************************************
004770 7100-PRINT-DETAIL-LINE.
004780     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
004790         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
004800     END-IF.
004810     MOVE SPACE TO HL-OPP-DTL-CTL.
004820     MOVE WS-ACTION-TEXT TO HL-OPP-DTL-ACTION.
004830     MOVE HL-OPARM-OPERATOR-ID TO HL-OPP-DTL-OPERATOR.
004840     MOVE WS-RESULT-TEXT TO HL-OPP-DTL-RESULT.
004850     IF WS-RESULT-TEXT NOT = 'APPLIED'
004860         MOVE HL-OPARM-NAME TO HL-OPP-DTL-NAME
004870         MOVE HL-OPARM-AUTH-LEVEL TO HL-OPP-DTL-LEVEL
004880         MOVE SPACES TO HL-OPP-DTL-ACTIVE
004890         GO TO 7100-WRITE
004900     END-IF.
004910     MOVE HL-OPR-NAME TO HL-OPP-DTL-NAME.
004920     MOVE WS-LEVEL-NAME (HL-OPR-AUTH-LEVEL) TO HL-OPP-DTL-LEVEL.
004930     IF HL-OPR-ACTIVE
004940         MOVE 'YES' TO HL-OPP-DTL-ACTIVE
004950     ELSE
004960         MOVE 'NO' TO HL-OPP-DTL-ACTIVE
004970     END-IF.
004980 7100-WRITE.
004990     WRITE HL-OPP-DETAIL-LINE.
005000     ADD 1 TO WS-LINES-ON-PAGE.
005010 7100-EXIT.
005020     EXIT.
005030
005040****************************************************************
005050* 7900-WRITE-TOTALS - PRINT THE CARD COUNTS
005060****************************************************************
005070 7900-WRITE-TOTALS.
005080     MOVE '-' TO HL-OPP-TOT-CTL.
005090     MOVE 'MAINTENANCE CARDS READ' TO HL-OPP-TOT-LABEL.
005100     MOVE WS-CARDS-READ TO HL-OPP-TOT-COUNT.
005110     WRITE HL-OPP-TOTAL-LINE.
005120     MOVE SPACE TO HL-OPP-TOT-CTL.
005130     MOVE 'MAINTENANCE CARDS APPLIED' TO HL-OPP-TOT-LABEL.
005140     MOVE WS-CARDS-APPLIED TO HL-OPP-TOT-COUNT.
005150     WRITE HL-OPP-TOTAL-LINE.
005160     MOVE SPACE TO HL-OPP-TOT-CTL.
005170     MOVE 'MAINTENANCE CARDS REJECTED' TO HL-OPP-TOT-LABEL.
005180     MOVE WS-CARDS-REJECTED TO HL-OPP-TOT-COUNT.
005190     WRITE HL-OPP-TOTAL-LINE.
005200 7900-EXIT.
005210     EXIT.
005220
005230****************************************************************
005240* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
005250****************************************************************
005260 8000-ABEND.
005270     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
005280     MOVE 16 TO WS-ABEND-RETURN-CODE.
005290     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
005300     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
005310     STOP RUN.
005320 8000-EXIT.
005330     EXIT.
005340
005350****************************************************************
005360* 9000-TERMINATE - PRINT TOTALS, CLOSE FILES, REPORT THE RUN
005370****************************************************************
005380 9000-TERMINATE.
005390     PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT.
005400     CLOSE PARM-FILE.
005410     CLOSE OPERATOR-FILE.
005420     CLOSE REPORT-FILE.
005430     DISPLAY 'HELLOOP - MAINTENANCE CARDS READ:     '
005440         WS-CARDS-READ.
005450     DISPLAY 'HELLOOP - MAINTENANCE CARDS APPLIED:  '
005460         WS-CARDS-APPLIED.
005470     DISPLAY 'HELLOOP - MAINTENANCE CARDS REJECTED: '
005480         WS-CARDS-REJECTED.
005490 9000-EXIT.
005500     EXIT.
005510
005520****************************************************************
005530* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT LOG.
005540*                        READ = CARDS READ, ACCEPTED = CARDS
005550*                        APPLIED, REJECTED = CARDS REJECTED.
005560****************************************************************
005570 9500-WRITE-AUDIT-LOG.
005580     OPEN EXTEND AUDIT-LOG-FILE.
005590     IF NOT HL-AUDIT-OK
005600         DISPLAY 'HELLOOP - UNABLE TO OPEN AUDIT-LOG, STATUS='
005610             HL-AUDIT-STATUS
005620         MOVE 16 TO RETURN-CODE
005630         STOP RUN
005640     END-IF.
005650     MOVE 'HELLOOP' TO AUD-JOB-NAME.
005660     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
005670     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
005680     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005690     ACCEPT WS-CURRENT-TIME FROM TIME.
005700     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
005710     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
005720     MOVE WS-CARDS-READ TO AUD-RECORDS-READ.
005730     MOVE WS-CARDS-APPLIED TO AUD-RECORDS-ACCEPTED.
005740     MOVE WS-CARDS-REJECTED TO AUD-RECORDS-REJECTED.
005750     MOVE RETURN-CODE TO AUD-RETURN-CODE.
005760     WRITE AUD-LOG-RECORD.
005770     CLOSE AUDIT-LOG-FILE.
005780 9500-EXIT.
005790     EXIT.
