000100****************************************************************
000110* PROGRAM:     HELLOMM
000120* AUTHOR:      J. L. BRANNIGAN
000130* INSTALLATION:DATA PROCESSING - BATCH SYSTEMS
000140* DATE-WRITTEN:2026-10-15
000150* DATE-COMPILED:
000160*----------------------------------------------------------------
000170* DESCRIPTION
000180*   PARAMETER-DRIVEN MASS-MAINTENANCE TRANSACTION GENERATOR.
000190*   REPLACES HAND-KEYING OF BULK CHANGES - CLOSING EVERY
000200*   INACTIVE ZERO-BALANCE ACCOUNT PAST A CUTOFF, RE-STATUSING
000210*   AN ACCOUNT RANGE, UNLINKING A RETIRED CUSTOMER NUMBER.
000220*   THE PARAMETER CARDS (HLMPARM.CPY) GIVE THE SELECTION
000230*   CRITERIA (STATUS, BALANCE RANGE, EFFECTIVE-DATE RANGE,
000240*   ACCOUNT RANGE, CUSTOMER NUMBER), THE TRANSACTION TO
000250*   GENERATE (S, C, N OR L WITH ITS NEW VALUE) AND THE RUN
000260*   MODE.  SWEEPS THE CUSTOMER MASTER IN KEY SEQUENCE; AN
000270*   ACCOUNT ALREADY IN THE REQUESTED STATE IS COUNTED BUT NOT
000280*   SELECTED.
000290*   PREVIEW (P) - PRINTS THE SELECTED ACCOUNTS, THE TRANSACTION
000300*   COUNT AND THE BALANCE TOTAL OF THE SELECTED ACCOUNTS, WITH
000310*   A SIGN-OFF BLOCK FOR THE SUPERVISOR.  NOTHING IS WRITTEN.
000320*   GENERATE (G) - THE CONTROL CARD CARRIES THE SIGNED-OFF
000330*   PREVIEW'S COUNT AND BALANCE TOTAL.  THE MASTER IS SWEPT
000340*   ONCE TO COUNT; IF THE SELECTION NO LONGER AGREES WITH THE
000350*   PREVIEW NOTHING IS WRITTEN AND THE RUN ENDS RETURN-CODE
000360*   0008.  OTHERWISE THE SECOND SWEEP WRITES THE TRANSACTIONS
000370*   (HLTRN.CPY) AS H/T-BRACKETED BATCHES IN THE RESERVED 70000
000380*   SERIES, ROLLING TO A NEW BATCH EVERY 2000, FOR THE NEXT
000390*   HELLOTM CYCLE.  EACH TRANSACTION CARRIES THE ACCOUNT'S
000400*   BALANCE AT SELECTION IN ITS AMOUNT FIELD (HELLOTM APPLIES
000410*   NO AMOUNT FOR S, C, N OR L), SO THE TRAILER COUNTS AND
000420*   AMOUNT HASHES ADD BACK TO THE PREVIEW'S CONTROL TOTALS.
000430*   CLOSES OVER THE APPROVAL LIMIT ARE STILL HELD BY HELLOTM
000440*   FOR HELLOAQ - THE PREVIEW SIGN-OFF IS NOT A SUBSTITUTE.
000450*   RETURN-CODE 0004 - NO ACCOUNT SELECTED.
000460*----------------------------------------------------------------
000470* MODIFICATION HISTORY
000480* DATE       INIT  DESCRIPTION
000490* 2026-10-15 JLB   INITIAL VERSION.
000500* 2026-10-15 JLB   THE BATCH HEADER NOW NAMES HELLOMM IN
000510*                  HL-TRAN-BH-SOURCE - HELLOTM REJECTS A
000520*                  RESERVED-SERIES BATCH WITHOUT IT.  WHOLE
000530*                  MEMBER RENUMBERED.
000540****************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID.     HELLOMM.
000570 AUTHOR.         J. L. BRANNIGAN.
000580 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000590 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000610
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER.   IBM-370.
000650 OBJECT-COMPUTER.   IBM-370.
000660
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690
000700*    ------------------------------------------------------------
000710*    CUSTOMER MASTER FILE - INDEXED, KEYED BY ACCOUNT NUMBER,
000720*    READ-ONLY KEY-SEQUENCE PASS FROM THE LOW ACCOUNT SELECTED
000730*    ------------------------------------------------------------
000740     SELECT MASTER-FILE ASSIGN TO "MASTERF"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS HL-MAST-KEY
000780         FILE STATUS IS HL-MASTER-STATUS.
000790
000800*    ------------------------------------------------------------
000810*    PARAMETER FILE - SELECTION, TRANSACTION AND RUN-CONTROL
000820*    CARDS
000830*    ------------------------------------------------------------
000840     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS HL-PARM-STATUS.
000870
000880*    ------------------------------------------------------------
000890*    GENERATED TRANSACTION FILE - 70000-SERIES BATCHES FOR THE
000900*    NEXT HELLOTM CYCLE.  OPENED IN GENERATE MODE ONLY.
000910*    ------------------------------------------------------------
000920     SELECT TRAN-OUT-FILE ASSIGN TO "TRANFILE"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS HL-TRAN-OUT-STATUS.
000950
000960*    ------------------------------------------------------------
000970*    PREVIEW / GENERATION REGISTER PRINT FILE - 133-BYTE ASA
000980*    CARRIAGE CONTROL
000990*    ------------------------------------------------------------
001000     SELECT REPORT-FILE ASSIGN TO "PRTFILE"
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS HL-REPORT-STATUS.
001030
001040*    ------------------------------------------------------------
001050*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
001060*    LAYOUT ACROSS THE SUITE
001070*    ------------------------------------------------------------
001080     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS HL-AUDIT-STATUS.
001110
001120 DATA DIVISION.
001130 FILE SECTION.
001140
001150 FD  MASTER-FILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 97 CHARACTERS
001180     DATA RECORD IS HL-MASTER-RECORD.
001190     COPY HLMAST.
001200
001210 FD  PARM-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 80 CHARACTERS
001240     DATA RECORD IS HL-MPARM-RECORD.
001250     COPY HLMPARM.
001260
001270 FD  TRAN-OUT-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 100 CHARACTERS
001300     DATA RECORD IS HL-TRAN-RECORD.
001310     COPY HLTRN.
001320
001330 FD  REPORT-FILE
001340     LABEL RECORDS ARE STANDARD
001350     RECORD CONTAINS 133 CHARACTERS.
001360     COPY HLMMPRT.
001370
001380 FD  AUDIT-LOG-FILE
001390     LABEL RECORDS ARE STANDARD
001400     RECORD CONTAINS 88 CHARACTERS
001410     DATA RECORD IS AUD-LOG-RECORD.
001420     COPY AUDLOG.
001430
001440 WORKING-STORAGE SECTION.
001450
001460*    ------------------------------------------------------------
001470*    FILE STATUS FIELDS
001480*    ------------------------------------------------------------
001490 01  HL-FILE-STATUSES.
001500     05  HL-MASTER-STATUS            PIC X(02) VALUE '00'.
001510         88  HL-MASTER-OK            VALUE '00'.
001520         88  HL-MASTER-EOF           VALUE '10'.
001530     05  HL-PARM-STATUS              PIC X(02) VALUE '00'.
001540         88  HL-PARM-OK              VALUE '00'.
001550     05  HL-TRAN-OUT-STATUS          PIC X(02) VALUE '00'.
001560         88  HL-TRAN-OUT-OK          VALUE '00'.
001570     05  HL-REPORT-STATUS            PIC X(02) VALUE '00'.
001580         88  HL-REPORT-OK            VALUE '00'.
001590     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
001600         88  HL-AUDIT-OK             VALUE '00'.
001610
001620*    ------------------------------------------------------------
001630*    SWITCHES
001640*    ------------------------------------------------------------
001650 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001660     88  WS-EOF-REACHED              VALUE 'Y'.
001670 77  WS-PARM-EOF-SWITCH              PIC X(01) VALUE 'N'.
001680     88  WS-PARM-EOF-REACHED         VALUE 'Y'.
001690 77  WS-SELECT-SWITCH                PIC X(01) VALUE 'N'.
001700     88  WS-ACCOUNT-SELECTED         VALUE 'Y'.
001710     88  WS-ACCOUNT-NOT-SELECTED     VALUE 'N'.
001720 77  WS-RUN-MODE-SWITCH              PIC X(01) VALUE 'P'.
001730     88  WS-MODE-PREVIEW             VALUE 'P'.
001740     88  WS-MODE-GENERATE            VALUE 'G'.
001750*    WHICH MASTER SWEEP IS RUNNING - THE GENERATE-MODE COUNT
001760*    PASS PRINTS AND WRITES NOTHING
001770 77  WS-PASS-SWITCH                  PIC X(01) VALUE 'P'.
001780     88  WS-PASS-PREVIEW             VALUE 'P'.
001790     88  WS-PASS-COUNT               VALUE 'C'.
001800     88  WS-PASS-WRITE               VALUE 'W'.
001810 77  WS-CONTROL-SWITCH               PIC X(01) VALUE 'Y'.
001820     88  WS-CONTROL-AGREES           VALUE 'Y'.
001830     88  WS-CONTROL-DISAGREES        VALUE 'N'.
001840 77  WS-DETAIL-HEADING-SWITCH        PIC X(01) VALUE 'N'.
001850     88  WS-PRINTING-DETAIL          VALUE 'Y'.
001860 77  WS-BATCH-OPEN-SWITCH            PIC X(01) VALUE 'N'.
001870     88  WS-BATCH-OPEN               VALUE 'Y'.
001880
001890*    ------------------------------------------------------------
001900*    RUN COUNTERS - READ, SELECTED, ALREADY-IN-EFFECT AND THE
001910*    BALANCE TOTAL ARE CLEARED AT THE START OF EACH SWEEP
001920*    ------------------------------------------------------------
001930 77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
001940 77  WS-RECORDS-SELECTED             PIC 9(07) COMP VALUE ZERO.
001950 77  WS-ALREADY-IN-EFFECT            PIC 9(07) COMP VALUE ZERO.
001960 77  WS-TRANS-WRITTEN                PIC 9(07) COMP VALUE ZERO.
001970 77  WS-BATCHES-WRITTEN              PIC 9(07) COMP VALUE ZERO.
001980 01  WS-SELECTED-BAL-TOTAL           PIC S9(13)V99 COMP-3
001990                                     VALUE ZERO.
002000 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
002010 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
002020
002030*    ------------------------------------------------------------
002040*    AUDIT-LOG WORK AREAS
002050*    ------------------------------------------------------------
002060 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
002070 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
002080
002090*    ------------------------------------------------------------
002100*    PARAMETER CARD CONTROLS
002110*    ------------------------------------------------------------
002120 77  WS-SELECT-CARDS                 PIC 9(02) COMP VALUE ZERO.
002130 77  WS-TRAN-CARDS                   PIC 9(02) COMP VALUE ZERO.
002140 77  WS-CONTROL-CARDS                PIC 9(02) COMP VALUE ZERO.
002150 77  WS-CRITERIA-COUNT               PIC 9(02) COMP VALUE ZERO.
002160
002170*    ------------------------------------------------------------
002180*    SELECTION CRITERIA - EACH WITH ITS OWN IN-USE SWITCH; A
002190*    CRITERION LEFT BLANK ON THE CARD IS NOT TESTED
002200*    ------------------------------------------------------------
002210 77  WS-SEL-STATUS                   PIC X(01) VALUE SPACE.
002220 77  WS-SEL-BAL-LOW-SWITCH           PIC X(01) VALUE 'N'.
002230     88  WS-SEL-BAL-LOW-USED         VALUE 'Y'.
002240 01  WS-SEL-BAL-LOW                  PIC S9(09)V99 COMP-3
002250                                     VALUE ZERO.
002260 77  WS-SEL-BAL-HIGH-SWITCH          PIC X(01) VALUE 'N'.
002270     88  WS-SEL-BAL-HIGH-USED        VALUE 'Y'.
002280 01  WS-SEL-BAL-HIGH                 PIC S9(09)V99 COMP-3
002290                                     VALUE ZERO.
002300 77  WS-SEL-EFF-LOW-SWITCH           PIC X(01) VALUE 'N'.
002310     88  WS-SEL-EFF-LOW-USED         VALUE 'Y'.
002320 77  WS-SEL-EFF-LOW                  PIC 9(08) VALUE ZERO.
002330 77  WS-SEL-EFF-HIGH-SWITCH          PIC X(01) VALUE 'N'.
002340     88  WS-SEL-EFF-HIGH-USED        VALUE 'Y'.
002350 77  WS-SEL-EFF-HIGH                 PIC 9(08) VALUE ZERO.
002360 77  WS-SEL-ACCT-LOW-SWITCH          PIC X(01) VALUE 'N'.
002370     88  WS-SEL-ACCT-LOW-USED        VALUE 'Y'.
002380 77  WS-SEL-ACCT-LOW                 PIC 9(07) VALUE ZERO.
002390 77  WS-SEL-ACCT-HIGH-SWITCH         PIC X(01) VALUE 'N'.
002400     88  WS-SEL-ACCT-HIGH-USED       VALUE 'Y'.
002410 77  WS-SEL-ACCT-HIGH                PIC 9(07) VALUE ZERO.
002420 77  WS-SEL-CUST-SWITCH              PIC X(01) VALUE 'N'.
002430     88  WS-SEL-CUST-USED            VALUE 'Y'.
002440 77  WS-SEL-CUST-NO                  PIC 9(07) VALUE ZERO.
002450
002460*    ------------------------------------------------------------
002470*    TRANSACTION TO GENERATE, AND ITS NEW VALUE AS PRINTED
002480*    ------------------------------------------------------------
002490 77  WS-GEN-TRAN-CODE                PIC X(01) VALUE SPACE.
002500     88  WS-GEN-STATUS-CHANGE        VALUE 'S'.
002510     88  WS-GEN-ACCOUNT-CLOSE        VALUE 'C'.
002520     88  WS-GEN-NAME-ADDR-CHG        VALUE 'N'.
002530     88  WS-GEN-CUST-LINK            VALUE 'L'.
002540 77  WS-GEN-NEW-STATUS               PIC X(01) VALUE SPACE.
002550 77  WS-GEN-NEW-CUST-NO              PIC 9(07) VALUE ZERO.
002560 77  WS-GEN-NEW-NAME                 PIC X(30) VALUE SPACES.
002570 77  WS-GEN-NEW-ADDRESS              PIC X(30) VALUE SPACES.
002580 77  WS-GEN-NEW-VALUE                PIC X(30) VALUE SPACES.
002590 01  WS-NEW-STATUS-TEXT.
002600     05  FILLER                      PIC X(11)
002610             VALUE 'NEW STATUS '.
002620     05  WS-NST-STATUS               PIC X(01).
002630 01  WS-NEW-CUST-TEXT.
002640     05  FILLER                      PIC X(14)
002650             VALUE 'LINK CUSTOMER '.
002660     05  WS-NCT-CUST-NO              PIC 9(07).
002670
002680*    ------------------------------------------------------------
002690*    RUN CONTROL - THE SIGNED-OFF PREVIEW'S CONTROL TOTALS
002700*    ------------------------------------------------------------
002710 77  WS-EXP-COUNT                    PIC 9(07) COMP VALUE ZERO.
002720 01  WS-EXP-BAL-TOTAL                PIC S9(13)V99 COMP-3
002730                                     VALUE ZERO.
002740
002750*    ------------------------------------------------------------
002760*    MASTER FIELDS AS TESTED - A BLANK OR NON-NUMERIC FIELD ON
002770*    AN UNEDITED RECORD IS TAKEN AS ZERO
002780*    ------------------------------------------------------------
002790 01  WS-MAST-BAL-WORK                PIC S9(09)V99 COMP-3
002800                                     VALUE ZERO.
002810 77  WS-MAST-EFF-WORK                PIC 9(08) VALUE ZERO.
002820 77  WS-MAST-CUST-WORK               PIC 9(07) VALUE ZERO.
002830
002840*    ------------------------------------------------------------
002850*    GENERATED BATCH CONTROLS - THE WHOLE 70000 SERIES IS
002860*    RESERVED FOR THIS RUN, ONE BATCH PER 2000 TRANSACTIONS
002870*    ------------------------------------------------------------
002880 77  WS-MM-BATCH-NO                  PIC 9(05) VALUE 70001.
002890 77  WS-BATCH-TRAN-MAX               PIC 9(05) COMP VALUE 2000.
002900 77  WS-BATCH-TRAN-COUNT             PIC 9(05) COMP VALUE ZERO.
002910 01  WS-BATCH-HASH-TOTAL             PIC S9(13)V99 COMP-3
002920                                     VALUE ZERO.
002930
002940*    ------------------------------------------------------------
002950*    REGISTER CONTROLS
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
003120 77  WS-FMT-DATE-IN                  PIC 9(08) VALUE ZERO.
003130 01  WS-FMT-DATE-DISPLAY.
003140     05  WS-FMT-DATE-MM              PIC 9(02).
003150     05  FILLER                      PIC X(01) VALUE '/'.
003160     05  WS-FMT-DATE-DD              PIC 9(02).
003170     05  FILLER                      PIC X(01) VALUE '/'.
003180     05  WS-FMT-DATE-YYYY            PIC 9(04).
003190 77  WS-EDIT-AMOUNT                  PIC -ZZZ,ZZZ,ZZ9.99.
003200 77  WS-EDIT-ACCT                    PIC 9(07).
003210
003220*    ------------------------------------------------------------
003230*    ABEND HANDLING
003240*    ------------------------------------------------------------
003250 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
003260 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
003270 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
003280
003290 PROCEDURE DIVISION.
003300
003310****************************************************************
003320* 0000-MAINLINE
003330****************************************************************
003340 0000-MAINLINE.
003350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003360     IF WS-MODE-GENERATE
003370         SET WS-PASS-COUNT TO TRUE
003380         PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT
003390         PERFORM 3000-CHECK-CONTROL-TOTALS THRU 3000-EXIT
003400         IF WS-CONTROL-AGREES
003410             SET WS-PASS-WRITE TO TRUE
003420             PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT
003430         END-IF
003440     ELSE
003450         SET WS-PASS-PREVIEW TO TRUE
003460         PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT
003470     END-IF.
003480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003490     IF WS-CONTROL-DISAGREES
003500         MOVE 8 TO RETURN-CODE
003510     ELSE
003520         IF WS-RECORDS-SELECTED = ZERO
003530             MOVE 4 TO RETURN-CODE
003540         ELSE
003550             MOVE ZERO TO RETURN-CODE
003560         END-IF
003570     END-IF.
003580     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
003590     STOP RUN.
003600
003610****************************************************************
003620* 1000-INITIALIZE - LOAD AND EDIT THE PARAMETER CARDS, OPEN
003630*                   FILES, PRINT THE CRITERIA PAGE
003640****************************************************************
003650 1000-INITIALIZE.
003660     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
003670     ACCEPT WS-RUN-START-TIME FROM TIME.
003680     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003690     ACCEPT WS-CURRENT-TIME FROM TIME.
003700     PERFORM 1200-READ-PARM-FILE THRU 1200-EXIT.
003710     PERFORM 1300-EDIT-PARMS THRU 1300-EXIT.
003720     OPEN INPUT MASTER-FILE.
003730     IF NOT HL-MASTER-OK
003740         MOVE 'HELLOMM - UNABLE TO OPEN MASTER-FILE, STATUS='
003750             TO WS-ABEND-MESSAGE
003760         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
003770         PERFORM 8000-ABEND THRU 8000-EXIT
003780     END-IF.
003790     IF WS-MODE-GENERATE
003800         OPEN OUTPUT TRAN-OUT-FILE
003810         IF NOT HL-TRAN-OUT-OK
003820             MOVE 'HELLOMM - UNABLE TO OPEN TRAN-OUT, STATUS='
003830                 TO WS-ABEND-MESSAGE
003840             MOVE HL-TRAN-OUT-STATUS TO WS-ABEND-FILE-STATUS
003850             PERFORM 8000-ABEND THRU 8000-EXIT
003860         END-IF
003870     END-IF.
003880     OPEN OUTPUT REPORT-FILE.
003890     IF NOT HL-REPORT-OK
003900         MOVE 'HELLOMM - UNABLE TO OPEN REPORT-FILE, STATUS='
003910             TO WS-ABEND-MESSAGE
003920         MOVE HL-REPORT-STATUS TO WS-ABEND-FILE-STATUS
003930         PERFORM 8000-ABEND THRU 8000-EXIT
003940     END-IF.
003950     PERFORM 7050-PRINT-CRITERIA THRU 7050-EXIT.
003960 1000-EXIT.
003970     EXIT.
003980
003990****************************************************************
004000* 1200-READ-PARM-FILE - LOAD EVERY PARAMETER CARD
004010****************************************************************
004020 1200-READ-PARM-FILE.
004030     OPEN INPUT PARM-FILE.
004040     IF NOT HL-PARM-OK
004050         MOVE 'HELLOMM - UNABLE TO OPEN PARM-FILE, STATUS='
004060             TO WS-ABEND-MESSAGE
004070         MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
004080         PERFORM 8000-ABEND THRU 8000-EXIT
004090     END-IF.
004100     PERFORM 1210-LOAD-ONE-PARM THRU 1210-EXIT
004110         UNTIL WS-PARM-EOF-REACHED.
004120     CLOSE PARM-FILE.
004130 1200-EXIT.
004140     EXIT.
004150
004160****************************************************************
004170* 1210-LOAD-ONE-PARM - FILE ONE PARAMETER CARD BY ITS TYPE
004180****************************************************************
004190 1210-LOAD-ONE-PARM.
004200     READ PARM-FILE
004210         AT END
004220             SET WS-PARM-EOF-REACHED TO TRUE
004230     END-READ.
004240     IF WS-PARM-EOF-REACHED
004250         GO TO 1210-EXIT
004260     END-IF.
004270     IF NOT HL-PARM-OK
004280         MOVE 'HELLOMM - PARM-FILE READ ERROR, STATUS='
004290             TO WS-ABEND-MESSAGE
004300         MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
004310         PERFORM 8000-ABEND THRU 8000-EXIT
004320     END-IF.
004330     EVALUATE TRUE
004340         WHEN HL-MPARM-SELECT-CARD
004350             PERFORM 1220-LOAD-SELECT-CARD THRU 1220-EXIT
004360         WHEN HL-MPARM-TRAN-CARD
004370             PERFORM 1230-LOAD-TRAN-CARD THRU 1230-EXIT
004380         WHEN HL-MPARM-CONTROL-CARD
004390             PERFORM 1240-LOAD-CONTROL-CARD THRU 1240-EXIT
004400         WHEN OTHER
004410             MOVE 'HELLOMM - UNKNOWN PARAMETER CARD TYPE'
004420                 TO WS-ABEND-MESSAGE
004430             MOVE SPACES TO WS-ABEND-FILE-STATUS
004440             PERFORM 8000-ABEND THRU 8000-EXIT
004450     END-EVALUATE.
004460 1210-EXIT.
004470     EXIT.
004480
004490****************************************************************
004500* 1220-LOAD-SELECT-CARD - TAKE EACH CRITERION KEYED.  A BLANK
004510*                         FIELD IS NOT A CRITERION; A FIELD
004520*                         THAT IS NEITHER BLANK NOR NUMERIC IS
004530*                         A KEYING ERROR AND STOPS THE RUN -
004540*                         IGNORING IT WOULD WIDEN THE SELECTION.
004550****************************************************************
004560 1220-LOAD-SELECT-CARD.
004570     ADD 1 TO WS-SELECT-CARDS.
004580     IF HL-MPARM-STATUS-CODE NOT = SPACE
004590         MOVE HL-MPARM-STATUS-CODE TO WS-SEL-STATUS
004600         ADD 1 TO WS-CRITERIA-COUNT
004610     END-IF.
004620     IF HL-MPARM-BAL-LOW-X NOT = SPACES
004630         IF HL-MPARM-BAL-LOW NOT NUMERIC
004640             GO TO 1220-NOT-NUMERIC
004650         END-IF
004660         SET WS-SEL-BAL-LOW-USED TO TRUE
004670         MOVE HL-MPARM-BAL-LOW TO WS-SEL-BAL-LOW
004680         ADD 1 TO WS-CRITERIA-COUNT
004690     END-IF.
004700     IF HL-MPARM-BAL-HIGH-X NOT = SPACES
004710         IF HL-MPARM-BAL-HIGH NOT NUMERIC
004720             GO TO 1220-NOT-NUMERIC
004730         END-IF
004740         SET WS-SEL-BAL-HIGH-USED TO TRUE
004750         MOVE HL-MPARM-BAL-HIGH TO WS-SEL-BAL-HIGH
004760         ADD 1 TO WS-CRITERIA-COUNT
004770     END-IF.
004780     IF HL-MPARM-EFF-LOW-X NOT = SPACES
004790         IF HL-MPARM-EFF-LOW NOT NUMERIC
004800             GO TO 1220-NOT-NUMERIC
004810         END-IF
004820         SET WS-SEL-EFF-LOW-USED TO TRUE
004830         MOVE HL-MPARM-EFF-LOW TO WS-SEL-EFF-LOW
004840         ADD 1 TO WS-CRITERIA-COUNT
004850     END-IF.
004860     IF HL-MPARM-EFF-HIGH-X NOT = SPACES
004870         IF HL-MPARM-EFF-HIGH NOT NUMERIC
004880             GO TO 1220-NOT-NUMERIC
004890         END-IF
004900         SET WS-SEL-EFF-HIGH-USED TO TRUE
004910         MOVE HL-MPARM-EFF-HIGH TO WS-SEL-EFF-HIGH
004920         ADD 1 TO WS-CRITERIA-COUNT
004930     END-IF.
004940     IF HL-MPARM-ACCT-LOW-X NOT = SPACES
004950         IF HL-MPARM-ACCT-LOW NOT NUMERIC
004960             GO TO 1220-NOT-NUMERIC
004970         END-IF
004980         SET WS-SEL-ACCT-LOW-USED TO TRUE
004990         MOVE HL-MPARM-ACCT-LOW TO WS-SEL-ACCT-LOW
005000         ADD 1 TO WS-CRITERIA-COUNT
005010     END-IF.
005020     IF HL-MPARM-ACCT-HIGH-X NOT = SPACES
005030         IF HL-MPARM-ACCT-HIGH NOT NUMERIC
005040             GO TO 1220-NOT-NUMERIC
005050         END-IF
005060         SET WS-SEL-ACCT-HIGH-USED TO TRUE
005070         MOVE HL-MPARM-ACCT-HIGH TO WS-SEL-ACCT-HIGH
005080         ADD 1 TO WS-CRITERIA-COUNT
005090     END-IF.
005100     IF HL-MPARM-CUST-NO-X NOT = SPACES
005110         IF HL-MPARM-CUST-NO NOT NUMERIC
005120             GO TO 1220-NOT-NUMERIC
005130         END-IF
005140         SET WS-SEL-CUST-USED TO TRUE
005150         MOVE HL-MPARM-CUST-NO TO WS-SEL-CUST-NO
005160         ADD 1 TO WS-CRITERIA-COUNT
005170     END-IF.
005180     GO TO 1220-EXIT.
005190 1220-NOT-NUMERIC.
005200     MOVE 'HELLOMM - SELECTION CRITERION NOT NUMERIC ON S CARD'
005210         TO WS-ABEND-MESSAGE.
005220     MOVE SPACES TO WS-ABEND-FILE-STATUS.
005230     PERFORM 8000-ABEND THRU 8000-EXIT.
005240 1220-EXIT.
005250     EXIT.
005260
005270****************************************************************
005280* 1230-LOAD-TRAN-CARD - THE TRANSACTION CODE AND NEW VALUE
005290****************************************************************
005300 1230-LOAD-TRAN-CARD.
005310     ADD 1 TO WS-TRAN-CARDS.
005320     MOVE HL-MPARM-TRAN-CODE TO WS-GEN-TRAN-CODE.
005330     MOVE HL-MPARM-NEW-STATUS TO WS-GEN-NEW-STATUS.
005340     MOVE HL-MPARM-NEW-NAME TO WS-GEN-NEW-NAME.
005350     MOVE HL-MPARM-NEW-ADDRESS TO WS-GEN-NEW-ADDRESS.
005360     IF WS-GEN-CUST-LINK
005370         IF HL-MPARM-NEW-CUST-NO NOT NUMERIC
005380             MOVE 'HELLOMM - NEW CUSTOMER NUMBER NOT NUMERIC'
005390                 TO WS-ABEND-MESSAGE
005400             MOVE SPACES TO WS-ABEND-FILE-STATUS
005410             PERFORM 8000-ABEND THRU 8000-EXIT
005420         END-IF
005430         MOVE HL-MPARM-NEW-CUST-NO TO WS-GEN-NEW-CUST-NO
005440     END-IF.
005450 1230-EXIT.
005460     EXIT.
005470
005480****************************************************************
005490* 1240-LOAD-CONTROL-CARD - THE RUN MODE, AND FOR A GENERATE
005500*                          RUN THE PREVIEW'S CONTROL TOTALS
005510****************************************************************
005520 1240-LOAD-CONTROL-CARD.
005530     ADD 1 TO WS-CONTROL-CARDS.
005540     IF NOT HL-MPARM-PREVIEW AND NOT HL-MPARM-GENERATE
005550         MOVE 'HELLOMM - RUN MODE ON C CARD MUST BE P OR G'
005560             TO WS-ABEND-MESSAGE
005570         MOVE SPACES TO WS-ABEND-FILE-STATUS
005580         PERFORM 8000-ABEND THRU 8000-EXIT
005590     END-IF.
005600     MOVE HL-MPARM-RUN-MODE TO WS-RUN-MODE-SWITCH.
005610     IF WS-MODE-PREVIEW
005620         GO TO 1240-EXIT
005630     END-IF.
005640     IF HL-MPARM-EXP-COUNT NOT NUMERIC
005650         OR HL-MPARM-EXP-BAL-TOTAL NOT NUMERIC
005660         MOVE 'HELLOMM - GENERATE RUN NEEDS THE PREVIEW TOTALS'
005670             TO WS-ABEND-MESSAGE
005680         MOVE SPACES TO WS-ABEND-FILE-STATUS
005690         PERFORM 8000-ABEND THRU 8000-EXIT
005700     END-IF.
005710     MOVE HL-MPARM-EXP-COUNT TO WS-EXP-COUNT.
005720     MOVE HL-MPARM-EXP-BAL-TOTAL TO WS-EXP-BAL-TOTAL.
005730 1240-EXIT.
005740     EXIT.
005750
005760****************************************************************
005770* 1300-EDIT-PARMS - THE CARDS TOGETHER MUST DESCRIBE ONE
005780*                   BOUNDED SELECTION AND ONE VALID
005790*                   TRANSACTION
005800****************************************************************
005810 1300-EDIT-PARMS.
005820     IF WS-SELECT-CARDS NOT = 1
005830         MOVE 'HELLOMM - EXACTLY ONE SELECTION (S) CARD REQUIRED'
005840             TO WS-ABEND-MESSAGE
005850         GO TO 1300-PARM-ERROR
005860     END-IF.
005870     IF WS-TRAN-CARDS NOT = 1
005880         MOVE 'HELLOMM - EXACTLY ONE TRANSACTION (T) CARD NEEDED'
005890             TO WS-ABEND-MESSAGE
005900         GO TO 1300-PARM-ERROR
005910     END-IF.
005920     IF WS-CONTROL-CARDS > 1
005930         MOVE 'HELLOMM - MORE THAN ONE RUN-CONTROL (C) CARD'
005940             TO WS-ABEND-MESSAGE
005950         GO TO 1300-PARM-ERROR
005960     END-IF.
005970*    A CARD WITH NO CRITERIA WOULD SELECT THE WHOLE MASTER.
005980     IF WS-CRITERIA-COUNT = ZERO
005990         MOVE 'HELLOMM - NO SELECTION CRITERIA ON THE S CARD'
006000             TO WS-ABEND-MESSAGE
006010         GO TO 1300-PARM-ERROR
006020     END-IF.
006030     IF (WS-SEL-BAL-LOW-USED AND WS-SEL-BAL-HIGH-USED
006040             AND WS-SEL-BAL-LOW > WS-SEL-BAL-HIGH)
006050         OR (WS-SEL-EFF-LOW-USED AND WS-SEL-EFF-HIGH-USED
006060             AND WS-SEL-EFF-LOW > WS-SEL-EFF-HIGH)
006070         OR (WS-SEL-ACCT-LOW-USED AND WS-SEL-ACCT-HIGH-USED
006080             AND WS-SEL-ACCT-LOW > WS-SEL-ACCT-HIGH)
006090         MOVE 'HELLOMM - A SELECTION RANGE HAS LOW ABOVE HIGH'
006100             TO WS-ABEND-MESSAGE
006110         GO TO 1300-PARM-ERROR
006120     END-IF.
006130     EVALUATE TRUE
006140         WHEN WS-GEN-STATUS-CHANGE
006150             IF WS-GEN-NEW-STATUS NOT = 'A'
006160                 AND WS-GEN-NEW-STATUS NOT = 'I'
006170                 AND WS-GEN-NEW-STATUS NOT = 'C'
006180                 MOVE 'HELLOMM - NEW STATUS MUST BE A, I OR C'
006190                     TO WS-ABEND-MESSAGE
006200                 GO TO 1300-PARM-ERROR
006210             END-IF
006220             MOVE WS-GEN-NEW-STATUS TO WS-NST-STATUS
006230             MOVE WS-NEW-STATUS-TEXT TO WS-GEN-NEW-VALUE
006240         WHEN WS-GEN-ACCOUNT-CLOSE
006250             MOVE 'CLOSE ACCOUNT' TO WS-GEN-NEW-VALUE
006260         WHEN WS-GEN-NAME-ADDR-CHG
006270             IF WS-GEN-NEW-NAME = SPACES
006280                 AND WS-GEN-NEW-ADDRESS = SPACES
006290                 MOVE 'HELLOMM - N CHANGE NEEDS A NAME OR ADDRESS'
006300                     TO WS-ABEND-MESSAGE
006310                 GO TO 1300-PARM-ERROR
006320             END-IF
006330             IF WS-GEN-NEW-NAME NOT = SPACES
006340                 MOVE WS-GEN-NEW-NAME TO WS-GEN-NEW-VALUE
006350             ELSE
006360                 MOVE WS-GEN-NEW-ADDRESS TO WS-GEN-NEW-VALUE
006370             END-IF
006380         WHEN WS-GEN-CUST-LINK
006390             IF WS-GEN-NEW-CUST-NO = ZERO
006400                 MOVE 'UNLINK CUSTOMER' TO WS-GEN-NEW-VALUE
006410             ELSE
006420                 MOVE WS-GEN-NEW-CUST-NO TO WS-NCT-CUST-NO
006430                 MOVE WS-NEW-CUST-TEXT TO WS-GEN-NEW-VALUE
006440             END-IF
006450         WHEN OTHER
006460             MOVE 'HELLOMM - TRAN CODE MUST BE S, C, N OR L'
006470                 TO WS-ABEND-MESSAGE
006480             GO TO 1300-PARM-ERROR
006490     END-EVALUATE.
006500     GO TO 1300-EXIT.
006510 1300-PARM-ERROR.
006520     MOVE SPACES TO WS-ABEND-FILE-STATUS.
006530     PERFORM 8000-ABEND THRU 8000-EXIT.
006540 1300-EXIT.
006550     EXIT.
006560
006570****************************************************************
006580* 2000-SWEEP-MASTER - ONE PASS OF THE MASTER IN KEY SEQUENCE,
006590*                     FROM THE LOW ACCOUNT SELECTED (OR THE
006600*                     START OF FILE) TO THE HIGH ONE (OR END OF
006610*                     FILE)
006620****************************************************************
006630 2000-SWEEP-MASTER.
006640     MOVE ZERO TO WS-RECORDS-READ.
006650     MOVE ZERO TO WS-RECORDS-SELECTED.
006660     MOVE ZERO TO WS-ALREADY-IN-EFFECT.
006670     MOVE ZERO TO WS-SELECTED-BAL-TOTAL.
006680     MOVE 'N' TO WS-EOF-SWITCH.
006690     IF NOT WS-PASS-COUNT
006700         SET WS-PRINTING-DETAIL TO TRUE
006710         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
006720     END-IF.
006730     IF WS-SEL-ACCT-LOW-USED
006740         MOVE WS-SEL-ACCT-LOW TO HL-MAST-ACCT-NO
006750     ELSE
006760         MOVE ZERO TO HL-MAST-ACCT-NO
006770     END-IF.
006780     START MASTER-FILE KEY IS NOT LESS THAN HL-MAST-KEY
006790         INVALID KEY
006800             SET WS-EOF-REACHED TO TRUE
006810     END-START.
006820     IF NOT WS-EOF-REACHED
006830         PERFORM 2900-READ-MASTER-NEXT THRU 2900-EXIT
006840     END-IF.
006850     PERFORM 2100-SELECT-ONE-ACCOUNT THRU 2100-EXIT
006860         UNTIL WS-EOF-REACHED.
006870     IF WS-BATCH-OPEN
006880         PERFORM 4910-WRITE-BATCH-TRAILER THRU 4910-EXIT
006890     END-IF.
006900 2000-EXIT.
006910     EXIT.
006920
006930****************************************************************
006940* 2100-SELECT-ONE-ACCOUNT - TEST ONE MASTER RECORD AND DISPOSE
006950*                           OF IT IF SELECTED
006960****************************************************************
006970 2100-SELECT-ONE-ACCOUNT.
006980     ADD 1 TO WS-RECORDS-READ.
006990     PERFORM 2200-TEST-CRITERIA THRU 2200-EXIT.
007000     IF WS-ACCOUNT-SELECTED
007010         PERFORM 2300-DISPOSE-SELECTED THRU 2300-EXIT
007020     END-IF.
007030     PERFORM 2900-READ-MASTER-NEXT THRU 2900-EXIT.
007040 2100-EXIT.
007050     EXIT.
007060
007070****************************************************************
007080* 2200-TEST-CRITERIA - THE RECORD IS SELECTED ONLY WHEN IT
007090*                      MEETS EVERY CRITERION IN USE.  THE
007100*                      ACCOUNT RANGE IS APPLIED BY THE SWEEP.
007110****************************************************************
007120 2200-TEST-CRITERIA.
007130     SET WS-ACCOUNT-NOT-SELECTED TO TRUE.
007140     IF HL-MAST-BALANCE NUMERIC
007150         MOVE HL-MAST-BALANCE TO WS-MAST-BAL-WORK
007160     ELSE
007170         MOVE ZERO TO WS-MAST-BAL-WORK
007180     END-IF.
007190     IF HL-MAST-EFF-DATE NUMERIC
007200         MOVE HL-MAST-EFF-DATE TO WS-MAST-EFF-WORK
007210     ELSE
007220         MOVE ZERO TO WS-MAST-EFF-WORK
007230     END-IF.
007240*    A PRE-CHANGE RECORD CARRIES SPACES - UNLINKED, LIKE ZERO.
007250     IF HL-MAST-CUST-NO NUMERIC
007260         MOVE HL-MAST-CUST-NO TO WS-MAST-CUST-WORK
007270     ELSE
007280         MOVE ZERO TO WS-MAST-CUST-WORK
007290     END-IF.
007300     IF WS-SEL-STATUS NOT = SPACE
007310         AND HL-MAST-STATUS-CODE NOT = WS-SEL-STATUS
007320         GO TO 2200-EXIT
007330     END-IF.
007340     IF WS-SEL-BAL-LOW-USED
007350         AND WS-MAST-BAL-WORK < WS-SEL-BAL-LOW
007360         GO TO 2200-EXIT
007370     END-IF.
007380     IF WS-SEL-BAL-HIGH-USED
007390         AND WS-MAST-BAL-WORK > WS-SEL-BAL-HIGH
007400         GO TO 2200-EXIT
007410     END-IF.
007420     IF WS-SEL-EFF-LOW-USED
007430         AND WS-MAST-EFF-WORK < WS-SEL-EFF-LOW
007440         GO TO 2200-EXIT
007450     END-IF.
007460     IF WS-SEL-EFF-HIGH-USED
007470         AND WS-MAST-EFF-WORK > WS-SEL-EFF-HIGH
007480         GO TO 2200-EXIT
007490     END-IF.
007500     IF WS-SEL-CUST-USED
007510         AND WS-MAST-CUST-WORK NOT = WS-SEL-CUST-NO
007520         GO TO 2200-EXIT
007530     END-IF.
007540     SET WS-ACCOUNT-SELECTED TO TRUE.
007550 2200-EXIT.
007560     EXIT.
007570
007580****************************************************************
007590* 2300-DISPOSE-SELECTED - A SELECTED ACCOUNT ALREADY IN THE
007600*                         REQUESTED STATE IS ONLY COUNTED.
007610*                         EVERY OTHER ONE IS ADDED TO THE
007620*                         CONTROL TOTALS, PRINTED, AND ON THE
007630*                         WRITE PASS GENERATED.
007640****************************************************************
007650 2300-DISPOSE-SELECTED.
007660     EVALUATE TRUE
007670         WHEN WS-GEN-STATUS-CHANGE
007680             IF HL-MAST-STATUS-CODE = WS-GEN-NEW-STATUS
007690                 GO TO 2300-ALREADY-IN-EFFECT
007700             END-IF
007710         WHEN WS-GEN-ACCOUNT-CLOSE
007720             IF HL-MAST-CLOSED
007730                 GO TO 2300-ALREADY-IN-EFFECT
007740             END-IF
007750         WHEN WS-GEN-CUST-LINK
007760             IF WS-MAST-CUST-WORK = WS-GEN-NEW-CUST-NO
007770                 GO TO 2300-ALREADY-IN-EFFECT
007780             END-IF
007790         WHEN WS-GEN-NAME-ADDR-CHG
007800             IF (WS-GEN-NEW-NAME = SPACES
007810                     OR WS-GEN-NEW-NAME = HL-MAST-NAME)
007820                 AND (WS-GEN-NEW-ADDRESS = SPACES
007830                     OR WS-GEN-NEW-ADDRESS = HL-MAST-ADDRESS)
007840                 GO TO 2300-ALREADY-IN-EFFECT
007850             END-IF
007860     END-EVALUATE.
007870     ADD 1 TO WS-RECORDS-SELECTED.
007880     ADD WS-MAST-BAL-WORK TO WS-SELECTED-BAL-TOTAL.
007890     IF WS-PASS-WRITE
007900         PERFORM 4000-WRITE-MAINT-TRAN THRU 4000-EXIT
007910     END-IF.
007920     IF NOT WS-PASS-COUNT
007930         PERFORM 7100-PRINT-DETAIL-LINE THRU 7100-EXIT
007940     END-IF.
007950     GO TO 2300-EXIT.
007960 2300-ALREADY-IN-EFFECT.
007970     ADD 1 TO WS-ALREADY-IN-EFFECT.
007980 2300-EXIT.
007990     EXIT.
008000
008010****************************************************************
008020* 2900-READ-MASTER-NEXT - READ THE NEXT MASTER RECORD; PASSING
008030*                         THE HIGH ACCOUNT SELECTED ENDS THE
008040*                         SWEEP
008050****************************************************************
008060 2900-READ-MASTER-NEXT.
008070     READ MASTER-FILE NEXT RECORD
008080         AT END
008090             SET WS-EOF-REACHED TO TRUE
008100     END-READ.
008110     IF WS-EOF-REACHED
008120         GO TO 2900-EXIT
008130     END-IF.
008140     IF NOT HL-MASTER-OK
008150         MOVE 'HELLOMM - MASTER-FILE READ ERROR, STATUS='
008160             TO WS-ABEND-MESSAGE
008170         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
008180         PERFORM 8000-ABEND THRU 8000-EXIT
008190     END-IF.
008200     IF WS-SEL-ACCT-HIGH-USED
008210         AND HL-MAST-ACCT-NO > WS-SEL-ACCT-HIGH
008220         SET WS-EOF-REACHED TO TRUE
008230     END-IF.
008240 2900-EXIT.
008250     EXIT.
008260
008270****************************************************************
008280* 3000-CHECK-CONTROL-TOTALS - THE COUNT PASS MUST SELECT
008290*                             EXACTLY WHAT THE SIGNED-OFF
008300*                             PREVIEW DID, OR NOTHING IS
008310*                             GENERATED
008320****************************************************************
008330 3000-CHECK-CONTROL-TOTALS.
008340     IF WS-RECORDS-SELECTED = WS-EXP-COUNT
008350         AND WS-SELECTED-BAL-TOTAL = WS-EXP-BAL-TOTAL
008360         SET WS-CONTROL-AGREES TO TRUE
008370         GO TO 3000-EXIT
008380     END-IF.
008390     SET WS-CONTROL-DISAGREES TO TRUE.
008400     MOVE '0' TO HL-MMP-TOT-CTL.
008410     MOVE 'SELECTED NOW' TO HL-MMP-TOT-LABEL.
008420     MOVE WS-RECORDS-SELECTED TO HL-MMP-TOT-COUNT.
008430     MOVE WS-SELECTED-BAL-TOTAL TO HL-MMP-TOT-AMOUNT.
008440     WRITE HL-MMP-TOTAL-LINE.
008450     MOVE '0' TO HL-MMP-SEC-CTL.
008460     MOVE 'SELECTION DISAGREES WITH THE PREVIEW - NOTHING WRITTEN'
008470         TO HL-MMP-SEC-LABEL.
008480     WRITE HL-MMP-SECTION-LINE.
008490     DISPLAY 'HELLOMM - SELECTION DOES NOT AGREE WITH THE '
008500         'PREVIEW CONTROL TOTALS - NO TRANSACTIONS WRITTEN'.
008510 3000-EXIT.
008520     EXIT.
008530
008540****************************************************************
008550* 4000-WRITE-MAINT-TRAN - WRITE THE GENERATED TRANSACTION FOR
008560*                         THE SELECTED ACCOUNT.  THE AMOUNT
008570*                         FIELD CARRIES THE BALANCE AT
008580*                         SELECTION AS THE BATCH CONTROL.
008590****************************************************************
008600 4000-WRITE-MAINT-TRAN.
008610     IF NOT WS-BATCH-OPEN
008620         PERFORM 4800-WRITE-BATCH-HEADER THRU 4800-EXIT
008630     END-IF.
008640*    ROLL TO A NEW BATCH BEFORE THIS TRANSACTION WOULD PUSH
008650*    THE CURRENT ONE PAST THE HELLOTM IN-CORE BATCH TABLE.
008660     IF WS-BATCH-TRAN-COUNT >= WS-BATCH-TRAN-MAX
008670         PERFORM 4910-WRITE-BATCH-TRAILER THRU 4910-EXIT
008680         ADD 1 TO WS-MM-BATCH-NO
008690         PERFORM 4800-WRITE-BATCH-HEADER THRU 4800-EXIT
008700     END-IF.
008710     MOVE SPACES TO HL-TRAN-RECORD.
008720     MOVE WS-GEN-TRAN-CODE TO HL-TRAN-CODE.
008730     MOVE HL-MAST-ACCT-NO TO HL-TRAN-ACCT-NO.
008740*    HELLOTM REPLACES ONLY THE N-TYPE FIELDS THAT ARE NOT BLANK.
008750     IF WS-GEN-NAME-ADDR-CHG
008760         MOVE WS-GEN-NEW-NAME TO HL-TRAN-NAME
008770         MOVE WS-GEN-NEW-ADDRESS TO HL-TRAN-ADDRESS
008780     ELSE
008790         MOVE HL-MAST-NAME TO HL-TRAN-NAME
008800     END-IF.
008810     MOVE WS-CURRENT-DATE(1:4) TO HL-TRAN-EFF-YYYY.
008820     MOVE WS-CURRENT-DATE(5:2) TO HL-TRAN-EFF-MM.
008830     MOVE WS-CURRENT-DATE(7:2) TO HL-TRAN-EFF-DD.
008840     MOVE WS-MAST-BAL-WORK TO HL-TRAN-AMOUNT.
008850     IF WS-GEN-STATUS-CHANGE
008860         MOVE WS-GEN-NEW-STATUS TO HL-TRAN-STATUS-CODE
008870     ELSE
008880         MOVE SPACE TO HL-TRAN-STATUS-CODE
008890     END-IF.
008900     IF WS-GEN-CUST-LINK
008910         MOVE WS-GEN-NEW-CUST-NO TO HL-TRAN-CUST-NO
008920     END-IF.
008930     WRITE HL-TRAN-RECORD.
008940     IF NOT HL-TRAN-OUT-OK
008950         MOVE 'HELLOMM - TRAN-OUT WRITE ERROR, STATUS='
008960             TO WS-ABEND-MESSAGE
008970         MOVE HL-TRAN-OUT-STATUS TO WS-ABEND-FILE-STATUS
008980         PERFORM 8000-ABEND THRU 8000-EXIT
008990     END-IF.
009000     ADD 1 TO WS-TRANS-WRITTEN.
009010     ADD 1 TO WS-BATCH-TRAN-COUNT.
009020     ADD WS-MAST-BAL-WORK TO WS-BATCH-HASH-TOTAL.
009030 4000-EXIT.
009040     EXIT.
009050
009060****************************************************************
009070* 4800-WRITE-BATCH-HEADER - OPEN THE NEXT GENERATED BATCH (THE
009080*                           70000 SERIES IS RESERVED) SO THE
009090*                           HELLOTM PROOF CAN GATE THE FILE
009100****************************************************************
009110 4800-WRITE-BATCH-HEADER.
009120     MOVE SPACES TO HL-TRAN-BATCH-HEADER.
009130     MOVE 'H' TO HL-TRAN-BH-CODE.
009140     MOVE WS-MM-BATCH-NO TO HL-TRAN-BH-BATCH-NO.
009150     MOVE WS-CURRENT-DATE TO HL-TRAN-BH-BATCH-DATE.
009160     MOVE 'HELLOMM' TO HL-TRAN-BH-SOURCE.
009170     WRITE HL-TRAN-BATCH-HEADER.
009180     IF NOT HL-TRAN-OUT-OK
009190         MOVE 'HELLOMM - TRAN-OUT WRITE ERROR, STATUS='
009200             TO WS-ABEND-MESSAGE
009210         MOVE HL-TRAN-OUT-STATUS TO WS-ABEND-FILE-STATUS
009220         PERFORM 8000-ABEND THRU 8000-EXIT
009230     END-IF.
009240     SET WS-BATCH-OPEN TO TRUE.
009250     ADD 1 TO WS-BATCHES-WRITTEN.
009260 4800-EXIT.
009270     EXIT.
009280
009290****************************************************************
009300* 4910-WRITE-BATCH-TRAILER - CLOSE THE CURRENT GENERATED BATCH
009310*                            WITH ITS OWN TRANSACTION COUNT
009320*                            AND AMOUNT HASH
009330****************************************************************
009340 4910-WRITE-BATCH-TRAILER.
009350     MOVE SPACES TO HL-TRAN-BATCH-TRAILER.
009360     MOVE 'T' TO HL-TRAN-BT-CODE.
009370     MOVE WS-MM-BATCH-NO TO HL-TRAN-BT-BATCH-NO.
009380     MOVE WS-BATCH-TRAN-COUNT TO HL-TRAN-BT-TRAN-COUNT.
009390     MOVE WS-BATCH-HASH-TOTAL TO HL-TRAN-BT-AMOUNT-HASH.
009400     WRITE HL-TRAN-BATCH-TRAILER.
009410     IF NOT HL-TRAN-OUT-OK
009420         MOVE 'HELLOMM - TRAN-OUT WRITE ERROR, STATUS='
009430             TO WS-ABEND-MESSAGE
009440         MOVE HL-TRAN-OUT-STATUS TO WS-ABEND-FILE-STATUS
009450         PERFORM 8000-ABEND THRU 8000-EXIT
009460     END-IF.
009470     MOVE 'N' TO WS-BATCH-OPEN-SWITCH.
009480     MOVE ZERO TO WS-BATCH-TRAN-COUNT.
009490     MOVE ZERO TO WS-BATCH-HASH-TOTAL.
009500 4910-EXIT.
009510     EXIT.
009520
009530****************************************************************
009540* 7000-WRITE-HEADINGS - START A NEW REGISTER PAGE; ONCE THE
009550*                       ACCOUNT LISTING HAS STARTED, WITH ITS
009560*                       COLUMN HEADINGS
009570****************************************************************
009580 7000-WRITE-HEADINGS.
009590     ADD 1 TO WS-PAGE-NUMBER.
009600     MOVE '1' TO HL-MMP-H1-CTL.
009610     IF WS-MODE-GENERATE
009620         MOVE ' GENERATION' TO HL-MMP-H1-MODE
009630     ELSE
009640         MOVE ' PREVIEW' TO HL-MMP-H1-MODE
009650     END-IF.
009660     MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-DATE-MM.
009670     MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DATE-DD.
009680     MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-DATE-YYYY.
009690     MOVE WS-CURRENT-TIME(1:2) TO WS-RUN-TIME-HH.
009700     MOVE WS-CURRENT-TIME(3:2) TO WS-RUN-TIME-MM.
009710     MOVE WS-CURRENT-TIME(5:2) TO WS-RUN-TIME-SS.
009720     MOVE WS-RUN-DATE-DISPLAY TO HL-MMP-H1-DATE.
009730     MOVE WS-RUN-TIME-DISPLAY TO HL-MMP-H1-TIME.
009740     MOVE WS-PAGE-NUMBER TO HL-MMP-H1-PAGE.
009750     WRITE HL-MMP-HEADING-1.
009760     MOVE 1 TO WS-LINES-ON-PAGE.
009770     IF WS-PRINTING-DETAIL
009780         WRITE HL-MMP-DETAIL-HEADING
009790         MOVE 3 TO WS-LINES-ON-PAGE
009800     END-IF.
009810 7000-EXIT.
009820     EXIT.
009830
009840****************************************************************
009850* 7050-PRINT-CRITERIA - ECHO THE PARAMETER CARDS ON THE FIRST
009860*                       PAGE, SO THE SIGNED-OFF PREVIEW SHOWS
009870*                       EXACTLY WHAT WAS ASKED FOR
009880****************************************************************
009890 7050-PRINT-CRITERIA.
009900     PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
009910     MOVE '0' TO HL-MMP-SEC-CTL.
009920     MOVE 'SELECTION CRITERIA' TO HL-MMP-SEC-LABEL.
009930     WRITE HL-MMP-SECTION-LINE.
009940     MOVE SPACE TO HL-MMP-CRT-CTL.
009950     MOVE 'STATUS CODE' TO HL-MMP-CRT-LABEL.
009960     IF WS-SEL-STATUS = SPACE
009970         MOVE 'ANY' TO HL-MMP-CRT-VALUE
009980     ELSE
009990         MOVE WS-SEL-STATUS TO HL-MMP-CRT-VALUE
010000     END-IF.
010010     WRITE HL-MMP-CRITERIA-LINE.
010020     MOVE 'BALANCE FROM' TO HL-MMP-CRT-LABEL.
010030     IF WS-SEL-BAL-LOW-USED
010040         MOVE WS-SEL-BAL-LOW TO WS-EDIT-AMOUNT
010050         MOVE WS-EDIT-AMOUNT TO HL-MMP-CRT-VALUE
010060     ELSE
010070         MOVE 'ANY' TO HL-MMP-CRT-VALUE
010080     END-IF.
010090     WRITE HL-MMP-CRITERIA-LINE.
010100     MOVE 'BALANCE TO' TO HL-MMP-CRT-LABEL.
010110     IF WS-SEL-BAL-HIGH-USED
010120         MOVE WS-SEL-BAL-HIGH TO WS-EDIT-AMOUNT
010130         MOVE WS-EDIT-AMOUNT TO HL-MMP-CRT-VALUE
010140     ELSE
010150         MOVE 'ANY' TO HL-MMP-CRT-VALUE
010160     END-IF.
010170     WRITE HL-MMP-CRITERIA-LINE.
010180     MOVE 'EFFECTIVE DATE FROM' TO HL-MMP-CRT-LABEL.
010190     IF WS-SEL-EFF-LOW-USED
010200         MOVE WS-SEL-EFF-LOW TO WS-FMT-DATE-IN
010210         PERFORM 7060-FORMAT-DATE THRU 7060-EXIT
010220         MOVE WS-FMT-DATE-DISPLAY TO HL-MMP-CRT-VALUE
010230     ELSE
010240         MOVE 'ANY' TO HL-MMP-CRT-VALUE
010250     END-IF.
010260     WRITE HL-MMP-CRITERIA-LINE.
010270     MOVE 'EFFECTIVE DATE TO' TO HL-MMP-CRT-LABEL.
010280     IF WS-SEL-EFF-HIGH-USED
010290         MOVE WS-SEL-EFF-HIGH TO WS-FMT-DATE-IN
010300         PERFORM 7060-FORMAT-DATE THRU 7060-EXIT
010310         MOVE WS-FMT-DATE-DISPLAY TO HL-MMP-CRT-VALUE
010320     ELSE
010330         MOVE 'ANY' TO HL-MMP-CRT-VALUE
010340     END-IF.
010350     WRITE HL-MMP-CRITERIA-LINE.
010360     MOVE 'ACCOUNT FROM' TO HL-MMP-CRT-LABEL.
010370     IF WS-SEL-ACCT-LOW-USED
010380         MOVE WS-SEL-ACCT-LOW TO WS-EDIT-ACCT
010390         MOVE WS-EDIT-ACCT TO HL-MMP-CRT-VALUE
010400     ELSE
010410         MOVE 'ANY' TO HL-MMP-CRT-VALUE
010420     END-IF.
010430     WRITE HL-MMP-CRITERIA-LINE.
010440     MOVE 'ACCOUNT TO' TO HL-MMP-CRT-LABEL.
010450     IF WS-SEL-ACCT-HIGH-USED
010460         MOVE WS-SEL-ACCT-HIGH TO WS-EDIT-ACCT
010470         MOVE WS-EDIT-ACCT TO HL-MMP-CRT-VALUE
010480     ELSE
010490         MOVE 'ANY' TO HL-MMP-CRT-VALUE
010500     END-IF.
010510     WRITE HL-MMP-CRITERIA-LINE.
010520     MOVE 'CUSTOMER NUMBER' TO HL-MMP-CRT-LABEL.
010530     IF WS-SEL-CUST-USED
010540         IF WS-SEL-CUST-NO = ZERO
010550             MOVE 'NONE (UNLINKED ACCOUNTS)' TO HL-MMP-CRT-VALUE
010560         ELSE
010570             MOVE WS-SEL-CUST-NO TO WS-EDIT-ACCT
010580             MOVE WS-EDIT-ACCT TO HL-MMP-CRT-VALUE
010590         END-IF
010600     ELSE
010610         MOVE 'ANY' TO HL-MMP-CRT-VALUE
010620     END-IF.
010630     WRITE HL-MMP-CRITERIA-LINE.
010640     MOVE '0' TO HL-MMP-SEC-CTL.
010650     MOVE 'TRANSACTION GENERATED' TO HL-MMP-SEC-LABEL.
010660     WRITE HL-MMP-SECTION-LINE.
010670     MOVE 'TRANSACTION CODE' TO HL-MMP-CRT-LABEL.
010680     MOVE WS-GEN-TRAN-CODE TO HL-MMP-CRT-VALUE.
010690     WRITE HL-MMP-CRITERIA-LINE.
010700     MOVE 'NEW VALUE' TO HL-MMP-CRT-LABEL.
010710     MOVE WS-GEN-NEW-VALUE TO HL-MMP-CRT-VALUE.
010720     WRITE HL-MMP-CRITERIA-LINE.
010730     IF WS-GEN-NAME-ADDR-CHG
010740         MOVE 'NEW NAME' TO HL-MMP-CRT-LABEL
010750         MOVE WS-GEN-NEW-NAME TO HL-MMP-CRT-VALUE
010760         WRITE HL-MMP-CRITERIA-LINE
010770         MOVE 'NEW ADDRESS' TO HL-MMP-CRT-LABEL
010780         MOVE WS-GEN-NEW-ADDRESS TO HL-MMP-CRT-VALUE
010790         WRITE HL-MMP-CRITERIA-LINE
010800     END-IF.
010810     IF WS-MODE-GENERATE
010820         MOVE '0' TO HL-MMP-SEC-CTL
010830         MOVE 'SIGNED-OFF PREVIEW CONTROL TOTALS'
010840             TO HL-MMP-SEC-LABEL
010850         WRITE HL-MMP-SECTION-LINE
010860         MOVE SPACE TO HL-MMP-TOT-CTL
010870         MOVE 'PREVIEW' TO HL-MMP-TOT-LABEL
010880         MOVE WS-EXP-COUNT TO HL-MMP-TOT-COUNT
010890         MOVE WS-EXP-BAL-TOTAL TO HL-MMP-TOT-AMOUNT
010900         WRITE HL-MMP-TOTAL-LINE
010910     END-IF.
010920 7050-EXIT.
010930     EXIT.
010940
010950****************************************************************
010960* 7060-FORMAT-DATE - WS-FMT-DATE-IN (YYYYMMDD) TO MM/DD/YYYY
010970****************************************************************
010980 7060-FORMAT-DATE.
010990     MOVE WS-FMT-DATE-IN(5:2) TO WS-FMT-DATE-MM.
011000     MOVE WS-FMT-DATE-IN(7:2) TO WS-FMT-DATE-DD.
011010     MOVE WS-FMT-DATE-IN(1:4) TO WS-FMT-DATE-YYYY.
011020 7060-EXIT.
011030     EXIT.
011040
011050****************************************************************
011060* 7100-PRINT-DETAIL-LINE - PRINT ONE SELECTED ACCOUNT
011070****************************************************************
011080 7100-PRINT-DETAIL-LINE.
011090     IF WS-LINES-ON-PAGE >= WS-MAX-LINES-PER-PAGE
011100         PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
011110     END-IF.
011120     MOVE SPACE TO HL-MMP-DTL-CTL.
011130     MOVE HL-MAST-ACCT-NO TO HL-MMP-DTL-ACCT.
011140     MOVE HL-MAST-STATUS-CODE TO HL-MMP-DTL-STATUS.
011150     MOVE WS-MAST-BAL-WORK TO HL-MMP-DTL-BALANCE.
011160     IF WS-MAST-EFF-WORK = ZERO
011170         MOVE SPACES TO HL-MMP-DTL-EFF-DATE
011180     ELSE
011190         MOVE WS-MAST-EFF-WORK TO WS-FMT-DATE-IN
011200         PERFORM 7060-FORMAT-DATE THRU 7060-EXIT
011210         MOVE WS-FMT-DATE-DISPLAY TO HL-MMP-DTL-EFF-DATE
011220     END-IF.
011230     MOVE WS-MAST-CUST-WORK TO HL-MMP-DTL-CUST.
011240     MOVE HL-MAST-NAME TO HL-MMP-DTL-NAME.
011250     MOVE WS-GEN-TRAN-CODE TO HL-MMP-DTL-TRAN.
011260     IF WS-PASS-WRITE
011270         MOVE WS-MM-BATCH-NO TO HL-MMP-DTL-BATCH
011280     ELSE
011290         MOVE SPACES TO HL-MMP-DTL-BATCH
011300     END-IF.
011310     MOVE WS-GEN-NEW-VALUE TO HL-MMP-DTL-NEW-VALUE.
011320     WRITE HL-MMP-DETAIL-LINE.
011330     ADD 1 TO WS-LINES-ON-PAGE.
011340 7100-EXIT.
011350     EXIT.
011360
011370****************************************************************
011380* 7900-WRITE-TOTALS - PRINT THE CONTROL TOTALS.  THE PREVIEW'S
011390*                     TRANSACTION COUNT AND BALANCE TOTAL GO ON
011400*                     THE GENERATE RUN'S CONTROL CARD; THE
011410*                     GENERATE RUN'S WRITTEN TOTALS ADD BACK TO
011420*                     ITS BATCH TRAILERS.
011430****************************************************************
011440 7900-WRITE-TOTALS.
011450     MOVE '0' TO HL-MMP-TOT-CTL.
011460     MOVE 'ACCOUNTS READ' TO HL-MMP-TOT-LABEL.
011470     MOVE WS-RECORDS-READ TO HL-MMP-TOT-COUNT.
011480     MOVE ZERO TO HL-MMP-TOT-AMOUNT.
011490     WRITE HL-MMP-TOTAL-LINE.
011500     MOVE SPACE TO HL-MMP-TOT-CTL.
011510     MOVE 'SELECTED, ALREADY IN EFFECT' TO HL-MMP-TOT-LABEL.
011520     MOVE WS-ALREADY-IN-EFFECT TO HL-MMP-TOT-COUNT.
011530     WRITE HL-MMP-TOTAL-LINE.
011540     EVALUATE TRUE
011550         WHEN WS-MODE-PREVIEW
011560             MOVE 'TRANSACTIONS TO GENERATE / BALANCES'
011570                 TO HL-MMP-TOT-LABEL
011580         WHEN WS-CONTROL-DISAGREES
011590             MOVE 'SELECTED, NOTHING WRITTEN / BALANCES'
011600                 TO HL-MMP-TOT-LABEL
011610         WHEN OTHER
011620             MOVE 'TRANSACTIONS WRITTEN / BALANCES'
011630                 TO HL-MMP-TOT-LABEL
011640     END-EVALUATE.
011650     MOVE WS-RECORDS-SELECTED TO HL-MMP-TOT-COUNT.
011660     MOVE WS-SELECTED-BAL-TOTAL TO HL-MMP-TOT-AMOUNT.
011670     WRITE HL-MMP-TOTAL-LINE.
011680     IF WS-MODE-GENERATE
011690         MOVE 'BATCHES WRITTEN (70000 SERIES)' TO HL-MMP-TOT-LABEL
011700         MOVE WS-BATCHES-WRITTEN TO HL-MMP-TOT-COUNT
011710         MOVE ZERO TO HL-MMP-TOT-AMOUNT
011720         WRITE HL-MMP-TOTAL-LINE
011730         GO TO 7900-EXIT
011740     END-IF.
011750     MOVE '0' TO HL-MMP-SEC-CTL.
011760     MOVE 'KEY THE COUNT AND BALANCE TOTAL ON THE C CARD (MODE G)'
011770         TO HL-MMP-SEC-LABEL.
011780     WRITE HL-MMP-SECTION-LINE.
011790     MOVE '-' TO HL-MMP-SGN-CTL.
011800     MOVE 'PREPARED BY' TO HL-MMP-SGN-LABEL.
011810     WRITE HL-MMP-SIGN-LINE.
011820     MOVE '0' TO HL-MMP-SGN-CTL.
011830     MOVE 'APPROVED BY (SUPERVISOR)' TO HL-MMP-SGN-LABEL.
011840     WRITE HL-MMP-SIGN-LINE.
011850 7900-EXIT.
011860     EXIT.
011870
011880****************************************************************
011890* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
011900****************************************************************
011910 8000-ABEND.
011920     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
011930     MOVE 16 TO WS-ABEND-RETURN-CODE.
011940     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
011950     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
011960     STOP RUN.
011970 8000-EXIT.
011980     EXIT.
011990
012000****************************************************************
012010* 9000-TERMINATE - PRINT TOTALS AND CLOSE FILES
012020****************************************************************
012030 9000-TERMINATE.
012040     PERFORM 7900-WRITE-TOTALS THRU 7900-EXIT.
012050     DISPLAY 'HELLOMM - ACCOUNTS SELECTED: ' WS-RECORDS-SELECTED.
012060     DISPLAY 'HELLOMM - TRANSACTIONS WRITTEN: ' WS-TRANS-WRITTEN.
012070     CLOSE MASTER-FILE.
012080     IF WS-MODE-GENERATE
012090         CLOSE TRAN-OUT-FILE
012100     END-IF.
012110     CLOSE REPORT-FILE.
012120 9000-EXIT.
012130     EXIT.
012140
012150****************************************************************
012160* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT
012170*                        LOG.  ACCEPTED = ACCOUNTS SELECTED (A
012180*                        PREVIEW) OR TRANSACTIONS WRITTEN,
012190*                        REJECTED = SELECTED BUT ALREADY IN
012200*                        EFFECT.
012210****************************************************************
012220 9500-WRITE-AUDIT-LOG.
012230     OPEN EXTEND AUDIT-LOG-FILE.
012240     IF NOT HL-AUDIT-OK
012250         DISPLAY 'HELLOMM - UNABLE TO OPEN AUDIT-LOG, STATUS='
012260             HL-AUDIT-STATUS
012270         MOVE 16 TO RETURN-CODE
012280         STOP RUN
012290     END-IF.
012300     MOVE 'HELLOMM' TO AUD-JOB-NAME.
012310     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
012320     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
012330     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
012340     ACCEPT WS-CURRENT-TIME FROM TIME.
012350     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
012360     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
012370     MOVE WS-RECORDS-READ TO AUD-RECORDS-READ.
012380     IF WS-MODE-GENERATE
012390         MOVE WS-TRANS-WRITTEN TO AUD-RECORDS-ACCEPTED
012400     ELSE
012410         MOVE WS-RECORDS-SELECTED TO AUD-RECORDS-ACCEPTED
012420     END-IF.
012430     MOVE WS-ALREADY-IN-EFFECT TO AUD-RECORDS-REJECTED.
012440     MOVE RETURN-CODE TO AUD-RETURN-CODE.
012450     WRITE AUD-LOG-RECORD.
012460     CLOSE AUDIT-LOG-FILE.
012470 9500-EXIT.
012480     EXIT.
