000100****************************************************************
000110* PROGRAM:     HELLOMF
000120* AUTHOR:      J. L. BRANNIGAN
000130* INSTALLATION:DATA PROCESSING - BATCH SYSTEMS
000140* DATE-WRITTEN:2026-10-15
000150* DATE-COMPILED:
000160*----------------------------------------------------------------
000170* DESCRIPTION
000180*   HANDOFF MANIFEST STEP, RUN AS THE LAST STEP BEFORE AN
000190*   OUTBOUND FILE IS RELEASED TO ITS RECEIVER.  THE PARAMETER
000200*   (PARMFILE, HLFPARM.CPY) NAMES THE FILE TYPE, HANDOFF FILE
000210*   ID, RECEIVER, CYCLE DATE, ACKNOWLEDGMENT DAYS AND DATASET
000220*   NAME.  RE-READS THE FILE (HANDOFF), COUNTS AND HASHES ITS
000230*   DETAIL RECORDS AND FINDS ITS CONTROL TRAILER, THEN RECORDS
000240*   ONE ENTRY ON THE KEYED TRANSMISSION MANIFEST (MANIFEST,
000250*   HLMAN.CPY) - THE TRAILER RECORD COUNT AND HASH TOTAL, THE
000260*   SEND DATE AND TIME, AND THE BUSINESS DAY BY WHICH THE
000270*   RECEIVER MUST ACKNOWLEDGE IT (THROUGH THE HELLODT
000280*   DATE-SERVICE ROUTINE).  A FILE HANDED OFF AGAIN FOR THE
000290*   SAME CYCLE DATE REPLACES ITS ENTRY, ADDS TO THE SEND COUNT
000300*   AND WAITS FOR A NEW ACKNOWLEDGMENT.  A FILE WITH NO
000310*   TRAILER, WITH RECORDS AFTER IT, OR THAT DISAGREES WITH IT
000320*   IS NOT RECORDED - RETURN-CODE 0008, AND THE JCL DOES NOT
000330*   RELEASE IT.  HELLOAK MATCHES THE RECEIVERS'
000340*   ACKNOWLEDGMENTS TO THE MANIFEST.
000350*   APPENDS ONE ROW TO THE SHARED AUDIT LOG.
000360*----------------------------------------------------------------
000370* MODIFICATION HISTORY
000380* DATE       INIT  DESCRIPTION
000390* 2026-10-15 JLB   INITIAL VERSION - TRANSMISSION MANIFEST FOR
000400*                  THE OUTBOUND HANDOFF FILES.
000410* 2026-10-15 JLB   MANIFEST RECORD NOW 190 BYTES - A RESEND ALSO
000420*                  CLEARS A SUPERVISOR CLOSURE (HL-MAN-CLOSED-BY).
000430*                  WHOLE MEMBER RENUMBERED.
000440****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.     HELLOMF.
000470 AUTHOR.         J. L. BRANNIGAN.
000480 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000490 DATE-WRITTEN.   2026-10-15.
000500 DATE-COMPILED.
000510
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.   IBM-370.
000550 OBJECT-COMPUTER.   IBM-370.
000560
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590
000600*    ------------------------------------------------------------
000610*    PARAMETER FILE - ONE RECORD, NORMALLY INLINE IN THE STEP'S
000620*    PARMFILE DD
000630*    ------------------------------------------------------------
000640     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS HL-PARM-STATUS.
000670
000680*    ------------------------------------------------------------
000690*    HANDOFF FILE - THE OUTBOUND FILE, RE-READ END TO END FOR
000700*    ITS CONTROL TRAILER
000710*    ------------------------------------------------------------
000720     SELECT HANDOFF-FILE ASSIGN TO "HANDOFF"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS HL-HANDOFF-STATUS.
000750
000760*    ------------------------------------------------------------
000770*    TRANSMISSION MANIFEST - INDEXED, KEYED BY HANDOFF FILE ID
000780*    AND CYCLE DATE, OPENED I-O SO A RESEND REPLACES ITS ENTRY
000790*    ------------------------------------------------------------
000800     SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS HL-MAN-KEY
000840         FILE STATUS IS HL-MANIFEST-STATUS.
000850
000860*    ------------------------------------------------------------
000870*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
000880*    LAYOUT ACROSS THE SUITE
000890*    ------------------------------------------------------------
000900     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS HL-AUDIT-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960
000970 FD  PARM-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 80 CHARACTERS
001000     DATA RECORD IS HL-FPARM-RECORD.
001010     COPY HLFPARM.
001020
001030*    ONE FD, THREE LAYOUTS - THE PARAMETER FILE TYPE SAYS WHICH
001040*    DETAIL AND TRAILER LAYOUT THE HANDOFF FILE CARRIES
001050 FD  HANDOFF-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 80 CHARACTERS
001080     DATA RECORDS ARE HL-EXTRACT-RECORD HL-EXTRACT-TRAILER
001090                      HL-DELTA-RECORD HL-DELTA-TRAILER
001100                      HL-GL-RECORD HL-GL-TRAILER.
001110     COPY HLEXT.
001120     COPY HLDLT.
001130     COPY HLGL.
001140
001150 FD  MANIFEST-FILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 190 CHARACTERS
001180     DATA RECORD IS HL-MANIFEST-RECORD.
001190     COPY HLMAN.
001200
001210 FD  AUDIT-LOG-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 88 CHARACTERS
001240     DATA RECORD IS AUD-LOG-RECORD.
001250     COPY AUDLOG.
001260
001270 WORKING-STORAGE SECTION.
001280
001290*    ------------------------------------------------------------
001300*    FILE STATUS FIELDS
001310*    ------------------------------------------------------------
001320 01  HL-FILE-STATUSES.
001330     05  HL-PARM-STATUS              PIC X(02) VALUE '00'.
001340         88  HL-PARM-OK              VALUE '00'.
001350     05  HL-HANDOFF-STATUS           PIC X(02) VALUE '00'.
001360         88  HL-HANDOFF-OK           VALUE '00'.
001370     05  HL-MANIFEST-STATUS          PIC X(02) VALUE '00'.
001380         88  HL-MANIFEST-OK          VALUE '00'.
001390         88  HL-MANIFEST-NOTFND      VALUE '23'.
001400     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
001410         88  HL-AUDIT-OK             VALUE '00'.
001420
001430*    ------------------------------------------------------------
001440*    SWITCHES
001450*    ------------------------------------------------------------
001460 77  WS-EOF-SWITCH                   PIC X(01) VALUE 'N'.
001470     88  WS-EOF-REACHED              VALUE 'Y'.
001480 77  WS-TRAILER-SWITCH               PIC X(01) VALUE 'N'.
001490     88  WS-TRAILER-SEEN             VALUE 'Y'.
001500 77  WS-BALANCED-SWITCH              PIC X(01) VALUE 'Y'.
001510     88  WS-IN-BALANCE               VALUE 'Y'.
001520     88  WS-OUT-OF-BALANCE           VALUE 'N'.
001530 77  WS-FOUND-SWITCH                 PIC X(01) VALUE 'Y'.
001540     88  WS-MAN-REC-FOUND            VALUE 'Y'.
001550     88  WS-MAN-REC-NOT-FOUND        VALUE 'N'.
001560 77  WS-CALENDAR-SWITCH              PIC X(01) VALUE 'Y'.
001570     88  WS-CALENDAR-LOADED          VALUE 'Y'.
001580     88  WS-CALENDAR-NOT-LOADED      VALUE 'N'.
001590
001600*    ------------------------------------------------------------
001610*    PARAMETER WORK AREAS
001620*    ------------------------------------------------------------
001630 77  WS-FILE-TYPE                    PIC X(01) VALUE SPACE.
001640     88  WS-TYPE-EXTRACT             VALUE 'E'.
001650     88  WS-TYPE-DELTA               VALUE 'D'.
001660     88  WS-TYPE-GL                  VALUE 'G'.
001670 77  WS-FILE-ID                      PIC X(08) VALUE SPACES.
001680 77  WS-RECEIVER                     PIC X(08) VALUE SPACES.
001690 77  WS-DSNAME                       PIC X(44) VALUE SPACES.
001700 77  WS-CYCLE-DATE                   PIC 9(08) VALUE ZERO.
001710 77  WS-ACK-DAYS                     PIC 9(02) VALUE ZERO.
001720 77  WS-DAY-SUB                      PIC 9(03) COMP VALUE ZERO.
001730 77  WS-ACK-DUE-DATE                 PIC 9(08) VALUE ZERO.
001740
001750*    ------------------------------------------------------------
001760*    RECOMPUTED CONTROL TOTALS
001770*    ------------------------------------------------------------
001780 77  WS-DETAIL-COUNT                 PIC 9(07) COMP VALUE ZERO.
001790 01  WS-HASH-TOTAL                   PIC S9(13)V99 COMP-3
001800                                     VALUE ZERO.
001810 77  WS-RECORDS-AFTER-TRAILER        PIC 9(07) COMP VALUE ZERO.
001820
001830*    ------------------------------------------------------------
001840*    TRAILER IMAGE SAVED WHEN IT ARRIVES - THE HASH IS THE
001850*    BALANCE HASH OF AN EXTRACT OR DELTA, THE DEBIT TOTAL OF
001860*    A GL INTERFACE FILE
001870*    ------------------------------------------------------------
001880 77  WS-TRL-RECORD-COUNT             PIC 9(07) VALUE ZERO.
001890 01  WS-TRL-HASH-TOTAL               PIC S9(13)V99 COMP-3
001900                                     VALUE ZERO.
001910
001920*    ------------------------------------------------------------
001930*    RUN COUNTERS
001940*    ------------------------------------------------------------
001950 77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
001960 77  WS-RECORDS-RECORDED             PIC 9(07) COMP VALUE ZERO.
001970 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001980 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
001990
002000*    ------------------------------------------------------------
002010*    DATE-SERVICE ROUTINE PARAMETER BLOCK
002020*    ------------------------------------------------------------
002030     COPY HLDTS.
002040
002050*    ------------------------------------------------------------
002060*    AUDIT-LOG WORK AREAS
002070*    ------------------------------------------------------------
002080 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
002090 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
002100
002110*    ------------------------------------------------------------
002120*    ABEND HANDLING
002130*    ------------------------------------------------------------
002140 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
002150 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
002160 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
002170
002180 PROCEDURE DIVISION.
002190
002200****************************************************************
002210* 0000-MAINLINE
002220****************************************************************
002230 0000-MAINLINE.
002240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002250     PERFORM 2000-TALLY-HANDOFF THRU 2000-EXIT
002260         UNTIL WS-EOF-REACHED.
002270     CLOSE HANDOFF-FILE.
002280     PERFORM 3000-COMPARE-TOTALS THRU 3000-EXIT.
002290     IF WS-IN-BALANCE
002300         PERFORM 4000-RECORD-MANIFEST THRU 4000-EXIT
002310         MOVE ZERO TO RETURN-CODE
002320     ELSE
002330         DISPLAY 'HELLOMF - HANDOFF ' WS-FILE-ID
002340             ' NOT RECORDED ON THE MANIFEST - FILE NOT RELEASED'
002350         MOVE 8 TO RETURN-CODE
002360     END-IF.
002370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002380     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
002390     STOP RUN.
002400
002410****************************************************************
002420* 1000-INITIALIZE - LOAD THE PARAMETER, OPEN THE HANDOFF FILE
002430*                   AND PRIME THE READ
002440****************************************************************
002450 1000-INITIALIZE.
002460     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
002470     ACCEPT WS-RUN-START-TIME FROM TIME.
002480     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002490     ACCEPT WS-CURRENT-TIME FROM TIME.
002500     PERFORM 1200-READ-PARM-FILE THRU 1200-EXIT.
002510     OPEN INPUT HANDOFF-FILE.
002520     IF NOT HL-HANDOFF-OK
002530         MOVE 'HELLOMF - UNABLE TO OPEN HANDOFF-FILE, STATUS='
002540             TO WS-ABEND-MESSAGE
002550         MOVE HL-HANDOFF-STATUS TO WS-ABEND-FILE-STATUS
002560         PERFORM 8000-ABEND THRU 8000-EXIT
002570     END-IF.
002580     PERFORM 2900-READ-HANDOFF-RECORD THRU 2900-EXIT.
002590 1000-EXIT.
002600     EXIT.
002610
002620****************************************************************
002630* 1200-READ-PARM-FILE - LOAD AND EDIT THE HANDOFF PARAMETER
002640****************************************************************
002650 1200-READ-PARM-FILE.
002660     OPEN INPUT PARM-FILE.
002670     IF NOT HL-PARM-OK
002680         MOVE 'HELLOMF - UNABLE TO OPEN PARMFILE, STATUS='
002690             TO WS-ABEND-MESSAGE
002700         MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
002710         PERFORM 8000-ABEND THRU 8000-EXIT
002720     END-IF.
002730     READ PARM-FILE
002740         AT END
002750             MOVE 'HELLOMF - PARMFILE IS EMPTY'
002760                 TO WS-ABEND-MESSAGE
002770             MOVE HL-PARM-STATUS TO WS-ABEND-FILE-STATUS
002780             PERFORM 8000-ABEND THRU 8000-EXIT
002790     END-READ.
002800     MOVE HL-FPARM-FILE-TYPE TO WS-FILE-TYPE.
002810     MOVE HL-FPARM-FILE-ID TO WS-FILE-ID.
002820     MOVE HL-FPARM-RECEIVER TO WS-RECEIVER.
002830     MOVE HL-FPARM-DSNAME TO WS-DSNAME.
002840     IF NOT WS-TYPE-EXTRACT AND NOT WS-TYPE-DELTA
002850             AND NOT WS-TYPE-GL
002860         MOVE 'HELLOMF - FILE TYPE MUST BE E, D OR G'
002870             TO WS-ABEND-MESSAGE
002880         MOVE SPACES TO WS-ABEND-FILE-STATUS
002890         PERFORM 8000-ABEND THRU 8000-EXIT
002900     END-IF.
002910     IF WS-FILE-ID = SPACES OR WS-RECEIVER = SPACES
002920             OR WS-DSNAME = SPACES
002930         MOVE 'HELLOMF - FILE ID, RECEIVER AND DSNAME ARE NEEDED'
002940             TO WS-ABEND-MESSAGE
002950         MOVE SPACES TO WS-ABEND-FILE-STATUS
002960         PERFORM 8000-ABEND THRU 8000-EXIT
002970     END-IF.
002980*    SPACES OR ZERO MEANS THE CURRENT DATE IS THE CYCLE DATE.
002990     IF HL-FPARM-CYCLE-DATE = SPACES
003000             OR HL-FPARM-CYCLE-DATE = '00000000'
003010         MOVE WS-CURRENT-DATE TO WS-CYCLE-DATE
003020     ELSE
003030         IF HL-FPARM-CYCLE-DATE NUMERIC
003040             MOVE HL-FPARM-CYCLE-DATE TO WS-CYCLE-DATE
003050         ELSE
003060             MOVE 'HELLOMF - CYCLE DATE ON PARMFILE NOT NUMERIC'
003070                 TO WS-ABEND-MESSAGE
003080             MOVE SPACES TO WS-ABEND-FILE-STATUS
003090             PERFORM 8000-ABEND THRU 8000-EXIT
003100         END-IF
003110     END-IF.
003120*    SPACES MEANS ONE BUSINESS DAY TO ACKNOWLEDGE.
003130     IF HL-FPARM-ACK-DAYS = SPACES
003140         MOVE 1 TO WS-ACK-DAYS
003150     ELSE
003160         IF HL-FPARM-ACK-DAYS NUMERIC
003170             MOVE HL-FPARM-ACK-DAYS-N TO WS-ACK-DAYS
003180         ELSE
003190             MOVE 'HELLOMF - ACK DAYS ON PARMFILE NOT NUMERIC'
003200                 TO WS-ABEND-MESSAGE
003210             MOVE SPACES TO WS-ABEND-FILE-STATUS
003220             PERFORM 8000-ABEND THRU 8000-EXIT
003230         END-IF
003240     END-IF.
003250     CLOSE PARM-FILE.
003260 1200-EXIT.
003270     EXIT.
003280
003290****************************************************************
003300* 2000-TALLY-HANDOFF - COUNT AND HASH ONE DETAIL RECORD, OR
003310*                      CAPTURE THE CONTROL TRAILER
003320****************************************************************
003330 2000-TALLY-HANDOFF.
003340     ADD 1 TO WS-RECORDS-READ.
003350     IF WS-TRAILER-SEEN
003360         ADD 1 TO WS-RECORDS-AFTER-TRAILER
003370         PERFORM 2900-READ-HANDOFF-RECORD THRU 2900-EXIT
003380         GO TO 2000-EXIT
003390     END-IF.
003400     EVALUATE TRUE
003410         WHEN WS-TYPE-EXTRACT
003420             PERFORM 2100-TALLY-EXTRACT THRU 2100-EXIT
003430         WHEN WS-TYPE-DELTA
003440             PERFORM 2200-TALLY-DELTA THRU 2200-EXIT
003450         WHEN OTHER
003460             PERFORM 2300-TALLY-GL THRU 2300-EXIT
003470     END-EVALUATE.
003480     PERFORM 2900-READ-HANDOFF-RECORD THRU 2900-EXIT.
003490 2000-EXIT.
003500     EXIT.
003510
003520****************************************************************
003530* 2100-TALLY-EXTRACT - FULL EXTRACT (HLEXT.CPY): BALANCE HASH
003540****************************************************************
003550 2100-TALLY-EXTRACT.
003560     IF HL-EXT-TRL-PRESENT
003570         SET WS-TRAILER-SEEN TO TRUE
003580         MOVE HL-EXT-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
003590         MOVE HL-EXT-TRL-HASH-TOTAL TO WS-TRL-HASH-TOTAL
003600     ELSE
003610         ADD 1 TO WS-DETAIL-COUNT
003620         ADD HL-EXT-BALANCE TO WS-HASH-TOTAL
003630     END-IF.
003640 2100-EXIT.
003650     EXIT.
003660
003670****************************************************************
003680* 2200-TALLY-DELTA - DELTA EXTRACT (HLDLT.CPY): BALANCE HASH
003690****************************************************************
003700 2200-TALLY-DELTA.
003710     IF HL-DLT-TRL-PRESENT
003720         SET WS-TRAILER-SEEN TO TRUE
003730         MOVE HL-DLT-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
003740         MOVE HL-DLT-TRL-HASH-TOTAL TO WS-TRL-HASH-TOTAL
003750     ELSE
003760         ADD 1 TO WS-DETAIL-COUNT
003770         ADD HL-DLT-BALANCE TO WS-HASH-TOTAL
003780     END-IF.
003790 2200-EXIT.
003800     EXIT.
003810
003820****************************************************************
003830* 2300-TALLY-GL - GL INTERFACE (HLGL.CPY): THE DEBIT TOTAL IS
003840*                 THE HASH
003850****************************************************************
003860 2300-TALLY-GL.
003870     IF HL-GL-TRL-PRESENT
003880         SET WS-TRAILER-SEEN TO TRUE
003890         MOVE HL-GL-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
003900         MOVE HL-GL-TRL-DEBIT-TOTAL TO WS-TRL-HASH-TOTAL
003910     ELSE
003920         ADD 1 TO WS-DETAIL-COUNT
003930         IF HL-GL-DEBIT
003940             ADD HL-GL-AMOUNT TO WS-HASH-TOTAL
003950         END-IF
003960     END-IF.
003970 2300-EXIT.
003980     EXIT.
003990
004000****************************************************************
004010* 2900-READ-HANDOFF-RECORD - READ THE NEXT HANDOFF RECORD
004020****************************************************************
004030 2900-READ-HANDOFF-RECORD.
004040     READ HANDOFF-FILE
004050         AT END
004060             SET WS-EOF-REACHED TO TRUE
004070     END-READ.
004080     IF NOT HL-HANDOFF-OK AND NOT WS-EOF-REACHED
004090         MOVE 'HELLOMF - HANDOFF-FILE READ ERROR, STATUS='
004100             TO WS-ABEND-MESSAGE
004110         MOVE HL-HANDOFF-STATUS TO WS-ABEND-FILE-STATUS
004120         PERFORM 8000-ABEND THRU 8000-EXIT
004130     END-IF.
004140 2900-EXIT.
004150     EXIT.
004160
004170****************************************************************
004180* 3000-COMPARE-TOTALS - THE MANIFEST TAKES ITS TOTALS FROM THE
004190*                       TRAILER, SO THE TRAILER MUST BE THERE,
004200*                       LAST, AND AGREE WITH THE DETAIL
004210****************************************************************
004220 3000-COMPARE-TOTALS.
004230     IF NOT WS-TRAILER-SEEN
004240         DISPLAY 'HELLOMF - NO CONTROL TRAILER ON '
004250             WS-DSNAME
004260         SET WS-OUT-OF-BALANCE TO TRUE
004270         GO TO 3000-EXIT
004280     END-IF.
004290     IF WS-RECORDS-AFTER-TRAILER > ZERO
004300         DISPLAY 'HELLOMF - RECORDS FOUND AFTER THE TRAILER: '
004310             WS-RECORDS-AFTER-TRAILER
004320         SET WS-OUT-OF-BALANCE TO TRUE
004330     END-IF.
004340     IF WS-DETAIL-COUNT NOT = WS-TRL-RECORD-COUNT
004350         DISPLAY 'HELLOMF - RECORD COUNT MISMATCH, TRAILER='
004360             WS-TRL-RECORD-COUNT ' COUNTED=' WS-DETAIL-COUNT
004370         SET WS-OUT-OF-BALANCE TO TRUE
004380     END-IF.
004390     IF WS-HASH-TOTAL NOT = WS-TRL-HASH-TOTAL
004400         DISPLAY 'HELLOMF - HASH TOTAL MISMATCH AGAINST TRAILER'
004410         SET WS-OUT-OF-BALANCE TO TRUE
004420     END-IF.
004430 3000-EXIT.
004440     EXIT.
004450
004460****************************************************************
004470* 4000-RECORD-MANIFEST - ADD THE MANIFEST ENTRY FOR THE FILE
004480*                        AND CYCLE DATE, OR REPLACE IT ON A
004490*                        RESEND
004500****************************************************************
004510 4000-RECORD-MANIFEST.
004520     PERFORM 4100-FIND-ACK-DUE-DATE THRU 4100-EXIT.
004530     OPEN I-O MANIFEST-FILE.
004540     IF NOT HL-MANIFEST-OK
004550         MOVE 'HELLOMF - UNABLE TO OPEN MANIFEST, STATUS='
004560             TO WS-ABEND-MESSAGE
004570         MOVE HL-MANIFEST-STATUS TO WS-ABEND-FILE-STATUS
004580         PERFORM 8000-ABEND THRU 8000-EXIT
004590     END-IF.
004600     SET WS-MAN-REC-FOUND TO TRUE.
004610     MOVE WS-FILE-ID TO HL-MAN-FILE-ID.
004620     MOVE WS-CYCLE-DATE TO HL-MAN-CYCLE-DATE.
004630     READ MANIFEST-FILE
004640         INVALID KEY
004650             SET WS-MAN-REC-NOT-FOUND TO TRUE
004660     END-READ.
004670     IF WS-MAN-REC-FOUND AND NOT HL-MANIFEST-OK
004680         MOVE 'HELLOMF - MANIFEST READ ERROR, STATUS='
004690             TO WS-ABEND-MESSAGE
004700         MOVE HL-MANIFEST-STATUS TO WS-ABEND-FILE-STATUS
004710         PERFORM 8000-ABEND THRU 8000-EXIT
004720     END-IF.
004730     IF WS-MAN-REC-NOT-FOUND
004740         MOVE SPACES TO HL-MANIFEST-RECORD
004750         MOVE WS-FILE-ID TO HL-MAN-FILE-ID
004760         MOVE WS-CYCLE-DATE TO HL-MAN-CYCLE-DATE
004770         MOVE ZERO TO HL-MAN-SEND-COUNT
004780     END-IF.
004790     MOVE WS-DSNAME TO HL-MAN-DSNAME.
004800     MOVE WS-RECEIVER TO HL-MAN-RECEIVER.
004810     MOVE WS-FILE-TYPE TO HL-MAN-FILE-TYPE.
004820     MOVE WS-TRL-RECORD-COUNT TO HL-MAN-RECORD-COUNT.
004830     MOVE WS-TRL-HASH-TOTAL TO HL-MAN-HASH-TOTAL.
004840     MOVE WS-CURRENT-DATE TO HL-MAN-SEND-DATE.
004850     MOVE WS-CURRENT-TIME TO HL-MAN-SEND-TIME.
004860     ADD 1 TO HL-MAN-SEND-COUNT.
004870     MOVE WS-ACK-DUE-DATE TO HL-MAN-ACK-DUE-DATE.
004880     SET HL-MAN-UNACKNOWLEDGED TO TRUE.
004890     MOVE ZERO TO HL-MAN-ACK-DATE.
004900     MOVE ZERO TO HL-MAN-ACK-TIME.
004910     MOVE ZERO TO HL-MAN-ACK-COUNT.
004920     MOVE ZERO TO HL-MAN-ACK-HASH.
004930     MOVE SPACES TO HL-MAN-ACK-REASON.
004940     MOVE SPACES TO HL-MAN-CLOSED-BY.
004950     IF WS-MAN-REC-FOUND
004960         REWRITE HL-MANIFEST-RECORD
004970             INVALID KEY
004980                 MOVE 'HELLOMF - MANIFEST REWRITE ERROR, STATUS='
004990                     TO WS-ABEND-MESSAGE
005000                 MOVE HL-MANIFEST-STATUS TO WS-ABEND-FILE-STATUS
005010                 PERFORM 8000-ABEND THRU 8000-EXIT
005020         END-REWRITE
005030         DISPLAY 'HELLOMF - HANDOFF ' HL-MAN-FILE-ID
005040             ' CYCLE ' HL-MAN-CYCLE-DATE ' RESENT, SEND NUMBER '
005050             HL-MAN-SEND-COUNT
005060     ELSE
005070         WRITE HL-MANIFEST-RECORD
005080             INVALID KEY
005090                 MOVE 'HELLOMF - MANIFEST WRITE ERROR, STATUS='
005100                     TO WS-ABEND-MESSAGE
005110                 MOVE HL-MANIFEST-STATUS TO WS-ABEND-FILE-STATUS
005120                 PERFORM 8000-ABEND THRU 8000-EXIT
005130         END-WRITE
005140     END-IF.
005150     CLOSE MANIFEST-FILE.
005160     ADD 1 TO WS-RECORDS-RECORDED.
005170     DISPLAY 'HELLOMF - HANDOFF ' HL-MAN-FILE-ID
005180         ' CYCLE ' HL-MAN-CYCLE-DATE ' TO ' HL-MAN-RECEIVER
005190         ' RECORDED, ' HL-MAN-RECORD-COUNT ' RECORDS, ACK DUE '
005200         HL-MAN-ACK-DUE-DATE.
005210 4000-EXIT.
005220     EXIT.
005230
005240****************************************************************
005250* 4100-FIND-ACK-DUE-DATE - THE ACKNOWLEDGMENT IS DUE THE GIVEN
005260*                          NUMBER OF BUSINESS DAYS AFTER THE SEND
005270*                          DATE (ZERO DAYS - THE SEND DATE
005280*                          ITSELF).  PAST THE END OF THE LOADED
005290*                          CALENDAR, CALENDAR DAYS ARE COUNTED.
005300****************************************************************
005310 4100-FIND-ACK-DUE-DATE.
005320     MOVE WS-CURRENT-DATE TO WS-ACK-DUE-DATE.
005330     PERFORM 4110-NEXT-BUSINESS-DAY THRU 4110-EXIT
005340         VARYING WS-DAY-SUB FROM 1 BY 1
005350         UNTIL WS-DAY-SUB > WS-ACK-DAYS
005360             OR WS-CALENDAR-NOT-LOADED.
005370     IF WS-CALENDAR-LOADED
005380         GO TO 4100-EXIT
005390     END-IF.
005400     DISPLAY 'HELLOMF - SEND DATE ' WS-CURRENT-DATE
005410         ' PAST THE LOADED CALENDAR - ACK DUE IN CALENDAR DAYS'.
005420     MOVE 'A' TO HL-DTS-FUNCTION.
005430     MOVE WS-CURRENT-DATE TO HL-DTS-DATE-1.
005440     MOVE WS-ACK-DAYS TO HL-DTS-NUMBER.
005450     CALL 'HELLODT' USING HL-DTS-PARMS.
005460     IF NOT HL-DTS-OK
005470         MOVE 'HELLOMF - DATE SERVICE FAILED, RETURN CODE='
005480             TO WS-ABEND-MESSAGE
005490         MOVE HL-DTS-RETURN-CODE TO WS-ABEND-FILE-STATUS
005500         PERFORM 8000-ABEND THRU 8000-EXIT
005510     END-IF.
005520     MOVE HL-DTS-RESULT-DATE TO WS-ACK-DUE-DATE.
005530 4100-EXIT.
005540     EXIT.
005550
005560****************************************************************
005570* 4110-NEXT-BUSINESS-DAY - MOVE THE DUE DATE ON ONE BUSINESS DAY
005580****************************************************************
005590 4110-NEXT-BUSINESS-DAY.
005600     MOVE 'N' TO HL-DTS-FUNCTION.
005610     MOVE WS-ACK-DUE-DATE TO HL-DTS-DATE-1.
005620     CALL 'HELLODT' USING HL-DTS-PARMS.
005630     IF HL-DTS-OK
005640         MOVE HL-DTS-RESULT-DATE TO WS-ACK-DUE-DATE
005650         GO TO 4110-EXIT
005660     END-IF.
005670     IF HL-DTS-NOT-ON-CALENDAR
005680         SET WS-CALENDAR-NOT-LOADED TO TRUE
005690         GO TO 4110-EXIT
005700     END-IF.
005710     MOVE 'HELLOMF - CALENDAR LOOKUP FAILED, RETURN CODE='
005720         TO WS-ABEND-MESSAGE.
005730     MOVE HL-DTS-RETURN-CODE TO WS-ABEND-FILE-STATUS.
005740     PERFORM 8000-ABEND THRU 8000-EXIT.
005750 4110-EXIT.
005760     EXIT.
005770
005780****************************************************************
005790* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
005800****************************************************************
005810 8000-ABEND.
005820     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
005830     MOVE 16 TO WS-ABEND-RETURN-CODE.
005840     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
005850     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
005860     STOP RUN.
005870 8000-EXIT.
005880     EXIT.
005890
005900****************************************************************
005910* 9000-TERMINATE - CLOSE THE CALENDAR
005920****************************************************************
005930 9000-TERMINATE.
005940     MOVE 'C' TO HL-DTS-FUNCTION.
005950     CALL 'HELLODT' USING HL-DTS-PARMS.
005960 9000-EXIT.
005970     EXIT.
005980
005990****************************************************************
006000* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT
006010*                        LOG.  READ = HANDOFF RECORDS READ,
006020*                        ACCEPTED = THE TRAILER RECORD COUNT
006030*                        WHEN THE ENTRY WAS RECORDED, REJECTED
006040*                        = 1 WHEN IT WAS NOT.
006050****************************************************************
006060 9500-WRITE-AUDIT-LOG.
006070     OPEN EXTEND AUDIT-LOG-FILE.
006080     IF NOT HL-AUDIT-OK
006090         DISPLAY 'HELLOMF - UNABLE TO OPEN AUDIT-LOG, STATUS='
006100             HL-AUDIT-STATUS
006110         MOVE 16 TO RETURN-CODE
006120         STOP RUN
006130     END-IF.
006140     MOVE 'HELLOMF' TO AUD-JOB-NAME.
006150     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
006160     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
006170     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006180     ACCEPT WS-CURRENT-TIME FROM TIME.
006190     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
006200     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
006210     MOVE WS-RECORDS-READ TO AUD-RECORDS-READ.
006220     IF WS-RECORDS-RECORDED > ZERO
006230         MOVE WS-TRL-RECORD-COUNT TO AUD-RECORDS-ACCEPTED
006240         MOVE ZERO TO AUD-RECORDS-REJECTED
006250     ELSE
006260         MOVE ZERO TO AUD-RECORDS-ACCEPTED
006270         MOVE 1 TO AUD-RECORDS-REJECTED
006280     END-IF.
006290     MOVE RETURN-CODE TO AUD-RETURN-CODE.
006300     WRITE AUD-LOG-RECORD.
006310     CLOSE AUDIT-LOG-FILE.
006320 9500-EXIT.
006330     EXIT.
