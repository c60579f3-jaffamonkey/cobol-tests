000250*   THEN SHOWS THE FULL MASTER RECORD FOR A SELECTED ACCOUNT.
000260*   REPEATS UNTIL A BLANK NAME IS ENTERED.  APPENDS ONE ROW TO
000270*   THE SHARED AUDIT LOG.
000280*   THE OPERATOR SIGNS ON THROUGH HELLOSO (INQUIRY LEVEL) BEFORE
000290*   THE FIRST SEARCH; A REFUSED SIGN-ON ENDS THE RUN WITH RC 8.
000300*   EVERY ACCOUNT LISTED OR DISPLAYED IS WRITTEN TO THE
000310*   ACCOUNT-ACCESS LOG.
000320*----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340* DATE       INIT  DESCRIPTION
000350* 2026-08-22 JLB   INITIAL VERSION - NAME SEARCH OVER THE NEW
000360*                  CUSTOMER-NAME ALTERNATE INDEX WITH FULL
000370*                  RECORD DISPLAY FOR A SELECTED ACCOUNT.
000380* 2026-08-22 JLB   THE KEYED READ FOR THE FULL DISPLAY NOW
000390*                  ABENDS ON A GENUINE I/O ERROR INSTEAD OF
000400*                  DISPLAYING FROM A STALE RECORD AREA.
000410* 2026-10-15 JLB   OPERATOR SIGN-ON THROUGH HELLOSO; EVERY ACCOUNT
000420*                  LISTED (LIST) OR DISPLAYED (VIEW) IS LOGGED TO
000430*                  THE ACCESS LOG.  WHOLE MEMBER RENUMBERED.
000440****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.     HELLONQ.
000470 AUTHOR.         J. L. BRANNIGAN.
000480 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000490 DATE-WRITTEN.   2026-08-22.
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
000610*    CUSTOMER MASTER FILE - INDEXED, KEYED BY ACCOUNT NUMBER,
000620*    ALTERNATE KEY ON CUSTOMER NAME WITH DUPLICATES
000630*    ------------------------------------------------------------
000640     SELECT MASTER-FILE ASSIGN TO "MASTERF"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS HL-MAST-KEY
000680         ALTERNATE RECORD KEY IS HL-MAST-NAME
000690             WITH DUPLICATES
000700         FILE STATUS IS HL-MASTER-STATUS.
000710
000720*    ------------------------------------------------------------
000730*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
000740*    LAYOUT ACROSS THE SUITE
000750*    ------------------------------------------------------------
000760     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS HL-AUDIT-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820
000830 FD  MASTER-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 97 CHARACTERS
000860     DATA RECORD IS HL-MASTER-RECORD.
000870     COPY HLMAST.
000880
000890 FD  AUDIT-LOG-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 88 CHARACTERS
000920     DATA RECORD IS AUD-LOG-RECORD.
000930     COPY AUDLOG.
000940
000950 WORKING-STORAGE SECTION.
000960
000970*    ------------------------------------------------------------
000980*    FILE STATUS FIELDS
000990*    ------------------------------------------------------------
001000 01  HL-FILE-STATUSES.
001010     05  HL-MASTER-STATUS            PIC X(02) VALUE '00'.
001020         88  HL-MASTER-OK            VALUE '00'.
001030         88  HL-MASTER-OK-DUP        VALUE '02'.
001040         88  HL-MASTER-EOF           VALUE '10'.
001050     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
001060         88  HL-AUDIT-OK             VALUE '00'.
001070
001080*    ------------------------------------------------------------
001090*    SWITCHES
001100*    ------------------------------------------------------------
001110 77  WS-END-SWITCH                   PIC X(01) VALUE 'N'.
001120     88  WS-END-REQUESTED            VALUE 'Y'.
001130 77  WS-LIST-DONE-SWITCH             PIC X(01) VALUE 'N'.
001140     88  WS-LIST-DONE                VALUE 'Y'.
001150 77  WS-PREFIX-DONE-SWITCH           PIC X(01) VALUE 'N'.
001160     88  WS-PREFIX-DONE              VALUE 'Y'.
001170 77  WS-SIGNON-SWITCH                PIC X(01) VALUE 'N'.
001180     88  WS-SIGNON-REFUSED           VALUE 'Y'.
001190
001200*    ------------------------------------------------------------
001210*    SEARCH WORK AREAS
001220*    ------------------------------------------------------------
001230 77  WS-SEARCH-NAME                  PIC X(30) VALUE SPACES.
001240 77  WS-PREFIX-LEN                   PIC 9(02) COMP VALUE ZERO.
001250 77  WS-MATCHES-LISTED               PIC 9(05) COMP VALUE ZERO.
001260 77  WS-SELECT-ACCT                  PIC X(07) VALUE SPACES.
001270
001280*    ------------------------------------------------------------
001290*    RUN COUNTERS
001300*    ------------------------------------------------------------
001310 77  WS-RECORDS-LISTED               PIC 9(07) COMP VALUE ZERO.
001320 77  WS-RECORDS-DISPLAYED            PIC 9(07) COMP VALUE ZERO.
001330 77  WS-SEARCHES-NO-MATCH            PIC 9(07) COMP VALUE ZERO.
001340 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001350 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
001360
001370*    ------------------------------------------------------------
001380*    AUDIT-LOG WORK AREAS
001390*    ------------------------------------------------------------
001400 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
001410 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
001420
001430*    ------------------------------------------------------------
001440*    DISPLAY EDIT FIELDS
001450*    ------------------------------------------------------------
001460 77  WS-BALANCE-DISPLAY              PIC -ZZZ,ZZZ,ZZ9.99.
001470
001480*    ------------------------------------------------------------
001490*    SIGN-ON AND ACCESS-LOG ROUTINE PARAMETERS
001500*    ------------------------------------------------------------
001510     COPY HLSOS.
001520
001530*    ------------------------------------------------------------
001540*    ABEND HANDLING
001550*    ------------------------------------------------------------
001560 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
001570 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
001580 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
001590
001600 PROCEDURE DIVISION.
001610
001620****************************************************************
001630* 0000-MAINLINE
001640****************************************************************
001650 0000-MAINLINE.
001660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001670     PERFORM 2000-INQUIRY-CYCLE THRU 2000-EXIT
001680         UNTIL WS-END-REQUESTED.
001690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001700     IF WS-SIGNON-REFUSED
001710         MOVE 8 TO RETURN-CODE
001720     ELSE
001730         MOVE ZERO TO RETURN-CODE
001740     END-IF.
001750     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
001760     STOP RUN.
001770
001780****************************************************************
001790* 1000-INITIALIZE - OPEN THE MASTER FOR KEYED INQUIRY AND SIGN
001800*                   THE OPERATOR ON
001810****************************************************************
001820 1000-INITIALIZE.
001830     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
001840     ACCEPT WS-RUN-START-TIME FROM TIME.
001850     OPEN INPUT MASTER-FILE.
001860     IF NOT HL-MASTER-OK
001870         MOVE 'HELLONQ - UNABLE TO OPEN MASTER-FILE, STATUS='
001880             TO WS-ABEND-MESSAGE
001890         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
001900         PERFORM 8000-ABEND THRU 8000-EXIT
001910     END-IF.
001920     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
001930 1000-EXIT.
001940     EXIT.
001950
001960****************************************************************
001970* 1100-SIGN-ON - SIGN THE OPERATOR ON AT INQUIRY LEVEL.  A
001980*                REFUSED SIGN-ON SKIPS THE INQUIRY CYCLE.
001990****************************************************************
002000 1100-SIGN-ON.
002010     MOVE 'HELLONQ' TO HL-SOS-PROGRAM.
002020     SET HL-SOS-FUNC-SIGN-ON TO TRUE.
002030     SET HL-SOS-NEED-INQUIRY TO TRUE.
002040     CALL 'HELLOSO' USING HL-SOS-PARMS.
002050     IF HL-SOS-FILE-ERROR
002060         MOVE 'HELLONQ - SIGN-ON FILES UNAVAILABLE, RC='
002070             TO WS-ABEND-MESSAGE
002080         MOVE HL-SOS-RETURN-CODE TO WS-ABEND-FILE-STATUS
002090         PERFORM 8000-ABEND THRU 8000-EXIT
002100     END-IF.
002110     IF NOT HL-SOS-OK
002120         SET WS-SIGNON-REFUSED TO TRUE
002130         SET WS-END-REQUESTED TO TRUE
002140     END-IF.
002150 1100-EXIT.
002160     EXIT.
002170
002180****************************************************************
002190* 2000-INQUIRY-CYCLE - ONE NAME SEARCH AND OPTIONAL RECORD
002200*                      DISPLAY
002210****************************************************************
002220 2000-INQUIRY-CYCLE.
002230     DISPLAY ' '.
002240     DISPLAY 'HELLONQ - ENTER FULL OR PARTIAL CUSTOMER NAME,'.
002250     DISPLAY '          BLANK TO END : ' WITH NO ADVANCING.
002260     MOVE SPACES TO WS-SEARCH-NAME.
002270     ACCEPT WS-SEARCH-NAME.
002280     IF WS-SEARCH-NAME = SPACES
002290         SET WS-END-REQUESTED TO TRUE
002300         GO TO 2000-EXIT
002310     END-IF.
002320     PERFORM 3000-FIND-PREFIX-LENGTH THRU 3000-EXIT.
002330     MOVE ZERO TO WS-MATCHES-LISTED.
002340     MOVE 'N' TO WS-LIST-DONE-SWITCH.
002350     PERFORM 3100-START-ON-NAME THRU 3100-EXIT.
002360     PERFORM 3200-LIST-ONE-MATCH THRU 3200-EXIT
002370         UNTIL WS-LIST-DONE.
002380     IF WS-MATCHES-LISTED = ZERO
002390         ADD 1 TO WS-SEARCHES-NO-MATCH
002400         DISPLAY 'HELLONQ - NO ACCOUNTS MATCH ' WS-SEARCH-NAME
002410         GO TO 2000-EXIT
002420     END-IF.
002430     DISPLAY 'ENTER ACCOUNT NUMBER FOR FULL DISPLAY,'.
002440     DISPLAY 'BLANK TO SEARCH AGAIN : ' WITH NO ADVANCING.
002450     MOVE SPACES TO WS-SELECT-ACCT.
002460     ACCEPT WS-SELECT-ACCT.
002470     IF WS-SELECT-ACCT NOT = SPACES
002480         PERFORM 4000-DISPLAY-FULL-RECORD THRU 4000-EXIT
002490     END-IF.
002500 2000-EXIT.
002510     EXIT.
002520
002530****************************************************************
002540* 3000-FIND-PREFIX-LENGTH - LENGTH OF THE ENTERED SEARCH TEXT,
002550*                           IGNORING TRAILING SPACES
002560****************************************************************
002570 3000-FIND-PREFIX-LENGTH.
002580     MOVE 'N' TO WS-PREFIX-DONE-SWITCH.
002590     MOVE 30 TO WS-PREFIX-LEN.
002600     PERFORM 3010-TRIM-ONE-SPACE THRU 3010-EXIT
002610         UNTIL WS-PREFIX-DONE OR WS-PREFIX-LEN = ZERO.
002620 3000-EXIT.
002630     EXIT.
002640
002650****************************************************************
002660* 3010-TRIM-ONE-SPACE - BACK OFF ONE TRAILING SPACE
002670****************************************************************
002680 3010-TRIM-ONE-SPACE.
002690     IF WS-SEARCH-NAME(WS-PREFIX-LEN:1) = SPACE
002700         SUBTRACT 1 FROM WS-PREFIX-LEN
002710     ELSE
002720         SET WS-PREFIX-DONE TO TRUE
002730     END-IF.
002740 3010-EXIT.
002750     EXIT.
002760
002770****************************************************************
002780* 3100-START-ON-NAME - POSITION THE ALTERNATE INDEX AT THE
002790*                      FIRST NAME NOT LESS THAN THE SEARCH TEXT
002800****************************************************************
002810 3100-START-ON-NAME.
002820     MOVE WS-SEARCH-NAME TO HL-MAST-NAME.
002830     START MASTER-FILE KEY IS NOT LESS THAN HL-MAST-NAME
002840         INVALID KEY
002850             SET WS-LIST-DONE TO TRUE
002860     END-START.
002870 3100-EXIT.
002880     EXIT.
002890
002900****************************************************************
002910* 3200-LIST-ONE-MATCH - READ THE NEXT NAME IN SEQUENCE AND
002920*                       LIST IT IF IT STILL CARRIES THE PREFIX
002930****************************************************************
002940 3200-LIST-ONE-MATCH.
002950     READ MASTER-FILE NEXT RECORD
002960         AT END
002970             SET WS-LIST-DONE TO TRUE
002980     END-READ.
002990     IF WS-LIST-DONE
003000         GO TO 3200-EXIT
003010     END-IF.
003020     IF NOT HL-MASTER-OK AND NOT HL-MASTER-OK-DUP
003030         MOVE 'HELLONQ - MASTER-FILE READ ERROR, STATUS='
003040             TO WS-ABEND-MESSAGE
003050         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
003060         PERFORM 8000-ABEND THRU 8000-EXIT
003070     END-IF.
003080     IF HL-MAST-NAME(1:WS-PREFIX-LEN)
003090         NOT = WS-SEARCH-NAME(1:WS-PREFIX-LEN)
003100         SET WS-LIST-DONE TO TRUE
003110         GO TO 3200-EXIT
003120     END-IF.
003130     ADD 1 TO WS-MATCHES-LISTED.
003140     ADD 1 TO WS-RECORDS-LISTED.
003150     DISPLAY '  ACCT: ' HL-MAST-ACCT-NO
003160         '  STATUS: ' HL-MAST-STATUS-CODE
003170         '  EFF DATE: ' HL-MAST-EFF-DATE
003180         '  NAME: ' HL-MAST-NAME.
003190     MOVE 'LIST' TO HL-SOS-ACTION.
003200     PERFORM 5000-LOG-ACCESS THRU 5000-EXIT.
003210 3200-EXIT.
003220     EXIT.
003230
003240****************************************************************
003250* 4000-DISPLAY-FULL-RECORD - READ THE SELECTED ACCOUNT BY ITS
003260*                            PRIMARY KEY AND SHOW EVERY FIELD
003270****************************************************************
003280 4000-DISPLAY-FULL-RECORD.
003290     IF WS-SELECT-ACCT NOT NUMERIC
003300         DISPLAY 'HELLONQ - ACCOUNT NUMBER NOT NUMERIC'
003310         GO TO 4000-EXIT
003320     END-IF.
003330     MOVE WS-SELECT-ACCT TO HL-MAST-ACCT-NO.
003340     READ MASTER-FILE KEY IS HL-MAST-KEY
003350         INVALID KEY
003360             DISPLAY 'HELLONQ - ACCOUNT NOT ON MASTER'
003370             GO TO 4000-EXIT
003380     END-READ.
003390     IF NOT HL-MASTER-OK
003400         MOVE 'HELLONQ - MASTER-FILE READ ERROR, STATUS='
003410             TO WS-ABEND-MESSAGE
003420         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
003430         PERFORM 8000-ABEND THRU 8000-EXIT
003440     END-IF.
003450     ADD 1 TO WS-RECORDS-DISPLAYED.
003460     MOVE 'VIEW' TO HL-SOS-ACTION.
003470     PERFORM 5000-LOG-ACCESS THRU 5000-EXIT.
003480     MOVE HL-MAST-BALANCE TO WS-BALANCE-DISPLAY.
003490     DISPLAY ' '.
003500     DISPLAY '  ACCOUNT NUMBER:  ' HL-MAST-ACCT-NO.
003510     DISPLAY '  CUSTOMER NAME:   ' HL-MAST-NAME.
003520     DISPLAY '  ADDRESS:         ' HL-MAST-ADDRESS.
003530     DISPLAY '  EFFECTIVE DATE:  ' HL-MAST-EFF-DATE.
003540     DISPLAY '  BALANCE:         ' WS-BALANCE-DISPLAY.
003550     DISPLAY '  STATUS CODE:     ' HL-MAST-STATUS-CODE.
003560 4000-EXIT.
003570     EXIT.
003580
003590****************************************************************
003600* 5000-LOG-ACCESS - LOG THE CURRENT MASTER RECORD'S ACCOUNT TO
003610*                   THE ACCESS LOG UNDER HL-SOS-ACTION.  AN
003620*                   ACCESS THAT CANNOT BE LOGGED ENDS THE RUN.
003630****************************************************************
003640 5000-LOG-ACCESS.
003650     SET HL-SOS-FUNC-LOG TO TRUE.
003660     MOVE HL-MAST-ACCT-NO TO HL-SOS-ACCT-NO.
003670     MOVE SPACES TO HL-SOS-DETAIL.
003680     CALL 'HELLOSO' USING HL-SOS-PARMS.
003690     IF NOT HL-SOS-OK
003700         MOVE 'HELLONQ - ACCESS LOG UNAVAILABLE, RC='
003710             TO WS-ABEND-MESSAGE
003720         MOVE HL-SOS-RETURN-CODE TO WS-ABEND-FILE-STATUS
003730         PERFORM 8000-ABEND THRU 8000-EXIT
003740     END-IF.
003750 5000-EXIT.
003760     EXIT.
003770
003780****************************************************************
003790* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
003800****************************************************************
003810 8000-ABEND.
003820     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
003830     MOVE 16 TO WS-ABEND-RETURN-CODE.
003840     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
003850     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
003860     STOP RUN.
003870 8000-EXIT.
003880     EXIT.
003890
003900****************************************************************
003910* 9000-TERMINATE - CLOSE THE MASTER AND THE SIGN-ON FILES
003920****************************************************************
003930 9000-TERMINATE.
003940     CLOSE MASTER-FILE.
003950     SET HL-SOS-FUNC-CLOSE TO TRUE.
003960     CALL 'HELLOSO' USING HL-SOS-PARMS.
003970 9000-EXIT.
003980     EXIT.
003990
004000****************************************************************
004010* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT LOG.
004020*                        READ = ACCOUNTS LISTED, ACCEPTED = FULL
004030*                        DISPLAYS, REJECTED = EMPTY SEARCHES.
004040****************************************************************
004050 9500-WRITE-AUDIT-LOG.
004060     OPEN EXTEND AUDIT-LOG-FILE.
004070     IF NOT HL-AUDIT-OK
004080         DISPLAY 'HELLONQ - UNABLE TO OPEN AUDIT-LOG, STATUS='
004090             HL-AUDIT-STATUS
004100         MOVE 16 TO RETURN-CODE
004110         STOP RUN
004120     END-IF.
004130     MOVE 'HELLONQ' TO AUD-JOB-NAME.
004140     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
004150     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
004160     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004170     ACCEPT WS-CURRENT-TIME FROM TIME.
004180     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
004190     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
004200     MOVE WS-RECORDS-LISTED TO AUD-RECORDS-READ.
004210     MOVE WS-RECORDS-DISPLAYED TO AUD-RECORDS-ACCEPTED.
004220     MOVE WS-SEARCHES-NO-MATCH TO AUD-RECORDS-REJECTED.
004230     MOVE RETURN-CODE TO AUD-RETURN-CODE.
004240     WRITE AUD-LOG-RECORD.
004250     CLOSE AUDIT-LOG-FILE.
004260 9500-EXIT.
004270     EXIT.
