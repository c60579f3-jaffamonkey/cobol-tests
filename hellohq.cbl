000100****************************************************************
000110* PROGRAM:     HELLOHQ
000120* AUTHOR:      J. L. BRANNIGAN
000130* INSTALLATION:DATA PROCESSING - BATCH SYSTEMS
000140* DATE-WRITTEN:2026-10-15
000150* DATE-COMPILED:
000160*----------------------------------------------------------------
000170* DESCRIPTION
000180*   ACCOUNT ACTIVITY INQUIRY AGAINST THE ACCOUNT POSTING
000190*   HISTORY (HISTORY, HLHST.CPY - ONE ENTRY PER MASTER CHANGE
000200*   MADE BY HELLOTM, HELLOSC, HELLORP, HELLOAR, AND HELLOAP).
000210*   THE OPERATOR ENTERS AN ACCOUNT NUMBER AND A FROM AND TO
000220*   POSTING DATE; THE PROGRAM POSITIONS ON THE ACCOUNT, TAKES
000230*   THE OPENING BALANCE FROM THE LAST POSTING BEFORE THE FROM
000240*   DATE, LISTS EVERY POSTING IN THE RANGE (DATE, SEQUENCE,
000250*   TYPE, AMOUNT, RESULTING BALANCE, STATUS, SOURCE JOB AND
000260*   BATCH), AND CLOSES WITH THE CLOSING BALANCE AND A PROOF
000270*   THAT OPENING PLUS THE AMOUNTS LISTED EQUALS CLOSING.  THE
000280*   ACCOUNT NEED NOT STILL BE ON THE LIVE MASTER - A PURGED
000290*   ACCOUNT'S HISTORY STAYS UNTIL HELLOHP AGES IT OUT.
000300*   REPEATS UNTIL A BLANK ACCOUNT NUMBER IS ENTERED.  APPENDS
000310*   ONE ROW TO THE SHARED AUDIT LOG.
000320*   THE OPERATOR SIGNS ON THROUGH HELLOSO (INQUIRY LEVEL) BEFORE
000330*   THE FIRST INQUIRY; A REFUSED SIGN-ON ENDS THE RUN WITH RC 8.
000340*   EVERY ACCOUNT WHOSE HISTORY IS LISTED IS WRITTEN TO THE
000350*   ACCOUNT-ACCESS LOG.
000360*----------------------------------------------------------------
000370* MODIFICATION HISTORY
000380* DATE       INIT  DESCRIPTION
000390* 2026-10-15 JLB   INITIAL VERSION - POSTINGS BETWEEN TWO DATES
000400*                  WITH OPENING AND CLOSING BALANCES.
000410* 2026-10-15 JLB   OPERATOR SIGN-ON THROUGH HELLOSO; EVERY ACCOUNT
000420*                  INQUIRED ON IS LOGGED (VIEW) TO THE ACCESS LOG.
000430*                  WHOLE MEMBER RENUMBERED.
000440* 2026-10-15 JLB   5000-LOG-ACCESS MOVED INTO PARAGRAPH-NUMBER
000450*                  ORDER.  WHOLE MEMBER RENUMBERED.
000460****************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.     HELLOHQ.
000490 AUTHOR.         J. L. BRANNIGAN.
000500 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000510 DATE-WRITTEN.   2026-10-15.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.   IBM-370.
000570 OBJECT-COMPUTER.   IBM-370.
000580
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610
000620*    ------------------------------------------------------------
000630*    ACCOUNT POSTING HISTORY - INDEXED, KEYED BY ACCOUNT,
000640*    POSTING DATE, AND SEQUENCE
000650*    ------------------------------------------------------------
000660     SELECT HISTORY-FILE ASSIGN TO "HISTORY"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS HL-HST-KEY
000700         FILE STATUS IS HL-HISTORY-STATUS.
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
000830 FD  HISTORY-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 80 CHARACTERS
000860     DATA RECORD IS HL-HISTORY-RECORD.
000870     COPY HLHST.
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
001010     05  HL-HISTORY-STATUS           PIC X(02) VALUE '00'.
001020         88  HL-HISTORY-OK           VALUE '00'.
001030         88  HL-HISTORY-EOF          VALUE '10'.
001040     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
001050         88  HL-AUDIT-OK             VALUE '00'.
001060
001070*    ------------------------------------------------------------
001080*    SWITCHES
001090*    ------------------------------------------------------------
001100 77  WS-END-SWITCH                   PIC X(01) VALUE 'N'.
001110     88  WS-END-REQUESTED            VALUE 'Y'.
001120 77  WS-LIST-DONE-SWITCH             PIC X(01) VALUE 'N'.
001130     88  WS-LIST-DONE                VALUE 'Y'.
001140 77  WS-ENTRY-SWITCH                 PIC X(01) VALUE 'Y'.
001150     88  WS-ENTRY-VALID              VALUE 'Y'.
001160     88  WS-ENTRY-INVALID            VALUE 'N'.
001170 77  WS-SIGNON-SWITCH                PIC X(01) VALUE 'N'.
001180     88  WS-SIGNON-REFUSED           VALUE 'Y'.
001190
001200*    ------------------------------------------------------------
001210*    OPERATOR ENTRY WORK AREAS - A BLANK TO DATE MEANS TODAY
001220*    ------------------------------------------------------------
001230 77  WS-SELECT-ACCT                  PIC X(07) VALUE SPACES.
001240 77  WS-SELECT-FROM-DATE             PIC X(08) VALUE SPACES.
001250 77  WS-SELECT-TO-DATE               PIC X(08) VALUE SPACES.
001260 77  WS-FROM-DATE                    PIC 9(08) VALUE ZERO.
001270 77  WS-TO-DATE                      PIC 9(08) VALUE ZERO.
001280 77  WS-INQ-ACCT-NO                  PIC 9(07) VALUE ZERO.
001290
001300*    ------------------------------------------------------------
001310*    BALANCE WORK AREAS FOR ONE INQUIRY
001320*    ------------------------------------------------------------
001330 01  WS-OPENING-BALANCE              PIC S9(11)V99 COMP-3
001340                                     VALUE ZERO.
001350 01  WS-CLOSING-BALANCE              PIC S9(11)V99 COMP-3
001360                                     VALUE ZERO.
001370 01  WS-NET-MOVEMENT                 PIC S9(11)V99 COMP-3
001380                                     VALUE ZERO.
001390 01  WS-PROOF-BALANCE                PIC S9(11)V99 COMP-3
001400                                     VALUE ZERO.
001410 77  WS-POSTINGS-BEFORE              PIC 9(07) COMP VALUE ZERO.
001420 77  WS-POSTINGS-IN-RANGE            PIC 9(07) COMP VALUE ZERO.
001430
001440*    ------------------------------------------------------------
001450*    RUN COUNTERS
001460*    ------------------------------------------------------------
001470 77  WS-POSTINGS-LISTED              PIC 9(07) COMP VALUE ZERO.
001480 77  WS-INQUIRIES-ANSWERED           PIC 9(07) COMP VALUE ZERO.
001490 77  WS-INQUIRIES-REFUSED            PIC 9(07) COMP VALUE ZERO.
001500 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001510 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
001520
001530*    ------------------------------------------------------------
001540*    AUDIT-LOG WORK AREAS
001550*    ------------------------------------------------------------
001560 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
001570 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
001580
001590*    ------------------------------------------------------------
001600*    DISPLAY EDIT FIELDS
001610*    ------------------------------------------------------------
001620 77  WS-AMOUNT-DISPLAY               PIC -ZZZ,ZZZ,ZZ9.99.
001630 77  WS-BALANCE-DISPLAY              PIC -ZZZ,ZZZ,ZZ9.99.
001640 77  WS-COUNT-DISPLAY                PIC ZZZ,ZZ9.
001650
001660*    ------------------------------------------------------------
001670*    SIGN-ON AND ACCESS-LOG ROUTINE PARAMETERS
001680*    ------------------------------------------------------------
001690     COPY HLSOS.
001700 01  WS-LOG-DETAIL.
001710     05  FILLER                      PIC X(08) VALUE 'HISTORY '.
001720     05  WS-LOG-DETAIL-FROM          PIC 9(08).
001730     05  FILLER                      PIC X(04) VALUE SPACES.
001740
001750*    ------------------------------------------------------------
001760*    ABEND HANDLING
001770*    ------------------------------------------------------------
001780 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
001790 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
001800 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
001810
001820 PROCEDURE DIVISION.
001830
001840****************************************************************
001850* 0000-MAINLINE
001860****************************************************************
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890     PERFORM 2000-INQUIRY-CYCLE THRU 2000-EXIT
001900         UNTIL WS-END-REQUESTED.
001910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001920     IF WS-SIGNON-REFUSED
001930         MOVE 8 TO RETURN-CODE
001940     ELSE
001950         MOVE ZERO TO RETURN-CODE
001960     END-IF.
001970     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
001980     STOP RUN.
001990
002000****************************************************************
002010* 1000-INITIALIZE - OPEN THE POSTING HISTORY FOR KEYED INQUIRY
002020*                   AND SIGN THE OPERATOR ON
002030****************************************************************
002040 1000-INITIALIZE.
002050     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
002060     ACCEPT WS-RUN-START-TIME FROM TIME.
002070     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002080     OPEN INPUT HISTORY-FILE.
002090     IF NOT HL-HISTORY-OK
002100         MOVE 'HELLOHQ - UNABLE TO OPEN HISTORY-FILE, STATUS='
002110             TO WS-ABEND-MESSAGE
002120         MOVE HL-HISTORY-STATUS TO WS-ABEND-FILE-STATUS
002130         PERFORM 8000-ABEND THRU 8000-EXIT
002140     END-IF.
002150     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
002160 1000-EXIT.
002170     EXIT.
002180
002190****************************************************************
002200* 1100-SIGN-ON - SIGN THE OPERATOR ON AT INQUIRY LEVEL.  A
002210*                REFUSED SIGN-ON SKIPS THE INQUIRY CYCLE.
002220****************************************************************
002230 1100-SIGN-ON.
002240     MOVE 'HELLOHQ' TO HL-SOS-PROGRAM.
002250     SET HL-SOS-FUNC-SIGN-ON TO TRUE.
002260     SET HL-SOS-NEED-INQUIRY TO TRUE.
002270     CALL 'HELLOSO' USING HL-SOS-PARMS.
002280     IF HL-SOS-FILE-ERROR
002290         MOVE 'HELLOHQ - SIGN-ON FILES UNAVAILABLE, RC='
002300             TO WS-ABEND-MESSAGE
002310         MOVE HL-SOS-RETURN-CODE TO WS-ABEND-FILE-STATUS
002320         PERFORM 8000-ABEND THRU 8000-EXIT
002330     END-IF.
002340     IF NOT HL-SOS-OK
002350         SET WS-SIGNON-REFUSED TO TRUE
002360         SET WS-END-REQUESTED TO TRUE
002370     END-IF.
002380 1100-EXIT.
002390     EXIT.
002400
002410****************************************************************
002420* 2000-INQUIRY-CYCLE - TAKE ONE ACCOUNT AND DATE RANGE AND
002430*                      LIST ITS POSTINGS
002440****************************************************************
002450 2000-INQUIRY-CYCLE.
002460     DISPLAY ' '.
002470     DISPLAY 'HELLOHQ - ENTER ACCOUNT NUMBER, BLANK TO END : '
002480         WITH NO ADVANCING.
002490     MOVE SPACES TO WS-SELECT-ACCT.
002500     ACCEPT WS-SELECT-ACCT.
002510     IF WS-SELECT-ACCT = SPACES
002520         SET WS-END-REQUESTED TO TRUE
002530         GO TO 2000-EXIT
002540     END-IF.
002550     DISPLAY '          FROM POSTING DATE YYYYMMDD : '
002560         WITH NO ADVANCING.
002570     MOVE SPACES TO WS-SELECT-FROM-DATE.
002580     ACCEPT WS-SELECT-FROM-DATE.
002590     DISPLAY '          TO POSTING DATE YYYYMMDD, BLANK FOR '
002600         'TODAY : ' WITH NO ADVANCING.
002610     MOVE SPACES TO WS-SELECT-TO-DATE.
002620     ACCEPT WS-SELECT-TO-DATE.
002630     PERFORM 2100-EDIT-ENTRY THRU 2100-EXIT.
002640     IF WS-ENTRY-INVALID
002650         ADD 1 TO WS-INQUIRIES-REFUSED
002660         GO TO 2000-EXIT
002670     END-IF.
002680     PERFORM 5000-LOG-ACCESS THRU 5000-EXIT.
002690     PERFORM 3000-LIST-ACTIVITY THRU 3000-EXIT.
002700     ADD 1 TO WS-INQUIRIES-ANSWERED.
002710 2000-EXIT.
002720     EXIT.
002730
002740****************************************************************
002750* 2100-EDIT-ENTRY - THE ACCOUNT AND BOTH DATES MUST BE NUMERIC
002760*                   AND THE RANGE MUST NOT RUN BACKWARDS
002770****************************************************************
002780 2100-EDIT-ENTRY.
002790     SET WS-ENTRY-VALID TO TRUE.
002800     IF WS-SELECT-ACCT NOT NUMERIC
002810         DISPLAY 'HELLOHQ - ACCOUNT NUMBER NOT NUMERIC'
002820         SET WS-ENTRY-INVALID TO TRUE
002830         GO TO 2100-EXIT
002840     END-IF.
002850     MOVE WS-SELECT-ACCT TO WS-INQ-ACCT-NO.
002860     IF WS-SELECT-FROM-DATE NOT NUMERIC
002870         DISPLAY 'HELLOHQ - FROM DATE MISSING OR NOT NUMERIC'
002880         SET WS-ENTRY-INVALID TO TRUE
002890         GO TO 2100-EXIT
002900     END-IF.
002910     MOVE WS-SELECT-FROM-DATE TO WS-FROM-DATE.
002920     IF WS-SELECT-TO-DATE = SPACES
002930         MOVE WS-CURRENT-DATE TO WS-TO-DATE
002940     ELSE
002950         IF WS-SELECT-TO-DATE NOT NUMERIC
002960             DISPLAY 'HELLOHQ - TO DATE NOT NUMERIC'
002970             SET WS-ENTRY-INVALID TO TRUE
002980             GO TO 2100-EXIT
002990         END-IF
003000         MOVE WS-SELECT-TO-DATE TO WS-TO-DATE
003010     END-IF.
003020     IF WS-FROM-DATE > WS-TO-DATE
003030         DISPLAY 'HELLOHQ - FROM DATE IS AFTER TO DATE'
003040         SET WS-ENTRY-INVALID TO TRUE
003050     END-IF.
003060 2100-EXIT.
003070     EXIT.
003080
003090****************************************************************
003100* 3000-LIST-ACTIVITY - POSITION ON THE ACCOUNT'S FIRST POSTING
003110*                      AND READ FORWARD.  POSTINGS BEFORE THE
003120*                      FROM DATE ONLY CARRY THE OPENING
003130*                      BALANCE FORWARD; POSTINGS IN THE RANGE
003140*                      ARE LISTED; THE FIRST POSTING AFTER THE
003150*                      TO DATE, OR THE NEXT ACCOUNT, ENDS IT.
003160****************************************************************
003170 3000-LIST-ACTIVITY.
003180     MOVE ZERO TO WS-OPENING-BALANCE.
003190     MOVE ZERO TO WS-CLOSING-BALANCE.
003200     MOVE ZERO TO WS-NET-MOVEMENT.
003210     MOVE ZERO TO WS-POSTINGS-BEFORE.
003220     MOVE ZERO TO WS-POSTINGS-IN-RANGE.
003230     MOVE 'N' TO WS-LIST-DONE-SWITCH.
003240     DISPLAY ' '.
003250     DISPLAY '  ACCOUNT ' WS-INQ-ACCT-NO
003260         '  POSTINGS FROM ' WS-FROM-DATE ' TO ' WS-TO-DATE.
003270     DISPLAY '  DATE     SEQ   T        AMOUNT         BALANCE'
003280         '  S  JOB      BATCH'.
003290     MOVE WS-INQ-ACCT-NO TO HL-HST-ACCT-NO.
003300     MOVE ZERO TO HL-HST-POST-DATE.
003310     MOVE ZERO TO HL-HST-SEQ-NO.
003320     START HISTORY-FILE KEY IS NOT LESS THAN HL-HST-KEY
003330         INVALID KEY
003340             SET WS-LIST-DONE TO TRUE
003350     END-START.
003360     PERFORM 3100-READ-ONE-POSTING THRU 3100-EXIT
003370         UNTIL WS-LIST-DONE.
003380     IF WS-POSTINGS-IN-RANGE = ZERO
003390         MOVE WS-OPENING-BALANCE TO WS-CLOSING-BALANCE
003400         DISPLAY '  NO POSTINGS IN THE RANGE'
003410     END-IF.
003420     IF WS-POSTINGS-BEFORE = ZERO AND WS-POSTINGS-IN-RANGE = ZERO
003430         DISPLAY '  NO HISTORY ON FILE FOR THIS ACCOUNT'
003440     END-IF.
003450     MOVE WS-OPENING-BALANCE TO WS-BALANCE-DISPLAY.
003460     DISPLAY '  OPENING BALANCE:      ' WS-BALANCE-DISPLAY.
003470     MOVE WS-NET-MOVEMENT TO WS-AMOUNT-DISPLAY.
003480     MOVE WS-POSTINGS-IN-RANGE TO WS-COUNT-DISPLAY.
003490     DISPLAY '  NET OF ' WS-COUNT-DISPLAY ' POSTINGS: '
003500         WS-AMOUNT-DISPLAY.
003510     MOVE WS-CLOSING-BALANCE TO WS-BALANCE-DISPLAY.
003520     DISPLAY '  CLOSING BALANCE:      ' WS-BALANCE-DISPLAY.
003530     COMPUTE WS-PROOF-BALANCE =
003540         WS-OPENING-BALANCE + WS-NET-MOVEMENT.
003550     IF WS-PROOF-BALANCE NOT = WS-CLOSING-BALANCE
003560         DISPLAY '  ** OPENING PLUS POSTINGS DOES NOT EQUAL '
003570             'CLOSING **'
003580     END-IF.
003590 3000-EXIT.
003600     EXIT.
003610
003620****************************************************************
003630* 3100-READ-ONE-POSTING - READ THE NEXT HISTORY ENTRY AND
003640*                         DISPOSE OF IT BY ITS POSTING DATE
003650****************************************************************
003660 3100-READ-ONE-POSTING.
003670     READ HISTORY-FILE NEXT RECORD
003680         AT END
003690             SET WS-LIST-DONE TO TRUE
003700     END-READ.
003710     IF WS-LIST-DONE
003720         GO TO 3100-EXIT
003730     END-IF.
003740     IF NOT HL-HISTORY-OK
003750         MOVE 'HELLOHQ - HISTORY-FILE READ ERROR, STATUS='
003760             TO WS-ABEND-MESSAGE
003770         MOVE HL-HISTORY-STATUS TO WS-ABEND-FILE-STATUS
003780         PERFORM 8000-ABEND THRU 8000-EXIT
003790     END-IF.
003800     IF HL-HST-ACCT-NO NOT = WS-INQ-ACCT-NO
003810             OR HL-HST-POST-DATE > WS-TO-DATE
003820         SET WS-LIST-DONE TO TRUE
003830         GO TO 3100-EXIT
003840     END-IF.
003850     IF HL-HST-POST-DATE < WS-FROM-DATE
003860         ADD 1 TO WS-POSTINGS-BEFORE
003870         MOVE HL-HST-BALANCE TO WS-OPENING-BALANCE
003880         GO TO 3100-EXIT
003890     END-IF.
003900     ADD 1 TO WS-POSTINGS-IN-RANGE.
003910     ADD 1 TO WS-POSTINGS-LISTED.
003920     ADD HL-HST-AMOUNT TO WS-NET-MOVEMENT.
003930     MOVE HL-HST-BALANCE TO WS-CLOSING-BALANCE.
003940     MOVE HL-HST-AMOUNT TO WS-AMOUNT-DISPLAY.
003950     MOVE HL-HST-BALANCE TO WS-BALANCE-DISPLAY.
003960     DISPLAY '  ' HL-HST-POST-DATE
003970         ' ' HL-HST-SEQ-NO
003980         ' ' HL-HST-TRAN-TYPE
003990         ' ' WS-AMOUNT-DISPLAY
004000         ' ' WS-BALANCE-DISPLAY
004010         '  ' HL-HST-STATUS-CODE
004020         '  ' HL-HST-SOURCE-JOB
004030         ' ' HL-HST-BATCH-NO.
004040 3100-EXIT.
004050     EXIT.
004060
004070****************************************************************
004080* 5000-LOG-ACCESS - LOG THE INQUIRY ACCOUNT TO THE ACCESS LOG,
004090*                   WITH THE FROM DATE ASKED FOR.  AN ACCESS
004100*                   THAT CANNOT BE LOGGED ENDS THE RUN.
004110****************************************************************
004120 5000-LOG-ACCESS.
004130     SET HL-SOS-FUNC-LOG TO TRUE.
004140     MOVE WS-INQ-ACCT-NO TO HL-SOS-ACCT-NO.
004150     MOVE 'VIEW' TO HL-SOS-ACTION.
004160     MOVE WS-FROM-DATE TO WS-LOG-DETAIL-FROM.
004170     MOVE WS-LOG-DETAIL TO HL-SOS-DETAIL.
004180     CALL 'HELLOSO' USING HL-SOS-PARMS.
004190     IF NOT HL-SOS-OK
004200         MOVE 'HELLOHQ - ACCESS LOG UNAVAILABLE, RC='
004210             TO WS-ABEND-MESSAGE
004220         MOVE HL-SOS-RETURN-CODE TO WS-ABEND-FILE-STATUS
004230         PERFORM 8000-ABEND THRU 8000-EXIT
004240     END-IF.
004250 5000-EXIT.
004260     EXIT.
004270
004280****************************************************************
004290* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
004300****************************************************************
004310 8000-ABEND.
004320     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
004330     MOVE 16 TO WS-ABEND-RETURN-CODE.
004340     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
004350     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
004360     STOP RUN.
004370 8000-EXIT.
004380     EXIT.
004390
004400****************************************************************
004410* 9000-TERMINATE - CLOSE THE POSTING HISTORY AND THE SIGN-ON
004420*                  FILES
004430****************************************************************
004440 9000-TERMINATE.
004450     CLOSE HISTORY-FILE.
004460     SET HL-SOS-FUNC-CLOSE TO TRUE.
004470     CALL 'HELLOSO' USING HL-SOS-PARMS.
004480 9000-EXIT.
004490     EXIT.
004500
004510****************************************************************
004520* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT LOG.
004530*                        READ = POSTINGS LISTED, ACCEPTED =
004540*                        INQUIRIES ANSWERED, REJECTED = ENTRIES
004550*                        REFUSED AT EDIT.
004560****************************************************************
004570 9500-WRITE-AUDIT-LOG.
004580     OPEN EXTEND AUDIT-LOG-FILE.
004590     IF NOT HL-AUDIT-OK
004600         DISPLAY 'HELLOHQ - UNABLE TO OPEN AUDIT-LOG, STATUS='
004610             HL-AUDIT-STATUS
004620         MOVE 16 TO RETURN-CODE
004630         STOP RUN
004640     END-IF.
004650     MOVE 'HELLOHQ' TO AUD-JOB-NAME.
004660     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
004670     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
004680     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004690     ACCEPT WS-CURRENT-TIME FROM TIME.
004700     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
004710     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
004720     MOVE WS-POSTINGS-LISTED TO AUD-RECORDS-READ.
004730     MOVE WS-INQUIRIES-ANSWERED TO AUD-RECORDS-ACCEPTED.
004740     MOVE WS-INQUIRIES-REFUSED TO AUD-RECORDS-REJECTED.
004750     MOVE RETURN-CODE TO AUD-RETURN-CODE.
004760     WRITE AUD-LOG-RECORD.
004770     CLOSE AUDIT-LOG-FILE.
004780 9500-EXIT.
004790     EXIT.
