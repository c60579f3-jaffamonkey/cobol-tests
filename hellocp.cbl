000280*   NUMERIC CUSTOMER NUMBER (PRE-CHANGE RECORDS) ARE TREATED
000290*   AS UNLINKED.  REPEATS UNTIL A BLANK CUSTOMER NUMBER IS
000300*   ENTERED.  APPENDS ONE ROW TO THE SHARED AUDIT LOG.
000310*   THE OPERATOR SIGNS ON THROUGH HELLOSO (INQUIRY LEVEL) BEFORE
000320*   THE FIRST INQUIRY; A REFUSED SIGN-ON ENDS THE RUN WITH RC 8.
000330*   EVERY ACCOUNT LISTED IS WRITTEN TO THE ACCOUNT-ACCESS LOG.
000340*----------------------------------------------------------------
000350* MODIFICATION HISTORY
000360* DATE       INIT  DESCRIPTION
000370* 2026-09-02 JLB   INITIAL VERSION - THE COMBINED VIEW CUSTOMER
000380*                  SERVICE ASKS FOR WEEKLY.
000390* 2026-10-15 JLB   OPERATOR SIGN-ON THROUGH HELLOSO; EVERY ACCOUNT
000400*                  LISTED IS LOGGED (VIEW) TO THE ACCESS LOG.
000410*                  WHOLE MEMBER RENUMBERED.
000420****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.     HELLOCP.
000450 AUTHOR.         J. L. BRANNIGAN.
000460 INSTALLATION.   DATA PROCESSING - BATCH SYSTEMS.
000470 DATE-WRITTEN.   2026-09-02.
000480 DATE-COMPILED.
000490
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000540
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570
000580*    ------------------------------------------------------------
000590*    CUSTOMER MASTER FILE - INDEXED, KEYED BY ACCOUNT NUMBER,
000600*    SWEPT IN KEY SEQUENCE PER INQUIRY
000610*    ------------------------------------------------------------
000620     SELECT MASTER-FILE ASSIGN TO "MASTERF"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS HL-MAST-KEY
000660         FILE STATUS IS HL-MASTER-STATUS.
000670
000680*    ------------------------------------------------------------
000690*    AUDIT-LOG FILE - ONE ROW APPENDED PER EXECUTION, SHARED
000700*    LAYOUT ACROSS THE SUITE
000710*    ------------------------------------------------------------
000720     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS HL-AUDIT-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780
000790 FD  MASTER-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 97 CHARACTERS
000820     DATA RECORD IS HL-MASTER-RECORD.
000830     COPY HLMAST.
000840
000850 FD  AUDIT-LOG-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 88 CHARACTERS
000880     DATA RECORD IS AUD-LOG-RECORD.
000890     COPY AUDLOG.
000900
000910 WORKING-STORAGE SECTION.
000920
000930*    ------------------------------------------------------------
000940*    FILE STATUS FIELDS
000950*    ------------------------------------------------------------
000960 01  HL-FILE-STATUSES.
000970     05  HL-MASTER-STATUS            PIC X(02) VALUE '00'.
000980         88  HL-MASTER-OK            VALUE '00'.
000990         88  HL-MASTER-EOF           VALUE '10'.
001000     05  HL-AUDIT-STATUS             PIC X(02) VALUE '00'.
001010         88  HL-AUDIT-OK             VALUE '00'.
001020
001030*    ------------------------------------------------------------
001040*    SWITCHES
001050*    ------------------------------------------------------------
001060 77  WS-END-SWITCH                   PIC X(01) VALUE 'N'.
001070     88  WS-END-REQUESTED            VALUE 'Y'.
001080 77  WS-SWEEP-EOF-SWITCH             PIC X(01) VALUE 'N'.
001090     88  WS-SWEEP-EOF                VALUE 'Y'.
001100 77  WS-SIGNON-SWITCH                PIC X(01) VALUE 'N'.
001110     88  WS-SIGNON-REFUSED           VALUE 'Y'.
001120
001130*    ------------------------------------------------------------
001140*    INQUIRY WORK AREAS
001150*    ------------------------------------------------------------
001160 77  WS-SELECT-CUST                  PIC X(07) VALUE SPACES.
001170 77  WS-SELECT-CUST-NO               PIC 9(07) VALUE ZERO.
001180 77  WS-ACCOUNTS-MATCHED             PIC 9(05) COMP VALUE ZERO.
001190 01  WS-POSITION-TOTAL               PIC S9(11)V99 COMP-3
001200                                     VALUE ZERO.
001210
001220*    ------------------------------------------------------------
001230*    RUN COUNTERS
001240*    ------------------------------------------------------------
001250 77  WS-INQUIRIES-DONE               PIC 9(07) COMP VALUE ZERO.
001260 77  WS-ACCOUNTS-LISTED              PIC 9(07) COMP VALUE ZERO.
001270 77  WS-INQUIRIES-NO-MATCH           PIC 9(07) COMP VALUE ZERO.
001280 77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001290 77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
001300
001310*    ------------------------------------------------------------
001320*    AUDIT-LOG WORK AREAS
001330*    ------------------------------------------------------------
001340 77  WS-RUN-START-DATE               PIC 9(08) VALUE ZERO.
001350 77  WS-RUN-START-TIME               PIC 9(08) VALUE ZERO.
001360
001370*    ------------------------------------------------------------
001380*    DISPLAY EDIT FIELDS
001390*    ------------------------------------------------------------
001400 77  WS-BALANCE-DISPLAY              PIC -ZZZ,ZZZ,ZZ9.99.
001410 77  WS-TOTAL-DISPLAY                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001420
001430*    ------------------------------------------------------------
001440*    SIGN-ON AND ACCESS-LOG ROUTINE PARAMETERS
001450*    ------------------------------------------------------------
001460     COPY HLSOS.
001470 01  WS-LOG-DETAIL.
001480     05  FILLER                      PIC X(09) VALUE 'CUSTOMER '.
001490     05  WS-LOG-DETAIL-CUST          PIC 9(07).
001500     05  FILLER                      PIC X(04) VALUE SPACES.
001510
001520*    ------------------------------------------------------------
001530*    ABEND HANDLING
001540*    ------------------------------------------------------------
001550 77  WS-ABEND-RETURN-CODE            PIC 9(04) VALUE ZERO.
001560 77  WS-ABEND-MESSAGE                PIC X(60) VALUE SPACES.
001570 77  WS-ABEND-FILE-STATUS            PIC X(02) VALUE SPACES.
001580
001590 PROCEDURE DIVISION.
001600
001610****************************************************************
001620* 0000-MAINLINE
001630****************************************************************
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001660     PERFORM 2000-INQUIRY-CYCLE THRU 2000-EXIT
001670         UNTIL WS-END-REQUESTED.
001680     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001690     IF WS-SIGNON-REFUSED
001700         MOVE 8 TO RETURN-CODE
001710     ELSE
001720         MOVE ZERO TO RETURN-CODE
001730     END-IF.
001740     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
001750     STOP RUN.
001760
001770****************************************************************
001780* 1000-INITIALIZE - OPEN THE MASTER FOR THE INQUIRY SWEEPS AND
001790*                   SIGN THE OPERATOR ON
001800****************************************************************
001810 1000-INITIALIZE.
001820     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
001830     ACCEPT WS-RUN-START-TIME FROM TIME.
001840     OPEN INPUT MASTER-FILE.
001850     IF NOT HL-MASTER-OK
001860         MOVE 'HELLOCP - UNABLE TO OPEN MASTER-FILE, STATUS='
001870             TO WS-ABEND-MESSAGE
001880         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
001890         PERFORM 8000-ABEND THRU 8000-EXIT
001900     END-IF.
001910     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
001920 1000-EXIT.
001930     EXIT.
001940
001950****************************************************************
001960* 1100-SIGN-ON - SIGN THE OPERATOR ON AT INQUIRY LEVEL.  A
001970*                REFUSED SIGN-ON SKIPS THE INQUIRY CYCLE.
001980****************************************************************
001990 1100-SIGN-ON.
002000     MOVE 'HELLOCP' TO HL-SOS-PROGRAM.
002010     SET HL-SOS-FUNC-SIGN-ON TO TRUE.
002020     SET HL-SOS-NEED-INQUIRY TO TRUE.
002030     CALL 'HELLOSO' USING HL-SOS-PARMS.
002040     IF HL-SOS-FILE-ERROR
002050         MOVE 'HELLOCP - SIGN-ON FILES UNAVAILABLE, RC='
002060             TO WS-ABEND-MESSAGE
002070         MOVE HL-SOS-RETURN-CODE TO WS-ABEND-FILE-STATUS
002080         PERFORM 8000-ABEND THRU 8000-EXIT
002090     END-IF.
002100     IF NOT HL-SOS-OK
002110         SET WS-SIGNON-REFUSED TO TRUE
002120         SET WS-END-REQUESTED TO TRUE
002130     END-IF.
002140 1100-EXIT.
002150     EXIT.
002160
002170****************************************************************
002180* 2000-INQUIRY-CYCLE - ONE CUSTOMER-NUMBER INQUIRY AND ITS
002190*                      COMBINED-POSITION DISPLAY
002200****************************************************************
002210 2000-INQUIRY-CYCLE.
002220     DISPLAY ' '.
002230     DISPLAY 'HELLOCP - ENTER CUSTOMER NUMBER,'.
002240     DISPLAY '          BLANK TO END : ' WITH NO ADVANCING.
002250     MOVE SPACES TO WS-SELECT-CUST.
002260     ACCEPT WS-SELECT-CUST.
002270     IF WS-SELECT-CUST = SPACES
002280         SET WS-END-REQUESTED TO TRUE
002290         GO TO 2000-EXIT
002300     END-IF.
002310     IF WS-SELECT-CUST NOT NUMERIC
002320             OR WS-SELECT-CUST = '0000000'
002330         DISPLAY 'HELLOCP - CUSTOMER NUMBER MUST BE NUMERIC '
002340             'AND NOT ZERO'
002350         GO TO 2000-EXIT
002360     END-IF.
002370     MOVE WS-SELECT-CUST TO WS-SELECT-CUST-NO.
002380     ADD 1 TO WS-INQUIRIES-DONE.
002390     MOVE ZERO TO WS-ACCOUNTS-MATCHED.
002400     MOVE ZERO TO WS-POSITION-TOTAL.
002410     DISPLAY ' '.
002420     DISPLAY 'HELLOCP - ACCOUNTS LINKED TO CUSTOMER '
002430         WS-SELECT-CUST-NO ':'.
002440     PERFORM 3000-SWEEP-FOR-CUSTOMER THRU 3000-EXIT.
002450     IF WS-ACCOUNTS-MATCHED = ZERO
002460         ADD 1 TO WS-INQUIRIES-NO-MATCH
002470         DISPLAY '  NO ACCOUNTS LINKED TO THIS CUSTOMER'
002480         GO TO 2000-EXIT
002490     END-IF.
002500     MOVE WS-POSITION-TOTAL TO WS-TOTAL-DISPLAY.
002510     DISPLAY '  ACCOUNTS:        ' WS-ACCOUNTS-MATCHED.
002520     DISPLAY '  COMBINED BALANCE:' WS-TOTAL-DISPLAY.
002530 2000-EXIT.
002540     EXIT.
002550
002560****************************************************************
002570* 3000-SWEEP-FOR-CUSTOMER - FULL KEY-SEQUENCE SWEEP, LISTING
002580*                           EVERY ACCOUNT LINKED TO THE
002590*                           ENTERED CUSTOMER NUMBER
002600****************************************************************
002610 3000-SWEEP-FOR-CUSTOMER.
002620     MOVE 'N' TO WS-SWEEP-EOF-SWITCH.
002630     MOVE ZERO TO HL-MAST-ACCT-NO.
002640     START MASTER-FILE KEY IS NOT LESS THAN HL-MAST-KEY
002650         INVALID KEY
002660             SET WS-SWEEP-EOF TO TRUE
002670     END-START.
002680     PERFORM 3100-CHECK-ONE-MASTER THRU 3100-EXIT
002690         UNTIL WS-SWEEP-EOF.
002700 3000-EXIT.
002710     EXIT.
002720
002730****************************************************************
002740* 3100-CHECK-ONE-MASTER - LIST ONE MASTER RECORD WHEN IT IS
002750*                         LINKED TO THE INQUIRY CUSTOMER
002760****************************************************************
002770 3100-CHECK-ONE-MASTER.
002780     READ MASTER-FILE NEXT RECORD
002790         AT END
002800             SET WS-SWEEP-EOF TO TRUE
002810     END-READ.
002820     IF WS-SWEEP-EOF
002830         GO TO 3100-EXIT
002840     END-IF.
002850     IF NOT HL-MASTER-OK
002860         MOVE 'HELLOCP - MASTER-FILE READ ERROR, STATUS='
002870             TO WS-ABEND-MESSAGE
002880         MOVE HL-MASTER-STATUS TO WS-ABEND-FILE-STATUS
002890         PERFORM 8000-ABEND THRU 8000-EXIT
002900     END-IF.
002910*    A PRE-CHANGE RECORD CARRIES SPACES IN THE CUSTOMER
002920*    NUMBER - TREAT IT AS UNLINKED, NEVER AS A MATCH.
002930     IF HL-MAST-CUST-NO NOT NUMERIC
002940         GO TO 3100-EXIT
002950     END-IF.
002960     IF HL-MAST-CUST-NO NOT = WS-SELECT-CUST-NO
002970         GO TO 3100-EXIT
002980     END-IF.
002990     ADD 1 TO WS-ACCOUNTS-MATCHED.
003000     ADD 1 TO WS-ACCOUNTS-LISTED.
003010     IF HL-MAST-BALANCE NUMERIC
003020         MOVE HL-MAST-BALANCE TO WS-BALANCE-DISPLAY
003030         ADD HL-MAST-BALANCE TO WS-POSITION-TOTAL
003040     ELSE
003050         MOVE ZERO TO WS-BALANCE-DISPLAY
003060     END-IF.
003070     DISPLAY '  ACCT: ' HL-MAST-ACCT-NO
003080         '  STATUS: ' HL-MAST-STATUS-CODE
003090         '  EFF DATE: ' HL-MAST-EFF-DATE
003100         '  BALANCE: ' WS-BALANCE-DISPLAY.
003110     PERFORM 5000-LOG-ACCESS THRU 5000-EXIT.
003120 3100-EXIT.
003130     EXIT.
003140
003150****************************************************************
003160* 5000-LOG-ACCESS - LOG THE LISTED ACCOUNT TO THE ACCESS LOG,
003170*                   WITH THE INQUIRY CUSTOMER NUMBER.  AN ACCESS
003180*                   THAT CANNOT BE LOGGED ENDS THE RUN.
003190****************************************************************
003200 5000-LOG-ACCESS.
003210     SET HL-SOS-FUNC-LOG TO TRUE.
003220     MOVE HL-MAST-ACCT-NO TO HL-SOS-ACCT-NO.
003230     MOVE 'VIEW' TO HL-SOS-ACTION.
003240     MOVE WS-SELECT-CUST-NO TO WS-LOG-DETAIL-CUST.
003250     MOVE WS-LOG-DETAIL TO HL-SOS-DETAIL.
003260     CALL 'HELLOSO' USING HL-SOS-PARMS.
003270     IF NOT HL-SOS-OK
003280         MOVE 'HELLOCP - ACCESS LOG UNAVAILABLE, RC='
003290             TO WS-ABEND-MESSAGE
003300         MOVE HL-SOS-RETURN-CODE TO WS-ABEND-FILE-STATUS
003310         PERFORM 8000-ABEND THRU 8000-EXIT
003320     END-IF.
003330 5000-EXIT.
003340     EXIT.
003350
003360****************************************************************
003370* 8000-ABEND - DISPLAY THE ABEND MESSAGE, SET RETURN-CODE, STOP
003380****************************************************************
003390 8000-ABEND.
003400     DISPLAY WS-ABEND-MESSAGE WS-ABEND-FILE-STATUS.
003410     MOVE 16 TO WS-ABEND-RETURN-CODE.
003420     MOVE WS-ABEND-RETURN-CODE TO RETURN-CODE.
003430     PERFORM 9500-WRITE-AUDIT-LOG THRU 9500-EXIT.
003440     STOP RUN.
003450 8000-EXIT.
003460     EXIT.
003470
003480****************************************************************
003490* 9000-TERMINATE - CLOSE THE MASTER AND THE SIGN-ON FILES
003500****************************************************************
003510 9000-TERMINATE.
003520     CLOSE MASTER-FILE.
003530     SET HL-SOS-FUNC-CLOSE TO TRUE.
003540     CALL 'HELLOSO' USING HL-SOS-PARMS.
003550 9000-EXIT.
003560     EXIT.
003570
003580****************************************************************
003590* 9500-WRITE-AUDIT-LOG - APPEND ONE ROW TO THE SHARED AUDIT
003600*                        LOG.  READ = INQUIRIES, ACCEPTED =
003610*                        ACCOUNTS LISTED, REJECTED = EMPTY
003620*                        INQUIRIES.
003630****************************************************************
003640 9500-WRITE-AUDIT-LOG.
003650     OPEN EXTEND AUDIT-LOG-FILE.
003660     IF NOT HL-AUDIT-OK
003670         DISPLAY 'HELLOCP - UNABLE TO OPEN AUDIT-LOG, STATUS='
003680             HL-AUDIT-STATUS
003690         MOVE 16 TO RETURN-CODE
003700         STOP RUN
003710     END-IF.
003720     MOVE 'HELLOCP' TO AUD-JOB-NAME.
003730     MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE.
003740     MOVE WS-RUN-START-TIME TO AUD-RUN-START-TIME.
003750     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003760     ACCEPT WS-CURRENT-TIME FROM TIME.
003770     MOVE WS-CURRENT-DATE TO AUD-RUN-END-DATE.
003780     MOVE WS-CURRENT-TIME TO AUD-RUN-END-TIME.
003790     MOVE WS-INQUIRIES-DONE TO AUD-RECORDS-READ.
003800     MOVE WS-ACCOUNTS-LISTED TO AUD-RECORDS-ACCEPTED.
003810     MOVE WS-INQUIRIES-NO-MATCH TO AUD-RECORDS-REJECTED.
003820     MOVE RETURN-CODE TO AUD-RETURN-CODE.
003830     WRITE AUD-LOG-RECORD.
003840     CLOSE AUDIT-LOG-FILE.
003850 9500-EXIT.
003860     EXIT.
