000100****************************************************************
000110* PROGRAM:     HELLOSO
000120* AUTHOR:      J. L. BRANNIGAN
000130* INSTALLATION:DATA PROCESSING - BATCH SYSTEMS
000140* DATE-WRITTEN:2026-10-15
000150* DATE-COMPILED:
000160*----------------------------------------------------------------
000170* DESCRIPTION
000180*   OPERATOR SIGN-ON AND ACCOUNT-ACCESS LOGGING ROUTINE.  CALLED
000190*   SUBPROGRAM - CALL 'HELLOSO' USING HL-SOS-PARMS (HLSOS.CPY) -
000200*   USED BY EVERY PROGRAM THAT TAKES INPUT FROM THE TERMINAL:
000210*     - SIGN ON (FUNCTION S) - PROMPTS FOR THE OPERATOR ID AND
000220*       PASSWORD AND CHECKS THEM AGAINST THE OPERATOR SECURITY
000230*       FILE (OPERFILE, HLOPR.CPY).  ONE ATTEMPT PER RUN.  A
000240*       WRONG PASSWORD COUNTS AGAINST THE OPERATOR AND THE THIRD
000250*       IN A ROW REVOKES THEM UNTIL SECURITY REINSTATES THEM.
000260*       AN EXPIRED PASSWORD MUST BE CHANGED BEFORE THE SIGN-ON
000270*       COMPLETES.  THE OPERATOR'S AUTHORITY LEVEL MUST BE AT
000280*       LEAST THE LEVEL THE CALLING PROGRAM ASKS FOR.
000290*     - AUTHORIZE ONE FUNCTION (A) AGAINST THE SIGNED-ON
000300*       OPERATOR'S LEVEL
000310*     - LOG ONE ACCOUNT VIEWED OR CHANGED (L) TO THE ACCESS LOG
000320*       (ACCESSLG, HLACC.CPY)
000330*     - HASH A PASSWORD (H) FOR THE HELLOOP SECURITY RUN
000340*   EVERY SIGN-ON, FAILED SIGN-ON, REVOCATION AND REFUSED
000350*   FUNCTION IS LOGGED AS WELL, SO THE ACCESS LOG ANSWERS BOTH
000360*   WHO LOOKED AT A CUSTOMER'S RECORD AND WHO TRIED TO.
000370*   PASSWORDS ARE NEVER STORED OR DISPLAYED - ONLY A HASH OF THE
000380*   PASSWORD SALTED WITH THE OPERATOR ID.  BOTH FILES ARE OPENED
000390*   ON FIRST USE AND STAY OPEN UNTIL FUNCTION C OR END OF RUN.
000400*   NEVER ABENDS - EVERY FAILURE IS PASSED BACK IN
000410*   HL-SOS-RETURN-CODE FOR THE CALLER TO HANDLE.
000420*----------------------------------------------------------------
000430* MODIFICATION HISTORY
000440* DATE       INIT  DESCRIPTION
000450* 2026-10-15 JLB   INITIAL VERSION - OPERATOR SIGN-ON, AUTHORITY
000460*                  LEVELS AND ACCOUNT-ACCESS LOGGING FOR THE
000470*                  INTERACTIVE PROGRAMS.
000480****************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     HELLOSO.
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
000650*    OPERATOR SECURITY FILE - INDEXED, KEYED BY OPERATOR ID,
000660*    RANDOM READ AND REWRITE AT SIGN-ON
000670*    ------------------------------------------------------------
000680     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS HL-OPR-KEY
000720         FILE STATUS IS HL-OPERATOR-STATUS.
000730
000740*    ------------------------------------------------------------
000750*    ACCOUNT-ACCESS LOG - SEQUENTIAL, OPENED EXTEND SO EVERY RUN
000760*    APPENDS TO IT
000770*    ------------------------------------------------------------
000780     SELECT ACCESS-LOG-FILE ASSIGN TO "ACCESSLG"
000790         ORGANIZATION IS SEQUENTIAL
000800         ACCESS MODE IS SEQUENTIAL
000810         FILE STATUS IS HL-ACCESS-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850
000860 FD  OPERATOR-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 80 CHARACTERS
000890     DATA RECORD IS HL-OPERATOR-RECORD.
000900     COPY HLOPR.
000910
000920 FD  ACCESS-LOG-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 80 CHARACTERS
000950     DATA RECORD IS HL-ACCESS-RECORD.
000960     COPY HLACC.
000970
000980 WORKING-STORAGE SECTION.
000990
001000*    ------------------------------------------------------------
001010*    FILE STATUS FIELDS
001020*    ------------------------------------------------------------
001030 01  HL-FILE-STATUSES.
001040     05  HL-OPERATOR-STATUS          PIC X(02) VALUE '00'.
001050         88  HL-OPERATOR-OK          VALUE '00'.
001060         88  HL-OPERATOR-NOTFND      VALUE '23'.
001070     05  HL-ACCESS-STATUS            PIC X(02) VALUE '00'.
001080         88  HL-ACCESS-OK            VALUE '00'.
001090
001100*    ------------------------------------------------------------
001110*    SWITCHES
001120*    ------------------------------------------------------------
001130 77  WS-OPR-OPEN-SWITCH              PIC X(01) VALUE 'N'.
001140     88  WS-OPR-OPEN                 VALUE 'Y'.
001150     88  WS-OPR-CLOSED               VALUE 'N'.
001160     88  WS-OPR-FAILED               VALUE 'F'.
001170 77  WS-ACC-OPEN-SWITCH              PIC X(01) VALUE 'N'.
001180     88  WS-ACC-OPEN                 VALUE 'Y'.
001190     88  WS-ACC-CLOSED               VALUE 'N'.
001200     88  WS-ACC-FAILED               VALUE 'F'.
001210 77  WS-SIGNED-ON-SWITCH             PIC X(01) VALUE 'N'.
001220     88  WS-SIGNED-ON                VALUE 'Y'.
001230     88  WS-NOT-SIGNED-ON            VALUE 'N'.
001240
001250*    ------------------------------------------------------------
001260*    CONSECUTIVE FAILED SIGN-ONS THAT REVOKE AN OPERATOR
001270*    ------------------------------------------------------------
001280 77  WS-MAX-FAILED-SIGNONS           PIC 9(01) VALUE 3.
001290
001300*    ------------------------------------------------------------
001310*    THE OPERATOR SIGNED ON FOR THIS RUN - HELD HERE SO EVERY
001320*    LATER AUTHORIZE AND LOG CALL IS STAMPED WITH THE VERIFIED
001330*    IDENTITY, NOT ONE THE CALLER SUPPLIES
001340*    ------------------------------------------------------------
001350 01  WS-SIGNED-ON-OPERATOR.
001360     05  WS-SIGNED-ON-ID             PIC X(08) VALUE SPACES.
001370     05  WS-SIGNED-ON-NAME           PIC X(30) VALUE SPACES.
001380     05  WS-SIGNED-ON-LEVEL          PIC 9(01) VALUE ZERO.
001390     05  WS-SIGNED-ON-PROGRAM        PIC X(08) VALUE SPACES.
001400
001410*    ------------------------------------------------------------
001420*    TERMINAL REPLIES AT SIGN-ON
001430*    ------------------------------------------------------------
001440 01  WS-ENTERED-ID                   PIC X(08) VALUE SPACES.
001450 01  WS-ENTERED-PASSWORD             PIC X(08) VALUE SPACES.
001460 01  WS-NEW-PASSWORD                 PIC X(08) VALUE SPACES.
001470 01  WS-CONFIRM-PASSWORD             PIC X(08) VALUE SPACES.
001480
001490*    ------------------------------------------------------------
001500*    ACCESS-LOG ENTRY BEING BUILT
001510*    ------------------------------------------------------------
001520 01  WS-LOG-ENTRY.
001530     05  WS-LOG-OPERATOR-ID          PIC X(08) VALUE SPACES.
001540     05  WS-LOG-ACCT-NO              PIC X(07) VALUE SPACES.
001550     05  WS-LOG-ACTION               PIC X(08) VALUE SPACES.
001560     05  WS-LOG-DETAIL               PIC X(20) VALUE SPACES.
001570 01  WS-LEVEL-DETAIL.
001580     05  FILLER                      PIC X(14)
001590             VALUE 'SIGN-ON LEVEL '.
001600     05  WS-LEVEL-DETAIL-LEVEL       PIC 9(01).
001610     05  FILLER                      PIC X(05) VALUE SPACES.
001620
001630*    ------------------------------------------------------------
001640*    PASSWORD HASH WORK AREAS.  THE OPERATOR ID AND PASSWORD ARE
001650*    RUN THROUGH THREE TIMES, ONE CHARACTER AT A TIME; EACH
001660*    CHARACTER'S CODE IS PICKED UP IN THE LOW-ORDER BYTE OF A
001670*    HALFWORD, AND THE RUNNING VALUE IS MULTIPLIED, ADDED TO AND
001680*    REDUCED MODULO A LARGE PRIME.  SALTING WITH THE ID MEANS
001690*    TWO OPERATORS WITH THE SAME PASSWORD HAVE DIFFERENT HASHES.
001700*    ------------------------------------------------------------
001710 01  WS-HASH-INPUT.
001720     05  WS-HASH-ID                  PIC X(08).
001730     05  WS-HASH-PASSWORD            PIC X(08).
001740 01  WS-HASH-CHARS REDEFINES WS-HASH-INPUT.
001750     05  WS-HASH-CHAR                PIC X(01)
001760                                     OCCURS 16 TIMES.
001770 01  WS-CHAR-CODE                    PIC 9(04) COMP VALUE ZERO.
001780 01  WS-CHAR-CODE-X REDEFINES WS-CHAR-CODE.
001790     05  WS-CHAR-CODE-HIGH           PIC X(01).
001800     05  WS-CHAR-CODE-LOW            PIC X(01).
001810 77  WS-HASH-SUB                     PIC 9(04) COMP VALUE ZERO.
001820 77  WS-HASH-CHAR-SUB                PIC 9(04) COMP VALUE ZERO.
001830 77  WS-HASH-PASSES                  PIC 9(04) COMP VALUE 48.
001840 77  WS-HASH-VALUE                   PIC S9(15) COMP-3 VALUE ZERO.
001850 77  WS-HASH-WORK                    PIC S9(15) COMP-3 VALUE ZERO.
001860 77  WS-HASH-QUOTIENT                PIC S9(15) COMP-3 VALUE ZERO.
001870 77  WS-HASH-SEED                    PIC S9(15) COMP-3
001880                                     VALUE 5381.
001890 77  WS-HASH-MULTIPLIER              PIC S9(05) COMP-3 VALUE 257.
001900 77  WS-HASH-MODULUS                 PIC S9(09) COMP-3
001910                                     VALUE 999999937.
001920 77  WS-HASH-RESULT                  PIC 9(09) VALUE ZERO.
001930 77  WS-NEW-HASH                     PIC 9(09) VALUE ZERO.
001940
001950*    ------------------------------------------------------------
001960*    DATE / TIME STAMP
001970*    ------------------------------------------------------------
001980 01  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
001990 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
002000
002010 LINKAGE SECTION.
002020     COPY HLSOS.
002030
002040 PROCEDURE DIVISION USING HL-SOS-PARMS.
002050
002060****************************************************************
002070* 0000-MAINLINE - DISPATCH ON THE FUNCTION CODE
002080****************************************************************
002090 0000-MAINLINE.
002100     MOVE ZERO TO HL-SOS-RETURN-CODE.
002110     EVALUATE TRUE
002120         WHEN HL-SOS-FUNC-SIGN-ON
002130             PERFORM 1000-SIGN-ON THRU 1000-EXIT
002140         WHEN HL-SOS-FUNC-AUTHORIZE
002150             PERFORM 2000-AUTHORIZE THRU 2000-EXIT
002160         WHEN HL-SOS-FUNC-LOG
002170             PERFORM 3000-LOG-ACCESS THRU 3000-EXIT
002180         WHEN HL-SOS-FUNC-HASH
002190             PERFORM 4000-HASH-FOR-CALLER THRU 4000-EXIT
002200         WHEN HL-SOS-FUNC-CLOSE
002210             PERFORM 5000-CLOSE-FILES THRU 5000-EXIT
002220         WHEN OTHER
002230             SET HL-SOS-BAD-FUNCTION TO TRUE
002240     END-EVALUATE.
002250     GOBACK.
002260
002270****************************************************************
002280* 1000-SIGN-ON - PROMPT FOR THE OPERATOR ID AND PASSWORD AND
002290*                CHECK THEM.  ONE ATTEMPT; THE CALLER ENDS THE
002300*                RUN ON ANY RETURN CODE BUT 00.
002310****************************************************************
002320 1000-SIGN-ON.
002330     SET WS-NOT-SIGNED-ON TO TRUE.
002340     MOVE SPACES TO WS-SIGNED-ON-OPERATOR.
002350     MOVE ZERO TO WS-SIGNED-ON-LEVEL.
002360     MOVE SPACES TO HL-SOS-OPERATOR-ID.
002370     MOVE SPACES TO HL-SOS-OPERATOR-NAME.
002380     MOVE ZERO TO HL-SOS-AUTH-LEVEL.
002390     IF NOT HL-SOS-NEED-CLERK AND NOT HL-SOS-NEED-SUPERVISOR
002400         SET HL-SOS-NEED-INQUIRY TO TRUE
002410     END-IF.
002420     PERFORM 7000-OPEN-OPERATOR-FILE THRU 7000-EXIT.
002430     IF NOT HL-SOS-OK
002440         GO TO 1000-EXIT
002450     END-IF.
002460     DISPLAY HL-SOS-PROGRAM ' - OPERATOR SIGN-ON'.
002470     DISPLAY 'OPERATOR ID : ' WITH NO ADVANCING.
002480     ACCEPT WS-ENTERED-ID.
002490     DISPLAY 'PASSWORD    : ' WITH NO ADVANCING.
002500     ACCEPT WS-ENTERED-PASSWORD.
002510     MOVE WS-ENTERED-ID TO WS-LOG-OPERATOR-ID.
002520     MOVE SPACES TO WS-LOG-ACCT-NO.
002530     MOVE WS-ENTERED-ID TO HL-OPR-OPERATOR-ID.
002540     READ OPERATOR-FILE
002550         INVALID KEY
002560             CONTINUE
002570     END-READ.
002580     IF HL-OPERATOR-NOTFND
002590         MOVE 'UNKNOWN OPERATOR' TO WS-LOG-DETAIL
002600         PERFORM 1900-REFUSE-SIGN-ON THRU 1900-EXIT
002610         GO TO 1000-EXIT
002620     END-IF.
002630     IF NOT HL-OPERATOR-OK
002640         DISPLAY 'HELLOSO - OPERFILE READ ERROR, STATUS='
002650             HL-OPERATOR-STATUS
002660         SET HL-SOS-FILE-ERROR TO TRUE
002670         GO TO 1000-EXIT
002680     END-IF.
002690     IF NOT HL-OPR-ACTIVE
002700         MOVE 'OPERATOR REVOKED' TO WS-LOG-DETAIL
002710         PERFORM 1900-REFUSE-SIGN-ON THRU 1900-EXIT
002720         GO TO 1000-EXIT
002730     END-IF.
002740     MOVE WS-ENTERED-ID TO WS-HASH-ID.
002750     MOVE WS-ENTERED-PASSWORD TO WS-HASH-PASSWORD.
002760     MOVE SPACES TO WS-ENTERED-PASSWORD.
002770     PERFORM 6000-HASH-PASSWORD THRU 6000-EXIT.
002780     IF WS-HASH-RESULT NOT = HL-OPR-PASSWORD-HASH
002790         PERFORM 1200-COUNT-FAILED-SIGN-ON THRU 1200-EXIT
002800         GO TO 1000-EXIT
002810     END-IF.
002820     IF HL-OPR-AUTH-LEVEL < HL-SOS-REQUIRED-LEVEL
002830         OR NOT HL-OPR-VALID-LEVEL
002840         MOVE HL-SOS-REQUIRED-LEVEL TO WS-LEVEL-DETAIL-LEVEL
002850         MOVE WS-LEVEL-DETAIL TO WS-LOG-DETAIL
002860         MOVE 'DENIED' TO WS-LOG-ACTION
002870         PERFORM 5500-WRITE-ACCESS-LOG THRU 5500-EXIT
002880         DISPLAY HL-SOS-PROGRAM
002890             ' - OPERATOR NOT AUTHORIZED FOR THIS PROGRAM'
002900         IF HL-SOS-OK
002910             SET HL-SOS-NOT-AUTHORIZED TO TRUE
002920         END-IF
002930         GO TO 1000-EXIT
002940     END-IF.
002950     IF HL-OPR-PASSWORD-EXPIRED
002960         PERFORM 1100-CHANGE-PASSWORD THRU 1100-EXIT
002970         IF NOT HL-SOS-OK
002980             GO TO 1000-EXIT
002990         END-IF
003000     END-IF.
003010     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003020     ACCEPT WS-CURRENT-TIME FROM TIME.
003030     MOVE ZERO TO HL-OPR-FAILED-SIGNONS.
003040     MOVE WS-CURRENT-DATE TO HL-OPR-LAST-SIGNON-DATE.
003050     MOVE WS-CURRENT-TIME TO HL-OPR-LAST-SIGNON-TIME.
003060     MOVE HL-OPR-NAME TO WS-SIGNED-ON-NAME.
003070     MOVE HL-OPR-AUTH-LEVEL TO WS-SIGNED-ON-LEVEL.
003080     PERFORM 7100-REWRITE-OPERATOR THRU 7100-EXIT.
003090     IF NOT HL-SOS-OK
003100         GO TO 1000-EXIT
003110     END-IF.
003120     MOVE 'SIGNON' TO WS-LOG-ACTION.
003130     MOVE SPACES TO WS-LOG-DETAIL.
003140     PERFORM 5500-WRITE-ACCESS-LOG THRU 5500-EXIT.
003150     IF NOT HL-SOS-OK
003160         GO TO 1000-EXIT
003170     END-IF.
003180     SET WS-SIGNED-ON TO TRUE.
003190     MOVE WS-ENTERED-ID TO WS-SIGNED-ON-ID.
003200     MOVE HL-SOS-PROGRAM TO WS-SIGNED-ON-PROGRAM.
003210     MOVE WS-SIGNED-ON-ID TO HL-SOS-OPERATOR-ID.
003220     MOVE WS-SIGNED-ON-NAME TO HL-SOS-OPERATOR-NAME.
003230     MOVE WS-SIGNED-ON-LEVEL TO HL-SOS-AUTH-LEVEL.
003240     DISPLAY HL-SOS-PROGRAM ' - SIGNED ON: ' WS-SIGNED-ON-NAME.
003250 1000-EXIT.
003260     EXIT.
003270
003280****************************************************************
003290* 1100-CHANGE-PASSWORD - THE PASSWORD HAS EXPIRED (NEW OPERATOR
003300*                        OR RESET BY SECURITY).  TAKE A NEW ONE,
003310*                        KEYED TWICE, THAT IS NOT BLANK AND NOT
003320*                        THE OLD ONE.
003330****************************************************************
003340 1100-CHANGE-PASSWORD.
003350     DISPLAY HL-SOS-PROGRAM ' - PASSWORD HAS EXPIRED'.
003360     DISPLAY 'NEW PASSWORD     : ' WITH NO ADVANCING.
003370     ACCEPT WS-NEW-PASSWORD.
003380     DISPLAY 'CONFIRM PASSWORD : ' WITH NO ADVANCING.
003390     ACCEPT WS-CONFIRM-PASSWORD.
003400     MOVE WS-NEW-PASSWORD TO WS-HASH-PASSWORD.
003410     PERFORM 6000-HASH-PASSWORD THRU 6000-EXIT.
003420     MOVE WS-HASH-RESULT TO WS-NEW-HASH.
003430     IF WS-NEW-PASSWORD = SPACES
003440         OR WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
003450         OR WS-NEW-HASH = HL-OPR-PASSWORD-HASH
003460         MOVE SPACES TO WS-NEW-PASSWORD
003470         MOVE SPACES TO WS-CONFIRM-PASSWORD
003480         MOVE 'PASSWORD NOT CHANGED' TO WS-LOG-DETAIL
003490         PERFORM 1900-REFUSE-SIGN-ON THRU 1900-EXIT
003500         GO TO 1100-EXIT
003510     END-IF.
003520     MOVE SPACES TO WS-NEW-PASSWORD.
003530     MOVE SPACES TO WS-CONFIRM-PASSWORD.
003540     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003550     MOVE WS-NEW-HASH TO HL-OPR-PASSWORD-HASH.
003560     MOVE SPACE TO HL-OPR-PASSWORD-EXP-FLAG.
003570     MOVE WS-CURRENT-DATE TO HL-OPR-MAINT-DATE.
003580     DISPLAY HL-SOS-PROGRAM ' - PASSWORD CHANGED'.
003590 1100-EXIT.
003600     EXIT.
003610
003620****************************************************************
003630* 1200-COUNT-FAILED-SIGN-ON - WRONG PASSWORD.  COUNT IT AGAINST
003640*                             THE OPERATOR AND REVOKE THEM ON
003650*                             THE LIMIT.
003660****************************************************************
003670 1200-COUNT-FAILED-SIGN-ON.
003680     ADD 1 TO HL-OPR-FAILED-SIGNONS.
003690     IF HL-OPR-FAILED-SIGNONS NOT < WS-MAX-FAILED-SIGNONS
003700         MOVE 'N' TO HL-OPR-ACTIVE-FLAG
003710     END-IF.
003720     PERFORM 7100-REWRITE-OPERATOR THRU 7100-EXIT.
003730     IF NOT HL-SOS-OK
003740         GO TO 1200-EXIT
003750     END-IF.
003760     MOVE 'WRONG PASSWORD' TO WS-LOG-DETAIL.
003770     PERFORM 1900-REFUSE-SIGN-ON THRU 1900-EXIT.
003780     IF HL-OPR-REVOKED
003790         MOVE 'REVOKED' TO WS-LOG-ACTION
003800         MOVE 'FAILED SIGN-ON LIMIT' TO WS-LOG-DETAIL
003810         PERFORM 5500-WRITE-ACCESS-LOG THRU 5500-EXIT
003820         DISPLAY HL-SOS-PROGRAM
003830             ' - OPERATOR REVOKED - CONTACT SECURITY'
003840     END-IF.
003850 1200-EXIT.
003860     EXIT.
003870
003880****************************************************************
003890* 1900-REFUSE-SIGN-ON - LOG THE FAILED SIGN-ON AND TELL THE
003900*                       OPERATOR.  THE REASON IS LOGGED BUT NOT
003910*                       SHOWN, SO THE TERMINAL DOES NOT SAY
003920*                       WHICH OPERATOR IDS EXIST.
003930****************************************************************
003940 1900-REFUSE-SIGN-ON.
003950     MOVE 'SIGNFAIL' TO WS-LOG-ACTION.
003960     PERFORM 5500-WRITE-ACCESS-LOG THRU 5500-EXIT.
003970     DISPLAY HL-SOS-PROGRAM ' - SIGN-ON REFUSED'.
003980     IF HL-SOS-OK
003990         SET HL-SOS-SIGN-ON-FAILED TO TRUE
004000     END-IF.
004010 1900-EXIT.
004020     EXIT.
004030
004040****************************************************************
004050* 2000-AUTHORIZE - THE SIGNED-ON OPERATOR'S LEVEL MUST BE AT
004060*                  LEAST THE LEVEL THE FUNCTION NEEDS.  A
004070*                  REFUSAL IS LOGGED WITH THE FUNCTION NAME.
004080****************************************************************
004090 2000-AUTHORIZE.
004100     IF WS-NOT-SIGNED-ON
004110         SET HL-SOS-SIGN-ON-FAILED TO TRUE
004120         GO TO 2000-EXIT
004130     END-IF.
004140     IF WS-SIGNED-ON-LEVEL NOT < HL-SOS-REQUIRED-LEVEL
004150         GO TO 2000-EXIT
004160     END-IF.
004170     MOVE WS-SIGNED-ON-ID TO WS-LOG-OPERATOR-ID.
004180     MOVE HL-SOS-ACCT-NO TO WS-LOG-ACCT-NO.
004190     MOVE 'DENIED' TO WS-LOG-ACTION.
004200     MOVE HL-SOS-DETAIL TO WS-LOG-DETAIL.
004210     PERFORM 5500-WRITE-ACCESS-LOG THRU 5500-EXIT.
004220     IF HL-SOS-OK
004230         SET HL-SOS-NOT-AUTHORIZED TO TRUE
004240     END-IF.
004250 2000-EXIT.
004260     EXIT.
004270
004280****************************************************************
004290* 3000-LOG-ACCESS - ONE ACCOUNT VIEWED OR CHANGED BY THE
004300*                   SIGNED-ON OPERATOR
004310****************************************************************
004320 3000-LOG-ACCESS.
004330     IF WS-NOT-SIGNED-ON
004340         SET HL-SOS-SIGN-ON-FAILED TO TRUE
004350         GO TO 3000-EXIT
004360     END-IF.
004370     MOVE WS-SIGNED-ON-ID TO WS-LOG-OPERATOR-ID.
004380     MOVE HL-SOS-ACCT-NO TO WS-LOG-ACCT-NO.
004390     MOVE HL-SOS-ACTION TO WS-LOG-ACTION.
004400     MOVE HL-SOS-DETAIL TO WS-LOG-DETAIL.
004410     PERFORM 5500-WRITE-ACCESS-LOG THRU 5500-EXIT.
004420 3000-EXIT.
004430     EXIT.
004440
004450****************************************************************
004460* 4000-HASH-FOR-CALLER - HASH OF THE CALLER'S OPERATOR ID AND
004470*                        PASSWORD.  THE CLEAR PASSWORD IS WIPED
004480*                        FROM THE PARAMETER BLOCK.
004490****************************************************************
004500 4000-HASH-FOR-CALLER.
004510     MOVE HL-SOS-OPERATOR-ID TO WS-HASH-ID.
004520     MOVE HL-SOS-PASSWORD TO WS-HASH-PASSWORD.
004530     MOVE SPACES TO HL-SOS-PASSWORD.
004540     PERFORM 6000-HASH-PASSWORD THRU 6000-EXIT.
004550     MOVE WS-HASH-RESULT TO HL-SOS-PASSWORD-HASH.
004560 4000-EXIT.
004570     EXIT.
004580
004590****************************************************************
004600* 5000-CLOSE-FILES - CLOSE WHAT THIS RUN OPENED AND FORGET THE
004610*                    SIGNED-ON OPERATOR
004620****************************************************************
004630 5000-CLOSE-FILES.
004640     IF WS-OPR-OPEN
004650         CLOSE OPERATOR-FILE
004660     END-IF.
004670     SET WS-OPR-CLOSED TO TRUE.
004680     IF WS-ACC-OPEN
004690         CLOSE ACCESS-LOG-FILE
004700     END-IF.
004710     SET WS-ACC-CLOSED TO TRUE.
004720     SET WS-NOT-SIGNED-ON TO TRUE.
004730     MOVE SPACES TO WS-SIGNED-ON-OPERATOR.
004740     MOVE ZERO TO WS-SIGNED-ON-LEVEL.
004750 5000-EXIT.
004760     EXIT.
004770
004780****************************************************************
004790* 5500-WRITE-ACCESS-LOG - APPEND WS-LOG-ENTRY TO THE ACCESS LOG,
004800*                         STAMPED WITH THE PROGRAM AND TIME.  A
004810*                         LOG THAT CANNOT BE WRITTEN IS A FILE
004820*                         ERROR - THE CALLER MUST NOT GO ON
004830*                         SHOWING ACCOUNTS IT CANNOT ACCOUNT FOR.
004840****************************************************************
004850 5500-WRITE-ACCESS-LOG.
004860     IF WS-ACC-FAILED
004870         SET HL-SOS-FILE-ERROR TO TRUE
004880         GO TO 5500-EXIT
004890     END-IF.
004900     IF WS-ACC-CLOSED
004910         OPEN EXTEND ACCESS-LOG-FILE
004920         IF NOT HL-ACCESS-OK
004930             DISPLAY 'HELLOSO - UNABLE TO OPEN ACCESSLG, STATUS='
004940                 HL-ACCESS-STATUS
004950             SET WS-ACC-FAILED TO TRUE
004960             SET HL-SOS-FILE-ERROR TO TRUE
004970             GO TO 5500-EXIT
004980         END-IF
004990         SET WS-ACC-OPEN TO TRUE
005000     END-IF.
005010     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005020     ACCEPT WS-CURRENT-TIME FROM TIME.
005030     MOVE SPACES TO HL-ACCESS-RECORD.
005040     MOVE WS-LOG-OPERATOR-ID TO HL-ACC-OPERATOR-ID.
005050     MOVE HL-SOS-PROGRAM TO HL-ACC-PROGRAM.
005060     MOVE WS-LOG-ACCT-NO TO HL-ACC-ACCT-NO.
005070     MOVE WS-LOG-ACTION TO HL-ACC-ACTION.
005080     MOVE WS-CURRENT-DATE TO HL-ACC-DATE.
005090     MOVE WS-CURRENT-TIME TO HL-ACC-TIME.
005100     MOVE WS-LOG-DETAIL TO HL-ACC-DETAIL.
005110     WRITE HL-ACCESS-RECORD.
005120     IF NOT HL-ACCESS-OK
005130         DISPLAY 'HELLOSO - ACCESSLG WRITE ERROR, STATUS='
005140             HL-ACCESS-STATUS
005150         SET HL-SOS-FILE-ERROR TO TRUE
005160     END-IF.
005170 5500-EXIT.
005180     EXIT.
005190
005200****************************************************************
005210* 6000-HASH-PASSWORD - HASH WS-HASH-INPUT INTO WS-HASH-RESULT
005220****************************************************************
005230 6000-HASH-PASSWORD.
005240     MOVE WS-HASH-SEED TO WS-HASH-VALUE.
005250     PERFORM 6100-HASH-ONE-CHAR THRU 6100-EXIT
005260         VARYING WS-HASH-SUB FROM 1 BY 1
005270         UNTIL WS-HASH-SUB > WS-HASH-PASSES.
005280     MOVE WS-HASH-VALUE TO WS-HASH-RESULT.
005290     MOVE SPACES TO WS-HASH-PASSWORD.
005300 6000-EXIT.
005310     EXIT.
005320
005330****************************************************************
005340* 6100-HASH-ONE-CHAR - FOLD ONE CHARACTER INTO THE RUNNING HASH.
005350*                      THE STEP NUMBER IS ADDED AS WELL SO THE
005360*                      SAME CHARACTER COUNTS DIFFERENTLY ON EACH
005370*                      PASS.
005380****************************************************************
005390 6100-HASH-ONE-CHAR.
005400     COMPUTE WS-HASH-WORK = WS-HASH-SUB - 1.
005410     DIVIDE WS-HASH-WORK BY 16
005420         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-CHAR-SUB.
005430     ADD 1 TO WS-HASH-CHAR-SUB.
005440     MOVE ZERO TO WS-CHAR-CODE.
005450     MOVE WS-HASH-CHAR (WS-HASH-CHAR-SUB) TO WS-CHAR-CODE-LOW.
005460     COMPUTE WS-HASH-WORK =
005470         (WS-HASH-VALUE * WS-HASH-MULTIPLIER)
005480         + WS-CHAR-CODE + WS-HASH-SUB.
005490     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
005500         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-VALUE.
005510 6100-EXIT.
005520     EXIT.
005530
005540****************************************************************
005550* 7000-OPEN-OPERATOR-FILE - OPEN THE SECURITY FILE ON FIRST USE.
005560*                           A FAILED OPEN IS NOT RETRIED.
005570****************************************************************
005580 7000-OPEN-OPERATOR-FILE.
005590     IF WS-OPR-OPEN
005600         GO TO 7000-EXIT
005610     END-IF.
005620     IF WS-OPR-FAILED
005630         SET HL-SOS-FILE-ERROR TO TRUE
005640         GO TO 7000-EXIT
005650     END-IF.
005660     OPEN I-O OPERATOR-FILE.
005670     IF NOT HL-OPERATOR-OK
005680         DISPLAY 'HELLOSO - UNABLE TO OPEN OPERFILE, STATUS='
005690             HL-OPERATOR-STATUS
005700         SET WS-OPR-FAILED TO TRUE
005710         SET HL-SOS-FILE-ERROR TO TRUE
005720         GO TO 7000-EXIT
005730     END-IF.
005740     SET WS-OPR-OPEN TO TRUE.
005750 7000-EXIT.
005760     EXIT.
005770
005780****************************************************************
005790* 7100-REWRITE-OPERATOR - PUT BACK THE UPDATED OPERATOR RECORD
005800****************************************************************
005810 7100-REWRITE-OPERATOR.
005820     REWRITE HL-OPERATOR-RECORD
005830         INVALID KEY
005840             CONTINUE
005850     END-REWRITE.
005860     IF NOT HL-OPERATOR-OK
005870         DISPLAY 'HELLOSO - OPERFILE REWRITE ERROR, STATUS='
005880             HL-OPERATOR-STATUS
005890         SET HL-SOS-FILE-ERROR TO TRUE
005900     END-IF.
005910 7100-EXIT.
005920     EXIT.
