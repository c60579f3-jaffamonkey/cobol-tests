000100****************************************************************
000110* HLRMPRT.CPY
000120* PRINT LINE LAYOUTS FOR THE HELLORM RETURNED-MAIL REGISTER -
000130* EVERY RETURN READ WITH WHAT WAS DONE WITH IT, THEN THE
000140* CLERKS' BAD-ADDRESS WORKLIST (EACH FLAGGED ACCOUNT WITH ITS
000150* RETURNS), THEN THE CONTROL TOTALS.  133-BYTE RECORDS - BYTE
000160* 1 IS THE ASA CARRIAGE CONTROL CHARACTER, THE REMAINING 132
000170* BYTES ARE PRINT POSITIONS.
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* 2026-10-15 JLB   INITIAL VERSION.
000220****************************************************************
000230 01  HL-RMP-HEADING-1.
000240     05  HL-RMP-H1-CTL               PIC X(01).
000250     05  FILLER                      PIC X(04) VALUE SPACES.
000260     05  FILLER                      PIC X(40)
000270             VALUE 'HELLORM - RETURNED MAIL REGISTER'.
000280     05  FILLER                      PIC X(10) VALUE SPACES.
000290     05  FILLER                      PIC X(05) VALUE 'DATE:'.
000300     05  HL-RMP-H1-DATE              PIC X(10).
000310     05  FILLER                      PIC X(05) VALUE SPACES.
000320     05  FILLER                      PIC X(05) VALUE 'TIME:'.
000330     05  HL-RMP-H1-TIME              PIC X(08).
000340     05  FILLER                      PIC X(05) VALUE SPACES.
000350     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
000360     05  HL-RMP-H1-PAGE              PIC ZZZ9.
000370     05  FILLER                      PIC X(31) VALUE SPACES.
000380
000390 01  HL-RMP-SECTION-LINE.
000400     05  HL-RMP-SEC-CTL              PIC X(01).
000410     05  FILLER                      PIC X(04) VALUE SPACES.
000420     05  HL-RMP-SEC-LABEL            PIC X(60).
000430     05  FILLER                      PIC X(68) VALUE SPACES.
000440
000450 01  HL-RMP-DETAIL-HEADING.
000460     05  HL-RMP-DH-CTL               PIC X(01) VALUE SPACE.
000470     05  FILLER                      PIC X(04) VALUE SPACES.
000480     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
000490     05  FILLER                PIC X(32) VALUE 'CUSTOMER NAME'.
000500     05  FILLER                      PIC X(06) VALUE 'RSN'.
000510     05  FILLER                      PIC X(12) VALUE 'RETURNED'.
000520     05  FILLER                 PIC X(12) VALUE 'DISPOSITION'.
000530     05  FILLER                      PIC X(56) VALUE 'REASON'.
000540
000550 01  HL-RMP-DETAIL-LINE.
000560     05  HL-RMP-DTL-CTL              PIC X(01) VALUE SPACE.
000570     05  FILLER                      PIC X(04) VALUE SPACES.
000580     05  HL-RMP-DTL-ACCT             PIC X(07).
000590     05  FILLER                      PIC X(03) VALUE SPACES.
000600     05  HL-RMP-DTL-NAME             PIC X(30).
000610     05  FILLER                      PIC X(02) VALUE SPACES.
000620     05  HL-RMP-DTL-REASON           PIC X(02).
000630     05  FILLER                      PIC X(04) VALUE SPACES.
000640     05  HL-RMP-DTL-DATE             PIC X(10).
000650     05  FILLER                      PIC X(02) VALUE SPACES.
000660     05  HL-RMP-DTL-DISP             PIC X(10).
000670     05  FILLER                      PIC X(02) VALUE SPACES.
000680     05  HL-RMP-DTL-REJ-CODE         PIC X(04).
000690     05  FILLER                      PIC X(02) VALUE SPACES.
000700     05  HL-RMP-DTL-REJ-TEXT         PIC X(40).
000710     05  FILLER                      PIC X(10) VALUE SPACES.
000720
000730 01  HL-RMP-WORK-HEADING.
000740     05  HL-RMP-WH-CTL               PIC X(01) VALUE SPACE.
000750     05  FILLER                      PIC X(04) VALUE SPACES.
000760     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
000770     05  FILLER                PIC X(32) VALUE 'CUSTOMER NAME'.
000780     05  FILLER                PIC X(33) VALUE 'ADDRESS ON FILE'.
000790     05  FILLER                      PIC X(06) VALUE 'STAT'.
000800     05  FILLER                      PIC X(47) VALUE 'RETURNS'.
000810
000820 01  HL-RMP-WORK-LINE.
000830     05  HL-RMP-WRK-CTL              PIC X(01).
000840     05  FILLER                      PIC X(04) VALUE SPACES.
000850     05  HL-RMP-WRK-ACCT             PIC Z(06)9.
000860     05  FILLER                      PIC X(03) VALUE SPACES.
000870     05  HL-RMP-WRK-NAME             PIC X(30).
000880     05  FILLER                      PIC X(02) VALUE SPACES.
000890     05  HL-RMP-WRK-ADDRESS          PIC X(30).
000900     05  FILLER                      PIC X(03) VALUE SPACES.
000910     05  HL-RMP-WRK-STATUS           PIC X(01).
000920     05  FILLER                      PIC X(05) VALUE SPACES.
000930     05  HL-RMP-WRK-COUNT            PIC ZZ9.
000940     05  FILLER                      PIC X(44) VALUE SPACES.
000950
000960 01  HL-RMP-RETURN-LINE.
000970     05  HL-RMP-RTN-CTL              PIC X(01) VALUE SPACE.
000980     05  FILLER                      PIC X(14) VALUE SPACES.
000990     05  FILLER                      PIC X(10) VALUE 'RETURNED'.
001000     05  HL-RMP-RTN-DATE             PIC X(10).
001010     05  FILLER                      PIC X(02) VALUE SPACES.
001020     05  HL-RMP-RTN-REASON           PIC X(02).
001030     05  FILLER                      PIC X(04) VALUE SPACES.
001040     05  HL-RMP-RTN-ACTION           PIC X(08).
001050     05  FILLER                      PIC X(02) VALUE SPACES.
001060     05  FILLER                      PIC X(06) VALUE 'SENT: '.
001070     05  HL-RMP-RTN-ADDRESS          PIC X(30).
001080     05  FILLER                      PIC X(44) VALUE SPACES.
001090
001100 01  HL-RMP-TOTAL-LINE.
001110     05  HL-RMP-TOT-CTL              PIC X(01).
001120     05  FILLER                      PIC X(04) VALUE SPACES.
001130     05  HL-RMP-TOT-LABEL            PIC X(30).
001140     05  HL-RMP-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
001150     05  FILLER                      PIC X(87) VALUE SPACES.
