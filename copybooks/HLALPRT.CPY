000100****************************************************************
000110* HLALPRT.CPY
000120* PRINT LINE LAYOUTS FOR THE HELLOAL ACCOUNT-ACCESS REPORT -
000130* THE OPTIONAL TRACE OF EVERY ACCESS TO ONE ACCOUNT, THEN ONE
000140* SUMMARY LINE PER OPERATOR WITH THEIR ACCESS COUNTS BY KIND
000150* AND ANY FLAG, THEN THE RUN TOTALS.  133-BYTE RECORDS - BYTE 1
000160* IS THE ASA CARRIAGE CONTROL CHARACTER, THE REMAINING 132
000170* BYTES ARE PRINT POSITIONS.
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* 2026-10-15 JLB   INITIAL VERSION.
000220****************************************************************
000230 01  HL-ALP-HEADING-1.
000240     05  HL-ALP-H1-CTL               PIC X(01).
000250     05  FILLER                      PIC X(04) VALUE SPACES.
000260     05  FILLER                      PIC X(40)
000270             VALUE 'HELLOAL - ACCOUNT-ACCESS REPORT'.
000280     05  FILLER                      PIC X(10) VALUE SPACES.
000290     05  FILLER                      PIC X(05) VALUE 'DATE:'.
000300     05  HL-ALP-H1-DATE              PIC X(10).
000310     05  FILLER                      PIC X(05) VALUE SPACES.
000320     05  FILLER                      PIC X(05) VALUE 'TIME:'.
000330     05  HL-ALP-H1-TIME              PIC X(08).
000340     05  FILLER                      PIC X(05) VALUE SPACES.
000350     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
000360     05  HL-ALP-H1-PAGE              PIC ZZZ9.
000370     05  FILLER                      PIC X(31) VALUE SPACES.
000380
000390 01  HL-ALP-PERIOD-LINE.
000400     05  HL-ALP-PER-CTL              PIC X(01) VALUE SPACE.
000410     05  FILLER                      PIC X(04) VALUE SPACES.
000420     05  FILLER                      PIC X(20)
000430             VALUE 'ACCESS LOGGED FROM'.
000440     05  HL-ALP-PER-FROM             PIC X(10).
000450     05  FILLER                      PIC X(04) VALUE ' TO '.
000460     05  HL-ALP-PER-TO               PIC X(10).
000470     05  FILLER                      PIC X(84) VALUE SPACES.
000480
000490 01  HL-ALP-TRACE-HEADING.
000500     05  HL-ALP-TH-CTL               PIC X(01) VALUE '0'.
000510     05  FILLER                      PIC X(04) VALUE SPACES.
000520     05  FILLER                      PIC X(20)
000530             VALUE 'ACCESS TO ACCOUNT'.
000540     05  HL-ALP-TH-ACCT-NO           PIC X(07).
000550     05  FILLER                      PIC X(101) VALUE SPACES.
000560
000570 01  HL-ALP-TRACE-COLUMNS.
000580     05  HL-ALP-TC-CTL               PIC X(01) VALUE SPACE.
000590     05  FILLER                      PIC X(04) VALUE SPACES.
000600     05  FILLER                      PIC X(12) VALUE 'DATE'.
000610     05  FILLER                      PIC X(10) VALUE 'TIME'.
000620     05  FILLER                      PIC X(10) VALUE 'OPERATOR'.
000630     05  FILLER                      PIC X(10) VALUE 'PROGRAM'.
000640     05  FILLER                      PIC X(10) VALUE 'ACTION'.
000650     05  FILLER                      PIC X(76) VALUE 'DETAIL'.
000660
000670 01  HL-ALP-TRACE-LINE.
000680     05  HL-ALP-TRC-CTL              PIC X(01) VALUE SPACE.
000690     05  FILLER                      PIC X(04) VALUE SPACES.
000700     05  HL-ALP-TRC-DATE             PIC X(10).
000710     05  FILLER                      PIC X(02) VALUE SPACES.
000720     05  HL-ALP-TRC-TIME             PIC X(08).
000730     05  FILLER                      PIC X(02) VALUE SPACES.
000740     05  HL-ALP-TRC-OPERATOR         PIC X(08).
000750     05  FILLER                      PIC X(02) VALUE SPACES.
000760     05  HL-ALP-TRC-PROGRAM          PIC X(08).
000770     05  FILLER                      PIC X(02) VALUE SPACES.
000780     05  HL-ALP-TRC-ACTION           PIC X(08).
000790     05  FILLER                      PIC X(02) VALUE SPACES.
000800     05  HL-ALP-TRC-DETAIL           PIC X(20).
000810     05  FILLER                      PIC X(56) VALUE SPACES.
000820
000830 01  HL-ALP-SUMMARY-COLUMNS.
000840     05  HL-ALP-SC-CTL               PIC X(01) VALUE '0'.
000850     05  FILLER                      PIC X(04) VALUE SPACES.
000860     05  FILLER                      PIC X(08) VALUE 'OPERATOR'.
000870     05  FILLER                      PIC X(09) VALUE ' SIGN-ONS'.
000880     05  FILLER                      PIC X(09) VALUE '   VIEWED'.
000890     05  FILLER                      PIC X(09) VALUE '  CHANGED'.
000900     05  FILLER                      PIC X(09) VALUE '  DECIDED'.
000910     05  FILLER                      PIC X(09) VALUE ' OVERRIDE'.
000920     05  FILLER                      PIC X(09) VALUE ' SECURITY'.
000930     05  FILLER                      PIC X(09) VALUE '  ACCOUNT'.
000940     05  FILLER                      PIC X(02) VALUE SPACES.
000950     05  FILLER                      PIC X(55) VALUE 'FLAG'.
000960
000970 01  HL-ALP-SUMMARY-LINE.
000980     05  HL-ALP-SUM-CTL              PIC X(01) VALUE SPACE.
000990     05  FILLER                      PIC X(04) VALUE SPACES.
001000     05  HL-ALP-SUM-OPERATOR         PIC X(08).
001010     05  FILLER                      PIC X(03) VALUE SPACES.
001020     05  HL-ALP-SUM-SIGNONS          PIC ZZ,ZZ9.
001030     05  FILLER                      PIC X(03) VALUE SPACES.
001040     05  HL-ALP-SUM-VIEWED           PIC ZZ,ZZ9.
001050     05  FILLER                      PIC X(03) VALUE SPACES.
001060     05  HL-ALP-SUM-CHANGED          PIC ZZ,ZZ9.
001070     05  FILLER                      PIC X(03) VALUE SPACES.
001080     05  HL-ALP-SUM-DECIDED          PIC ZZ,ZZ9.
001090     05  FILLER                      PIC X(03) VALUE SPACES.
001100     05  HL-ALP-SUM-OVERRIDES        PIC ZZ,ZZ9.
001110     05  FILLER                      PIC X(03) VALUE SPACES.
001120     05  HL-ALP-SUM-SECURITY         PIC ZZ,ZZ9.
001130     05  FILLER                      PIC X(03) VALUE SPACES.
001140     05  HL-ALP-SUM-ACCOUNT          PIC ZZ,ZZ9.
001150     05  FILLER                      PIC X(02) VALUE SPACES.
001160     05  HL-ALP-SUM-FLAG             PIC X(30).
001170     05  FILLER                      PIC X(25) VALUE SPACES.
001180
001190 01  HL-ALP-TOTAL-LINE.
001200     05  HL-ALP-TOT-CTL              PIC X(01).
001210     05  FILLER                      PIC X(04) VALUE SPACES.
001220     05  HL-ALP-TOT-LABEL            PIC X(30).
001230     05  HL-ALP-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
001240     05  FILLER                      PIC X(87) VALUE SPACES.
