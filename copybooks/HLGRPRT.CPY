000100****************************************************************
000110* HLGRPRT.CPY
000120* PRINT LINE LAYOUTS FOR THE HELLOGR GL CONTROL-ACCOUNT
000130* RECONCILIATION - THE GL INTERFACE FILES ON HAND AND WHAT
000140* FINANCE DID WITH EACH, THE MASTER BALANCES BY STATUS, ONE
000150* RECONCILIATION PER CONTROL ACCOUNT WITH ITS RECONCILING
000160* ITEMS AND VARIANCE, AND THE SIGN-OFF BLOCK.  133-BYTE
000170* RECORDS - BYTE 1 IS THE ASA CARRIAGE CONTROL CHARACTER, THE
000180* REMAINING 132 BYTES ARE PRINT POSITIONS.
000190*----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* DATE       INIT  DESCRIPTION
000220* 2026-10-15 JLB   INITIAL VERSION.
000230****************************************************************
000240 01  HL-GRP-HEADING-1.
000250     05  HL-GRP-H1-CTL               PIC X(01).
000260     05  FILLER                      PIC X(04) VALUE SPACES.
000270     05  FILLER                      PIC X(40)
000280             VALUE 'HELLOGR - GL CONTROL-ACCOUNT RECON'.
000290     05  FILLER                      PIC X(10) VALUE SPACES.
000300     05  FILLER                      PIC X(05) VALUE 'DATE:'.
000310     05  HL-GRP-H1-DATE              PIC X(10).
000320     05  FILLER                      PIC X(05) VALUE SPACES.
000330     05  FILLER                      PIC X(05) VALUE 'TIME:'.
000340     05  HL-GRP-H1-TIME              PIC X(08).
000350     05  FILLER                      PIC X(05) VALUE SPACES.
000360     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
000370     05  HL-GRP-H1-PAGE              PIC ZZZ9.
000380     05  FILLER                      PIC X(31) VALUE SPACES.
000390
000400 01  HL-GRP-SECTION-LINE.
000410     05  HL-GRP-SEC-CTL              PIC X(01).
000420     05  FILLER                      PIC X(04) VALUE SPACES.
000430     05  HL-GRP-SEC-LABEL            PIC X(60).
000440     05  FILLER                      PIC X(68) VALUE SPACES.
000450
000460 01  HL-GRP-FILE-HEADING.
000470     05  HL-GRP-FH-CTL               PIC X(01) VALUE SPACE.
000480     05  FILLER                      PIC X(04) VALUE SPACES.
000490     05  FILLER                      PIC X(10) VALUE 'JOB'.
000500     05  FILLER                      PIC X(12) VALUE 'POSTED'.
000510     05  FILLER                      PIC X(12) VALUE '   RECORDS'.
000520     05  FILLER                      PIC X(22)
000530             VALUE '              DEBITS'.
000540     05  FILLER                      PIC X(22)
000550             VALUE '             CREDITS'.
000560     05  FILLER                      PIC X(10) VALUE 'FINANCE'.
000570     05  FILLER                      PIC X(40)
000580             VALUE 'DISPOSITION'.
000590
000600 01  HL-GRP-FILE-LINE.
000610     05  HL-GRP-FL-CTL               PIC X(01) VALUE SPACE.
000620     05  FILLER                      PIC X(04) VALUE SPACES.
000630     05  HL-GRP-FL-JOB               PIC X(08).
000640     05  FILLER                      PIC X(02) VALUE SPACES.
000650     05  HL-GRP-FL-DATE              PIC X(10).
000660     05  FILLER                      PIC X(02) VALUE SPACES.
000670     05  HL-GRP-FL-RECORDS           PIC ZZ,ZZZ,ZZ9.
000680     05  FILLER                      PIC X(02) VALUE SPACES.
000690     05  HL-GRP-FL-DEBITS            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000700     05  FILLER                      PIC X(02) VALUE SPACES.
000710     05  HL-GRP-FL-CREDITS           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000720     05  FILLER                      PIC X(02) VALUE SPACES.
000730     05  HL-GRP-FL-FINANCE           PIC X(08).
000740     05  FILLER                      PIC X(02) VALUE SPACES.
000750     05  HL-GRP-FL-DISPOSITION       PIC X(30).
000760     05  FILLER                      PIC X(10) VALUE SPACES.
000770
000780 01  HL-GRP-PROOF-LINE.
000790     05  HL-GRP-PRF-CTL              PIC X(01).
000800     05  FILLER                      PIC X(04) VALUE SPACES.
000810     05  HL-GRP-PRF-LABEL            PIC X(40).
000820     05  HL-GRP-PRF-COUNT            PIC -ZZZ,ZZZ,ZZ9
000830                                     BLANK WHEN ZERO.
000840     05  FILLER                      PIC X(03) VALUE SPACES.
000850     05  HL-GRP-PRF-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000860     05  FILLER                      PIC X(52) VALUE SPACES.
000870
000880 01  HL-GRP-ITEM-LINE.
000890     05  HL-GRP-ITM-CTL              PIC X(01) VALUE SPACE.
000900     05  FILLER                      PIC X(06) VALUE SPACES.
000910     05  HL-GRP-ITM-JOB              PIC X(08).
000920     05  FILLER                      PIC X(01) VALUE SPACE.
000930     05  HL-GRP-ITM-DATE             PIC X(10).
000940     05  FILLER                      PIC X(01) VALUE SPACE.
000950     05  HL-GRP-ITM-REASON           PIC X(18).
000960     05  FILLER                      PIC X(15) VALUE SPACES.
000970     05  HL-GRP-ITM-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000980     05  FILLER                      PIC X(52) VALUE SPACES.
000990
001000 01  HL-GRP-SIGN-LINE.
001010     05  HL-GRP-SGN-CTL              PIC X(01).
001020     05  FILLER                      PIC X(04) VALUE SPACES.
001030     05  HL-GRP-SGN-LABEL            PIC X(30).
001040     05  FILLER                      PIC X(40) VALUE ALL '_'.
001050     05  FILLER                      PIC X(04) VALUE SPACES.
001060     05  FILLER                      PIC X(06) VALUE 'DATE: '.
001070     05  FILLER                      PIC X(12) VALUE ALL '_'.
001080     05  FILLER                      PIC X(36) VALUE SPACES.
