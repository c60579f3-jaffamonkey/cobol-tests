000100****************************************************************
000110* HLMMPRT.CPY
000120* PRINT LINE LAYOUTS FOR THE HELLOMM MASS-MAINTENANCE PREVIEW
000130* AND GENERATION REGISTER - THE SELECTION CRITERIA AND THE
000140* TRANSACTION ECHOED FROM THE PARAMETER CARDS, ONE LINE PER
000150* SELECTED ACCOUNT, THE CONTROL TOTALS, AND (PREVIEW ONLY) THE
000160* SUPERVISOR SIGN-OFF BLOCK.  133-BYTE RECORDS - BYTE 1 IS THE
000170* ASA CARRIAGE CONTROL CHARACTER, THE REMAINING 132 BYTES ARE
000180* PRINT POSITIONS.
000190*----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* DATE       INIT  DESCRIPTION
000220* 2026-10-15 JLB   INITIAL VERSION.
000230****************************************************************
000240 01  HL-MMP-HEADING-1.
000250     05  HL-MMP-H1-CTL               PIC X(01).
000260     05  FILLER                      PIC X(04) VALUE SPACES.
000270     05  FILLER                      PIC X(28)
000280             VALUE 'HELLOMM - MASS MAINTENANCE'.
000290     05  HL-MMP-H1-MODE              PIC X(12).
000300     05  FILLER                      PIC X(10) VALUE SPACES.
000310     05  FILLER                      PIC X(05) VALUE 'DATE:'.
000320     05  HL-MMP-H1-DATE              PIC X(10).
000330     05  FILLER                      PIC X(05) VALUE SPACES.
000340     05  FILLER                      PIC X(05) VALUE 'TIME:'.
000350     05  HL-MMP-H1-TIME              PIC X(08).
000360     05  FILLER                      PIC X(05) VALUE SPACES.
000370     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
000380     05  HL-MMP-H1-PAGE              PIC ZZZ9.
000390     05  FILLER                      PIC X(31) VALUE SPACES.
000400
000410 01  HL-MMP-SECTION-LINE.
000420     05  HL-MMP-SEC-CTL              PIC X(01).
000430     05  FILLER                      PIC X(04) VALUE SPACES.
000440     05  HL-MMP-SEC-LABEL            PIC X(60).
000450     05  FILLER                      PIC X(68) VALUE SPACES.
000460
000470 01  HL-MMP-CRITERIA-LINE.
000480     05  HL-MMP-CRT-CTL              PIC X(01).
000490     05  FILLER                      PIC X(06) VALUE SPACES.
000500     05  HL-MMP-CRT-LABEL            PIC X(30).
000510     05  HL-MMP-CRT-VALUE            PIC X(40).
000520     05  FILLER                      PIC X(56) VALUE SPACES.
000530
000540 01  HL-MMP-DETAIL-HEADING.
000550     05  HL-MMP-DH-CTL               PIC X(01) VALUE '0'.
000560     05  FILLER                      PIC X(04) VALUE SPACES.
000570     05  FILLER                      PIC X(09) VALUE 'ACCOUNT'.
000580     05  FILLER                      PIC X(04) VALUE 'ST'.
000590     05  FILLER                      PIC X(16)
000600             VALUE '       BALANCE'.
000610     05  FILLER                      PIC X(12) VALUE 'EFFECTIVE'.
000620     05  FILLER                      PIC X(09) VALUE 'CUSTOMER'.
000630     05  FILLER                      PIC X(33) VALUE 'NAME'.
000640     05  FILLER                      PIC X(04) VALUE 'TRAN'.
000650     05  FILLER                      PIC X(07) VALUE 'BATCH'.
000660     05  FILLER                      PIC X(34) VALUE 'NEW VALUE'.
000670
000680 01  HL-MMP-DETAIL-LINE.
000690     05  HL-MMP-DTL-CTL              PIC X(01) VALUE SPACE.
000700     05  FILLER                      PIC X(04) VALUE SPACES.
000710     05  HL-MMP-DTL-ACCT             PIC 9(07).
000720     05  FILLER                      PIC X(02) VALUE SPACES.
000730     05  HL-MMP-DTL-STATUS           PIC X(01).
000740     05  FILLER                      PIC X(02) VALUE SPACES.
000750     05  HL-MMP-DTL-BALANCE          PIC -ZZZ,ZZZ,ZZ9.99.
000760     05  FILLER                      PIC X(02) VALUE SPACES.
000770     05  HL-MMP-DTL-EFF-DATE         PIC X(10).
000780     05  FILLER                      PIC X(02) VALUE SPACES.
000790     05  HL-MMP-DTL-CUST             PIC Z(06)9
000800                                     BLANK WHEN ZERO.
000810     05  FILLER                      PIC X(02) VALUE SPACES.
000820     05  HL-MMP-DTL-NAME             PIC X(30).
000830     05  FILLER                      PIC X(03) VALUE SPACES.
000840     05  HL-MMP-DTL-TRAN             PIC X(01).
000850     05  FILLER                      PIC X(03) VALUE SPACES.
000860     05  HL-MMP-DTL-BATCH            PIC X(05).
000870     05  FILLER                      PIC X(02) VALUE SPACES.
000880     05  HL-MMP-DTL-NEW-VALUE        PIC X(30).
000890     05  FILLER                      PIC X(04) VALUE SPACES.
000900
000910 01  HL-MMP-TOTAL-LINE.
000920     05  HL-MMP-TOT-CTL              PIC X(01).
000930     05  FILLER                      PIC X(04) VALUE SPACES.
000940     05  HL-MMP-TOT-LABEL            PIC X(40).
000950     05  HL-MMP-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
000960     05  FILLER                      PIC X(03) VALUE SPACES.
000970     05  HL-MMP-TOT-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000980     05  FILLER                      PIC X(53) VALUE SPACES.
000990
001000 01  HL-MMP-SIGN-LINE.
001010     05  HL-MMP-SGN-CTL              PIC X(01).
001020     05  FILLER                      PIC X(04) VALUE SPACES.
001030     05  HL-MMP-SGN-LABEL            PIC X(30).
001040     05  FILLER                      PIC X(40) VALUE ALL '_'.
001050     05  FILLER                      PIC X(04) VALUE SPACES.
001060     05  FILLER                      PIC X(06) VALUE 'DATE: '.
001070     05  FILLER                      PIC X(12) VALUE ALL '_'.
001080     05  FILLER                      PIC X(36) VALUE SPACES.
