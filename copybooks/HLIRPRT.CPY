000100****************************************************************
000110* HLIRPRT.CPY
000120* PRINT LINE LAYOUTS FOR THE HELLOIR REFERENTIAL-INTEGRITY
000130* AUDIT - ONE SECTION PER FILE CHECKED, EACH EXCEPTION LISTED
000140* WITH ITS RULE AND THE ACCOUNT DETAIL, THEN THE EXCEPTION
000150* COUNTS BY RULE AND THE CONTROL TOTALS.  133-BYTE RECORDS -
000160* BYTE 1 IS THE ASA CARRIAGE CONTROL CHARACTER, THE REMAINING
000170* 132 BYTES ARE PRINT POSITIONS.
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* 2026-10-15 JLB   INITIAL VERSION.
000220****************************************************************
000230 01  HL-IRP-HEADING-1.
000240     05  HL-IRP-H1-CTL               PIC X(01).
000250     05  FILLER                      PIC X(04) VALUE SPACES.
000260     05  FILLER                      PIC X(40)
000270             VALUE 'HELLOIR - REFERENTIAL INTEGRITY AUDIT'.
000280     05  FILLER                      PIC X(10) VALUE SPACES.
000290     05  FILLER                      PIC X(05) VALUE 'DATE:'.
000300     05  HL-IRP-H1-DATE              PIC X(10).
000310     05  FILLER                      PIC X(05) VALUE SPACES.
000320     05  FILLER                      PIC X(05) VALUE 'TIME:'.
000330     05  HL-IRP-H1-TIME              PIC X(08).
000340     05  FILLER                      PIC X(05) VALUE SPACES.
000350     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
000360     05  HL-IRP-H1-PAGE              PIC ZZZ9.
000370     05  FILLER                      PIC X(31) VALUE SPACES.
000380
000390 01  HL-IRP-SECTION-LINE.
000400     05  HL-IRP-SEC-CTL              PIC X(01).
000410     05  FILLER                      PIC X(04) VALUE SPACES.
000420     05  HL-IRP-SEC-LABEL            PIC X(60).
000430     05  FILLER                      PIC X(68) VALUE SPACES.
000440
000450 01  HL-IRP-DETAIL-HEADING.
000460     05  HL-IRP-DH-CTL               PIC X(01) VALUE SPACE.
000470     05  FILLER                      PIC X(04) VALUE SPACES.
000480     05  FILLER                      PIC X(05) VALUE 'RULE'.
000490     05  FILLER                      PIC X(09) VALUE 'SEVERITY'.
000500     05  FILLER                      PIC X(09) VALUE 'ACCOUNT'.
000510     05  FILLER                      PIC X(10) VALUE 'CUSTOMER'.
000520     05  FILLER                      PIC X(04) VALUE 'MST'.
000530     05  FILLER                      PIC X(04) VALUE 'ARC'.
000540     05  FILLER                      PIC X(12) VALUE 'PURGED'.
000550     05  FILLER                      PIC X(32) VALUE 'NAME'.
000560     05  FILLER                      PIC X(43) VALUE 'EXCEPTION'.
000570
000580 01  HL-IRP-DETAIL-LINE.
000590     05  HL-IRP-DTL-CTL              PIC X(01) VALUE SPACE.
000600     05  FILLER                      PIC X(04) VALUE SPACES.
000610     05  HL-IRP-DTL-RULE             PIC X(03).
000620     05  FILLER                      PIC X(02) VALUE SPACES.
000630     05  HL-IRP-DTL-SEVERITY         PIC X(07).
000640     05  FILLER                      PIC X(02) VALUE SPACES.
000650     05  HL-IRP-DTL-ACCT             PIC 9(07).
000660     05  FILLER                      PIC X(02) VALUE SPACES.
000670     05  HL-IRP-DTL-CUST             PIC Z(06)9
000680                                     BLANK WHEN ZERO.
000690     05  FILLER                      PIC X(03) VALUE SPACES.
000700     05  HL-IRP-DTL-MAST-STATUS      PIC X(01).
000710     05  FILLER                      PIC X(03) VALUE SPACES.
000720     05  HL-IRP-DTL-ARC-STATUS       PIC X(01).
000730     05  FILLER                      PIC X(03) VALUE SPACES.
000740     05  HL-IRP-DTL-PURGED           PIC X(10).
000750     05  FILLER                      PIC X(02) VALUE SPACES.
000760     05  HL-IRP-DTL-NAME             PIC X(30).
000770     05  FILLER                      PIC X(02) VALUE SPACES.
000780     05  HL-IRP-DTL-TEXT             PIC X(40).
000790     05  FILLER                      PIC X(03) VALUE SPACES.
000800
000810 01  HL-IRP-RULE-HEADING.
000820     05  HL-IRP-RH-CTL               PIC X(01) VALUE '0'.
000830     05  FILLER                      PIC X(04) VALUE SPACES.
000840     05  FILLER                      PIC X(05) VALUE 'RULE'.
000850     05  FILLER                      PIC X(09) VALUE 'SEVERITY'.
000860     05  FILLER                      PIC X(42)
000870             VALUE 'DESCRIPTION'.
000880     05  FILLER                      PIC X(10) VALUE 'EXCEPTIONS'.
000890     05  FILLER                      PIC X(62) VALUE SPACES.
000900
000910 01  HL-IRP-RULE-LINE.
000920     05  HL-IRP-RUL-CTL              PIC X(01) VALUE SPACE.
000930     05  FILLER                      PIC X(04) VALUE SPACES.
000940     05  HL-IRP-RUL-RULE             PIC X(03).
000950     05  FILLER                      PIC X(02) VALUE SPACES.
000960     05  HL-IRP-RUL-SEVERITY         PIC X(07).
000970     05  FILLER                      PIC X(02) VALUE SPACES.
000980     05  HL-IRP-RUL-TEXT             PIC X(40).
000990     05  FILLER                      PIC X(02) VALUE SPACES.
001000     05  HL-IRP-RUL-COUNT            PIC ZZ,ZZZ,ZZ9.
001010     05  FILLER                      PIC X(62) VALUE SPACES.
001020
001030 01  HL-IRP-TOTAL-LINE.
001040     05  HL-IRP-TOT-CTL              PIC X(01).
001050     05  FILLER                      PIC X(04) VALUE SPACES.
001060     05  HL-IRP-TOT-LABEL            PIC X(40).
001070     05  HL-IRP-TOT-COUNT            PIC ZZ,ZZZ,ZZ9.
001080     05  FILLER                      PIC X(78) VALUE SPACES.
