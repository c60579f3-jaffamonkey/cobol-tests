000100****************************************************************
000110* HLAQPRT.CPY
000120* PRINT LINE LAYOUTS FOR THE HELLOAQ SUPERVISOR APPROVAL
000130* REGISTER.  133-BYTE RECORDS - BYTE 1 IS THE ASA CARRIAGE
000140* CONTROL CHARACTER, THE REMAINING 132 BYTES ARE PRINT
000150* POSITIONS.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* 2026-10-15 JLB   INITIAL VERSION.
000200****************************************************************
000210 01  HL-AQP-HEADING-1.
000220     05  HL-AQP-H1-CTL               PIC X(01).
000230     05  FILLER                      PIC X(04) VALUE SPACES.
000240     05  FILLER                      PIC X(40)
000250             VALUE 'HELLOAQ - SUPERVISOR APPROVAL REGISTER'.
000260     05  FILLER                      PIC X(10) VALUE SPACES.
000270     05  FILLER                      PIC X(05) VALUE 'DATE:'.
000280     05  HL-AQP-H1-DATE              PIC X(10).
000290     05  FILLER                      PIC X(05) VALUE SPACES.
000300     05  FILLER                      PIC X(05) VALUE 'TIME:'.
000310     05  HL-AQP-H1-TIME              PIC X(08).
000320     05  FILLER                      PIC X(05) VALUE SPACES.
000330     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
000340     05  HL-AQP-H1-PAGE              PIC ZZZ9.
000350     05  FILLER                      PIC X(31) VALUE SPACES.
000360
000370 01  HL-AQP-HEADING-2.
000380     05  HL-AQP-H2-CTL               PIC X(01) VALUE SPACE.
000390     05  FILLER                      PIC X(04) VALUE SPACES.
000400     05  FILLER                      PIC X(06) VALUE 'CODE'.
000410     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
000420     05  FILLER                PIC X(32) VALUE 'CUSTOMER NAME'.
000430     05  FILLER            PIC X(17) VALUE '         AMOUNT'.
000440     05  FILLER                      PIC X(12) VALUE 'HELD ON'.
000450     05  FILLER                      PIC X(07) VALUE 'BATCH'.
000460     05  FILLER                      PIC X(10) VALUE 'DECISION'.
000470     05  FILLER                      PIC X(10) VALUE 'APPROVER'.
000480     05  FILLER                      PIC X(08) VALUE 'TIME'.
000490     05  FILLER                      PIC X(16) VALUE SPACES.
000500
000510 01  HL-AQP-DETAIL-LINE.
000520     05  HL-AQP-DTL-CTL              PIC X(01) VALUE SPACE.
000530     05  FILLER                      PIC X(04) VALUE SPACES.
000540     05  HL-AQP-DTL-CODE             PIC X(01).
000550     05  FILLER                      PIC X(05) VALUE SPACES.
000560     05  HL-AQP-DTL-ACCT             PIC Z(06)9.
000570     05  FILLER                      PIC X(03) VALUE SPACES.
000580     05  HL-AQP-DTL-NAME             PIC X(30).
000590     05  FILLER                      PIC X(02) VALUE SPACES.
000600     05  HL-AQP-DTL-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
000610     05  FILLER                      PIC X(02) VALUE SPACES.
000620     05  HL-AQP-DTL-HOLD-DATE        PIC 9999/99/99.
000630     05  FILLER                      PIC X(02) VALUE SPACES.
000640     05  HL-AQP-DTL-BATCH            PIC ZZZZ9.
000650     05  FILLER                      PIC X(02) VALUE SPACES.
000660     05  HL-AQP-DTL-DECISION         PIC X(08).
000670     05  FILLER                      PIC X(02) VALUE SPACES.
000680     05  HL-AQP-DTL-OPERATOR         PIC X(08).
000690     05  FILLER                      PIC X(02) VALUE SPACES.
000700     05  HL-AQP-DTL-TIME             PIC X(08).
000710     05  FILLER                      PIC X(16) VALUE SPACES.
000720
000730 01  HL-AQP-TOTAL-LINE.
000740     05  HL-AQP-TOT-CTL              PIC X(01).
000750     05  FILLER                      PIC X(04) VALUE SPACES.
000760     05  HL-AQP-TOT-LABEL            PIC X(30).
000770     05  HL-AQP-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
000780     05  FILLER                      PIC X(03) VALUE SPACES.
000790     05  HL-AQP-TOT-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000800     05  FILLER                      PIC X(63) VALUE SPACES.
