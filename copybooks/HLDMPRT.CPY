000100****************************************************************
000110* HLDMPRT.CPY
000120* PRINT LINE LAYOUTS FOR THE HELLODM DORMANCY REGISTER.
000130* 133-BYTE RECORDS - BYTE 1 IS THE ASA CARRIAGE CONTROL
000140* CHARACTER, THE REMAINING 132 BYTES ARE PRINT POSITIONS.
000150*----------------------------------------------------------------
000160* MODIFICATION HISTORY
000170* DATE       INIT  DESCRIPTION
000180* 2026-10-15 JLB   INITIAL VERSION.
000190****************************************************************
000200 01  HL-DMP-HEADING-1.
000210     05  HL-DMP-H1-CTL               PIC X(01).
000220     05  FILLER                      PIC X(04) VALUE SPACES.
000230     05  FILLER                      PIC X(40)
000240             VALUE 'HELLODM - DORMANCY REGISTER'.
000250     05  FILLER                      PIC X(10) VALUE SPACES.
000260     05  FILLER                      PIC X(05) VALUE 'DATE:'.
000270     05  HL-DMP-H1-DATE              PIC X(10).
000280     05  FILLER                      PIC X(05) VALUE SPACES.
000290     05  FILLER                      PIC X(05) VALUE 'TIME:'.
000300     05  HL-DMP-H1-TIME              PIC X(08).
000310     05  FILLER                      PIC X(05) VALUE SPACES.
000320     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
000330     05  HL-DMP-H1-PAGE              PIC ZZZ9.
000340     05  FILLER                      PIC X(31) VALUE SPACES.
000350
000360 01  HL-DMP-HEADING-2.
000370     05  HL-DMP-H2-CTL               PIC X(01) VALUE SPACE.
000380     05  FILLER                      PIC X(04) VALUE SPACES.
000390     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
000400     05  FILLER                      PIC X(33) VALUE 'NAME'.
000410     05  FILLER                      PIC X(15)
000420             VALUE 'LAST ACTIVITY'.
000430     05  FILLER                      PIC X(05) VALUE 'ST'.
000440     05  FILLER            PIC X(16) VALUE '         BALANCE'.
000450     05  FILLER                      PIC X(49) VALUE SPACES.
000460
000470 01  HL-DMP-DETAIL-LINE.
000480     05  HL-DMP-DTL-CTL              PIC X(01) VALUE SPACE.
000490     05  FILLER                      PIC X(04) VALUE SPACES.
000500     05  HL-DMP-DTL-ACCT             PIC Z(06)9.
000510     05  FILLER                      PIC X(03) VALUE SPACES.
000520     05  HL-DMP-DTL-NAME             PIC X(30).
000530     05  FILLER                      PIC X(03) VALUE SPACES.
000540     05  HL-DMP-DTL-LAST-ACT         PIC 9999/99/99.
000550     05  FILLER                      PIC X(05) VALUE SPACES.
000560     05  HL-DMP-DTL-STATUS           PIC X(01).
000570     05  FILLER                      PIC X(05) VALUE SPACES.
000580     05  HL-DMP-DTL-BALANCE          PIC -ZZZ,ZZZ,ZZ9.99.
000590     05  FILLER                      PIC X(49) VALUE SPACES.
000600
000610 01  HL-DMP-TOTAL-LINE.
000620     05  HL-DMP-TOT-CTL              PIC X(01).
000630     05  FILLER                      PIC X(04) VALUE SPACES.
000640     05  HL-DMP-TOT-LABEL            PIC X(30).
000650     05  HL-DMP-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
000660     05  FILLER                      PIC X(03) VALUE SPACES.
000670     05  HL-DMP-TOT-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000680     05  FILLER                      PIC X(63) VALUE SPACES.
