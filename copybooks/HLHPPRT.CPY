000100****************************************************************
000110* HLHPPRT.CPY
000120* PRINT LINE LAYOUTS FOR THE HELLOHP POSTING HISTORY PURGE
000130* REGISTER - ONE LINE PER ACCOUNT THAT LOST ENTRIES.  133-BYTE
000140* RECORDS - BYTE 1 IS THE ASA CARRIAGE CONTROL CHARACTER, THE
000150* REMAINING 132 BYTES ARE PRINT POSITIONS.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* 2026-10-15 JLB   INITIAL VERSION.
000200****************************************************************
000210 01  HL-HPR-HEADING-1.
000220     05  HL-HPR-H1-CTL               PIC X(01).
000230     05  FILLER                      PIC X(04) VALUE SPACES.
000240     05  FILLER                      PIC X(40)
000250             VALUE 'HELLOHP - POSTING HISTORY PURGE REGISTER'.
000260     05  FILLER                      PIC X(10) VALUE SPACES.
000270     05  FILLER                      PIC X(05) VALUE 'DATE:'.
000280     05  HL-HPR-H1-DATE              PIC X(10).
000290     05  FILLER                      PIC X(05) VALUE SPACES.
000300     05  FILLER                      PIC X(05) VALUE 'TIME:'.
000310     05  HL-HPR-H1-TIME              PIC X(08).
000320     05  FILLER                      PIC X(05) VALUE SPACES.
000330     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
000340     05  HL-HPR-H1-PAGE              PIC ZZZ9.
000350     05  FILLER                      PIC X(31) VALUE SPACES.
000360
000370 01  HL-HPR-HEADING-2.
000380     05  HL-HPR-H2-CTL               PIC X(01) VALUE SPACE.
000390     05  FILLER                      PIC X(04) VALUE SPACES.
000400     05  FILLER                PIC X(13) VALUE 'ACCOUNT'.
000410     05  FILLER                PIC X(14) VALUE 'PURGED'.
000420     05  FILLER                PIC X(14) VALUE 'FIRST PURGED'.
000430     05  FILLER                PIC X(14) VALUE 'LAST PURGED'.
000440     05  FILLER                PIC X(14) VALUE 'BAL FWD DATE'.
000450     05  FILLER                PIC X(15) VALUE 'BALANCE FORWARD'.
000460     05  FILLER                      PIC X(44) VALUE SPACES.
000470
000480 01  HL-HPR-DETAIL-LINE.
000490     05  HL-HPR-DTL-CTL              PIC X(01) VALUE SPACE.
000500     05  FILLER                      PIC X(04) VALUE SPACES.
000510     05  HL-HPR-DTL-ACCT             PIC Z(06)9.
000520     05  FILLER                      PIC X(06) VALUE SPACES.
000530     05  HL-HPR-DTL-PURGED           PIC ZZ,ZZ9.
000540     05  FILLER                      PIC X(08) VALUE SPACES.
000550     05  HL-HPR-DTL-FIRST-DATE       PIC X(10).
000560     05  FILLER                      PIC X(04) VALUE SPACES.
000570     05  HL-HPR-DTL-LAST-DATE        PIC X(10).
000580     05  FILLER                      PIC X(04) VALUE SPACES.
000590     05  HL-HPR-DTL-FWD-DATE         PIC X(10).
000600     05  FILLER                      PIC X(04) VALUE SPACES.
000610     05  HL-HPR-DTL-FWD-BALANCE      PIC -ZZZ,ZZZ,ZZ9.99.
000620     05  FILLER                      PIC X(44) VALUE SPACES.
000630
000640 01  HL-HPR-TOTAL-LINE.
000650     05  HL-HPR-TOT-CTL              PIC X(01).
000660     05  FILLER                      PIC X(04) VALUE SPACES.
000670     05  HL-HPR-TOT-LABEL            PIC X(25).
000680     05  HL-HPR-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
000690     05  FILLER                      PIC X(92) VALUE SPACES.
