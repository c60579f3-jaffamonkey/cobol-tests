000100****************************************************************
000110* HLCLPRT.CPY
000120* PRINT LINE LAYOUTS FOR THE HELLOCL BUSINESS CALENDAR LOAD
000130* LISTING - ONE LINE PER HOLIDAY AND PERIOD-END DAY, ONE PER
000140* REJECTED LOAD CARD, AND THE DAY-TYPE TOTALS.  133-BYTE
000150* RECORDS - BYTE 1 IS THE ASA CARRIAGE CONTROL CHARACTER, THE
000160* REMAINING 132 BYTES ARE PRINT POSITIONS.
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-15 JLB   INITIAL VERSION.
000210****************************************************************
000220 01  HL-CLP-HEADING-1.
000230     05  HL-CLP-H1-CTL               PIC X(01).
000240     05  FILLER                      PIC X(04) VALUE SPACES.
000250     05  FILLER                      PIC X(40)
000260             VALUE 'HELLOCL - BUSINESS CALENDAR LOAD'.
000270     05  FILLER                      PIC X(10) VALUE SPACES.
000280     05  FILLER                      PIC X(05) VALUE 'DATE:'.
000290     05  HL-CLP-H1-DATE              PIC X(10).
000300     05  FILLER                      PIC X(05) VALUE SPACES.
000310     05  FILLER                      PIC X(05) VALUE 'TIME:'.
000320     05  HL-CLP-H1-TIME              PIC X(08).
000330     05  FILLER                      PIC X(05) VALUE SPACES.
000340     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
000350     05  HL-CLP-H1-PAGE              PIC ZZZ9.
000360     05  FILLER                      PIC X(31) VALUE SPACES.
000370
000380 01  HL-CLP-HEADING-2.
000390     05  HL-CLP-H2-CTL               PIC X(01) VALUE SPACE.
000400     05  FILLER                      PIC X(04) VALUE SPACES.
000410     05  FILLER                      PIC X(12) VALUE 'DATE'.
000420     05  FILLER                      PIC X(05) VALUE 'DAY'.
000430     05  FILLER                      PIC X(10) VALUE 'TYPE'.
000440     05  FILLER                      PIC X(07) VALUE 'MONTH'.
000450     05  FILLER                      PIC X(07) VALUE 'QTR'.
000460     05  FILLER                      PIC X(07) VALUE 'YEAR'.
000470     05  FILLER                PIC X(40) VALUE 'HOLIDAY / NOTE'.
000480     05  FILLER                      PIC X(40) VALUE SPACES.
000490
000500 01  HL-CLP-DETAIL-LINE.
000510     05  HL-CLP-DTL-CTL              PIC X(01) VALUE SPACE.
000520     05  FILLER                      PIC X(04) VALUE SPACES.
000530     05  HL-CLP-DTL-DATE             PIC X(10).
000540     05  FILLER                      PIC X(02) VALUE SPACES.
000550     05  HL-CLP-DTL-DAY              PIC X(03).
000560     05  FILLER                      PIC X(02) VALUE SPACES.
000570     05  HL-CLP-DTL-TYPE             PIC X(08).
000580     05  FILLER                      PIC X(02) VALUE SPACES.
000590     05  HL-CLP-DTL-MONTH-END        PIC X(03).
000600     05  FILLER                      PIC X(04) VALUE SPACES.
000610     05  HL-CLP-DTL-QUARTER-END      PIC X(03).
000620     05  FILLER                      PIC X(04) VALUE SPACES.
000630     05  HL-CLP-DTL-YEAR-END         PIC X(03).
000640     05  FILLER                      PIC X(04) VALUE SPACES.
000650     05  HL-CLP-DTL-NOTE             PIC X(40).
000660     05  FILLER                      PIC X(40) VALUE SPACES.
000670
000680 01  HL-CLP-REJECT-LINE.
000690     05  HL-CLP-REJ-CTL              PIC X(01) VALUE SPACE.
000700     05  FILLER                      PIC X(04) VALUE SPACES.
000710     05  FILLER                      PIC X(16)
000720             VALUE 'REJECTED CARD:'.
000730     05  HL-CLP-REJ-CARD             PIC X(40).
000740     05  FILLER                      PIC X(02) VALUE SPACES.
000750     05  HL-CLP-REJ-REASON           PIC X(40).
000760     05  FILLER                      PIC X(30) VALUE SPACES.
000770
000780 01  HL-CLP-TOTAL-LINE.
000790     05  HL-CLP-TOT-CTL              PIC X(01).
000800     05  FILLER                      PIC X(04) VALUE SPACES.
000810     05  HL-CLP-TOT-LABEL            PIC X(30).
000820     05  HL-CLP-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
000830     05  FILLER                      PIC X(87) VALUE SPACES.
