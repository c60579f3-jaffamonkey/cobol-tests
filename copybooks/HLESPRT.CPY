000100****************************************************************
000110* HLESPRT.CPY
000120* PRINT LINE LAYOUTS FOR THE HELLODM ANNUAL UNCLAIMED-PROPERTY
000130* (ESCHEAT) REPORT.  133-BYTE RECORDS - BYTE 1 IS THE ASA
000140* CARRIAGE CONTROL CHARACTER, THE REMAINING 132 BYTES ARE
000150* PRINT POSITIONS.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* 2026-10-15 JLB   INITIAL VERSION.
000200****************************************************************
000210 01  HL-ESP-HEADING-1.
000220     05  HL-ESP-H1-CTL               PIC X(01).
000230     05  FILLER                      PIC X(04) VALUE SPACES.
000240     05  FILLER                      PIC X(40)
000250             VALUE 'HELLODM - UNCLAIMED PROPERTY REPORT'.
000260     05  FILLER                      PIC X(10) VALUE SPACES.
000270     05  FILLER                      PIC X(05) VALUE 'DATE:'.
000280     05  HL-ESP-H1-DATE              PIC X(10).
000290     05  FILLER                      PIC X(05) VALUE SPACES.
000300     05  FILLER                      PIC X(05) VALUE 'TIME:'.
000310     05  HL-ESP-H1-TIME              PIC X(08).
000320     05  FILLER                      PIC X(05) VALUE SPACES.
000330     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
000340     05  HL-ESP-H1-PAGE              PIC ZZZ9.
000350     05  FILLER                      PIC X(31) VALUE SPACES.
000360
000370 01  HL-ESP-HEADING-2.
000380     05  HL-ESP-H2-CTL               PIC X(01) VALUE SPACE.
000390     05  FILLER                      PIC X(04) VALUE SPACES.
000400     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
000410     05  FILLER                      PIC X(32) VALUE 'NAME'.
000420     05  FILLER                      PIC X(32)
000430             VALUE 'LAST KNOWN ADDRESS'.
000440     05  FILLER                      PIC X(12) VALUE 'LAST ACT'.
000450     05  FILLER                      PIC X(03) VALUE 'ST'.
000460     05  FILLER            PIC X(15) VALUE '         AMOUNT'.
000470     05  FILLER                      PIC X(24) VALUE SPACES.
000480
000490 01  HL-ESP-DETAIL-LINE.
000500     05  HL-ESP-DTL-CTL              PIC X(01) VALUE SPACE.
000510     05  FILLER                      PIC X(04) VALUE SPACES.
000520     05  HL-ESP-DTL-ACCT             PIC Z(06)9.
000530     05  FILLER                      PIC X(03) VALUE SPACES.
000540     05  HL-ESP-DTL-NAME             PIC X(30).
000550     05  FILLER                      PIC X(02) VALUE SPACES.
000560     05  HL-ESP-DTL-ADDRESS          PIC X(30).
000570     05  FILLER                      PIC X(02) VALUE SPACES.
000580     05  HL-ESP-DTL-LAST-ACT         PIC 9999/99/99.
000590     05  FILLER                      PIC X(02) VALUE SPACES.
000600     05  HL-ESP-DTL-STATUS           PIC X(01).
000610     05  FILLER                      PIC X(02) VALUE SPACES.
000620     05  HL-ESP-DTL-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.99.
000630     05  FILLER                      PIC X(24) VALUE SPACES.
000640
000650 01  HL-ESP-TOTAL-LINE.
000660     05  HL-ESP-TOT-CTL              PIC X(01).
000670     05  FILLER                      PIC X(04) VALUE SPACES.
000680     05  HL-ESP-TOT-LABEL            PIC X(30).
000690     05  HL-ESP-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
000700     05  FILLER                      PIC X(03) VALUE SPACES.
000710     05  HL-ESP-TOT-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000720     05  FILLER                      PIC X(63) VALUE SPACES.
