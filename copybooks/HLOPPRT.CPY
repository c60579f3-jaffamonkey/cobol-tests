000100****************************************************************
000110* HLOPPRT.CPY
000120* PRINT LINE LAYOUTS FOR THE HELLOOP OPERATOR SECURITY
000130* MAINTENANCE REGISTER - ONE LINE PER MAINTENANCE CARD, APPLIED
000140* OR REJECTED, AND THE RUN TOTALS.  PASSWORDS ARE NEVER
000150* PRINTED.  133-BYTE RECORDS - BYTE 1 IS THE ASA CARRIAGE
000160* CONTROL CHARACTER, THE REMAINING 132 BYTES ARE PRINT
000170* POSITIONS.
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* 2026-10-15 JLB   INITIAL VERSION.
000220****************************************************************
000230 01  HL-OPP-HEADING-1.
000240     05  HL-OPP-H1-CTL               PIC X(01).
000250     05  FILLER                      PIC X(04) VALUE SPACES.
000260     05  FILLER                      PIC X(40)
000270             VALUE 'HELLOOP - OPERATOR SECURITY MAINTENANCE'.
000280     05  FILLER                      PIC X(10) VALUE SPACES.
000290     05  FILLER                      PIC X(05) VALUE 'DATE:'.
000300     05  HL-OPP-H1-DATE              PIC X(10).
000310     05  FILLER                      PIC X(05) VALUE SPACES.
000320     05  FILLER                      PIC X(05) VALUE 'TIME:'.
000330     05  HL-OPP-H1-TIME              PIC X(08).
000340     05  FILLER                      PIC X(05) VALUE SPACES.
000350     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
000360     05  HL-OPP-H1-PAGE              PIC ZZZ9.
000370     05  FILLER                      PIC X(31) VALUE SPACES.
000380
000390 01  HL-OPP-HEADING-2.
000400     05  HL-OPP-H2-CTL               PIC X(01) VALUE SPACE.
000410     05  FILLER                      PIC X(04) VALUE SPACES.
000420     05  FILLER                      PIC X(12) VALUE 'ACTION'.
000430     05  FILLER                      PIC X(10) VALUE 'OPERATOR'.
000440     05  FILLER                      PIC X(32) VALUE 'NAME'.
000450     05  FILLER                      PIC X(07) VALUE 'LEVEL'.
000460     05  FILLER                      PIC X(08) VALUE 'ACTIVE'.
000470     05  FILLER                      PIC X(59) VALUE 'RESULT'.
000480
000490 01  HL-OPP-DETAIL-LINE.
000500     05  HL-OPP-DTL-CTL              PIC X(01) VALUE SPACE.
000510     05  FILLER                      PIC X(04) VALUE SPACES.
000520     05  HL-OPP-DTL-ACTION           PIC X(10).
000530     05  FILLER                      PIC X(02) VALUE SPACES.
000540     05  HL-OPP-DTL-OPERATOR         PIC X(08).
000550     05  FILLER                      PIC X(02) VALUE SPACES.
000560     05  HL-OPP-DTL-NAME             PIC X(30).
000570     05  FILLER                      PIC X(02) VALUE SPACES.
000580     05  HL-OPP-DTL-LEVEL            PIC X(05).
000590     05  FILLER                      PIC X(02) VALUE SPACES.
000600     05  HL-OPP-DTL-ACTIVE           PIC X(03).
000610     05  FILLER                      PIC X(05) VALUE SPACES.
000620     05  HL-OPP-DTL-RESULT           PIC X(40).
000630     05  FILLER                      PIC X(19) VALUE SPACES.
000640
000650 01  HL-OPP-TOTAL-LINE.
000660     05  HL-OPP-TOT-CTL              PIC X(01).
000670     05  FILLER                      PIC X(04) VALUE SPACES.
000680     05  HL-OPP-TOT-LABEL            PIC X(30).
000690     05  HL-OPP-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
000700     05  FILLER                      PIC X(87) VALUE SPACES.
