000100****************************************************************
000110* HLAKPRT.CPY
000120* PRINT LINE LAYOUTS FOR THE HELLOAK HANDOFF ACKNOWLEDGMENT
000130* REPORT - THE ACKNOWLEDGMENTS RECEIVED THIS RUN, EACH MATCHED
000140* TO ITS MANIFEST ENTRY, THEN THE ENTRIES A SUPERVISOR CLOSED
000150* THIS RUN (CLOSEIN), THEN EVERY HANDOFF STILL OUTSTANDING
000160* (UNACKNOWLEDGED, ACKNOWLEDGED WITH DIFFERENT TOTALS, OR
000170* REJECTED), THEN THE EXCEPTION COUNTS BY RULE AND THE CONTROL
000180* TOTALS.  133-BYTE RECORDS - BYTE 1 IS THE ASA CARRIAGE
000190* CONTROL CHARACTER, THE REMAINING 132 BYTES ARE PRINT
000200* POSITIONS.
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230* DATE       INIT  DESCRIPTION
000240* 2026-10-15 JLB   INITIAL VERSION.
000250* 2026-10-15 JLB   ADDED THE SUPERVISOR CLOSURES SECTION TO THE
000260*                  DESCRIPTION.  WHOLE MEMBER RENUMBERED.
000270****************************************************************
000280 01  HL-AKP-HEADING-1.
000290     05  HL-AKP-H1-CTL               PIC X(01).
000300     05  FILLER                      PIC X(04) VALUE SPACES.
000310     05  FILLER                      PIC X(40)
000320             VALUE 'HELLOAK - HANDOFF ACKNOWLEDGMENTS'.
000330     05  FILLER                      PIC X(10) VALUE SPACES.
000340     05  FILLER                      PIC X(05) VALUE 'DATE:'.
000350     05  HL-AKP-H1-DATE              PIC X(10).
000360     05  FILLER                      PIC X(05) VALUE SPACES.
000370     05  FILLER                      PIC X(05) VALUE 'TIME:'.
000380     05  HL-AKP-H1-TIME              PIC X(08).
000390     05  FILLER                      PIC X(05) VALUE SPACES.
000400     05  FILLER                      PIC X(05) VALUE 'PAGE:'.
000410     05  HL-AKP-H1-PAGE              PIC ZZZ9.
000420     05  FILLER                      PIC X(31) VALUE SPACES.
000430
000440 01  HL-AKP-SECTION-LINE.
000450     05  HL-AKP-SEC-CTL              PIC X(01).
000460     05  FILLER                      PIC X(04) VALUE SPACES.
000470     05  HL-AKP-SEC-LABEL            PIC X(60).
000480     05  FILLER                      PIC X(68) VALUE SPACES.
000490
000500 01  HL-AKP-DETAIL-HEADING.
000510     05  HL-AKP-DH-CTL               PIC X(01) VALUE SPACE.
000520     05  FILLER                      PIC X(04) VALUE SPACES.
000530     05  FILLER                      PIC X(05) VALUE 'RULE'.
000540     05  FILLER                      PIC X(09) VALUE 'SEVERITY'.
000550     05  FILLER                      PIC X(10) VALUE 'FILE ID'.
000560     05  FILLER                      PIC X(12) VALUE 'CYCLE'.
000570     05  FILLER                      PIC X(10) VALUE 'RECEIVER'.
000580     05  FILLER                      PIC X(08) VALUE '   SENT'.
000590     05  FILLER                      PIC X(23)
000600             VALUE '            SENT HASH'.
000610     05  FILLER                      PIC X(08) VALUE ' LOADED'.
000620     05  FILLER                      PIC X(23)
000630             VALUE '          LOADED HASH'.
000640     05  FILLER                      PIC X(12) VALUE 'ACK DUE'.
000650     05  FILLER                      PIC X(04) VALUE 'LATE'.
000660     05  FILLER                      PIC X(04) VALUE SPACES.
000670
000680 01  HL-AKP-DETAIL-LINE.
000690     05  HL-AKP-DTL-CTL              PIC X(01) VALUE SPACE.
000700     05  FILLER                      PIC X(04) VALUE SPACES.
000710     05  HL-AKP-DTL-RULE             PIC X(03).
000720     05  FILLER                      PIC X(02) VALUE SPACES.
000730     05  HL-AKP-DTL-SEVERITY         PIC X(07).
000740     05  FILLER                      PIC X(02) VALUE SPACES.
000750     05  HL-AKP-DTL-FILE-ID          PIC X(08).
000760     05  FILLER                      PIC X(02) VALUE SPACES.
000770     05  HL-AKP-DTL-CYCLE            PIC X(10).
000780     05  FILLER                      PIC X(02) VALUE SPACES.
000790     05  HL-AKP-DTL-RECEIVER         PIC X(08).
000800     05  FILLER                      PIC X(02) VALUE SPACES.
000810     05  HL-AKP-DTL-SENT-COUNT       PIC Z(06)9.
000820     05  FILLER                      PIC X(01) VALUE SPACE.
000830     05  HL-AKP-DTL-SENT-HASH        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000840     05  FILLER                      PIC X(02) VALUE SPACES.
000850     05  HL-AKP-DTL-ACK-COUNT        PIC Z(06)9
000860                                     BLANK WHEN ZERO.
000870     05  FILLER                      PIC X(01) VALUE SPACE.
000880     05  HL-AKP-DTL-ACK-HASH         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99
000890                                     BLANK WHEN ZERO.
000900     05  FILLER                      PIC X(02) VALUE SPACES.
000910     05  HL-AKP-DTL-DUE              PIC X(10).
000920     05  FILLER                      PIC X(02) VALUE SPACES.
000930     05  HL-AKP-DTL-LATE             PIC ZZZ9
000940                                     BLANK WHEN ZERO.
000950     05  FILLER                      PIC X(04) VALUE SPACES.
000960
000970 01  HL-AKP-NOTE-LINE.
000980     05  HL-AKP-NTE-CTL              PIC X(01) VALUE SPACE.
000990     05  FILLER                      PIC X(14) VALUE SPACES.
001000     05  HL-AKP-NTE-TEXT             PIC X(40).
001010     05  FILLER                      PIC X(02) VALUE SPACES.
001020     05  HL-AKP-NTE-REASON           PIC X(17).
001030     05  FILLER                      PIC X(59) VALUE SPACES.
001040
001050 01  HL-AKP-RULE-HEADING.
001060     05  HL-AKP-RH-CTL               PIC X(01) VALUE '0'.
001070     05  FILLER                      PIC X(04) VALUE SPACES.
001080     05  FILLER                      PIC X(05) VALUE 'RULE'.
001090     05  FILLER                      PIC X(09) VALUE 'SEVERITY'.
001100     05  FILLER                      PIC X(42)
001110             VALUE 'DESCRIPTION'.
001120     05  FILLER                      PIC X(10) VALUE 'EXCEPTIONS'.
001130     05  FILLER                      PIC X(62) VALUE SPACES.
001140
001150 01  HL-AKP-RULE-LINE.
001160     05  HL-AKP-RUL-CTL              PIC X(01) VALUE SPACE.
001170     05  FILLER                      PIC X(04) VALUE SPACES.
001180     05  HL-AKP-RUL-RULE             PIC X(03).
001190     05  FILLER                      PIC X(02) VALUE SPACES.
001200     05  HL-AKP-RUL-SEVERITY         PIC X(07).
001210     05  FILLER                      PIC X(02) VALUE SPACES.
001220     05  HL-AKP-RUL-TEXT             PIC X(40).
001230     05  FILLER                      PIC X(02) VALUE SPACES.
001240     05  HL-AKP-RUL-COUNT            PIC ZZ,ZZZ,ZZ9.
001250     05  FILLER                      PIC X(62) VALUE SPACES.
001260
001270 01  HL-AKP-TOTAL-LINE.
001280     05  HL-AKP-TOT-CTL              PIC X(01).
001290     05  FILLER                      PIC X(04) VALUE SPACES.
001300     05  HL-AKP-TOT-LABEL            PIC X(40).
001310     05  HL-AKP-TOT-COUNT            PIC ZZ,ZZZ,ZZ9.
001320     05  FILLER                      PIC X(78) VALUE SPACES.
