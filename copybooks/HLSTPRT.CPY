000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* 2026-08-22 JLB   INITIAL VERSION.
000200* 2026-10-15 JLB   ADDED THE SUPPRESSED-STATEMENT HEADING AND
000210*                  LINE FOR THE SUMMARY PAGE - ACTIVE ACCOUNTS
000220*                  NOT MAILED BECAUSE THEIR ADDRESS IS FLAGGED
000230*                  BAD.  WHOLE MEMBER RENUMBERED.
000240****************************************************************
000250 01  HL-STP-HEADING-1.
000260     05  HL-STP-H1-CTL               PIC X(01).
000270     05  FILLER                      PIC X(04) VALUE SPACES.
000280     05  FILLER                      PIC X(40)
000290             VALUE 'CUSTOMER STATEMENT'.
000300     05  FILLER                      PIC X(10) VALUE SPACES.
000310     05  FILLER                 PIC X(16) VALUE 'STATEMENT DATE:'.
000320     05  HL-STP-H1-DATE              PIC X(10).
000330     05  FILLER                      PIC X(52) VALUE SPACES.
000340
000350 01  HL-STP-BLANK-LINE.
000360     05  HL-STP-BLK-CTL              PIC X(01) VALUE SPACE.
000370     05  FILLER                      PIC X(132) VALUE SPACES.
000380
000390 01  HL-STP-TEXT-LINE.
000400     05  HL-STP-TXT-CTL              PIC X(01) VALUE SPACE.
000410     05  FILLER                      PIC X(04) VALUE SPACES.
000420     05  HL-STP-TXT-DATA             PIC X(30).
000430     05  FILLER                      PIC X(98) VALUE SPACES.
000440
000450 01  HL-STP-FIELD-LINE.
000460     05  HL-STP-FLD-CTL              PIC X(01) VALUE SPACE.
000470     05  FILLER                      PIC X(04) VALUE SPACES.
000480     05  HL-STP-FLD-LABEL            PIC X(20).
000490     05  HL-STP-FLD-VALUE            PIC X(20).
000500     05  FILLER                      PIC X(88) VALUE SPACES.
000510
000520 01  HL-STP-TOTAL-LINE.
000530     05  HL-STP-TOT-CTL              PIC X(01).
000540     05  FILLER                      PIC X(04) VALUE SPACES.
000550     05  HL-STP-TOT-LABEL            PIC X(25).
000560     05  HL-STP-TOT-COUNT            PIC ZZZ,ZZZ,ZZ9.
000570     05  FILLER                      PIC X(92) VALUE SPACES.
000580
000590 01  HL-STP-SUPPRESS-HEADING.
000600     05  HL-STP-SH-CTL               PIC X(01) VALUE '0'.
000610     05  FILLER                      PIC X(04) VALUE SPACES.
000620     05  FILLER                      PIC X(10) VALUE 'ACCOUNT'.
000630     05  FILLER                PIC X(32) VALUE 'CUSTOMER NAME'.
000640     05  FILLER                PIC X(32) VALUE 'ADDRESS ON FILE'.
000650     05  FILLER                      PIC X(54) VALUE 'RETURNS'.
000660
000670 01  HL-STP-SUPPRESS-LINE.
000680     05  HL-STP-SUP-CTL              PIC X(01) VALUE SPACE.
000690     05  FILLER                      PIC X(04) VALUE SPACES.
000700     05  HL-STP-SUP-ACCT             PIC Z(06)9.
000710     05  FILLER                      PIC X(03) VALUE SPACES.
000720     05  HL-STP-SUP-NAME             PIC X(30).
000730     05  FILLER                      PIC X(02) VALUE SPACES.
000740     05  HL-STP-SUP-ADDRESS          PIC X(30).
000750     05  FILLER                      PIC X(02) VALUE SPACES.
000760     05  HL-STP-SUP-COUNT            PIC ZZ9.
000770     05  FILLER                      PIC X(51) VALUE SPACES.
