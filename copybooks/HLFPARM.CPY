000100****************************************************************
000110* HLFPARM.CPY
000120* RUNTIME PARAMETER RECORD READ BY HELLOMF, THE HANDOFF
000130* MANIFEST STEP - ONE RECORD, NORMALLY INLINE IN THE STEP'S
000140* PARMFILE DD, NAMING THE FILE BEING HANDED OFF:
000150*   FILE TYPE  - E EXTRACT (HLEXT.CPY), D DELTA (HLDLT.CPY),
000160*                G GL INTERFACE (HLGL.CPY); SAYS WHICH CONTROL
000170*                TRAILER TO TAKE THE COUNT AND HASH FROM
000180*   FILE ID    - THE MANIFEST KEY (HLMAN.CPY), E.G. DELTA
000190*   RECEIVER   - WHO LOADS IT, E.G. REPORTNG OR FINANCE
000200*   CYCLE DATE - SPACES OR ZERO MEANS THE CURRENT DATE, AS ON
000210*                THE HELLOGT GATEPARM
000220*   ACK DAYS   - BUSINESS DAYS AFTER THE SEND DATE BY WHICH THE
000230*                RECEIVER MUST ACKNOWLEDGE; SPACES MEANS 1
000240*   DSNAME     - THE DATASET NAME HANDED OFF
000250*----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270* DATE       INIT  DESCRIPTION
000280* 2026-10-15 JLB   INITIAL VERSION.
000290****************************************************************
000300 01  HL-FPARM-RECORD.
000310     05  HL-FPARM-FILE-TYPE          PIC X(01).
000320         88  HL-FPARM-TYPE-EXTRACT   VALUE 'E'.
000330         88  HL-FPARM-TYPE-DELTA     VALUE 'D'.
000340         88  HL-FPARM-TYPE-GL        VALUE 'G'.
000350     05  HL-FPARM-FILE-ID            PIC X(08).
000360     05  HL-FPARM-RECEIVER           PIC X(08).
000370     05  HL-FPARM-CYCLE-DATE         PIC X(08).
000380     05  HL-FPARM-ACK-DAYS           PIC X(02).
000390     05  HL-FPARM-ACK-DAYS-N REDEFINES HL-FPARM-ACK-DAYS
000400                                     PIC 9(02).
000410     05  HL-FPARM-DSNAME             PIC X(44).
000420     05  FILLER                      PIC X(09).
