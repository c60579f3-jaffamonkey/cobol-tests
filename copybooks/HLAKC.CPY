000100****************************************************************
000110* HLAKC.CPY
000120* HANDOFF CLOSURE CARD, READ BY HELLOAK FROM CLOSEIN.  ONE CARD
000130* PER MANIFEST ENTRY (HLMAN.CPY) A SUPERVISOR IS CLOSING
000140* WITHOUT A CLEAN ACKNOWLEDGMENT - A REJECTED OR MISMATCHED
000150* HANDOFF THAT CANNOT BE RESENT BECAUSE A LATER CYCLE HAS
000160* OVERWRITTEN THE FILE, OR ONE THE RECEIVER WILL NEVER LOAD.
000170* KEYED INSTREAM IN HELLOAXJ; THE CLOSURE IS APPLIED ONLY WHEN
000180* A SUPERVISOR SIGNS ON IN THE SAME RUN.
000190*   COLUMNS  1-8   HANDOFF FILE ID, E.G. DELTA
000200*   COLUMNS  9-16  CYCLE DATE OF THE ENTRY, YYYYMMDD
000210*   COLUMNS 17-33  REASON FOR THE CLOSURE, KEPT ON THE ENTRY
000220*----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240* DATE       INIT  DESCRIPTION
000250* 2026-10-15 JLB   INITIAL VERSION.
000260****************************************************************
000270 01  HL-AKC-RECORD.
000280     05  HL-AKC-FILE-ID              PIC X(08).
000290     05  HL-AKC-CYCLE-DATE           PIC X(08).
000300     05  HL-AKC-CYCLE-DATE-N REDEFINES HL-AKC-CYCLE-DATE
000310                                     PIC 9(08).
000320     05  HL-AKC-REASON               PIC X(17).
000330     05  FILLER                      PIC X(47).
