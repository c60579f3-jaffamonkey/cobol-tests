000100****************************************************************
000110* HLACK.CPY
000120* HANDOFF ACKNOWLEDGMENT RECORD LAYOUT, INBOUND FROM EACH
000130* RECEIVER OF AN OUTBOUND HANDOFF FILE (THE REPORTING TEAM FOR
000140* THE EXTRACT AND DELTA, FINANCE'S GL LOADER FOR THE GL
000150* INTERFACE FILES) AND READ BY HELLOAK.  ONE RECORD PER FILE
000160* LOADED OR REJECTED - THE HANDOFF FILE ID AND CYCLE DATE AS
000170* SENT (HLMAN.CPY), THE RECEIVER, WHETHER THE LOAD TOOK, THE
000180* COUNT OF DETAIL RECORDS LOADED AND THEIR HASH TOTAL (THE
000190* BALANCE HASH FOR THE EXTRACT AND DELTA, THE DEBIT TOTAL FOR
000200* A GL FILE), AND WHEN THE LOAD RAN.  LOAD STATUS:
000210*   L = LOADED
000220*   R = REJECTED BY THE LOADER - THE REASON SAYS WHY
000230* THIS LAYOUT IS A PUBLISHED INTERFACE - DO NOT REORDER OR
000240* RESIZE AN EXISTING FIELD; ADD NEW FIELDS ONLY BY TAKING
000250* BYTES FROM THE REASON TEXT.
000260*----------------------------------------------------------------
000270* MODIFICATION HISTORY
000280* DATE       INIT  DESCRIPTION
000290* 2026-10-15 JLB   INITIAL VERSION.
000300****************************************************************
000310 01  HL-ACK-RECORD.
000320     05  HL-ACK-FILE-ID              PIC X(08).
000330     05  HL-ACK-CYCLE-DATE           PIC 9(08).
000340     05  HL-ACK-RECEIVER             PIC X(08).
000350     05  HL-ACK-LOAD-STATUS          PIC X(01).
000360         88  HL-ACK-LOADED           VALUE 'L'.
000370         88  HL-ACK-REJECTED         VALUE 'R'.
000380     05  HL-ACK-LOADED-COUNT         PIC 9(07).
000390     05  HL-ACK-LOADED-HASH          PIC S9(13)V99.
000400     05  HL-ACK-LOAD-DATE            PIC 9(08).
000410     05  HL-ACK-LOAD-TIME            PIC 9(08).
000420     05  HL-ACK-REASON               PIC X(17).
