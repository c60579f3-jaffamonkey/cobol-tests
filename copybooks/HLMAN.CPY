000100****************************************************************
000110* HLMAN.CPY
000120* HANDOFF TRANSMISSION MANIFEST RECORD LAYOUT.  ONE ENTRY PER
000130* OUTBOUND HANDOFF FILE PER CYCLE DATE ON THE KEYED MANIFEST
000140* (MANIFEST), KEYED BY HANDOFF FILE ID AND CYCLE DATE.
000150* WRITTEN BY HELLOMF WHEN THE PROVEN FILE IS HANDED OFF -
000160* DATASET NAME, RECEIVER, THE RECORD COUNT AND HASH TOTAL
000170* TAKEN FROM THE FILE'S OWN CONTROL TRAILER, THE SEND TIME,
000180* AND THE BUSINESS DAY BY WHICH THE RECEIVER MUST ACKNOWLEDGE
000190* IT.  HELLOAK RECORDS THE RECEIVER'S ACKNOWLEDGMENT (HLACK.CPY)
000200* ON THE ENTRY; HELLOGT READS IT TO HOLD THE NEXT CYCLE'S
000210* HANDOFF WHILE A PRIOR ONE IS UNACKNOWLEDGED.  HANDOFF FILE
000220* IDS AND THE TRAILER FIELDS THEY CARRY:
000230*   EXTRACT = FULL EXTRACT (HLEXT.CPY) - COUNT, BALANCE HASH
000240*   DELTA   = DELTA EXTRACT (HLDLT.CPY) - COUNT, BALANCE HASH
000250*   TMGL    = HELLOTM GL INTERFACE (HLGL.CPY) - COUNT, DEBITS
000260*   APGL    = HELLOAP GL INTERFACE (HLGL.CPY) - COUNT, DEBITS
000270* ACKNOWLEDGMENT STATUS:
000280*   U = SENT, NOT YET ACKNOWLEDGED
000290*   A = ACKNOWLEDGED, LOADED COUNT AND HASH AGREE
000300*   M = ACKNOWLEDGED WITH DIFFERENT TOTALS
000310*   R = REJECTED BY THE RECEIVER'S LOADER
000320*   X = CLOSED BY A SUPERVISOR (HELLOAXJ) - THE HANDOFF WILL
000330*       NEVER BE LOADED OR RESENT; HL-MAN-CLOSED-BY NAMES THE
000340*       SIGNED-ON SUPERVISOR
000350* A AND X ARE CLEARED - NEITHER HOLDS THE HELLOGT START GATE.
000360* A FILE HANDED OFF AGAIN FOR THE SAME CYCLE DATE REPLACES ITS
000370* ENTRY, ADDS TO THE SEND COUNT AND RETURNS TO STATUS U.
000380*----------------------------------------------------------------
000390* MODIFICATION HISTORY
000400* DATE       INIT  DESCRIPTION
000410* 2026-10-15 JLB   INITIAL VERSION.
000420* 2026-10-15 JLB   ADDED ACK STATUS X (CLOSED BY A SUPERVISOR)
000430*                  AND HL-MAN-CLOSED-BY.  RECORD NOW 190 BYTES.
000440*                  WHOLE MEMBER RENUMBERED.
000450****************************************************************
000460 01  HL-MANIFEST-RECORD.
000470     05  HL-MAN-KEY.
000480         10  HL-MAN-FILE-ID          PIC X(08).
000490         10  HL-MAN-CYCLE-DATE       PIC 9(08).
000500     05  HL-MAN-DSNAME               PIC X(44).
000510     05  HL-MAN-RECEIVER             PIC X(08).
000520     05  HL-MAN-FILE-TYPE            PIC X(01).
000530         88  HL-MAN-TYPE-EXTRACT     VALUE 'E'.
000540         88  HL-MAN-TYPE-DELTA       VALUE 'D'.
000550         88  HL-MAN-TYPE-GL          VALUE 'G'.
000560     05  HL-MAN-RECORD-COUNT         PIC 9(07).
000570     05  HL-MAN-HASH-TOTAL           PIC S9(13)V99.
000580     05  HL-MAN-SEND-DATE            PIC 9(08).
000590     05  HL-MAN-SEND-TIME            PIC 9(08).
000600     05  HL-MAN-SEND-COUNT           PIC 9(03).
000610     05  HL-MAN-ACK-DUE-DATE         PIC 9(08).
000620     05  HL-MAN-ACK-STATUS           PIC X(01).
000630         88  HL-MAN-UNACKNOWLEDGED   VALUE 'U'.
000640         88  HL-MAN-ACKNOWLEDGED     VALUE 'A'.
000650         88  HL-MAN-ACK-MISMATCH     VALUE 'M'.
000660         88  HL-MAN-ACK-REJECTED     VALUE 'R'.
000670         88  HL-MAN-ACK-CLOSED       VALUE 'X'.
000680         88  HL-MAN-ACK-CLEARED      VALUES 'A' 'X'.
000690     05  HL-MAN-ACK-DATE             PIC 9(08).
000700     05  HL-MAN-ACK-TIME             PIC 9(08).
000710     05  HL-MAN-ACK-COUNT            PIC 9(07).
000720     05  HL-MAN-ACK-HASH             PIC S9(13)V99.
000730     05  HL-MAN-ACK-REASON           PIC X(17).
000740     05  HL-MAN-CLOSED-BY            PIC X(08).
000750     05  FILLER                      PIC X(08).
