000100****************************************************************
000110* HLGLB.CPY
000120* GL CONTROL-ACCOUNT BALANCE FILE, INBOUND FROM FINANCE AT
000130* MONTH-END AND READ BY HELLOGR, THE GL RECONCILIATION.  TWO
000140* KINDS OF DETAIL RECORD, ANY ORDER:
000150*   B = THE CLOSING TRIAL-BALANCE FIGURE OF ONE GL ACCOUNT,
000160*       DEBIT POSITIVE - ONE EACH FOR 11000000 (CUSTOMER
000170*       BALANCES) AND 12000000 (CLOSED ACCOUNT BALANCES);
000180*       OTHER ACCOUNTS ARE IGNORED
000190*   L = ONE GL POSTING INTERFACE FILE (HLGL.CPY) FINANCE'S
000200*       LOADER TOOK IN THE PERIOD - SOURCE JOB, POSTING DATE
000210*       AND WHETHER IT WAS POSTED (P) OR REJECTED (R), WITH
000220*       THE LOADER'S COUNT, DEBIT TOTAL AND REJECT REASON
000230* THE FILE ENDS IN ITS OWN CONTROL TRAILER (ALL NINES IN THE
000240* FIRST EIGHT POSITIONS) CARRYING THE PERIOD-END DATE, THE
000250* DETAIL RECORD COUNT AND THE TOTAL OF THE B-RECORD BALANCES.
000260* THIS LAYOUT IS A PUBLISHED INTERFACE - DO NOT REORDER OR
000270* RESIZE AN EXISTING FIELD; ADD NEW FIELDS ONLY BY TAKING
000280* BYTES FROM THE TRAILING FILLER.
000290*----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310* DATE       INIT  DESCRIPTION
000320* 2026-10-15 JLB   INITIAL VERSION.
000330****************************************************************
000340 01  HL-GLB-RECORD.
000350     05  HL-GLB-REC-TYPE             PIC X(01).
000360         88  HL-GLB-BALANCE-REC      VALUE 'B'.
000370         88  HL-GLB-LOAD-REC         VALUE 'L'.
000380     05  HL-GLB-BALANCE-DATA.
000390         10  HL-GLB-ACCOUNT          PIC X(08).
000400         10  HL-GLB-BALANCE          PIC S9(13)V99.
000410         10  FILLER                  PIC X(56).
000420     05  HL-GLB-LOAD-DATA REDEFINES HL-GLB-BALANCE-DATA.
000430         10  HL-GLB-LD-SOURCE-JOB    PIC X(08).
000440         10  HL-GLB-LD-POSTING-DATE  PIC 9(08).
000450         10  HL-GLB-LD-STATUS        PIC X(01).
000460             88  HL-GLB-LD-POSTED    VALUE 'P'.
000470             88  HL-GLB-LD-REJECTED  VALUE 'R'.
000480         10  HL-GLB-LD-RECORD-COUNT  PIC 9(07).
000490         10  HL-GLB-LD-DEBIT-TOTAL   PIC S9(13)V99.
000500         10  HL-GLB-LD-REASON        PIC X(20).
000510         10  FILLER                  PIC X(20).
000520
000530 01  HL-GLB-TRAILER.
000540     05  HL-GLB-TRL-ID               PIC X(08).
000550         88  HL-GLB-TRL-PRESENT      VALUE '99999999'.
000560     05  HL-GLB-TRL-PERIOD-END       PIC 9(08).
000570     05  HL-GLB-TRL-RECORD-COUNT     PIC 9(07).
000580     05  HL-GLB-TRL-BALANCE-TOTAL    PIC S9(13)V99.
000590     05  FILLER                      PIC X(42).
