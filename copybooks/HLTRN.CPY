000200* TRAILER (EXPECTED TRANSACTION COUNT AND AMOUNT HASH OF
000210* HL-TRAN-AMOUNT).  HELLOTM PROVES EACH BATCH AGAINST ITS
000220* TRAILER BEFORE APPLYING ANY OF IT.
000230* BATCH NUMBERS 60000-99999 ARE RESERVED FOR THE PROGRAMS THAT
000240* GENERATE TRANSACTIONS - 60000 HELLODM, 70000 HELLOMM, 80000
000250* HELLOAQ, 90000 HELLOIA - AND EACH NAMES ITSELF IN
000260* HL-TRAN-BH-SOURCE.  A DATA-ENTRY BATCH LEAVES IT SPACES.
000270* HELLOTM REJECTS WHOLE A BATCH IN A RESERVED SERIES THAT DOES
000280* NOT CARRY THAT SERIES' PROGRAM.
000290*----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310* DATE       INIT  DESCRIPTION
000320* 2026-08-22 JLB   INITIAL VERSION.
000330* 2026-09-02 JLB   ADDED THE H-TYPE BATCH HEADER AND T-TYPE
000340*                  BATCH TRAILER LAYOUTS SO HELLOTM CAN PROVE
000350*                  EACH DATA-ENTRY BATCH WHOLE BEFORE APPLYING
000360*                  IT.  THE DETAIL LAYOUT IS UNCHANGED.
000370* 2026-09-02 JLB   ADDED THE L-TYPE CUSTOMER LINK/UNLINK CODE
000380*                  AND THE CUSTOMER NUMBER (TAKEN FROM THE
000390*                  TRAILING FILLER) IT CARRIES - ZERO UNLINKS.
000400* 2026-10-15 JLB   DOCUMENTED THAT S, C, N AND L TRANSACTIONS
000410*                  APPLY NO AMOUNT.  HELLOMM CARRIES THE
000420*                  ACCOUNT'S BALANCE AT SELECTION IN
000430*                  HL-TRAN-AMOUNT SO ITS BATCH HASHES PROVE BACK
000440*                  TO THE PREVIEW.  WHOLE MEMBER RENUMBERED.
000450* 2026-10-15 JLB   ADDED HL-TRAN-BH-SOURCE TO THE BATCH HEADER,
000460*                  TAKEN FROM FILLER.  WHOLE MEMBER RENUMBERED.
000470****************************************************************
000480 01  HL-TRAN-RECORD.
000490     05  HL-TRAN-CODE                PIC X(01).
000500         88  HL-TRAN-NEW-ACCOUNT     VALUE 'A'.
000510         88  HL-TRAN-NAME-ADDR-CHG   VALUE 'N'.
000520         88  HL-TRAN-BAL-ADJUSTMENT  VALUE 'B'.
000530         88  HL-TRAN-STATUS-CHANGE   VALUE 'S'.
000540         88  HL-TRAN-ACCOUNT-CLOSE   VALUE 'C'.
000550         88  HL-TRAN-BATCH-HDR       VALUE 'H'.
000560         88  HL-TRAN-BATCH-TRL       VALUE 'T'.
000570         88  HL-TRAN-CUST-LINK       VALUE 'L'.
000580     05  HL-TRAN-ACCT-NO             PIC 9(07).
000590     05  HL-TRAN-NAME                PIC X(30).
000600     05  HL-TRAN-ADDRESS             PIC X(30).
000610     05  HL-TRAN-EFF-DATE.
000620         10  HL-TRAN-EFF-YYYY        PIC 9(04).
000630         10  HL-TRAN-EFF-MM          PIC 9(02).
000640         10  HL-TRAN-EFF-DD          PIC 9(02).
000650*    APPLIED FOR B ONLY.  S, C, N AND L IGNORE IT EXCEPT IN THE
000660*    TRAILER HASH - HELLOMM FILLS IT WITH THE BALANCE AT SELECTION
000670     05  HL-TRAN-AMOUNT              PIC S9(09)V99.
000680     05  HL-TRAN-STATUS-CODE         PIC X(01).
000690     05  HL-TRAN-CUST-NO             PIC 9(07).
000700     05  FILLER                      PIC X(05).
000710
000720 01  HL-TRAN-BATCH-HEADER.
000730     05  HL-TRAN-BH-CODE             PIC X(01).
000740     05  HL-TRAN-BH-BATCH-NO         PIC 9(05).
000750     05  HL-TRAN-BH-BATCH-DATE       PIC 9(08).
000760     05  HL-TRAN-BH-SOURCE           PIC X(08).
000770     05  FILLER                      PIC X(78).
000780
000790 01  HL-TRAN-BATCH-TRAILER.
000800     05  HL-TRAN-BT-CODE             PIC X(01).
000810     05  HL-TRAN-BT-BATCH-NO         PIC 9(05).
000820     05  HL-TRAN-BT-TRAN-COUNT       PIC 9(05).
000830     05  HL-TRAN-BT-AMOUNT-HASH      PIC S9(13)V99.
000840     05  FILLER                      PIC X(74).
