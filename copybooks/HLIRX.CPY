000100****************************************************************
000110* HLIRX.CPY
000120* REFERENTIAL-INTEGRITY EXCEPTION RECORD LAYOUT.  THE WEEKLY
000130* HELLOIR AUDIT WRITES ONE ENTRY PER EXCEPTION IT FINDS
000140* BETWEEN THE CUSTOMER MASTER, THE PURGE ARCHIVE, THE
000150* PENDING-RELEASE QUEUE, THE TWO SUSPENSE FILES AND THE
000160* DUPLICATE-ACCOUNT WORKLIST, CARRYING THE RULE BROKEN, ITS
000170* SEVERITY, THE FILE THE EXCEPTION WAS FOUND ON, AND WHAT THE
000180* MASTER AND ARCHIVE HOLD FOR THE ACCOUNT.  A SPACE STATUS
000190* MEANS THE ACCOUNT IS NOT ON THAT FILE.  RULES:
000200*   I01 S = ON MASTER AND ARCHIVE WITH CONFLICTING STATUS
000210*   I02 W = CLOSED ON BOTH MASTER AND ARCHIVE
000220*   P01 S = PENDING RECORD FOR A CLOSED ACCOUNT
000230*   P02 S = PENDING RECORD FOR A PURGED ACCOUNT
000240*   S01 W = SUSPENSE ITEM FOR AN ACCOUNT NOT ON THE MASTER
000250*   T01 W = SUSPENDED TRANSACTION, ACCOUNT NOT ON THE MASTER
000260*   W01 W = WORKLIST ENTRY FOR AN ACCOUNT NOT ON THE MASTER
000270*   C01 W = CUSTOMER NUMBER WHOSE LINKED ACCOUNTS ARE ALL
000280*           CLOSED (ONE ENTRY PER LINKED ACCOUNT)
000290* SEVERITY S (SERIOUS) HOLDS THE HELLOAP MONTH-END PURGE;
000300* W (WARNING) IS FOR THE CLERKS TO CLEAR.  THE FILE ENDS IN
000310* ITS OWN CONTROL TRAILER (ALL NINES IN THE ACCOUNT POSITION)
000320* CARRYING THE RUN DATE AND THE RECORD, SERIOUS AND WARNING
000330* COUNTS.
000340*----------------------------------------------------------------
000350* MODIFICATION HISTORY
000360* DATE       INIT  DESCRIPTION
000370* 2026-10-15 JLB   INITIAL VERSION.
000380****************************************************************
000390 01  HL-INTEGRITY-EXCEPTION.
000400     05  HL-IRX-ACCT-NO              PIC 9(07).
000410     05  HL-IRX-RULE                 PIC X(03).
000420     05  HL-IRX-SEVERITY             PIC X(01).
000430         88  HL-IRX-SERIOUS          VALUE 'S'.
000440         88  HL-IRX-WARNING          VALUE 'W'.
000450     05  HL-IRX-SOURCE-FILE          PIC X(08).
000460     05  HL-IRX-RUN-DATE             PIC 9(08).
000470     05  HL-IRX-CUST-NO              PIC 9(07).
000480     05  HL-IRX-MAST-STATUS          PIC X(01).
000490     05  HL-IRX-ARC-STATUS           PIC X(01).
000500     05  HL-IRX-PURGE-DATE           PIC 9(08).
000510     05  HL-IRX-NAME                 PIC X(30).
000520     05  FILLER                      PIC X(06).
000530
000540 01  HL-INTEGRITY-TRAILER.
000550     05  HL-IRX-TRL-ID               PIC X(07).
000560         88  HL-IRX-TRL-PRESENT      VALUE '9999999'.
000570     05  HL-IRX-TRL-RUN-DATE         PIC 9(08).
000580     05  HL-IRX-TRL-RECORD-COUNT     PIC 9(07).
000590     05  HL-IRX-TRL-SERIOUS-COUNT    PIC 9(07).
000600     05  HL-IRX-TRL-WARNING-COUNT    PIC 9(07).
000610     05  FILLER                      PIC X(44).
