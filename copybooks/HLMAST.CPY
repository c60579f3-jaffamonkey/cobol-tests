000150* MODIFICATION HISTORY
000160* DATE       INIT  DESCRIPTION
000170* 2026-08-09 JLB   INITIAL VERSION - HELLO INDEXED MASTER READ.
000180* 2026-09-02 JLB   ADDED THE CUSTOMER NUMBER (TAKEN FROM THE
000190*                  TRAILING FILLER) LINKING THE ACCOUNTS ONE
000200*                  REAL CUSTOMER HOLDS.  MAINTAINED BY THE
000210*                  HELLOTM L-TYPE TRANSACTION; ZERO OR SPACES
000220*                  (PRE-CHANGE RECORDS) MEANS UNLINKED.  THE
000230*                  HELLOCP COMBINED-POSITION INQUIRY READS IT.
000240* 2026-10-15 JLB   ADDED THE LAST-ACTIVITY DATE (TAKEN FROM THE
000250*                  TRAILING FILLER), STAMPED BY EVERY HELLOTM
000260*                  POSTING EXCEPT SYSTEM-GENERATED BATCHES.
000270*                  NON-NUMERIC OR ZERO (PRE-CHANGE RECORDS)
000280*                  MEANS NONE RECORDED; HELLODM THEN FALLS BACK
000290*                  TO THE EFFECTIVE DATE.
000300* 2026-10-15 JLB   ADDED THE BAD-ADDRESS FLAG AND RETURNED-MAIL
000310*                  COUNT (TAKEN FROM THE TRAILING FILLER), SET
000320*                  BY THE HELLORM RETURNED-MAIL RUN AND CLEARED
000330*                  BY A HELLOTM N-TYPE ADDRESS CHANGE.  HELLOST
000340*                  PRINTS NO STATEMENT FOR A FLAGGED ACCOUNT.
000350*                  SPACES (PRE-CHANGE RECORDS) MEAN NOT FLAGGED
000360*                  AND NO RETURNS.  WHOLE MEMBER RENUMBERED.
000370****************************************************************
000380 01  HL-MASTER-RECORD.
000390     05  HL-MAST-KEY.
000400         10  HL-MAST-ACCT-NO         PIC 9(07).
000410     05  HL-MAST-NAME                PIC X(30).
000420     05  HL-MAST-ADDRESS             PIC X(30).
000430     05  HL-MAST-EFF-DATE.
000440         10  HL-MAST-EFF-YYYY        PIC 9(04).
000450         10  HL-MAST-EFF-MM          PIC 9(02).
000460         10  HL-MAST-EFF-DD          PIC 9(02).
000470     05  HL-MAST-BALANCE             PIC S9(09)V99 COMP-3.
000480     05  HL-MAST-STATUS-CODE         PIC X(01).
000490         88  HL-MAST-ACTIVE          VALUE 'A'.
000500         88  HL-MAST-INACTIVE        VALUE 'I'.
000510         88  HL-MAST-CLOSED          VALUE 'C'.
000520     05  HL-MAST-CUST-NO             PIC 9(07).
000530     05  HL-MAST-LAST-ACT-DATE       PIC 9(08) COMP-3.
000540     05  HL-MAST-ADDR-FLAG           PIC X(01).
000550         88  HL-MAST-BAD-ADDRESS     VALUE 'Y'.
000560     05  HL-MAST-RETURN-COUNT        PIC 9(03) COMP-3.
