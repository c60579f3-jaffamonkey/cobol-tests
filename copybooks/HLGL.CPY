000240* DEBIT AND CREDIT TOTALS, WHICH MUST BE EQUAL.  THIS LAYOUT
000250* IS A PUBLISHED INTERFACE - DO NOT REORDER OR RESIZE AN
000260* EXISTING FIELD; ADD NEW FIELDS ONLY BY TAKING BYTES FROM
000270* THE TRAILING FILLER.  HELLOGR READS THE FILES STILL ON HAND
000280* BACK AT MONTH-END TO LIST THOSE FINANCE DID NOT POST AS
000290* RECONCILING ITEMS ON THE GL CONTROL-ACCOUNT RECONCILIATION.
000300*----------------------------------------------------------------
000310* MODIFICATION HISTORY
000320* DATE       INIT  DESCRIPTION
000330* 2026-09-02 JLB   INITIAL VERSION.
000340* 2026-10-15 JLB   NOTED HELLOGR AS A READER.  WHOLE MEMBER
000350*                  RENUMBERED.
000360****************************************************************
000370 01  HL-GL-RECORD.
000380     05  HL-GL-POSTING-DATE          PIC 9(08).
000390     05  HL-GL-SOURCE-JOB            PIC X(08).
000400     05  HL-GL-TRAN-TYPE             PIC X(01).
000410         88  HL-GL-TYPE-BAL-ADJ      VALUE 'B'.
000420         88  HL-GL-TYPE-CLOSE        VALUE 'C'.
000430         88  HL-GL-TYPE-PURGE        VALUE 'P'.
000440     05  HL-GL-STATUS-CODE           PIC X(01).
000450     05  HL-GL-DR-CR                 PIC X(02).
000460         88  HL-GL-DEBIT             VALUE 'DR'.
000470         88  HL-GL-CREDIT            VALUE 'CR'.
000480     05  HL-GL-ACCOUNT               PIC X(08).
000490     05  HL-GL-AMOUNT                PIC S9(11)V99.
000500     05  FILLER                      PIC X(39).
000510
000520 01  HL-GL-TRAILER.
000530     05  HL-GL-TRL-ID                PIC X(08).
000540         88  HL-GL-TRL-PRESENT       VALUE '99999999'.
000550     05  HL-GL-TRL-POSTING-DATE      PIC 9(08).
000560     05  HL-GL-TRL-RECORD-COUNT      PIC 9(07).
000570     05  HL-GL-TRL-DEBIT-TOTAL       PIC S9(13)V99.
000580     05  HL-GL-TRL-CREDIT-TOTAL      PIC S9(13)V99.
000590     05  FILLER                      PIC X(27).
