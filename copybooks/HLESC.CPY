000100****************************************************************
000110* HLESC.CPY
000120* UNCLAIMED-PROPERTY (ESCHEAT) REMITTANCE FILE WRITTEN BY THE
000130* HELLODM DORMANCY RUN IN THE ANNUAL FILING MONTH.  ONE D-TYPE
000140* DETAIL RECORD PER DORMANT BALANCE BEING REMITTED, IN ACCOUNT
000150* SEQUENCE, ENDING IN ONE T-TYPE TRAILER CARRYING THE HOLDER
000160* IDENTIFICATION, THE DETAIL COUNT AND THE AMOUNT TOTAL.  A
000170* FILE WITH A TRAILER ONLY IS A NIL REPORT.  AMOUNTS ARE ZONED
000180* DISPLAY SO THE FILE CAN BE HANDED OFF AS IS.
000190*----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210* DATE       INIT  DESCRIPTION
000220* 2026-10-15 JLB   INITIAL VERSION.
000230****************************************************************
000240 01  HL-ESC-DETAIL-RECORD.
000250     05  HL-ESC-REC-TYPE             PIC X(01).
000260         88  HL-ESC-DETAIL           VALUE 'D'.
000270         88  HL-ESC-TRAILER          VALUE 'T'.
000280     05  HL-ESC-ACCT-NO              PIC 9(07).
000290     05  HL-ESC-NAME                 PIC X(30).
000300     05  HL-ESC-ADDRESS              PIC X(30).
000310     05  HL-ESC-LAST-ACT-DATE        PIC 9(08).
000320     05  HL-ESC-AMOUNT               PIC S9(09)V99.
000330     05  HL-ESC-STATUS-CODE          PIC X(01).
000340     05  HL-ESC-REPORT-YEAR          PIC 9(04).
000350     05  FILLER                      PIC X(08).
000360
000370 01  HL-ESC-TRAILER-RECORD.
000380     05  HL-ESC-TR-REC-TYPE          PIC X(01).
000390     05  HL-ESC-TR-HOLDER-ID         PIC X(10).
000400     05  HL-ESC-TR-REPORT-YEAR       PIC 9(04).
000410     05  HL-ESC-TR-ITEM-COUNT        PIC 9(07).
000420     05  HL-ESC-TR-AMOUNT-TOTAL      PIC S9(13)V99.
000430     05  FILLER                      PIC X(63).
