000100****************************************************************
000110* HLHST.CPY
000120* ACCOUNT POSTING HISTORY RECORD LAYOUT.  EVERY PROGRAM THAT
000130* CHANGES A CUSTOMER MASTER RECORD (HELLOTM, HELLOSC, HELLORP,
000140* HELLOAR, HELLOAP, HELLORM) APPENDS ONE ENTRY PER CHANGE,
000150* CARRYING THE TRANSACTION TYPE, THE SIGNED BALANCE MOVEMENT,
000160* THE BALANCE THE CHANGE LEFT ON THE MASTER, AND THE SOURCE
000170* JOB AND BATCH.
000180* INDEXED, KEYED BY ACCOUNT, POSTING DATE, AND A SEQUENCE
000190* NUMBER THAT STARTS AT 1 FOR AN ACCOUNT'S FIRST POSTING OF
000200* THE DAY, SO A START ON THE ACCOUNT AND A DATE READS ITS
000210* POSTINGS IN ORDER.  HELLOHQ LISTS AN ACCOUNT'S POSTINGS
000220* BETWEEN TWO DATES; HELLOHP PURGES ENTRIES PAST RETENTION.
000230* TRANSACTION TYPES:
000240*   A N B S C L = THE HELLOTM TRANSACTION CODE APPLIED
000250*   R = HELLORP RE-ENTERED A RELEASED PENDING RECORD
000260*   E = HELLOSC RE-ENTERED A CLERK-CORRECTED RECORD
000270*   D = HELLOSC MOVED THE RECORD OFF THIS ACCOUNT NUMBER
000280*   I = HELLOAR REINSTATED THE ACCOUNT FROM THE ARCHIVE
000290*   P = HELLOAP ARCHIVED AND PURGED THE ACCOUNT
000300*   M = HELLORM FLAGGED THE ADDRESS BAD ON RETURNED MAIL
000310* THE AMOUNT IS THE SIGNED CHANGE TO HL-MAST-BALANCE (THE
000320* OPENING BALANCE FOR A WRITE, THE BALANCE WRITTEN OFF -
000330* NEGATIVE - FOR A DELETE, ZERO WHEN ONLY OTHER FIELDS MOVED).
000340* ON AN N ENTRY, HL-HST-ADDR-CHANGE IS Y WHEN THE ADDRESS WAS
000350* REPLACED AND N FOR A NAME-ONLY CHANGE; IT IS SPACE ON EVERY
000360* OTHER ENTRY AND ON N ENTRIES WRITTEN BEFORE IT WAS ADDED,
000370* WHICH HELLORM TREATS AS AN ADDRESS CHANGE.
000380*----------------------------------------------------------------
000390* MODIFICATION HISTORY
000400* DATE       INIT  DESCRIPTION
000410* 2026-10-15 JLB   INITIAL VERSION.
000420* 2026-10-15 JLB   ADDED TRANSACTION TYPE M - HELLORM RETURNED
000430*                  MAIL.  WHOLE MEMBER RENUMBERED.
000440* 2026-10-15 JLB   ADDED HL-HST-ADDR-CHANGE FROM FILLER.  WHOLE
000450*                  MEMBER RENUMBERED.
000460****************************************************************
000470 01  HL-HISTORY-RECORD.
000480     05  HL-HST-KEY.
000490         10  HL-HST-ACCT-NO          PIC 9(07).
000500         10  HL-HST-POST-DATE        PIC 9(08).
000510         10  HL-HST-SEQ-NO           PIC 9(05).
000520     05  HL-HST-TRAN-TYPE            PIC X(01).
000530         88  HL-HST-NEW-ACCOUNT      VALUE 'A'.
000540         88  HL-HST-NAME-ADDR-CHG    VALUE 'N'.
000550         88  HL-HST-BAL-ADJUSTMENT   VALUE 'B'.
000560         88  HL-HST-STATUS-CHANGE    VALUE 'S'.
000570         88  HL-HST-ACCOUNT-CLOSE    VALUE 'C'.
000580         88  HL-HST-CUST-LINK        VALUE 'L'.
000590         88  HL-HST-RELEASED         VALUE 'R'.
000600         88  HL-HST-CORRECTED        VALUE 'E'.
000610         88  HL-HST-KEY-MOVED        VALUE 'D'.
000620         88  HL-HST-REINSTATED       VALUE 'I'.
000630         88  HL-HST-PURGED           VALUE 'P'.
000640         88  HL-HST-RETURNED-MAIL    VALUE 'M'.
000650     05  HL-HST-AMOUNT               PIC S9(09)V99 COMP-3.
000660     05  HL-HST-BALANCE              PIC S9(09)V99 COMP-3.
000670     05  HL-HST-STATUS-CODE          PIC X(01).
000680     05  HL-HST-SOURCE-JOB           PIC X(08).
000690     05  HL-HST-BATCH-NO             PIC 9(05).
000700     05  HL-HST-POST-TIME            PIC 9(08).
000710     05  HL-HST-ADDR-CHANGE          PIC X(01).
000720         88  HL-HST-ADDR-REPLACED    VALUE 'Y'.
000730         88  HL-HST-NAME-ONLY        VALUE 'N'.
000740     05  FILLER                      PIC X(24).
