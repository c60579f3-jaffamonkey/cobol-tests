000110* HLJRN.CPY
000120* MASTER-FILE RECOVERY JOURNAL RECORD LAYOUT.  EVERY PROGRAM
000130* THAT UPDATES THE CUSTOMER MASTER IN PLACE (HELLOTM, HELLOSC,
000140* HELLORP, HELLOAP, HELLOAR, HELLORM) APPENDS ONE ENTRY PER
000150* WRITE, REWRITE, OR DELETE, CARRYING THE JOB NAME, A
000160* TIMESTAMP, THE ACTION, AND THE FULL BEFORE AND AFTER
000170* RECORD IMAGES.  THE HELLORB FORWARD-RECOVERY RUN REAPPLIES
000180* THE JOURNAL TO A RESTORED BACKUP COPY OF THE MASTER AFTER A
000190* CLUSTER FAILURE.  A WRITE CARRIES SPACES IN THE BEFORE
000200* IMAGE; A DELETE CARRIES SPACES IN THE AFTER IMAGE.
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230* DATE       INIT  DESCRIPTION
000240* 2026-09-02 JLB   INITIAL VERSION.
000250* 2026-09-02 JLB   HELLOAR REINSTATEMENT WRITES NOW JOURNAL
000260*                  HERE TOO.
000270* 2026-10-15 JLB   HELLORM RETURNED-MAIL REWRITES JOURNAL HERE
000280*                  TOO.  WHOLE MEMBER RENUMBERED.
000290****************************************************************
000300 01  HL-JOURNAL-RECORD.
000310     05  HL-JRN-JOB-NAME             PIC X(08).
000320     05  HL-JRN-DATE                 PIC 9(08).
000330     05  HL-JRN-TIME                 PIC 9(08).
000340     05  HL-JRN-ACTION               PIC X(01).
000350         88  HL-JRN-ACTION-WRITE     VALUE 'W'.
000360         88  HL-JRN-ACTION-REWRITE   VALUE 'R'.
000370         88  HL-JRN-ACTION-DELETE    VALUE 'D'.
000380     05  HL-JRN-BEFORE-IMAGE         PIC X(97).
000390     05  HL-JRN-AFTER-IMAGE          PIC X(97).
