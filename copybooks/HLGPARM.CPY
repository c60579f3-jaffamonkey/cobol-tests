000170*       JOB NOT YET COMPLETED), OTHERWISE MARK THE JOB STARTED
000180*   C = COMPLETE - MARK THE JOB COMPLETED FOR THE CYCLE DATE
000190*   O = OPERATOR OVERRIDE - AUTHORIZE A RERUN OF A COMPLETED
000200*       JOB, OR A START ON A CYCLE DATE THE BUSINESS CALENDAR
000201*       SAYS IS NOT A PROCESSING DAY.  THE OPERATOR SIGNS ON
000202*       THROUGH HELLOSO AT SUPERVISOR LEVEL; AN OPERATOR ID
000203*       KEYED HERE MUST BE THE SIGNED-ON ONE
000210* A CYCLE DATE OF SPACES OR ZERO MEANS THE CURRENT DATE.  UP
000220* TO FOUR PREREQUISITE JOB NAMES; SPACES MEANS NO FURTHER
000230* PREREQUISITES.  THE DAY RULE (COLUMN 58) IS SPACE OR B FOR A
000231* JOB THAT RUNS ONLY ON BUSINESS DAYS, A FOR A JOB SCHEDULED ON
000232* ANY CALENDAR DAY.
000233* THE HOLD FILE ID (COLUMNS 59-66) NAMES THE JOB'S OUTBOUND
000234* HANDOFF ON THE TRANSMISSION MANIFEST (HLMAN.CPY).  WHEN KEYED,
000235* THE START GATE REFUSES THE RUN WHILE ANY EARLIER CYCLE OF THAT
000236* HANDOFF IS NOT ACKNOWLEDGED, UNLESS THE OVERRIDE IS SET.
000240*----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260* DATE       INIT  DESCRIPTION
000270* 2026-09-02 JLB   INITIAL VERSION.
000271* 2026-10-15 JLB   ADDED THE DAY RULE FOR THE BUSINESS CALENDAR
000272*                  CHECK ON THE START GATE.
000273* 2026-10-15 JLB   OPERATOR ID NO LONGER REQUIRED FOR FUNCTION O -
000274*                  THE OVERRIDE TAKES THE SIGNED-ON OPERATOR.
000275* 2026-10-15 JLB   ADDED THE HOLD FILE ID FOR THE HANDOFF
000276*                  ACKNOWLEDGMENT HOLD ON THE START GATE.
000280****************************************************************
000290 01  HL-GPARM-RECORD.
000300     05  HL-GPARM-FUNCTION           PIC X(01).
000370         10  HL-GPARM-PREREQ         OCCURS 4 TIMES
000380                                     PIC X(08).
000390     05  HL-GPARM-OPERATOR-ID        PIC X(08).
000391     05  HL-GPARM-DAY-RULE           PIC X(01).
000392         88  HL-GPARM-BUSINESS-DAYS  VALUES SPACE 'B'.
000393         88  HL-GPARM-ANY-DAY        VALUE 'A'.
000394     05  HL-GPARM-HOLD-FILE-ID       PIC X(08).
000400     05  FILLER                      PIC X(14).
