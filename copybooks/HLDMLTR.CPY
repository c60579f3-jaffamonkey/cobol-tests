000100****************************************************************
000110* HLDMLTR.CPY
000120* PRINT LINE LAYOUT FOR THE HELLODM DORMANCY NOTICE LETTERS.
000130* 133-BYTE RECORDS - BYTE 1 IS THE ASA CARRIAGE CONTROL
000140* CHARACTER, THE REMAINING 132 BYTES ARE PRINT POSITIONS.  ONE
000150* LETTER PER PAGE, TEXT SET IN FROM THE LEFT MARGIN FOR THE
000160* WINDOW ENVELOPE.
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-15 JLB   INITIAL VERSION.
000210****************************************************************
000220 01  HL-DML-LINE.
000230     05  HL-DML-CTL                  PIC X(01).
000240     05  FILLER                      PIC X(09).
000250     05  HL-DML-TEXT                 PIC X(72).
000260     05  FILLER                      PIC X(51).
