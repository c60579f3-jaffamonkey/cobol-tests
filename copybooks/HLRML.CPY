000100****************************************************************
000110* HLRML.CPY
000120* RETURNED-MAIL RECORD LAYOUT, INBOUND FROM THE MAIL HOUSE AND
000130* READ BY HELLORM.  ONE RECORD PER PIECE OF MAIL THE POST
000140* OFFICE SENT BACK UNDELIVERED - THE ACCOUNT NUMBER PRINTED
000150* ON THE PIECE, THE RETURN REASON, AND THE DATE THE PIECE
000160* CAME BACK.  RETURN REASONS:
000170*   MV = MOVED, NO FORWARDING ADDRESS
000180*   UN = UNKNOWN AT THIS ADDRESS
000190*   IA = INSUFFICIENT OR INCORRECT ADDRESS
000200*   RF = REFUSED BY THE ADDRESSEE
000210*   OT = ANY OTHER REASON THE MAIL HOUSE RECORDS
000220* THIS LAYOUT IS A PUBLISHED INTERFACE - DO NOT REORDER OR
000230* RESIZE AN EXISTING FIELD; ADD NEW FIELDS ONLY BY TAKING
000240* BYTES FROM THE TRAILING FILLER.
000250*----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270* DATE       INIT  DESCRIPTION
000280* 2026-10-15 JLB   INITIAL VERSION.
000290****************************************************************
000300 01  HL-RETMAIL-RECORD.
000310     05  HL-RML-ACCT-NO              PIC X(07).
000320     05  HL-RML-REASON               PIC X(02).
000330         88  HL-RML-REASON-VALID     VALUE 'MV' 'UN' 'IA'
000340                                           'RF' 'OT'.
000350     05  HL-RML-RETURN-DATE          PIC X(08).
000360     05  FILLER                      PIC X(63).
