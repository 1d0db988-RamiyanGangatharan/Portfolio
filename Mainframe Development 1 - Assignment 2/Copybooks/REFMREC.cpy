001190*                      THE A2DORMNT SWEEP THROUGH ORDINARY       *
001191*                      MAINTENANCE CARDS; THE EXTRACT EDITS      *
001192*                      HOLD DEBITS AGAINST IT.                   *
001193*    2026-10-06   RG   ADDED THE AUTHORIZED OVERDRAFT LIMIT -    *
001194*                      A2POST RETURNS A DEBIT THAT WOULD TAKE    *
001195*                      THE CLOSING BALANCE BELOW MINUS THE       *
001196*                      LIMIT.  ZERO MEANS NO OVERDRAFT.  RECORD  *
001197*                      GREW 28 TO 37 BYTES.                      *
001200*                                                                *
001300*****************************************************************
001400 01  REFERENCE-RECORD.
001735         88  REF-TYPE-DORMANT                VALUE 'D'.
001740         88  REF-TYPE-VALID                  VALUES 'O' 'C' 'F'
001750                                                    'D'.
001850     05  REF-OVERDRAFT-LIMIT         PIC 9(7)V99.
