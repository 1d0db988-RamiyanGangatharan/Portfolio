002640*                    SECTION FILLER IS GONE - A VALUE THERE      *
002650*                    NEVER PRINTS AND ONLY INVITES THE ORIGINAL  *
002660*                    BUG BACK.                                   *
002670*  2026-10-06   RG   REFERENCE RECORD GREW 28 TO 37 BYTES FOR    *
002680*                    THE AUTHORIZED OVERDRAFT LIMIT.             *
002700*                                                                *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
007500     COPY BALREC.
007600*
007700 FD  REFERENCE-FILE
007800     RECORD CONTAINS 37 CHARACTERS.
007900*
008000     COPY REFMREC.
008100*
