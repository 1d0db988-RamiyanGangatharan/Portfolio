000100*****************************************************************
000200*                                                                *
000300*    RTNIREC  --  RETURNED ITEM RECORD LAYOUT                    *
000400*                                                                *
000500*    ONE RECORD PER EXTRACT TRANSACTION A2POST RETURNED UNPAID   *
000600*    INSTEAD OF POSTING, FOR RETURN TO THE ORIGINATING SOURCE    *
000700*    SYSTEM.  CARRIES THE EXTRACT KEY AND THE ITEM AS IT CAME    *
000800*    IN, THE BALANCE AVAILABLE TO IT AT THE TIME (CLOSING        *
000900*    BALANCE PLUS AUTHORIZED OVERDRAFT LIMIT) AND THE REASON:    *
001000*                                                                *
001100*      01 - INSUFFICIENT FUNDS.  THE DEBIT WOULD HAVE TAKEN THE  *
001200*           CLOSING BALANCE BELOW MINUS THE OVERDRAFT LIMIT.     *
001300*      02 - TRANSFER DEBIT LEG RETURNED.  THE CREDIT LEG OF A    *
001400*           TRANSFER WHOSE DEBIT LEG WAS RETURNED GOES BACK      *
001500*           WITH IT, SO THE PAIR NEVER POSTS HALF WAY.           *
001600*                                                                *
001700*    MOD LOG                                                     *
001800*    ----------  ----  -------------------------------------     *
001900*    2026-10-06   RG   INITIAL LAYOUT.                           *
002000*                                                                *
002100*****************************************************************
002200 01  RETURNED-ITEM-RECORD.
002300     05  RTN-EXTRACT-KEY.
002400         10  RTN-ACCOUNT-NUMBER      PIC 9(07).
002500         10  RTN-SEQUENCE-NUMBER     PIC 9(09).
002600     05  RTN-TRANSACTION-DATE        PIC 9(08).
002700     05  RTN-TRANSACTION-CODE        PIC 9(02).
002710         88  RTN-TRANSFER-DEBIT-LEG          VALUE 91.
002720         88  RTN-TRANSFER-CREDIT-LEG         VALUE 92.
002800     05  RTN-TRANSACTION-AMOUNT      PIC S9(9)V99
002900                                     SIGN IS TRAILING
003000                                     SEPARATE CHARACTER.
003100     05  RTN-BALANCE-AVAILABLE       PIC S9(11)V99
003200                                     SIGN IS TRAILING
003300                                     SEPARATE CHARACTER.
003400     05  RTN-OVERDRAFT-LIMIT         PIC 9(7)V99.
003500     05  RTN-RETURN-DATE             PIC 9(08).
003600     05  RTN-REASON-CODE             PIC 9(02).
003700         88  RTN-INSUFFICIENT-FUNDS          VALUE 01.
003800         88  RTN-TRANSFER-DEBIT-RETURNED     VALUE 02.
003900     05  RTN-REASON-TEXT             PIC X(30).
004000     05  FILLER                      PIC X(19).
