000100*****************************************************************
000200*                                                                *
000300*    DSPQREC  --  DISPUTE CASE REQUEST CARD LAYOUT               *
000400*                                                                *
000500*    ONE 80 BYTE CARD PER ACTION AGAINST THE DISPUTE CASE        *
000600*    MASTER (SEE DSPCREC).  THE ITEM IS NAMED BY ITS ACCOUNT     *
000700*    NUMBER, EXTRACT SEQUENCE NUMBER AND TRANSACTION DATE, AS    *
000800*    SHOWN BY A2INQ OR A2POSINQ:                                 *
000900*                                                                *
001000*      O - OPEN A CASE.  THE REASON CODE IS REQUIRED.  A BLANK   *
001100*          AMOUNT DISPUTES THE WHOLE ITEM; A KEYED AMOUNT (NINE  *
001200*          DIGITS, TWO IMPLIED DECIMALS) DISPUTES PART OF IT.    *
001300*          THE AMOUNT IS CREDITED PROVISIONALLY.                 *
001400*      F - RESOLVE IN THE CUSTOMER'S FAVOUR - THE PROVISIONAL    *
001500*          CREDIT BECOMES FINAL.                                 *
001600*      R - RESOLVE AGAINST THE CUSTOMER - THE PROVISIONAL        *
001700*          CREDIT IS REVERSED.                                   *
001800*                                                                *
001900*    MOD LOG                                                     *
002000*    ----------  ----  -------------------------------------     *
002100*    2026-10-12   RG   INITIAL LAYOUT.                           *
002200*                                                                *
002300*****************************************************************
002400 01  DISPUTE-REQUEST-RECORD.
002500     05  DRQ-ACTION-CODE             PIC X(01).
002600         88  DRQ-ACTION-OPEN                 VALUE 'O'.
002700         88  DRQ-ACTION-FINAL                VALUE 'F'.
002800         88  DRQ-ACTION-REVERSE              VALUE 'R'.
002900         88  DRQ-ACTION-VALID                VALUES 'O' 'F' 'R'.
003000     05  DRQ-ACCOUNT-NUMBER          PIC 9(07).
003100     05  DRQ-SEQUENCE-NUMBER         PIC 9(09).
003200     05  DRQ-TRANSACTION-DATE        PIC 9(08).
003300     05  DRQ-REASON-CODE             PIC X(02).
003400     05  DRQ-DISPUTED-AMOUNT-X       PIC X(11).
003500     05  DRQ-DISPUTED-AMOUNT REDEFINES DRQ-DISPUTED-AMOUNT-X
003600                                     PIC 9(9)V99.
003700     05  FILLER                      PIC X(42).
