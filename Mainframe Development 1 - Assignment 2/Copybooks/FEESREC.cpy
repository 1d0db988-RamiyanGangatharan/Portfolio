000100*****************************************************************
000200*                                                                *
000300*    FEESREC  --  MONTHLY FEE SCHEDULE RECORD LAYOUT             *
000400*                                                                *
000500*    ONE 80 BYTE RECORD PER ACCOUNT TYPE ON THE FEE SCHEDULE     *
000600*    FILE, LOADED BY THE MONTH-END FEE ASSESSMENT PROGRAM AT     *
000700*    INITIALIZATION.  ONLY ACCOUNT TYPES PRESENT ON THE FILE     *
000800*    ARE CHARGED - A TYPE LEFT OFF THE FILE PAYS NOTHING.        *
000900*                                                                *
000910*      ACCOUNT TYPE    REF-ACCOUNT-TYPE ON THE REFERENCE MASTER  *
000920*                      (SEE REFMREC) - O, C, F OR D.  ONLY OPEN  *
000930*                      ACCOUNTS ARE CHARGED; CLOSED, FROZEN AND  *
000940*                      DORMANT ACCOUNTS GO ON THE REGISTER AS NO *
000950*                      FEE, SINCE THE EXTRACT EDITS WOULD REJECT *
000960*                      OR SUSPEND THEIR FEES.                    *
001000*      FEE CODE        THE TRANSACTION CODE STAMPED ON THE       *
001100*                      GENERATED FEED RECORDS.  IT MUST ALSO BE  *
001200*                      DEFINED, ACTIVE, AS A FORCE-POST DEBIT    *
001300*                      CODE ON THE TRANSACTION CODE TABLE        *
001400*                      (CODEFILE) OR THE FEES WILL REJECT AT THE *
001500*                      EXTRACT EDITS OR RETURN UNPAID.           *
001600*      MONTHLY FEE     THE MAINTENANCE FEE.  ZERO MEANS THE TYPE *
001700*                      PAYS NO MAINTENANCE FEE.                  *
001800*      WAIVER BALANCE  THE FEE IS WAIVED WHEN THE ACCOUNT'S      *
001900*                      AVERAGE DAILY BALANCE FOR THE MONTH IS AT *
002000*                      OR OVER THIS AMOUNT.  ZERO MEANS THE FEE  *
002100*                      IS NEVER WAIVED.                          *
002200*      FREE ITEMS      ITEMS ON THE MONTH'S HISTORY CHARGED      *
002300*                      NOTHING.                                  *
002400*      ITEM CHARGE     CHARGE FOR EACH ITEM OVER THE FREE COUNT, *
002500*                      UNDER THE SAME FEE CODE.  NOT WAIVED BY   *
002600*                      THE BALANCE.  ZERO MEANS NO ITEM CHARGE.  *
002700*                                                                *
002800*    MOD LOG                                                     *
002900*    ----------  ----  -------------------------------------     *
003000*    2026-10-15   RG   INITIAL LAYOUT.                           *
003100*                                                                *
003200*****************************************************************
003300 01  FEE-SCHEDULE-RECORD.
003400     05  FSC-ACCOUNT-TYPE            PIC X(01).
003420         88  FSC-TYPE-VALID                  VALUES 'O' 'C' 'F'
003440                                                    'D'.
003500     05  FILLER                      PIC X(01).
003600     05  FSC-FEE-CODE                PIC 9(02).
003700     05  FILLER                      PIC X(01).
003800     05  FSC-MONTHLY-FEE             PIC 9(5)V99.
003900     05  FILLER                      PIC X(01).
004000     05  FSC-WAIVER-BALANCE          PIC 9(9)V99.
004100     05  FILLER                      PIC X(01).
004200     05  FSC-FREE-ITEMS              PIC 9(05).
004300     05  FILLER                      PIC X(01).
004400     05  FSC-ITEM-CHARGE             PIC 9(3)V99.
004500     05  FILLER                      PIC X(44).
