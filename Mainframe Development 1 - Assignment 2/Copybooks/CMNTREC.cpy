000100*****************************************************************
000200*                                                                *
000300*    CMNTREC  --  TRANSACTION CODE MAINTENANCE CARD LAYOUT       *
000400*                                                                *
000500*    ONE 80 BYTE CARD PER MAINTENANCE ACTION AGAINST THE         *
000600*    TRANSACTION CODE DEFINITION TABLE (SEE TRNCREC):            *
000700*                                                                *
000800*      A - ADD A NEW CODE.                                       *
000900*      C - CHANGE A CODE ALREADY ON THE TABLE.  A BLANK FIELD    *
001000*          KEEPS THE VALUE ALREADY THERE.                        *
001100*      I - DEACTIVATE A CODE (STATUS FLAG TO 'I').  THE CODE     *
001200*          STAYS ON THE TABLE SO HISTORY STILL DESCRIBES.        *
001300*      D - DELETE A CODE THAT HAS NEVER BEEN USED ON THE         *
001400*          EXTRACT OR THE HISTORY FILE.                          *
001500*                                                                *
001600*    THE EFFECTIVE DATE IS THE FIRST RUN DATE THE ACTION APPLIES *
001700*    TO - BLANK MEANS THE CURRENT RUN.  A CARD DATED AHEAD OF    *
001800*    THE RUN IS CARRIED FORWARD UNTIL ITS RUN DATE COMES ROUND.  *
001900*                                                                *
002000*    MOD LOG                                                     *
002100*    ----------  ----  -------------------------------------     *
002200*    2026-10-07   RG   INITIAL LAYOUT.                           *
002210*    2026-10-13   RG   ADDED THE CASH FLAG (SEE TRNCREC).        *
002300*                                                                *
002400*****************************************************************
002500 01  CODE-MAINTENANCE-RECORD.
002600     05  CMT-ACTION-CODE             PIC X(01).
002700         88  CMT-ACTION-ADD                  VALUE 'A'.
002800         88  CMT-ACTION-CHANGE               VALUE 'C'.
002900         88  CMT-ACTION-DEACTIVATE           VALUE 'I'.
003000         88  CMT-ACTION-DELETE               VALUE 'D'.
003100         88  CMT-ACTION-VALID                VALUES 'A' 'C' 'I'
003200                                                     'D'.
003300     05  CMT-TRANSACTION-CODE        PIC 9(02).
003400     05  CMT-EFFECTIVE-DATE-X        PIC X(08).
003500     05  CMT-EFFECTIVE-DATE REDEFINES CMT-EFFECTIVE-DATE-X
003600                                     PIC 9(08).
003700     05  CMT-DESCRIPTION             PIC X(20).
003800     05  CMT-DEBIT-CREDIT-IND        PIC X(01).
003900         88  CMT-DC-VALID                    VALUES 'D' 'C'.
004000     05  CMT-STATUS-FLAG             PIC X(01).
004100         88  CMT-STATUS-VALID                VALUES 'A' 'I'.
004200     05  CMT-AMOUNT-LIMIT-X          PIC X(11).
004300     05  CMT-AMOUNT-LIMIT REDEFINES CMT-AMOUNT-LIMIT-X
004400                                     PIC 9(9)V99.
004500     05  CMT-FORCE-POST-FLAG         PIC X(01).
004600         88  CMT-FORCE-VALID                 VALUES 'Y' 'N'.
004610     05  CMT-CASH-FLAG               PIC X(01).
004620         88  CMT-CASH-VALID                  VALUES 'Y' 'N'.
004700     05  FILLER                      PIC X(34).
