000100*****************************************************************
000200*                                                                *
000300*    APRVREC  --  CHECKER APPROVAL CARD LAYOUT                   *
000400*                                                                *
000500*    ONE 80 BYTE CARD PER OPERATOR CARD A SECOND OPERATOR (THE   *
000600*    CHECKER) HAS APPROVED UNDER DUAL CONTROL.  THE CARD IMAGE   *
000700*    REPEATS COLUMNS 1-50 OF THE CARD APPROVED EXACTLY AS THE    *
000800*    MAKER KEYED THEM AND IS MATCHED BYTE FOR BYTE, SO AN        *
000900*    APPROVAL COVERS THAT CARD'S CONTENT AND NO OTHER.  THE      *
001000*    MAKER'S OPERATOR ID (COLUMNS 51-58 OF THE CARD) IS NOT PART *
001100*    OF THE MATCH - A CHECKER ID EQUAL TO IT REFUSES THE CARD.   *
001200*                                                                *
001300*      CARD TYPE  COR - REJECT CORRECTION CARD (CORRREC),        *
001400*                       APPLIED BY A2REPAIR.                     *
001500*                 DUP - DUPLICATE DECISION CARD (DUPDREC),       *
001600*                       APPLIED BY A2DUPREL.                     *
001700*                 RMT - REFERENCE MAINTENANCE CARD (RMNTREC),    *
001800*                       APPLIED BY A2REFMNT.                     *
001900*                                                                *
002000*    ONE APPROVAL FILE SERVES ALL THREE - EACH PROGRAM TAKES     *
002100*    ONLY THE CARDS OF ITS OWN TYPE.                             *
002200*                                                                *
002300*    MOD LOG                                                     *
002400*    ----------  ----  -------------------------------------     *
002500*    2026-10-14   RG   INITIAL LAYOUT.                           *
002600*                                                                *
002700*****************************************************************
002800 01  APPROVAL-CARD.
002900     05  APR-CARD-TYPE               PIC X(03).
003000         88  APR-TYPE-CORRECTION             VALUE 'COR'.
003100         88  APR-TYPE-DUPLICATE              VALUE 'DUP'.
003200         88  APR-TYPE-MAINTENANCE            VALUE 'RMT'.
003300     05  FILLER                      PIC X(01).
003400     05  APR-CARD-IMAGE              PIC X(50).
003500     05  FILLER                      PIC X(01).
003600     05  APR-CHECKER-ID              PIC X(08).
003700     05  FILLER                      PIC X(17).
