000100*****************************************************************
000200*                                                                *
000300*    DSPCREC  --  DISPUTE CASE MASTER RECORD LAYOUT              *
000400*                                                                *
000500*    ONE 80 BYTE RECORD PER DISPUTED ITEM ON THE DISPUTE CASE    *
000600*    MASTER KSDS.  THE CASE IS KEYED ON THE ORIGINAL EXTRACT     *
000700*    KEY OF THE ITEM DISPUTED - ACCOUNT NUMBER AND SEQUENCE      *
000800*    NUMBER - PLUS ITS TRANSACTION DATE, AS FOUND ON THE         *
000900*    HISTORY GDG, SO ONE ITEM CAN ONLY EVER CARRY ONE CASE.      *
001000*    OPENED AND RESOLVED BY A2DISPUT; AGED BY A2DSPAGE; LISTED   *
001100*    ON THE POSITION PAGE BY A2POSINQ WHILE OPEN.                *
001200*                                                                *
001300*    THE ORIGINAL CODE AND AMOUNT ARE COPIED FROM THE HISTORY    *
001400*    RECORD.  THE DISPUTED AMOUNT IS WHAT WAS CREDITED           *
001500*    PROVISIONALLY WHEN THE CASE OPENED - THE WHOLE ITEM, OR     *
001600*    LESS WHERE ONLY PART OF IT IS DISPUTED.                     *
001700*                                                                *
001800*    REASON:  UA - UNAUTHORIZED         DP - DUPLICATE CHARGE    *
001900*             NR - NOT RECEIVED         IA - INCORRECT AMOUNT    *
002000*             OT - OTHER                                         *
002100*                                                                *
002200*    STATUS:  O - OPEN, PROVISIONAL CREDIT GIVEN                 *
002300*             F - RESOLVED, CREDIT MADE FINAL                    *
002400*             R - RESOLVED, PROVISIONAL CREDIT REVERSED          *
002500*                                                                *
002600*    MOD LOG                                                     *
002700*    ----------  ----  -------------------------------------     *
002800*    2026-10-12   RG   INITIAL LAYOUT.                           *
002900*                                                                *
003000*****************************************************************
003100 01  DISPUTE-CASE-RECORD.
003200     05  DCS-KEY.
003300         10  DCS-ACCOUNT-NUMBER      PIC 9(07).
003400         10  DCS-SEQUENCE-NUMBER     PIC 9(09).
003500         10  DCS-TRANSACTION-DATE    PIC 9(08).
003600     05  DCS-TRANSACTION-CODE        PIC 9(02).
003700     05  DCS-ORIGINAL-AMOUNT         PIC 9(9)V99.
003800     05  DCS-DISPUTED-AMOUNT         PIC 9(9)V99.
003900     05  DCS-REASON-CODE             PIC X(02).
004000         88  DCS-REASON-VALID                VALUES 'UA' 'DP' 'NR'
004100                                                    'IA' 'OT'.
004200     05  DCS-OPENED-DATE             PIC 9(08).
004300     05  DCS-RESOLVED-DATE           PIC 9(08).
004400     05  DCS-STATUS                  PIC X(01).
004500         88  DCS-STATUS-OPEN                 VALUE 'O'.
004600         88  DCS-STATUS-FINAL                VALUE 'F'.
004700         88  DCS-STATUS-REVERSED             VALUE 'R'.
004800     05  FILLER                      PIC X(13).
