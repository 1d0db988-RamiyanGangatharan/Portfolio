000620*    RECORD IN THE SAME 29 BYTE FRAME - THE HEADER-LINE AND      *
000630*    TRAILER-LINE VIEWS BELOW - RECOGNISED BY THE RECORD ID IN   *
000640*    THE FIRST THREE BYTES, WHICH ON A DETAIL RECORD ALWAYS      *
000650*    HOLDS DIGITS OF THE ACCOUNT NUMBER.  ONE NIGHT'S FEED MAY   *
000660*    CARRY SEVERAL BATCHES, ONE PER SOURCE SYSTEM, EACH WITH     *
000670*    ITS OWN HEADER AND TRAILER.                                 *
000700*                                                                *
000800*    MOD LOG                                                     *
000900*    ----------  ----  -------------------------------------     *
001290*                      SUPERSEDED BY THE TRANSACTION CODE        *
001291*                      DEFINITION TABLE (TRNCREC); THE LEVEL-88  *
001292*                      REMAINS FOR REFERENCE ONLY.               *
001293*    2026-10-05   RG   ADDED THE INTERNAL FUNDS TRANSFER VIEW -  *
001294*                      RECORD ID 'XFR', FROM AND TO ACCOUNT AND  *
001295*                      THE AMOUNT, WHICH SITS IN THE SAME BYTES  *
001296*                      AS IN-TRANSACTION-AMOUNT SO THE FEED      *
001297*                      HASH AND THE SUSPENSE, DUPLICATE AND      *
001298*                      REJECT TOTALS TAKE IT UNCHANGED.  THE     *
001299*                      TRANSFER DATE IS THE RUN DATE.            *
001300*    2026-10-14   RG   THE FEED MAY NOW CARRY SEVERAL HEADER/    *
001310*                      TRAILER BATCHES, ONE PER SOURCE SYSTEM,   *
001320*                      EACH BALANCED ON ITS OWN.  LAYOUT         *
001330*                      UNCHANGED.                                *
001350*                                                                *
001400*****************************************************************
001500 01  INPUT-LINE.
001600     05  IN-ACCOUNT-NUMBER           PIC 9(07).
003500                                     SIGN IS TRAILING
003600                                     SEPARATE CHARACTER.
003700     05  FILLER                      PIC X(01).
003800*
003900 01  TRANSFER-LINE.
004000     05  XFR-RECORD-ID               PIC X(03).
004100         88  TRANSFER-RECORD-PRESENT         VALUE 'XFR'.
004200     05  XFR-FROM-ACCOUNT            PIC 9(07).
004300     05  XFR-TO-ACCOUNT              PIC 9(07).
004400     05  XFR-TRANSFER-AMOUNT         PIC S9(9)V99
004500                                     SIGN IS TRAILING
004600                                     SEPARATE CHARACTER.
