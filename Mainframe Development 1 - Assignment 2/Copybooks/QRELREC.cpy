000100*****************************************************************
000200*                                                                *
000300*    QRELREC  --  QUARANTINE RELEASE CARD LAYOUT                 *
000400*                                                                *
000500*    ONE 80 BYTE CARD PER QUARANTINED FEED BATCH THE OPERATOR    *
000600*    IS RELEASING.  A2START QUARANTINES A SOURCE BATCH WHOLE     *
000700*    (HEADER, DETAILS AND TRAILER, UNCHANGED) WHEN IT DOES NOT   *
000800*    BALANCE TO ITS TRAILER.  ONCE THE SOURCE SYSTEM HAS         *
000900*    CONFIRMED OR RESENT IT, THE BATCH IS CONCATENATED ONTO A    *
001000*    LATER INFILE AND THIS CARD AUTHORIZES ITS HEADER FEED DATE  *
001100*    - WHICH IS NO LONGER THE RUN DATE - FOR THAT SOURCE.  A     *
001200*    RELEASED BATCH IS STILL BALANCED TO ITS TRAILER, AND GOES   *
001300*    BACK TO QUARANTINE IF IT STILL DOES NOT BALANCE.            *
001400*                                                                *
001500*      SOURCE SYSTEM ID  AS ON THE BATCH HEADER RECORD.          *
001600*      FEED DATE         THE BATCH HEADER FEED DATE, CCYYMMDD.   *
001700*                                                                *
001800*    MOD LOG                                                     *
001900*    ----------  ----  -------------------------------------     *
002000*    2026-10-14   RG   INITIAL LAYOUT.                           *
002100*                                                                *
002200*****************************************************************
002300 01  QUARANTINE-RELEASE-CARD.
002400     05  QRL-SOURCE-SYSTEM-ID        PIC X(08).
002500     05  FILLER                      PIC X(01).
002600     05  QRL-FEED-DATE               PIC 9(08).
002700     05  QRL-FEED-DATE-X REDEFINES QRL-FEED-DATE
002800                                     PIC X(08).
002900     05  FILLER                      PIC X(63).
