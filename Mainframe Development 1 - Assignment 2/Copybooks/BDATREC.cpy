000100*****************************************************************
000200*                                                                *
000300*    BDATREC  --  BUSINESS DATE CONTROL RECORD LAYOUT            *
000400*                                                                *
000500*    THE ONE 80 BYTE RECORD ON THE BUSINESS DATE CONTROL FILE.   *
000600*    EVERY JOB IN THE BATCH TAKES ITS RUN DATE FROM HERE RATHER  *
000700*    THAN FROM A HAND-KEYED DATE ON ITS SYSIN CARD:              *
000800*                                                                *
000900*      CURRENT DATE  - THE BUSINESS DATE THE NIGHTLY A2START     *
001000*                      STREAM PROCESSES.                         *
001100*      PRIOR DATE    - THE LAST BUSINESS DATE CLOSED (GATE       *
001200*                      PASSED, RECORD ROLLED).  THE JOBS RUN     *
001300*                      AFTER THE NIGHTLY STREAM - ACCRUAL,       *
001400*                      SUSPENSE AGING, DORMANCY, STATEMENTS -    *
001500*                      RUN AS OF THIS DATE.                      *
001600*      NEXT DATE     - THE BUSINESS DAY AFTER THE CURRENT DATE.  *
001700*      LAST EXTRACT  - THE LAST BUSINESS DATE A2START STARTED A  *
001800*                      FRESH RUN FOR.  A2START REFUSES TO RUN    *
001900*                      THE SAME DATE AGAIN UNLESS THE OPERATOR   *
002000*                      SETS THE RERUN FLAG ON ITS CONTROL CARD.  *
002100*      LAST ACCRUAL  - THE DATE A2ACCRUE LAST ACCRUED THROUGH.   *
002110*      LAST SCHEDULE - THE BUSINESS DATE A2SOSCHD LAST           *
002120*                      GENERATED STANDING ORDERS FOR.            *
002130*      LAST FEE MONTH - THE MONTH (CCYYMM) A2FEEASM LAST         *
002140*                      ASSESSED MONTHLY FEES FOR.                *
002200*                                                                *
002300*    A2BDROLL ROLLS THE RECORD FORWARD ONE BUSINESS DAY, USING   *
002400*    THE HOLIDAY CALENDAR (SEE HOLDREC), ONLY AFTER THE A2BALGTE *
002500*    BALANCING GATE PASSES.                                      *
002600*                                                                *
002700*    MOD LOG                                                     *
002800*    ----------  ----  -------------------------------------     *
002900*    2026-10-08   RG   INITIAL LAYOUT.                           *
002910*    2026-10-09   RG   ADDED THE LAST SCHEDULE DATE - THE        *
002920*                      BUSINESS DATE A2SOSCHD LAST GENERATED     *
002930*                      STANDING ORDERS FOR.                      *
002940*    2026-10-15   RG   ADDED THE LAST FEE MONTH - THE MONTH      *
002950*                      A2FEEASM LAST ASSESSED FEES FOR.          *
003000*                                                                *
003100*****************************************************************
003200 01  BUSINESS-DATE-RECORD.
003300     05  BDT-CURRENT-DATE            PIC 9(08).
003400     05  BDT-PRIOR-DATE              PIC 9(08).
003500     05  BDT-NEXT-DATE               PIC 9(08).
003600     05  BDT-LAST-EXTRACT-DATE       PIC 9(08).
003700     05  BDT-LAST-ACCRUAL-DATE       PIC 9(08).
003800     05  BDT-LAST-SCHEDULE-DATE      PIC 9(08).
003810     05  BDT-LAST-FEE-MONTH          PIC 9(06).
003900     05  FILLER                      PIC X(26).
