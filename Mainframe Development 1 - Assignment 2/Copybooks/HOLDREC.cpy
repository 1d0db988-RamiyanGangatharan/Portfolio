000100*****************************************************************
000200*                                                                *
000300*    HOLDREC  --  HOLIDAY CALENDAR RECORD LAYOUT                 *
000400*                                                                *
000500*    ONE 80 BYTE RECORD PER NON-BUSINESS WEEKDAY ON THE HOLIDAY  *
000600*    CALENDAR FILE, IN ANY ORDER.  SATURDAYS AND SUNDAYS ARE     *
000700*    NEVER BUSINESS DAYS AND ARE NOT LISTED.  OPERATIONS LOADS   *
000800*    EACH YEAR'S HOLIDAYS BEFORE THE YEAR STARTS - A2BDROLL      *
000900*    WARNS WHEN THE CALENDAR HAS NOTHING FOR THE YEAR IT IS      *
001000*    ROLLING INTO.                                               *
001100*                                                                *
001200*    MOD LOG                                                     *
001300*    ----------  ----  -------------------------------------     *
001400*    2026-10-08   RG   INITIAL LAYOUT.                           *
001500*                                                                *
001600*****************************************************************
001700 01  HOLIDAY-RECORD.
001800     05  HOL-DATE                    PIC 9(08).
001900     05  HOL-DATE-PARTS REDEFINES HOL-DATE.
002000         10  HOL-YEAR                PIC 9(04).
002100         10  HOL-MONTH-DAY           PIC 9(04).
002200     05  FILLER                      PIC X(01).
002300     05  HOL-DESCRIPTION             PIC X(30).
002400     05  FILLER                      PIC X(41).
