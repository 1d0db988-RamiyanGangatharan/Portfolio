000500*    ONE CONTROL RECORD READ AT THE START OF THE RUN TO TELL     *
000600*    THE PROGRAM WHAT DATE TO RUN AS OF, WHETHER THIS IS A       *
000700*    DAILY OR MONTH-END CYCLE, AND WHETHER TO RESUME FROM THE    *
000800*    LAST CHECKPOINT.  THE RUN DATE IS TAKEN FROM THE BUSINESS   *
000810*    DATE CONTROL FILE (BDATREC); IF A DATE IS KEYED HERE IT     *
000820*    MUST AGREE WITH THAT FILE.  AN 'R' IN COLUMN 10 TELLS       *
000830*    A2START THE OPERATOR MEANS TO RERUN A DATE ALREADY RUN.     *
000900*                                                                *
001000*    MOD LOG                                                     *
001100*    ----------  ----  -------------------------------------     *
001200*    2026-08-09   RG   INITIAL LAYOUT.                           *
001210*    2026-10-08   RG   RUN DATE NOW COMES FROM THE BUSINESS      *
001220*                      DATE CONTROL FILE - A DATE KEYED HERE     *
001230*                      MUST BE BLANK OR AGREE WITH IT.  ADDED    *
001240*                      RERUN FLAG ('R') IN COLUMN 10.            *
001300*                                                                *
001400*****************************************************************
001500 01  CONTROL-CARD.
001600     05  CTL-RUN-DATE                PIC 9(08).
001610     05  CTL-RUN-DATE-X REDEFINES CTL-RUN-DATE
001620                                     PIC X(08).
001700     05  CTL-MODE-FLAG               PIC X(01).
001800         88  CTL-DAILY-MODE                  VALUE 'D'.
001900         88  CTL-MONTH-END-MODE              VALUE 'M'.
002000     05  CTL-RERUN-FLAG              PIC X(01).
002010         88  CTL-RERUN-REQUESTED             VALUE 'R'.
002100     05  CTL-RESTART-FLAG            PIC X(01).
002200         88  CTL-RESTART-REQUESTED           VALUE 'Y'.
002300         88  CTL-NORMAL-START                VALUE 'N'.
