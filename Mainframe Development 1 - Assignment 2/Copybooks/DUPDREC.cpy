001900*    MOD LOG                                                     *
002000*    ----------  ----  -------------------------------------     *
002100*    2026-09-02   RG   INITIAL LAYOUT.                           *
002110*    2026-10-14   RG   ADDED THE MAKER OPERATOR ID IN COLUMNS    *
002120*                      51-58 FOR DUAL CONTROL - A CARD WITHOUT   *
002130*                      ONE IS REFUSED.  A CARD OVER THE APPROVAL *
002140*                      THRESHOLD (DCTLREC) ALSO NEEDS A CHECKER  *
002150*                      APPROVAL CARD (APRVREC).                  *
002200*                                                                *
002300*****************************************************************
002400 01  DUPLICATE-DECISION-CARD.
003400         88  DDC-ACTION-RELEASE              VALUE 'R'.
003500         88  DDC-ACTION-CONFIRM              VALUE 'C'.
003600         88  DDC-ACTION-VALID                VALUES 'R' 'C'.
003700     05  FILLER                      PIC X(19).
003800     05  DDC-MAKER-ID                PIC X(08).
003900     05  FILLER                      PIC X(22).
