001300*    MOD LOG                                                     *
001400*    ----------  ----  -------------------------------------     *
001500*    2026-08-21   RG   INITIAL LAYOUT.                           *
001510*    2026-10-14   RG   ADDED THE MAKER OPERATOR ID IN COLUMNS    *
001520*                      51-58 FOR DUAL CONTROL - A CARD WITHOUT   *
001530*                      ONE IS REFUSED.  A CARD OVER THE APPROVAL *
001540*                      THRESHOLD (DCTLREC) ALSO NEEDS A CHECKER  *
001550*                      APPROVAL CARD (APRVREC).                  *
001600*                                                                *
001700*****************************************************************
001800 01  CORRECTION-CARD.
002600         88  COR-KEEP-TRANS-CODE             VALUE SPACES.
002700     05  COR-NEW-TRANS-AMOUNT        PIC X(12).
002800         88  COR-KEEP-TRANS-AMOUNT           VALUE SPACES.
002900     05  COR-MAKER-ID                PIC X(08).
003000     05  FILLER                      PIC X(22).
