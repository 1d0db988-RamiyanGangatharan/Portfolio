001060*                      FROM THE CODE DEFINITION TABLE SO THE     *
001070*                      REJECT LISTING READS WITHOUT A CODE       *
001080*                      BOOK.  RECORD GREW 61 TO 81 BYTES.        *
001084*    2026-10-05   RG   ADDED THE TRANSFER VIEW OF THE INPUT DATA *
001088*                      - A REJECTED INTERNAL TRANSFER CARRIES    *
001092*                      THE WHOLE 'XFR' RECORD, SO THE REPAIR     *
001096*                      STEP CAN RECYCLE IT AS A TRANSFER.        *
001100*                                                                *
001200*****************************************************************
001300 01  REJECT-LINE.
001800         10  REJ-TRANSACTION-AMOUNT  PIC S9(9)V99
001900                                     SIGN IS TRAILING
002000                                     SEPARATE CHARACTER.
002010     05  REJ-TRANSFER-DATA REDEFINES REJ-INPUT-DATA.
002020         10  REJ-XFR-RECORD-ID       PIC X(03).
002030             88  REJ-TRANSFER-REJECT         VALUE 'XFR'.
002040         10  REJ-XFR-FROM-ACCOUNT    PIC 9(07).
002050         10  REJ-XFR-TO-ACCOUNT      PIC 9(07).
002060         10  REJ-XFR-TRANSFER-AMOUNT PIC S9(9)V99
002070                                     SIGN IS TRAILING
002080                                     SEPARATE CHARACTER.
002100     05  REJ-REASON-CODE             PIC 9(02).
002200     05  REJ-REASON-TEXT             PIC X(30).
002300     05  REJ-TRANCODE-DESC           PIC X(20).
