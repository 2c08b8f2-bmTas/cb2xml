000100******************************************************************
000200*                                                                *
000300*   MHCNTLOG - MAIL-HOUSE PIECE COUNT LOG RECORD                 *
000400*                                                                *
000500*   ONE RECORD PER CHARGE CODE PER STATEMENT CYCLE, APPENDED BY  *
000600*   MHCOUNT FROM THE CYCLE'S MAILSORT MAIL FILE.  MHRECON SUMS   *
000700*   A BILLING MONTH'S CYCLES, PRICES THEM FROM THE RATE CARD     *
000800*   AND MATCHES THEM TO THE MAIL HOUSE'S INVOICE LINES, WHICH    *
000900*   USE THE SAME CHARGE CODES:                                   *
001000*     PAGE  PAGES PRINTED                                        *
001100*     ENVS  STANDARD ENVELOPES          ENVL  LARGE ENVELOPES    *
001200*     INSR  INSERTS                                              *
001300*     PS5D  POSTAGE - 5-DIGIT PRESORT                            *
001400*     PS3D  POSTAGE - 3-DIGIT PRESORT                            *
001500*     PSFR  POSTAGE - FULL-RATE RESIDUE                          *
001600*                                                                *
001700*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001800*  ---|----------|------------------------------|------------    *
001900*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
002000*                                                                *
002100******************************************************************
002200 01  MAIL-COUNT-LOG-RECORD.
002300     05  ML-CYCLE-DATE           PIC 9(08).
002400     05  ML-CHARGE-CODE          PIC X(04).
002500     05  ML-QUANTITY             PIC 9(09).
