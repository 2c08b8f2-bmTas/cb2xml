000100******************************************************************
000200*                                                                *
000300*   TERMSEXC - SILENT TERMINAL EXCEPTION RECORD                  *
000400*                                                                *
000500*   ONE RECORD PER ACTIVE REGISTERED TERMINAL THAT TERMSILN      *
000600*   FOUND SILENT PAST ITS PARAMETER WINDOW - THE SAME TERMINALS  *
000700*   ITS PRINTED REPORT LISTS, FOR PROGRAMS TO READ.  THE LAST    *
000800*   ACTIVITY DATE IS YYYYDDD, ZERO WHEN THE TERMINAL HAS NO      *
000900*   ACTIVITY ON RECORD.                                          *
001000*                                                                *
001100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001200*  ---|----------|------------------------------|------------    *
001300*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001400*                                                                *
001500******************************************************************
001600 01  SILENT-TERMINAL-RECORD.
001700     05  SX-STORE-NO             PIC 9(03).
001800     05  SX-TERMINAL-ID          PIC 9(03).
001900     05  SX-LAST-ACTIVITY        PIC 9(07).
