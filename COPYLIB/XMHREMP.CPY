000100******************************************************************
000200* COPYBOOK  : XMHREMP                                            *
000300* DATE      : 2026-10-15                                         *
000400* AUTHOR    : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)           *
000500* OBJECTIVE : ONE EMPLOYEE ON THE NIGHTLY HR EXTRACT (HREXTR)    *
000600*             READ BY XMASHRF. THE EMPLOYEE NUMBER IS THE SAME   *
000700*             SIX-CHARACTER KEY AS RCP-ID AND THE DEPARTMENT IS  *
000800*             THE SAME TEN-CHARACTER CODE REFFILE CARRIES.       *
000900*                HRE-STATUS: A = ACTIVE, T = TERMINATED          *
001000*             AN EMPLOYEE WHO DROPS OFF THE EXTRACT ALTOGETHER   *
001100*             IS TREATED AS A LEAVER, THE SAME AS STATUS T.      *
001200* CPD       : IBM                                                *
001300******************************************************************
001400* MODIFICATION HISTORY                                           *
001500*   2026-10-15  FM  INITIAL VERSION                              *
001600******************************************************************
001700 01  HRE-RECORD.
001800     05  HRE-EMP-ID               PIC X(06).
001900     05  HRE-NAME                 PIC X(30).
002000     05  HRE-DEPT                 PIC X(10).
002100     05  HRE-STATUS               PIC X(01).
002200         88  HRE-ACTIVE               VALUE "A".
002300         88  HRE-TERMINATED           VALUE "T".
002400     05  HRE-HIRE-DATE            PIC X(08).
002500     05  HRE-TERM-DATE            PIC X(08).
002600     05  FILLER                   PIC X(17).
