000100*----------------------------------------------------------*
000200* HLOEXS.CPY                                                *
000300*   EXCUSAL REGISTER RECORD LAYOUT.  ONE RECORD PER        *
000400*   UNPLANNED OUTAGE - WEATHER, A POWER CUT, AN EMERGENCY  *
000500*   CLOSURE - EXCUSING ONE SITE (SCOPE S, CODE IS THE SITE *
000600*   CODE) OR A WHOLE REGION (SCOPE R, CODE IS THE 2-BYTE   *
000700*   REGION CODE, LEFT-JUSTIFIED) FROM ITS GREETING FOR     *
000800*   EVERY DAY FROM-DATE THROUGH THRU-DATE.  KEYED BY       *
000900*   SCOPE, CODE, AND FROM-DATE SO ONE SITE OR REGION CAN   *
001000*   CARRY SEVERAL OUTAGES.  MAINTAINED BY HELLOXCM, WHICH  *
001100*   STAMPS THE JOB/USER ID AND THE DATE AND TIME OF THE    *
001200*   ENTRY; READ THROUGH HELLOXCK BY THE SWEEP, THE         *
001300*   CATCH-UP, AND THE RECONCILIATION.                      *
001400*----------------------------------------------------------*
001500 01  HLO-EXS-RECORD.
001600     05  HLO-EXS-KEY.
001700         10  HLO-EXS-SCOPE       PIC X(01).
001800             88  HLO-EXS-SITE    VALUE 'S'.
001900             88  HLO-EXS-REGION  VALUE 'R'.
002000         10  HLO-EXS-CODE        PIC X(05).
002100         10  HLO-EXS-FROM-DATE   PIC 9(08).
002200     05  HLO-EXS-THRU-DATE       PIC 9(08).
002300     05  HLO-EXS-REASON          PIC X(04).
002400         88  HLO-EXS-REASON-VALID
002500                                 VALUE 'WTHR' 'POWR' 'EMRG'
002600                                       'OTHR'.
002700     05  HLO-EXS-REASON-TEXT     PIC X(30).
002800     05  HLO-EXS-ENTERED-BY      PIC X(08).
002900     05  HLO-EXS-ENTRY-DATE      PIC 9(08).
003000     05  HLO-EXS-ENTRY-TIME      PIC 9(08).
003100     05  FILLER                 PIC X(20).
