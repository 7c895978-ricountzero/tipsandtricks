000900*   WHERE PERIODS OVERLAP THE LATEST START DATE WINS.       *
001000*   MESSAGE-TEXT IS A 32-BYTE FREE-TEXT FIELD; HELLOWORLD   *
001100*   ONLY DISPLAYS THE FIRST 25 BYTES OF IT.                 *
001110*   A GREETING MAY CARRY TWO LANGUAGES.  MESSAGE-TEXT IS    *
001120*   THE PRIMARY LANGUAGE'S TEXT, PRI-LANG ITS CODE; A       *
001130*   SITE THAT GREETS IN A SECOND LANGUAGE HOLDS THAT CODE   *
001140*   IN SEC-LANG AND ITS TEXT IN SEC-TEXT, SAME 25-BYTE      *
001150*   DISPLAY RULE.  SEC-LANG BLANK MEANS ONE LANGUAGE ONLY.  *
001160*   A BLANK PRI-LANG IS A GREETING KEYED BEFORE LANGUAGES   *
001170*   WERE CARRIED - ITS TEXT IS STILL THE PRIMARY ONE.       *
001200*----------------------------------------------------------*
001300 01  HLO-PARM-RECORD.
001400     05  HLO-PARM-KEY.
001600         10  HLO-PARM-EFF-START  PIC 9(08).
001700     05  HLO-PARM-MESSAGE-TEXT   PIC X(32).
001800     05  HLO-PARM-EFF-STOP       PIC 9(08).
001900     05  HLO-PARM-PRI-LANG       PIC X(02).
002000     05  HLO-PARM-SEC-LANG       PIC X(02).
002100     05  HLO-PARM-SEC-TEXT       PIC X(32).
002200     05  FILLER                 PIC X(31).
