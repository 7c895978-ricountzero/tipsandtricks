000100*----------------------------------------------------------*
000200* HLOPEND.CPY                                               *
000300*   PENDING-CHANGE QUEUE RECORD LAYOUT.  NO GREETING       *
000400*   CHANGE GOES STRAIGHT ONTO SITE-MASTER ANY MORE -       *
000500*   HELLOMNT AND THE HELLOLDR BATCH LOADER EACH QUEUE      *
000600*   THEIR CHANGES HERE, STAMPED WITH THE SOURCE AND THE    *
000700*   JOB/USER ID THAT ENTERED THEM, STATUS P (PENDING).     *
000800*   HELLOAPV LETS A SECOND PERSON - ANY ID BUT THE ONE     *
000900*   THAT ENTERED IT - APPROVE OR DECLINE EACH ONE, AND     *
001000*   ONLY AN APPROVED CHANGE IS APPLIED.  THE DECIDING ID   *
001100*   AND THE DATE AND TIME ARE STAMPED ON THE RECORD.       *
001200*   STATUS F MEANS APPROVED BUT COULD NOT BE APPLIED -     *
001300*   THE MASTER HAD MOVED ON SINCE THE CHANGE WAS ENTERED.  *
001400*   KEYED BY ENTRY DATE, TIME, AND SITE SO THE APPROVER    *
001500*   WORKS THE QUEUE IN THE ORDER THE CHANGES WERE MADE.    *
001510*   LANG NAMES THE TRANSLATION THE CHANGE IS FOR, WITH THE *
001520*   SAME MEANING AS ON THE LOADER TRANSACTION (HLOTRAN).   *
001600*----------------------------------------------------------*
001700 01  HLO-PEND-RECORD.
001800     05  HLO-PEND-KEY.
001900         10  HLO-PEND-ENTRY-DATE PIC 9(08).
002000         10  HLO-PEND-ENTRY-TIME PIC 9(08).
002100         10  HLO-PEND-SITE-CODE  PIC X(05).
002200     05  HLO-PEND-ACTION         PIC X(03).
002300         88  HLO-PEND-ADD        VALUE 'ADD'.
002400         88  HLO-PEND-CHG        VALUE 'CHG'.
002500         88  HLO-PEND-DEL        VALUE 'DEL'.
002600     05  HLO-PEND-EFF-START      PIC 9(08).
002700     05  HLO-PEND-MESSAGE-TEXT   PIC X(32).
002800     05  HLO-PEND-EFF-STOP       PIC 9(08).
002900     05  HLO-PEND-SOURCE         PIC X(08).
003000     05  HLO-PEND-ENTERED-BY     PIC X(08).
003100     05  HLO-PEND-STATUS         PIC X(01).
003200         88  HLO-PEND-PENDING    VALUE 'P'.
003300         88  HLO-PEND-APPROVED   VALUE 'A'.
003400         88  HLO-PEND-DECLINED   VALUE 'D'.
003500         88  HLO-PEND-FAILED     VALUE 'F'.
003600     05  HLO-PEND-DECIDED-BY     PIC X(08).
003700     05  HLO-PEND-DECIDE-DATE    PIC 9(08).
003800     05  HLO-PEND-DECIDE-TIME    PIC 9(08).
003810     05  HLO-PEND-LANG           PIC X(02).
003900     05  FILLER                 PIC X(05).
