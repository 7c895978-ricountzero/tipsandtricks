000100*----------------------------------------------------------*
000200* HLOXCK.CPY                                                *
000300*   HELLOXCK CALL AREA.  CHEK ASKS WHETHER THE SITE IS     *
000400*   EXCUSED ON THE DATE GIVEN - BY AN ENTRY FOR THE SITE   *
000500*   ITSELF OR, WHEN REGION IS NOT BLANK, FOR ITS REGION.   *
000600*   RESULT Y COMES BACK WITH THE SCOPE, REASON, AND DATE   *
000700*   RANGE OF THE ENTRY THAT EXCUSED IT; N WHEN NOTHING     *
000800*   DOES, INCLUDING WHEN THERE IS NO REGISTER AT ALL.      *
000900*   THE REGISTER STAYS OPEN BETWEEN CHECKS - CLOS CLOSES   *
001000*   IT WHEN THE CALLER IS DONE.                            *
001100*----------------------------------------------------------*
001200 01  HLO-XCK-REQUEST.
001300     05  HLO-XCK-FUNCTION        PIC X(04).
001400         88  HLO-XCK-CHECK       VALUE 'CHEK'.
001500         88  HLO-XCK-CLOSE       VALUE 'CLOS'.
001600     05  HLO-XCK-SITE-CODE       PIC X(05).
001700     05  HLO-XCK-REGION          PIC X(02).
001800     05  HLO-XCK-DATE            PIC 9(08).
001900     05  HLO-XCK-RESULT          PIC X(01).
002000         88  HLO-XCK-EXCUSED     VALUE 'Y'.
002100         88  HLO-XCK-NOT-EXCUSED VALUE 'N'.
002200     05  HLO-XCK-SCOPE           PIC X(01).
002300     05  HLO-XCK-REASON          PIC X(04).
002400     05  HLO-XCK-FROM-DATE       PIC 9(08).
002500     05  HLO-XCK-THRU-DATE       PIC 9(08).
