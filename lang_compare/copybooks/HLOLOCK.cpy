000100*----------------------------------------------------------*
000200* HLOLOCK.CPY                                               *
000300*   STREAM-CONTROL RECORD LAYOUT.  ONE RECORD PER HOLDER    *
000400*   OF THE STREAM - THE OPEN WINDOW (POSTED BY HELLOCTL,    *
000500*   GIVEN UP WHEN HELLO.DONE IS POSTED), A SWEEP IN         *
000600*   PROGRESS (HELLODRV), A LOAD BEING APPLIED (HELLOAPV),   *
000700*   OR A BACKOUT RUNNING (HELLOBKO).  NO RECORD AT ALL -    *
000800*   OR NO DATASET - MEANS THE STREAM IS FREE.  EVERY        *
000900*   PROGRAM THAT CHANGES SITE-MASTER OR THE SITE DIRECTORY  *
001000*   REFUSES WITH RETURN-CODE 12 WHILE ANY HOLDER IS ON      *
001100*   FILE; THE SWEEP AND THE WINDOW CONTROLLER REFUSE THE    *
001200*   SAME WAY WHILE A LOAD OR BACKOUT HOLDS IT.  KEYED BY    *
001300*   HOLDER PLUS A QUALIFIER (SPACES UNLESS THE HOLDER RUNS  *
001400*   MORE THAN ONE COPY AT A TIME).  A RECORD LEFT BY AN     *
001500*   ABEND IS DISPLAYED AND FORCE-RELEASED WITH HELLOLCK.    *
001600*----------------------------------------------------------*
001700 01  HLO-LOCK-RECORD.
001800     05  HLO-LOCK-KEY.
001900         10  HLO-LOCK-HOLDER     PIC X(08).
002000             88  HLO-LOCK-WINDOW     VALUE 'WINDOW  '.
002100             88  HLO-LOCK-SWEEP      VALUE 'SWEEP   '.
002200             88  HLO-LOCK-LOAD       VALUE 'LOAD    '.
002300             88  HLO-LOCK-BACKOUT    VALUE 'BACKOUT '.
002400         10  HLO-LOCK-QUALIFIER  PIC X(08).
002500     05  HLO-LOCK-JOB-NAME       PIC X(08).
002600     05  HLO-LOCK-PROGRAM        PIC X(08).
002700     05  HLO-LOCK-DATE           PIC 9(08).
002800     05  HLO-LOCK-TIME           PIC 9(08).
002900     05  FILLER                 PIC X(32).
