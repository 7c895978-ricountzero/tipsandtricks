000100*----------------------------------------------------------*
000200* HLOPART.CPY                                               *
000300*   SWEEP PARTITION STATUS RECORD.  WHEN THE SWEEP RUNS AS *
000400*   SEVERAL CONCURRENT HELLODRV JOBS, ONE PER REGION OR    *
000500*   REGION GROUP NAMED ON ITS CONTROL CARD, EACH JOB KEEPS *
000600*   ITS OWN RECORD HERE, KEYED BY SWEEP DATE AND PARTITION *
000700*   ID.  IT IS WRITTEN R (RUNNING) WHEN THE PARTITION      *
000800*   STARTS, CARRIES THE LAST SITE GREETED AS THAT          *
000900*   PARTITION'S RESTART CHECKPOINT, AND IS CLOSED OUT C    *
001000*   (COMPLETE) AT END-OF-FILE OR F (FAILED) WHEN THE JOB   *
001100*   COULD NOT SWEEP.  AN ABEND LEAVES IT R.  HELLOCRD      *
001200*   READS THESE RECORDS TO DECIDE WHETHER HELLO.DONE CAN   *
001300*   BE POSTED FOR THE WINDOW.                              *
001400*----------------------------------------------------------*
001500 01  HLO-PART-RECORD.
001600     05  HLO-PART-KEY.
001700         10  HLO-PART-SWEEP-DATE PIC 9(08).
001800         10  HLO-PART-ID         PIC X(08).
001900     05  HLO-PART-STATUS         PIC X(01).
002000         88  HLO-PART-RUNNING    VALUE 'R'.
002100         88  HLO-PART-COMPLETE   VALUE 'C'.
002200         88  HLO-PART-FAILED     VALUE 'F'.
002300     05  HLO-PART-REGION-LIST.
002400         10  HLO-PART-REGION     PIC X(02) OCCURS 10 TIMES.
002500     05  HLO-PART-JOB-NAME       PIC X(08).
002600     05  HLO-PART-START-TIME     PIC 9(08).
002700     05  HLO-PART-END-TIME       PIC 9(08).
002800     05  HLO-PART-LAST-SITE      PIC X(05).
002900     05  HLO-PART-GREETED-COUNT  PIC 9(05).
003000     05  HLO-PART-HELD-COUNT     PIC 9(05).
003100     05  HLO-PART-RETCODE        PIC 9(04).
003200     05  FILLER                 PIC X(20).
