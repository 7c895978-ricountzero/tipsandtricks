000200* HLOHIST.CPY                                               *
000300*   SITE-MASTER CHANGE-HISTORY RECORD LAYOUT.  ONE RECORD  *
000400*   PER ADD/CHG/DEL THAT ACTUALLY LANDS ON SITE-MASTER,    *
000500*   WRITTEN BY THE HELLOAPV APPROVAL RUN AS IT APPLIES     *
000600*   EACH CHANGE, CARRYING THE BEFORE AND AFTER IMAGES OF   *
000700*   THE GREETING SO "WHO CHANGED IT AND WHEN" IS ONE KEYED *
000800*   READ, NOT AN EVENING IN OLD TRANSACTION FILES.  KEPT   *
000900*   IN AN INDEXED ORGANIZATION KEYED BY SITE CODE PLUS     *
001100*   SITE AND READ ITS HISTORY IN ORDER.  THE IMAGE SWITCH  *
001200*   IS N WHEN THERE WAS NO RECORD ON THAT SIDE - BEFORE N  *
001300*   ON AN ADD, AFTER N ON A DEL.                           *
001310*   CHANGES NOW LAND ONLY THROUGH THE TWO-PERSON APPROVAL  *
001320*   QUEUE, SO EVERY RECORD CARRIES THE ID THAT ENTERED THE *
001330*   CHANGE AND THE DIFFERENT ID THAT APPROVED IT.  SOURCE  *
001340*   IS STILL WHERE IT WAS ENTERED (HELLOMNT OR BATCHLDR);  *
001350*   JOB NAME IS THE JOB THAT APPLIED IT.                   *
001360*   LANG IS THE TRANSLATION THE CHANGE TOUCHED; THE BEFORE *
001370*   AND AFTER TEXT ARE THAT LANGUAGE'S.                    *
001400*----------------------------------------------------------*
001500 01  HLO-HIST-RECORD.
001600     05  HLO-HIST-KEY.
003100         88  HLO-HIST-NO-AFTER   VALUE 'N'.
003200     05  HLO-HIST-AFTER-TEXT     PIC X(32).
003300     05  HLO-HIST-AFTER-STOP     PIC 9(08).
003310     05  HLO-HIST-ENTERED-BY     PIC X(08).
003320     05  HLO-HIST-APPROVED-BY    PIC X(08).
003330     05  HLO-HIST-LANG           PIC X(02).
003400     05  FILLER                 PIC X(12).
