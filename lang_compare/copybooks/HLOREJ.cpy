001200*   REJECT NO LONGER LOOKS LIKE ONE NOBODY HAS SEEN.       *
001300*   EFF-START CARRIES THE GREETING PERIOD THAT REJECTED,   *
001400*   SO THE CHG CAN TARGET THE RIGHT SITE-MASTER RECORD.    *
001410*   EACH LANGUAGE OF A GREETING IS EDITED ON ITS OWN, SO   *
001420*   LANG NAMES THE LANGUAGE WHOSE TEXT FAILED - BLANK FOR  *
001430*   A GREETING THAT CARRIES NO LANGUAGE CODE.              *
001500*----------------------------------------------------------*
001600 01  HLO-REJECT-RECORD.
001700     05  HLO-REJ-KEY.
002500         88  HLO-REJ-OPEN        VALUE 'O'.
002600         88  HLO-REJ-WORKED      VALUE 'W'.
002700     05  HLO-REJ-WORK-DATE       PIC 9(08).
002800     05  HLO-REJ-LANG            PIC X(02).
