001700*                 THREE FILES; NOW IT IS ONE STATUS CHANGE  *
001800*                 HERE AND EVERY VALIDATING PROGRAM SEES    *
001900*                 IT.                                       *
001910* 10/15/26  RLT   REGION CODE MUST NOW BE ON THE REGION     *
001920*                 MASTER (REGIONDD, MAINTAINED BY HELLORGM) *
001930*                 - A SITE CAN NO LONGER BE PUT IN A REGION *
001940*                 NOBODY HAS DEFINED, SO THE LATE-REGION    *
001950*                 REPORT ALWAYS HAS A CUT-OFF AND CONTACT.  *
001960* 10/15/26  RLT   REFUSES WITH RETURN-CODE 12 WHILE THE     *
001970*                 STREAM-CONTROL DATASET SHOWS THE STREAM   *
001980*                 HELD, SO NO SITE IS MOVED OR CLOSED       *
001990*                 UNDER A RUNNING WINDOW, SWEEP, LOAD, OR   *
001995*                 BACKOUT.                                  *
002000*----------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS HLO-SITE-CODE
002800         FILE STATUS IS HSD-DIR-STATUS.
002801
002810     SELECT REGION-MASTER ASSIGN TO "REGIONDD"
002820         ORGANIZATION IS INDEXED
002830         ACCESS MODE IS RANDOM
002840         RECORD KEY IS HLO-REG-CODE
002850         FILE STATUS IS HSD-REG-STATUS.
002851
002852     SELECT STREAM-CONTROL ASSIGN TO "STRMCTL"
002853         ORGANIZATION IS INDEXED
002854         ACCESS MODE IS SEQUENTIAL
002855         RECORD KEY IS HLO-LOCK-KEY
002856         FILE STATUS IS HSD-LOCK-STATUS.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  SITE-DIRECTORY
003300     LABEL RECORDS ARE OMITTED.
003400     COPY HLOSITE.
003410
003420 FD  REGION-MASTER
003430     LABEL RECORDS ARE OMITTED.
003440     COPY HLOREG.
003450
003460 FD  STREAM-CONTROL
003470     LABEL RECORDS ARE OMITTED.
003480     COPY HLOLOCK.
003500
003600 WORKING-STORAGE SECTION.
003700*----------------------------------------------------------*
003800* FILE STATUS AND OPERATOR INPUT FIELDS                    *
003900*----------------------------------------------------------*
004000 01  HSD-DIR-STATUS             PIC X(02).
004010 01  HSD-REG-STATUS             PIC X(02).
004020 01  HSD-LOCK-STATUS            PIC X(02).
004100 01  HSD-SITE-CODE-IN           PIC X(05).
004200 01  HSD-REGION-IN              PIC X(02).
004300 01  HSD-DESC-IN                PIC X(30).
005000 01  HSD-DATE-VALID-SW          PIC X(01).
005100     88  HSD-DATE-VALID         VALUE 'Y'.
005200     88  HSD-DATE-NOT-VALID     VALUE 'N'.
005210 01  HSD-REGION-VALID-SW        PIC X(01).
005220     88  HSD-REGION-VALID       VALUE 'Y'.
005230     88  HSD-REGION-NOT-VALID   VALUE 'N'.
005300 77  HSD-TRY-COUNT              PIC 9(01) COMP VALUE ZERO.
005400 01  HSD-CONFIRM-SW             PIC X(01).
005500     88  HSD-CONFIRM-YES        VALUE 'Y' 'y'.
006700     PERFORM 3000-PROMPT-FOR-NEW THRU 3000-EXIT.
006800     PERFORM 4000-CONFIRM-AND-WRITE THRU 4000-EXIT.
006900     CLOSE SITE-DIRECTORY.
006910     CLOSE REGION-MASTER.
007000     STOP RUN.
007100
007200*----------------------------------------------------------*
007400*----------------------------------------------------------*
007500 1000-GET-SITE-CODE.
007600     DISPLAY 'HELLOSDM - SITE-DIRECTORY MAINTENANCE'.
007610     PERFORM 1100-CHECK-STREAM-LOCK THRU 1100-EXIT.
007700     DISPLAY 'ENTER SITE CODE TO MAINTAIN (5 CHARACTERS): '
007800         WITH NO ADVANCING.
007900     ACCEPT HSD-SITE-CODE-IN.
008400     END-IF.
008500 1000-EXIT.
008600     EXIT.
008601
008602*----------------------------------------------------------*
008603* 1100-CHECK-STREAM-LOCK                                    *
008604*   NO DIRECTORY CHANGE IS TAKEN WHILE ANYTHING HOLDS THE  *
008605*   STREAM.  A HELD STREAM ENDS THE SITTING BEFORE ANY     *
008606*   PROMPTING WITH RETURN-CODE 12.  NO STREAM-CONTROL      *
008607*   DATASET MEANS NOTHING HAS EVER HELD THE STREAM.        *
008608*----------------------------------------------------------*
008609 1100-CHECK-STREAM-LOCK.
008610     OPEN INPUT STREAM-CONTROL.
008611     IF HSD-LOCK-STATUS = '35'
008612         GO TO 1100-EXIT
008613     END-IF.
008614     IF HSD-LOCK-STATUS NOT = '00'
008615         DISPLAY 'HELLOSDM - UNABLE TO OPEN STREAM-CONTROL, '
008616             'STATUS=' HSD-LOCK-STATUS
008617         MOVE 16 TO RETURN-CODE
008618         STOP RUN
008619     END-IF.
008620     READ STREAM-CONTROL NEXT RECORD
008621         AT END
008622             CLOSE STREAM-CONTROL
008623             GO TO 1100-EXIT
008624     END-READ.
008625     CLOSE STREAM-CONTROL.
008626     DISPLAY 'STREAM HELD BY ' HLO-LOCK-HOLDER ' '
008627         HLO-LOCK-QUALIFIER ' JOB ' HLO-LOCK-JOB-NAME
008628         ' SINCE ' HLO-LOCK-DATE ' ' HLO-LOCK-TIME.
008629     DISPLAY 'MAINTENANCE NOT ALLOWED WHILE THE STREAM IS '
008630         'HELD.'.
008631     MOVE 12 TO RETURN-CODE.
008632     STOP RUN.
008633 1100-EXIT.
008634     EXIT.
008700
008800*----------------------------------------------------------*
008900* 2000-SHOW-CURRENT                                         *
010500         MOVE 16 TO RETURN-CODE
010600         STOP RUN
010700     END-IF.
010710     OPEN INPUT REGION-MASTER.
010720     IF HSD-REG-STATUS NOT = '00'
010730         DISPLAY 'HELLOSDM - UNABLE TO OPEN REGION-MASTER, '
010740             'STATUS=' HSD-REG-STATUS
010750         CLOSE SITE-DIRECTORY
010760         MOVE 16 TO RETURN-CODE
010770         STOP RUN
010780     END-IF.
010800     SET HSD-SITE-NOT-FOUND TO TRUE.
010900     MOVE HSD-SITE-CODE-IN TO HLO-SITE-CODE.
011000     READ SITE-DIRECTORY
013100*   (ACTIVE) OR C (CLOSED) AND THE DATES MUST BE 8 DIGITS  *
013200*   - A CLOSED DATE OF ZERO ON AN ACTIVE SITE JUST MEANS   *
013300*   NOT CLOSED.                                            *
013310*   THE REGION MUST BE ON THE REGION MASTER.               *
013400*----------------------------------------------------------*
013500 3000-PROMPT-FOR-NEW.
013510     SET HSD-REGION-NOT-VALID TO TRUE.
013520     MOVE ZERO TO HSD-TRY-COUNT.
013530     PERFORM 3050-GET-REGION THRU 3050-EXIT
013540         UNTIL HSD-REGION-VALID.
013900     DISPLAY 'ENTER DESCRIPTION (UP TO 30 CHARACTERS): '
014000         WITH NO ADVANCING.
014100     ACCEPT HSD-DESC-IN.
015300 3000-EXIT.
015400     EXIT.
015500
015501*----------------------------------------------------------*
015502* 3050-GET-REGION                                           *
015503*----------------------------------------------------------*
015504 3050-GET-REGION.
015505     DISPLAY 'ENTER REGION CODE (2 CHARACTERS): '
015506         WITH NO ADVANCING.
015507     ACCEPT HSD-REGION-IN.
015508     MOVE HSD-REGION-IN TO HLO-REG-CODE.
015509     READ REGION-MASTER
015510         INVALID KEY
015511             CONTINUE
015512     END-READ.
015513     IF HSD-REG-STATUS = '00'
015514         SET HSD-REGION-VALID TO TRUE
015515         DISPLAY 'REGION ' HSD-REGION-IN ' - ' HLO-REG-NAME
015516     ELSE
015517         PERFORM 3400-BAD-ENTRY THRU 3400-EXIT
015518         DISPLAY 'REGION ' HSD-REGION-IN ' IS NOT ON THE REGION '
015519             'MASTER - PLEASE RE-ENTER.'
015520     END-IF.
015521 3050-EXIT.
015522     EXIT.
015523
015600*----------------------------------------------------------*
015700* 3100-GET-STATUS                                           *
015800*----------------------------------------------------------*
021700         DISPLAY 'THREE INVALID ENTRIES - MAINTENANCE '
021800             'ABANDONED, NO CHANGES WRITTEN.'
021900         CLOSE SITE-DIRECTORY
021910         CLOSE REGION-MASTER
022000         MOVE 16 TO RETURN-CODE
022100         STOP RUN
022200     END-IF.
