000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HELLOPFL.
000300 AUTHOR.         R TOWNSEND.
000400 INSTALLATION.   BATCH-OPS.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE      INIT  DESCRIPTION                               *
001100* 10/15/26  RLT   INITIAL VERSION.  GREETING PRE-FLIGHT,    *
001200*                 RUN THE EVENING BEFORE THE WINDOW.  WALKS *
001300*                 THE PROCESSING CALENDAR FOR THE CONTROL-  *
001400*                 CARD NUMBER OF UPCOMING BUSINESS DAYS,    *
001500*                 WORKS OUT WHICH SITE-MASTER PERIOD EACH   *
001600*                 SITE/DAY WILL PICK UP (LATEST START WINS, *
001700*                 AS HELLOWORLD DOES), AND RUNS THE SAME    *
001800*                 BLANK/TOOLONG EDIT ON IT.  LISTS EVERY    *
001900*                 SITE/DAY THAT WILL REJECT, EVERY ONE THAT *
002000*                 WILL FALL BACK TO THE COMPILED DEFAULT,   *
002100*                 AND EVERY PERIOD STAGED TO START INSIDE   *
002200*                 THE LOOK-AHEAD ON A DAY THE SITE IS NOT   *
002300*                 ON THE CALENDAR OR AFTER IT CLOSED - SO A *
002400*                 BAD SEASONAL BANNER SHOWS UP THE NIGHT    *
002500*                 BEFORE, NOT IN HELLO-REJECT AT 05:00.     *
002510* 10/15/26  RLT   EDITS A BILINGUAL PERIOD'S SECONDARY TEXT *
002520*                 AS WELL AS ITS PRIMARY, AS HELLOWORLD     *
002530*                 NOW DOES, AND NAMES THE FAILING LANGUAGE  *
002540*                 ON EACH WILL-REJECT LINE.                 *
002600*----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CONTROL-CARD ASSIGN TO "SYSIN"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS HPF-CARD-STATUS.
003300
003400     SELECT PROC-CALENDAR ASSIGN TO "CALDD"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS HLO-CAL-KEY
003800         FILE STATUS IS HPF-CAL-STATUS.
003900
004000     SELECT SITE-MASTER ASSIGN TO "SITEKSDS"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS HLO-PARM-KEY
004400         FILE STATUS IS HPF-PARM-STATUS.
004500
004600     SELECT SITE-DIRECTORY ASSIGN TO "SITEDIR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS HLO-SITE-CODE
005000         FILE STATUS IS HPF-DIR-STATUS.
005100
005200     SELECT REPORT-FILE ASSIGN TO "RPTDD"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS HPF-RPT-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CONTROL-CARD
005900     LABEL RECORDS ARE OMITTED.
006000 01  HPF-CONTROL-RECORD.
006100     05  HPF-CTL-DAYS           PIC X(03).
006200     05  HPF-CTL-DAYS-NUM REDEFINES HPF-CTL-DAYS
006300                                PIC 9(03).
006400     05  FILLER                PIC X(77).
006500
006600 FD  PROC-CALENDAR
006700     LABEL RECORDS ARE OMITTED.
006800     COPY HLOCAL.
006900
007000 FD  SITE-MASTER
007100     LABEL RECORDS ARE OMITTED.
007200     COPY HLOPARM.
007300
007400 FD  SITE-DIRECTORY
007500     LABEL RECORDS ARE OMITTED.
007600     COPY HLOSITE.
007700
007800 FD  REPORT-FILE
007900     LABEL RECORDS ARE OMITTED.
008000 01  HPF-REPORT-LINE            PIC X(132).
008100
008200 WORKING-STORAGE SECTION.
008300*----------------------------------------------------------*
008400* FILE STATUS AND END-OF-FILE SWITCHES                     *
008500*----------------------------------------------------------*
008600 01  HPF-CARD-STATUS            PIC X(02).
008700 01  HPF-CAL-STATUS             PIC X(02).
008800 01  HPF-PARM-STATUS            PIC X(02).
008900 01  HPF-DIR-STATUS             PIC X(02).
009000 01  HPF-RPT-STATUS             PIC X(02).
009100 01  HPF-CAL-EOF-SW             PIC X(01).
009200     88  HPF-CAL-EOF            VALUE 'Y'.
009300     88  HPF-CAL-NOT-EOF        VALUE 'N'.
009400 01  HPF-PARM-EOF-SW            PIC X(01).
009500     88  HPF-PARM-EOF           VALUE 'Y'.
009600     88  HPF-PARM-NOT-EOF       VALUE 'N'.
009700 01  HPF-SCAN-SW                PIC X(01).
009800     88  HPF-SCAN-DONE          VALUE 'Y'.
009900     88  HPF-SCAN-NOT-DONE      VALUE 'N'.
010000 01  HPF-FOUND-SW               PIC X(01).
010100     88  HPF-PERIOD-FOUND       VALUE 'Y'.
010200     88  HPF-PERIOD-NOT-FOUND   VALUE 'N'.
010300 01  HPF-INIT-SW                PIC X(01).
010400     88  HPF-INIT-OK            VALUE 'Y'.
010500     88  HPF-INIT-BAD           VALUE 'N'.
010600
010700*----------------------------------------------------------*
010800* LOOK-AHEAD WINDOW.  THE DAY COUNT COMES OFF THE CONTROL  *
010900* CARD; A BLANK, ZERO, OR NON-NUMERIC CARD MEANS THE NEXT  *
011000* 5 BUSINESS DAYS.  A BUSINESS DAY IS ANY DATE WITH AT     *
011100* LEAST ONE SITE ON THE CALENDAR.  THE HORIZON IS THE LAST *
011200* BUSINESS DAY INSIDE THE LOOK-AHEAD.                      *
011300*----------------------------------------------------------*
011400 01  HPF-SYSTEM-DATE            PIC 9(08).
011500 01  HPF-DAYS-WANTED            PIC 9(03).
011600 77  HPF-DAYS-SEEN              PIC 9(03) COMP VALUE ZERO.
011700 01  HPF-LAST-CAL-DATE          PIC 9(08).
011800 01  HPF-HORIZON-DATE           PIC 9(08).
011900
012000*----------------------------------------------------------*
012100* PERIOD-IN-EFFECT SCAN - THE SAME LATEST-START-WINS RULE  *
012200* HELLOWORLD APPLIES, RUN FOR A CALENDAR DATE INSTEAD OF   *
012300* TODAY.                                                   *
012400*----------------------------------------------------------*
012500 01  HPF-LOOKUP-SITE            PIC X(05).
012600 01  HPF-LOOKUP-DATE            PIC 9(08).
012700 01  HPF-BEST-EFF-START         PIC 9(08).
012800 01  HPF-BEST-MESSAGE-TEXT      PIC X(32).
012810 01  HPF-BEST-PRI-LANG          PIC X(02).
012820 01  HPF-BEST-SEC-LANG          PIC X(02).
012830 01  HPF-BEST-SEC-TEXT          PIC X(32).
012900 01  HPF-REJECT-REASON          PIC X(08).
012910 01  HPF-EDIT-TEXT              PIC X(32).
012920 01  HPF-EDIT-LANG              PIC X(02).
013000
013100*----------------------------------------------------------*
013200* STAGED-PERIOD CHECK                                      *
013300*----------------------------------------------------------*
013400 01  HPF-STAGE-PROBLEM          PIC X(24).
013500
013600*----------------------------------------------------------*
013700* RUN COUNTERS                                             *
013800*----------------------------------------------------------*
013900 77  HPF-SITE-DAY-COUNT         PIC 9(05) COMP VALUE ZERO.
014000 77  HPF-REJECT-COUNT           PIC 9(05) COMP VALUE ZERO.
014100 77  HPF-DEFAULT-COUNT          PIC 9(05) COMP VALUE ZERO.
014200 77  HPF-STAGED-COUNT           PIC 9(05) COMP VALUE ZERO.
014300 77  HPF-STAGE-BAD-COUNT        PIC 9(05) COMP VALUE ZERO.
014400
014500*----------------------------------------------------------*
014600* PRINT LINE WORK AREAS                                    *
014700*----------------------------------------------------------*
014800 01  HPF-PRINT-COUNT            PIC ZZZZ9.
014900 01  HPF-PRINT-DAYS             PIC ZZ9.
015000
015100 PROCEDURE DIVISION.
015200*----------------------------------------------------------*
015300* 0000-MAINLINE                                             *
015400*----------------------------------------------------------*
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015700     IF HPF-INIT-OK
015800         PERFORM 2000-CHECK-CALENDAR THRU 2000-EXIT
015900         PERFORM 4000-CHECK-STAGED THRU 4000-EXIT
016000         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
016100     END-IF.
016200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
016300     STOP RUN.
016400
016500*----------------------------------------------------------*
016600* 1000-INITIALIZE                                          *
016700*   READS THE CONTROL CARD FOR THE NUMBER OF BUSINESS DAYS *
016800*   TO LOOK AHEAD AND OPENS THE FILES.  ANY OPEN FAILURE   *
016900*   IS FATAL - A PRE-FLIGHT THAT CANNOT SEE THE CALENDAR,  *
017000*   THE MASTER, OR THE DIRECTORY WOULD PASS BANNERS IT     *
017100*   NEVER LOOKED AT.                                       *
017200*----------------------------------------------------------*
017300 1000-INITIALIZE.
017400     SET HPF-INIT-OK TO TRUE.
017500     SET HPF-CAL-NOT-EOF TO TRUE.
017600     ACCEPT HPF-SYSTEM-DATE FROM DATE YYYYMMDD.
017700     MOVE ZERO TO HPF-DAYS-WANTED.
017800     OPEN INPUT CONTROL-CARD.
017900     IF HPF-CARD-STATUS = '00'
018000         READ CONTROL-CARD
018100             AT END
018200                 MOVE SPACES TO HPF-CTL-DAYS
018300         END-READ
018400         IF HPF-CTL-DAYS-NUM IS NUMERIC
018500             MOVE HPF-CTL-DAYS-NUM TO HPF-DAYS-WANTED
018600         END-IF
018700         CLOSE CONTROL-CARD
018800     ELSE
018900         DISPLAY 'HELLOPFL - UNABLE TO OPEN CONTROL-CARD, '
019000             'STATUS=' HPF-CARD-STATUS
019100     END-IF.
019200     IF HPF-DAYS-WANTED = ZERO
019300         MOVE 5 TO HPF-DAYS-WANTED
019400     END-IF.
019500     OPEN INPUT PROC-CALENDAR.
019600     IF HPF-CAL-STATUS NOT = '00'
019700         DISPLAY 'HELLOPFL - UNABLE TO OPEN PROC-CALENDAR, '
019800             'STATUS=' HPF-CAL-STATUS
019900         SET HPF-INIT-BAD TO TRUE
020000         MOVE 16 TO RETURN-CODE
020100         GO TO 1000-EXIT
020200     END-IF.
020300     OPEN INPUT SITE-MASTER.
020400     IF HPF-PARM-STATUS NOT = '00'
020500         DISPLAY 'HELLOPFL - UNABLE TO OPEN SITE-MASTER, '
020600             'STATUS=' HPF-PARM-STATUS
020700         SET HPF-INIT-BAD TO TRUE
020800         MOVE 16 TO RETURN-CODE
020900         GO TO 1000-EXIT
021000     END-IF.
021100     OPEN INPUT SITE-DIRECTORY.
021200     IF HPF-DIR-STATUS NOT = '00'
021300         DISPLAY 'HELLOPFL - UNABLE TO OPEN SITE-DIRECTORY, '
021400             'STATUS=' HPF-DIR-STATUS
021500         SET HPF-INIT-BAD TO TRUE
021600         MOVE 16 TO RETURN-CODE
021700         GO TO 1000-EXIT
021800     END-IF.
021900     OPEN OUTPUT REPORT-FILE.
022000     IF HPF-RPT-STATUS NOT = '00'
022100         DISPLAY 'HELLOPFL - UNABLE TO OPEN REPORT-FILE, '
022200             'STATUS=' HPF-RPT-STATUS
022300         SET HPF-INIT-BAD TO TRUE
022400         MOVE 16 TO RETURN-CODE
022500         GO TO 1000-EXIT
022600     END-IF.
022700     MOVE HPF-DAYS-WANTED TO HPF-PRINT-DAYS.
022800     MOVE SPACES TO HPF-REPORT-LINE.
022900     STRING 'HELLOPFL GREETING PRE-FLIGHT - RUN '
023000            DELIMITED BY SIZE
023100            HPF-SYSTEM-DATE            DELIMITED BY SIZE
023200            ' - NEXT '                 DELIMITED BY SIZE
023300            HPF-PRINT-DAYS             DELIMITED BY SIZE
023400            ' BUSINESS DAYS'           DELIMITED BY SIZE
023500       INTO HPF-REPORT-LINE.
023600     WRITE HPF-REPORT-LINE.
023700 1000-EXIT.
023800     EXIT.
023900
024000*----------------------------------------------------------*
024100* 2000-CHECK-CALENDAR                                       *
024200*   POSITIONS THE KEYED CALENDAR JUST PAST TODAY AND       *
024300*   CHECKS EVERY EXPECTED SITE/DAY UNTIL THE LOOK-AHEAD    *
024400*   IS USED UP.  THE LAST DATE CHECKED BECOMES THE HORIZON *
024500*   FOR THE STAGED-PERIOD PASS.                            *
024600*----------------------------------------------------------*
024700 2000-CHECK-CALENDAR.
024800     MOVE ZERO TO HPF-LAST-CAL-DATE.
024900     MOVE HPF-SYSTEM-DATE TO HPF-HORIZON-DATE.
025000     MOVE HPF-SYSTEM-DATE TO HLO-CAL-RUN-DATE.
025100     MOVE HIGH-VALUES TO HLO-CAL-SITE-CODE.
025200     START PROC-CALENDAR KEY GREATER THAN HLO-CAL-KEY
025300         INVALID KEY
025400             SET HPF-CAL-EOF TO TRUE
025500     END-START.
025600     IF HPF-CAL-NOT-EOF
025700         PERFORM 2100-READ-ONE-CAL THRU 2100-EXIT
025800     END-IF.
025900     PERFORM 2200-CHECK-ONE-SITE-DAY THRU 2200-EXIT
026000         UNTIL HPF-CAL-EOF.
026100     IF HPF-SITE-DAY-COUNT = ZERO
026200         MOVE SPACES TO HPF-REPORT-LINE
026300         STRING 'NO UPCOMING BUSINESS DAYS ON THE CALENDAR - '
026400                DELIMITED BY SIZE
026500                'HAS NEXT YEAR BEEN BUILT?' DELIMITED BY SIZE
026600           INTO HPF-REPORT-LINE
026700         WRITE HPF-REPORT-LINE
026800         MOVE 4 TO RETURN-CODE
026900     END-IF.
027000 2000-EXIT.
027100     EXIT.
027200
027300*----------------------------------------------------------*
027400* 2100-READ-ONE-CAL                                         *
027500*----------------------------------------------------------*
027600 2100-READ-ONE-CAL.
027700     READ PROC-CALENDAR NEXT RECORD
027800         AT END
027900             SET HPF-CAL-EOF TO TRUE
028000     END-READ.
028100 2100-EXIT.
028200     EXIT.
028300
028400*----------------------------------------------------------*
028500* 2200-CHECK-ONE-SITE-DAY                                   *
028600*   EACH NEW DATE COUNTS AS ONE BUSINESS DAY; THE FIRST    *
028700*   DATE PAST THE LOOK-AHEAD ENDS THE PASS.  A SITE/DAY    *
028800*   WITH NO PERIOD IN EFFECT WILL SHOW THE COMPILED        *
028900*   DEFAULT - LISTED FOR REVIEW, NOT AN ERROR.  ONE WHOSE  *
029000*   TEXT FAILS THE EDIT WILL REJECT.  THE PRIMARY AND ANY  *
029010*   SECONDARY TEXT ARE EDITED SEPARATELY, ONE LINE FOR     *
029020*   EACH LANGUAGE THAT FAILS.                              *
029100*----------------------------------------------------------*
029200 2200-CHECK-ONE-SITE-DAY.
029300     IF HLO-CAL-RUN-DATE NOT = HPF-LAST-CAL-DATE
029400         ADD 1 TO HPF-DAYS-SEEN
029500         IF HPF-DAYS-SEEN > HPF-DAYS-WANTED
029600             SET HPF-CAL-EOF TO TRUE
029700             GO TO 2200-EXIT
029800         END-IF
029900         MOVE HLO-CAL-RUN-DATE TO HPF-LAST-CAL-DATE
030000         MOVE HLO-CAL-RUN-DATE TO HPF-HORIZON-DATE
030100     END-IF.
030200     ADD 1 TO HPF-SITE-DAY-COUNT.
030300     MOVE HLO-CAL-SITE-CODE TO HPF-LOOKUP-SITE.
030400     MOVE HLO-CAL-RUN-DATE TO HPF-LOOKUP-DATE.
030500     PERFORM 3000-FIND-PERIOD THRU 3000-EXIT.
030600     IF HPF-PERIOD-NOT-FOUND
030700         ADD 1 TO HPF-DEFAULT-COUNT
030800         MOVE SPACES TO HPF-REPORT-LINE
030900         STRING 'NO PERIOD - DEFAULT  SITE '  DELIMITED BY SIZE
031000                HPF-LOOKUP-SITE               DELIMITED BY SIZE
031100                '  DATE '                     DELIMITED BY SIZE
031200                HPF-LOOKUP-DATE               DELIMITED BY SIZE
031300           INTO HPF-REPORT-LINE
031400         WRITE HPF-REPORT-LINE
031500         GO TO 2200-NEXT
031600     END-IF.
031610     MOVE HPF-BEST-MESSAGE-TEXT TO HPF-EDIT-TEXT.
031620     MOVE HPF-BEST-PRI-LANG TO HPF-EDIT-LANG.
031700     PERFORM 3200-EDIT-GREETING THRU 3200-EXIT.
031800     IF HPF-BEST-SEC-LANG NOT = SPACES
031900         MOVE HPF-BEST-SEC-TEXT TO HPF-EDIT-TEXT
032000         MOVE HPF-BEST-SEC-LANG TO HPF-EDIT-LANG
032100         PERFORM 3200-EDIT-GREETING THRU 3200-EXIT
032200     END-IF.
033400 2200-NEXT.
033500     PERFORM 2100-READ-ONE-CAL THRU 2100-EXIT.
033600 2200-EXIT.
033700     EXIT.
033800
033900*----------------------------------------------------------*
034000* 3000-FIND-PERIOD                                          *
034100*   POSITIONS SITE-MASTER AT THE SITE'S FIRST GREETING AND *
034200*   SCANS ITS PERIODS FOR THE ONE IN EFFECT ON THE LOOKUP  *
034300*   DATE.                                                  *
034400*----------------------------------------------------------*
034500 3000-FIND-PERIOD.
034600     SET HPF-PERIOD-NOT-FOUND TO TRUE.
034700     SET HPF-SCAN-NOT-DONE TO TRUE.
034800     MOVE ZERO TO HPF-BEST-EFF-START.
034900     MOVE SPACES TO HPF-BEST-MESSAGE-TEXT.
034910     MOVE SPACES TO HPF-BEST-PRI-LANG.
034920     MOVE SPACES TO HPF-BEST-SEC-LANG.
034930     MOVE SPACES TO HPF-BEST-SEC-TEXT.
035000     MOVE HPF-LOOKUP-SITE TO HLO-PARM-SITE-CODE.
035100     MOVE ZERO TO HLO-PARM-EFF-START.
035200     START SITE-MASTER KEY NOT LESS THAN HLO-PARM-KEY
035300         INVALID KEY
035400             SET HPF-SCAN-DONE TO TRUE
035500     END-START.
035600     PERFORM 3100-SCAN-SITE-RECORDS THRU 3100-EXIT
035700         UNTIL HPF-SCAN-DONE.
035800 3000-EXIT.
035900     EXIT.
036000
036100*----------------------------------------------------------*
036200* 3100-SCAN-SITE-RECORDS                                    *
036300*   KEEPS THE LATEST-STARTING PERIOD IN EFFECT ON THE      *
036400*   LOOKUP DATE.  STOP DATE ZERO MEANS OPEN-ENDED.  SAME   *
036500*   TEST AS HELLOWORLD'S 2100-SCAN-SITE-RECORDS.           *
036600*----------------------------------------------------------*
036700 3100-SCAN-SITE-RECORDS.
036800     READ SITE-MASTER NEXT RECORD
036900         AT END
037000             SET HPF-SCAN-DONE TO TRUE
037100             GO TO 3100-EXIT
037200     END-READ.
037300     IF HPF-PARM-STATUS NOT = '00'
037400         OR HLO-PARM-SITE-CODE NOT = HPF-LOOKUP-SITE
037500         SET HPF-SCAN-DONE TO TRUE
037600         GO TO 3100-EXIT
037700     END-IF.
037800     IF HLO-PARM-EFF-START NOT > HPF-LOOKUP-DATE
037900         AND (HLO-PARM-EFF-STOP = ZERO
038000             OR HLO-PARM-EFF-STOP NOT < HPF-LOOKUP-DATE)
038100         AND HLO-PARM-EFF-START NOT < HPF-BEST-EFF-START
038200         MOVE HLO-PARM-EFF-START TO HPF-BEST-EFF-START
038300         MOVE HLO-PARM-MESSAGE-TEXT TO HPF-BEST-MESSAGE-TEXT
038310         MOVE HLO-PARM-PRI-LANG TO HPF-BEST-PRI-LANG
038320         MOVE HLO-PARM-SEC-LANG TO HPF-BEST-SEC-LANG
038330         MOVE HLO-PARM-SEC-TEXT TO HPF-BEST-SEC-TEXT
038400         SET HPF-PERIOD-FOUND TO TRUE
038500     END-IF.
038600 3100-EXIT.
038700     EXIT.
038800
038900*----------------------------------------------------------*
039000* 3200-EDIT-GREETING                                        *
039100*   HELLOWORLD'S 2500-EDIT-GREETING RULES - BLANK TEXT, OR *
039200*   TEXT RUNNING PAST THE 25-BYTE BANNER FIELD, REJECTS.   *
039210*   EDITS ONE LANGUAGE'S TEXT AND LISTS IT WHEN IT FAILS.  *
039300*----------------------------------------------------------*
039400 3200-EDIT-GREETING.
039500     MOVE SPACES TO HPF-REJECT-REASON.
039600     IF HPF-EDIT-TEXT = SPACES
039700         MOVE 'BLANK' TO HPF-REJECT-REASON
039800     ELSE
039900         IF HPF-EDIT-TEXT (26:7) NOT = SPACES
040000             MOVE 'TOOLONG' TO HPF-REJECT-REASON
040100         END-IF
040200     END-IF.
040201     IF HPF-REJECT-REASON = SPACES
040202         GO TO 3200-EXIT
040203     END-IF.
040204     ADD 1 TO HPF-REJECT-COUNT.
040205     MOVE SPACES TO HPF-REPORT-LINE.
040206     STRING 'WILL REJECT          SITE '  DELIMITED BY SIZE
040207            HPF-LOOKUP-SITE               DELIMITED BY SIZE
040208            '  DATE '                     DELIMITED BY SIZE
040209            HPF-LOOKUP-DATE               DELIMITED BY SIZE
040210            '  REASON '                   DELIMITED BY SIZE
040211            HPF-REJECT-REASON             DELIMITED BY SIZE
040212            '  LANG '                     DELIMITED BY SIZE
040213            HPF-EDIT-LANG                 DELIMITED BY SIZE
040214            '  PERIOD START '             DELIMITED BY SIZE
040215            HPF-BEST-EFF-START            DELIMITED BY SIZE
040216            '  TEXT '                     DELIMITED BY SIZE
040217            HPF-EDIT-TEXT                 DELIMITED BY SIZE
040218       INTO HPF-REPORT-LINE.
040219     WRITE HPF-REPORT-LINE.
040300 3200-EXIT.
040400     EXIT.
040500
040600*----------------------------------------------------------*
040700* 4000-CHECK-STAGED                                         *
040800*   WALKS THE WHOLE SITE-MASTER FOR PERIODS STAGED TO      *
040900*   START AFTER TODAY AND NO LATER THAN THE HORIZON, AND   *
041000*   CHECKS EACH START DATE AGAINST THE SITE DIRECTORY AND  *
041100*   THE CALENDAR.                                          *
041200*----------------------------------------------------------*
041300 4000-CHECK-STAGED.
041400     SET HPF-PARM-NOT-EOF TO TRUE.
041500     MOVE LOW-VALUES TO HLO-PARM-SITE-CODE.
041600     MOVE ZERO TO HLO-PARM-EFF-START.
041700     START SITE-MASTER KEY NOT LESS THAN HLO-PARM-KEY
041800         INVALID KEY
041900             SET HPF-PARM-EOF TO TRUE
042000     END-START.
042100     PERFORM 4100-CHECK-ONE-PERIOD THRU 4100-EXIT
042200         UNTIL HPF-PARM-EOF.
042300 4000-EXIT.
042400     EXIT.
042500
042600*----------------------------------------------------------*
042700* 4100-CHECK-ONE-PERIOD                                     *
042800*   A STAGED PERIOD STARTING AFTER THE SITE'S CLOSED DATE  *
042900*   (OR ON A SITE CLOSED BEFORE IT WENT LIVE) WILL NEVER   *
043000*   SHOW.  ONE STARTING ON A DAY THE SITE IS NOT ON THE    *
043100*   CALENDAR WILL NOT SHOW ON ITS FIRST DAY - USUALLY A    *
043200*   WEEKEND OR HOLIDAY KEYED BY MISTAKE.                   *
043300*----------------------------------------------------------*
043400 4100-CHECK-ONE-PERIOD.
043500     READ SITE-MASTER NEXT RECORD
043600         AT END
043700             SET HPF-PARM-EOF TO TRUE
043800             GO TO 4100-EXIT
043900     END-READ.
044000     IF HPF-PARM-STATUS NOT = '00'
044100         SET HPF-PARM-EOF TO TRUE
044200         GO TO 4100-EXIT
044300     END-IF.
044400     IF HLO-PARM-EFF-START NOT > HPF-SYSTEM-DATE
044500         OR HLO-PARM-EFF-START > HPF-HORIZON-DATE
044600         GO TO 4100-EXIT
044700     END-IF.
044800     ADD 1 TO HPF-STAGED-COUNT.
044900     MOVE SPACES TO HPF-STAGE-PROBLEM.
045000     MOVE HLO-PARM-SITE-CODE TO HLO-SITE-CODE.
045100     READ SITE-DIRECTORY
045200         INVALID KEY
045300             MOVE 'SITE NOT IN DIRECTORY' TO HPF-STAGE-PROBLEM
045400     END-READ.
045500     IF HPF-STAGE-PROBLEM = SPACES
045600         AND HLO-SITE-CLOSED
045700         AND (HLO-SITE-CLOSED-DATE = ZERO
045800             OR HLO-PARM-EFF-START > HLO-SITE-CLOSED-DATE)
045900         MOVE 'STARTS AFTER SITE CLOSED' TO HPF-STAGE-PROBLEM
046000     END-IF.
046100     IF HPF-STAGE-PROBLEM = SPACES
046200         MOVE HLO-PARM-EFF-START TO HLO-CAL-RUN-DATE
046300         MOVE HLO-PARM-SITE-CODE TO HLO-CAL-SITE-CODE
046400         READ PROC-CALENDAR
046500             INVALID KEY
046600                 MOVE 'START DAY NOT ON CALENDAR'
046700                     TO HPF-STAGE-PROBLEM
046800         END-READ
046900     END-IF.
047000     IF HPF-STAGE-PROBLEM NOT = SPACES
047100         ADD 1 TO HPF-STAGE-BAD-COUNT
047200         MOVE SPACES TO HPF-REPORT-LINE
047300         STRING 'STAGED PERIOD        SITE '  DELIMITED BY SIZE
047400                HLO-PARM-SITE-CODE            DELIMITED BY SIZE
047500                '  START '                    DELIMITED BY SIZE
047600                HLO-PARM-EFF-START            DELIMITED BY SIZE
047700                '  '                          DELIMITED BY SIZE
047800                HPF-STAGE-PROBLEM             DELIMITED BY SIZE
047900           INTO HPF-REPORT-LINE
048000         WRITE HPF-REPORT-LINE
048100     END-IF.
048200 4100-EXIT.
048300     EXIT.
048400
048500*----------------------------------------------------------*
048600* 5000-PRINT-TOTALS                                         *
048700*   A SITE/DAY THAT WILL REJECT OR A BAD STAGED PERIOD     *
048800*   SETS RETURN-CODE 4 SO THE SCHEDULER ROUTES THE REPORT  *
048900*   FOR REVIEW BEFORE THE WINDOW OPENS.  DEFAULT-TEXT      *
049000*   SITE/DAYS ARE LISTED BUT DO NOT RAISE IT - HELLOWORLD  *
049100*   RUNS THEM CLEAN.                                       *
049200*----------------------------------------------------------*
049300 5000-PRINT-TOTALS.
049400     IF HPF-REJECT-COUNT = ZERO
049500         AND HPF-STAGE-BAD-COUNT = ZERO
049600         MOVE SPACES TO HPF-REPORT-LINE
049700         STRING 'NO REJECTS OR BAD STAGED PERIODS AHEAD'
049800                DELIMITED BY SIZE INTO HPF-REPORT-LINE
049900         WRITE HPF-REPORT-LINE
050000     ELSE
050100         MOVE 4 TO RETURN-CODE
050200     END-IF.
050300     MOVE SPACES TO HPF-REPORT-LINE.
050400     STRING 'LOOK-AHEAD HORIZON   : ' DELIMITED BY SIZE
050500            HPF-HORIZON-DATE          DELIMITED BY SIZE
050600       INTO HPF-REPORT-LINE.
050700     WRITE HPF-REPORT-LINE.
050800     MOVE HPF-SITE-DAY-COUNT TO HPF-PRINT-COUNT.
050900     MOVE SPACES TO HPF-REPORT-LINE.
051000     STRING 'SITE/DAYS CHECKED    : ' DELIMITED BY SIZE
051100            HPF-PRINT-COUNT           DELIMITED BY SIZE
051200       INTO HPF-REPORT-LINE.
051300     WRITE HPF-REPORT-LINE.
051400     MOVE HPF-REJECT-COUNT TO HPF-PRINT-COUNT.
051500     MOVE SPACES TO HPF-REPORT-LINE.
051600     STRING 'WILL REJECT          : ' DELIMITED BY SIZE
051700            HPF-PRINT-COUNT           DELIMITED BY SIZE
051800       INTO HPF-REPORT-LINE.
051900     WRITE HPF-REPORT-LINE.
052000     MOVE HPF-DEFAULT-COUNT TO HPF-PRINT-COUNT.
052100     MOVE SPACES TO HPF-REPORT-LINE.
052200     STRING 'DEFAULT TEXT         : ' DELIMITED BY SIZE
052300            HPF-PRINT-COUNT           DELIMITED BY SIZE
052400       INTO HPF-REPORT-LINE.
052500     WRITE HPF-REPORT-LINE.
052600     MOVE HPF-STAGED-COUNT TO HPF-PRINT-COUNT.
052700     MOVE SPACES TO HPF-REPORT-LINE.
052800     STRING 'STAGED PERIODS AHEAD : ' DELIMITED BY SIZE
052900            HPF-PRINT-COUNT           DELIMITED BY SIZE
053000       INTO HPF-REPORT-LINE.
053100     WRITE HPF-REPORT-LINE.
053200     MOVE HPF-STAGE-BAD-COUNT TO HPF-PRINT-COUNT.
053300     MOVE SPACES TO HPF-REPORT-LINE.
053400     STRING 'BAD STAGED PERIODS   : ' DELIMITED BY SIZE
053500            HPF-PRINT-COUNT           DELIMITED BY SIZE
053600       INTO HPF-REPORT-LINE.
053700     WRITE HPF-REPORT-LINE.
053800 5000-EXIT.
053900     EXIT.
054000
054100*----------------------------------------------------------*
054200* 8000-TERMINATE                                            *
054300*----------------------------------------------------------*
054400 8000-TERMINATE.
054500     IF HPF-INIT-OK
054600         CLOSE PROC-CALENDAR
054700         CLOSE SITE-MASTER
054800         CLOSE SITE-DIRECTORY
054900         CLOSE REPORT-FILE
055000     END-IF.
055100 8000-EXIT.
055200     EXIT.
