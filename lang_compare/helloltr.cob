000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HELLOLTR.
000300 AUTHOR.         R TOWNSEND.
000400 INSTALLATION.   BATCH-OPS.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE      INIT  DESCRIPTION                               *
001100* 10/15/26  RLT   INITIAL VERSION.  DAILY LATE-REGION       *
001200*                 REPORT.  FOR EVERY REGION ON THE REGION   *
001300*                 MASTER, FINDS THE DAY'S WINOPEN AND LAST  *
001400*                 GREETING ON HELLO-LOG, SHIFTS BOTH TO     *
001500*                 REGION LOCAL TIME BY THE REGION'S OFFSET, *
001600*                 AND HOLDS THEM AGAINST ITS SLA CUT-OFF.   *
001700*                 A LATE REGION IS LISTED WITH ITS CONTACT  *
001800*                 SO THE MORNING SHIFT KNOWS WHO TO CALL.   *
001810* 10/15/26  RLT   A REGION THE EXCUSAL REGISTER EXCUSES FOR *
001820*                 THE REPORT DATE IS LISTED AS EXCUSED WITH *
001830*                 ITS REASON AND COUNTED ON ITS OWN TOTAL   *
001840*                 LINE, NOT AS LATE OR ON TIME.             *
001900*----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT CONTROL-CARD ASSIGN TO "SYSIN"
002400         ORGANIZATION IS SEQUENTIAL
002500         FILE STATUS IS HLR-CARD-STATUS.
002600
002700     SELECT REGION-MASTER ASSIGN TO "REGIONDD"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS SEQUENTIAL
003000         RECORD KEY IS HLO-REG-CODE
003100         FILE STATUS IS HLR-REG-STATUS.
003200
003300     SELECT SITE-DIRECTORY ASSIGN TO "SITEDIR"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS HLO-SITE-CODE
003700         FILE STATUS IS HLR-DIR-STATUS.
003800
003900     SELECT HELLO-LOG ASSIGN TO "LOGDD"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS HLO-LOG-KEY
004300         FILE STATUS IS HLR-LOG-STATUS.
004400
004500     SELECT REPORT-FILE ASSIGN TO "RPTDD"
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS HLR-RPT-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CONTROL-CARD
005200     LABEL RECORDS ARE OMITTED.
005300 01  HLR-CONTROL-RECORD.
005400     05  HLR-CTL-DATE           PIC X(08).
005500     05  HLR-CTL-DATE-NUM REDEFINES HLR-CTL-DATE
005600                                PIC 9(08).
005700     05  FILLER                PIC X(72).
005800
005900 FD  REGION-MASTER
006000     LABEL RECORDS ARE OMITTED.
006100     COPY HLOREG.
006200
006300 FD  SITE-DIRECTORY
006400     LABEL RECORDS ARE OMITTED.
006500     COPY HLOSITE.
006600
006700 FD  HELLO-LOG
006800     LABEL RECORDS ARE OMITTED.
006900     COPY HLOLOG.
007000
007100 FD  REPORT-FILE
007200     LABEL RECORDS ARE OMITTED.
007300 01  HLR-REPORT-LINE            PIC X(132).
007400
007500 WORKING-STORAGE SECTION.
007600*----------------------------------------------------------*
007700* FILE STATUS AND END-OF-FILE SWITCHES                     *
007800*----------------------------------------------------------*
007900 01  HLR-CARD-STATUS            PIC X(02).
008000 01  HLR-REG-STATUS             PIC X(02).
008100 01  HLR-DIR-STATUS             PIC X(02).
008200 01  HLR-LOG-STATUS             PIC X(02).
008300 01  HLR-RPT-STATUS             PIC X(02).
008400 01  HLR-REG-EOF-SW             PIC X(01).
008500     88  HLR-REG-EOF            VALUE 'Y'.
008600     88  HLR-REG-NOT-EOF        VALUE 'N'.
008700 01  HLR-LOG-EOF-SW             PIC X(01).
008800     88  HLR-LOG-EOF            VALUE 'Y'.
008900     88  HLR-LOG-NOT-EOF        VALUE 'N'.
009000 01  HLR-INIT-SW                PIC X(01).
009100     88  HLR-INIT-OK            VALUE 'Y'.
009200     88  HLR-INIT-BAD           VALUE 'N'.
009300
009400*----------------------------------------------------------*
009500* REPORT DATE - OFF THE CONTROL CARD, OR TODAY WHEN THE    *
009600* CARD IS BLANK OR NOT 8 DIGITS.                           *
009700*----------------------------------------------------------*
009800 01  HLR-SYSTEM-DATE            PIC 9(08).
009900 01  HLR-REPORT-DATE            PIC 9(08).
010000
010100*----------------------------------------------------------*
010200* REGION TABLE, LOADED FROM THE REGION MASTER.  OPEN TIME  *
010300* IS THE EARLIEST WINOPEN FOR THE REGION ON THE REPORT     *
010400* DATE (HIGH-VALUE 99999999 = NONE SEEN); LAST TIME IS THE *
010500* LATEST GREETING RUN BY ANY OF ITS SITES.  BOTH ARE THE   *
010600* STREAM'S OWN HHMMSSHH CLOCK, AS LOGGED.                  *
010700*----------------------------------------------------------*
010800 77  HLR-REGION-MAX             PIC 9(02) COMP VALUE 20.
010900 77  HLR-REGION-COUNT           PIC 9(02) COMP VALUE ZERO.
011000 77  HLR-REG-SUB                PIC 9(02) COMP VALUE ZERO.
011100 77  HLR-REG-HIT                PIC 9(02) COMP VALUE ZERO.
011200 01  HLR-REGION-TABLE.
011300     05  HLR-REGION-ENTRY OCCURS 20 TIMES.
011400         10  HLR-REG-CODE       PIC X(02).
011500         10  HLR-REG-NAME       PIC X(20).
011600         10  HLR-REG-CUTOFF     PIC 9(06).
011700         10  HLR-REG-OFFSET     PIC S9(02).
011800         10  HLR-REG-CONTACT    PIC X(20).
011900         10  HLR-REG-PHONE      PIC X(15).
012000         10  HLR-REG-OPEN-TIME  PIC 9(08).
012100         10  HLR-REG-LAST-TIME  PIC 9(08).
012200         10  HLR-REG-GREET-CNT  PIC 9(05) COMP.
012300 01  HLR-LOOKUP-REGION          PIC X(02).
012400
012500*----------------------------------------------------------*
012600* LOCAL-TIME ARITHMETIC.  TIMES ARE TAKEN TO SECONDS OF    *
012700* THE DAY AND THE OFFSET ADDED.  THE SHIFTED VALUE IS NOT  *
012800* WRAPPED FOR THE CUT-OFF TEST - A RESULT PAST 86399 IS    *
012900* AFTER LOCAL MIDNIGHT AND SO LATER THAN ANY CUT-OFF, AND  *
013000* A NEGATIVE ONE IS STILL THE LOCAL EVENING BEFORE.  IT    *
013100* IS ONLY WRAPPED TO PRINT.                                *
013200*----------------------------------------------------------*
013300 01  HLR-CLOCK-IN               PIC 9(08).
013400 01  HLR-CLOCK-HH               PIC 9(02).
013500 01  HLR-CLOCK-MM               PIC 9(02).
013600 01  HLR-CLOCK-SS               PIC 9(02).
013700 01  HLR-CLOCK-REM              PIC 9(06).
013800 01  HLR-CLOCK-REM2             PIC 9(04).
013900 01  HLR-LOCAL-SECS             PIC S9(06).
014000 01  HLR-PRINT-SECS             PIC 9(05).
014100 01  HLR-CUTOFF-SECS            PIC S9(06).
014200 01  HLR-OPEN-SECS              PIC S9(06).
014300 01  HLR-LAST-SECS              PIC S9(06).
014400 01  HLR-TIME-X                 PIC X(08).
014500 01  HLR-OPEN-X                 PIC X(08).
014600 01  HLR-LAST-X                 PIC X(08).
014700 01  HLR-CUTOFF-X               PIC X(08).
014800 01  HLR-REGION-RESULT          PIC X(20).
014900 01  HLR-LATE-SW                PIC X(01).
015000     88  HLR-REGION-LATE        VALUE 'Y'.
015100     88  HLR-REGION-ON-TIME     VALUE 'N'.
015200
015300*----------------------------------------------------------*
015400* RUN COUNTERS                                             *
015500*----------------------------------------------------------*
015600 77  HLR-LATE-COUNT             PIC 9(05) COMP VALUE ZERO.
015700 77  HLR-ON-TIME-COUNT          PIC 9(05) COMP VALUE ZERO.
015800 77  HLR-NO-SLA-COUNT           PIC 9(05) COMP VALUE ZERO.
015900 77  HLR-UNPLACED-COUNT         PIC 9(05) COMP VALUE ZERO.
015910 77  HLR-EXCUSED-COUNT          PIC 9(05) COMP VALUE ZERO.
015920
015930*----------------------------------------------------------*
015940* EXCUSAL-REGISTER CHECK CALL AREA (HELLOXCK)              *
015950*----------------------------------------------------------*
015960     COPY HLOXCK.
016000
016100*----------------------------------------------------------*
016200* PRINT LINE WORK AREAS                                    *
016300*----------------------------------------------------------*
016400 01  HLR-PRINT-COUNT            PIC ZZZZ9.
016500 01  HLR-PRINT-OFFSET           PIC +99.
016600
016700 PROCEDURE DIVISION.
016800*----------------------------------------------------------*
016900* 0000-MAINLINE                                             *
017000*----------------------------------------------------------*
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017300     IF HLR-INIT-OK
017400         PERFORM 2000-SCAN-LOG THRU 2000-EXIT
017500         PERFORM 3000-REPORT-REGIONS THRU 3000-EXIT
017600         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
017700     END-IF.
017800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
017900     STOP RUN.
018000
018100*----------------------------------------------------------*
018200* 1000-INITIALIZE                                          *
018300*   TAKES THE REPORT DATE OFF THE CONTROL CARD, OPENS THE  *
018400*   FILES, AND LOADS THE REGION TABLE.  ANY OPEN FAILURE   *
018500*   IS FATAL - A LATE REPORT THAT CANNOT SEE THE LOG OR    *
018600*   THE REGIONS WOULD CALL EVERY REGION ON TIME.           *
018700*----------------------------------------------------------*
018800 1000-INITIALIZE.
018900     SET HLR-INIT-OK TO TRUE.
019000     ACCEPT HLR-SYSTEM-DATE FROM DATE YYYYMMDD.
019100     MOVE HLR-SYSTEM-DATE TO HLR-REPORT-DATE.
019200     OPEN INPUT CONTROL-CARD.
019300     IF HLR-CARD-STATUS = '00'
019400         READ CONTROL-CARD
019500             AT END
019600                 MOVE SPACES TO HLR-CTL-DATE
019700         END-READ
019800         IF HLR-CTL-DATE-NUM IS NUMERIC
019900             MOVE HLR-CTL-DATE-NUM TO HLR-REPORT-DATE
020000         END-IF
020100         CLOSE CONTROL-CARD
020200     ELSE
020300         DISPLAY 'HELLOLTR - UNABLE TO OPEN CONTROL-CARD, '
020400             'STATUS=' HLR-CARD-STATUS
020500     END-IF.
020600     OPEN INPUT REGION-MASTER.
020700     IF HLR-REG-STATUS NOT = '00'
020800         DISPLAY 'HELLOLTR - UNABLE TO OPEN REGION-MASTER, '
020900             'STATUS=' HLR-REG-STATUS
021000         SET HLR-INIT-BAD TO TRUE
021100         MOVE 16 TO RETURN-CODE
021200         GO TO 1000-EXIT
021300     END-IF.
021400     OPEN INPUT SITE-DIRECTORY.
021500     IF HLR-DIR-STATUS NOT = '00'
021600         DISPLAY 'HELLOLTR - UNABLE TO OPEN SITE-DIRECTORY, '
021700             'STATUS=' HLR-DIR-STATUS
021800         SET HLR-INIT-BAD TO TRUE
021900         MOVE 16 TO RETURN-CODE
022000         GO TO 1000-EXIT
022100     END-IF.
022200     OPEN INPUT HELLO-LOG.
022300     IF HLR-LOG-STATUS NOT = '00'
022400         DISPLAY 'HELLOLTR - UNABLE TO OPEN HELLO-LOG, '
022500             'STATUS=' HLR-LOG-STATUS
022600         SET HLR-INIT-BAD TO TRUE
022700         MOVE 16 TO RETURN-CODE
022800         GO TO 1000-EXIT
022900     END-IF.
023000     OPEN OUTPUT REPORT-FILE.
023100     IF HLR-RPT-STATUS NOT = '00'
023200         DISPLAY 'HELLOLTR - UNABLE TO OPEN REPORT-FILE, '
023300             'STATUS=' HLR-RPT-STATUS
023400         SET HLR-INIT-BAD TO TRUE
023500         MOVE 16 TO RETURN-CODE
023600         GO TO 1000-EXIT
023700     END-IF.
023800     SET HLR-REG-NOT-EOF TO TRUE.
023900     PERFORM 1100-LOAD-ONE-REGION THRU 1100-EXIT
024000         UNTIL HLR-REG-EOF.
024100     MOVE SPACES TO HLR-REPORT-LINE.
024200     STRING 'HELLOLTR LATE-REGION REPORT FOR '
024300            DELIMITED BY SIZE
024400            HLR-REPORT-DATE            DELIMITED BY SIZE
024500            ' - RUN '                  DELIMITED BY SIZE
024600            HLR-SYSTEM-DATE            DELIMITED BY SIZE
024700       INTO HLR-REPORT-LINE.
024800     WRITE HLR-REPORT-LINE.
024900     IF HLR-REGION-COUNT = ZERO
025000         MOVE SPACES TO HLR-REPORT-LINE
025100         STRING 'NO REGIONS ON THE REGION MASTER - NOTHING TO '
025200                DELIMITED BY SIZE
025300                'MEASURE'              DELIMITED BY SIZE
025400           INTO HLR-REPORT-LINE
025500         WRITE HLR-REPORT-LINE
025600         MOVE 4 TO RETURN-CODE
025700     END-IF.
025800 1000-EXIT.
025900     EXIT.
026000
026100*----------------------------------------------------------*
026200* 1100-LOAD-ONE-REGION                                      *
026300*----------------------------------------------------------*
026400 1100-LOAD-ONE-REGION.
026500     READ REGION-MASTER NEXT RECORD
026600         AT END
026700             SET HLR-REG-EOF TO TRUE
026800             GO TO 1100-EXIT
026900     END-READ.
027000     IF HLR-REGION-COUNT NOT < HLR-REGION-MAX
027100         DISPLAY 'HELLOLTR - REGION TABLE FULL, REGION '
027200             HLO-REG-CODE ' DROPPED'
027300         GO TO 1100-EXIT
027400     END-IF.
027500     ADD 1 TO HLR-REGION-COUNT.
027600     MOVE HLR-REGION-COUNT TO HLR-REG-SUB.
027700     MOVE HLO-REG-CODE TO HLR-REG-CODE (HLR-REG-SUB).
027800     MOVE HLO-REG-NAME TO HLR-REG-NAME (HLR-REG-SUB).
027900     MOVE HLO-REG-CUTOFF TO HLR-REG-CUTOFF (HLR-REG-SUB).
028000     MOVE HLO-REG-TZ-OFFSET TO HLR-REG-OFFSET (HLR-REG-SUB).
028100     MOVE HLO-REG-CONTACT-NAME TO HLR-REG-CONTACT (HLR-REG-SUB).
028200     MOVE HLO-REG-CONTACT-PHONE TO HLR-REG-PHONE (HLR-REG-SUB).
028300     MOVE 99999999 TO HLR-REG-OPEN-TIME (HLR-REG-SUB).
028400     MOVE ZERO TO HLR-REG-LAST-TIME (HLR-REG-SUB).
028500     MOVE ZERO TO HLR-REG-GREET-CNT (HLR-REG-SUB).
028600 1100-EXIT.
028700     EXIT.
028800
028900*----------------------------------------------------------*
029000* 2000-SCAN-LOG                                             *
029100*   POSITIONS HELLO-LOG AT THE START OF THE REPORT DATE    *
029200*   AND READS TO THE FIRST RECORD OF THE NEXT DAY.         *
029300*----------------------------------------------------------*
029400 2000-SCAN-LOG.
029500     SET HLR-LOG-NOT-EOF TO TRUE.
029600     MOVE HLR-REPORT-DATE TO HLO-LOG-RUN-DATE.
029700     MOVE ZERO TO HLO-LOG-RUN-TIME.
029800     MOVE LOW-VALUES TO HLO-LOG-JOB-NAME.
029900     START HELLO-LOG KEY NOT LESS THAN HLO-LOG-KEY
030000         INVALID KEY
030100             SET HLR-LOG-EOF TO TRUE
030200     END-START.
030300     PERFORM 2100-PROCESS-ONE-LOG THRU 2100-EXIT
030400         UNTIL HLR-LOG-EOF.
030500 2000-EXIT.
030600     EXIT.
030700
030800*----------------------------------------------------------*
030900* 2100-PROCESS-ONE-LOG                                      *
031000*   WINOPEN CARRIES ITS REGION IN THE FIRST TWO BYTES OF   *
031100*   THE SITE CODE AND KEEPS THE EARLIEST OPEN.  A GREETING *
031200*   RUN (BLANK ACTION CODE) IS PLACED IN A REGION THROUGH  *
031300*   THE SITE DIRECTORY AND KEEPS THE LATEST RUN.  A RUN    *
031400*   WHOSE SITE OR REGION CANNOT BE PLACED IS COUNTED, NOT  *
031500*   GUESSED AT.  OTHER LIFECYCLE DECISIONS ARE SKIPPED.    *
031600*----------------------------------------------------------*
031700 2100-PROCESS-ONE-LOG.
031800     READ HELLO-LOG NEXT RECORD
031900         AT END
032000             SET HLR-LOG-EOF TO TRUE
032100             GO TO 2100-EXIT
032200     END-READ.
032300     IF HLR-LOG-STATUS NOT = '00'
032400         OR HLO-LOG-RUN-DATE NOT = HLR-REPORT-DATE
032500         SET HLR-LOG-EOF TO TRUE
032600         GO TO 2100-EXIT
032700     END-IF.
032800     EVALUATE TRUE
032900         WHEN HLO-LOG-ACTION-CODE = 'WINOPEN '
033000             MOVE HLO-LOG-SITE-CODE (1:2) TO HLR-LOOKUP-REGION
033100             PERFORM 2200-FIND-REGION THRU 2200-EXIT
033200             IF HLR-REG-HIT = ZERO
033300                 ADD 1 TO HLR-UNPLACED-COUNT
033400             ELSE
033500                 IF HLO-LOG-RUN-TIME
033600                     < HLR-REG-OPEN-TIME (HLR-REG-HIT)
033700                     MOVE HLO-LOG-RUN-TIME
033800                         TO HLR-REG-OPEN-TIME (HLR-REG-HIT)
033900                 END-IF
034000             END-IF
034100         WHEN HLO-LOG-ACTION-CODE = SPACES
034200             AND HLO-LOG-SITE-CODE NOT = SPACES
034300             MOVE HLO-LOG-SITE-CODE TO HLO-SITE-CODE
034400             MOVE SPACES TO HLR-LOOKUP-REGION
034500             READ SITE-DIRECTORY
034600                 INVALID KEY
034700                     CONTINUE
034800             END-READ
034900             IF HLR-DIR-STATUS = '00'
035000                 MOVE HLO-SITE-REGION TO HLR-LOOKUP-REGION
035100             END-IF
035200             PERFORM 2200-FIND-REGION THRU 2200-EXIT
035300             IF HLR-REG-HIT = ZERO
035400                 ADD 1 TO HLR-UNPLACED-COUNT
035500             ELSE
035600                 ADD 1 TO HLR-REG-GREET-CNT (HLR-REG-HIT)
035700                 IF HLO-LOG-RUN-TIME
035800                     > HLR-REG-LAST-TIME (HLR-REG-HIT)
035900                     MOVE HLO-LOG-RUN-TIME
036000                         TO HLR-REG-LAST-TIME (HLR-REG-HIT)
036100                 END-IF
036200             END-IF
036300     END-EVALUATE.
036400 2100-EXIT.
036500     EXIT.
036600
036700*----------------------------------------------------------*
036800* 2200-FIND-REGION                                          *
036900*   REG-HIT COMES BACK ZERO WHEN THE REGION IS NOT IN THE  *
037000*   TABLE.                                                 *
037100*----------------------------------------------------------*
037200 2200-FIND-REGION.
037300     MOVE ZERO TO HLR-REG-HIT.
037400     MOVE ZERO TO HLR-REG-SUB.
037500     IF HLR-LOOKUP-REGION = SPACES
037600         GO TO 2200-EXIT
037700     END-IF.
037800 2200-NEXT-REGION.
037900     ADD 1 TO HLR-REG-SUB.
038000     IF HLR-REG-SUB NOT > HLR-REGION-COUNT
038100         IF HLR-REG-CODE (HLR-REG-SUB) = HLR-LOOKUP-REGION
038200             MOVE HLR-REG-SUB TO HLR-REG-HIT
038300         ELSE
038400             GO TO 2200-NEXT-REGION
038500         END-IF
038600     END-IF.
038700 2200-EXIT.
038800     EXIT.
038900
039000*----------------------------------------------------------*
039100* 3000-REPORT-REGIONS                                       *
039200*----------------------------------------------------------*
039300 3000-REPORT-REGIONS.
039400     MOVE ZERO TO HLR-REG-SUB.
039500 3000-NEXT-REGION.
039600     ADD 1 TO HLR-REG-SUB.
039700     IF HLR-REG-SUB > HLR-REGION-COUNT
039800         GO TO 3000-EXIT
039900     END-IF.
040000     PERFORM 3100-CHECK-ONE-REGION THRU 3100-EXIT.
040100     GO TO 3000-NEXT-REGION.
040200 3000-EXIT.
040300     EXIT.
040400
040500*----------------------------------------------------------*
040600* 3100-CHECK-ONE-REGION                                     *
040700*   A REGION IS LATE IF ITS WINDOW NEVER OPENED, OPENED    *
040800*   AFTER THE CUT-OFF, NEVER GREETED, OR GREETED LAST      *
040900*   AFTER THE CUT-OFF - ALL IN REGION LOCAL TIME.  A       *
041000*   REGION WITH NO CUT-OFF IS LISTED BUT NOT JUDGED.       *
041010*   A REGION THE EXCUSAL REGISTER EXCUSES ON THE REPORT    *
041020*   DATE IS LISTED AS EXCUSED WITH ITS REASON AND IS NOT   *
041030*   JUDGED EITHER - IT IS NEITHER LATE NOR ON TIME.        *
041100*----------------------------------------------------------*
041200 3100-CHECK-ONE-REGION.
041300     SET HLR-REGION-ON-TIME TO TRUE.
041400     MOVE SPACES TO HLR-REGION-RESULT.
041500     MOVE 'NONE' TO HLR-OPEN-X.
041600     MOVE 'NONE' TO HLR-LAST-X.
041700     MOVE ZERO TO HLR-OPEN-SECS.
041800     MOVE ZERO TO HLR-LAST-SECS.
041900     IF HLR-REG-OPEN-TIME (HLR-REG-SUB) NOT = 99999999
042000         MOVE HLR-REG-OPEN-TIME (HLR-REG-SUB) TO HLR-CLOCK-IN
042100         PERFORM 4000-CLOCK-TO-LOCAL THRU 4000-EXIT
042200         MOVE HLR-LOCAL-SECS TO HLR-OPEN-SECS
042300         MOVE HLR-TIME-X TO HLR-OPEN-X
042400     END-IF.
042500     IF HLR-REG-GREET-CNT (HLR-REG-SUB) > ZERO
042600         MOVE HLR-REG-LAST-TIME (HLR-REG-SUB) TO HLR-CLOCK-IN
042700         PERFORM 4000-CLOCK-TO-LOCAL THRU 4000-EXIT
042800         MOVE HLR-LOCAL-SECS TO HLR-LAST-SECS
042900         MOVE HLR-TIME-X TO HLR-LAST-X
043000     END-IF.
043100     MOVE HLR-REG-CUTOFF (HLR-REG-SUB) TO HLR-CLOCK-REM.
043200     DIVIDE HLR-CLOCK-REM BY 10000
043300         GIVING HLR-CLOCK-HH REMAINDER HLR-CLOCK-REM2.
043400     DIVIDE HLR-CLOCK-REM2 BY 100
043500         GIVING HLR-CLOCK-MM REMAINDER HLR-CLOCK-SS.
043600     COMPUTE HLR-CUTOFF-SECS =
043700         (HLR-CLOCK-HH * 60 + HLR-CLOCK-MM) * 60 + HLR-CLOCK-SS.
043800     MOVE SPACES TO HLR-CUTOFF-X.
043900     STRING HLR-CLOCK-HH         DELIMITED BY SIZE
044000            ':'                  DELIMITED BY SIZE
044100            HLR-CLOCK-MM         DELIMITED BY SIZE
044200            ':'                  DELIMITED BY SIZE
044300            HLR-CLOCK-SS         DELIMITED BY SIZE
044400       INTO HLR-CUTOFF-X.
044410     SET HLO-XCK-CHECK TO TRUE.
044420     MOVE SPACES TO HLO-XCK-SITE-CODE.
044430     MOVE HLR-REG-CODE (HLR-REG-SUB) TO HLO-XCK-REGION.
044440     MOVE HLR-REPORT-DATE TO HLO-XCK-DATE.
044450     CALL 'HELLOXCK' USING HLO-XCK-REQUEST.
044460     IF HLO-XCK-EXCUSED
044470         STRING 'EXCUSED - '          DELIMITED BY SIZE
044480                HLO-XCK-REASON        DELIMITED BY SIZE
044490           INTO HLR-REGION-RESULT
044492         ADD 1 TO HLR-EXCUSED-COUNT
044494         GO TO 3100-PRINT
044496     END-IF.
044500     EVALUATE TRUE
044600         WHEN HLR-REG-CUTOFF (HLR-REG-SUB) = ZERO
044700             MOVE 'NO SLA SET' TO HLR-REGION-RESULT
044800             MOVE 'NONE' TO HLR-CUTOFF-X
044900             ADD 1 TO HLR-NO-SLA-COUNT
045000             GO TO 3100-PRINT
045100         WHEN HLR-REG-OPEN-TIME (HLR-REG-SUB) = 99999999
045200             MOVE 'LATE - NEVER OPENED' TO HLR-REGION-RESULT
045300             SET HLR-REGION-LATE TO TRUE
045400         WHEN HLR-OPEN-SECS > HLR-CUTOFF-SECS
045500             MOVE 'LATE - OPENED LATE' TO HLR-REGION-RESULT
045600             SET HLR-REGION-LATE TO TRUE
045700         WHEN HLR-REG-GREET-CNT (HLR-REG-SUB) = ZERO
045800             MOVE 'LATE - NO GREETINGS' TO HLR-REGION-RESULT
045900             SET HLR-REGION-LATE TO TRUE
046000         WHEN HLR-LAST-SECS > HLR-CUTOFF-SECS
046100             MOVE 'LATE - GREETED LATE' TO HLR-REGION-RESULT
046200             SET HLR-REGION-LATE TO TRUE
046300         WHEN OTHER
046400             MOVE 'ON TIME' TO HLR-REGION-RESULT
046500     END-EVALUATE.
046600     IF HLR-REGION-LATE
046700         ADD 1 TO HLR-LATE-COUNT
046800     ELSE
046900         ADD 1 TO HLR-ON-TIME-COUNT
047000     END-IF.
047100 3100-PRINT.
047200     MOVE HLR-REG-OFFSET (HLR-REG-SUB) TO HLR-PRINT-OFFSET.
047300     MOVE SPACES TO HLR-REPORT-LINE.
047400     STRING 'REGION '                     DELIMITED BY SIZE
047500            HLR-REG-CODE (HLR-REG-SUB)    DELIMITED BY SIZE
047600            ' '                           DELIMITED BY SIZE
047700            HLR-REG-NAME (HLR-REG-SUB)    DELIMITED BY SIZE
047800            ' TZ '                        DELIMITED BY SIZE
047900            HLR-PRINT-OFFSET              DELIMITED BY SIZE
048000            '  CUT-OFF '                  DELIMITED BY SIZE
048100            HLR-CUTOFF-X                  DELIMITED BY SIZE
048200            '  WINOPEN '                  DELIMITED BY SIZE
048300            HLR-OPEN-X                    DELIMITED BY SIZE
048400            '  LAST GREETING '            DELIMITED BY SIZE
048500            HLR-LAST-X                    DELIMITED BY SIZE
048600            '  '                          DELIMITED BY SIZE
048700            HLR-REGION-RESULT             DELIMITED BY SIZE
048800       INTO HLR-REPORT-LINE.
048900     WRITE HLR-REPORT-LINE.
049000     IF HLR-REGION-LATE
049100         MOVE SPACES TO HLR-REPORT-LINE
049200         STRING '          CONTACT '        DELIMITED BY SIZE
049300                HLR-REG-CONTACT (HLR-REG-SUB)
049400                                            DELIMITED BY SIZE
049500                '  PHONE '                  DELIMITED BY SIZE
049600                HLR-REG-PHONE (HLR-REG-SUB) DELIMITED BY SIZE
049700           INTO HLR-REPORT-LINE
049800         WRITE HLR-REPORT-LINE
049900     END-IF.
050000 3100-EXIT.
050100     EXIT.
050200
050300*----------------------------------------------------------*
050400* 4000-CLOCK-TO-LOCAL                                       *
050500*   TAKES A LOGGED HHMMSSHH TIME TO SECONDS OF THE DAY AND *
050600*   ADDS THE REGION'S OFFSET, THEN FORMATS THE LOCAL TIME  *
050700*   HH:MM:SS FOR PRINT, WRAPPED ONTO THE 24-HOUR CLOCK.    *
050800*----------------------------------------------------------*
050900 4000-CLOCK-TO-LOCAL.
051000     DIVIDE HLR-CLOCK-IN BY 1000000
051100         GIVING HLR-CLOCK-HH REMAINDER HLR-CLOCK-REM.
051200     DIVIDE HLR-CLOCK-REM BY 10000
051300         GIVING HLR-CLOCK-MM REMAINDER HLR-CLOCK-REM2.
051400     DIVIDE HLR-CLOCK-REM2 BY 100 GIVING HLR-CLOCK-SS.
051500     COMPUTE HLR-LOCAL-SECS =
051600         (HLR-CLOCK-HH * 60 + HLR-CLOCK-MM) * 60 + HLR-CLOCK-SS
051700             + HLR-REG-OFFSET (HLR-REG-SUB) * 3600.
051800     IF HLR-LOCAL-SECS < ZERO
051900         COMPUTE HLR-PRINT-SECS = HLR-LOCAL-SECS + 86400
052000     ELSE
052100         IF HLR-LOCAL-SECS > 86399
052200             COMPUTE HLR-PRINT-SECS = HLR-LOCAL-SECS - 86400
052300         ELSE
052400             MOVE HLR-LOCAL-SECS TO HLR-PRINT-SECS
052500         END-IF
052600     END-IF.
052700     DIVIDE HLR-PRINT-SECS BY 3600
052800         GIVING HLR-CLOCK-HH REMAINDER HLR-CLOCK-REM.
052900     DIVIDE HLR-CLOCK-REM BY 60
053000         GIVING HLR-CLOCK-MM REMAINDER HLR-CLOCK-SS.
053100     MOVE SPACES TO HLR-TIME-X.
053200     STRING HLR-CLOCK-HH         DELIMITED BY SIZE
053300            ':'                  DELIMITED BY SIZE
053400            HLR-CLOCK-MM         DELIMITED BY SIZE
053500            ':'                  DELIMITED BY SIZE
053600            HLR-CLOCK-SS         DELIMITED BY SIZE
053700       INTO HLR-TIME-X.
053800 4000-EXIT.
053900     EXIT.
054000
054100*----------------------------------------------------------*
054200* 5000-PRINT-TOTALS                                         *
054300*   ANY LATE REGION SETS RETURN-CODE 4 SO THE SCHEDULER    *
054400*   ROUTES THE REPORT TO THE SHIFT LEAD.                   *
054500*----------------------------------------------------------*
054600 5000-PRINT-TOTALS.
054700     IF HLR-LATE-COUNT = ZERO
054800         MOVE SPACES TO HLR-REPORT-LINE
054900         STRING 'NO REGION MISSED ITS CUT-OFF'
055000                DELIMITED BY SIZE INTO HLR-REPORT-LINE
055100         WRITE HLR-REPORT-LINE
055200     ELSE
055300         MOVE 4 TO RETURN-CODE
055400     END-IF.
055500     MOVE HLR-REGION-COUNT TO HLR-PRINT-COUNT.
055600     MOVE SPACES TO HLR-REPORT-LINE.
055700     STRING 'REGIONS CHECKED      : ' DELIMITED BY SIZE
055800            HLR-PRINT-COUNT           DELIMITED BY SIZE
055900       INTO HLR-REPORT-LINE.
056000     WRITE HLR-REPORT-LINE.
056100     MOVE HLR-ON-TIME-COUNT TO HLR-PRINT-COUNT.
056200     MOVE SPACES TO HLR-REPORT-LINE.
056300     STRING 'ON TIME              : ' DELIMITED BY SIZE
056400            HLR-PRINT-COUNT           DELIMITED BY SIZE
056500       INTO HLR-REPORT-LINE.
056600     WRITE HLR-REPORT-LINE.
056700     MOVE HLR-LATE-COUNT TO HLR-PRINT-COUNT.
056800     MOVE SPACES TO HLR-REPORT-LINE.
056900     STRING 'LATE                 : ' DELIMITED BY SIZE
057000            HLR-PRINT-COUNT           DELIMITED BY SIZE
057100       INTO HLR-REPORT-LINE.
057200     WRITE HLR-REPORT-LINE.
057300     MOVE HLR-NO-SLA-COUNT TO HLR-PRINT-COUNT.
057400     MOVE SPACES TO HLR-REPORT-LINE.
057500     STRING 'NO SLA SET           : ' DELIMITED BY SIZE
057600            HLR-PRINT-COUNT           DELIMITED BY SIZE
057700       INTO HLR-REPORT-LINE.
057800     WRITE HLR-REPORT-LINE.
057810     MOVE HLR-EXCUSED-COUNT TO HLR-PRINT-COUNT.
057820     MOVE SPACES TO HLR-REPORT-LINE.
057830     STRING 'EXCUSED              : ' DELIMITED BY SIZE
057840            HLR-PRINT-COUNT           DELIMITED BY SIZE
057850       INTO HLR-REPORT-LINE.
057860     WRITE HLR-REPORT-LINE.
057900     MOVE HLR-UNPLACED-COUNT TO HLR-PRINT-COUNT.
058000     MOVE SPACES TO HLR-REPORT-LINE.
058100     STRING 'UNPLACED LOG RECORDS : ' DELIMITED BY SIZE
058200            HLR-PRINT-COUNT           DELIMITED BY SIZE
058300            ' (SITE OR REGION NOT ON FILE)'
058400                                      DELIMITED BY SIZE
058500       INTO HLR-REPORT-LINE.
058600     WRITE HLR-REPORT-LINE.
058700 5000-EXIT.
058800     EXIT.
058900
059000*----------------------------------------------------------*
059100* 8000-TERMINATE                                            *
059200*----------------------------------------------------------*
059300 8000-TERMINATE.
059400     IF HLR-INIT-OK
059500         CLOSE REGION-MASTER
059600         CLOSE SITE-DIRECTORY
059700         CLOSE HELLO-LOG
059800         CLOSE REPORT-FILE
059900     END-IF.
059910     SET HLO-XCK-CLOSE TO TRUE.
059920     CALL 'HELLOXCK' USING HLO-XCK-REQUEST.
060000 8000-EXIT.
060100     EXIT.
