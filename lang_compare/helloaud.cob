000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HELLOAUD.
000300 AUTHOR.         R TOWNSEND.
000400 INSTALLATION.   BATCH-OPS.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE      INIT  DESCRIPTION                               *
001100* 10/15/26  RLT   INITIAL VERSION.  WEEKLY CROSS-FILE       *
001200*                 REFERENTIAL AUDIT OF THE SITE DATASETS.   *
001300*                 THE SITE DIRECTORY IS TAKEN AS THE TRUTH  *
001400*                 AND SITE-MASTER, THE PROCESSING CALENDAR, *
001500*                 HELLO-REJECT, CHANGE-HISTORY AND, WHEN    *
001600*                 PRESENTED, THE PENDING-CHANGE QUEUE AND   *
001700*                 THE REGION MASTER ARE CHECKED AGAINST IT. *
001800*                 EVERY DISCREPANCY IS LISTED UNDER ITS     *
001900*                 CATEGORY WITH A COUNT, SO THE DRIFT CAN   *
002000*                 BE CLEANED UP BEFORE MONTH-END TURNS IT   *
002100*                 INTO FALSE MISSES.                        *
002200*----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT CONTROL-CARD ASSIGN TO "SYSIN"
002700         ORGANIZATION IS SEQUENTIAL
002800         FILE STATUS IS HAU-CARD-STATUS.
002900
003000     SELECT SITE-DIRECTORY ASSIGN TO "SITEDIR"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS HLO-SITE-CODE
003400         FILE STATUS IS HAU-DIR-STATUS.
003500
003600     SELECT SITE-MASTER ASSIGN TO "SITEKSDS"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS HLO-PARM-KEY
004000         FILE STATUS IS HAU-PARM-STATUS.
004100
004200     SELECT PROC-CALENDAR ASSIGN TO "CALDD"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS HLO-CAL-KEY
004600         FILE STATUS IS HAU-CAL-STATUS.
004700
004800     SELECT HELLO-REJECT ASSIGN TO "REJDD"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS HLO-REJ-KEY
005200         FILE STATUS IS HAU-REJ-STATUS.
005300
005400     SELECT CHANGE-HISTORY ASSIGN TO "HISTDD"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS HLO-HIST-KEY
005800         FILE STATUS IS HAU-HIST-STATUS.
005900
006000     SELECT PENDING-CHANGE ASSIGN TO "PENDDD"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS HLO-PEND-KEY
006400         FILE STATUS IS HAU-PEND-STATUS.
006500
006600     SELECT REGION-MASTER ASSIGN TO "REGIONDD"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS HLO-REG-CODE
007000         FILE STATUS IS HAU-REG-STATUS.
007100
007200     SELECT REPORT-FILE ASSIGN TO "RPTDD"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS HAU-RPT-STATUS.
007500
007600     SELECT SORT-FILE ASSIGN TO "SORTWK1".
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  CONTROL-CARD
008100     LABEL RECORDS ARE OMITTED.
008200 01  HAU-CONTROL-RECORD.
008300     05  HAU-CTL-DATE           PIC X(08).
008400     05  HAU-CTL-DATE-NUM REDEFINES HAU-CTL-DATE
008500                                PIC 9(08).
008600     05  FILLER                PIC X(72).
008700
008800 FD  SITE-DIRECTORY
008900     LABEL RECORDS ARE OMITTED.
009000     COPY HLOSITE.
009100
009200 FD  SITE-MASTER
009300     LABEL RECORDS ARE OMITTED.
009400     COPY HLOPARM.
009500
009600 FD  PROC-CALENDAR
009700     LABEL RECORDS ARE OMITTED.
009800     COPY HLOCAL.
009900
010000 FD  HELLO-REJECT
010100     LABEL RECORDS ARE OMITTED.
010200     COPY HLOREJ.
010300
010400 FD  CHANGE-HISTORY
010500     LABEL RECORDS ARE OMITTED.
010600     COPY HLOHIST.
010700
010800 FD  PENDING-CHANGE
010900     LABEL RECORDS ARE OMITTED.
011000     COPY HLOPEND.
011100
011200 FD  REGION-MASTER
011300     LABEL RECORDS ARE OMITTED.
011400     COPY HLOREG.
011500
011600 FD  REPORT-FILE
011700     LABEL RECORDS ARE OMITTED.
011800 01  HAU-REPORT-LINE            PIC X(132).
011900
012000*----------------------------------------------------------*
012100* SORT RECORD - ONE PER DISCREPANCY.  CATEGORY, THEN SITE, *
012200* THEN THE ORDER IT WAS FOUND IN, SO EACH CATEGORY PRINTS  *
012300* TOGETHER WITH ITS SITES IN CODE ORDER.                   *
012400*----------------------------------------------------------*
012500 SD  SORT-FILE.
012600 01  HAU-SORT-RECORD.
012700     05  HAU-SRT-CAT            PIC 9(02).
012800     05  HAU-SRT-SITE           PIC X(05).
012900     05  HAU-SRT-SEQ            PIC 9(07).
013000     05  HAU-SRT-TEXT           PIC X(90).
013100
013200 WORKING-STORAGE SECTION.
013300*----------------------------------------------------------*
013400* FILE STATUS AND END-OF-FILE SWITCHES                     *
013500*----------------------------------------------------------*
013600 01  HAU-CARD-STATUS            PIC X(02).
013700 01  HAU-DIR-STATUS             PIC X(02).
013800 01  HAU-PARM-STATUS            PIC X(02).
013900 01  HAU-CAL-STATUS             PIC X(02).
014000 01  HAU-REJ-STATUS             PIC X(02).
014100 01  HAU-HIST-STATUS            PIC X(02).
014200 01  HAU-PEND-STATUS            PIC X(02).
014300 01  HAU-REG-STATUS             PIC X(02).
014400 01  HAU-RPT-STATUS             PIC X(02).
014500 01  HAU-FILE-EOF-SW            PIC X(01).
014600     88  HAU-FILE-EOF           VALUE 'Y'.
014700     88  HAU-FILE-NOT-EOF       VALUE 'N'.
014800 01  HAU-SORT-EOF-SW            PIC X(01).
014900     88  HAU-SORT-EOF           VALUE 'Y'.
015000     88  HAU-SORT-NOT-EOF       VALUE 'N'.
015100 01  HAU-PEND-OPEN-SW           PIC X(01).
015200     88  HAU-PEND-OPENED        VALUE 'Y'.
015300     88  HAU-PEND-NOT-OPENED    VALUE 'N'.
015400 01  HAU-REG-OPEN-SW            PIC X(01).
015500     88  HAU-REG-OPENED         VALUE 'Y'.
015600     88  HAU-REG-NOT-OPENED     VALUE 'N'.
015700 01  HAU-INIT-SW                PIC X(01).
015800     88  HAU-INIT-OK            VALUE 'Y'.
015900     88  HAU-INIT-BAD           VALUE 'N'.
016000
016100*----------------------------------------------------------*
016200* AUDIT DATE - OFF THE CONTROL CARD, OR TODAY WHEN THE     *
016300* CARD IS BLANK OR NOT 8 DIGITS.  "AHEAD" AND "IN EFFECT"  *
016400* ARE MEASURED FROM IT.                                    *
016500*----------------------------------------------------------*
016600 01  HAU-SYSTEM-DATE            PIC 9(08).
016700 01  HAU-AUDIT-DATE             PIC 9(08).
016800
016900*----------------------------------------------------------*
017000* SITE TABLE, LOADED FROM THE SITE DIRECTORY IN KEY ORDER  *
017100* SO EVERY OTHER FILE'S SITE CODE IS ONE BINARY SEARCH.    *
017200* THE COUNTERS ARE FILLED IN AS THE OTHER FILES ARE READ:  *
017300* PERIOD-CT IS SITE-MASTER PERIODS, LIVE-CT THOSE IN       *
017400* EFFECT ON THE AUDIT DATE; AHEAD-CT IS GOOD CALENDAR DAYS *
017500* ON OR AFTER THE AUDIT DATE; AFTER AND BEFORE ARE THE     *
017600* CALENDAR DAYS ON OR AFTER THE CLOSED DATE AND BEFORE     *
017700* GO-LIVE, WITH THE FIRST AND LAST OF EACH.  A DIRECTORY   *
017800* TOO BIG FOR THE TABLE STOPS THE AUDIT - EVERY SITE LEFT  *
017900* OUT WOULD REPORT AS AN ORPHAN IN EVERY OTHER FILE.       *
018000*----------------------------------------------------------*
018100 77  HAU-SITE-MAX               PIC 9(04) COMP VALUE 1000.
018200 77  HAU-SITE-COUNT             PIC 9(04) COMP VALUE ZERO.
018300 01  HAU-SITE-TABLE.
018400     05  HAU-SITE-ENTRY OCCURS 1 TO 1000 TIMES
018500             DEPENDING ON HAU-SITE-COUNT
018600             ASCENDING KEY IS HAU-TAB-CODE
018700             INDEXED BY HAU-SITE-IDX.
018800         10  HAU-TAB-CODE       PIC X(05).
018900         10  HAU-TAB-REGION     PIC X(02).
019000         10  HAU-TAB-STATUS     PIC X(01).
019100             88  HAU-TAB-ACTIVE VALUE 'A'.
019200             88  HAU-TAB-CLOSED VALUE 'C'.
019300         10  HAU-TAB-GOLIVE     PIC 9(08).
019400         10  HAU-TAB-SHUT       PIC 9(08).
019500         10  HAU-TAB-PERIOD-CT  PIC 9(05) COMP.
019600         10  HAU-TAB-LIVE-CT    PIC 9(05) COMP.
019700         10  HAU-TAB-AHEAD-CT   PIC 9(07) COMP.
019800         10  HAU-TAB-AFTER-CT   PIC 9(07) COMP.
019900         10  HAU-TAB-AFTER-FIRST PIC 9(08).
020000         10  HAU-TAB-AFTER-LAST PIC 9(08).
020100         10  HAU-TAB-BEFORE-CT  PIC 9(07) COMP.
020200         10  HAU-TAB-BEFORE-FIRST PIC 9(08).
020300         10  HAU-TAB-BEFORE-LAST PIC 9(08).
020400 01  HAU-LOOKUP-SITE            PIC X(05).
020500 01  HAU-SITE-FOUND-SW          PIC X(01).
020600     88  HAU-SITE-FOUND         VALUE 'Y'.
020700     88  HAU-SITE-NOT-FOUND     VALUE 'N'.
020800
020900*----------------------------------------------------------*
021000* CALENDAR DAYS FOR SITES NOT IN THE DIRECTORY, GATHERED   *
021100* PER SITE SO A WHOLE YEAR OF THEM IS ONE LINE, NOT 250.   *
021200* DAYS FOR ORPHANS PAST THE TABLE ARE COUNTED TOGETHER.    *
021300*----------------------------------------------------------*
021400 77  HAU-ORPH-MAX               PIC 9(03) COMP VALUE 200.
021500 77  HAU-ORPH-COUNT             PIC 9(03) COMP VALUE ZERO.
021600 77  HAU-ORPH-SUB               PIC 9(03) COMP VALUE ZERO.
021700 77  HAU-ORPH-HIT               PIC 9(03) COMP VALUE ZERO.
021800 77  HAU-ORPH-OVER-CT           PIC 9(07) COMP VALUE ZERO.
021900 01  HAU-ORPHAN-TABLE.
022000     05  HAU-ORPH-ENTRY OCCURS 200 TIMES.
022100         10  HAU-ORPH-CODE      PIC X(05).
022200         10  HAU-ORPH-DAYS      PIC 9(07) COMP.
022300         10  HAU-ORPH-FIRST     PIC 9(08).
022400         10  HAU-ORPH-LAST      PIC 9(08).
022500
022600*----------------------------------------------------------*
022700* DISCREPANCY CATEGORIES.  THE FIRST BYTE IS THE SEVERITY: *
022800* E - THE DRIFT FEEDS THE RECONCILIATION OR THE SWEEP AND  *
022900* WILL SHOW AS FALSE MISSES OR BAD GREETINGS; W - WORTH    *
023000* CLEANING BUT HARMLESS TO MONTH-END.  ANY E ENDS THE RUN  *
023100* RETURN-CODE 8, ONLY W'S RETURN-CODE 4.                   *
023200*----------------------------------------------------------*
023300 77  HAU-CAT-MAX                PIC 9(02) COMP VALUE 15.
023400 01  HAU-CATEGORY-VALUES.
023500     05  FILLER                 PIC X(49) VALUE
023600         'ESITE-MASTER PERIOD FOR SITE NOT IN DIRECTORY'.
023700     05  FILLER                 PIC X(49) VALUE
023800         'ESITE-MASTER PERIOD LIVE AFTER SITE CLOSED'.
023900     05  FILLER                 PIC X(49) VALUE
024000         'ECALENDAR DAYS FOR SITE NOT IN DIRECTORY'.
024100     05  FILLER                 PIC X(49) VALUE
024200         'ECALENDAR DAYS ON OR AFTER SITE CLOSED DATE'.
024300     05  FILLER                 PIC X(49) VALUE
024400         'ECALENDAR DAYS BEFORE SITE GO-LIVE DATE'.
024500     05  FILLER                 PIC X(49) VALUE
024600         'EACTIVE SITE WITH NO CALENDAR DAYS AHEAD'.
024700     05  FILLER                 PIC X(49) VALUE
024800         'ELIVE SITE WITH NO GREETING IN EFFECT'.
024900     05  FILLER                 PIC X(49) VALUE
025000         'WOPEN REJECT FOR SITE NOT IN DIRECTORY'.
025100     05  FILLER                 PIC X(49) VALUE
025200         'WOPEN REJECT FOR CLOSED SITE'.
025300     05  FILLER                 PIC X(49) VALUE
025400         'WOPEN REJECT FOR PERIOD NOT ON SITE-MASTER'.
025500     05  FILLER                 PIC X(49) VALUE
025600         'WCHANGE HISTORY FOR SITE NOT IN DIRECTORY'.
025700     05  FILLER                 PIC X(49) VALUE
025800         'WCHANGE LEFT A GREETING ON A CLOSED SITE'.
025900     05  FILLER                 PIC X(49) VALUE
026000         'WSITE REGION NOT ON REGION MASTER'.
026100     05  FILLER                 PIC X(49) VALUE
026200         'WPENDING CHANGE FOR SITE NOT IN DIRECTORY'.
026300     05  FILLER                 PIC X(49) VALUE
026400         'WPENDING CHANGE FOR CLOSED SITE'.
026500 01  HAU-CATEGORY-TABLE REDEFINES HAU-CATEGORY-VALUES.
026600     05  HAU-CAT-ENTRY OCCURS 15 TIMES.
026700         10  HAU-CAT-SEV        PIC X(01).
026800             88  HAU-CAT-ERROR  VALUE 'E'.
026900             88  HAU-CAT-WARN   VALUE 'W'.
027000         10  HAU-CAT-NAME       PIC X(48).
027100 01  HAU-CAT-COUNTS.
027200     05  HAU-CAT-COUNT          PIC 9(07) COMP OCCURS 15 TIMES.
027300 77  HAU-CAT-SUB                PIC 9(02) COMP VALUE ZERO.
027400
027500*----------------------------------------------------------*
027600* ONE DISCREPANCY, BUILT BY THE CHECK THAT FOUND IT AND    *
027700* HANDED TO 3900 TO COUNT AND RELEASE.                     *
027800*----------------------------------------------------------*
027900 01  HAU-FND-CAT                PIC 9(02).
028000 01  HAU-FND-SITE               PIC X(05).
028100 01  HAU-FND-TEXT               PIC X(90).
028200 77  HAU-FND-SEQ                PIC 9(07) COMP VALUE ZERO.
028300
028400*----------------------------------------------------------*
028500* CATEGORY CONTROL BREAK ON THE SORTED OUTPUT              *
028600*----------------------------------------------------------*
028700 01  HAU-BREAK-CAT              PIC 9(02) VALUE ZERO.
028800 77  HAU-BREAK-COUNT            PIC 9(07) COMP VALUE ZERO.
028900
029000*----------------------------------------------------------*
029100* RUN COUNTERS                                             *
029200*----------------------------------------------------------*
029300 77  HAU-PERIOD-READ            PIC 9(07) COMP VALUE ZERO.
029400 77  HAU-CAL-READ               PIC 9(07) COMP VALUE ZERO.
029500 77  HAU-REJ-READ               PIC 9(07) COMP VALUE ZERO.
029600 77  HAU-HIST-READ              PIC 9(07) COMP VALUE ZERO.
029700 77  HAU-PEND-READ              PIC 9(07) COMP VALUE ZERO.
029800 77  HAU-ERROR-COUNT            PIC 9(07) COMP VALUE ZERO.
029900 77  HAU-WARN-COUNT             PIC 9(07) COMP VALUE ZERO.
030000
030100*----------------------------------------------------------*
030200* PRINT LINE WORK AREAS                                    *
030300*----------------------------------------------------------*
030400 01  HAU-PRINT-COUNT            PIC ZZZZZZ9.
030500 01  HAU-PRINT-CAT              PIC 9(02).
030600 01  HAU-PRINT-SEV              PIC X(05).
030700
030800 PROCEDURE DIVISION.
030900*----------------------------------------------------------*
031000* 0000-MAINLINE                                             *
031100*----------------------------------------------------------*
031200 0000-MAINLINE.
031300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031400     IF HAU-INIT-OK
031500         PERFORM 2000-LOAD-SITES THRU 2000-EXIT
031600     END-IF.
031700     IF HAU-INIT-OK
031800         SORT SORT-FILE
031900             ON ASCENDING KEY HAU-SRT-CAT HAU-SRT-SITE
032000                 HAU-SRT-SEQ
032100             INPUT PROCEDURE IS 3000-COLLECT-FINDINGS
032200                 THRU 3000-EXIT
032300             OUTPUT PROCEDURE IS 6000-PRINT-FINDINGS
032400                 THRU 6000-EXIT
032500         IF SORT-RETURN NOT = ZERO
032600             DISPLAY 'HELLOAUD - SORT FAILED, SORT-RETURN='
032700                 SORT-RETURN
032800             MOVE 16 TO RETURN-CODE
032900         ELSE
033000             PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
033100         END-IF
033200     END-IF.
033300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
033400     STOP RUN.
033500
033600*----------------------------------------------------------*
033700* 1000-INITIALIZE                                          *
033800*   TAKES THE AUDIT DATE OFF THE CONTROL CARD AND OPENS    *
033900*   THE FILES.  THE FIVE SITE DATASETS AND THE REPORT ARE  *
034000*   REQUIRED - AN AUDIT MISSING ONE OF THEM WOULD CALL IT  *
034100*   CLEAN.  THE PENDING QUEUE AND THE REGION MASTER ARE    *
034200*   CHECKED WHEN THEY ARE PRESENTED AND NOTED WHEN NOT.    *
034300*----------------------------------------------------------*
034400 1000-INITIALIZE.
034500     SET HAU-INIT-OK TO TRUE.
034600     SET HAU-PEND-NOT-OPENED TO TRUE.
034700     SET HAU-REG-NOT-OPENED TO TRUE.
034800     PERFORM 1100-CLEAR-ONE-COUNT THRU 1100-EXIT
034900         VARYING HAU-CAT-SUB FROM 1 BY 1
035000         UNTIL HAU-CAT-SUB > HAU-CAT-MAX.
035100     ACCEPT HAU-SYSTEM-DATE FROM DATE YYYYMMDD.
035200     MOVE HAU-SYSTEM-DATE TO HAU-AUDIT-DATE.
035300     OPEN INPUT CONTROL-CARD.
035400     IF HAU-CARD-STATUS = '00'
035500         READ CONTROL-CARD
035600             AT END
035700                 MOVE SPACES TO HAU-CTL-DATE
035800         END-READ
035900         IF HAU-CTL-DATE-NUM IS NUMERIC
036000             MOVE HAU-CTL-DATE-NUM TO HAU-AUDIT-DATE
036100         END-IF
036200         CLOSE CONTROL-CARD
036300     ELSE
036400         DISPLAY 'HELLOAUD - UNABLE TO OPEN CONTROL-CARD, '
036500             'STATUS=' HAU-CARD-STATUS
036600     END-IF.
036700     OPEN INPUT SITE-DIRECTORY.
036800     IF HAU-DIR-STATUS NOT = '00'
036900         DISPLAY 'HELLOAUD - UNABLE TO OPEN SITE-DIRECTORY, '
037000             'STATUS=' HAU-DIR-STATUS
037100         SET HAU-INIT-BAD TO TRUE
037200         MOVE 16 TO RETURN-CODE
037300         GO TO 1000-EXIT
037400     END-IF.
037500     OPEN INPUT SITE-MASTER.
037600     IF HAU-PARM-STATUS NOT = '00'
037700         DISPLAY 'HELLOAUD - UNABLE TO OPEN SITE-MASTER, '
037800             'STATUS=' HAU-PARM-STATUS
037900         SET HAU-INIT-BAD TO TRUE
038000         MOVE 16 TO RETURN-CODE
038100         GO TO 1000-EXIT
038200     END-IF.
038300     OPEN INPUT PROC-CALENDAR.
038400     IF HAU-CAL-STATUS NOT = '00'
038500         DISPLAY 'HELLOAUD - UNABLE TO OPEN PROC-CALENDAR, '
038600             'STATUS=' HAU-CAL-STATUS
038700         SET HAU-INIT-BAD TO TRUE
038800         MOVE 16 TO RETURN-CODE
038900         GO TO 1000-EXIT
039000     END-IF.
039100     OPEN INPUT HELLO-REJECT.
039200     IF HAU-REJ-STATUS NOT = '00'
039300         DISPLAY 'HELLOAUD - UNABLE TO OPEN HELLO-REJECT, '
039400             'STATUS=' HAU-REJ-STATUS
039500         SET HAU-INIT-BAD TO TRUE
039600         MOVE 16 TO RETURN-CODE
039700         GO TO 1000-EXIT
039800     END-IF.
039900     OPEN INPUT CHANGE-HISTORY.
040000     IF HAU-HIST-STATUS NOT = '00'
040100         DISPLAY 'HELLOAUD - UNABLE TO OPEN CHANGE-HISTORY, '
040200             'STATUS=' HAU-HIST-STATUS
040300         SET HAU-INIT-BAD TO TRUE
040400         MOVE 16 TO RETURN-CODE
040500         GO TO 1000-EXIT
040600     END-IF.
040700     OPEN OUTPUT REPORT-FILE.
040800     IF HAU-RPT-STATUS NOT = '00'
040900         DISPLAY 'HELLOAUD - UNABLE TO OPEN REPORT-FILE, '
041000             'STATUS=' HAU-RPT-STATUS
041100         SET HAU-INIT-BAD TO TRUE
041200         MOVE 16 TO RETURN-CODE
041300         GO TO 1000-EXIT
041400     END-IF.
041500     MOVE SPACES TO HAU-REPORT-LINE.
041600     STRING 'HELLOAUD SITE DATASET REFERENTIAL AUDIT AS OF '
041700            DELIMITED BY SIZE
041800            HAU-AUDIT-DATE             DELIMITED BY SIZE
041900            ' - RUN '                  DELIMITED BY SIZE
042000            HAU-SYSTEM-DATE            DELIMITED BY SIZE
042100       INTO HAU-REPORT-LINE.
042200     WRITE HAU-REPORT-LINE.
042300     OPEN INPUT PENDING-CHANGE.
042400     IF HAU-PEND-STATUS = '00'
042500         SET HAU-PEND-OPENED TO TRUE
042600     ELSE
042700         MOVE SPACES TO HAU-REPORT-LINE
042800         STRING 'PENDING-CHANGE QUEUE NOT AVAILABLE, STATUS='
042900                DELIMITED BY SIZE
043000                HAU-PEND-STATUS        DELIMITED BY SIZE
043100                ' - QUEUE NOT CHECKED' DELIMITED BY SIZE
043200           INTO HAU-REPORT-LINE
043300         WRITE HAU-REPORT-LINE
043400     END-IF.
043500     OPEN INPUT REGION-MASTER.
043600     IF HAU-REG-STATUS = '00'
043700         SET HAU-REG-OPENED TO TRUE
043800     ELSE
043900         MOVE SPACES TO HAU-REPORT-LINE
044000         STRING 'REGION MASTER NOT AVAILABLE, STATUS='
044100                DELIMITED BY SIZE
044200                HAU-REG-STATUS         DELIMITED BY SIZE
044300                ' - SITE REGIONS NOT CHECKED'
044400                                       DELIMITED BY SIZE
044500           INTO HAU-REPORT-LINE
044600         WRITE HAU-REPORT-LINE
044700     END-IF.
044800 1000-EXIT.
044900     EXIT.
045000
045100*----------------------------------------------------------*
045200* 1100-CLEAR-ONE-COUNT                                      *
045300*----------------------------------------------------------*
045400 1100-CLEAR-ONE-COUNT.
045500     MOVE ZERO TO HAU-CAT-COUNT (HAU-CAT-SUB).
045600 1100-EXIT.
045700     EXIT.
045800
045900*----------------------------------------------------------*
046000* 2000-LOAD-SITES                                           *
046100*   LOADS THE SITE DIRECTORY INTO THE SITE TABLE.  AN      *
046200*   EMPTY DIRECTORY IS LEFT TO THE AUDIT - EVERY OTHER     *
046300*   FILE'S SITES THEN REPORT AS ORPHANS, WHICH IS TRUE.    *
046400*----------------------------------------------------------*
046500 2000-LOAD-SITES.
046600     SET HAU-FILE-NOT-EOF TO TRUE.
046700     PERFORM 2100-LOAD-ONE-SITE THRU 2100-EXIT
046800         UNTIL HAU-FILE-EOF.
046900 2000-EXIT.
047000     EXIT.
047100
047200*----------------------------------------------------------*
047300* 2100-LOAD-ONE-SITE                                        *
047400*----------------------------------------------------------*
047500 2100-LOAD-ONE-SITE.
047600     READ SITE-DIRECTORY NEXT RECORD
047700         AT END
047800             SET HAU-FILE-EOF TO TRUE
047900             GO TO 2100-EXIT
048000     END-READ.
048100     IF HAU-SITE-COUNT NOT < HAU-SITE-MAX
048200         MOVE SPACES TO HAU-REPORT-LINE
048300         STRING 'SITE TABLE FULL AT SITE '
048400                DELIMITED BY SIZE
048500                HLO-SITE-CODE          DELIMITED BY SIZE
048600                ' - AUDIT NOT RUN'     DELIMITED BY SIZE
048700           INTO HAU-REPORT-LINE
048800         WRITE HAU-REPORT-LINE
048900         SET HAU-INIT-BAD TO TRUE
049000         MOVE 16 TO RETURN-CODE
049100         SET HAU-FILE-EOF TO TRUE
049200         GO TO 2100-EXIT
049300     END-IF.
049400     ADD 1 TO HAU-SITE-COUNT.
049500     SET HAU-SITE-IDX TO HAU-SITE-COUNT.
049600     MOVE HLO-SITE-CODE TO HAU-TAB-CODE (HAU-SITE-IDX).
049700     MOVE HLO-SITE-REGION TO HAU-TAB-REGION (HAU-SITE-IDX).
049800     MOVE HLO-SITE-STATUS TO HAU-TAB-STATUS (HAU-SITE-IDX).
049900     MOVE HLO-SITE-GOLIVE-DATE TO HAU-TAB-GOLIVE (HAU-SITE-IDX).
050000     MOVE HLO-SITE-CLOSED-DATE TO HAU-TAB-SHUT (HAU-SITE-IDX).
050100     MOVE ZERO TO HAU-TAB-PERIOD-CT (HAU-SITE-IDX).
050200     MOVE ZERO TO HAU-TAB-LIVE-CT (HAU-SITE-IDX).
050300     MOVE ZERO TO HAU-TAB-AHEAD-CT (HAU-SITE-IDX).
050400     MOVE ZERO TO HAU-TAB-AFTER-CT (HAU-SITE-IDX).
050500     MOVE ZERO TO HAU-TAB-AFTER-FIRST (HAU-SITE-IDX).
050600     MOVE ZERO TO HAU-TAB-AFTER-LAST (HAU-SITE-IDX).
050700     MOVE ZERO TO HAU-TAB-BEFORE-CT (HAU-SITE-IDX).
050800     MOVE ZERO TO HAU-TAB-BEFORE-FIRST (HAU-SITE-IDX).
050900     MOVE ZERO TO HAU-TAB-BEFORE-LAST (HAU-SITE-IDX).
051000 2100-EXIT.
051100     EXIT.
051200
051300*----------------------------------------------------------*
051400* 3000-COLLECT-FINDINGS                                     *
051500*   SORT INPUT.  ONE PASS OVER EACH DATASET AGAINST THE    *
051600*   SITE TABLE, THEN ONE OVER THE TABLE ITSELF FOR THE     *
051700*   PER-SITE FINDINGS THE PASSES HAVE ADDED UP.            *
051800*----------------------------------------------------------*
051900 3000-COLLECT-FINDINGS.
052000     PERFORM 3100-CHECK-MASTER THRU 3100-EXIT.
052100     PERFORM 3200-CHECK-CALENDAR THRU 3200-EXIT.
052200     PERFORM 3300-CHECK-REJECTS THRU 3300-EXIT.
052300     PERFORM 3400-CHECK-HISTORY THRU 3400-EXIT.
052400     IF HAU-PEND-OPENED
052500         PERFORM 3500-CHECK-PENDING THRU 3500-EXIT
052600     END-IF.
052700     PERFORM 3600-CHECK-ONE-SITE THRU 3600-EXIT
052800         VARYING HAU-SITE-IDX FROM 1 BY 1
052900         UNTIL HAU-SITE-IDX > HAU-SITE-COUNT.
053000 3000-EXIT.
053100     EXIT.
053200
053300*----------------------------------------------------------*
053400* 3100-CHECK-MASTER                                         *
053500*   EVERY SITE-MASTER PERIOD MUST BELONG TO A DIRECTORY    *
053600*   SITE, AND NONE MAY STILL BE IN EFFECT ON OR AFTER ITS  *
053700*   SITE'S CLOSED DATE - OR AT ALL, FOR A SITE THAT CLOSED *
053800*   WITHOUT GOING LIVE.  STOP IS INCLUSIVE, ZERO OR        *
053900*   99999999 OPEN-ENDED, AS HELLOWORLD READS THEM.         *
054000*----------------------------------------------------------*
054100 3100-CHECK-MASTER.
054200     SET HAU-FILE-NOT-EOF TO TRUE.
054300     PERFORM 3110-CHECK-ONE-PERIOD THRU 3110-EXIT
054400         UNTIL HAU-FILE-EOF.
054500 3100-EXIT.
054600     EXIT.
054700
054800*----------------------------------------------------------*
054900* 3110-CHECK-ONE-PERIOD                                     *
055000*----------------------------------------------------------*
055100 3110-CHECK-ONE-PERIOD.
055200     READ SITE-MASTER NEXT RECORD
055300         AT END
055400             SET HAU-FILE-EOF TO TRUE
055500             GO TO 3110-EXIT
055600     END-READ.
055700     ADD 1 TO HAU-PERIOD-READ.
055800     MOVE HLO-PARM-SITE-CODE TO HAU-LOOKUP-SITE.
055900     PERFORM 3800-FIND-SITE THRU 3800-EXIT.
056000     MOVE HLO-PARM-SITE-CODE TO HAU-FND-SITE.
056100     MOVE SPACES TO HAU-FND-TEXT.
056200     IF HAU-SITE-NOT-FOUND
056300         MOVE 1 TO HAU-FND-CAT
056400         STRING 'PERIOD '              DELIMITED BY SIZE
056500                HLO-PARM-EFF-START     DELIMITED BY SIZE
056600                ' TO '                 DELIMITED BY SIZE
056700                HLO-PARM-EFF-STOP      DELIMITED BY SIZE
056800                ' - SITE NOT IN DIRECTORY'
056900                                       DELIMITED BY SIZE
057000           INTO HAU-FND-TEXT
057100         PERFORM 3900-RELEASE-FINDING THRU 3900-EXIT
057200         GO TO 3110-EXIT
057300     END-IF.
057400     ADD 1 TO HAU-TAB-PERIOD-CT (HAU-SITE-IDX).
057500     IF HLO-PARM-EFF-START NOT > HAU-AUDIT-DATE
057600         AND (HLO-PARM-EFF-STOP = ZERO
057700             OR HLO-PARM-EFF-STOP NOT < HAU-AUDIT-DATE)
057800         ADD 1 TO HAU-TAB-LIVE-CT (HAU-SITE-IDX)
057900     END-IF.
058000     IF NOT HAU-TAB-CLOSED (HAU-SITE-IDX)
058100         GO TO 3110-EXIT
058200     END-IF.
058300     MOVE 2 TO HAU-FND-CAT.
058400     IF HAU-TAB-SHUT (HAU-SITE-IDX) = ZERO
058500         STRING 'PERIOD '              DELIMITED BY SIZE
058600                HLO-PARM-EFF-START     DELIMITED BY SIZE
058700                ' TO '                 DELIMITED BY SIZE
058800                HLO-PARM-EFF-STOP      DELIMITED BY SIZE
058900                ' - SITE CLOSED WITHOUT GOING LIVE'
059000                                       DELIMITED BY SIZE
059100           INTO HAU-FND-TEXT
059200         PERFORM 3900-RELEASE-FINDING THRU 3900-EXIT
059300         GO TO 3110-EXIT
059400     END-IF.
059500     IF HLO-PARM-EFF-STOP = ZERO
059600         OR HLO-PARM-EFF-STOP NOT < HAU-TAB-SHUT (HAU-SITE-IDX)
059700         STRING 'PERIOD '              DELIMITED BY SIZE
059800                HLO-PARM-EFF-START     DELIMITED BY SIZE
059900                ' TO '                 DELIMITED BY SIZE
060000                HLO-PARM-EFF-STOP      DELIMITED BY SIZE
060100                ' - STILL IN EFFECT AT CLOSED DATE '
060200                                       DELIMITED BY SIZE
060300                HAU-TAB-SHUT (HAU-SITE-IDX)
060400                                       DELIMITED BY SIZE
060500           INTO HAU-FND-TEXT
060600         PERFORM 3900-RELEASE-FINDING THRU 3900-EXIT
060700     END-IF.
060800 3110-EXIT.
060900     EXIT.
061000
061100*----------------------------------------------------------*
061200* 3200-CHECK-CALENDAR                                       *
061300*   READS THE WHOLE CALENDAR.  DAYS ARE ADDED UP PER SITE  *
061400*   HERE AND REPORTED FROM THE SITE TABLE IN 3600, SO A    *
061500*   CALENDAR BUILT BEFORE A CLOSURE SHOWS AS ONE LINE WITH *
061600*   A COUNT AND A DATE RANGE.  A CLOSED SITE'S DAYS FROM   *
061700*   ITS CLOSED DATE ON ARE DRIFT EVEN THOUGH HELLOREC NOW  *
061800*   DISCOUNTS THEM; DAYS BEFORE GO-LIVE ARE FALSE MISSES   *
061900*   OUTRIGHT.                                              *
062000*----------------------------------------------------------*
062100 3200-CHECK-CALENDAR.
062200     SET HAU-FILE-NOT-EOF TO TRUE.
062300     PERFORM 3210-CHECK-ONE-DAY THRU 3210-EXIT
062400         UNTIL HAU-FILE-EOF.
062500     PERFORM 3250-REPORT-ORPHAN-DAYS THRU 3250-EXIT
062600         VARYING HAU-ORPH-SUB FROM 1 BY 1
062700         UNTIL HAU-ORPH-SUB > HAU-ORPH-COUNT.
062800     IF HAU-ORPH-OVER-CT NOT = ZERO
062900         MOVE 3 TO HAU-FND-CAT
063000         MOVE '*****' TO HAU-FND-SITE
063100         MOVE HAU-ORPH-OVER-CT TO HAU-PRINT-COUNT
063200         MOVE SPACES TO HAU-FND-TEXT
063300         STRING HAU-PRINT-COUNT        DELIMITED BY SIZE
063400                ' MORE CALENDAR DAYS FOR SITES PAST THE ORPHAN '
063500                                       DELIMITED BY SIZE
063600                'TABLE'                DELIMITED BY SIZE
063700           INTO HAU-FND-TEXT
063800         PERFORM 3900-RELEASE-FINDING THRU 3900-EXIT
063900     END-IF.
064000 3200-EXIT.
064100     EXIT.
064200
064300*----------------------------------------------------------*
064400* 3210-CHECK-ONE-DAY                                        *
064500*----------------------------------------------------------*
064600 3210-CHECK-ONE-DAY.
064700     READ PROC-CALENDAR NEXT RECORD
064800         AT END
064900             SET HAU-FILE-EOF TO TRUE
065000             GO TO 3210-EXIT
065100     END-READ.
065200     ADD 1 TO HAU-CAL-READ.
065300     MOVE HLO-CAL-SITE-CODE TO HAU-LOOKUP-SITE.
065400     PERFORM 3800-FIND-SITE THRU 3800-EXIT.
065500     IF HAU-SITE-NOT-FOUND
065600         PERFORM 3220-TALLY-ORPHAN-DAY THRU 3220-EXIT
065700         GO TO 3210-EXIT
065800     END-IF.
065900     IF HAU-TAB-CLOSED (HAU-SITE-IDX)
066000         AND (HAU-TAB-SHUT (HAU-SITE-IDX) = ZERO
066100             OR HLO-CAL-RUN-DATE
066200                 NOT < HAU-TAB-SHUT (HAU-SITE-IDX))
066300         IF HAU-TAB-AFTER-CT (HAU-SITE-IDX) = ZERO
066400             MOVE HLO-CAL-RUN-DATE
066500                 TO HAU-TAB-AFTER-FIRST (HAU-SITE-IDX)
066600         END-IF
066700         ADD 1 TO HAU-TAB-AFTER-CT (HAU-SITE-IDX)
066800         MOVE HLO-CAL-RUN-DATE
066900             TO HAU-TAB-AFTER-LAST (HAU-SITE-IDX)
067000         GO TO 3210-EXIT
067100     END-IF.
067200     IF HAU-TAB-GOLIVE (HAU-SITE-IDX) NOT = ZERO
067300         AND HLO-CAL-RUN-DATE < HAU-TAB-GOLIVE (HAU-SITE-IDX)
067400         IF HAU-TAB-BEFORE-CT (HAU-SITE-IDX) = ZERO
067500             MOVE HLO-CAL-RUN-DATE
067600                 TO HAU-TAB-BEFORE-FIRST (HAU-SITE-IDX)
067700         END-IF
067800         ADD 1 TO HAU-TAB-BEFORE-CT (HAU-SITE-IDX)
067900         MOVE HLO-CAL-RUN-DATE
068000             TO HAU-TAB-BEFORE-LAST (HAU-SITE-IDX)
068100         GO TO 3210-EXIT
068200     END-IF.
068300     IF HLO-CAL-RUN-DATE NOT < HAU-AUDIT-DATE
068400         ADD 1 TO HAU-TAB-AHEAD-CT (HAU-SITE-IDX)
068500     END-IF.
068600 3210-EXIT.
068700     EXIT.
068800
068900*----------------------------------------------------------*
069000* 3220-TALLY-ORPHAN-DAY                                     *
069100*   THE CALENDAR IS IN DATE ORDER, SO THE FIRST DAY SEEN   *
069200*   FOR AN ORPHAN IS ITS EARLIEST AND EACH LATER ONE MOVES *
069300*   THE LAST DAY ON.                                       *
069400*----------------------------------------------------------*
069500 3220-TALLY-ORPHAN-DAY.
069600     MOVE ZERO TO HAU-ORPH-HIT.
069700     MOVE ZERO TO HAU-ORPH-SUB.
069800 3220-NEXT-ORPHAN.
069900     ADD 1 TO HAU-ORPH-SUB.
070000     IF HAU-ORPH-SUB NOT > HAU-ORPH-COUNT
070100         IF HAU-ORPH-CODE (HAU-ORPH-SUB) = HLO-CAL-SITE-CODE
070200             MOVE HAU-ORPH-SUB TO HAU-ORPH-HIT
070300         ELSE
070400             GO TO 3220-NEXT-ORPHAN
070500         END-IF
070600     END-IF.
070700     IF HAU-ORPH-HIT = ZERO
070800         IF HAU-ORPH-COUNT NOT < HAU-ORPH-MAX
070900             ADD 1 TO HAU-ORPH-OVER-CT
071000             GO TO 3220-EXIT
071100         END-IF
071200         ADD 1 TO HAU-ORPH-COUNT
071300         MOVE HAU-ORPH-COUNT TO HAU-ORPH-HIT
071400         MOVE HLO-CAL-SITE-CODE TO HAU-ORPH-CODE (HAU-ORPH-HIT)
071500         MOVE ZERO TO HAU-ORPH-DAYS (HAU-ORPH-HIT)
071600         MOVE HLO-CAL-RUN-DATE TO HAU-ORPH-FIRST (HAU-ORPH-HIT)
071700     END-IF.
071800     ADD 1 TO HAU-ORPH-DAYS (HAU-ORPH-HIT).
071900     MOVE HLO-CAL-RUN-DATE TO HAU-ORPH-LAST (HAU-ORPH-HIT).
072000 3220-EXIT.
072100     EXIT.
072200
072300*----------------------------------------------------------*
072400* 3250-REPORT-ORPHAN-DAYS                                   *
072500*----------------------------------------------------------*
072600 3250-REPORT-ORPHAN-DAYS.
072700     MOVE 3 TO HAU-FND-CAT.
072800     MOVE HAU-ORPH-CODE (HAU-ORPH-SUB) TO HAU-FND-SITE.
072900     MOVE HAU-ORPH-DAYS (HAU-ORPH-SUB) TO HAU-PRINT-COUNT.
073000     MOVE SPACES TO HAU-FND-TEXT.
073100     STRING HAU-PRINT-COUNT            DELIMITED BY SIZE
073200            ' CALENDAR DAYS '          DELIMITED BY SIZE
073300            HAU-ORPH-FIRST (HAU-ORPH-SUB)
073400                                       DELIMITED BY SIZE
073500            ' TO '                     DELIMITED BY SIZE
073600            HAU-ORPH-LAST (HAU-ORPH-SUB)
073700                                       DELIMITED BY SIZE
073800            ' - SITE NOT IN DIRECTORY' DELIMITED BY SIZE
073900       INTO HAU-FND-TEXT.
074000     PERFORM 3900-RELEASE-FINDING THRU 3900-EXIT.
074100 3250-EXIT.
074200     EXIT.
074300
074400*----------------------------------------------------------*
074500* 3300-CHECK-REJECTS                                        *
074600*   ONLY OPEN REJECTS MATTER - A WORKED ONE IS HISTORY.    *
074700*   AN OPEN REJECT MUST BELONG TO A DIRECTORY SITE THAT IS *
074800*   STILL ACTIVE, AND THE GREETING PERIOD IT REJECTED MUST *
074900*   STILL BE ON SITE-MASTER FOR HELLOWRK'S CHG TO LAND ON. *
075000*----------------------------------------------------------*
075100 3300-CHECK-REJECTS.
075200     SET HAU-FILE-NOT-EOF TO TRUE.
075300     PERFORM 3310-CHECK-ONE-REJECT THRU 3310-EXIT
075400         UNTIL HAU-FILE-EOF.
075500 3300-EXIT.
075600     EXIT.
075700
075800*----------------------------------------------------------*
075900* 3310-CHECK-ONE-REJECT                                     *
076000*----------------------------------------------------------*
076100 3310-CHECK-ONE-REJECT.
076200     READ HELLO-REJECT NEXT RECORD
076300         AT END
076400             SET HAU-FILE-EOF TO TRUE
076500             GO TO 3310-EXIT
076600     END-READ.
076700     ADD 1 TO HAU-REJ-READ.
076800     IF NOT HLO-REJ-OPEN
076900         GO TO 3310-EXIT
077000     END-IF.
077100     MOVE HLO-REJ-SITE-CODE TO HAU-LOOKUP-SITE.
077200     PERFORM 3800-FIND-SITE THRU 3800-EXIT.
077300     MOVE HLO-REJ-SITE-CODE TO HAU-FND-SITE.
077400     MOVE SPACES TO HAU-FND-TEXT.
077500     IF HAU-SITE-NOT-FOUND
077600         MOVE 8 TO HAU-FND-CAT
077700         STRING 'REJECTED '            DELIMITED BY SIZE
077800                HLO-REJ-RUN-DATE       DELIMITED BY SIZE
077900                ' ('                   DELIMITED BY SIZE
078000                HLO-REJ-REASON-CODE    DELIMITED BY SIZE
078100                ') - SITE NOT IN DIRECTORY'
078200                                       DELIMITED BY SIZE
078300           INTO HAU-FND-TEXT
078400         PERFORM 3900-RELEASE-FINDING THRU 3900-EXIT
078500         GO TO 3310-EXIT
078600     END-IF.
078700     IF HAU-TAB-CLOSED (HAU-SITE-IDX)
078800         MOVE 9 TO HAU-FND-CAT
078900         STRING 'REJECTED '            DELIMITED BY SIZE
079000                HLO-REJ-RUN-DATE       DELIMITED BY SIZE
079100                ' ('                   DELIMITED BY SIZE
079200                HLO-REJ-REASON-CODE    DELIMITED BY SIZE
079300                ') - SITE CLOSED '     DELIMITED BY SIZE
079400                HAU-TAB-SHUT (HAU-SITE-IDX)
079500                                       DELIMITED BY SIZE
079600           INTO HAU-FND-TEXT
079700         PERFORM 3900-RELEASE-FINDING THRU 3900-EXIT
079800         MOVE SPACES TO HAU-FND-TEXT
079900     END-IF.
080000     MOVE HLO-REJ-SITE-CODE TO HLO-PARM-SITE-CODE.
080100     MOVE HLO-REJ-EFF-START TO HLO-PARM-EFF-START.
080200     READ SITE-MASTER
080300         INVALID KEY
080400             MOVE 10 TO HAU-FND-CAT
080500             STRING 'REJECTED '        DELIMITED BY SIZE
080600                    HLO-REJ-RUN-DATE   DELIMITED BY SIZE
080700                    ' - PERIOD '       DELIMITED BY SIZE
080800                    HLO-REJ-EFF-START  DELIMITED BY SIZE
080900                    ' NO LONGER ON SITE-MASTER'
081000                                       DELIMITED BY SIZE
081100               INTO HAU-FND-TEXT
081200             PERFORM 3900-RELEASE-FINDING THRU 3900-EXIT
081300     END-READ.
081400 3310-EXIT.
081500     EXIT.
081600
081700*----------------------------------------------------------*
081800* 3400-CHECK-HISTORY                                        *
081900*   HISTORY IS NOT CLEANED UP, SO ITS FINDINGS ARE         *
082000*   WARNINGS: A CHANGE FOR A SITE THE DIRECTORY NO LONGER  *
082100*   KNOWS, AND A CHANGE APPLIED ON OR AFTER A SITE'S       *
082200*   CLOSED DATE THAT LEFT A GREETING BEHIND - THE USUAL    *
082300*   SOURCE OF THE SITE-MASTER DRIFT IN 3100.               *
082400*----------------------------------------------------------*
082500 3400-CHECK-HISTORY.
082600     SET HAU-FILE-NOT-EOF TO TRUE.
082700     PERFORM 3410-CHECK-ONE-CHANGE THRU 3410-EXIT
082800         UNTIL HAU-FILE-EOF.
082900 3400-EXIT.
083000     EXIT.
083100
083200*----------------------------------------------------------*
083300* 3410-CHECK-ONE-CHANGE                                     *
083400*----------------------------------------------------------*
083500 3410-CHECK-ONE-CHANGE.
083600     READ CHANGE-HISTORY NEXT RECORD
083700         AT END
083800             SET HAU-FILE-EOF TO TRUE
083900             GO TO 3410-EXIT
084000     END-READ.
084100     ADD 1 TO HAU-HIST-READ.
084200     MOVE HLO-HIST-SITE-CODE TO HAU-LOOKUP-SITE.
084300     PERFORM 3800-FIND-SITE THRU 3800-EXIT.
084400     MOVE HLO-HIST-SITE-CODE TO HAU-FND-SITE.
084500     MOVE SPACES TO HAU-FND-TEXT.
084600     IF HAU-SITE-NOT-FOUND
084700         MOVE 11 TO HAU-FND-CAT
084800         STRING HLO-HIST-ACTION        DELIMITED BY SIZE
084900                ' ON '                 DELIMITED BY SIZE
085000                HLO-HIST-CHG-DATE      DELIMITED BY SIZE
085100                ' BY '                 DELIMITED BY SIZE
085200                HLO-HIST-JOB-NAME      DELIMITED BY SIZE
085300                ' - SITE NOT IN DIRECTORY'
085400                                       DELIMITED BY SIZE
085500           INTO HAU-FND-TEXT
085600         PERFORM 3900-RELEASE-FINDING THRU 3900-EXIT
085700         GO TO 3410-EXIT
085800     END-IF.
085900     IF HAU-TAB-CLOSED (HAU-SITE-IDX)
086000         AND HAU-TAB-SHUT (HAU-SITE-IDX) NOT = ZERO
086100         AND HLO-HIST-CHG-DATE NOT < HAU-TAB-SHUT (HAU-SITE-IDX)
086200         AND HLO-HIST-HAS-AFTER
086300         MOVE 12 TO HAU-FND-CAT
086400         STRING HLO-HIST-ACTION        DELIMITED BY SIZE
086500                ' ON '                 DELIMITED BY SIZE
086600                HLO-HIST-CHG-DATE      DELIMITED BY SIZE
086700                ' BY '                 DELIMITED BY SIZE
086800                HLO-HIST-JOB-NAME      DELIMITED BY SIZE
086900                ' OF PERIOD '          DELIMITED BY SIZE
087000                HLO-HIST-EFF-START     DELIMITED BY SIZE
087100                ' - SITE CLOSED '      DELIMITED BY SIZE
087200                HAU-TAB-SHUT (HAU-SITE-IDX)
087300                                       DELIMITED BY SIZE
087400           INTO HAU-FND-TEXT
087500         PERFORM 3900-RELEASE-FINDING THRU 3900-EXIT
087600     END-IF.
087700 3410-EXIT.
087800     EXIT.
087900
088000*----------------------------------------------------------*
088100* 3500-CHECK-PENDING                                        *
088200*   A CHANGE STILL WAITING FOR APPROVAL MUST BE FOR A      *
088300*   DIRECTORY SITE, AND ONLY A DEL MAKES SENSE FOR ONE     *
088400*   THAT HAS CLOSED.  DECIDED CHANGES ARE PASSED OVER.     *
088500*----------------------------------------------------------*
088600 3500-CHECK-PENDING.
088700     SET HAU-FILE-NOT-EOF TO TRUE.
088800     PERFORM 3510-CHECK-ONE-PENDING THRU 3510-EXIT
088900         UNTIL HAU-FILE-EOF.
089000 3500-EXIT.
089100     EXIT.
089200
089300*----------------------------------------------------------*
089400* 3510-CHECK-ONE-PENDING                                    *
089500*----------------------------------------------------------*
089600 3510-CHECK-ONE-PENDING.
089700     READ PENDING-CHANGE NEXT RECORD
089800         AT END
089900             SET HAU-FILE-EOF TO TRUE
090000             GO TO 3510-EXIT
090100     END-READ.
090200     ADD 1 TO HAU-PEND-READ.
090300     IF NOT HLO-PEND-PENDING
090400         GO TO 3510-EXIT
090500     END-IF.
090600     MOVE HLO-PEND-SITE-CODE TO HAU-LOOKUP-SITE.
090700     PERFORM 3800-FIND-SITE THRU 3800-EXIT.
090800     MOVE HLO-PEND-SITE-CODE TO HAU-FND-SITE.
090900     MOVE SPACES TO HAU-FND-TEXT.
091000     IF HAU-SITE-NOT-FOUND
091100         MOVE 14 TO HAU-FND-CAT
091200     ELSE
091300         IF HAU-TAB-CLOSED (HAU-SITE-IDX) AND NOT HLO-PEND-DEL
091400             MOVE 15 TO HAU-FND-CAT
091500         ELSE
091600             GO TO 3510-EXIT
091700         END-IF
091800     END-IF.
091900     STRING HLO-PEND-ACTION            DELIMITED BY SIZE
092000            ' OF PERIOD '              DELIMITED BY SIZE
092100            HLO-PEND-EFF-START         DELIMITED BY SIZE
092200            ' ENTERED '                DELIMITED BY SIZE
092300            HLO-PEND-ENTRY-DATE        DELIMITED BY SIZE
092400            ' BY '                     DELIMITED BY SIZE
092500            HLO-PEND-ENTERED-BY        DELIMITED BY SIZE
092600       INTO HAU-FND-TEXT.
092700     PERFORM 3900-RELEASE-FINDING THRU 3900-EXIT.
092800 3510-EXIT.
092900     EXIT.
093000
093100*----------------------------------------------------------*
093200* 3600-CHECK-ONE-SITE                                       *
093300*   THE PER-SITE FINDINGS, FROM WHAT THE PASSES ADDED UP:  *
093400*   CALENDAR DAYS PAST CLOSURE OR BEFORE GO-LIVE; AN       *
093500*   ACTIVE SITE WITH NO GOOD CALENDAR DAY AHEAD; A SITE    *
093600*   ALREADY LIVE WITH NO GREETING IN EFFECT; AND A REGION  *
093700*   THE REGION MASTER DOES NOT KNOW.                       *
093800*----------------------------------------------------------*
093900 3600-CHECK-ONE-SITE.
094000     MOVE HAU-TAB-CODE (HAU-SITE-IDX) TO HAU-FND-SITE.
094100     IF HAU-TAB-AFTER-CT (HAU-SITE-IDX) NOT = ZERO
094200         MOVE 4 TO HAU-FND-CAT
094300         MOVE HAU-TAB-AFTER-CT (HAU-SITE-IDX) TO HAU-PRINT-COUNT
094400         MOVE SPACES TO HAU-FND-TEXT
094500         STRING HAU-PRINT-COUNT        DELIMITED BY SIZE
094600                ' CALENDAR DAYS '      DELIMITED BY SIZE
094700                HAU-TAB-AFTER-FIRST (HAU-SITE-IDX)
094800                                       DELIMITED BY SIZE
094900                ' TO '                 DELIMITED BY SIZE
095000                HAU-TAB-AFTER-LAST (HAU-SITE-IDX)
095100                                       DELIMITED BY SIZE
095200                ' - SITE CLOSED '      DELIMITED BY SIZE
095300                HAU-TAB-SHUT (HAU-SITE-IDX)
095400                                       DELIMITED BY SIZE
095500           INTO HAU-FND-TEXT
095600         PERFORM 3900-RELEASE-FINDING THRU 3900-EXIT
095700     END-IF.
095800     IF HAU-TAB-BEFORE-CT (HAU-SITE-IDX) NOT = ZERO
095900         MOVE 5 TO HAU-FND-CAT
096000         MOVE HAU-TAB-BEFORE-CT (HAU-SITE-IDX) TO HAU-PRINT-COUNT
096100         MOVE SPACES TO HAU-FND-TEXT
096200         STRING HAU-PRINT-COUNT        DELIMITED BY SIZE
096300                ' CALENDAR DAYS '      DELIMITED BY SIZE
096400                HAU-TAB-BEFORE-FIRST (HAU-SITE-IDX)
096500                                       DELIMITED BY SIZE
096600                ' TO '                 DELIMITED BY SIZE
096700                HAU-TAB-BEFORE-LAST (HAU-SITE-IDX)
096800                                       DELIMITED BY SIZE
096900                ' - GO-LIVE '          DELIMITED BY SIZE
097000                HAU-TAB-GOLIVE (HAU-SITE-IDX)
097100                                       DELIMITED BY SIZE
097200           INTO HAU-FND-TEXT
097300         PERFORM 3900-RELEASE-FINDING THRU 3900-EXIT
097400     END-IF.
097500     IF HAU-TAB-ACTIVE (HAU-SITE-IDX)
097600         AND HAU-TAB-AHEAD-CT (HAU-SITE-IDX) = ZERO
097700         MOVE 6 TO HAU-FND-CAT
097800         MOVE SPACES TO HAU-FND-TEXT
097900         STRING 'NO CALENDAR DAY ON OR AFTER '
098000                                       DELIMITED BY SIZE
098100                HAU-AUDIT-DATE         DELIMITED BY SIZE
098200                ' - GO-LIVE '          DELIMITED BY SIZE
098300                HAU-TAB-GOLIVE (HAU-SITE-IDX)
098400                                       DELIMITED BY SIZE
098500           INTO HAU-FND-TEXT
098600         PERFORM 3900-RELEASE-FINDING THRU 3900-EXIT
098700     END-IF.
098800     IF HAU-TAB-ACTIVE (HAU-SITE-IDX)
098900         AND HAU-TAB-GOLIVE (HAU-SITE-IDX) NOT > HAU-AUDIT-DATE
099000         AND HAU-TAB-LIVE-CT (HAU-SITE-IDX) = ZERO
099100         MOVE 7 TO HAU-FND-CAT
099200         MOVE SPACES TO HAU-FND-TEXT
099300         IF HAU-TAB-PERIOD-CT (HAU-SITE-IDX) = ZERO
099400             STRING 'NO PERIODS ON SITE-MASTER AT ALL'
099500                                       DELIMITED BY SIZE
099600               INTO HAU-FND-TEXT
099700         ELSE
099800             MOVE HAU-TAB-PERIOD-CT (HAU-SITE-IDX)
099900                 TO HAU-PRINT-COUNT
100000             STRING 'NONE OF '         DELIMITED BY SIZE
100100                    HAU-PRINT-COUNT    DELIMITED BY SIZE
100200                    ' PERIODS IN EFFECT ON '
100300                                       DELIMITED BY SIZE
100400                    HAU-AUDIT-DATE     DELIMITED BY SIZE
100500               INTO HAU-FND-TEXT
100600         END-IF
100700         PERFORM 3900-RELEASE-FINDING THRU 3900-EXIT
100800     END-IF.
100900     IF HAU-REG-OPENED
101000         MOVE HAU-TAB-REGION (HAU-SITE-IDX) TO HLO-REG-CODE
101100         READ REGION-MASTER
101200             INVALID KEY
101300                 MOVE 13 TO HAU-FND-CAT
101400                 MOVE SPACES TO HAU-FND-TEXT
101500                 STRING 'REGION '      DELIMITED BY SIZE
101600                        HAU-TAB-REGION (HAU-SITE-IDX)
101700                                       DELIMITED BY SIZE
101800                        ' NOT ON THE REGION MASTER'
101900                                       DELIMITED BY SIZE
102000                   INTO HAU-FND-TEXT
102100                 PERFORM 3900-RELEASE-FINDING THRU 3900-EXIT
102200         END-READ
102300     END-IF.
102400 3600-EXIT.
102500     EXIT.
102600
102700*----------------------------------------------------------*
102800* 3800-FIND-SITE                                            *
102900*   BINARY SEARCH OF THE KEY-ORDERED SITE TABLE.  LEAVES   *
103000*   HAU-SITE-IDX ON THE ENTRY WHEN FOUND.                  *
103100*----------------------------------------------------------*
103200 3800-FIND-SITE.
103300     SET HAU-SITE-NOT-FOUND TO TRUE.
103400     IF HAU-SITE-COUNT = ZERO
103500         GO TO 3800-EXIT
103600     END-IF.
103700     SEARCH ALL HAU-SITE-ENTRY
103800         AT END
103900             GO TO 3800-EXIT
104000         WHEN HAU-TAB-CODE (HAU-SITE-IDX) = HAU-LOOKUP-SITE
104100             SET HAU-SITE-FOUND TO TRUE
104200     END-SEARCH.
104300 3800-EXIT.
104400     EXIT.
104500
104600*----------------------------------------------------------*
104700* 3900-RELEASE-FINDING                                      *
104800*   COUNTS THE FINDING UNDER ITS CATEGORY AND SEVERITY AND *
104900*   HANDS IT TO THE SORT.                                  *
105000*----------------------------------------------------------*
105100 3900-RELEASE-FINDING.
105200     ADD 1 TO HAU-FND-SEQ.
105300     ADD 1 TO HAU-CAT-COUNT (HAU-FND-CAT).
105400     IF HAU-CAT-ERROR (HAU-FND-CAT)
105500         ADD 1 TO HAU-ERROR-COUNT
105600     ELSE
105700         ADD 1 TO HAU-WARN-COUNT
105800     END-IF.
105900     MOVE HAU-FND-CAT TO HAU-SRT-CAT.
106000     MOVE HAU-FND-SITE TO HAU-SRT-SITE.
106100     MOVE HAU-FND-SEQ TO HAU-SRT-SEQ.
106200     MOVE HAU-FND-TEXT TO HAU-SRT-TEXT.
106300     RELEASE HAU-SORT-RECORD.
106400 3900-EXIT.
106500     EXIT.
106600
106700*----------------------------------------------------------*
106800* 6000-PRINT-FINDINGS                                       *
106900*   SORT OUTPUT.  A HEADING FOR EACH CATEGORY THAT HAS     *
107000*   FINDINGS, ONE LINE PER FINDING, AND A COUNT LINE.      *
107100*----------------------------------------------------------*
107200 6000-PRINT-FINDINGS.
107300     SET HAU-SORT-NOT-EOF TO TRUE.
107400     PERFORM 6100-PRINT-ONE-FINDING THRU 6100-EXIT
107500         UNTIL HAU-SORT-EOF.
107600     IF HAU-BREAK-CAT NOT = ZERO
107700         PERFORM 6200-CLOSE-CATEGORY THRU 6200-EXIT
107800     END-IF.
107900 6000-EXIT.
108000     EXIT.
108100
108200*----------------------------------------------------------*
108300* 6100-PRINT-ONE-FINDING                                    *
108400*----------------------------------------------------------*
108500 6100-PRINT-ONE-FINDING.
108600     RETURN SORT-FILE
108700         AT END
108800             SET HAU-SORT-EOF TO TRUE
108900             GO TO 6100-EXIT
109000     END-RETURN.
109100     IF HAU-SRT-CAT NOT = HAU-BREAK-CAT
109200         IF HAU-BREAK-CAT NOT = ZERO
109300             PERFORM 6200-CLOSE-CATEGORY THRU 6200-EXIT
109400         END-IF
109500         MOVE HAU-SRT-CAT TO HAU-BREAK-CAT
109600         MOVE ZERO TO HAU-BREAK-COUNT
109700         MOVE HAU-SRT-CAT TO HAU-CAT-SUB
109800         PERFORM 6300-SET-SEVERITY THRU 6300-EXIT
109900         MOVE SPACES TO HAU-REPORT-LINE
110000         WRITE HAU-REPORT-LINE
110100         MOVE HAU-SRT-CAT TO HAU-PRINT-CAT
110200         MOVE SPACES TO HAU-REPORT-LINE
110300         STRING HAU-PRINT-SEV          DELIMITED BY SIZE
110400                ' '                    DELIMITED BY SIZE
110500                HAU-PRINT-CAT          DELIMITED BY SIZE
110600                '  '                   DELIMITED BY SIZE
110700                HAU-CAT-NAME (HAU-CAT-SUB)
110800                                       DELIMITED BY SIZE
110900           INTO HAU-REPORT-LINE
111000         WRITE HAU-REPORT-LINE
111100     END-IF.
111200     ADD 1 TO HAU-BREAK-COUNT.
111300     MOVE SPACES TO HAU-REPORT-LINE.
111400     STRING '    SITE '                DELIMITED BY SIZE
111500            HAU-SRT-SITE               DELIMITED BY SIZE
111600            '  '                       DELIMITED BY SIZE
111700            HAU-SRT-TEXT               DELIMITED BY SIZE
111800       INTO HAU-REPORT-LINE.
111900     WRITE HAU-REPORT-LINE.
112000 6100-EXIT.
112100     EXIT.
112200
112300*----------------------------------------------------------*
112400* 6200-CLOSE-CATEGORY                                       *
112500*----------------------------------------------------------*
112600 6200-CLOSE-CATEGORY.
112700     MOVE HAU-BREAK-COUNT TO HAU-PRINT-COUNT.
112800     MOVE SPACES TO HAU-REPORT-LINE.
112900     STRING '    CATEGORY TOTAL: '     DELIMITED BY SIZE
113000            HAU-PRINT-COUNT            DELIMITED BY SIZE
113100       INTO HAU-REPORT-LINE.
113200     WRITE HAU-REPORT-LINE.
113300 6200-EXIT.
113400     EXIT.
113500
113600*----------------------------------------------------------*
113700* 6300-SET-SEVERITY                                         *
113800*----------------------------------------------------------*
113900 6300-SET-SEVERITY.
114000     IF HAU-CAT-ERROR (HAU-CAT-SUB)
114100         MOVE 'ERROR' TO HAU-PRINT-SEV
114200     ELSE
114300         MOVE 'WARN ' TO HAU-PRINT-SEV
114400     END-IF.
114500 6300-EXIT.
114600     EXIT.
114700
114800*----------------------------------------------------------*
114900* 7000-PRINT-SUMMARY                                        *
115000*   RECORDS READ, THEN EVERY CATEGORY WITH ITS COUNT -     *
115100*   ZEROS INCLUDED, SO THE WEEKLY REPORTS LINE UP - AND    *
115200*   THE RETURN-CODE: 8 FOR ANY ERROR, 4 FOR WARNINGS ONLY. *
115300*----------------------------------------------------------*
115400 7000-PRINT-SUMMARY.
115500     MOVE SPACES TO HAU-REPORT-LINE.
115600     WRITE HAU-REPORT-LINE.
115700     IF HAU-ERROR-COUNT = ZERO AND HAU-WARN-COUNT = ZERO
115800         MOVE SPACES TO HAU-REPORT-LINE
115900         STRING 'NO DISCREPANCIES FOUND - THE SITE DATASETS AGREE'
116000                DELIMITED BY SIZE INTO HAU-REPORT-LINE
116100         WRITE HAU-REPORT-LINE
116200     END-IF.
116300     MOVE HAU-SITE-COUNT TO HAU-PRINT-COUNT.
116400     MOVE SPACES TO HAU-REPORT-LINE.
116500     STRING 'DIRECTORY SITES      : ' DELIMITED BY SIZE
116600            HAU-PRINT-COUNT           DELIMITED BY SIZE
116700       INTO HAU-REPORT-LINE.
116800     WRITE HAU-REPORT-LINE.
116900     MOVE HAU-PERIOD-READ TO HAU-PRINT-COUNT.
117000     MOVE SPACES TO HAU-REPORT-LINE.
117100     STRING 'SITE-MASTER PERIODS  : ' DELIMITED BY SIZE
117200            HAU-PRINT-COUNT           DELIMITED BY SIZE
117300       INTO HAU-REPORT-LINE.
117400     WRITE HAU-REPORT-LINE.
117500     MOVE HAU-CAL-READ TO HAU-PRINT-COUNT.
117600     MOVE SPACES TO HAU-REPORT-LINE.
117700     STRING 'CALENDAR DAYS        : ' DELIMITED BY SIZE
117800            HAU-PRINT-COUNT           DELIMITED BY SIZE
117900       INTO HAU-REPORT-LINE.
118000     WRITE HAU-REPORT-LINE.
118100     MOVE HAU-REJ-READ TO HAU-PRINT-COUNT.
118200     MOVE SPACES TO HAU-REPORT-LINE.
118300     STRING 'REJECTS              : ' DELIMITED BY SIZE
118400            HAU-PRINT-COUNT           DELIMITED BY SIZE
118500       INTO HAU-REPORT-LINE.
118600     WRITE HAU-REPORT-LINE.
118700     MOVE HAU-HIST-READ TO HAU-PRINT-COUNT.
118800     MOVE SPACES TO HAU-REPORT-LINE.
118900     STRING 'CHANGE-HISTORY       : ' DELIMITED BY SIZE
119000            HAU-PRINT-COUNT           DELIMITED BY SIZE
119100       INTO HAU-REPORT-LINE.
119200     WRITE HAU-REPORT-LINE.
119300     IF HAU-PEND-OPENED
119400         MOVE HAU-PEND-READ TO HAU-PRINT-COUNT
119500         MOVE SPACES TO HAU-REPORT-LINE
119600         STRING 'PENDING CHANGES      : ' DELIMITED BY SIZE
119700                HAU-PRINT-COUNT           DELIMITED BY SIZE
119800           INTO HAU-REPORT-LINE
119900         WRITE HAU-REPORT-LINE
120000     END-IF.
120100     MOVE SPACES TO HAU-REPORT-LINE.
120200     WRITE HAU-REPORT-LINE.
120300     PERFORM 7100-PRINT-ONE-CATEGORY THRU 7100-EXIT
120400         VARYING HAU-CAT-SUB FROM 1 BY 1
120500         UNTIL HAU-CAT-SUB > HAU-CAT-MAX.
120600     MOVE HAU-ERROR-COUNT TO HAU-PRINT-COUNT.
120700     MOVE SPACES TO HAU-REPORT-LINE.
120800     STRING 'TOTAL ERRORS         : ' DELIMITED BY SIZE
120900            HAU-PRINT-COUNT           DELIMITED BY SIZE
121000       INTO HAU-REPORT-LINE.
121100     WRITE HAU-REPORT-LINE.
121200     MOVE HAU-WARN-COUNT TO HAU-PRINT-COUNT.
121300     MOVE SPACES TO HAU-REPORT-LINE.
121400     STRING 'TOTAL WARNINGS       : ' DELIMITED BY SIZE
121500            HAU-PRINT-COUNT           DELIMITED BY SIZE
121600       INTO HAU-REPORT-LINE.
121700     WRITE HAU-REPORT-LINE.
121800     IF HAU-ERROR-COUNT NOT = ZERO
121900         MOVE 8 TO RETURN-CODE
122000     ELSE
122100         IF HAU-WARN-COUNT NOT = ZERO
122200             MOVE 4 TO RETURN-CODE
122300         END-IF
122400     END-IF.
122500 7000-EXIT.
122600     EXIT.
122700
122800*----------------------------------------------------------*
122900* 7100-PRINT-ONE-CATEGORY                                   *
123000*----------------------------------------------------------*
123100 7100-PRINT-ONE-CATEGORY.
123200     PERFORM 6300-SET-SEVERITY THRU 6300-EXIT.
123300     MOVE HAU-CAT-SUB TO HAU-PRINT-CAT.
123400     MOVE HAU-CAT-COUNT (HAU-CAT-SUB) TO HAU-PRINT-COUNT.
123500     MOVE SPACES TO HAU-REPORT-LINE.
123600     STRING HAU-PRINT-SEV              DELIMITED BY SIZE
123700            ' '                        DELIMITED BY SIZE
123800            HAU-PRINT-CAT              DELIMITED BY SIZE
123900            '  '                       DELIMITED BY SIZE
124000            HAU-CAT-NAME (HAU-CAT-SUB) DELIMITED BY SIZE
124100            ' '                        DELIMITED BY SIZE
124200            HAU-PRINT-COUNT            DELIMITED BY SIZE
124300       INTO HAU-REPORT-LINE.
124400     WRITE HAU-REPORT-LINE.
124500 7100-EXIT.
124600     EXIT.
124700
124800*----------------------------------------------------------*
124900* 8000-TERMINATE                                            *
125000*----------------------------------------------------------*
125100 8000-TERMINATE.
125200     IF HAU-INIT-OK
125300         CLOSE SITE-DIRECTORY
125400         CLOSE SITE-MASTER
125500         CLOSE PROC-CALENDAR
125600         CLOSE HELLO-REJECT
125700         CLOSE CHANGE-HISTORY
125800         CLOSE REPORT-FILE
125900         IF HAU-PEND-OPENED
126000             CLOSE PENDING-CHANGE
126100         END-IF
126200         IF HAU-REG-OPENED
126300             CLOSE REGION-MASTER
126400         END-IF
126500     END-IF.
126600 8000-EXIT.
126700     EXIT.
