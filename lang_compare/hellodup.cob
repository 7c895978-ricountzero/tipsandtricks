000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HELLODUP.
000300 AUTHOR.         R TOWNSEND.
000400 INSTALLATION.   BATCH-OPS.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE      INIT  DESCRIPTION                               *
001100* 10/15/26  RLT   INITIAL VERSION.  DAILY DUPLICATE-RUN     *
001200*                 LIST.  READS ONE DAY OF HELLO-LOG AND     *
001300*                 LISTS EVERY DUPSKIP (A SECOND RUN OF A    *
001400*                 SITE ALREADY GREETED THAT DAY, SKIPPED BY *
001500*                 HELLOWORLD) AND DUPFORCE (THE SAME, LET   *
001600*                 THROUGH BY FORCE_RERUN) BY SITE AND JOB   *
001700*                 NAME, WITH COUNTS FOR EACH SITE AND JOB   *
001800*                 AND FOR THE DAY.                          *
001900*----------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT CONTROL-CARD ASSIGN TO "SYSIN"
002400         ORGANIZATION IS SEQUENTIAL
002500         FILE STATUS IS HDP-CARD-STATUS.
002600
002700     SELECT HELLO-LOG ASSIGN TO "LOGDD"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS HLO-LOG-KEY
003100         FILE STATUS IS HDP-LOG-STATUS.
003200
003300     SELECT REPORT-FILE ASSIGN TO "RPTDD"
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS HDP-RPT-STATUS.
003600
003700     SELECT SORT-FILE ASSIGN TO "SORTWK1".
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CONTROL-CARD
004200     LABEL RECORDS ARE OMITTED.
004300 01  HDP-CONTROL-RECORD.
004400     05  HDP-CTL-DATE           PIC X(08).
004500     05  HDP-CTL-DATE-NUM REDEFINES HDP-CTL-DATE
004600                                PIC 9(08).
004700     05  FILLER                PIC X(72).
004800
004900 FD  HELLO-LOG
005000     LABEL RECORDS ARE OMITTED.
005100     COPY HLOLOG.
005200
005300 FD  REPORT-FILE
005400     LABEL RECORDS ARE OMITTED.
005500 01  HDP-REPORT-LINE            PIC X(132).
005600
005700*----------------------------------------------------------*
005800* SORT RECORD - SITE, THEN JOB NAME, THEN TIME, SO EACH    *
005900* SITE'S DUPLICATES COME OUT TOGETHER UNDER THE JOB THAT   *
006000* MADE THEM, IN THE ORDER THEY HAPPENED.                   *
006100*----------------------------------------------------------*
006200 SD  SORT-FILE.
006300 01  HDP-SORT-RECORD.
006400     05  HDP-SRT-SITE           PIC X(05).
006500     05  HDP-SRT-JOB            PIC X(08).
006600     05  HDP-SRT-TIME           PIC 9(08).
006700     05  HDP-SRT-ACTION         PIC X(08).
006800     05  HDP-SRT-SEQ            PIC 9(09).
006900
007000 WORKING-STORAGE SECTION.
007100*----------------------------------------------------------*
007200* FILE STATUS AND END-OF-FILE SWITCHES                     *
007300*----------------------------------------------------------*
007400 01  HDP-CARD-STATUS            PIC X(02).
007500 01  HDP-LOG-STATUS             PIC X(02).
007600 01  HDP-RPT-STATUS             PIC X(02).
007700 01  HDP-LOG-EOF-SW             PIC X(01).
007800     88  HDP-LOG-EOF            VALUE 'Y'.
007900     88  HDP-LOG-NOT-EOF        VALUE 'N'.
008000 01  HDP-SORT-EOF-SW            PIC X(01).
008100     88  HDP-SORT-EOF           VALUE 'Y'.
008200     88  HDP-SORT-NOT-EOF       VALUE 'N'.
008300 01  HDP-INIT-SW                PIC X(01).
008400     88  HDP-INIT-OK            VALUE 'Y'.
008500     88  HDP-INIT-BAD           VALUE 'N'.
008600
008700*----------------------------------------------------------*
008800* REPORT DATE - OFF THE CONTROL CARD, OR TODAY WHEN THE    *
008900* CARD IS BLANK OR NOT 8 DIGITS.                           *
009000*----------------------------------------------------------*
009100 01  HDP-SYSTEM-DATE            PIC 9(08).
009200 01  HDP-REPORT-DATE            PIC 9(08).
009300
009400*----------------------------------------------------------*
009500* CONTROL-BREAK FIELDS.  THE GROUP IS ONE SITE UNDER ONE   *
009600* JOB NAME.                                                *
009700*----------------------------------------------------------*
009800 01  HDP-GROUP-SW               PIC X(01).
009900     88  HDP-GROUP-OPEN         VALUE 'Y'.
010000     88  HDP-GROUP-CLOSED       VALUE 'N'.
010100 01  HDP-GROUP-SITE             PIC X(05).
010200 01  HDP-GROUP-JOB              PIC X(08).
010300 77  HDP-GROUP-SKIPPED          PIC 9(05) COMP VALUE ZERO.
010400 77  HDP-GROUP-FORCED           PIC 9(05) COMP VALUE ZERO.
010500
010600*----------------------------------------------------------*
010700* RUN COUNTERS                                             *
010800*----------------------------------------------------------*
010900 77  HDP-LOG-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
011000 77  HDP-SKIPPED-COUNT          PIC 9(05) COMP VALUE ZERO.
011100 77  HDP-FORCED-COUNT           PIC 9(05) COMP VALUE ZERO.
011200 77  HDP-GROUP-COUNT            PIC 9(05) COMP VALUE ZERO.
011300
011400*----------------------------------------------------------*
011500* PRINT LINE WORK AREAS                                    *
011600*----------------------------------------------------------*
011700 01  HDP-PRINT-COUNT            PIC ZZZZZZ9.
011800 01  HDP-PRINT-SKIPPED          PIC ZZZZ9.
011900 01  HDP-PRINT-FORCED           PIC ZZZZ9.
012000 01  HDP-CLOCK-IN               PIC 9(08).
012100 01  HDP-CLOCK-PARTS REDEFINES HDP-CLOCK-IN.
012200     05  HDP-CLOCK-HH           PIC 9(02).
012300     05  HDP-CLOCK-MM           PIC 9(02).
012400     05  HDP-CLOCK-SS           PIC 9(02).
012500     05  HDP-CLOCK-TH           PIC 9(02).
012600 01  HDP-TIME-X                 PIC X(11).
012700 01  HDP-ACTION-TEXT            PIC X(24).
012800
012900 PROCEDURE DIVISION.
013000*----------------------------------------------------------*
013100* 0000-MAINLINE                                             *
013200*----------------------------------------------------------*
013300 0000-MAINLINE.
013400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013500     IF HDP-INIT-OK
013600         SORT SORT-FILE
013700             ON ASCENDING KEY HDP-SRT-SITE HDP-SRT-JOB
013800                 HDP-SRT-TIME
013900             INPUT PROCEDURE IS 2000-SCAN-LOG THRU 2000-EXIT
014000             OUTPUT PROCEDURE IS 3000-LIST-DUPLICATES
014100                 THRU 3000-EXIT
014200         IF SORT-RETURN NOT = ZERO
014300             DISPLAY 'HELLODUP - SORT FAILED, SORT-RETURN='
014400                 SORT-RETURN
014500             MOVE 16 TO RETURN-CODE
014600         ELSE
014700             PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
014800         END-IF
014900     END-IF.
015000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
015100     STOP RUN.
015200
015300*----------------------------------------------------------*
015400* 1000-INITIALIZE                                          *
015500*   TAKES THE REPORT DATE OFF THE CONTROL CARD AND OPENS   *
015600*   THE LOG AND THE REPORT.  EITHER FAILING TO OPEN IS     *
015700*   FATAL - A LIST THAT CANNOT SEE THE LOG WOULD SAY       *
015800*   THERE WERE NO DUPLICATES.                              *
015900*----------------------------------------------------------*
016000 1000-INITIALIZE.
016100     SET HDP-INIT-OK TO TRUE.
016200     SET HDP-GROUP-CLOSED TO TRUE.
016300     ACCEPT HDP-SYSTEM-DATE FROM DATE YYYYMMDD.
016400     MOVE HDP-SYSTEM-DATE TO HDP-REPORT-DATE.
016500     OPEN INPUT CONTROL-CARD.
016600     IF HDP-CARD-STATUS = '00'
016700         READ CONTROL-CARD
016800             AT END
016900                 MOVE SPACES TO HDP-CTL-DATE
017000         END-READ
017100         IF HDP-CTL-DATE-NUM IS NUMERIC
017200             MOVE HDP-CTL-DATE-NUM TO HDP-REPORT-DATE
017300         END-IF
017400         CLOSE CONTROL-CARD
017500     ELSE
017600         DISPLAY 'HELLODUP - UNABLE TO OPEN CONTROL-CARD, '
017700             'STATUS=' HDP-CARD-STATUS
017800     END-IF.
017900     OPEN INPUT HELLO-LOG.
018000     IF HDP-LOG-STATUS NOT = '00'
018100         DISPLAY 'HELLODUP - UNABLE TO OPEN HELLO-LOG, '
018200             'STATUS=' HDP-LOG-STATUS
018300         SET HDP-INIT-BAD TO TRUE
018400         MOVE 16 TO RETURN-CODE
018500         GO TO 1000-EXIT
018600     END-IF.
018700     OPEN OUTPUT REPORT-FILE.
018800     IF HDP-RPT-STATUS NOT = '00'
018900         DISPLAY 'HELLODUP - UNABLE TO OPEN REPORT-FILE, '
019000             'STATUS=' HDP-RPT-STATUS
019100         CLOSE HELLO-LOG
019200         SET HDP-INIT-BAD TO TRUE
019300         MOVE 16 TO RETURN-CODE
019400         GO TO 1000-EXIT
019500     END-IF.
019600     MOVE SPACES TO HDP-REPORT-LINE.
019700     STRING 'HELLODUP DUPLICATE-RUN LIST FOR '
019800            DELIMITED BY SIZE
019900            HDP-REPORT-DATE            DELIMITED BY SIZE
020000            ' - RUN '                  DELIMITED BY SIZE
020100            HDP-SYSTEM-DATE            DELIMITED BY SIZE
020200       INTO HDP-REPORT-LINE.
020300     WRITE HDP-REPORT-LINE.
020400 1000-EXIT.
020500     EXIT.
020600
020700*----------------------------------------------------------*
020800* 2000-SCAN-LOG                                             *
020900*   SORT INPUT.  POSITIONS HELLO-LOG AT THE START OF THE   *
021000*   REPORT DATE AND READS TO THE FIRST RECORD OF THE NEXT  *
021100*   DAY, RELEASING EVERY DUPSKIP AND DUPFORCE RECORD.      *
021200*----------------------------------------------------------*
021300 2000-SCAN-LOG.
021400     SET HDP-LOG-NOT-EOF TO TRUE.
021500     MOVE HDP-REPORT-DATE TO HLO-LOG-RUN-DATE.
021600     MOVE ZERO TO HLO-LOG-RUN-TIME.
021700     MOVE LOW-VALUES TO HLO-LOG-JOB-NAME.
021800     START HELLO-LOG KEY NOT LESS THAN HLO-LOG-KEY
021900         INVALID KEY
022000             SET HDP-LOG-EOF TO TRUE
022100     END-START.
022200     PERFORM 2100-RELEASE-ONE-LOG THRU 2100-EXIT
022300         UNTIL HDP-LOG-EOF.
022400 2000-EXIT.
022500     EXIT.
022600
022700*----------------------------------------------------------*
022800* 2100-RELEASE-ONE-LOG                                      *
022900*----------------------------------------------------------*
023000 2100-RELEASE-ONE-LOG.
023100     READ HELLO-LOG NEXT RECORD
023200         AT END
023300             SET HDP-LOG-EOF TO TRUE
023400             GO TO 2100-EXIT
023500     END-READ.
023600     IF HDP-LOG-STATUS NOT = '00'
023700         OR HLO-LOG-RUN-DATE NOT = HDP-REPORT-DATE
023800         SET HDP-LOG-EOF TO TRUE
023900         GO TO 2100-EXIT
024000     END-IF.
024100     ADD 1 TO HDP-LOG-READ-COUNT.
024200     IF HLO-LOG-ACTION-CODE NOT = 'DUPSKIP '
024300         AND HLO-LOG-ACTION-CODE NOT = 'DUPFORCE'
024400         GO TO 2100-EXIT
024500     END-IF.
024600     MOVE HLO-LOG-SITE-CODE TO HDP-SRT-SITE.
024700     MOVE HLO-LOG-JOB-NAME TO HDP-SRT-JOB.
024800     MOVE HLO-LOG-RUN-TIME TO HDP-SRT-TIME.
024900     MOVE HLO-LOG-ACTION-CODE TO HDP-SRT-ACTION.
025000     MOVE ZERO TO HDP-SRT-SEQ.
025100     IF HLO-LOG-SEQ-NO IS NUMERIC
025200         MOVE HLO-LOG-SEQ-NO TO HDP-SRT-SEQ
025300     END-IF.
025400     RELEASE HDP-SORT-RECORD.
025500 2100-EXIT.
025600     EXIT.
025700
025800*----------------------------------------------------------*
025900* 3000-LIST-DUPLICATES                                      *
026000*   SORT OUTPUT.  ONE LINE PER DUPLICATE, WITH A COUNT     *
026100*   LINE EACH TIME THE SITE OR JOB NAME CHANGES.           *
026200*----------------------------------------------------------*
026300 3000-LIST-DUPLICATES.
026400     SET HDP-SORT-NOT-EOF TO TRUE.
026500     PERFORM 3100-LIST-ONE THRU 3100-EXIT
026600         UNTIL HDP-SORT-EOF.
026700     IF HDP-GROUP-OPEN
026800         PERFORM 3200-CLOSE-GROUP THRU 3200-EXIT
026900     END-IF.
027000 3000-EXIT.
027100     EXIT.
027200
027300*----------------------------------------------------------*
027400* 3100-LIST-ONE                                             *
027500*----------------------------------------------------------*
027600 3100-LIST-ONE.
027700     RETURN SORT-FILE
027800         AT END
027900             SET HDP-SORT-EOF TO TRUE
028000             GO TO 3100-EXIT
028100     END-RETURN.
028200     IF HDP-GROUP-OPEN
028300         AND (HDP-SRT-SITE NOT = HDP-GROUP-SITE
028400           OR HDP-SRT-JOB NOT = HDP-GROUP-JOB)
028500         PERFORM 3200-CLOSE-GROUP THRU 3200-EXIT
028600     END-IF.
028700     IF HDP-GROUP-CLOSED
028800         SET HDP-GROUP-OPEN TO TRUE
028900         MOVE HDP-SRT-SITE TO HDP-GROUP-SITE
029000         MOVE HDP-SRT-JOB TO HDP-GROUP-JOB
029100         MOVE ZERO TO HDP-GROUP-SKIPPED
029200         MOVE ZERO TO HDP-GROUP-FORCED
029300         ADD 1 TO HDP-GROUP-COUNT
029400     END-IF.
029500     IF HDP-SRT-ACTION = 'DUPFORCE'
029600         ADD 1 TO HDP-GROUP-FORCED
029700         ADD 1 TO HDP-FORCED-COUNT
029800         MOVE 'FORCED RERUN - GREETED' TO HDP-ACTION-TEXT
029900     ELSE
030000         ADD 1 TO HDP-GROUP-SKIPPED
030100         ADD 1 TO HDP-SKIPPED-COUNT
030200         MOVE 'SKIPPED - NOT GREETED' TO HDP-ACTION-TEXT
030300     END-IF.
030400     MOVE HDP-SRT-TIME TO HDP-CLOCK-IN.
030500     MOVE SPACES TO HDP-TIME-X.
030600     STRING HDP-CLOCK-HH         DELIMITED BY SIZE
030700            ':'                  DELIMITED BY SIZE
030800            HDP-CLOCK-MM         DELIMITED BY SIZE
030900            ':'                  DELIMITED BY SIZE
031000            HDP-CLOCK-SS         DELIMITED BY SIZE
031100            '.'                  DELIMITED BY SIZE
031200            HDP-CLOCK-TH         DELIMITED BY SIZE
031300       INTO HDP-TIME-X.
031400     MOVE SPACES TO HDP-REPORT-LINE.
031500     STRING 'SITE '                DELIMITED BY SIZE
031600            HDP-SRT-SITE           DELIMITED BY SIZE
031700            '  JOB '               DELIMITED BY SIZE
031800            HDP-SRT-JOB            DELIMITED BY SIZE
031900            '  AT '                DELIMITED BY SIZE
032000            HDP-TIME-X             DELIMITED BY SIZE
032100            '  '                   DELIMITED BY SIZE
032200            HDP-SRT-ACTION         DELIMITED BY SIZE
032300            '  '                   DELIMITED BY SIZE
032400            HDP-ACTION-TEXT        DELIMITED BY SIZE
032500            '  LOG SEQ '           DELIMITED BY SIZE
032600            HDP-SRT-SEQ            DELIMITED BY SIZE
032700       INTO HDP-REPORT-LINE.
032800     WRITE HDP-REPORT-LINE.
032900 3100-EXIT.
033000     EXIT.
033100
033200*----------------------------------------------------------*
033300* 3200-CLOSE-GROUP                                          *
033400*----------------------------------------------------------*
033500 3200-CLOSE-GROUP.
033600     MOVE HDP-GROUP-SKIPPED TO HDP-PRINT-SKIPPED.
033700     MOVE HDP-GROUP-FORCED TO HDP-PRINT-FORCED.
033800     MOVE SPACES TO HDP-REPORT-LINE.
033900     STRING '    SITE '            DELIMITED BY SIZE
034000            HDP-GROUP-SITE         DELIMITED BY SIZE
034100            ' JOB '                DELIMITED BY SIZE
034200            HDP-GROUP-JOB          DELIMITED BY SIZE
034300            ' - SKIPPED '          DELIMITED BY SIZE
034400            HDP-PRINT-SKIPPED      DELIMITED BY SIZE
034500            '  FORCED '            DELIMITED BY SIZE
034600            HDP-PRINT-FORCED       DELIMITED BY SIZE
034700       INTO HDP-REPORT-LINE.
034800     WRITE HDP-REPORT-LINE.
034900     SET HDP-GROUP-CLOSED TO TRUE.
035000 3200-EXIT.
035100     EXIT.
035200
035300*----------------------------------------------------------*
035400* 5000-PRINT-TOTALS                                         *
035500*   ANY DUPLICATE ON THE LIST SETS RETURN-CODE 4 SO THE    *
035600*   SCHEDULER ROUTES THE LIST TO THE SHIFT LEAD.           *
035700*----------------------------------------------------------*
035800 5000-PRINT-TOTALS.
035900     IF HDP-GROUP-COUNT = ZERO
036000         MOVE SPACES TO HDP-REPORT-LINE
036100         STRING 'NO DUPLICATE RUNS LOGGED FOR THE DAY'
036200                DELIMITED BY SIZE INTO HDP-REPORT-LINE
036300         WRITE HDP-REPORT-LINE
036400     ELSE
036500         MOVE 4 TO RETURN-CODE
036600     END-IF.
036700     MOVE HDP-LOG-READ-COUNT TO HDP-PRINT-COUNT.
036800     MOVE SPACES TO HDP-REPORT-LINE.
036900     STRING 'LOG RECORDS READ     : ' DELIMITED BY SIZE
037000            HDP-PRINT-COUNT           DELIMITED BY SIZE
037100       INTO HDP-REPORT-LINE.
037200     WRITE HDP-REPORT-LINE.
037300     MOVE HDP-GROUP-COUNT TO HDP-PRINT-COUNT.
037400     MOVE SPACES TO HDP-REPORT-LINE.
037500     STRING 'SITE/JOB GROUPS      : ' DELIMITED BY SIZE
037600            HDP-PRINT-COUNT           DELIMITED BY SIZE
037700       INTO HDP-REPORT-LINE.
037800     WRITE HDP-REPORT-LINE.
037900     MOVE HDP-SKIPPED-COUNT TO HDP-PRINT-COUNT.
038000     MOVE SPACES TO HDP-REPORT-LINE.
038100     STRING 'DUPLICATES SKIPPED   : ' DELIMITED BY SIZE
038200            HDP-PRINT-COUNT           DELIMITED BY SIZE
038300       INTO HDP-REPORT-LINE.
038400     WRITE HDP-REPORT-LINE.
038500     MOVE HDP-FORCED-COUNT TO HDP-PRINT-COUNT.
038600     MOVE SPACES TO HDP-REPORT-LINE.
038700     STRING 'FORCED RERUNS        : ' DELIMITED BY SIZE
038800            HDP-PRINT-COUNT           DELIMITED BY SIZE
038900       INTO HDP-REPORT-LINE.
039000     WRITE HDP-REPORT-LINE.
039100 5000-EXIT.
039200     EXIT.
039300
039400*----------------------------------------------------------*
039500* 8000-TERMINATE                                            *
039600*----------------------------------------------------------*
039700 8000-TERMINATE.
039800     IF HDP-INIT-OK
039900         CLOSE HELLO-LOG
040000         CLOSE REPORT-FILE
040100     END-IF.
040200 8000-EXIT.
040300     EXIT.
