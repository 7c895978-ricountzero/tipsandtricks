000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HELLOCRD.
000300 AUTHOR.         R TOWNSEND.
000400 INSTALLATION.   BATCH-OPS.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE      INIT  DESCRIPTION                               *
001100* 10/15/26  RLT   INITIAL VERSION.  SWEEP COMPLETION        *
001200*                 COORDINATOR.  THE SWEEP NOW RUNS AS       *
001300*                 CONCURRENT HELLODRV PARTITIONS, ONE PER   *
001400*                 REGION OR REGION GROUP, AND NO PARTITION  *
001500*                 MAY POST COMPLETION FOR THE OTHERS.  THIS *
001600*                 STEP TAKES THE SAME PARTITION CARDS THE   *
001700*                 SWEEP JOBS RAN WITH, READS EACH ONE'S     *
001800*                 PARTITION-STATUS RECORD FOR TODAY, AND    *
001900*                 POSTS HELLO.DONE AND THE WINDONE LOG      *
002000*                 RECORD - AND GIVES UP THE WINDOW HOLD -   *
002100*                 ONLY WHEN EVERY PARTITION IS COMPLETE AND *
002200*                 EVERY OPEN REGION BELONGS TO ONE OF THEM. *
002300*                 PARTITIONS STILL RUNNING, FAILED OR NOT   *
002400*                 STARTED ARE REPORTED BY NAME.             *
002410* 10/15/26  RLT   WINDONE RECORD IS NOW STAMPED WITH THE    *
002420*                 HELLO-LOG SEQUENCE NUMBER AND CHAINED     *
002430*                 CHECK VALUE THROUGH HELLOSEQ.             *
002500*----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CONTROL-CARD ASSIGN TO "SYSIN"
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS HCD-CARD-STATUS.
003200
003300     SELECT PARTITION-STATUS ASSIGN TO "PARTDD"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS HLO-PART-KEY
003700         FILE STATUS IS HCD-PTN-STATUS.
003800
003900     SELECT START-OK-FLAG ASSIGN TO "STARTOKF"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS HCD-FLAG-STATUS.
004200
004300     SELECT DONE-FLAG ASSIGN TO "HELLDONE"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS HCD-DONE-STATUS.
004600
004700     SELECT HELLO-LOG ASSIGN TO "LOGDD"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS HLO-LOG-KEY
005100         FILE STATUS IS HCD-LOG-STATUS.
005200
005300     SELECT STREAM-CONTROL ASSIGN TO "STRMCTL"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS HLO-LOCK-KEY
005700         FILE STATUS IS HCD-LOCK-STATUS.
005800
005900     SELECT REPORT-FILE ASSIGN TO "RPTDD"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS HCD-RPT-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CONTROL-CARD
006600     LABEL RECORDS ARE OMITTED.
006700 01  HCD-CONTROL-RECORD.
006800     05  HCD-CTL-PART-ID        PIC X(08).
006900     05  FILLER                PIC X(01).
007000     05  HCD-CTL-REGION-LIST.
007100         10  HCD-CTL-REGION     PIC X(02) OCCURS 10 TIMES.
007200     05  FILLER                PIC X(51).
007300
007400 FD  PARTITION-STATUS
007500     LABEL RECORDS ARE OMITTED.
007600     COPY HLOPART.
007700
007800 FD  START-OK-FLAG
007900     LABEL RECORDS ARE OMITTED.
008000     COPY HLOFLG.
008100
008200 FD  DONE-FLAG
008300     LABEL RECORDS ARE OMITTED.
008400 01  HCD-DONE-RECORD            PIC X(08).
008500
008600 FD  HELLO-LOG
008700     LABEL RECORDS ARE OMITTED.
008800     COPY HLOLOG.
008900
009000 FD  STREAM-CONTROL
009100     LABEL RECORDS ARE OMITTED.
009200     COPY HLOLOCK.
009300
009400 FD  REPORT-FILE
009500     LABEL RECORDS ARE OMITTED.
009600 01  HCD-REPORT-LINE            PIC X(132).
009700
009800 WORKING-STORAGE SECTION.
009900*----------------------------------------------------------*
010000* FILE STATUS AND END-OF-FILE SWITCHES                     *
010100*----------------------------------------------------------*
010200 01  HCD-CARD-STATUS            PIC X(02).
010300 01  HCD-PTN-STATUS             PIC X(02).
010400 01  HCD-FLAG-STATUS            PIC X(02).
010500 01  HCD-DONE-STATUS            PIC X(02).
010600 01  HCD-LOG-STATUS             PIC X(02).
010700 01  HCD-LOCK-STATUS            PIC X(02).
010800 01  HCD-RPT-STATUS             PIC X(02).
010900 01  HCD-CARD-EOF-SW            PIC X(01).
011000     88  HCD-CARD-EOF           VALUE 'Y'.
011100     88  HCD-CARD-NOT-EOF       VALUE 'N'.
011200 01  HCD-FLAG-EOF-SW            PIC X(01).
011300     88  HCD-FLAG-EOF           VALUE 'Y'.
011400     88  HCD-FLAG-NOT-EOF       VALUE 'N'.
011500 01  HCD-PTN-OPEN-SW            PIC X(01).
011600     88  HCD-PTN-OPENED         VALUE 'Y'.
011700     88  HCD-PTN-NOT-OPENED     VALUE 'N'.
011800 01  HCD-INIT-SW                PIC X(01).
011900     88  HCD-INIT-OK            VALUE 'Y'.
012000     88  HCD-INIT-BAD           VALUE 'N'.
012100
012200*----------------------------------------------------------*
012300* RUN STAMP                                                *
012400*----------------------------------------------------------*
012500 01  HCD-SYSTEM-DATE            PIC 9(08).
012600 01  HCD-SYSTEM-TIME            PIC 9(08).
012700 01  HCD-JOB-NAME               PIC X(08).
012800 77  HCD-LOG-RETRY-CT           PIC 9(02) COMP VALUE ZERO.
012810
012820*----------------------------------------------------------*
012830* HELLO-LOG SEQUENCE/CHAIN CALL AREA (HELLOSEQ)            *
012840*----------------------------------------------------------*
012850 77  HCD-SAVE-RETCODE           PIC S9(04) COMP VALUE ZERO.
012860     COPY HLOSEQ.
012900
013000*----------------------------------------------------------*
013100* PARTITION TABLE, ONE ENTRY PER CONTROL CARD - THE SET OF *
013200* PARTITIONS THAT MUST ALL REPORT COMPLETE.                *
013300*----------------------------------------------------------*
013400 77  HCD-PART-MAX               PIC 9(02) COMP VALUE 20.
013500 77  HCD-PART-COUNT             PIC 9(02) COMP VALUE ZERO.
013600 77  HCD-PART-SUB               PIC 9(02) COMP VALUE ZERO.
013700 01  HCD-PART-TABLE.
013800     05  HCD-PART-ENTRY OCCURS 20 TIMES.
013900         10  HCD-PART-ID        PIC X(08).
014000         10  HCD-PART-REGIONS   PIC X(20).
014100
014200*----------------------------------------------------------*
014300* REGION OWNER TABLE - EVERY REGION NAMED ON A CARD AND    *
014400* THE PARTITION THAT NAMED IT FIRST.  USED TO CATCH A      *
014500* REGION NAMED TWICE AND AN OPEN REGION NAMED NOWHERE.     *
014600*----------------------------------------------------------*
014700 77  HCD-OWNER-MAX              PIC 9(03) COMP VALUE 200.
014800 77  HCD-OWNER-COUNT            PIC 9(03) COMP VALUE ZERO.
014900 77  HCD-OWNER-SUB              PIC 9(03) COMP VALUE ZERO.
015000 77  HCD-OWNER-HIT              PIC 9(03) COMP VALUE ZERO.
015100 01  HCD-OWNER-TABLE.
015200     05  HCD-OWNER-ENTRY OCCURS 200 TIMES.
015300         10  HCD-OWNER-REGION   PIC X(02).
015400         10  HCD-OWNER-PART     PIC X(08).
015500 77  HCD-CARD-SUB               PIC 9(02) COMP VALUE ZERO.
015600 01  HCD-LOOKUP-REGION          PIC X(02).
015700
015800*----------------------------------------------------------*
015900* OPEN-REGION TABLE, LOADED FROM THE START-OK-FLAG.        *
016000*----------------------------------------------------------*
016100 77  HCD-REGION-MAX             PIC 9(02) COMP VALUE 20.
016200 77  HCD-REGION-COUNT           PIC 9(02) COMP VALUE ZERO.
016300 77  HCD-REG-SUB                PIC 9(02) COMP VALUE ZERO.
016400 01  HCD-REGION-TABLE.
016500     05  HCD-REGION-CODE        PIC X(02) OCCURS 20 TIMES.
016600
016700*----------------------------------------------------------*
016800* RUN COUNTERS                                             *
016900*----------------------------------------------------------*
017000 77  HCD-COMPLETE-COUNT         PIC 9(05) COMP VALUE ZERO.
017100 77  HCD-RUNNING-COUNT          PIC 9(05) COMP VALUE ZERO.
017200 77  HCD-FAILED-COUNT           PIC 9(05) COMP VALUE ZERO.
017300 77  HCD-NOT-STARTED-COUNT      PIC 9(05) COMP VALUE ZERO.
017400 77  HCD-UNCOVERED-COUNT        PIC 9(05) COMP VALUE ZERO.
017500 77  HCD-OVERLAP-COUNT          PIC 9(05) COMP VALUE ZERO.
017600 77  HCD-GREETED-TOTAL          PIC 9(07) COMP VALUE ZERO.
017700 77  HCD-HELD-TOTAL             PIC 9(07) COMP VALUE ZERO.
017800
017900*----------------------------------------------------------*
018000* PRINT LINE WORK AREAS                                    *
018100*----------------------------------------------------------*
018200 01  HCD-PRINT-COUNT            PIC ZZZZ9.
018300 01  HCD-PRINT-TOTAL            PIC ZZZZZZ9.
018400 01  HCD-PRINT-HELD             PIC ZZZZ9.
018500 01  HCD-PRINT-RC               PIC ZZZ9.
018600 01  HCD-PART-RESULT            PIC X(12).
018700
018800 PROCEDURE DIVISION.
018900*----------------------------------------------------------*
019000* 0000-MAINLINE                                             *
019100*----------------------------------------------------------*
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019400     IF HCD-INIT-OK
019500         PERFORM 2000-CHECK-PARTITION THRU 2000-EXIT
019600             VARYING HCD-PART-SUB FROM 1 BY 1
019700             UNTIL HCD-PART-SUB > HCD-PART-COUNT
019800         PERFORM 3000-CHECK-COVERAGE THRU 3000-EXIT
019900             VARYING HCD-REG-SUB FROM 1 BY 1
020000             UNTIL HCD-REG-SUB > HCD-REGION-COUNT
020100         PERFORM 4000-DECIDE-COMPLETION THRU 4000-EXIT
020200         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
020300     END-IF.
020400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
020500     STOP RUN.
020600
020700*----------------------------------------------------------*
020800* 1000-INITIALIZE                                          *
020900*   OPENS THE REPORT, LOADS THE PARTITION CARDS AND THE    *
021000*   REGIONS THE CONTROLLER OPENED, AND OPENS THE           *
021100*   PARTITION-STATUS DATASET.  NO CARDS, A BAD CARD, OR NO *
021200*   WINDOW OPEN AT ALL IS FATAL - THERE IS NOTHING THE     *
021300*   COORDINATOR COULD HONESTLY POST.  NO PARTITION-STATUS  *
021400*   DATASET YET SIMPLY MEANS NO PARTITION HAS STARTED.     *
021500*----------------------------------------------------------*
021600 1000-INITIALIZE.
021700     SET HCD-INIT-OK TO TRUE.
021800     SET HCD-PTN-NOT-OPENED TO TRUE.
021900     ACCEPT HCD-SYSTEM-DATE FROM DATE YYYYMMDD.
022000     ACCEPT HCD-JOB-NAME FROM ENVIRONMENT "JOBNAME".
022100     OPEN OUTPUT REPORT-FILE.
022200     IF HCD-RPT-STATUS NOT = '00'
022300         DISPLAY 'HELLOCRD - UNABLE TO OPEN REPORT-FILE, '
022400             'STATUS=' HCD-RPT-STATUS
022500         SET HCD-INIT-BAD TO TRUE
022600         MOVE 16 TO RETURN-CODE
022700         GO TO 1000-EXIT
022800     END-IF.
022900     MOVE SPACES TO HCD-REPORT-LINE.
023000     STRING 'HELLOCRD SWEEP PARTITION COORDINATION FOR '
023100            DELIMITED BY SIZE
023200            HCD-SYSTEM-DATE DELIMITED BY SIZE
023300       INTO HCD-REPORT-LINE.
023400     WRITE HCD-REPORT-LINE.
023500     OPEN INPUT CONTROL-CARD.
023600     IF HCD-CARD-STATUS NOT = '00'
023700         MOVE SPACES TO HCD-REPORT-LINE
023800         STRING 'UNABLE TO OPEN CONTROL-CARD, STATUS='
023900                DELIMITED BY SIZE
024000                HCD-CARD-STATUS DELIMITED BY SIZE
024100           INTO HCD-REPORT-LINE
024200         WRITE HCD-REPORT-LINE
024300         SET HCD-INIT-BAD TO TRUE
024400         MOVE 16 TO RETURN-CODE
024500         GO TO 1000-EXIT
024600     END-IF.
024700     SET HCD-CARD-NOT-EOF TO TRUE.
024800     PERFORM 1100-LOAD-ONE-CARD THRU 1100-EXIT
024900         UNTIL HCD-CARD-EOF OR HCD-INIT-BAD.
025000     CLOSE CONTROL-CARD.
025100     IF HCD-INIT-BAD
025200         GO TO 1000-EXIT
025300     END-IF.
025400     IF HCD-PART-COUNT = ZERO
025500         MOVE SPACES TO HCD-REPORT-LINE
025600         STRING 'NO PARTITION CARDS - NOTHING TO COORDINATE'
025700                DELIMITED BY SIZE INTO HCD-REPORT-LINE
025800         WRITE HCD-REPORT-LINE
025900         SET HCD-INIT-BAD TO TRUE
026000         MOVE 16 TO RETURN-CODE
026100         GO TO 1000-EXIT
026200     END-IF.
026300     OPEN INPUT START-OK-FLAG.
026400     IF HCD-FLAG-STATUS = '00'
026500         SET HCD-FLAG-NOT-EOF TO TRUE
026600         PERFORM 1300-LOAD-ONE-REGION THRU 1300-EXIT
026700             UNTIL HCD-FLAG-EOF
026800         CLOSE START-OK-FLAG
026900     END-IF.
027000     IF HCD-REGION-COUNT = ZERO
027100         MOVE SPACES TO HCD-REPORT-LINE
027200         STRING 'NO REGION OPEN ON THE START-OK-FLAG - NO '
027300                DELIMITED BY SIZE
027400                'WINDOW TO COMPLETE' DELIMITED BY SIZE
027500           INTO HCD-REPORT-LINE
027600         WRITE HCD-REPORT-LINE
027700         SET HCD-INIT-BAD TO TRUE
027800         MOVE 16 TO RETURN-CODE
027900         GO TO 1000-EXIT
028000     END-IF.
028100     OPEN INPUT PARTITION-STATUS.
028200     IF HCD-PTN-STATUS = '00'
028300         SET HCD-PTN-OPENED TO TRUE
028400     ELSE
028500         IF HCD-PTN-STATUS NOT = '35'
028600             MOVE SPACES TO HCD-REPORT-LINE
028700             STRING 'UNABLE TO OPEN PARTITION-STATUS, STATUS='
028800                    DELIMITED BY SIZE
028900                    HCD-PTN-STATUS DELIMITED BY SIZE
029000               INTO HCD-REPORT-LINE
029100             WRITE HCD-REPORT-LINE
029200             SET HCD-INIT-BAD TO TRUE
029300             MOVE 16 TO RETURN-CODE
029400             GO TO 1000-EXIT
029500         END-IF
029600     END-IF.
029700     MOVE SPACES TO HCD-REPORT-LINE.
029800     WRITE HCD-REPORT-LINE.
029900     MOVE SPACES TO HCD-REPORT-LINE.
030000     STRING 'PARTITION STATUS       JOB      START    END      '
030100            DELIMITED BY SIZE
030200            'LAST   GREETED  HELD    RC'
030300            DELIMITED BY SIZE
030400       INTO HCD-REPORT-LINE.
030500     WRITE HCD-REPORT-LINE.
030600 1000-EXIT.
030700     EXIT.
030800
030900*----------------------------------------------------------*
031000* 1100-LOAD-ONE-CARD                                        *
031100*   ONE PARTITION PER CARD, SAME LAYOUT AS THE HELLODRV    *
031200*   PARTITION CARD: THE ID IN COLUMNS 1-8, UP TO TEN       *
031300*   REGION CODES FROM COLUMN 10.  BLANK CARDS ARE SKIPPED. *
031400*----------------------------------------------------------*
031500 1100-LOAD-ONE-CARD.
031600     READ CONTROL-CARD
031700         AT END
031800             SET HCD-CARD-EOF TO TRUE
031900             GO TO 1100-EXIT
032000     END-READ.
032100     IF HCD-CONTROL-RECORD = SPACES
032200         GO TO 1100-EXIT
032300     END-IF.
032400     IF HCD-CTL-PART-ID = SPACES
032500         OR HCD-CTL-REGION-LIST = SPACES
032600         MOVE SPACES TO HCD-REPORT-LINE
032700         STRING 'BAD PARTITION CARD - ID IN COLUMNS 1-8 AND '
032800                DELIMITED BY SIZE
032900                'REGIONS FROM COLUMN 10 ARE BOTH REQUIRED: '
033000                DELIMITED BY SIZE
033100                HCD-CONTROL-RECORD DELIMITED BY SIZE
033200           INTO HCD-REPORT-LINE
033300         WRITE HCD-REPORT-LINE
033400         SET HCD-INIT-BAD TO TRUE
033500         MOVE 16 TO RETURN-CODE
033600         GO TO 1100-EXIT
033700     END-IF.
033800     IF HCD-PART-COUNT NOT < HCD-PART-MAX
033900         MOVE SPACES TO HCD-REPORT-LINE
034000         STRING 'MORE THAN 20 PARTITION CARDS - SPLIT THE '
034100                DELIMITED BY SIZE
034200                'SWEEP INTO FEWER PARTITIONS' DELIMITED BY SIZE
034300           INTO HCD-REPORT-LINE
034400         WRITE HCD-REPORT-LINE
034500         SET HCD-INIT-BAD TO TRUE
034600         MOVE 16 TO RETURN-CODE
034700         GO TO 1100-EXIT
034800     END-IF.
034900     ADD 1 TO HCD-PART-COUNT.
035000     MOVE HCD-CTL-PART-ID TO HCD-PART-ID (HCD-PART-COUNT).
035100     MOVE HCD-CTL-REGION-LIST
035200         TO HCD-PART-REGIONS (HCD-PART-COUNT).
035300     PERFORM 1200-RECORD-OWNER THRU 1200-EXIT
035400         VARYING HCD-CARD-SUB FROM 1 BY 1
035500         UNTIL HCD-CARD-SUB > 10.
035600 1100-EXIT.
035700     EXIT.
035800
035900*----------------------------------------------------------*
036000* 1200-RECORD-OWNER                                         *
036100*   ENTERS ONE REGION FROM THE CARD IN THE OWNER TABLE.  A *
036200*   REGION ALREADY OWNED BY AN EARLIER CARD WOULD BE SWEPT *
036300*   TWICE - IT IS REPORTED, AND THE FIRST OWNER KEEPS IT.  *
036400*----------------------------------------------------------*
036500 1200-RECORD-OWNER.
036600     IF HCD-CTL-REGION (HCD-CARD-SUB) = SPACES
036700         GO TO 1200-EXIT
036800     END-IF.
036900     MOVE HCD-CTL-REGION (HCD-CARD-SUB) TO HCD-LOOKUP-REGION.
037000     PERFORM 3100-FIND-OWNER THRU 3100-EXIT.
037100     IF HCD-OWNER-HIT NOT = ZERO
037200         ADD 1 TO HCD-OVERLAP-COUNT
037300         MOVE SPACES TO HCD-REPORT-LINE
037400         STRING 'REGION ' DELIMITED BY SIZE
037500                HCD-LOOKUP-REGION DELIMITED BY SIZE
037600                ' IS NAMED BY PARTITION ' DELIMITED BY SIZE
037700                HCD-OWNER-PART (HCD-OWNER-HIT) DELIMITED BY SIZE
037800                ' AND BY ' DELIMITED BY SIZE
037900                HCD-CTL-PART-ID DELIMITED BY SIZE
038000                ' - ITS SITES ARE GREETED TWICE'
038100                DELIMITED BY SIZE
038200           INTO HCD-REPORT-LINE
038300         WRITE HCD-REPORT-LINE
038400         GO TO 1200-EXIT
038500     END-IF.
038600     IF HCD-OWNER-COUNT < HCD-OWNER-MAX
038700         ADD 1 TO HCD-OWNER-COUNT
038800         MOVE HCD-LOOKUP-REGION
038900             TO HCD-OWNER-REGION (HCD-OWNER-COUNT)
039000         MOVE HCD-CTL-PART-ID TO HCD-OWNER-PART (HCD-OWNER-COUNT)
039100     END-IF.
039200 1200-EXIT.
039300     EXIT.
039400
039500*----------------------------------------------------------*
039600* 1300-LOAD-ONE-REGION                                      *
039700*----------------------------------------------------------*
039800 1300-LOAD-ONE-REGION.
039900     READ START-OK-FLAG
040000         AT END
040100             SET HCD-FLAG-EOF TO TRUE
040200             GO TO 1300-EXIT
040300     END-READ.
040400     IF HLO-FLAG-RECORD = SPACES
040500         OR HLO-FLAG-REGION = SPACES
040600         GO TO 1300-EXIT
040700     END-IF.
040800     IF HCD-REGION-COUNT < HCD-REGION-MAX
040900         ADD 1 TO HCD-REGION-COUNT
041000         MOVE HLO-FLAG-REGION
041100             TO HCD-REGION-CODE (HCD-REGION-COUNT)
041200     END-IF.
041300 1300-EXIT.
041400     EXIT.
041500
041600*----------------------------------------------------------*
041700* 2000-CHECK-PARTITION                                      *
041800*   READS ONE PARTITION'S STATUS RECORD FOR TODAY AND      *
041900*   PRINTS WHERE IT STANDS.  NO RECORD MEANS THE JOB HAS   *
042000*   NOT STARTED.  RUNNING IS ALSO WHAT A PARTITION THAT    *
042100*   ABENDED LEAVES BEHIND - ITS LAST SITE IS WHERE THE     *
042200*   RERUN WILL PICK UP.                                    *
042300*----------------------------------------------------------*
042400 2000-CHECK-PARTITION.
042500     MOVE SPACES TO HLO-PART-RECORD.
042600     IF HCD-PTN-NOT-OPENED
042700         GO TO 2000-NOT-STARTED
042800     END-IF.
042900     MOVE HCD-SYSTEM-DATE TO HLO-PART-SWEEP-DATE.
043000     MOVE HCD-PART-ID (HCD-PART-SUB) TO HLO-PART-ID.
043100     READ PARTITION-STATUS
043200         INVALID KEY
043300             GO TO 2000-NOT-STARTED
043400     END-READ.
043500     EVALUATE TRUE
043600         WHEN HLO-PART-COMPLETE
043700             MOVE 'COMPLETE' TO HCD-PART-RESULT
043800             ADD 1 TO HCD-COMPLETE-COUNT
043900             ADD HLO-PART-GREETED-COUNT TO HCD-GREETED-TOTAL
044000             ADD HLO-PART-HELD-COUNT TO HCD-HELD-TOTAL
044100         WHEN HLO-PART-FAILED
044200             MOVE 'FAILED' TO HCD-PART-RESULT
044300             ADD 1 TO HCD-FAILED-COUNT
044400         WHEN OTHER
044500             MOVE 'RUNNING' TO HCD-PART-RESULT
044600             ADD 1 TO HCD-RUNNING-COUNT
044700     END-EVALUATE.
044800     MOVE HLO-PART-GREETED-COUNT TO HCD-PRINT-COUNT.
044900     MOVE HLO-PART-HELD-COUNT TO HCD-PRINT-HELD.
045000     MOVE HLO-PART-RETCODE TO HCD-PRINT-RC.
045100     MOVE SPACES TO HCD-REPORT-LINE.
045200     STRING HCD-PART-ID (HCD-PART-SUB) DELIMITED BY SIZE
045300            ' '                        DELIMITED BY SIZE
045400            HCD-PART-RESULT            DELIMITED BY SIZE
045500            ' '                        DELIMITED BY SIZE
045600            HLO-PART-JOB-NAME          DELIMITED BY SIZE
045700            ' '                        DELIMITED BY SIZE
045800            HLO-PART-START-TIME        DELIMITED BY SIZE
045900            ' '                        DELIMITED BY SIZE
046000            HLO-PART-END-TIME          DELIMITED BY SIZE
046100            ' '                        DELIMITED BY SIZE
046200            HLO-PART-LAST-SITE         DELIMITED BY SIZE
046300            '    '                     DELIMITED BY SIZE
046400            HCD-PRINT-COUNT            DELIMITED BY SIZE
046500            '  '                       DELIMITED BY SIZE
046600            HCD-PRINT-HELD             DELIMITED BY SIZE
046700            '  '                       DELIMITED BY SIZE
046800            HCD-PRINT-RC               DELIMITED BY SIZE
046900       INTO HCD-REPORT-LINE.
047000     WRITE HCD-REPORT-LINE.
047100     GO TO 2000-EXIT.
047200 2000-NOT-STARTED.
047300     ADD 1 TO HCD-NOT-STARTED-COUNT.
047400     MOVE SPACES TO HCD-REPORT-LINE.
047500     STRING HCD-PART-ID (HCD-PART-SUB) DELIMITED BY SIZE
047600            ' NOT STARTED  REGIONS '   DELIMITED BY SIZE
047700            HCD-PART-REGIONS (HCD-PART-SUB)
047800                                       DELIMITED BY SIZE
047900       INTO HCD-REPORT-LINE.
048000     WRITE HCD-REPORT-LINE.
048100 2000-EXIT.
048200     EXIT.
048300
048400*----------------------------------------------------------*
048500* 3000-CHECK-COVERAGE                                       *
048600*   AN OPEN REGION THAT NO PARTITION NAMES HAS SITES NO    *
048700*   JOB IS GREETING.  HELLO.DONE WOULD BE A LIE, SO IT IS  *
048800*   REPORTED AND COMPLETION IS NOT POSTED.                 *
048900*----------------------------------------------------------*
049000 3000-CHECK-COVERAGE.
049100     MOVE HCD-REGION-CODE (HCD-REG-SUB) TO HCD-LOOKUP-REGION.
049200     PERFORM 3100-FIND-OWNER THRU 3100-EXIT.
049300     IF HCD-OWNER-HIT = ZERO
049400         ADD 1 TO HCD-UNCOVERED-COUNT
049500         MOVE SPACES TO HCD-REPORT-LINE
049600         STRING 'OPEN REGION ' DELIMITED BY SIZE
049700                HCD-LOOKUP-REGION DELIMITED BY SIZE
049800                ' IS IN NO PARTITION - ITS SITES ARE NOT BEING '
049900                DELIMITED BY SIZE
050000                'GREETED' DELIMITED BY SIZE
050100           INTO HCD-REPORT-LINE
050200         WRITE HCD-REPORT-LINE
050300     END-IF.
050400 3000-EXIT.
050500     EXIT.
050600
050700*----------------------------------------------------------*
050800* 3100-FIND-OWNER                                           *
050900*   LEAVES HCD-OWNER-HIT ON THE OWNER ENTRY FOR            *
051000*   HCD-LOOKUP-REGION, OR ZERO WHEN NO CARD NAMES IT.      *
051100*----------------------------------------------------------*
051200 3100-FIND-OWNER.
051300     MOVE ZERO TO HCD-OWNER-HIT.
051400     MOVE ZERO TO HCD-OWNER-SUB.
051500 3100-NEXT.
051600     ADD 1 TO HCD-OWNER-SUB.
051700     IF HCD-OWNER-SUB > HCD-OWNER-COUNT
051800         GO TO 3100-EXIT
051900     END-IF.
052000     IF HCD-OWNER-REGION (HCD-OWNER-SUB) = HCD-LOOKUP-REGION
052100         MOVE HCD-OWNER-SUB TO HCD-OWNER-HIT
052200         GO TO 3100-EXIT
052300     END-IF.
052400     GO TO 3100-NEXT.
052500 3100-EXIT.
052600     EXIT.
052700
052800*----------------------------------------------------------*
052900* 4000-DECIDE-COMPLETION                                    *
053000*   EVERY PARTITION COMPLETE AND EVERY OPEN REGION COVERED *
053100*   POSTS THE WINDOW COMPLETE.  OTHERWISE NOTHING IS       *
053200*   POSTED: RETURN-CODE 8 WHEN A PARTITION FAILED OR A     *
053300*   REGION IS UNCOVERED - SOMEONE HAS TO ACT - AND 4 WHEN  *
053400*   PARTITIONS ARE ONLY STILL RUNNING OR NOT YET STARTED,  *
053500*   SO THE SCHEDULER CAN SIMPLY RUN THIS STEP AGAIN.       *
053600*----------------------------------------------------------*
053700 4000-DECIDE-COMPLETION.
053800     MOVE SPACES TO HCD-REPORT-LINE.
053900     WRITE HCD-REPORT-LINE.
054000     IF HCD-COMPLETE-COUNT = HCD-PART-COUNT
054100         AND HCD-UNCOVERED-COUNT = ZERO
054200         PERFORM 4100-POST-COMPLETION THRU 4100-EXIT
054300         GO TO 4000-EXIT
054400     END-IF.
054500     SUBTRACT HCD-COMPLETE-COUNT FROM HCD-PART-COUNT
054600         GIVING HCD-PRINT-COUNT.
054700     MOVE SPACES TO HCD-REPORT-LINE.
054800     STRING 'HELLO.DONE NOT POSTED - PARTITIONS NOT COMPLETE: '
054900            DELIMITED BY SIZE
055000            HCD-PRINT-COUNT DELIMITED BY SIZE
055100       INTO HCD-REPORT-LINE.
055200     WRITE HCD-REPORT-LINE.
055300     IF HCD-FAILED-COUNT NOT = ZERO
055400         OR HCD-UNCOVERED-COUNT NOT = ZERO
055500         MOVE 8 TO RETURN-CODE
055600     ELSE
055700         MOVE 4 TO RETURN-CODE
055800     END-IF.
055900 4000-EXIT.
056000     EXIT.
056100
056200*----------------------------------------------------------*
056300* 4100-POST-COMPLETION                                      *
056400*   POSTS HELLO.DONE IN THE SAME STAMP FORMAT HELLOWORLD   *
056500*   AND THE ONE-STEP SWEEP USE, LOGS WINDONE, AND GIVES UP *
056600*   THE WINDOW HOLD.  A SEMAPHORE ALREADY STAMPED TODAY    *
056700*   MEANS AN EARLIER RUN OF THIS STEP POSTED IT - IT IS    *
056800*   NOT POSTED OR LOGGED A SECOND TIME.                    *
056900*----------------------------------------------------------*
057000 4100-POST-COMPLETION.
057100     OPEN INPUT DONE-FLAG.
057200     IF HCD-DONE-STATUS = '00'
057300         READ DONE-FLAG
057400             AT END
057500                 MOVE SPACES TO HCD-DONE-RECORD
057600         END-READ
057700         CLOSE DONE-FLAG
057800         IF HCD-DONE-RECORD = HCD-SYSTEM-DATE
057900             MOVE SPACES TO HCD-REPORT-LINE
058000             STRING 'ALL PARTITIONS COMPLETE - HELLO.DONE WAS '
058100                    DELIMITED BY SIZE
058200                    'ALREADY POSTED TODAY' DELIMITED BY SIZE
058300               INTO HCD-REPORT-LINE
058400             WRITE HCD-REPORT-LINE
058500             GO TO 4100-EXIT
058600         END-IF
058700     END-IF.
058800     MOVE HCD-SYSTEM-DATE TO HCD-DONE-RECORD.
058900     OPEN OUTPUT DONE-FLAG.
059000     IF HCD-DONE-STATUS NOT = '00'
059100         MOVE SPACES TO HCD-REPORT-LINE
059200         STRING 'ALL PARTITIONS COMPLETE BUT UNABLE TO OPEN '
059300                DELIMITED BY SIZE
059400                'DONE-FLAG, STATUS=' DELIMITED BY SIZE
059500                HCD-DONE-STATUS DELIMITED BY SIZE
059600           INTO HCD-REPORT-LINE
059700         WRITE HCD-REPORT-LINE
059800         MOVE 16 TO RETURN-CODE
059900         GO TO 4100-EXIT
060000     END-IF.
060100     WRITE HCD-DONE-RECORD.
060200     CLOSE DONE-FLAG.
060300     MOVE SPACES TO HCD-REPORT-LINE.
060400     STRING 'ALL PARTITIONS COMPLETE - HELLO.DONE POSTED'
060500            DELIMITED BY SIZE INTO HCD-REPORT-LINE.
060600     WRITE HCD-REPORT-LINE.
060700     PERFORM 4200-LOG-COMPLETION THRU 4200-EXIT.
060800     PERFORM 4300-RELEASE-WINDOW-LOCK THRU 4300-EXIT.
060900 4100-EXIT.
061000     EXIT.
061100
061200*----------------------------------------------------------*
061300* 4200-LOG-COMPLETION                                       *
061400*   STAMPS THE WINDONE RECORD THE DURATION REPORT PAIRS    *
061500*   WITH THE CONTROLLER'S WINOPEN - ONCE FOR THE WHOLE     *
061600*   SWEEP, NOT ONCE PER PARTITION.                         *
061700*----------------------------------------------------------*
061800 4200-LOG-COMPLETION.
061900     OPEN I-O HELLO-LOG.
062000     IF HCD-LOG-STATUS NOT = '00'
062100         DISPLAY 'HELLOCRD - UNABLE TO LOG COMPLETION, '
062200             'STATUS=' HCD-LOG-STATUS
062300         GO TO 4200-EXIT
062400     END-IF.
062500     ACCEPT HCD-SYSTEM-TIME FROM TIME.
062600     MOVE SPACES TO HLO-LOG-RECORD.
062700     MOVE HCD-SYSTEM-DATE TO HLO-LOG-RUN-DATE.
062800     MOVE HCD-SYSTEM-TIME TO HLO-LOG-RUN-TIME.
062900     MOVE HCD-JOB-NAME TO HLO-LOG-JOB-NAME.
063000     MOVE RETURN-CODE TO HLO-LOG-RETCODE.
063100     MOVE SPACES TO HLO-LOG-SITE-CODE.
063200     MOVE 'WINDONE ' TO HLO-LOG-ACTION-CODE.
063210     SET HLO-SEQ-STAMP TO TRUE.
063220     PERFORM 4270-CALL-HELLOSEQ THRU 4270-EXIT.
063300     WRITE HLO-LOG-RECORD
063400         INVALID KEY
063500             PERFORM 4250-RETRY-LOG-WRITE THRU 4250-EXIT
063600     END-WRITE.
063610     PERFORM 4260-POST-LOG-CHAIN THRU 4260-EXIT.
063700     CLOSE HELLO-LOG.
063800 4200-EXIT.
063900     EXIT.
064000
064100*----------------------------------------------------------*
064200* 4250-RETRY-LOG-WRITE                                      *
064300*   A COMPLETION INSIDE THE SAME HUNDREDTH OF A SECOND AS  *
064400*   ANOTHER LOG RECORD UNDER ONE JOB NAME COLLIDES ON THE  *
064500*   DATE/TIME/JOB KEY.  THE TIME IS BUMPED AND THE WRITE   *
064600*   RETRIED A BOUNDED NUMBER OF TIMES.                     *
064700*----------------------------------------------------------*
064800 4250-RETRY-LOG-WRITE.
064900     MOVE ZERO TO HCD-LOG-RETRY-CT.
065000 4250-RETRY.
065100     ADD 1 TO HCD-LOG-RETRY-CT.
065200     IF HCD-LOG-RETRY-CT > 9
065300         DISPLAY 'HELLOCRD - DUPLICATE RUN-LOG KEY NOT '
065400             'WRITTEN, STATUS=' HCD-LOG-STATUS
065500         GO TO 4250-EXIT
065600     END-IF.
065700     ADD 1 TO HLO-LOG-RUN-TIME.
065710     SET HLO-SEQ-STAMP TO TRUE.
065720     PERFORM 4270-CALL-HELLOSEQ THRU 4270-EXIT.
065800     WRITE HLO-LOG-RECORD
065900         INVALID KEY
066000             GO TO 4250-RETRY
066100     END-WRITE.
066200 4250-EXIT.
066300     EXIT.
066301
066302*----------------------------------------------------------*
066303* 4260-POST-LOG-CHAIN                                       *
066304*   A RECORD THAT LANDED BECOMES THE LAST LINK IN THE      *
066305*   HELLO-LOG CHAIN; ONE THAT DID NOT GIVES ITS SEQUENCE   *
066306*   NUMBER BACK.                                           *
066307*----------------------------------------------------------*
066308 4260-POST-LOG-CHAIN.
066309     IF HCD-LOG-STATUS = '00'
066310         SET HLO-SEQ-POST TO TRUE
066311     ELSE
066312         SET HLO-SEQ-DROP TO TRUE
066313     END-IF.
066314     PERFORM 4270-CALL-HELLOSEQ THRU 4270-EXIT.
066315 4260-EXIT.
066316     EXIT.
066317
066318*----------------------------------------------------------*
066319* 4270-CALL-HELLOSEQ                                        *
066320*   THE RETURN CODE THIS PROGRAM HAS SET SO FAR IS KEPT    *
066321*   ACROSS THE CALL.                                       *
066322*----------------------------------------------------------*
066323 4270-CALL-HELLOSEQ.
066324     MOVE RETURN-CODE TO HCD-SAVE-RETCODE.
066325     CALL 'HELLOSEQ' USING HLO-SEQ-REQUEST HLO-LOG-RECORD.
066326     MOVE HCD-SAVE-RETCODE TO RETURN-CODE.
066327 4270-EXIT.
066328     EXIT.
066400
066500*----------------------------------------------------------*
066600* 4300-RELEASE-WINDOW-LOCK                                  *
066700*   HELLO.DONE IS POSTED, SO THE WINDOW HELLOCTL OPENED IS *
066800*   OVER - GIVES UP THE WINDOW HOLD ON THE STREAM.         *
066900*----------------------------------------------------------*
067000 4300-RELEASE-WINDOW-LOCK.
067100     OPEN I-O STREAM-CONTROL.
067200     IF HCD-LOCK-STATUS NOT = '00'
067300         GO TO 4300-EXIT
067400     END-IF.
067500     MOVE SPACES TO HLO-LOCK-RECORD.
067600     SET HLO-LOCK-WINDOW TO TRUE.
067700     DELETE STREAM-CONTROL
067800         INVALID KEY
067900             CONTINUE
068000     END-DELETE.
068100     CLOSE STREAM-CONTROL.
068200 4300-EXIT.
068300     EXIT.
068400
068500*----------------------------------------------------------*
068600* 5000-PRINT-TOTALS                                         *
068700*----------------------------------------------------------*
068800 5000-PRINT-TOTALS.
068900     MOVE HCD-PART-COUNT TO HCD-PRINT-COUNT.
069000     MOVE SPACES TO HCD-REPORT-LINE.
069100     STRING 'PARTITIONS EXPECTED  : ' DELIMITED BY SIZE
069200            HCD-PRINT-COUNT           DELIMITED BY SIZE
069300       INTO HCD-REPORT-LINE.
069400     WRITE HCD-REPORT-LINE.
069500     MOVE HCD-COMPLETE-COUNT TO HCD-PRINT-COUNT.
069600     MOVE SPACES TO HCD-REPORT-LINE.
069700     STRING 'COMPLETE             : ' DELIMITED BY SIZE
069800            HCD-PRINT-COUNT           DELIMITED BY SIZE
069900       INTO HCD-REPORT-LINE.
070000     WRITE HCD-REPORT-LINE.
070100     MOVE HCD-RUNNING-COUNT TO HCD-PRINT-COUNT.
070200     MOVE SPACES TO HCD-REPORT-LINE.
070300     STRING 'RUNNING              : ' DELIMITED BY SIZE
070400            HCD-PRINT-COUNT           DELIMITED BY SIZE
070500       INTO HCD-REPORT-LINE.
070600     WRITE HCD-REPORT-LINE.
070700     MOVE HCD-FAILED-COUNT TO HCD-PRINT-COUNT.
070800     MOVE SPACES TO HCD-REPORT-LINE.
070900     STRING 'FAILED               : ' DELIMITED BY SIZE
071000            HCD-PRINT-COUNT           DELIMITED BY SIZE
071100       INTO HCD-REPORT-LINE.
071200     WRITE HCD-REPORT-LINE.
071300     MOVE HCD-NOT-STARTED-COUNT TO HCD-PRINT-COUNT.
071400     MOVE SPACES TO HCD-REPORT-LINE.
071500     STRING 'NOT STARTED          : ' DELIMITED BY SIZE
071600            HCD-PRINT-COUNT           DELIMITED BY SIZE
071700       INTO HCD-REPORT-LINE.
071800     WRITE HCD-REPORT-LINE.
071900     MOVE HCD-UNCOVERED-COUNT TO HCD-PRINT-COUNT.
072000     MOVE SPACES TO HCD-REPORT-LINE.
072100     STRING 'OPEN REGIONS UNSWEPT : ' DELIMITED BY SIZE
072200            HCD-PRINT-COUNT           DELIMITED BY SIZE
072300       INTO HCD-REPORT-LINE.
072400     WRITE HCD-REPORT-LINE.
072500     MOVE HCD-OVERLAP-COUNT TO HCD-PRINT-COUNT.
072600     MOVE SPACES TO HCD-REPORT-LINE.
072700     STRING 'REGIONS NAMED TWICE  : ' DELIMITED BY SIZE
072800            HCD-PRINT-COUNT           DELIMITED BY SIZE
072900       INTO HCD-REPORT-LINE.
073000     WRITE HCD-REPORT-LINE.
073100     MOVE HCD-GREETED-TOTAL TO HCD-PRINT-TOTAL.
073200     MOVE SPACES TO HCD-REPORT-LINE.
073300     STRING 'SITES GREETED        : ' DELIMITED BY SIZE
073400            HCD-PRINT-TOTAL           DELIMITED BY SIZE
073500            ' (COMPLETE PARTITIONS)'  DELIMITED BY SIZE
073600       INTO HCD-REPORT-LINE.
073700     WRITE HCD-REPORT-LINE.
073800     MOVE HCD-HELD-TOTAL TO HCD-PRINT-TOTAL.
073900     MOVE SPACES TO HCD-REPORT-LINE.
074000     STRING 'SITES HELD           : ' DELIMITED BY SIZE
074100            HCD-PRINT-TOTAL           DELIMITED BY SIZE
074200            ' (COMPLETE PARTITIONS)'  DELIMITED BY SIZE
074300       INTO HCD-REPORT-LINE.
074400     WRITE HCD-REPORT-LINE.
074500     IF HCD-OVERLAP-COUNT NOT = ZERO
074600         AND RETURN-CODE < 4
074700         MOVE 4 TO RETURN-CODE
074800     END-IF.
074900 5000-EXIT.
075000     EXIT.
075100
075200*----------------------------------------------------------*
075300* 8000-TERMINATE                                            *
075400*----------------------------------------------------------*
075500 8000-TERMINATE.
075600     IF HCD-PTN-OPENED
075700         CLOSE PARTITION-STATUS
075800     END-IF.
075900     IF HCD-RPT-STATUS = '00'
076000         CLOSE REPORT-FILE
076100     END-IF.
076200 8000-EXIT.
076300     EXIT.
