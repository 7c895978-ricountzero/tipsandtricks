000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HELLOVFY.
000300 AUTHOR.         R TOWNSEND.
000400 INSTALLATION.   BATCH-OPS.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE      INIT  DESCRIPTION                               *
001100* 10/15/26  RLT   INITIAL VERSION.  HELLO-LOG CHAIN         *
001200*                 VERIFICATION.  THE JCL CONCATENATES THE   *
001300*                 HELLOARC ARCHIVE GENERATIONS UNDER ARCHDD *
001400*                 AS FOR HELLOHST, AND THE LIVE LOG IS READ *
001500*                 BEHIND THEM.  EVERY RECORD IS SORTED INTO *
001600*                 SEQUENCE-NUMBER ORDER AND THE CHAIN IS    *
001700*                 WALKED FROM ITS START (SEQUENCE 1, OR THE *
001800*                 ARCHIVE ANCHOR ON LOG-CHAIN) TO THE LAST  *
001900*                 LINK LOG-CHAIN SAYS WAS WRITTEN, AND      *
002000*                 REPORTS EVERY GAP, DUPLICATE, ALTERED OR  *
002100*                 REPLACED RECORD, TRUNCATED END, AND       *
002200*                 UNCHAINED RECORD DATED AFTER THE CHAIN    *
002300*                 BEGAN.  ENDS RC 8 ON ANY PROBLEM, RC 4    *
002400*                 WHEN THE ONLY FINDING IS A START THAT     *
002500*                 CANNOT BE TIED BACK, RC 16 WHEN A FILE    *
002600*                 WILL NOT OPEN.                            *
002700*----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT ARCHIVE-FILE ASSIGN TO "ARCHDD"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS HVF-ARCH-STATUS.
003400
003500     SELECT HELLO-LOG ASSIGN TO "LOGDD"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS HLO-LOG-KEY
003900         FILE STATUS IS HVF-LOG-STATUS.
004000
004100     SELECT LOG-CHAIN ASSIGN TO "CHAINDD"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS HLO-CHN-KEY
004500         FILE STATUS IS HVF-CHN-STATUS.
004600
004700     SELECT REPORT-FILE ASSIGN TO "RPTDD"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS HVF-RPT-STATUS.
005000
005100     SELECT SORT-FILE ASSIGN TO "SORTWK1".
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  ARCHIVE-FILE
005600     LABEL RECORDS ARE OMITTED.
005700 01  HVF-ARCHIVE-RECORD         PIC X(80).
005800
005900 FD  HELLO-LOG
006000     LABEL RECORDS ARE OMITTED.
006100     COPY HLOLOG.
006200
006300 FD  LOG-CHAIN
006400     LABEL RECORDS ARE OMITTED.
006500     COPY HLOCHN.
006600
006700 FD  REPORT-FILE
006800     LABEL RECORDS ARE OMITTED.
006900 01  HVF-REPORT-LINE            PIC X(132).
007000
007100*----------------------------------------------------------*
007200* SORT RECORD - SEQUENCE NUMBER, THEN LOG KEY, AHEAD OF    *
007300* THE RECORD IMAGE AND WHERE IT CAME FROM.  A RECORD WITH  *
007400* NO SEQUENCE NUMBER SORTS AS ZERO, AHEAD OF THE CHAIN.    *
007500*----------------------------------------------------------*
007600 SD  SORT-FILE.
007700 01  HVF-SORT-RECORD.
007800     05  HVF-SRT-SEQ            PIC 9(09).
007900     05  HVF-SRT-IMAGE.
008000         10  HVF-SRT-LOG-KEY    PIC X(24).
008100         10  FILLER            PIC X(56).
008200     05  HVF-SRT-SOURCE         PIC X(01).
008300
008400 WORKING-STORAGE SECTION.
008500*----------------------------------------------------------*
008600* FILE STATUS AND END-OF-FILE SWITCHES                     *
008700*----------------------------------------------------------*
008800 01  HVF-ARCH-STATUS            PIC X(02).
008900 01  HVF-LOG-STATUS             PIC X(02).
009000 01  HVF-CHN-STATUS             PIC X(02).
009100 01  HVF-RPT-STATUS             PIC X(02).
009200 01  HVF-ARCH-EOF-SW            PIC X(01).
009300     88  HVF-ARCH-EOF           VALUE 'Y'.
009400     88  HVF-ARCH-NOT-EOF       VALUE 'N'.
009500 01  HVF-LOG-EOF-SW             PIC X(01).
009600     88  HVF-LOG-EOF            VALUE 'Y'.
009700     88  HVF-LOG-NOT-EOF        VALUE 'N'.
009800 01  HVF-SORT-EOF-SW            PIC X(01).
009900     88  HVF-SORT-EOF           VALUE 'Y'.
010000     88  HVF-SORT-NOT-EOF       VALUE 'N'.
010100 01  HVF-ARCH-OPEN-SW           PIC X(01).
010200     88  HVF-ARCH-OPENED        VALUE 'Y'.
010300     88  HVF-ARCH-NOT-OPENED    VALUE 'N'.
010400 01  HVF-INIT-SW                PIC X(01).
010500     88  HVF-INIT-OK            VALUE 'Y'.
010600     88  HVF-INIT-BAD           VALUE 'N'.
010700
010800*----------------------------------------------------------*
010900* LOG-CHAIN CONTROL RECORD AS READ AT THE START OF THE RUN *
011000*----------------------------------------------------------*
011100 01  HVF-CONTROL-SW             PIC X(01).
011200     88  HVF-CONTROL-FOUND      VALUE 'Y'.
011300     88  HVF-CONTROL-MISSING    VALUE 'N'.
011400 01  HVF-CTL-LAST-SEQ           PIC 9(09) VALUE ZERO.
011500 01  HVF-CTL-LAST-CHECK         PIC 9(09) VALUE ZERO.
011600 01  HVF-ANCHOR-SEQ             PIC 9(09) VALUE ZERO.
011700 01  HVF-ANCHOR-CHECK           PIC 9(09) VALUE ZERO.
011800 01  HVF-ANCHOR-DATE            PIC 9(08) VALUE ZERO.
011900
012000*----------------------------------------------------------*
012100* WORK RECORD.  ARCHIVE GENERATIONS AND THE LIVE LOG BOTH  *
012200* CARRY THE HLOLOG SHAPE.  THE SEQUENCE AND CHECK FIELDS   *
012300* ARE SPACES ON RECORDS WRITTEN BEFORE THE LOG WAS         *
012400* CHAINED, SO EACH HAS A CHARACTER VIEW TO TEST FIRST.     *
012500*----------------------------------------------------------*
012600 01  HVF-WORK-RECORD            PIC X(80).
012700 01  HVF-WORK-LOG REDEFINES HVF-WORK-RECORD.
012800     05  HVF-WK-RUN-DATE        PIC X(08).
012900     05  HVF-WK-RUN-TIME        PIC X(08).
013000     05  HVF-WK-JOB-NAME        PIC X(08).
013100     05  HVF-WK-RETCODE         PIC X(04).
013200     05  HVF-WK-SITE-CODE       PIC X(05).
013300     05  HVF-WK-ACTION-CODE     PIC X(08).
013400     05  HVF-WK-SEQ-X           PIC X(09).
013500     05  HVF-WK-SEQ-NO REDEFINES HVF-WK-SEQ-X
013600                                PIC 9(09).
013700     05  HVF-WK-CHECK-X         PIC X(09).
013800     05  HVF-WK-CHECK-VALUE REDEFINES HVF-WK-CHECK-X
013900                                PIC 9(09).
014000     05  FILLER                PIC X(21).
014100 01  HVF-WORK-SOURCE            PIC X(01).
014200     88  HVF-FROM-ARCHIVE       VALUE 'A'.
014300     88  HVF-FROM-LIVE          VALUE 'L'.
014400
014500*----------------------------------------------------------*
014600* CHAIN WALK.  PREV IS THE LAST LINK ACCEPTED; THE FIRST   *
014700* CHAIN DATE IS THE EARLIEST RUN DATE ON ANY CHAINED       *
014800* RECORD - AN UNCHAINED RECORD DATED BEFORE IT IS OLD      *
014900* HISTORY, ONE DATED ON OR AFTER IT SHOULD NOT EXIST.      *
015000*----------------------------------------------------------*
015100 01  HVF-FIRST-SW               PIC X(01).
015200     88  HVF-FIRST-LINK         VALUE 'Y'.
015300     88  HVF-NOT-FIRST-LINK     VALUE 'N'.
015400 01  HVF-START-SW               PIC X(01).
015500     88  HVF-START-ANCHORED     VALUE 'Y'.
015600     88  HVF-START-UNANCHORED   VALUE 'N'.
015700 01  HVF-FIRST-CHAIN-DATE       PIC X(08).
015800 01  HVF-FIRST-SEQ              PIC 9(09) VALUE ZERO.
015900 01  HVF-PREV-SEQ               PIC 9(09) VALUE ZERO.
016000 01  HVF-PREV-CHECK             PIC 9(09) VALUE ZERO.
016100 01  HVF-EXPECT-SEQ             PIC 9(09) VALUE ZERO.
016200 01  HVF-GAP-FROM               PIC 9(09) VALUE ZERO.
016300 01  HVF-GAP-THRU               PIC 9(09) VALUE ZERO.
016400 01  HVF-SYSTEM-DATE            PIC 9(08).
016500
016600*----------------------------------------------------------*
016700* HELLO-LOG SEQUENCE/CHAIN CALL AREA (HELLOSEQ)            *
016800*----------------------------------------------------------*
016900     COPY HLOSEQ.
017000
017100*----------------------------------------------------------*
017200* RUN COUNTERS                                             *
017300*----------------------------------------------------------*
017400 77  HVF-ARCH-COUNT             PIC 9(07) COMP VALUE ZERO.
017500 77  HVF-LIVE-COUNT             PIC 9(07) COMP VALUE ZERO.
017600 77  HVF-LINK-COUNT             PIC 9(07) COMP VALUE ZERO.
017700 77  HVF-PRECHAIN-COUNT         PIC 9(07) COMP VALUE ZERO.
017800 77  HVF-UNCHAINED-COUNT        PIC 9(07) COMP VALUE ZERO.
017900 77  HVF-GAP-COUNT              PIC 9(07) COMP VALUE ZERO.
018000 77  HVF-MISSING-COUNT          PIC 9(09) COMP VALUE ZERO.
018100 77  HVF-DUP-COUNT              PIC 9(07) COMP VALUE ZERO.
018200 77  HVF-BROKEN-COUNT           PIC 9(07) COMP VALUE ZERO.
018300 77  HVF-PROBLEM-COUNT          PIC 9(07) COMP VALUE ZERO.
018400 77  HVF-WARNING-COUNT          PIC 9(07) COMP VALUE ZERO.
018500
018600*----------------------------------------------------------*
018700* PRINT LINE WORK AREAS                                    *
018800*----------------------------------------------------------*
018900 01  HVF-PRINT-COUNT            PIC ZZZZZZ9.
019000 01  HVF-PRINT-SEQ              PIC ZZZZZZZZ9.
019100 01  HVF-PRINT-SEQ-2            PIC ZZZZZZZZ9.
019200 01  HVF-PRINT-SOURCE           PIC X(07).
019300 01  HVF-FINDING-SW             PIC X(01).
019400     88  HVF-FINDING-PROBLEM    VALUE 'P'.
019500     88  HVF-FINDING-WARNING    VALUE 'W'.
019600 01  HVF-FINDING-KIND           PIC X(07).
019700 01  HVF-FINDING-TEXT           PIC X(50).
019800
019900 PROCEDURE DIVISION.
020000*----------------------------------------------------------*
020100* 0000-MAINLINE                                             *
020200*----------------------------------------------------------*
020300 0000-MAINLINE.
020400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020500     IF HVF-INIT-OK
020600         SORT SORT-FILE
020700             ON ASCENDING KEY HVF-SRT-SEQ HVF-SRT-LOG-KEY
020800             INPUT PROCEDURE IS 2000-LOAD-SORT THRU 2000-EXIT
020900             OUTPUT PROCEDURE IS 3000-WALK-CHAIN THRU 3000-EXIT
021000         IF SORT-RETURN NOT = ZERO
021100             DISPLAY 'HELLOVFY - SORT FAILED, SORT-RETURN='
021200                 SORT-RETURN
021300             MOVE 16 TO RETURN-CODE
021400         ELSE
021500             PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
021600         END-IF
021700     END-IF.
021800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
021900     STOP RUN.
022000
022100*----------------------------------------------------------*
022200* 1000-INITIALIZE                                          *
022300*   OPENS THE FILES AND READS THE LOG-CHAIN CONTROL        *
022400*   RECORD.  A MISSING ARCHDD JUST MEANS NO GENERATIONS    *
022500*   WERE PRESENTED; A MISSING LOG-CHAIN IS REPORTED BY     *
022600*   THE WALK.  A LIVE LOG OR REPORT THAT WILL NOT OPEN IS  *
022700*   FATAL - RETURN-CODE 16 AND NOTHING IS VERIFIED.        *
022800*----------------------------------------------------------*
022900 1000-INITIALIZE.
023000     SET HVF-INIT-OK TO TRUE.
023100     SET HVF-ARCH-NOT-EOF TO TRUE.
023200     SET HVF-LOG-NOT-EOF TO TRUE.
023300     SET HVF-SORT-NOT-EOF TO TRUE.
023400     SET HVF-ARCH-NOT-OPENED TO TRUE.
023500     SET HVF-CONTROL-MISSING TO TRUE.
023600     SET HVF-FIRST-LINK TO TRUE.
023700     SET HVF-START-ANCHORED TO TRUE.
023800     MOVE HIGH-VALUES TO HVF-FIRST-CHAIN-DATE.
023900     ACCEPT HVF-SYSTEM-DATE FROM DATE YYYYMMDD.
024000     OPEN OUTPUT REPORT-FILE.
024100     IF HVF-RPT-STATUS NOT = '00'
024200         DISPLAY 'HELLOVFY - UNABLE TO OPEN REPORT-FILE, '
024300             'STATUS=' HVF-RPT-STATUS
024400         SET HVF-INIT-BAD TO TRUE
024500         MOVE 16 TO RETURN-CODE
024600         GO TO 1000-EXIT
024700     END-IF.
024800     OPEN INPUT LOG-CHAIN.
024900     IF HVF-CHN-STATUS = '00'
025000         MOVE 'HELLOLOG' TO HLO-CHN-KEY
025100         READ LOG-CHAIN
025200             INVALID KEY
025300                 CONTINUE
025400         END-READ
025500         IF HVF-CHN-STATUS = '00'
025600             SET HVF-CONTROL-FOUND TO TRUE
025700             MOVE HLO-CHN-LAST-SEQ TO HVF-CTL-LAST-SEQ
025800             MOVE HLO-CHN-LAST-CHECK TO HVF-CTL-LAST-CHECK
025900             MOVE HLO-CHN-ANCHOR-SEQ TO HVF-ANCHOR-SEQ
026000             MOVE HLO-CHN-ANCHOR-CHECK TO HVF-ANCHOR-CHECK
026100             MOVE HLO-CHN-ANCHOR-DATE TO HVF-ANCHOR-DATE
026200         END-IF
026300         CLOSE LOG-CHAIN
026400     END-IF.
026500     OPEN INPUT ARCHIVE-FILE.
026600     IF HVF-ARCH-STATUS = '00'
026700         SET HVF-ARCH-OPENED TO TRUE
026800     ELSE
026900         SET HVF-ARCH-EOF TO TRUE
027000     END-IF.
027100     OPEN INPUT HELLO-LOG.
027200     IF HVF-LOG-STATUS NOT = '00'
027300         DISPLAY 'HELLOVFY - UNABLE TO OPEN HELLO-LOG, STATUS='
027400             HVF-LOG-STATUS
027500         SET HVF-INIT-BAD TO TRUE
027600         MOVE 16 TO RETURN-CODE
027700         GO TO 1000-EXIT
027800     END-IF.
027900     MOVE SPACES TO HVF-REPORT-LINE.
028000     STRING 'HELLOVFY HELLO-LOG CHAIN VERIFICATION - RUN '
028100            DELIMITED BY SIZE
028200            HVF-SYSTEM-DATE            DELIMITED BY SIZE
028300       INTO HVF-REPORT-LINE.
028400     WRITE HVF-REPORT-LINE.
028500     MOVE HVF-CTL-LAST-SEQ TO HVF-PRINT-SEQ.
028600     MOVE HVF-ANCHOR-SEQ TO HVF-PRINT-SEQ-2.
028700     MOVE SPACES TO HVF-REPORT-LINE.
028800     IF HVF-CONTROL-FOUND
028900         STRING 'LOG-CHAIN LAST SEQ '     DELIMITED BY SIZE
029000                HVF-PRINT-SEQ             DELIMITED BY SIZE
029100                '   ARCHIVE ANCHOR SEQ '  DELIMITED BY SIZE
029200                HVF-PRINT-SEQ-2           DELIMITED BY SIZE
029300                ' CUT '                   DELIMITED BY SIZE
029400                HVF-ANCHOR-DATE           DELIMITED BY SIZE
029500           INTO HVF-REPORT-LINE
029600     ELSE
029700         STRING 'LOG-CHAIN CONTROL RECORD NOT FOUND, STATUS='
029800                DELIMITED BY SIZE
029900                HVF-CHN-STATUS            DELIMITED BY SIZE
030000           INTO HVF-REPORT-LINE
030100     END-IF.
030200     WRITE HVF-REPORT-LINE.
030300     IF HVF-ARCH-NOT-OPENED
030400         MOVE SPACES TO HVF-REPORT-LINE
030500         STRING 'NO ARCHIVE GENERATIONS PRESENTED UNDER ARCHDD'
030600                DELIMITED BY SIZE
030700           INTO HVF-REPORT-LINE
030800         WRITE HVF-REPORT-LINE
030900     END-IF.
031000 1000-EXIT.
031100     EXIT.
031200
031300*----------------------------------------------------------*
031400* 2000-LOAD-SORT                                            *
031500*   SORT INPUT - EVERY ARCHIVE GENERATION, THEN THE LIVE   *
031600*   LOG, ONE SORT RECORD PER LOG RECORD.                   *
031700*----------------------------------------------------------*
031800 2000-LOAD-SORT.
031900     MOVE 'A' TO HVF-WORK-SOURCE.
032000     PERFORM 2100-RELEASE-ARCHIVE THRU 2100-EXIT
032100         UNTIL HVF-ARCH-EOF.
032200     MOVE 'L' TO HVF-WORK-SOURCE.
032300     PERFORM 2200-RELEASE-LIVE THRU 2200-EXIT
032400         UNTIL HVF-LOG-EOF.
032500 2000-EXIT.
032600     EXIT.
032700
032800*----------------------------------------------------------*
032900* 2100-RELEASE-ARCHIVE                                      *
033000*----------------------------------------------------------*
033100 2100-RELEASE-ARCHIVE.
033200     READ ARCHIVE-FILE INTO HVF-WORK-RECORD
033300         AT END
033400             SET HVF-ARCH-EOF TO TRUE
033500             GO TO 2100-EXIT
033600     END-READ.
033700     ADD 1 TO HVF-ARCH-COUNT.
033800     PERFORM 2300-RELEASE-ONE THRU 2300-EXIT.
033900 2100-EXIT.
034000     EXIT.
034100
034200*----------------------------------------------------------*
034300* 2200-RELEASE-LIVE                                         *
034400*----------------------------------------------------------*
034500 2200-RELEASE-LIVE.
034600     READ HELLO-LOG INTO HVF-WORK-RECORD
034700         AT END
034800             SET HVF-LOG-EOF TO TRUE
034900             GO TO 2200-EXIT
035000     END-READ.
035100     ADD 1 TO HVF-LIVE-COUNT.
035200     PERFORM 2300-RELEASE-ONE THRU 2300-EXIT.
035300 2200-EXIT.
035400     EXIT.
035500
035600*----------------------------------------------------------*
035700* 2300-RELEASE-ONE                                          *
035800*   A NUMERIC, NON-ZERO SEQUENCE MAKES THE RECORD A CHAIN  *
035900*   LINK AND MAY MOVE THE FIRST CHAIN DATE BACK; ANYTHING  *
036000*   ELSE SORTS AS ZERO.                                    *
036100*----------------------------------------------------------*
036200 2300-RELEASE-ONE.
036300     MOVE ZERO TO HVF-SRT-SEQ.
036400     IF HVF-WK-SEQ-X IS NUMERIC
036500         MOVE HVF-WK-SEQ-NO TO HVF-SRT-SEQ
036600     END-IF.
036700     IF HVF-SRT-SEQ > ZERO
036800         IF HVF-WK-RUN-DATE < HVF-FIRST-CHAIN-DATE
036900             MOVE HVF-WK-RUN-DATE TO HVF-FIRST-CHAIN-DATE
037000         END-IF
037100     END-IF.
037200     MOVE HVF-WORK-RECORD TO HVF-SRT-IMAGE.
037300     MOVE HVF-WORK-SOURCE TO HVF-SRT-SOURCE.
037400     RELEASE HVF-SORT-RECORD.
037500 2300-EXIT.
037600     EXIT.
037700
037800*----------------------------------------------------------*
037900* 3000-WALK-CHAIN                                           *
038000*   SORT OUTPUT - TAKES THE RECORDS BACK IN SEQUENCE ORDER *
038100*   AND CHECKS EACH LINK AGAINST THE ONE BEFORE IT, THEN   *
038200*   CHECKS THE END OF THE CHAIN AGAINST LOG-CHAIN.         *
038300*----------------------------------------------------------*
038400 3000-WALK-CHAIN.
038500     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
038600     PERFORM 3200-CHECK-ONE-RECORD THRU 3200-EXIT
038700         UNTIL HVF-SORT-EOF.
038800     PERFORM 3600-CHECK-CHAIN-END THRU 3600-EXIT.
038900 3000-EXIT.
039000     EXIT.
039100
039200*----------------------------------------------------------*
039300* 3100-RETURN-ONE                                           *
039400*----------------------------------------------------------*
039500 3100-RETURN-ONE.
039600     RETURN SORT-FILE
039700         AT END
039800             SET HVF-SORT-EOF TO TRUE
039900             GO TO 3100-EXIT
040000     END-RETURN.
040100     MOVE HVF-SRT-IMAGE TO HVF-WORK-RECORD.
040200     MOVE HVF-SRT-SOURCE TO HVF-WORK-SOURCE.
040300 3100-EXIT.
040400     EXIT.
040500
040600*----------------------------------------------------------*
040700* 3200-CHECK-ONE-RECORD                                     *
040800*   A DUPLICATE SEQUENCE IS A COPIED OR REPLAYED RECORD.   *
040900*   A JUMP IN SEQUENCE IS A GAP - RECORDS DELETED - AND    *
041000*   THE WALK PICKS UP AGAIN FROM THE FAR SIDE OF IT.  A    *
041100*   CHECK VALUE THAT DOES NOT FOLLOW FROM THE PREVIOUS     *
041200*   LINK MEANS THIS RECORD WAS ALTERED OR THE ONE BEFORE   *
041300*   IT WAS REPLACED; THE WALK RESYNCHRONIZES ON THE VALUE  *
041400*   STORED SO ONE BAD RECORD IS REPORTED ONCE.             *
041500*----------------------------------------------------------*
041600 3200-CHECK-ONE-RECORD.
041700     IF HVF-SRT-SEQ = ZERO
041800         PERFORM 3300-CHECK-UNCHAINED THRU 3300-EXIT
041900         GO TO 3200-NEXT
042000     END-IF.
042100     ADD 1 TO HVF-LINK-COUNT.
042200     IF HVF-FIRST-LINK
042300         PERFORM 3400-START-CHAIN THRU 3400-EXIT
042400         IF HVF-START-UNANCHORED
042500             GO TO 3200-ACCEPT
042600         END-IF
042700         GO TO 3200-VERIFY
042800     END-IF.
042900     IF HVF-WK-SEQ-NO = HVF-PREV-SEQ
043000         ADD 1 TO HVF-DUP-COUNT
043100         SET HVF-FINDING-PROBLEM TO TRUE
043200         MOVE 'DUPLICATE SEQUENCE - RECORD COPIED OR REPLAYED'
043300             TO HVF-FINDING-TEXT
043400         PERFORM 5000-PRINT-FINDING THRU 5000-EXIT
043500         GO TO 3200-NEXT
043600     END-IF.
043700     COMPUTE HVF-EXPECT-SEQ = HVF-PREV-SEQ + 1.
043800     IF HVF-WK-SEQ-NO > HVF-EXPECT-SEQ
043900         MOVE HVF-EXPECT-SEQ TO HVF-GAP-FROM
044000         COMPUTE HVF-GAP-THRU = HVF-WK-SEQ-NO - 1
044100         PERFORM 3500-REPORT-GAP THRU 3500-EXIT
044200         GO TO 3200-ACCEPT
044300     END-IF.
044400 3200-VERIFY.
044500     IF HVF-WK-CHECK-X IS NOT NUMERIC
044600         ADD 1 TO HVF-BROKEN-COUNT
044700         SET HVF-FINDING-PROBLEM TO TRUE
044800         MOVE 'CHECK VALUE MISSING OR NOT NUMERIC'
044900             TO HVF-FINDING-TEXT
045000         PERFORM 5000-PRINT-FINDING THRU 5000-EXIT
045100         MOVE HVF-WK-SEQ-NO TO HVF-PREV-SEQ
045200         MOVE ZERO TO HVF-PREV-CHECK
045300         GO TO 3200-NEXT
045400     END-IF.
045500     MOVE HVF-PREV-CHECK TO HLO-SEQ-PREV-CHECK.
045600     SET HLO-SEQ-CALC TO TRUE.
045700     CALL 'HELLOSEQ' USING HLO-SEQ-REQUEST HVF-WORK-RECORD.
045800     IF HLO-SEQ-NEW-CHECK NOT = HVF-WK-CHECK-VALUE
045900         ADD 1 TO HVF-BROKEN-COUNT
046000         SET HVF-FINDING-PROBLEM TO TRUE
046100         MOVE 'CHECK VALUE BROKEN - ALTERED OR PRIOR REPLACED'
046200             TO HVF-FINDING-TEXT
046300         PERFORM 5000-PRINT-FINDING THRU 5000-EXIT
046400     END-IF.
046500 3200-ACCEPT.
046600     MOVE HVF-WK-SEQ-NO TO HVF-PREV-SEQ.
046700     MOVE HVF-WK-CHECK-VALUE TO HVF-PREV-CHECK.
046800     IF HVF-ANCHOR-SEQ > ZERO
046900         AND HVF-WK-SEQ-NO = HVF-ANCHOR-SEQ
047000         AND HVF-WK-CHECK-VALUE NOT = HVF-ANCHOR-CHECK
047100         ADD 1 TO HVF-BROKEN-COUNT
047200         SET HVF-FINDING-PROBLEM TO TRUE
047300         MOVE 'LINK DOES NOT MATCH THE ANCHOR POSTED AT THE CUT'
047400             TO HVF-FINDING-TEXT
047500         PERFORM 5000-PRINT-FINDING THRU 5000-EXIT
047600     END-IF.
047700 3200-NEXT.
047800     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
047900 3200-EXIT.
048000     EXIT.
048100
048200*----------------------------------------------------------*
048300* 3300-CHECK-UNCHAINED                                      *
048400*   A RECORD WITH NO SEQUENCE NUMBER DATED BEFORE THE      *
048500*   FIRST CHAINED RECORD WAS WRITTEN BEFORE THE LOG WAS    *
048600*   CHAINED.  ONE DATED ON OR AFTER IT WAS WRITTEN AROUND  *
048700*   THE CHAIN, OR HAD ITS SEQUENCE NUMBER WIPED.           *
048800*----------------------------------------------------------*
048900 3300-CHECK-UNCHAINED.
049000     IF HVF-WK-RUN-DATE < HVF-FIRST-CHAIN-DATE
049100         ADD 1 TO HVF-PRECHAIN-COUNT
049200         GO TO 3300-EXIT
049300     END-IF.
049400     ADD 1 TO HVF-UNCHAINED-COUNT.
049500     SET HVF-FINDING-PROBLEM TO TRUE.
049600     MOVE 'UNCHAINED RECORD DATED AFTER THE CHAIN BEGAN'
049700         TO HVF-FINDING-TEXT.
049800     PERFORM 5000-PRINT-FINDING THRU 5000-EXIT.
049900 3300-EXIT.
050000     EXIT.
050100
050200*----------------------------------------------------------*
050300* 3400-START-CHAIN                                          *
050400*   THE FIRST LINK FOLLOWS FROM ZERO WHEN IT IS SEQUENCE 1 *
050500*   AND FROM THE ARCHIVE ANCHOR WHEN IT IS THE LINK AFTER  *
050600*   IT - THE GENERATIONS BELOW THE ANCHOR HAVE ROLLED OFF. *
050700*   ANY OTHER START CANNOT BE TIED BACK: THE FIRST LINK IS *
050800*   TAKEN AS IT STANDS AND THE START IS A WARNING.         *
050900*----------------------------------------------------------*
051000 3400-START-CHAIN.
051100     SET HVF-NOT-FIRST-LINK TO TRUE.
051200     MOVE HVF-WK-SEQ-NO TO HVF-FIRST-SEQ.
051300     COMPUTE HVF-PREV-SEQ = HVF-WK-SEQ-NO - 1.
051400     IF HVF-WK-SEQ-NO = 1
051500         SET HVF-START-ANCHORED TO TRUE
051600         MOVE ZERO TO HVF-PREV-CHECK
051700         GO TO 3400-EXIT
051800     END-IF.
051900     IF HVF-ANCHOR-SEQ > ZERO
052000         AND HVF-PREV-SEQ = HVF-ANCHOR-SEQ
052100         SET HVF-START-ANCHORED TO TRUE
052200         MOVE HVF-ANCHOR-CHECK TO HVF-PREV-CHECK
052300         GO TO 3400-EXIT
052400     END-IF.
052500     SET HVF-START-UNANCHORED TO TRUE.
052600     SET HVF-FINDING-WARNING TO TRUE.
052700     MOVE 'CHAIN STARTS HERE - NOT TIED BACK TO AN ANCHOR'
052800         TO HVF-FINDING-TEXT.
052900     PERFORM 5000-PRINT-FINDING THRU 5000-EXIT.
053000 3400-EXIT.
053100     EXIT.
053200
053300*----------------------------------------------------------*
053400* 3500-REPORT-GAP                                           *
053500*----------------------------------------------------------*
053600 3500-REPORT-GAP.
053700     ADD 1 TO HVF-GAP-COUNT.
053800     COMPUTE HVF-MISSING-COUNT =
053900         HVF-MISSING-COUNT + HVF-GAP-THRU - HVF-GAP-FROM + 1.
054000     ADD 1 TO HVF-PROBLEM-COUNT.
054100     MOVE HVF-GAP-FROM TO HVF-PRINT-SEQ.
054200     MOVE HVF-GAP-THRU TO HVF-PRINT-SEQ-2.
054300     MOVE SPACES TO HVF-REPORT-LINE.
054400     STRING 'PROBLEM  SEQ '            DELIMITED BY SIZE
054500            HVF-PRINT-SEQ              DELIMITED BY SIZE
054600            ' THRU '                   DELIMITED BY SIZE
054700            HVF-PRINT-SEQ-2            DELIMITED BY SIZE
054800            '  MISSING - RECORDS DELETED FROM THE LOG OR AN '
054900                                       DELIMITED BY SIZE
055000            'ARCHIVE GENERATION NOT PRESENTED'
055100                                       DELIMITED BY SIZE
055200       INTO HVF-REPORT-LINE.
055300     WRITE HVF-REPORT-LINE.
055400 3500-EXIT.
055500     EXIT.
055600
055700*----------------------------------------------------------*
055800* 3600-CHECK-CHAIN-END                                      *
055900*   THE LAST LINK FOUND MUST BE THE LAST LINK LOG-CHAIN    *
056000*   SAYS WAS WRITTEN, WITH THE SAME CHECK VALUE.  SHORT OF *
056100*   IT, THE NEWEST RECORDS WERE DELETED; PAST IT, RECORDS  *
056200*   WERE ADDED AROUND HELLOSEQ.                            *
056300*----------------------------------------------------------*
056400 3600-CHECK-CHAIN-END.
056500     IF HVF-CONTROL-MISSING
056600         IF HVF-LINK-COUNT > ZERO
056700             SET HVF-FINDING-PROBLEM TO TRUE
056800         ELSE
056900             SET HVF-FINDING-WARNING TO TRUE
057000         END-IF
057100         MOVE 'NO LOG-CHAIN RECORD - CHAIN END NOT CONFIRMED'
057200             TO HVF-FINDING-TEXT
057300         PERFORM 5100-PRINT-NOTE THRU 5100-EXIT
057400         GO TO 3600-EXIT
057500     END-IF.
057600     IF HVF-LINK-COUNT = ZERO
057700         MOVE HVF-ANCHOR-SEQ TO HVF-PREV-SEQ
057800         MOVE HVF-ANCHOR-CHECK TO HVF-PREV-CHECK
057900     END-IF.
058000     IF HVF-PREV-SEQ < HVF-CTL-LAST-SEQ
058100         COMPUTE HVF-GAP-FROM = HVF-PREV-SEQ + 1
058200         MOVE HVF-CTL-LAST-SEQ TO HVF-GAP-THRU
058300         PERFORM 3500-REPORT-GAP THRU 3500-EXIT
058400         GO TO 3600-EXIT
058500     END-IF.
058600     IF HVF-PREV-SEQ > HVF-CTL-LAST-SEQ
058700         SET HVF-FINDING-PROBLEM TO TRUE
058800         MOVE 'LINKS PAST LOG-CHAIN LAST SEQ - NOT VIA HELLOSEQ'
058900             TO HVF-FINDING-TEXT
059000         PERFORM 5100-PRINT-NOTE THRU 5100-EXIT
059100         GO TO 3600-EXIT
059200     END-IF.
059300     IF HVF-PREV-CHECK NOT = HVF-CTL-LAST-CHECK
059400         ADD 1 TO HVF-BROKEN-COUNT
059500         SET HVF-FINDING-PROBLEM TO TRUE
059600         MOVE 'LAST LINK DOES NOT MATCH LOG-CHAIN CHECK VALUE'
059700             TO HVF-FINDING-TEXT
059800         PERFORM 5100-PRINT-NOTE THRU 5100-EXIT
059900     END-IF.
060000 3600-EXIT.
060100     EXIT.
060200
060300*----------------------------------------------------------*
060400* 4000-PRINT-TOTALS                                         *
060500*   COUNTS, THEN THE VERDICT.  RC 8 ON ANY PROBLEM, RC 4   *
060600*   ON WARNINGS ONLY.                                      *
060700*----------------------------------------------------------*
060800 4000-PRINT-TOTALS.
060900     MOVE SPACES TO HVF-REPORT-LINE.
061000     WRITE HVF-REPORT-LINE.
061100     MOVE HVF-ARCH-COUNT TO HVF-PRINT-COUNT.
061200     MOVE SPACES TO HVF-REPORT-LINE.
061300     STRING 'ARCHIVE RECORDS READ    : ' DELIMITED BY SIZE
061400            HVF-PRINT-COUNT           DELIMITED BY SIZE
061500       INTO HVF-REPORT-LINE.
061600     WRITE HVF-REPORT-LINE.
061700     MOVE HVF-LIVE-COUNT TO HVF-PRINT-COUNT.
061800     MOVE SPACES TO HVF-REPORT-LINE.
061900     STRING 'LIVE RECORDS READ       : ' DELIMITED BY SIZE
062000            HVF-PRINT-COUNT           DELIMITED BY SIZE
062100       INTO HVF-REPORT-LINE.
062200     WRITE HVF-REPORT-LINE.
062300     MOVE HVF-LINK-COUNT TO HVF-PRINT-COUNT.
062400     MOVE SPACES TO HVF-REPORT-LINE.
062500     STRING 'CHAIN LINKS WALKED      : ' DELIMITED BY SIZE
062600            HVF-PRINT-COUNT           DELIMITED BY SIZE
062700       INTO HVF-REPORT-LINE.
062800     WRITE HVF-REPORT-LINE.
062900     MOVE HVF-FIRST-SEQ TO HVF-PRINT-SEQ.
063000     MOVE HVF-PREV-SEQ TO HVF-PRINT-SEQ-2.
063100     MOVE SPACES TO HVF-REPORT-LINE.
063200     STRING 'CHAIN FIRST/LAST SEQ    : ' DELIMITED BY SIZE
063300            HVF-PRINT-SEQ             DELIMITED BY SIZE
063400            ' / '                     DELIMITED BY SIZE
063500            HVF-PRINT-SEQ-2           DELIMITED BY SIZE
063600       INTO HVF-REPORT-LINE.
063700     WRITE HVF-REPORT-LINE.
063800     MOVE HVF-PRECHAIN-COUNT TO HVF-PRINT-COUNT.
063900     MOVE SPACES TO HVF-REPORT-LINE.
064000     STRING 'PRE-CHAIN RECORDS       : ' DELIMITED BY SIZE
064100            HVF-PRINT-COUNT           DELIMITED BY SIZE
064200            ' (WRITTEN BEFORE THE LOG WAS CHAINED)'
064300                                      DELIMITED BY SIZE
064400       INTO HVF-REPORT-LINE.
064500     WRITE HVF-REPORT-LINE.
064600     MOVE HVF-UNCHAINED-COUNT TO HVF-PRINT-COUNT.
064700     MOVE SPACES TO HVF-REPORT-LINE.
064800     STRING 'UNCHAINED AFTER START   : ' DELIMITED BY SIZE
064900            HVF-PRINT-COUNT           DELIMITED BY SIZE
065000       INTO HVF-REPORT-LINE.
065100     WRITE HVF-REPORT-LINE.
065200     MOVE HVF-GAP-COUNT TO HVF-PRINT-COUNT.
065300     MOVE HVF-MISSING-COUNT TO HVF-PRINT-SEQ.
065400     MOVE SPACES TO HVF-REPORT-LINE.
065500     STRING 'GAPS                    : ' DELIMITED BY SIZE
065600            HVF-PRINT-COUNT           DELIMITED BY SIZE
065700            '  ('                     DELIMITED BY SIZE
065800            HVF-PRINT-SEQ             DELIMITED BY SIZE
065900            ' SEQUENCE NUMBERS MISSING)'
066000                                      DELIMITED BY SIZE
066100       INTO HVF-REPORT-LINE.
066200     WRITE HVF-REPORT-LINE.
066300     MOVE HVF-DUP-COUNT TO HVF-PRINT-COUNT.
066400     MOVE SPACES TO HVF-REPORT-LINE.
066500     STRING 'DUPLICATE SEQUENCES     : ' DELIMITED BY SIZE
066600            HVF-PRINT-COUNT           DELIMITED BY SIZE
066700       INTO HVF-REPORT-LINE.
066800     WRITE HVF-REPORT-LINE.
066900     MOVE HVF-BROKEN-COUNT TO HVF-PRINT-COUNT.
067000     MOVE SPACES TO HVF-REPORT-LINE.
067100     STRING 'BROKEN OR ALTERED LINKS : ' DELIMITED BY SIZE
067200            HVF-PRINT-COUNT           DELIMITED BY SIZE
067300       INTO HVF-REPORT-LINE.
067400     WRITE HVF-REPORT-LINE.
067500     MOVE SPACES TO HVF-REPORT-LINE.
067600     IF HVF-PROBLEM-COUNT > ZERO
067700         MOVE HVF-PROBLEM-COUNT TO HVF-PRINT-COUNT
067800         STRING '*** HELLO-LOG CHAIN NOT INTACT - '
067900                                      DELIMITED BY SIZE
068000                HVF-PRINT-COUNT       DELIMITED BY SIZE
068100                ' PROBLEM(S) ***'     DELIMITED BY SIZE
068200           INTO HVF-REPORT-LINE
068300         MOVE 8 TO RETURN-CODE
068400     ELSE
068500         IF HVF-WARNING-COUNT > ZERO
068600             STRING 'HELLO-LOG CHAIN INTACT FROM ITS FIRST LINK'
068700                                      DELIMITED BY SIZE
068800                    ' - START NOT TIED BACK, SEE WARNINGS'
068900                                      DELIMITED BY SIZE
069000               INTO HVF-REPORT-LINE
069100             MOVE 4 TO RETURN-CODE
069200         ELSE
069300             STRING 'HELLO-LOG CHAIN VERIFIED INTACT'
069400                                      DELIMITED BY SIZE
069500               INTO HVF-REPORT-LINE
069600         END-IF
069700     END-IF.
069800     WRITE HVF-REPORT-LINE.
069900 4000-EXIT.
070000     EXIT.
070100
070200*----------------------------------------------------------*
070300* 5000-PRINT-FINDING                                        *
070400*   ONE LINE PER FINDING AGAINST THE CURRENT RECORD, WITH  *
070500*   ENOUGH OF THE RECORD TO FIND IT AND WHICH FILE IT WAS  *
070600*   IN.                                                    *
070700*----------------------------------------------------------*
070800 5000-PRINT-FINDING.
070900     IF HVF-FROM-ARCHIVE
071000         MOVE 'ARCHIVE' TO HVF-PRINT-SOURCE
071100     ELSE
071200         MOVE 'LIVE' TO HVF-PRINT-SOURCE
071300     END-IF.
071400     PERFORM 5200-COUNT-FINDING THRU 5200-EXIT.
071500     MOVE HVF-SRT-SEQ TO HVF-PRINT-SEQ.
071600     MOVE SPACES TO HVF-REPORT-LINE.
071700     STRING HVF-FINDING-KIND           DELIMITED BY SIZE
071800            '  SEQ '                   DELIMITED BY SIZE
071900            HVF-PRINT-SEQ              DELIMITED BY SIZE
072000            '  '                       DELIMITED BY SIZE
072100            HVF-WK-RUN-DATE            DELIMITED BY SIZE
072200            ' '                        DELIMITED BY SIZE
072300            HVF-WK-RUN-TIME            DELIMITED BY SIZE
072400            ' '                        DELIMITED BY SIZE
072500            HVF-WK-JOB-NAME            DELIMITED BY SIZE
072600            ' '                        DELIMITED BY SIZE
072700            HVF-WK-SITE-CODE           DELIMITED BY SIZE
072800            ' '                        DELIMITED BY SIZE
072900            HVF-WK-ACTION-CODE         DELIMITED BY SIZE
073000            ' '                        DELIMITED BY SIZE
073100            HVF-PRINT-SOURCE           DELIMITED BY SIZE
073200            ' '                        DELIMITED BY SIZE
073300            HVF-FINDING-TEXT           DELIMITED BY SIZE
073400       INTO HVF-REPORT-LINE.
073500     WRITE HVF-REPORT-LINE.
073600 5000-EXIT.
073700     EXIT.
073800
073900*----------------------------------------------------------*
074000* 5100-PRINT-NOTE                                           *
074100*   A FINDING ABOUT THE CHAIN AS A WHOLE, NOT ONE RECORD.  *
074200*----------------------------------------------------------*
074300 5100-PRINT-NOTE.
074400     PERFORM 5200-COUNT-FINDING THRU 5200-EXIT.
074500     MOVE SPACES TO HVF-REPORT-LINE.
074600     STRING HVF-FINDING-KIND           DELIMITED BY SIZE
074700            '  '                       DELIMITED BY SIZE
074800            HVF-FINDING-TEXT           DELIMITED BY SIZE
074900       INTO HVF-REPORT-LINE.
075000     WRITE HVF-REPORT-LINE.
075100 5100-EXIT.
075200     EXIT.
075300
075400*----------------------------------------------------------*
075500* 5200-COUNT-FINDING                                        *
075600*----------------------------------------------------------*
075700 5200-COUNT-FINDING.
075800     IF HVF-FINDING-PROBLEM
075900         ADD 1 TO HVF-PROBLEM-COUNT
076000         MOVE 'PROBLEM' TO HVF-FINDING-KIND
076100     ELSE
076200         ADD 1 TO HVF-WARNING-COUNT
076300         MOVE 'WARNING' TO HVF-FINDING-KIND
076400     END-IF.
076500 5200-EXIT.
076600     EXIT.
076700
076800*----------------------------------------------------------*
076900* 8000-TERMINATE                                            *
077000*----------------------------------------------------------*
077100 8000-TERMINATE.
077200     IF HVF-ARCH-OPENED
077300         CLOSE ARCHIVE-FILE
077400     END-IF.
077500     IF HVF-INIT-OK
077600         CLOSE HELLO-LOG
077700         CLOSE REPORT-FILE
077800     END-IF.
077900 8000-EXIT.
078000     EXIT.
