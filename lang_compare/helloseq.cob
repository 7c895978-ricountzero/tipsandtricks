000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HELLOSEQ.
000300 AUTHOR.         R TOWNSEND.
000400 INSTALLATION.   BATCH-OPS.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE      INIT  DESCRIPTION                               *
001100* 10/15/26  RLT   INITIAL VERSION.  HELLO-LOG SEQUENCE AND  *
001200*                 CHAIN STAMPING, CALLED BY EVERY PROGRAM   *
001300*                 THAT WRITES THE LOG.  STAMPS EACH RECORD  *
001400*                 WITH THE NEXT STREAM-WIDE SEQUENCE NUMBER *
001500*                 AND A CHECK VALUE CHAINED FROM THE LAST   *
001600*                 RECORD'S, HOLDING THE CHAIN-CONTROL       *
001700*                 RECORD FOR UPDATE UNTIL THE WRITER POSTS  *
001800*                 OR DROPS IT, SO NO TWO WRITERS DRAW THE   *
001900*                 SAME NUMBER.  THE SAME CHECK-VALUE        *
002000*                 ARITHMETIC SERVES HELLOVFY SO WRITERS     *
002100*                 AND THE VERIFIER CANNOT DRIFT APART.      *
002110* 10/15/26  RLT   A CHAIN-CONTROL RECORD FOUND BUSY ON THE  *
002120*                 OPEN OR THE READ IS WAITED FOR AND        *
002130*                 RETRIED UP TO NINE TIMES BEFORE THE LOG   *
002140*                 RECORD GOES OUT UNCHAINED.  THAT HOLD AND *
002145*                 RETRY ARE WHAT SERIALIZE WRITERS; CHAINDD *
002150*                 IS ALLOCATED DISP=SHR SO THE SWEEP        *
002155*                 PARTITIONS STILL RUN SIDE BY SIDE.        *
002200*----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT LOG-CHAIN ASSIGN TO "CHAINDD"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS RANDOM
002900         RECORD KEY IS HLO-CHN-KEY
003000         FILE STATUS IS HSQ-CHN-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  LOG-CHAIN
003500     LABEL RECORDS ARE OMITTED.
003600     COPY HLOCHN.
003700
003800 WORKING-STORAGE SECTION.
003900*----------------------------------------------------------*
004000* FILE STATUS AND CHAIN-CONTROL STATE.  THE CONTROL RECORD *
004100* STAYS OPEN AND HELD FROM THE STAMP UNTIL THE WRITER      *
004200* POSTS OR DROPS IT.                                       *
004300*----------------------------------------------------------*
004400 01  HSQ-CHN-STATUS             PIC X(02).
004410     88  HSQ-CHAIN-BUSY         VALUE '51' '61' '93' '9D'.
004500 01  HSQ-OPEN-SW                PIC X(01) VALUE 'N'.
004600     88  HSQ-CHAIN-OPEN         VALUE 'Y'.
004700     88  HSQ-CHAIN-CLOSED       VALUE 'N'.
004800 01  HSQ-NEW-SW                 PIC X(01) VALUE 'N'.
004900     88  HSQ-CONTROL-NEW        VALUE 'Y'.
005000     88  HSQ-CONTROL-ON-FILE    VALUE 'N'.
005001*----------------------------------------------------------*
005002* THE LINK AS STAMPED, KEPT HERE BECAUSE THE WRITER'S       *
005003* RECORD AREA IS NOT ITS OWN ONCE THE WRITE HAS BEEN       *
005004* ISSUED.  POST TAKES THE CHAIN FORWARD FROM THESE.        *
005005*----------------------------------------------------------*
005006 01  HSQ-STAMPED-LINK.
005007     05  HSQ-STAMPED-SEQ        PIC 9(09).
005008     05  HSQ-STAMPED-CHECK      PIC 9(09).
005009     05  HSQ-STAMPED-DATE       PIC 9(08).
005010     05  HSQ-STAMPED-TIME       PIC 9(08).
005011     05  HSQ-STAMPED-JOB        PIC X(08).
005012*----------------------------------------------------------*
005013* A CONTROL RECORD FOUND BUSY IS RETRIED A BOUNDED NUMBER  *
005014* OF TIMES, A SECOND APART, BEFORE THE RECORD GOES OUT     *
005015* UNCHAINED.                                               *
005016*----------------------------------------------------------*
005017 77  HSQ-BUSY-RETRY-CT          PIC 9(04) COMP VALUE ZERO.
005018 77  HSQ-BUSY-RETRY-MAX         PIC 9(04) COMP VALUE 9.
005019 01  HSQ-WAIT-TIME.
005020     05  FILLER                 PIC 9(04).
005021     05  HSQ-WAIT-SECONDS       PIC 9(02).
005022     05  FILLER                 PIC 9(02).
005023 01  HSQ-WAIT-START             PIC 9(02).
005100
005200*----------------------------------------------------------*
005300* CHECK-VALUE WORK AREAS.  EACH BYTE OF THE RECORD BUT THE *
005400* CHECK VALUE ITSELF IS FOLDED INTO THE PREVIOUS RECORD'S  *
005500* CHECK VALUE, BASE 256, MODULO THE PRIME 999999937.  THE  *
005600* BYTE PAIR IS A HALFWORD WITH A ZERO HIGH-ORDER BYTE, SO  *
005700* ITS BINARY VIEW IS THE CODE POINT OF THE LOW-ORDER ONE.  *
005800*----------------------------------------------------------*
005900 01  HSQ-WORK-RECORD            PIC X(80).
006000 77  HSQ-POS                    PIC 9(04) COMP VALUE ZERO.
006100 77  HSQ-HASH                   PIC 9(09) COMP VALUE ZERO.
006200 77  HSQ-HASH-WORK              PIC 9(12) COMP VALUE ZERO.
006300 77  HSQ-HASH-QUOT              PIC 9(04) COMP VALUE ZERO.
006400 77  HSQ-CHECK-PRIME            PIC 9(09) COMP VALUE 999999937.
006500 77  HSQ-CHECK-FROM             PIC 9(04) COMP VALUE 51.
006600 77  HSQ-CHECK-THRU             PIC 9(04) COMP VALUE 59.
006700 01  HSQ-BYTE-PAIR.
006800     05  HSQ-BYTE-HIGH          PIC X(01).
006900     05  HSQ-BYTE-LOW           PIC X(01).
007000 01  HSQ-BYTE-NUM REDEFINES HSQ-BYTE-PAIR
007100                                PIC 9(04) COMP.
007200
007300 LINKAGE SECTION.
007400     COPY HLOSEQ.
007500     COPY HLOLOG.
007600
007700 PROCEDURE DIVISION USING HLO-SEQ-REQUEST HLO-LOG-RECORD.
007800*----------------------------------------------------------*
007900* 0000-MAINLINE                                             *
008000*----------------------------------------------------------*
008100 0000-MAINLINE.
008200     MOVE '00' TO HLO-SEQ-RESULT.
008300     EVALUATE TRUE
008400         WHEN HLO-SEQ-STAMP
008500             PERFORM 1000-STAMP-RECORD THRU 1000-EXIT
008600         WHEN HLO-SEQ-POST
008700             PERFORM 2000-POST-CONTROL THRU 2000-EXIT
008800         WHEN HLO-SEQ-DROP
008900             PERFORM 3000-DROP-CONTROL THRU 3000-EXIT
009000         WHEN HLO-SEQ-CALC
009100             PERFORM 5000-COMPUTE-CHECK THRU 5000-EXIT
009200         WHEN OTHER
009300             DISPLAY 'HELLOSEQ - UNKNOWN FUNCTION '
009310                 HLO-SEQ-FUNCTION
009400             MOVE '99' TO HLO-SEQ-RESULT
009500     END-EVALUATE.
009600     GOBACK.
009700
009800*----------------------------------------------------------*
009900* 1000-STAMP-RECORD                                         *
010000*   OPENS AND READS THE CHAIN-CONTROL RECORD FOR UPDATE ON *
010100*   THE FIRST STAMP OF A WRITE (CREATING THE DATASET AND   *
010200*   THE RECORD ON FIRST USE), THEN STAMPS THE NEXT         *
010300*   SEQUENCE NUMBER AND ITS CHECK VALUE.  A RETRY UNDER A  *
010400*   BUMPED KEY FINDS THE RECORD ALREADY HELD AND ONLY      *
010500*   RE-STAMPS.                                             *
010510*   CHAINDD IS ALLOCATED DISP=SHR AND DEFINED WITH SHARE   *
010520*   OPTIONS THAT ALLOW CONCURRENT UPDATE, SO THE REGION    *
010530*   PARTITIONS OF THE SWEEP RUN SIDE BY SIDE.  WRITERS ARE *
010540*   SERIALIZED HERE: THE CONTROL RECORD IS HELD FOR UPDATE *
010550*   FROM THE STAMP UNTIL THE WRITER POSTS OR DROPS IT, AND *
010560*   A WRITER THAT FINDS IT BUSY (STATUS 51, 61, 93 OR 9D)  *
010570*   WAITS A SECOND AND TRIES AGAIN, UP TO NINE TIMES.  A   *
010580*   CONTROL RECORD THAT STILL CANNOT BE HAD LEAVES THE LOG *
010590*   RECORD UNCHAINED - THE RUN IS STILL LOGGED.            *
010700*----------------------------------------------------------*
010800 1000-STAMP-RECORD.
010900     MOVE ZERO TO HLO-LOG-SEQ-NO.
011000     MOVE ZERO TO HLO-LOG-CHECK-VALUE.
011100     IF HSQ-CHAIN-OPEN
011200         GO TO 1000-STAMP
011300     END-IF.
011310     MOVE ZERO TO HSQ-BUSY-RETRY-CT.
011320 1000-OPEN.
011400     OPEN I-O LOG-CHAIN.
011500     IF HSQ-CHN-STATUS = '35' OR HSQ-CHN-STATUS = '05'
011600         OPEN OUTPUT LOG-CHAIN
011700         CLOSE LOG-CHAIN
011800         OPEN I-O LOG-CHAIN
011900     END-IF.
011910     IF HSQ-CHAIN-BUSY
011920        AND HSQ-BUSY-RETRY-CT < HSQ-BUSY-RETRY-MAX
011930         ADD 1 TO HSQ-BUSY-RETRY-CT
011940         PERFORM 1100-WAIT-A-SECOND THRU 1100-EXIT
011950         GO TO 1000-OPEN
011960     END-IF.
012000     IF HSQ-CHN-STATUS NOT = '00'
012100         DISPLAY 'HELLOSEQ - UNABLE TO OPEN LOG-CHAIN, STATUS='
012200             HSQ-CHN-STATUS ' - RECORD LOGGED UNCHAINED'
012300         MOVE HSQ-CHN-STATUS TO HLO-SEQ-RESULT
012400         GO TO 1000-EXIT
012500     END-IF.
012600     SET HSQ-CHAIN-OPEN TO TRUE.
012610 1000-READ.
012700     SET HSQ-CONTROL-ON-FILE TO TRUE.
012800     MOVE 'HELLOLOG' TO HLO-CHN-KEY.
012900     READ LOG-CHAIN
013000         INVALID KEY
013100             SET HSQ-CONTROL-NEW TO TRUE
013200     END-READ.
013210     IF HSQ-CHAIN-BUSY
013220        AND HSQ-BUSY-RETRY-CT < HSQ-BUSY-RETRY-MAX
013230         ADD 1 TO HSQ-BUSY-RETRY-CT
013240         PERFORM 1100-WAIT-A-SECOND THRU 1100-EXIT
013250         GO TO 1000-READ
013260     END-IF.
013300     IF HSQ-CONTROL-NEW
013400         MOVE SPACES TO HLO-CHN-RECORD
013500         MOVE 'HELLOLOG' TO HLO-CHN-KEY
013600         MOVE ZERO TO HLO-CHN-LAST-SEQ
013700         MOVE ZERO TO HLO-CHN-LAST-CHECK
013800         MOVE ZERO TO HLO-CHN-LAST-DATE
013900         MOVE ZERO TO HLO-CHN-LAST-TIME
014000         MOVE ZERO TO HLO-CHN-ANCHOR-SEQ
014100         MOVE ZERO TO HLO-CHN-ANCHOR-CHECK
014200         MOVE ZERO TO HLO-CHN-ANCHOR-DATE
014300         GO TO 1000-STAMP
014400     END-IF.
014500     IF HSQ-CHN-STATUS NOT = '00'
014600         DISPLAY 'HELLOSEQ - UNABLE TO READ LOG-CHAIN, STATUS='
014700             HSQ-CHN-STATUS ' - RECORD LOGGED UNCHAINED'
014800         MOVE HSQ-CHN-STATUS TO HLO-SEQ-RESULT
014900         CLOSE LOG-CHAIN
015000         SET HSQ-CHAIN-CLOSED TO TRUE
015100         GO TO 1000-EXIT
015200     END-IF.
015300 1000-STAMP.
015400     COMPUTE HLO-LOG-SEQ-NO = HLO-CHN-LAST-SEQ + 1.
015500     MOVE HLO-CHN-LAST-CHECK TO HLO-SEQ-PREV-CHECK.
015600     PERFORM 5000-COMPUTE-CHECK THRU 5000-EXIT.
015700     MOVE HLO-SEQ-NEW-CHECK TO HLO-LOG-CHECK-VALUE.
015710     MOVE HLO-LOG-SEQ-NO TO HSQ-STAMPED-SEQ.
015720     MOVE HLO-LOG-CHECK-VALUE TO HSQ-STAMPED-CHECK.
015730     MOVE HLO-LOG-RUN-DATE TO HSQ-STAMPED-DATE.
015740     MOVE HLO-LOG-RUN-TIME TO HSQ-STAMPED-TIME.
015750     MOVE HLO-LOG-JOB-NAME TO HSQ-STAMPED-JOB.
015800 1000-EXIT.
015900     EXIT.
015905
015910*----------------------------------------------------------*
015915* 1100-WAIT-A-SECOND                                        *
015920*   HOLDS OFF UNTIL THE SECONDS OF THE TIME OF DAY TURN    *
015925*   OVER, SO A BUSY CONTROL RECORD IS NOT RETRIED FASTER   *
015930*   THAN ITS HOLDER CAN POST IT.                           *
015935*----------------------------------------------------------*
015940 1100-WAIT-A-SECOND.
015945     ACCEPT HSQ-WAIT-TIME FROM TIME.
015950     MOVE HSQ-WAIT-SECONDS TO HSQ-WAIT-START.
015955 1100-WAIT.
015960     ACCEPT HSQ-WAIT-TIME FROM TIME.
015965     IF HSQ-WAIT-SECONDS = HSQ-WAIT-START
015970         GO TO 1100-WAIT
015975     END-IF.
015980 1100-EXIT.
015985     EXIT.
016000
016100*----------------------------------------------------------*
016200* 2000-POST-CONTROL                                         *
016300*   THE STAMPED RECORD LANDED ON HELLO-LOG - IT BECOMES    *
016400*   THE LAST LINK IN THE CHAIN AND THE CONTROL RECORD IS   *
016500*   RELEASED.  NOTHING HELD MEANS THE RECORD WENT OUT      *
016600*   UNCHAINED, AND THERE IS NOTHING TO POST.               *
016700*----------------------------------------------------------*
016800 2000-POST-CONTROL.
016900     IF HSQ-CHAIN-CLOSED
017000         GO TO 2000-EXIT
017100     END-IF.
017200     MOVE HSQ-STAMPED-SEQ TO HLO-CHN-LAST-SEQ.
017300     MOVE HSQ-STAMPED-CHECK TO HLO-CHN-LAST-CHECK.
017400     MOVE HSQ-STAMPED-DATE TO HLO-CHN-LAST-DATE.
017500     MOVE HSQ-STAMPED-TIME TO HLO-CHN-LAST-TIME.
017600     MOVE HSQ-STAMPED-JOB TO HLO-CHN-LAST-JOB.
017700     IF HSQ-CONTROL-NEW
017800         WRITE HLO-CHN-RECORD
017900             INVALID KEY
018000                 CONTINUE
018100         END-WRITE
018200     ELSE
018300         REWRITE HLO-CHN-RECORD
018400             INVALID KEY
018500                 CONTINUE
018600         END-REWRITE
018700     END-IF.
018800     IF HSQ-CHN-STATUS NOT = '00'
018900         DISPLAY 'HELLOSEQ - LOG-CHAIN NOT UPDATED, STATUS='
019000             HSQ-CHN-STATUS ' - HELLOVFY WILL SHOW SEQUENCE '
019100             HSQ-STAMPED-SEQ ' AS A BREAK'
019200         MOVE HSQ-CHN-STATUS TO HLO-SEQ-RESULT
019300     END-IF.
019400     CLOSE LOG-CHAIN.
019500     SET HSQ-CHAIN-CLOSED TO TRUE.
019600 2000-EXIT.
019700     EXIT.
019800
019900*----------------------------------------------------------*
020000* 3000-DROP-CONTROL                                         *
020100*   THE LOG WRITE FAILED - THE SEQUENCE NUMBER WAS NEVER   *
020200*   USED, SO THE CONTROL RECORD IS RELEASED UNCHANGED AND  *
020300*   THE NEXT WRITER DRAWS THE SAME NUMBER.                 *
020400*----------------------------------------------------------*
020500 3000-DROP-CONTROL.
020600     IF HSQ-CHAIN-OPEN
020700         CLOSE LOG-CHAIN
020800         SET HSQ-CHAIN-CLOSED TO TRUE
020900     END-IF.
021000 3000-EXIT.
021100     EXIT.
021200
021300*----------------------------------------------------------*
021400* 5000-COMPUTE-CHECK                                        *
021500*   FOLDS EVERY BYTE OF THE LOG RECORD EXCEPT THE CHECK    *
021600*   VALUE ITSELF INTO THE PREVIOUS RECORD'S CHECK VALUE.   *
021700*   THE SEQUENCE NUMBER IS INSIDE THE FOLD, SO A RECORD    *
021800*   CANNOT BE RENUMBERED TO HIDE A GAP.                    *
021900*----------------------------------------------------------*
022000 5000-COMPUTE-CHECK.
022100     MOVE HLO-LOG-RECORD TO HSQ-WORK-RECORD.
022200     MOVE HLO-SEQ-PREV-CHECK TO HSQ-HASH.
022300     MOVE LOW-VALUE TO HSQ-BYTE-HIGH.
022400     MOVE ZERO TO HSQ-POS.
022500 5000-NEXT.
022600     ADD 1 TO HSQ-POS.
022700     IF HSQ-POS = HSQ-CHECK-FROM
022800         MOVE HSQ-CHECK-THRU TO HSQ-POS
022900         GO TO 5000-NEXT
023000     END-IF.
023100     IF HSQ-POS > 80
023200         GO TO 5000-DONE
023300     END-IF.
023400     MOVE HSQ-WORK-RECORD (HSQ-POS:1) TO HSQ-BYTE-LOW.
023500     COMPUTE HSQ-HASH-WORK = HSQ-HASH * 256 + HSQ-BYTE-NUM + 1.
023600     DIVIDE HSQ-HASH-WORK BY HSQ-CHECK-PRIME
023700         GIVING HSQ-HASH-QUOT REMAINDER HSQ-HASH.
023800     GO TO 5000-NEXT.
023900 5000-DONE.
024000     MOVE HSQ-HASH TO HLO-SEQ-NEW-CHECK.
024100 5000-EXIT.
024200     EXIT.
