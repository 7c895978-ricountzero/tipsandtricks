000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HELLOXCK.
000300 AUTHOR.         R TOWNSEND.
000400 INSTALLATION.   BATCH-OPS.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE      INIT  DESCRIPTION                               *
001100* 10/15/26  RLT   INITIAL VERSION.  EXCUSAL-REGISTER CHECK, *
001200*                 CALLED BY THE SWEEP, THE CATCH-UP, AND    *
001300*                 THE RECONCILIATION SO ALL THREE AGREE ON  *
001400*                 WHETHER A SITE WAS EXCUSED ON A DAY - BY  *
001500*                 AN ENTRY FOR THE SITE ITSELF OR FOR ITS   *
001600*                 WHOLE REGION.                             *
001700*----------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT EXCUSAL-REGISTER ASSIGN TO "EXCUSDD"
002200         ORGANIZATION IS INDEXED
002300         ACCESS MODE IS DYNAMIC
002400         RECORD KEY IS HLO-EXS-KEY
002500         FILE STATUS IS HXK-EXS-STATUS.
002600
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD  EXCUSAL-REGISTER
003000     LABEL RECORDS ARE OMITTED.
003100     COPY HLOEXS.
003200
003300 WORKING-STORAGE SECTION.
003400*----------------------------------------------------------*
003500* FILE STATUS AND REGISTER STATE.  THE REGISTER IS OPENED  *
003600* ON THE FIRST CHECK AND STAYS OPEN UNTIL THE CALLER       *
003700* CLOSES IT.  A REGISTER THAT WILL NOT OPEN IS NOT TRIED   *
003800* AGAIN UNTIL THEN - NOTHING IS EXCUSED.                   *
003900*----------------------------------------------------------*
004000 01  HXK-EXS-STATUS             PIC X(02).
004100 01  HXK-OPEN-SW                PIC X(01) VALUE 'N'.
004200     88  HXK-REGISTER-OPEN      VALUE 'Y'.
004300     88  HXK-REGISTER-CLOSED    VALUE 'N'.
004400     88  HXK-REGISTER-MISSING   VALUE 'X'.
004500 01  HXK-SCAN-DONE-SW           PIC X(01).
004600     88  HXK-SCAN-DONE          VALUE 'Y'.
004700     88  HXK-SCAN-NOT-DONE      VALUE 'N'.
004800 01  HXK-WANT-SCOPE             PIC X(01).
004900 01  HXK-WANT-CODE              PIC X(05).
005000
005100 LINKAGE SECTION.
005200     COPY HLOXCK.
005300
005400 PROCEDURE DIVISION USING HLO-XCK-REQUEST.
005500*----------------------------------------------------------*
005600* 0000-MAINLINE                                             *
005700*----------------------------------------------------------*
005800 0000-MAINLINE.
005900     EVALUATE TRUE
006000         WHEN HLO-XCK-CHECK
006100             PERFORM 1000-CHECK-EXCUSAL THRU 1000-EXIT
006200         WHEN HLO-XCK-CLOSE
006300             PERFORM 3000-CLOSE-REGISTER THRU 3000-EXIT
006400         WHEN OTHER
006500             DISPLAY 'HELLOXCK - UNKNOWN FUNCTION '
006600                 HLO-XCK-FUNCTION
006700             SET HLO-XCK-NOT-EXCUSED TO TRUE
006800     END-EVALUATE.
006900     GOBACK.
007000
007100*----------------------------------------------------------*
007200* 1000-CHECK-EXCUSAL                                        *
007300*   A SITE ENTRY IS LOOKED FOR FIRST, THEN AN ENTRY FOR    *
007400*   THE REGION WHEN ONE WAS GIVEN.  NO REGISTER YET (35)   *
007500*   IS THE NORMAL STATE BEFORE THE FIRST OUTAGE IS EVER    *
007600*   ENTERED AND IS NOT REPORTED.                           *
007700*----------------------------------------------------------*
007800 1000-CHECK-EXCUSAL.
007900     SET HLO-XCK-NOT-EXCUSED TO TRUE.
008000     MOVE SPACES TO HLO-XCK-SCOPE.
008100     MOVE SPACES TO HLO-XCK-REASON.
008200     MOVE ZERO TO HLO-XCK-FROM-DATE.
008300     MOVE ZERO TO HLO-XCK-THRU-DATE.
008400     IF HXK-REGISTER-MISSING
008500         GO TO 1000-EXIT
008600     END-IF.
008700     IF HXK-REGISTER-CLOSED
008800         OPEN INPUT EXCUSAL-REGISTER
008900         IF HXK-EXS-STATUS NOT = '00'
009000             IF HXK-EXS-STATUS NOT = '35'
009100                 DISPLAY 'HELLOXCK - UNABLE TO OPEN EXCUSAL-'
009200                     'REGISTER, STATUS=' HXK-EXS-STATUS
009300                     ' - NO SITE TREATED AS EXCUSED'
009400             END-IF
009500             SET HXK-REGISTER-MISSING TO TRUE
009600             GO TO 1000-EXIT
009700         END-IF
009800         SET HXK-REGISTER-OPEN TO TRUE
009900     END-IF.
010000     MOVE 'S' TO HXK-WANT-SCOPE.
010100     MOVE HLO-XCK-SITE-CODE TO HXK-WANT-CODE.
010200     PERFORM 2000-SCAN-ENTRIES THRU 2000-EXIT.
010300     IF HLO-XCK-EXCUSED
010400         OR HLO-XCK-REGION = SPACES
010500         GO TO 1000-EXIT
010600     END-IF.
010700     MOVE 'R' TO HXK-WANT-SCOPE.
010800     MOVE HLO-XCK-REGION TO HXK-WANT-CODE.
010900     PERFORM 2000-SCAN-ENTRIES THRU 2000-EXIT.
011000 1000-EXIT.
011100     EXIT.
011200
011300*----------------------------------------------------------*
011400* 2000-SCAN-ENTRIES                                         *
011500*   POSITIONS ON THE FIRST ENTRY FOR THE SCOPE AND CODE    *
011600*   AND READS FORWARD THROUGH THE ONES THAT STARTED ON OR  *
011700*   BEFORE THE DATE, STOPPING AT THE FIRST STILL RUNNING   *
011800*   ON IT.                                                 *
011900*----------------------------------------------------------*
012000 2000-SCAN-ENTRIES.
012100     SET HXK-SCAN-NOT-DONE TO TRUE.
012200     MOVE HXK-WANT-SCOPE TO HLO-EXS-SCOPE.
012300     MOVE HXK-WANT-CODE TO HLO-EXS-CODE.
012400     MOVE ZERO TO HLO-EXS-FROM-DATE.
012500     START EXCUSAL-REGISTER KEY NOT LESS THAN HLO-EXS-KEY
012600         INVALID KEY
012700             SET HXK-SCAN-DONE TO TRUE
012800     END-START.
012900     PERFORM 2100-SCAN-ONE-ENTRY THRU 2100-EXIT
013000         UNTIL HXK-SCAN-DONE.
013100 2000-EXIT.
013200     EXIT.
013300
013400*----------------------------------------------------------*
013500* 2100-SCAN-ONE-ENTRY                                       *
013600*----------------------------------------------------------*
013700 2100-SCAN-ONE-ENTRY.
013800     READ EXCUSAL-REGISTER NEXT RECORD
013900         AT END
014000             SET HXK-SCAN-DONE TO TRUE
014100             GO TO 2100-EXIT
014200     END-READ.
014300     IF HXK-EXS-STATUS NOT = '00'
014400         OR HLO-EXS-SCOPE NOT = HXK-WANT-SCOPE
014500         OR HLO-EXS-CODE NOT = HXK-WANT-CODE
014600         OR HLO-EXS-FROM-DATE > HLO-XCK-DATE
014700         SET HXK-SCAN-DONE TO TRUE
014800         GO TO 2100-EXIT
014900     END-IF.
015000     IF HLO-EXS-THRU-DATE NOT < HLO-XCK-DATE
015100         SET HLO-XCK-EXCUSED TO TRUE
015200         MOVE HLO-EXS-SCOPE TO HLO-XCK-SCOPE
015300         MOVE HLO-EXS-REASON TO HLO-XCK-REASON
015400         MOVE HLO-EXS-FROM-DATE TO HLO-XCK-FROM-DATE
015500         MOVE HLO-EXS-THRU-DATE TO HLO-XCK-THRU-DATE
015600         SET HXK-SCAN-DONE TO TRUE
015700     END-IF.
015800 2100-EXIT.
015900     EXIT.
016000
016100*----------------------------------------------------------*
016200* 3000-CLOSE-REGISTER                                       *
016300*   ALSO FORGETS A REGISTER THAT WOULD NOT OPEN, SO THE    *
016400*   NEXT CALLER IN THE SAME RUN UNIT TRIES IT AFRESH.      *
016500*----------------------------------------------------------*
016600 3000-CLOSE-REGISTER.
016700     IF HXK-REGISTER-OPEN
016800         CLOSE EXCUSAL-REGISTER
016900     END-IF.
017000     SET HXK-REGISTER-CLOSED TO TRUE.
017100 3000-EXIT.
017200     EXIT.
