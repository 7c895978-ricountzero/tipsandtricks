000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HELLOLCK.
000300 AUTHOR.         R TOWNSEND.
000400 INSTALLATION.   BATCH-OPS.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE      INIT  DESCRIPTION                               *
001100* 10/15/26  RLT   INITIAL VERSION.  STREAM-CONTROL DISPLAY  *
001200*                 AND FORCE-RELEASE.  LISTS EVERY HOLDER ON *
001300*                 THE STREAM-CONTROL DATASET WITH THE JOB   *
001400*                 AND PROGRAM THAT TOOK IT AND WHEN, AND    *
001500*                 LETS OPS RELEASE ONE THAT AN ABEND LEFT   *
001600*                 BEHIND, ONLY AFTER CONFIRMATION.  EVERY   *
001700*                 FORCED RELEASE IS STAMPED ON HELLO-LOG AS *
001800*                 A LOCKFREE DECISION UNDER THE OPERATOR'S  *
001900*                 JOB NAME.                                 *
001910* 10/15/26  RLT   LOCKFREE RECORD IS NOW STAMPED WITH THE   *
001920*                 HELLO-LOG SEQUENCE NUMBER AND CHAINED     *
001930*                 CHECK VALUE THROUGH HELLOSEQ.             *
002000*----------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT STREAM-CONTROL ASSIGN TO "STRMCTL"
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS HLO-LOCK-KEY
002800         FILE STATUS IS HLK-LOCK-STATUS.
002900
003000     SELECT HELLO-LOG ASSIGN TO "LOGDD"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS HLO-LOG-KEY
003400         FILE STATUS IS HLK-LOG-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  STREAM-CONTROL
003900     LABEL RECORDS ARE OMITTED.
004000     COPY HLOLOCK.
004100
004200 FD  HELLO-LOG
004300     LABEL RECORDS ARE OMITTED.
004400     COPY HLOLOG.
004500
004600 WORKING-STORAGE SECTION.
004700*----------------------------------------------------------*
004800* FILE STATUS AND OPERATOR INPUT FIELDS                    *
004900*----------------------------------------------------------*
005000 01  HLK-LOCK-STATUS            PIC X(02).
005100 01  HLK-LOG-STATUS             PIC X(02).
005200 01  HLK-LOCK-EOF-SW            PIC X(01).
005300     88  HLK-LOCK-EOF           VALUE 'Y'.
005400     88  HLK-LOCK-NOT-EOF       VALUE 'N'.
005500 01  HLK-PICK-IN                PIC X(02).
005600 01  HLK-PICK-IN-NUM REDEFINES HLK-PICK-IN
005700                                PIC 9(02).
005800 01  HLK-CONFIRM-SW             PIC X(01).
005900     88  HLK-CONFIRM-YES        VALUE 'Y' 'y'.
006000 01  HLK-JOB-NAME               PIC X(08).
006100 01  HLK-SYSTEM-DATE            PIC 9(08).
006200 01  HLK-SYSTEM-TIME            PIC 9(08).
006300 77  HLK-LOG-RETRY-CT           PIC 9(02) COMP VALUE ZERO.
006310
006320*----------------------------------------------------------*
006330* HELLO-LOG SEQUENCE/CHAIN CALL AREA (HELLOSEQ)            *
006340*----------------------------------------------------------*
006350     COPY HLOSEQ.
006360 77  HLK-SAVE-RETCODE           PIC S9(04) COMP VALUE ZERO.
006400
006500*----------------------------------------------------------*
006600* HOLDER TABLE - ONE ENTRY PER STREAM-CONTROL RECORD, SO   *
006700* THE OPERATOR PICKS A HOLDER BY ITS LINE NUMBER.          *
006800*----------------------------------------------------------*
006900 77  HLK-HOLDER-MAX             PIC 9(02) COMP VALUE 20.
007000 77  HLK-HOLDER-COUNT           PIC 9(02) COMP VALUE ZERO.
007100 77  HLK-HOLDER-SUB             PIC 9(02) COMP VALUE ZERO.
007200 01  HLK-HOLDER-TABLE.
007300     05  HLK-HOLDER-ENTRY OCCURS 20 TIMES.
007400         10  HLK-HOLDER-KEY     PIC X(16).
007500 01  HLK-PRINT-LINE-NO          PIC Z9.
007600
007700 PROCEDURE DIVISION.
007800*----------------------------------------------------------*
007900* 0000-MAINLINE                                             *
008000*----------------------------------------------------------*
008100 0000-MAINLINE.
008200     PERFORM 1000-SHOW-HOLDERS THRU 1000-EXIT.
008300     PERFORM 2000-PICK-HOLDER THRU 2000-EXIT.
008400     PERFORM 3000-CONFIRM-AND-RELEASE THRU 3000-EXIT.
008500     CLOSE STREAM-CONTROL.
008600     STOP RUN.
008700
008800*----------------------------------------------------------*
008900* 1000-SHOW-HOLDERS                                         *
009000*   LISTS EVERY HOLDER ON FILE.  NO DATASET, OR AN EMPTY   *
009100*   ONE, MEANS THE STREAM IS FREE AND THERE IS NOTHING TO  *
009200*   RELEASE.                                               *
009300*----------------------------------------------------------*
009400 1000-SHOW-HOLDERS.
009500     DISPLAY 'HELLOLCK - STREAM-CONTROL DISPLAY AND RELEASE'.
009600     OPEN I-O STREAM-CONTROL.
009700     IF HLK-LOCK-STATUS = '35'
009800         DISPLAY 'NO STREAM-CONTROL DATASET - THE STREAM IS FREE.'
009900         STOP RUN
010000     END-IF.
010100     IF HLK-LOCK-STATUS NOT = '00'
010200         DISPLAY 'HELLOLCK - UNABLE TO OPEN STREAM-CONTROL, '
010300             'STATUS=' HLK-LOCK-STATUS
010400         MOVE 16 TO RETURN-CODE
010500         STOP RUN
010600     END-IF.
010700     SET HLK-LOCK-NOT-EOF TO TRUE.
010800     PERFORM 1100-SHOW-ONE-HOLDER THRU 1100-EXIT
010900         UNTIL HLK-LOCK-EOF.
011000     IF HLK-HOLDER-COUNT = ZERO
011100         DISPLAY 'NO HOLDERS ON FILE - THE STREAM IS FREE.'
011200         CLOSE STREAM-CONTROL
011300         STOP RUN
011400     END-IF.
011500 1000-EXIT.
011600     EXIT.
011700
011800*----------------------------------------------------------*
011900* 1100-SHOW-ONE-HOLDER                                      *
012000*----------------------------------------------------------*
012100 1100-SHOW-ONE-HOLDER.
012200     READ STREAM-CONTROL NEXT RECORD
012300         AT END
012400             SET HLK-LOCK-EOF TO TRUE
012500             GO TO 1100-EXIT
012600     END-READ.
012700     IF HLK-HOLDER-COUNT NOT < HLK-HOLDER-MAX
012800         DISPLAY 'MORE HOLDERS ON FILE THAN CAN BE LISTED - '
012900             'RELEASE SOME AND RERUN.'
013000         SET HLK-LOCK-EOF TO TRUE
013100         GO TO 1100-EXIT
013200     END-IF.
013300     ADD 1 TO HLK-HOLDER-COUNT.
013400     MOVE HLO-LOCK-KEY TO HLK-HOLDER-KEY (HLK-HOLDER-COUNT).
013500     MOVE HLK-HOLDER-COUNT TO HLK-PRINT-LINE-NO.
013600     DISPLAY HLK-PRINT-LINE-NO '. HELD BY ' HLO-LOCK-HOLDER
013700         ' ' HLO-LOCK-QUALIFIER
013800         ' JOB ' HLO-LOCK-JOB-NAME
013900         ' PROGRAM ' HLO-LOCK-PROGRAM
014000         ' SINCE ' HLO-LOCK-DATE ' ' HLO-LOCK-TIME.
014100 1100-EXIT.
014200     EXIT.
014300
014400*----------------------------------------------------------*
014500* 2000-PICK-HOLDER                                          *
014600*   BLANK OR ZERO RELEASES NOTHING - A DISPLAY-ONLY RUN.   *
014700*----------------------------------------------------------*
014800 2000-PICK-HOLDER.
014900     MOVE ZERO TO HLK-HOLDER-SUB.
015000     DISPLAY 'ENTER LINE NUMBER TO FORCE-RELEASE (BLANK = '
015100         'NONE): ' WITH NO ADVANCING.
015200     ACCEPT HLK-PICK-IN.
015300     IF HLK-PICK-IN = SPACES
015400         GO TO 2000-EXIT
015500     END-IF.
015600     IF HLK-PICK-IN (2:1) = SPACE
015700         MOVE HLK-PICK-IN (1:1) TO HLK-PICK-IN (2:1)
015800         MOVE '0' TO HLK-PICK-IN (1:1)
015900     END-IF.
016000     IF HLK-PICK-IN-NUM IS NOT NUMERIC
016100         OR HLK-PICK-IN-NUM > HLK-HOLDER-COUNT
016200         DISPLAY 'NOT A LINE NUMBER ON THE LIST - NOTHING '
016300             'RELEASED.'
016400         GO TO 2000-EXIT
016500     END-IF.
016600     MOVE HLK-PICK-IN-NUM TO HLK-HOLDER-SUB.
016700 2000-EXIT.
016800     EXIT.
016900
017000*----------------------------------------------------------*
017100* 3000-CONFIRM-AND-RELEASE                                  *
017200*   RE-READS THE PICKED HOLDER, ECHOES IT, AND DELETES IT  *
017300*   ONLY IF THE OPERATOR CONFIRMS.  RELEASING A HOLDER     *
017400*   WHOSE JOB IS STILL RUNNING DEFEATS THE LOCKOUT - THE   *
017500*   PROMPT SAYS SO.                                        *
017600*----------------------------------------------------------*
017700 3000-CONFIRM-AND-RELEASE.
017800     IF HLK-HOLDER-SUB = ZERO
017900         DISPLAY 'NO HOLDER RELEASED.'
018000         GO TO 3000-EXIT
018100     END-IF.
018200     MOVE HLK-HOLDER-KEY (HLK-HOLDER-SUB) TO HLO-LOCK-KEY.
018300     READ STREAM-CONTROL
018400         INVALID KEY
018500             DISPLAY 'HOLDER ALREADY RELEASED - NOTHING TO DO.'
018600             GO TO 3000-EXIT
018700     END-READ.
018800     DISPLAY 'RELEASE ' HLO-LOCK-HOLDER ' ' HLO-LOCK-QUALIFIER
018900         ' TAKEN BY JOB ' HLO-LOCK-JOB-NAME.
019000     DISPLAY 'ONLY RELEASE A HOLDER WHOSE JOB HAS ENDED.'.
019100     DISPLAY 'CONFIRM FORCE-RELEASE (Y/N): ' WITH NO ADVANCING.
019200     ACCEPT HLK-CONFIRM-SW.
019300     IF NOT HLK-CONFIRM-YES
019400         DISPLAY 'RELEASE CANCELLED - HOLDER LEFT IN PLACE.'
019500         GO TO 3000-EXIT
019600     END-IF.
019700     DELETE STREAM-CONTROL RECORD
019800         INVALID KEY
019900             DISPLAY 'HELLOLCK - UNABLE TO RELEASE HOLDER, '
020000                 'STATUS=' HLK-LOCK-STATUS
020100             MOVE 16 TO RETURN-CODE
020200             GO TO 3000-EXIT
020300     END-DELETE.
020400     DISPLAY 'HOLDER RELEASED.'.
020500     PERFORM 4000-LOG-RELEASE THRU 4000-EXIT.
020600 3000-EXIT.
020700     EXIT.
020800
020900*----------------------------------------------------------*
021000* 4000-LOG-RELEASE                                          *
021100*   STAMPS THE FORCED RELEASE ON HELLO-LOG SO THE WINDOW   *
021200*   LIFECYCLE SHOWS WHO BROKE A LOCK AND WHEN.             *
021300*----------------------------------------------------------*
021400 4000-LOG-RELEASE.
021500     ACCEPT HLK-JOB-NAME FROM ENVIRONMENT "JOBNAME".
021600     ACCEPT HLK-SYSTEM-DATE FROM DATE YYYYMMDD.
021700     ACCEPT HLK-SYSTEM-TIME FROM TIME.
021800     OPEN I-O HELLO-LOG.
021900     IF HLK-LOG-STATUS = '35' OR HLK-LOG-STATUS = '05'
022000         OPEN OUTPUT HELLO-LOG
022100     END-IF.
022200     IF HLK-LOG-STATUS NOT = '00'
022300         DISPLAY 'HELLOLCK - UNABLE TO OPEN HELLO-LOG, '
022400             'STATUS=' HLK-LOG-STATUS
022500         GO TO 4000-EXIT
022600     END-IF.
022700     MOVE SPACES TO HLO-LOG-RECORD.
022800     MOVE HLK-SYSTEM-DATE TO HLO-LOG-RUN-DATE.
022900     MOVE HLK-SYSTEM-TIME TO HLO-LOG-RUN-TIME.
023000     MOVE HLK-JOB-NAME TO HLO-LOG-JOB-NAME.
023100     MOVE ZERO TO HLO-LOG-RETCODE.
023200     MOVE SPACES TO HLO-LOG-SITE-CODE.
023300     MOVE 'LOCKFREE' TO HLO-LOG-ACTION-CODE.
023310     SET HLO-SEQ-STAMP TO TRUE.
023320     PERFORM 4300-CALL-HELLOSEQ THRU 4300-EXIT.
023400     WRITE HLO-LOG-RECORD
023500         INVALID KEY
023600             PERFORM 4100-RETRY-LOG-WRITE THRU 4100-EXIT
023700     END-WRITE.
023710     PERFORM 4200-POST-LOG-CHAIN THRU 4200-EXIT.
023800     CLOSE HELLO-LOG.
023900 4000-EXIT.
024000     EXIT.
024100
024200*----------------------------------------------------------*
024300* 4100-RETRY-LOG-WRITE                                      *
024400*----------------------------------------------------------*
024500 4100-RETRY-LOG-WRITE.
024600     MOVE ZERO TO HLK-LOG-RETRY-CT.
024700 4100-RETRY.
024800     ADD 1 TO HLK-LOG-RETRY-CT.
024900     IF HLK-LOG-RETRY-CT > 9
025000         DISPLAY 'HELLOLCK - DUPLICATE RUN-LOG KEY NOT '
025100             'WRITTEN, STATUS=' HLK-LOG-STATUS
025200         GO TO 4100-EXIT
025300     END-IF.
025400     ADD 1 TO HLO-LOG-RUN-TIME.
025410     SET HLO-SEQ-STAMP TO TRUE.
025420     PERFORM 4300-CALL-HELLOSEQ THRU 4300-EXIT.
025500     WRITE HLO-LOG-RECORD
025600         INVALID KEY
025700             GO TO 4100-RETRY
025800     END-WRITE.
025900 4100-EXIT.
026000     EXIT.
026100
026200*----------------------------------------------------------*
026300* 4200-POST-LOG-CHAIN                                       *
026400*   A RECORD THAT LANDED BECOMES THE LAST LINK IN THE      *
026500*   HELLO-LOG CHAIN; ONE THAT DID NOT GIVES ITS SEQUENCE   *
026600*   NUMBER BACK.                                           *
026700*----------------------------------------------------------*
026800 4200-POST-LOG-CHAIN.
026900     IF HLK-LOG-STATUS = '00'
027000         SET HLO-SEQ-POST TO TRUE
027100     ELSE
027200         SET HLO-SEQ-DROP TO TRUE
027300     END-IF.
027400     PERFORM 4300-CALL-HELLOSEQ THRU 4300-EXIT.
027500 4200-EXIT.
027600     EXIT.
027700
027800*----------------------------------------------------------*
027900* 4300-CALL-HELLOSEQ                                        *
028000*   THE RETURN CODE THIS PROGRAM HAS SET SO FAR IS KEPT    *
028100*   ACROSS THE CALL.                                       *
028200*----------------------------------------------------------*
028300 4300-CALL-HELLOSEQ.
028400     MOVE RETURN-CODE TO HLK-SAVE-RETCODE.
028500     CALL 'HELLOSEQ' USING HLO-SEQ-REQUEST HLO-LOG-RECORD.
028600     MOVE HLK-SAVE-RETCODE TO RETURN-CODE.
028700 4300-EXIT.
028800     EXIT.
