000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HELLOAPV.
000300 AUTHOR.         R TOWNSEND.
000400 INSTALLATION.   BATCH-OPS.
000500 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                     *
000900*----------------------------------------------------------*
001000* DATE      INIT  DESCRIPTION                               *
001100* 10/15/26  RLT   INITIAL VERSION.  PROMPT-AND-CONFIRM      *
001200*                 APPROVAL OF THE PENDING-CHANGE QUEUE.     *
001300*                 HELLOMNT AND HELLOLDR NO LONGER TOUCH     *
001400*                 SITE-MASTER - THEY QUEUE EACH CHANGE      *
001500*                 UNDER THE ENTERING ID, AND NOTHING GOES   *
001600*                 LIVE UNTIL A SECOND PERSON APPROVES IT    *
001700*                 HERE.  THE APPROVER IS THE RUNNING JOB'S  *
001800*                 ID AND MAY NOT DECIDE A CHANGE IT         *
001900*                 ENTERED.  AN APPROVED CHANGE IS APPLIED   *
002000*                 AND WRITES CHANGE HISTORY CARRYING BOTH   *
002100*                 IDS; EVERY KEY TOUCHED IN THE SITTING IS  *
002200*                 BACKED UP FIRST SO HELLOBKO CAN PUT THE   *
002300*                 SITTING BACK.                             *
002310* 10/15/26  RLT   REFUSES TO START, RETURN-CODE 12, WHILE   *
002320*                 THE STREAM IS HELD, AND HOLDS IT AS LOAD  *
002330*                 FOR THE SITTING SO NO WINDOW OR SWEEP     *
002340*                 STARTS WHILE CHANGES ARE BEING APPLIED.   *
002341* 10/15/26  RLT   CHANGES NOW NAME A LANGUAGE.  AN ADD SETS *
002342*                 THE PERIOD'S PRIMARY LANGUAGE; A CHG OR   *
002343*                 DEL OF THE SECONDARY LANGUAGE TOUCHES     *
002344*                 ONLY THAT TRANSLATION, AND A CHG IN A NEW *
002345*                 LANGUAGE ADDS IT AS THE SECONDARY.  A     *
002346*                 THIRD LANGUAGE FAILS.  HISTORY CARRIES    *
002347*                 THE LANGUAGE.  BACKUP IMAGE IS NOW THE    *
002348*                 120-BYTE SITE-MASTER RECORD.              *
002349* 10/15/26  RLT   A LOAD HOLD ALREADY ON FILE WHEN THE      *
002350*                 SITTING GOES TO TAKE ITS OWN NOW ENDS THE *
002351*                 SITTING WITH RETURN-CODE 12 INSTEAD OF    *
002352*                 BEING TAKEN OVER.                         *
002353* 10/15/26  RLT   A CHANGE QUEUED UNDER NO USER ID IS SHOWN *
002354*                 BUT CANNOT BE DECIDED - THE TWO-PERSON    *
002355*                 RULE CANNOT BE CHECKED AGAINST IT - AND   *
002356*                 IS COUNTED IN THE TOTALS.                 *
002400*----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT PENDING-CHANGE ASSIGN TO "PENDDD"
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS HLO-PEND-KEY
003200         FILE STATUS IS HAP-PEND-STATUS.
003300
003400     SELECT SITE-MASTER ASSIGN TO "SITEKSDS"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS HLO-PARM-KEY
003800         FILE STATUS IS HAP-PARM-STATUS.
003900
004000     SELECT SITE-DIRECTORY ASSIGN TO "SITEDIR"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS HLO-SITE-CODE
004400         FILE STATUS IS HAP-DIR-STATUS.
004500
004600     SELECT CHANGE-HISTORY ASSIGN TO "HISTDD"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS HLO-HIST-KEY
005000         FILE STATUS IS HAP-HIST-STATUS.
005100
005200     SELECT BACKUP-FILE ASSIGN TO "BKUPDD"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS HAP-BKP-STATUS.
005410
005420     SELECT STREAM-CONTROL ASSIGN TO "STRMCTL"
005430         ORGANIZATION IS INDEXED
005440         ACCESS MODE IS DYNAMIC
005450         RECORD KEY IS HLO-LOCK-KEY
005460         FILE STATUS IS HAP-LOCK-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  PENDING-CHANGE
005900     LABEL RECORDS ARE OMITTED.
006000     COPY HLOPEND.
006100
006200 FD  SITE-MASTER
006300     LABEL RECORDS ARE OMITTED.
006400     COPY HLOPARM.
006500
006600 FD  SITE-DIRECTORY
006700     LABEL RECORDS ARE OMITTED.
006800     COPY HLOSITE.
006900
007000 FD  CHANGE-HISTORY
007100     LABEL RECORDS ARE OMITTED.
007200     COPY HLOHIST.
007300
007400 FD  BACKUP-FILE
007500     LABEL RECORDS ARE OMITTED.
007600 01  HAP-BACKUP-RECORD.
007700     05  HAP-BKP-EXIST-SW       PIC X(01).
007800         88  HAP-BKP-WAS-ON-FILE VALUE 'Y'.
007900         88  HAP-BKP-NOT-ON-FILE VALUE 'N'.
008000     05  HAP-BKP-IMAGE          PIC X(120).
008100     05  FILLER                PIC X(19).
008110
008120 FD  STREAM-CONTROL
008130     LABEL RECORDS ARE OMITTED.
008140     COPY HLOLOCK.
008200
008300 WORKING-STORAGE SECTION.
008400*----------------------------------------------------------*
008500* FILE STATUS AND QUEUE-WALK SWITCHES                      *
008600*----------------------------------------------------------*
008700 01  HAP-PEND-STATUS            PIC X(02).
008800 01  HAP-PARM-STATUS            PIC X(02).
008900 01  HAP-DIR-STATUS             PIC X(02).
009000 01  HAP-HIST-STATUS            PIC X(02).
009100 01  HAP-BKP-STATUS             PIC X(02).
009110 01  HAP-LOCK-STATUS            PIC X(02).
009200 01  HAP-PEND-EOF-SW            PIC X(01).
009300     88  HAP-PEND-EOF           VALUE 'Y'.
009400     88  HAP-PEND-NOT-EOF       VALUE 'N'.
009500 01  HAP-QUIT-SW                PIC X(01).
009600     88  HAP-QUIT               VALUE 'Y'.
009700     88  HAP-NOT-QUIT           VALUE 'N'.
009800 01  HAP-APPLY-SW               PIC X(01).
009900     88  HAP-APPLY-OK           VALUE 'Y'.
010000     88  HAP-APPLY-FAILED       VALUE 'N'.
010100
010200*----------------------------------------------------------*
010300* OPERATOR INPUT FIELDS                                    *
010400*----------------------------------------------------------*
010500 01  HAP-ANSWER                 PIC X(01).
010600     88  HAP-ANSWER-APPROVE     VALUE 'A' 'a'.
010700     88  HAP-ANSWER-DECLINE     VALUE 'D' 'd'.
010800     88  HAP-ANSWER-QUIT        VALUE 'Q' 'q'.
010900
011000*----------------------------------------------------------*
011100* APPROVER ID, DECISION STAMP, AND BEFORE-IMAGE HOLD       *
011200*----------------------------------------------------------*
011300 01  HAP-SYSTEM-DATE            PIC 9(08).
011400 01  HAP-SYSTEM-TIME            PIC 9(08).
011500 01  HAP-APPROVER-ID            PIC X(08).
011600 01  HAP-RESULT-CODE            PIC X(24).
011700 01  HAP-BEFORE-SW              PIC X(01).
011800     88  HAP-HAS-BEFORE         VALUE 'Y'.
011900     88  HAP-NO-BEFORE          VALUE 'N'.
012000 01  HAP-BEFORE-TEXT            PIC X(32).
012100 01  HAP-BEFORE-STOP            PIC 9(08).
012110 01  HAP-SLOT-SW                PIC X(01).
012120     88  HAP-SLOT-PRIMARY       VALUE 'P'.
012130     88  HAP-SLOT-SECOND        VALUE 'S'.
012140     88  HAP-SLOT-NONE          VALUE 'N'.
012150 01  HAP-HIST-LANG              PIC X(02).
012200 77  HAP-HIST-RETRY-CT          PIC 9(02) COMP VALUE ZERO.
012300
012400*----------------------------------------------------------*
012500* BACKED-UP KEY TABLE.  ONE ENTRY PER DISTINCT SITE/START  *
012600* KEY AN APPROVAL HAS TOUCHED THIS SITTING, SO EACH KEY'S  *
012700* IMAGE IS BACKED UP ONCE, BEFORE ITS FIRST CHANGE - THE   *
012800* STATE HELLOBKO PUTS BACK.  A FULL TABLE LEAVES FURTHER   *
012900* CHANGES PENDING FOR ANOTHER SITTING.                     *
013000*----------------------------------------------------------*
013100 77  HAP-KEY-MAX                PIC 9(04) COMP VALUE 2000.
013200 77  HAP-KEY-COUNT              PIC 9(04) COMP VALUE ZERO.
013300 77  HAP-KEY-SUB                PIC 9(04) COMP VALUE ZERO.
013400 77  HAP-KEY-HIT                PIC 9(04) COMP VALUE ZERO.
013500 01  HAP-KEY-TABLE.
013600     05  HAP-KEY-ENTRY OCCURS 2000 TIMES.
013700         10  HAP-KEY-SITE       PIC X(05).
013800         10  HAP-KEY-START      PIC 9(08).
013900
014000*----------------------------------------------------------*
014100* SITTING COUNTERS                                         *
014200*----------------------------------------------------------*
014300 77  HAP-APPROVED-COUNT         PIC 9(05) COMP VALUE ZERO.
014400 77  HAP-FAILED-COUNT           PIC 9(05) COMP VALUE ZERO.
014500 77  HAP-DECLINED-COUNT         PIC 9(05) COMP VALUE ZERO.
014600 77  HAP-SKIPPED-COUNT          PIC 9(05) COMP VALUE ZERO.
014700 77  HAP-OWN-COUNT              PIC 9(05) COMP VALUE ZERO.
014710 77  HAP-NO-ID-COUNT            PIC 9(05) COMP VALUE ZERO.
014800 77  HAP-BACKUP-COUNT           PIC 9(05) COMP VALUE ZERO.
014900 01  HAP-PRINT-COUNT            PIC 9(05).
015000
015100 PROCEDURE DIVISION.
015200*----------------------------------------------------------*
015300* 0000-MAINLINE                                             *
015400*----------------------------------------------------------*
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015700     PERFORM 2000-WORK-ONE-CHANGE THRU 2000-EXIT
015800         UNTIL HAP-PEND-EOF OR HAP-QUIT.
015900     PERFORM 5000-SHOW-TOTALS THRU 5000-EXIT.
016000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
016100     STOP RUN.
016200
016300*----------------------------------------------------------*
016400* 1000-INITIALIZE                                          *
016500*   PICKS UP THE APPROVER ID, OPENS THE QUEUE FOR UPDATE,  *
016600*   THE MASTER AND CHANGE HISTORY FOR UPDATE (CREATING     *
016700*   EITHER ON FIRST USE THE WAY HELLOMNT DOES), THE SITE   *
016800*   DIRECTORY FOR INPUT, AND THE SITTING'S BACKUP, THEN    *
016900*   POSITIONS AT THE TOP OF THE QUEUE.  NO QUEUE ON FILE   *
017000*   MEANS NOTHING TO APPROVE.  NO APPROVER ID MEANS THE    *
017100*   TWO-PERSON RULE CANNOT BE ENFORCED - THAT IS FATAL.    *
017200*----------------------------------------------------------*
017300 1000-INITIALIZE.
017400     SET HAP-PEND-NOT-EOF TO TRUE.
017500     SET HAP-NOT-QUIT TO TRUE.
017600     ACCEPT HAP-SYSTEM-DATE FROM DATE YYYYMMDD.
017700     ACCEPT HAP-APPROVER-ID FROM ENVIRONMENT "JOBNAME".
017800     DISPLAY 'HELLOAPV - PENDING GREETING CHANGE APPROVAL'.
017900     IF HAP-APPROVER-ID = SPACES
018000         DISPLAY 'HELLOAPV - NO APPROVER ID (JOBNAME) - '
018100             'NOTHING CAN BE APPROVED.'
018200         MOVE 16 TO RETURN-CODE
018300         STOP RUN
018400     END-IF.
018410     PERFORM 1100-CHECK-STREAM-LOCK THRU 1100-EXIT.
018500     OPEN I-O PENDING-CHANGE.
018600     IF HAP-PEND-STATUS = '35' OR HAP-PEND-STATUS = '05'
018700         DISPLAY 'NO PENDING-CHANGE QUEUE ON FILE - NOTHING '
018800             'TO APPROVE.'
018900         STOP RUN
019000     END-IF.
019100     IF HAP-PEND-STATUS NOT = '00'
019200         DISPLAY 'HELLOAPV - UNABLE TO OPEN PENDING-CHANGE, '
019300             'STATUS=' HAP-PEND-STATUS
019400         MOVE 16 TO RETURN-CODE
019500         STOP RUN
019600     END-IF.
019700     OPEN I-O SITE-MASTER.
019800     IF HAP-PARM-STATUS = '35' OR HAP-PARM-STATUS = '05'
019900         OPEN OUTPUT SITE-MASTER
020000         CLOSE SITE-MASTER
020100         OPEN I-O SITE-MASTER
020200     END-IF.
020300     IF HAP-PARM-STATUS NOT = '00'
020400         DISPLAY 'HELLOAPV - UNABLE TO OPEN SITE-MASTER, '
020500             'STATUS=' HAP-PARM-STATUS
020600         CLOSE PENDING-CHANGE
020700         MOVE 16 TO RETURN-CODE
020800         STOP RUN
020900     END-IF.
021000     OPEN INPUT SITE-DIRECTORY.
021100     IF HAP-DIR-STATUS NOT = '00'
021200         DISPLAY 'HELLOAPV - UNABLE TO OPEN SITE-DIRECTORY, '
021300             'STATUS=' HAP-DIR-STATUS
021400         CLOSE PENDING-CHANGE
021500         CLOSE SITE-MASTER
021600         MOVE 16 TO RETURN-CODE
021700         STOP RUN
021800     END-IF.
021900     OPEN I-O CHANGE-HISTORY.
022000     IF HAP-HIST-STATUS = '35' OR HAP-HIST-STATUS = '05'
022100         OPEN OUTPUT CHANGE-HISTORY
022200         CLOSE CHANGE-HISTORY
022300         OPEN I-O CHANGE-HISTORY
022400     END-IF.
022500     IF HAP-HIST-STATUS NOT = '00'
022600         DISPLAY 'HELLOAPV - UNABLE TO OPEN CHANGE-HISTORY, '
022700             'STATUS=' HAP-HIST-STATUS
022800         CLOSE PENDING-CHANGE
022900         CLOSE SITE-MASTER
023000         CLOSE SITE-DIRECTORY
023100         MOVE 16 TO RETURN-CODE
023200         STOP RUN
023300     END-IF.
023400     OPEN OUTPUT BACKUP-FILE.
023500     IF HAP-BKP-STATUS NOT = '00'
023600         DISPLAY 'HELLOAPV - UNABLE TO OPEN BACKUP-FILE, '
023700             'STATUS=' HAP-BKP-STATUS
023800         CLOSE PENDING-CHANGE
023900         CLOSE SITE-MASTER
024000         CLOSE SITE-DIRECTORY
024100         CLOSE CHANGE-HISTORY
024200         MOVE 16 TO RETURN-CODE
024300         STOP RUN
024400     END-IF.
024410     PERFORM 1200-TAKE-STREAM-LOCK THRU 1200-EXIT.
024500     DISPLAY 'APPROVER ID ' HAP-APPROVER-ID.
024600     MOVE ZERO TO HLO-PEND-ENTRY-DATE.
024700     MOVE ZERO TO HLO-PEND-ENTRY-TIME.
024800     MOVE LOW-VALUES TO HLO-PEND-SITE-CODE.
024900     START PENDING-CHANGE KEY NOT LESS THAN HLO-PEND-KEY
025000         INVALID KEY
025100             SET HAP-PEND-EOF TO TRUE
025200     END-START.
025300 1000-EXIT.
025400     EXIT.
025401
025402*----------------------------------------------------------*
025403* 1100-CHECK-STREAM-LOCK                                    *
025404*   NOTHING IS APPROVED WHILE ANYTHING ELSE HOLDS THE      *
025405*   STREAM - AN OPEN WINDOW, A SWEEP, ANOTHER SITTING, OR  *
025406*   A BACKOUT.  A HELD STREAM ENDS THE SITTING BEFORE THE  *
025407*   QUEUE IS OPENED, WITH RETURN-CODE 12.                  *
025408*----------------------------------------------------------*
025409 1100-CHECK-STREAM-LOCK.
025410     OPEN INPUT STREAM-CONTROL.
025411     IF HAP-LOCK-STATUS = '35'
025412         GO TO 1100-EXIT
025413     END-IF.
025414     IF HAP-LOCK-STATUS NOT = '00'
025415         DISPLAY 'HELLOAPV - UNABLE TO OPEN STREAM-CONTROL, '
025416             'STATUS=' HAP-LOCK-STATUS
025417         MOVE 16 TO RETURN-CODE
025418         STOP RUN
025419     END-IF.
025420     READ STREAM-CONTROL NEXT RECORD
025421         AT END
025422             CLOSE STREAM-CONTROL
025423             GO TO 1100-EXIT
025424     END-READ.
025425     CLOSE STREAM-CONTROL.
025426     DISPLAY 'STREAM HELD BY ' HLO-LOCK-HOLDER ' '
025427         HLO-LOCK-QUALIFIER ' JOB ' HLO-LOCK-JOB-NAME
025428         ' SINCE ' HLO-LOCK-DATE ' ' HLO-LOCK-TIME.
025429     DISPLAY 'APPROVALS NOT ALLOWED WHILE THE STREAM IS HELD.'.
025430     MOVE 12 TO RETURN-CODE.
025431     STOP RUN.
025432 1100-EXIT.
025433     EXIT.
025434
025435*----------------------------------------------------------*
025436* 1200-TAKE-STREAM-LOCK                                     *
025437*   HOLDS THE STREAM AS LOAD FOR THE WHOLE SITTING, SO     *
025438*   HELLOCTL WILL NOT OPEN THE WINDOW AND NO SWEEP STARTS  *
025439*   WHILE APPROVED CHANGES ARE LANDING.  RELEASED BY       *
025440*   8000-TERMINATE; A SITTING THAT ABENDS LEAVES IT FOR    *
025441*   OPERATIONS TO CLEAR WITH HELLOLCK.                     *
025442*----------------------------------------------------------*
025443 1200-TAKE-STREAM-LOCK.
025444     OPEN I-O STREAM-CONTROL.
025445     IF HAP-LOCK-STATUS = '35' OR HAP-LOCK-STATUS = '05'
025446         OPEN OUTPUT STREAM-CONTROL
025447         CLOSE STREAM-CONTROL
025448         OPEN I-O STREAM-CONTROL
025449     END-IF.
025450     IF HAP-LOCK-STATUS NOT = '00'
025451         DISPLAY 'HELLOAPV - UNABLE TO OPEN STREAM-CONTROL, '
025452             'STATUS=' HAP-LOCK-STATUS
025453         CLOSE PENDING-CHANGE
025454         CLOSE SITE-MASTER
025455         CLOSE SITE-DIRECTORY
025456         CLOSE CHANGE-HISTORY
025457         CLOSE BACKUP-FILE
025458         MOVE 16 TO RETURN-CODE
025459         STOP RUN
025460     END-IF.
025461     MOVE SPACES TO HLO-LOCK-RECORD.
025462     SET HLO-LOCK-LOAD TO TRUE.
025463     MOVE HAP-APPROVER-ID TO HLO-LOCK-JOB-NAME.
025464     MOVE 'HELLOAPV' TO HLO-LOCK-PROGRAM.
025465     MOVE HAP-SYSTEM-DATE TO HLO-LOCK-DATE.
025466     ACCEPT HAP-SYSTEM-TIME FROM TIME.
025467     MOVE HAP-SYSTEM-TIME TO HLO-LOCK-TIME.
025468     WRITE HLO-LOCK-RECORD
025469         INVALID KEY
025470             GO TO 1200-HELD
025471     END-WRITE.
025472     IF HAP-LOCK-STATUS NOT = '00'
025473         DISPLAY 'HELLOAPV - UNABLE TO WRITE STREAM-CONTROL, '
025474             'STATUS=' HAP-LOCK-STATUS
025475         MOVE 16 TO RETURN-CODE
025476         GO TO 1200-STOP
025477     END-IF.
025478     CLOSE STREAM-CONTROL.
025479     GO TO 1200-EXIT.
025480 1200-HELD.
025481     READ STREAM-CONTROL
025482         INVALID KEY
025483             CONTINUE
025484     END-READ.
025485     DISPLAY 'STREAM HELD BY ' HLO-LOCK-HOLDER ' '
025486         HLO-LOCK-QUALIFIER ' JOB ' HLO-LOCK-JOB-NAME
025487         ' SINCE ' HLO-LOCK-DATE ' ' HLO-LOCK-TIME.
025488     DISPLAY 'APPROVALS NOT ALLOWED WHILE THE STREAM IS HELD.'.
025489     MOVE 12 TO RETURN-CODE.
025490 1200-STOP.
025491     CLOSE STREAM-CONTROL.
025492     CLOSE PENDING-CHANGE.
025493     CLOSE SITE-MASTER.
025494     CLOSE SITE-DIRECTORY.
025495     CLOSE CHANGE-HISTORY.
025496     CLOSE BACKUP-FILE.
025497     STOP RUN.
025498 1200-EXIT.
025499     EXIT.
025500
025600*----------------------------------------------------------*
025700* 2000-WORK-ONE-CHANGE                                      *
025800*   READS THE NEXT QUEUE RECORD AND, WHEN IT IS STILL      *
025900*   PENDING, SHOWS IT BESIDE WHAT IS ON FILE NOW AND ASKS  *
026000*   FOR A DECISION.  A CHANGE ENTERED UNDER THE APPROVER'S *
026100*   OWN ID, OR UNDER NO ID AT ALL, IS SHOWN BUT CANNOT BE  *
026150*   DECIDED.  A APPROVES, D DECLINES, N LEAVES IT PENDING, *
026200*   Q ENDS THE SITTING.                                    *
026300*----------------------------------------------------------*
026400 2000-WORK-ONE-CHANGE.
026500     READ PENDING-CHANGE NEXT RECORD
026600         AT END
026700             SET HAP-PEND-EOF TO TRUE
026800             GO TO 2000-EXIT
026900     END-READ.
027000     IF HAP-PEND-STATUS NOT = '00'
027100         SET HAP-PEND-EOF TO TRUE
027200         GO TO 2000-EXIT
027300     END-IF.
027400     IF NOT HLO-PEND-PENDING
027500         GO TO 2000-EXIT
027600     END-IF.
027700     DISPLAY ' '.
027800     DISPLAY 'PENDING ' HLO-PEND-ACTION
027900         '  SITE ' HLO-PEND-SITE-CODE
028000         '  EFF-START ' HLO-PEND-EFF-START
028100         '  EFF-STOP ' HLO-PEND-EFF-STOP
028110         '  LANG ' HLO-PEND-LANG.
028200     DISPLAY '  ENTERED ' HLO-PEND-ENTRY-DATE
028300         ' ' HLO-PEND-ENTRY-TIME
028400         ' BY ' HLO-PEND-ENTERED-BY
028500         ' VIA ' HLO-PEND-SOURCE.
028600     IF NOT HLO-PEND-DEL
028700         DISPLAY '  NEW TEXT    : ' HLO-PEND-MESSAGE-TEXT
028800     END-IF.
028900     MOVE HLO-PEND-SITE-CODE TO HLO-PARM-SITE-CODE.
029000     MOVE HLO-PEND-EFF-START TO HLO-PARM-EFF-START.
029100     READ SITE-MASTER
029200         INVALID KEY
029300             DISPLAY '  ON FILE NOW : (NO RECORD FOR THIS KEY)'
029400             GO TO 2000-ASK
029500     END-READ.
029600     DISPLAY '  ON FILE NOW : ' HLO-PARM-MESSAGE-TEXT
029700         '  EFF-STOP ' HLO-PARM-EFF-STOP
029710         '  LANG ' HLO-PARM-PRI-LANG.
029720     IF HLO-PARM-SEC-LANG NOT = SPACES
029730         DISPLAY '  SECOND      : ' HLO-PARM-SEC-TEXT
029740             '  LANG ' HLO-PARM-SEC-LANG
029750     END-IF.
029800 2000-ASK.
029900     IF HLO-PEND-ENTERED-BY = SPACES
029910         DISPLAY 'ENTERED UNDER NO USER ID - THE TWO-PERSON RULE '
029920             'CANNOT BE CHECKED.  LEFT PENDING.'
029930         ADD 1 TO HAP-NO-ID-COUNT
029940         GO TO 2000-EXIT
029950     END-IF.
029960     IF HLO-PEND-ENTERED-BY = HAP-APPROVER-ID
030000         DISPLAY 'ENTERED UNDER YOUR OWN ID - A DIFFERENT '
030100             'PERSON MUST DECIDE IT.  LEFT PENDING.'
030200         ADD 1 TO HAP-OWN-COUNT
030300         GO TO 2000-EXIT
030400     END-IF.
030500     DISPLAY 'DECIDE THIS CHANGE (A = APPROVE, D = DECLINE, '
030600         'N = LEAVE PENDING, Q = QUIT): ' WITH NO ADVANCING.
030700     ACCEPT HAP-ANSWER.
030800     EVALUATE TRUE
030900         WHEN HAP-ANSWER-APPROVE
031000             PERFORM 3000-APPROVE-CHANGE THRU 3000-EXIT
031100         WHEN HAP-ANSWER-DECLINE
031200             PERFORM 4000-DECLINE-CHANGE THRU 4000-EXIT
031300         WHEN HAP-ANSWER-QUIT
031400             SET HAP-QUIT TO TRUE
031500         WHEN OTHER
031600             ADD 1 TO HAP-SKIPPED-COUNT
031700     END-EVALUATE.
031800 2000-EXIT.
031900     EXIT.
032000
032100*----------------------------------------------------------*
032200* 3000-APPROVE-CHANGE                                       *
032300*   RE-CHECKS THE SITE DIRECTORY - THE SITE MAY HAVE       *
032400*   CLOSED SINCE THE CHANGE WAS ENTERED - BACKS THE KEY UP *
032500*   ON ITS FIRST TOUCH THIS SITTING, AND APPLIES IT.  A    *
032600*   CHANGE THAT WILL NOT APPLY IS MARKED F (FAILED) RATHER *
032700*   THAN LEFT PENDING, SO IT DOES NOT COME BACK EVERY      *
032800*   SITTING; THE ENTERER RE-KEYS IT AGAINST THE MASTER AS  *
032900*   IT NOW STANDS.                                         *
033000*----------------------------------------------------------*
033100 3000-APPROVE-CHANGE.
033200     SET HAP-APPLY-OK TO TRUE.
033300     MOVE SPACES TO HAP-RESULT-CODE.
033400     PERFORM 3100-CHECK-SITE-DIR THRU 3100-EXIT.
033500     IF HAP-APPLY-OK
033600         PERFORM 3200-BACKUP-KEY THRU 3200-EXIT
033700         IF HAP-KEY-HIT = ZERO
033800             DISPLAY 'BACKED-UP KEY TABLE FULL - CHANGE LEFT '
033900                 'PENDING, START ANOTHER SITTING.'
034000             ADD 1 TO HAP-SKIPPED-COUNT
034100             GO TO 3000-EXIT
034200         END-IF
034300     END-IF.
034400     IF HAP-APPLY-OK
034500         EVALUATE TRUE
034600             WHEN HLO-PEND-ADD
034700                 PERFORM 3400-APPLY-ADD THRU 3400-EXIT
034800             WHEN HLO-PEND-CHG
034900                 PERFORM 3500-APPLY-CHG THRU 3500-EXIT
035000             WHEN HLO-PEND-DEL
035100                 PERFORM 3600-APPLY-DEL THRU 3600-EXIT
035200         END-EVALUATE
035300     END-IF.
035400     IF HAP-APPLY-OK
035500         SET HLO-PEND-APPROVED TO TRUE
035600         ADD 1 TO HAP-APPROVED-COUNT
035700         DISPLAY 'APPROVED AND APPLIED.'
035800     ELSE
035900         SET HLO-PEND-FAILED TO TRUE
036000         ADD 1 TO HAP-FAILED-COUNT
036100         MOVE 8 TO RETURN-CODE
036200         DISPLAY 'APPROVED BUT NOT APPLIED - ' HAP-RESULT-CODE
036300     END-IF.
036400     PERFORM 4100-STAMP-DECISION THRU 4100-EXIT.
036500 3000-EXIT.
036600     EXIT.
036700
036800*----------------------------------------------------------*
036900* 3100-CHECK-SITE-DIR                                       *
037000*   SAME RULE AS THE LOADER'S EDIT - AN UNKNOWN SITE       *
037100*   FAILS, AND ADD OR CHG FOR A CLOSED SITE FAILS, BUT     *
037200*   DELETING A CLOSED SITE'S LEFTOVER GREETING IS CLEANUP. *
037300*----------------------------------------------------------*
037400 3100-CHECK-SITE-DIR.
037500     MOVE HLO-PEND-SITE-CODE TO HLO-SITE-CODE.
037600     READ SITE-DIRECTORY
037700         INVALID KEY
037800             SET HAP-APPLY-FAILED TO TRUE
037900             MOVE 'FAILED-UNKNOWN-SITE' TO HAP-RESULT-CODE
038000             GO TO 3100-EXIT
038100     END-READ.
038200     IF HLO-SITE-CLOSED
038300         AND (HLO-PEND-ADD OR HLO-PEND-CHG)
038400         SET HAP-APPLY-FAILED TO TRUE
038500         MOVE 'FAILED-SITE-CLOSED' TO HAP-RESULT-CODE
038600     END-IF.
038700 3100-EXIT.
038800     EXIT.
038900
039000*----------------------------------------------------------*
039100* 3200-BACKUP-KEY                                           *
039200*   LEAVES HAP-KEY-HIT AT THE KEY'S TABLE ENTRY, WRITING   *
039300*   THE BACKUP IMAGE WHEN THIS IS THE KEY'S FIRST TOUCH    *
039400*   THIS SITTING.  ZERO ON RETURN MEANS THE TABLE IS FULL. *
039500*----------------------------------------------------------*
039600 3200-BACKUP-KEY.
039700     PERFORM 3300-FIND-BACKED-UP-KEY THRU 3300-EXIT.
039800     IF HAP-KEY-HIT NOT = ZERO
039900         GO TO 3200-EXIT
040000     END-IF.
040100     IF HAP-KEY-COUNT NOT < HAP-KEY-MAX
040200         GO TO 3200-EXIT
040300     END-IF.
040400     ADD 1 TO HAP-KEY-COUNT.
040500     MOVE HAP-KEY-COUNT TO HAP-KEY-HIT.
040600     MOVE HLO-PEND-SITE-CODE TO HAP-KEY-SITE (HAP-KEY-HIT).
040700     MOVE HLO-PEND-EFF-START TO HAP-KEY-START (HAP-KEY-HIT).
040800     MOVE SPACES TO HAP-BACKUP-RECORD.
040900     MOVE HLO-PEND-SITE-CODE TO HLO-PARM-SITE-CODE.
041000     MOVE HLO-PEND-EFF-START TO HLO-PARM-EFF-START.
041100     READ SITE-MASTER
041200         INVALID KEY
041300             SET HAP-BKP-NOT-ON-FILE TO TRUE
041400             MOVE SPACES TO HLO-PARM-RECORD
041500             MOVE HLO-PEND-SITE-CODE TO HLO-PARM-SITE-CODE
041600             MOVE HLO-PEND-EFF-START TO HLO-PARM-EFF-START
041700     END-READ.
041800     IF NOT HAP-BKP-NOT-ON-FILE
041900         SET HAP-BKP-WAS-ON-FILE TO TRUE
042000     END-IF.
042100     MOVE HLO-PARM-RECORD TO HAP-BKP-IMAGE.
042200     WRITE HAP-BACKUP-RECORD.
042300     ADD 1 TO HAP-BACKUP-COUNT.
042400 3200-EXIT.
042500     EXIT.
042600
042700*----------------------------------------------------------*
042800* 3300-FIND-BACKED-UP-KEY                                   *
042900*   LEAVES HAP-KEY-HIT AT THE TABLE ENTRY FOR THE QUEUED   *
043000*   CHANGE'S KEY, OR ZERO WHEN THE KEY HAS NOT BEEN        *
043100*   BACKED UP YET THIS SITTING.                            *
043200*----------------------------------------------------------*
043300 3300-FIND-BACKED-UP-KEY.
043400     MOVE ZERO TO HAP-KEY-HIT.
043500     MOVE ZERO TO HAP-KEY-SUB.
043600 3300-NEXT.
043700     ADD 1 TO HAP-KEY-SUB.
043800     IF HAP-KEY-SUB > HAP-KEY-COUNT
043900         GO TO 3300-EXIT
044000     END-IF.
044100     IF HAP-KEY-SITE (HAP-KEY-SUB) = HLO-PEND-SITE-CODE
044200         AND HAP-KEY-START (HAP-KEY-SUB) = HLO-PEND-EFF-START
044300         MOVE HAP-KEY-SUB TO HAP-KEY-HIT
044400         GO TO 3300-EXIT
044500     END-IF.
044600     GO TO 3300-NEXT.
044700 3300-EXIT.
044800     EXIT.
044900
045000*----------------------------------------------------------*
045100* 3400-APPLY-ADD                                            *
045200*   A KEY ALREADY ON FILE FAILS RATHER THAN BEING          *
045300*   OVERLAID - IT WAS ADDED SINCE THE CHANGE WAS ENTERED.  *
045400*   AN ADD HAS NO BEFORE IMAGE TO CAPTURE.  ITS LANGUAGE   *
045410*   BECOMES THE PERIOD'S PRIMARY; THERE IS NO SECONDARY    *
045420*   UNTIL A CHG IN ANOTHER LANGUAGE ADDS ONE.              *
045500*----------------------------------------------------------*
045600 3400-APPLY-ADD.
045700     SET HAP-NO-BEFORE TO TRUE.
045800     MOVE SPACES TO HAP-BEFORE-TEXT.
045900     MOVE ZERO TO HAP-BEFORE-STOP.
046000     MOVE SPACES TO HLO-PARM-RECORD.
046100     MOVE HLO-PEND-SITE-CODE TO HLO-PARM-SITE-CODE.
046200     MOVE HLO-PEND-EFF-START TO HLO-PARM-EFF-START.
046300     MOVE HLO-PEND-EFF-STOP TO HLO-PARM-EFF-STOP.
046400     MOVE HLO-PEND-MESSAGE-TEXT TO HLO-PARM-MESSAGE-TEXT.
046410     MOVE HLO-PEND-LANG TO HLO-PARM-PRI-LANG.
046420     MOVE HLO-PEND-LANG TO HAP-HIST-LANG.
046500     WRITE HLO-PARM-RECORD
046600         INVALID KEY
046700             SET HAP-APPLY-FAILED TO TRUE
046800             MOVE 'FAILED-DUPLICATE' TO HAP-RESULT-CODE
046900     END-WRITE.
047000     IF HAP-APPLY-OK
047100         PERFORM 3700-WRITE-HISTORY THRU 3700-EXIT
047200     END-IF.
047300 3400-EXIT.
047400     EXIT.
047500
047600*----------------------------------------------------------*
047700* 3500-APPLY-CHG                                            *
047800*   REPLACES THE TEXT AND STOP DATE OF A PERIOD ALREADY ON *
047900*   FILE.  THE RECORD IS READ FIRST SO THE CHANGE-HISTORY  *
048000*   ENTRY CARRIES THE IMAGE IT REPLACED.  THE CHANGE'S     *
048010*   LANGUAGE PICKS THE PRIMARY OR SECONDARY TEXT; A        *
048020*   LANGUAGE THE PERIOD DOES NOT HOLD BECOMES ITS          *
048030*   SECONDARY WHEN IT HAS NONE, AND FAILS OTHERWISE.       *
048100*----------------------------------------------------------*
048200 3500-APPLY-CHG.
048300     MOVE HLO-PEND-SITE-CODE TO HLO-PARM-SITE-CODE.
048400     MOVE HLO-PEND-EFF-START TO HLO-PARM-EFF-START.
048500     READ SITE-MASTER
048600         INVALID KEY
048700             SET HAP-APPLY-FAILED TO TRUE
048800             MOVE 'FAILED-NOT-FOUND' TO HAP-RESULT-CODE
048900             GO TO 3500-EXIT
049000     END-READ.
049010     PERFORM 3800-FIND-LANG-SLOT THRU 3800-EXIT.
049020     IF HAP-SLOT-NONE
049030         SET HAP-APPLY-FAILED TO TRUE
049040         MOVE 'FAILED-LANGUAGE' TO HAP-RESULT-CODE
049050         GO TO 3500-EXIT
049060     END-IF.
049070     SET HAP-HAS-BEFORE TO TRUE.
049080     MOVE HLO-PARM-EFF-STOP TO HAP-BEFORE-STOP.
049090     MOVE HLO-PEND-EFF-STOP TO HLO-PARM-EFF-STOP.
049100     IF HAP-SLOT-PRIMARY
049110         MOVE HLO-PARM-MESSAGE-TEXT TO HAP-BEFORE-TEXT
049120         MOVE HLO-PEND-MESSAGE-TEXT TO HLO-PARM-MESSAGE-TEXT
049130         MOVE HAP-HIST-LANG TO HLO-PARM-PRI-LANG
049140     ELSE
049150         IF HLO-PARM-SEC-LANG = SPACES
049160             SET HAP-NO-BEFORE TO TRUE
049170         END-IF
049180         MOVE HLO-PARM-SEC-TEXT TO HAP-BEFORE-TEXT
049190         MOVE HLO-PEND-MESSAGE-TEXT TO HLO-PARM-SEC-TEXT
049200         MOVE HAP-HIST-LANG TO HLO-PARM-SEC-LANG
049210     END-IF.
049600     REWRITE HLO-PARM-RECORD
049700         INVALID KEY
049800             SET HAP-APPLY-FAILED TO TRUE
049900             MOVE 'FAILED-NOT-FOUND' TO HAP-RESULT-CODE
050000     END-REWRITE.
050100     IF HAP-APPLY-OK
050200         PERFORM 3700-WRITE-HISTORY THRU 3700-EXIT
050300     END-IF.
050400 3500-EXIT.
050500     EXIT.
050600
050700*----------------------------------------------------------*
050800* 3600-APPLY-DEL                                            *
050900*   THE RECORD IS READ BEFORE THE DELETE SO THE CHANGE-    *
051000*   HISTORY ENTRY CARRIES THE IMAGE THAT WAS REMOVED.      *
051010*   DELETING THE PRIMARY LANGUAGE REMOVES THE PERIOD;      *
051020*   DELETING THE SECONDARY DROPS ONLY THAT TRANSLATION.    *
051100*----------------------------------------------------------*
051200 3600-APPLY-DEL.
051300     MOVE HLO-PEND-SITE-CODE TO HLO-PARM-SITE-CODE.
051400     MOVE HLO-PEND-EFF-START TO HLO-PARM-EFF-START.
051500     READ SITE-MASTER
051600         INVALID KEY
051700             SET HAP-APPLY-FAILED TO TRUE
051800             MOVE 'FAILED-NOT-FOUND' TO HAP-RESULT-CODE
051900             GO TO 3600-EXIT
052000     END-READ.
052010     PERFORM 3800-FIND-LANG-SLOT THRU 3800-EXIT.
052020     IF HAP-SLOT-NONE
052030         OR (HAP-SLOT-SECOND AND HLO-PARM-SEC-LANG = SPACES)
052040         SET HAP-APPLY-FAILED TO TRUE
052050         MOVE 'FAILED-LANGUAGE' TO HAP-RESULT-CODE
052060         GO TO 3600-EXIT
052070     END-IF.
052080     SET HAP-HAS-BEFORE TO TRUE.
052090     MOVE HLO-PARM-EFF-STOP TO HAP-BEFORE-STOP.
052100     IF HAP-SLOT-SECOND
052110         MOVE HLO-PARM-SEC-TEXT TO HAP-BEFORE-TEXT
052120         MOVE SPACES TO HLO-PARM-SEC-LANG
052130         MOVE SPACES TO HLO-PARM-SEC-TEXT
052140         REWRITE HLO-PARM-RECORD
052150             INVALID KEY
052160                 SET HAP-APPLY-FAILED TO TRUE
052170                 MOVE 'FAILED-NOT-FOUND' TO HAP-RESULT-CODE
052180         END-REWRITE
052190         GO TO 3600-HISTORY
052200     END-IF.
052210     MOVE HLO-PARM-MESSAGE-TEXT TO HAP-BEFORE-TEXT.
052220     DELETE SITE-MASTER
052500         INVALID KEY
052600             SET HAP-APPLY-FAILED TO TRUE
052700             MOVE 'FAILED-NOT-FOUND' TO HAP-RESULT-CODE
052800     END-DELETE.
052810 3600-HISTORY.
052900     IF HAP-APPLY-OK
053000         PERFORM 3700-WRITE-HISTORY THRU 3700-EXIT
053100     END-IF.
053200 3600-EXIT.
053300     EXIT.
053400
053500*----------------------------------------------------------*
053600* 3700-WRITE-HISTORY                                        *
053700*   ONE CHANGE-HISTORY RECORD PER APPLIED CHANGE, STAMPED  *
053800*   WITH A FRESH TIME SO EACH GETS ITS OWN KEY.  SOURCE IS *
053900*   WHERE THE CHANGE WAS ENTERED; JOB NAME AND APPROVED-BY *
054000*   ARE THIS RUN'S ID, ENTERED-BY IS THE QUEUED ONE.       *
054100*----------------------------------------------------------*
054200 3700-WRITE-HISTORY.
054300     ACCEPT HAP-SYSTEM-TIME FROM TIME.
054400     MOVE SPACES TO HLO-HIST-RECORD.
054500     MOVE HLO-PEND-SITE-CODE TO HLO-HIST-SITE-CODE.
054600     MOVE HAP-SYSTEM-DATE TO HLO-HIST-CHG-DATE.
054700     MOVE HAP-SYSTEM-TIME TO HLO-HIST-CHG-TIME.
054800     MOVE HLO-PEND-ACTION TO HLO-HIST-ACTION.
054900     MOVE HLO-PEND-SOURCE TO HLO-HIST-SOURCE.
055000     MOVE HAP-APPROVER-ID TO HLO-HIST-JOB-NAME.
055100     MOVE HLO-PEND-EFF-START TO HLO-HIST-EFF-START.
055200     MOVE HAP-BEFORE-SW TO HLO-HIST-BEFORE-SW.
055300     MOVE HAP-BEFORE-TEXT TO HLO-HIST-BEFORE-TEXT.
055400     MOVE HAP-BEFORE-STOP TO HLO-HIST-BEFORE-STOP.
055500     IF HLO-PEND-DEL
055600         SET HLO-HIST-NO-AFTER TO TRUE
055700         MOVE SPACES TO HLO-HIST-AFTER-TEXT
055800         MOVE ZERO TO HLO-HIST-AFTER-STOP
055900     ELSE
056000         SET HLO-HIST-HAS-AFTER TO TRUE
056100         MOVE HLO-PEND-MESSAGE-TEXT TO HLO-HIST-AFTER-TEXT
056200         MOVE HLO-PEND-EFF-STOP TO HLO-HIST-AFTER-STOP
056300     END-IF.
056400     MOVE HLO-PEND-ENTERED-BY TO HLO-HIST-ENTERED-BY.
056500     MOVE HAP-APPROVER-ID TO HLO-HIST-APPROVED-BY.
056510     MOVE HAP-HIST-LANG TO HLO-HIST-LANG.
056600     WRITE HLO-HIST-RECORD
056700         INVALID KEY
056800             PERFORM 3710-RETRY-HIST-WRITE THRU 3710-EXIT
056900     END-WRITE.
057000 3700-EXIT.
057100     EXIT.
057200
057300*----------------------------------------------------------*
057400* 3710-RETRY-HIST-WRITE                                     *
057500*   TWO CHANGES FOR ONE SITE INSIDE THE SAME HUNDREDTH OF  *
057600*   A SECOND COLLIDE ON THE SITE/DATE/TIME KEY.  THE TIME  *
057700*   IS BUMPED AND THE WRITE RETRIED A BOUNDED NUMBER OF    *
057800*   TIMES SO THE AUDIT TRAIL NEVER SILENTLY DROPS A        *
057900*   CHANGE.                                                *
058000*----------------------------------------------------------*
058100 3710-RETRY-HIST-WRITE.
058200     MOVE ZERO TO HAP-HIST-RETRY-CT.
058300 3710-RETRY.
058400     ADD 1 TO HAP-HIST-RETRY-CT.
058500     IF HAP-HIST-RETRY-CT > 9
058600         DISPLAY 'HELLOAPV - DUPLICATE CHANGE-HISTORY KEY '
058700             'NOT WRITTEN, STATUS=' HAP-HIST-STATUS
058800         MOVE 8 TO RETURN-CODE
058900         GO TO 3710-EXIT
059000     END-IF.
059100     ADD 1 TO HLO-HIST-CHG-TIME.
059200     WRITE HLO-HIST-RECORD
059300         INVALID KEY
059400             GO TO 3710-RETRY
059500     END-WRITE.
059600 3710-EXIT.
059700     EXIT.
059800
059801*----------------------------------------------------------*
059802* 3800-FIND-LANG-SLOT                                       *
059803*   WORKS OUT WHICH TRANSLATION ON THE RECORD JUST READ    *
059804*   THE QUEUED CHANGE IS FOR.  A BLANK LANGUAGE, OR A      *
059805*   RECORD WITH NO PRIMARY LANGUAGE YET, MEANS THE         *
059806*   PRIMARY.  A LANGUAGE THAT MATCHES NEITHER IS THE       *
059807*   SECONDARY WHEN THE RECORD HAS NONE, OTHERWISE NO SLOT. *
059808*   HAP-HIST-LANG IS LEFT AT THE LANGUAGE TO RECORD.       *
059809*----------------------------------------------------------*
059810 3800-FIND-LANG-SLOT.
059811     MOVE HLO-PEND-LANG TO HAP-HIST-LANG.
059812     IF HLO-PEND-LANG = SPACES
059813         SET HAP-SLOT-PRIMARY TO TRUE
059814         MOVE HLO-PARM-PRI-LANG TO HAP-HIST-LANG
059815         GO TO 3800-EXIT
059816     END-IF.
059817     IF HLO-PARM-PRI-LANG = SPACES
059818         OR HLO-PEND-LANG = HLO-PARM-PRI-LANG
059819         SET HAP-SLOT-PRIMARY TO TRUE
059820         GO TO 3800-EXIT
059821     END-IF.
059822     IF HLO-PEND-LANG = HLO-PARM-SEC-LANG
059823         OR HLO-PARM-SEC-LANG = SPACES
059824         SET HAP-SLOT-SECOND TO TRUE
059825         GO TO 3800-EXIT
059826     END-IF.
059827     SET HAP-SLOT-NONE TO TRUE.
059828 3800-EXIT.
059829     EXIT.
059830
059900*----------------------------------------------------------*
060000* 4000-DECLINE-CHANGE                                       *
060100*   THE MASTER IS NOT TOUCHED.  THE QUEUE RECORD IS KEPT,  *
060200*   MARKED D, AS THE RECORD OF WHO TURNED IT DOWN.         *
060300*----------------------------------------------------------*
060400 4000-DECLINE-CHANGE.
060500     SET HLO-PEND-DECLINED TO TRUE.
060600     ADD 1 TO HAP-DECLINED-COUNT.
060700     PERFORM 4100-STAMP-DECISION THRU 4100-EXIT.
060800     DISPLAY 'DECLINED - SITE-MASTER NOT CHANGED.'.
060900 4000-EXIT.
061000     EXIT.
061100
061200*----------------------------------------------------------*
061300* 4100-STAMP-DECISION                                       *
061400*----------------------------------------------------------*
061500 4100-STAMP-DECISION.
061600     ACCEPT HAP-SYSTEM-TIME FROM TIME.
061700     MOVE HAP-APPROVER-ID TO HLO-PEND-DECIDED-BY.
061800     MOVE HAP-SYSTEM-DATE TO HLO-PEND-DECIDE-DATE.
061900     MOVE HAP-SYSTEM-TIME TO HLO-PEND-DECIDE-TIME.
062000     REWRITE HLO-PEND-RECORD
062100         INVALID KEY
062200             DISPLAY 'HELLOAPV - UNABLE TO REWRITE PENDING-'
062300                 'CHANGE, STATUS=' HAP-PEND-STATUS
062400             MOVE 16 TO RETURN-CODE
062500     END-REWRITE.
062600 4100-EXIT.
062700     EXIT.
062800
062900*----------------------------------------------------------*
063000* 5000-SHOW-TOTALS                                          *
063100*----------------------------------------------------------*
063200 5000-SHOW-TOTALS.
063300     MOVE HAP-APPROVED-COUNT TO HAP-PRINT-COUNT.
063400     DISPLAY 'CHANGES APPROVED AND APPLIED : ' HAP-PRINT-COUNT.
063500     MOVE HAP-FAILED-COUNT TO HAP-PRINT-COUNT.
063600     DISPLAY 'APPROVED BUT NOT APPLIED     : ' HAP-PRINT-COUNT.
063700     MOVE HAP-DECLINED-COUNT TO HAP-PRINT-COUNT.
063800     DISPLAY 'CHANGES DECLINED             : ' HAP-PRINT-COUNT.
063900     MOVE HAP-SKIPPED-COUNT TO HAP-PRINT-COUNT.
064000     DISPLAY 'CHANGES LEFT PENDING         : ' HAP-PRINT-COUNT.
064100     MOVE HAP-OWN-COUNT TO HAP-PRINT-COUNT.
064200     DISPLAY 'OWN CHANGES NOT DECIDABLE    : ' HAP-PRINT-COUNT.
064210     MOVE HAP-NO-ID-COUNT TO HAP-PRINT-COUNT.
064220     DISPLAY 'NO-ID CHANGES NOT DECIDABLE  : ' HAP-PRINT-COUNT.
064300     MOVE HAP-BACKUP-COUNT TO HAP-PRINT-COUNT.
064400     DISPLAY 'KEYS BACKED UP               : ' HAP-PRINT-COUNT.
064500     IF HAP-BACKUP-COUNT NOT = ZERO
064600         DISPLAY 'KEEP BKUPDD - HELLOBKO BACKS THIS SITTING OUT.'
064700     END-IF.
064800 5000-EXIT.
064900     EXIT.
065000
065100*----------------------------------------------------------*
065200* 8000-TERMINATE                                            *
065300*----------------------------------------------------------*
065400 8000-TERMINATE.
065500     CLOSE PENDING-CHANGE.
065600     CLOSE SITE-MASTER.
065700     CLOSE SITE-DIRECTORY.
065800     CLOSE CHANGE-HISTORY.
065900     CLOSE BACKUP-FILE.
065910     PERFORM 8100-RELEASE-STREAM-LOCK THRU 8100-EXIT.
066000 8000-EXIT.
066100     EXIT.
066200
066300*----------------------------------------------------------*
066400* 8100-RELEASE-STREAM-LOCK                                  *
066500*   GIVES UP THE SITTING'S HOLD ON THE STREAM.             *
066600*----------------------------------------------------------*
066700 8100-RELEASE-STREAM-LOCK.
066800     OPEN I-O STREAM-CONTROL.
066900     IF HAP-LOCK-STATUS NOT = '00'
067000         GO TO 8100-EXIT
067100     END-IF.
067200     MOVE SPACES TO HLO-LOCK-RECORD.
067300     SET HLO-LOCK-LOAD TO TRUE.
067400     DELETE STREAM-CONTROL
067500         INVALID KEY
067600             CONTINUE
067700     END-DELETE.
067800     CLOSE STREAM-CONTROL.
067900 8100-EXIT.
068000     EXIT.
