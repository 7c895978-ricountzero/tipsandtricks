005200*                 HELLOBKO FROM THE BACKUP AND THE WHOLE    *
005300*                 FILE RESUBMITTED - NO MORE GUESSING WHICH *
005400*                 OF 340 GREETINGS ACTUALLY LANDED.         *
005410* 10/15/26  RLT   PHASE 2 NO LONGER APPLIES.  EVERY CLEAN   *
005420*                 TRANSACTION IS QUEUED ON THE PENDING-     *
005430*                 CHANGE DATASET UNDER THIS JOB'S ID, AND A *
005440*                 SECOND PERSON APPROVES OR DECLINES EACH   *
005450*                 ONE IN HELLOAPV, WHICH APPLIES IT, WRITES *
005460*                 THE CHANGE HISTORY, AND NOW WRITES THE    *
005470*                 BACKUP HELLOBKO WORKS FROM.  SITE-MASTER  *
005480*                 IS OPENED FOR INPUT ONLY.                 *
005481* 10/15/26  RLT   REFUSES TO RUN, RETURN-CODE 12, WHILE ANY *
005482*                 HOLDER IS ON THE STREAM-CONTROL DATASET.  *
005483* 10/15/26  RLT   TRANSACTIONS NOW NAME A LANGUAGE.  THE    *
005484*                 AFFECTED-KEY TABLE CARRIES EACH KEY'S     *
005485*                 PREDICTED PRIMARY AND SECONDARY LANGUAGE, *
005486*                 A CHG OR DEL FOR A LANGUAGE THE PERIOD    *
005487*                 CANNOT TAKE IS REJECTED, AND THE AUDIT    *
005488*                 LINE AND QUEUED CHANGE CARRY IT.          *
005489* 10/15/26  RLT   REFUSES TO RUN, RETURN-CODE 16, WHEN THE  *
005490*                 JOB CARRIES NO USER ID (JOBNAME) - A      *
005491*                 CHANGE QUEUED UNDER A BLANK ID CANNOT BE  *
005492*                 HELD TO THE TWO-PERSON RULE.              *
005500*----------------------------------------------------------*
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS HLD-TRAN-STATUS.
007400
007500     SELECT PENDING-CHANGE ASSIGN TO "PENDDD"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS RANDOM
007800         RECORD KEY IS HLO-PEND-KEY
007900         FILE STATUS IS HLD-PEND-STATUS.
008000
008100     SELECT VALID-WORK ASSIGN TO "VALWORK"
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS HLD-WORK-STATUS.
008400
008900     SELECT REJECT-TRANS ASSIGN TO "ERRDD"
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS HLD-ERR-STATUS.
009300     SELECT REPORT-FILE ASSIGN TO "RPTDD"
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS HLD-RPT-STATUS.
009510
009520     SELECT STREAM-CONTROL ASSIGN TO "STRMCTL"
009530         ORGANIZATION IS INDEXED
009540         ACCESS MODE IS SEQUENTIAL
009550         RECORD KEY IS HLO-LOCK-KEY
009560         FILE STATUS IS HLD-LOCK-STATUS.
009600
009700 DATA DIVISION.
009800 FILE SECTION.
010400     LABEL RECORDS ARE OMITTED.
010500     COPY HLOSITE.
010600
010700 FD  PENDING-CHANGE
010800     LABEL RECORDS ARE OMITTED.
010900     COPY HLOPEND.
011000
011100 FD  TRAN-FILE
011200     LABEL RECORDS ARE OMITTED.
011300     COPY HLOTRAN.
011310
011320 FD  STREAM-CONTROL
011330     LABEL RECORDS ARE OMITTED.
011340     COPY HLOLOCK.
011400
011500 FD  VALID-WORK
011600     LABEL RECORDS ARE OMITTED.
011700 01  HLD-WORK-RECORD            PIC X(80).
011800
012800 FD  REJECT-TRANS
012900     LABEL RECORDS ARE OMITTED.
013000 01  HLD-REJECT-RECORD          PIC X(80).
013900*----------------------------------------------------------*
014000 01  HLD-PARM-STATUS            PIC X(02).
014100 01  HLD-DIR-STATUS             PIC X(02).
014200 01  HLD-PEND-STATUS            PIC X(02).
014300 01  HLD-WORK-STATUS            PIC X(02).
014500 01  HLD-TRAN-STATUS            PIC X(02).
014600 01  HLD-ERR-STATUS             PIC X(02).
014700 01  HLD-RPT-STATUS             PIC X(02).
014710 01  HLD-LOCK-STATUS            PIC X(02).
014800 01  HLD-TRAN-EOF-SW            PIC X(01).
014900     88  HLD-TRAN-EOF           VALUE 'Y'.
015000     88  HLD-TRAN-NOT-EOF       VALUE 'N'.
016600     88  HLD-TRAN-APPLIED       VALUE 'N'.
016700
016800*----------------------------------------------------------*
016900* PENDING-CHANGE ENTRY STAMP                               *
017000*----------------------------------------------------------*
017100 01  HLD-SYSTEM-DATE            PIC 9(08).
017200 01  HLD-SYSTEM-TIME            PIC 9(08).
017300 01  HLD-JOB-NAME               PIC X(08).
017900 77  HLD-PEND-RETRY-CT          PIC 9(02) COMP VALUE ZERO.
018000
018100*----------------------------------------------------------*
018200* AFFECTED-KEY TABLE, BUILT DURING VALIDATION.  ONE ENTRY  *
018300* PER DISTINCT SITE/START KEY A CLEAN TRANSACTION WILL     *
018400* TOUCH, WITH THE KEY'S PREDICTED STATE AS THE FILE PLAYS  *
018600* FORWARD FROM THE CURRENT MASTER, SO AN ADD               *
018700* AFTER A DEL OF THE SAME KEY VALIDATES THE WAY IT WILL    *
018800* REALLY APPLY.  2000 KEYS COVERS THE BIGGEST REGION LOAD  *
018900* SEVERAL TIMES OVER; A FULL TABLE ABORTS THE LOAD WITH    *
019000* NOTHING QUEUED RATHER THAN QUEUING HALF A FILE.          *
019200*----------------------------------------------------------*
019300 77  HLD-KEY-MAX                PIC 9(04) COMP VALUE 2000.
019400 77  HLD-KEY-COUNT              PIC 9(04) COMP VALUE ZERO.
019800     05  HLD-KEY-ENTRY OCCURS 2000 TIMES.
019900         10  HLD-KEY-SITE       PIC X(05).
020000         10  HLD-KEY-START      PIC 9(08).
020200         10  HLD-KEY-CURR-ST    PIC X(01).
020210         10  HLD-KEY-PRI-LANG   PIC X(02).
020220         10  HLD-KEY-SEC-LANG   PIC X(02).
020300 01  HLD-STATE-WORK             PIC X(01).
020310 01  HLD-PRI-LANG-WORK          PIC X(02).
020320 01  HLD-SEC-LANG-WORK          PIC X(02).
020400 01  HLD-KEYS-FULL-SW           PIC X(01).
020500     88  HLD-KEYS-FULL          VALUE 'Y'.
020600     88  HLD-KEYS-NOT-FULL      VALUE 'N'.
021000*----------------------------------------------------------*
021100 77  HLD-READ-COUNT             PIC 9(05) COMP VALUE ZERO.
021200 77  HLD-VALID-COUNT            PIC 9(05) COMP VALUE ZERO.
021300 77  HLD-QUEUED-COUNT           PIC 9(05) COMP VALUE ZERO.
021400 77  HLD-QUEUE-FAIL-COUNT       PIC 9(05) COMP VALUE ZERO.
021600 77  HLD-REJECTED-COUNT         PIC 9(05) COMP VALUE ZERO.
021700
021800*----------------------------------------------------------*
022400*----------------------------------------------------------*
022500* 0000-MAINLINE                                             *
022600*   PHASE 1 VALIDATES THE WHOLE FILE WITHOUT TOUCHING THE  *
022700*   MASTER.  ONLY THEN ARE THE CLEAN TRANSACTIONS QUEUED   *
022800*   FOR A SECOND PERSON TO APPROVE IN HELLOAPV.            *
022900*----------------------------------------------------------*
023000 0000-MAINLINE.
023100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023600             MOVE SPACES TO HLD-REPORT-LINE
023700             STRING 'AFFECTED-KEY TABLE FULL - NOTHING '
023800                    DELIMITED BY SIZE
023900                    'QUEUED, SPLIT THE FILE AND RESUBMIT'
024000                    DELIMITED BY SIZE
024100               INTO HLD-REPORT-LINE
024200             WRITE HLD-REPORT-LINE
024300             MOVE 16 TO RETURN-CODE
024400             CLOSE VALID-WORK
024600         ELSE
024800             PERFORM 4000-QUEUE-WORK-FILE THRU 4000-EXIT
024900         END-IF
025000         PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
025100     END-IF.
025500*----------------------------------------------------------*
025600* 1000-INITIALIZE                                          *
025700*   OPENS THE SITE-MASTER FOR INPUT ONLY (CREATING IT ON   *
025800*   FIRST LOAD THE SAME WAY HELLOMNT DOES) - THE LOADER    *
025900*   NEVER UPDATES IT, AND NOTHING IS QUEUED UNTIL THE      *
026000*   WHOLE FILE HAS VALIDATED.  ANY OPEN FAILURE IS FATAL   *
026100*   AND BAILS OUT WITH RETURN-CODE 16 BEFORE A TRANSACTION *
026200*   IS EVEN READ.                                          *
026300*----------------------------------------------------------*
026400 1000-INITIALIZE.
026500     SET HLD-INIT-OK TO TRUE.
026700     SET HLD-KEYS-NOT-FULL TO TRUE.
026800     ACCEPT HLD-SYSTEM-DATE FROM DATE YYYYMMDD.
026900     ACCEPT HLD-JOB-NAME FROM ENVIRONMENT "JOBNAME".
026901     IF HLD-JOB-NAME = SPACES
026902         DISPLAY 'HELLOLDR - NO USER ID (JOBNAME) ON THIS JOB, '
026903             'NOTHING QUEUED'
026904         SET HLD-INIT-BAD TO TRUE
026905         MOVE 16 TO RETURN-CODE
026906         GO TO 1000-EXIT
026907     END-IF.
026910     PERFORM 1100-CHECK-STREAM-LOCK THRU 1100-EXIT.
026920     IF HLD-INIT-BAD
026930         GO TO 1000-EXIT
026940     END-IF.
027000     OPEN INPUT SITE-MASTER.
027100     IF HLD-PARM-STATUS = '35'
027200         OPEN OUTPUT SITE-MASTER
028800         MOVE 16 TO RETURN-CODE
028900         GO TO 1000-EXIT
029000     END-IF.
029100     OPEN I-O PENDING-CHANGE.
029200     IF HLD-PEND-STATUS = '35' OR HLD-PEND-STATUS = '05'
029300         OPEN OUTPUT PENDING-CHANGE
029400         CLOSE PENDING-CHANGE
029500         OPEN I-O PENDING-CHANGE
029600     END-IF.
029700     IF HLD-PEND-STATUS NOT = '00'
029800         DISPLAY 'HELLOLDR - UNABLE TO OPEN PENDING-CHANGE, '
029900             'STATUS=' HLD-PEND-STATUS
030000         SET HLD-INIT-BAD TO TRUE
030100         MOVE 16 TO RETURN-CODE
030200         GO TO 1000-EXIT
031700         MOVE 16 TO RETURN-CODE
031800         GO TO 1000-EXIT
031900     END-IF.
032800     OPEN OUTPUT REJECT-TRANS.
032900     IF HLD-ERR-STATUS NOT = '00'
033000         DISPLAY 'HELLOLDR - UNABLE TO OPEN REJECT-TRANS, '
035000            DELIMITED BY SIZE INTO HLD-REPORT-LINE.
035100     WRITE HLD-REPORT-LINE.
035200     MOVE SPACES TO HLD-REPORT-LINE.
035300     STRING 'ACT  SITE   EFF-START LG  RESULT'
035400            DELIMITED BY SIZE INTO HLD-REPORT-LINE.
035500     WRITE HLD-REPORT-LINE.
035600     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
035700 1000-EXIT.
035800     EXIT.
035801
035802*----------------------------------------------------------*
035803* 1100-CHECK-STREAM-LOCK                                    *
035804*   NOTHING IS VALIDATED OR QUEUED WHILE ANYTHING HOLDS    *
035805*   THE STREAM - AN OPEN WINDOW, A SWEEP, A LOAD BEING     *
035806*   APPLIED, OR A BACKOUT.  A HELD STREAM FAILS THE RUN    *
035807*   WITH RETURN-CODE 12 BEFORE A FILE IS OPENED.  NO       *
035808*   DATASET MEANS NOTHING HAS EVER HELD IT.                *
035809*----------------------------------------------------------*
035810 1100-CHECK-STREAM-LOCK.
035811     OPEN INPUT STREAM-CONTROL.
035812     IF HLD-LOCK-STATUS = '35'
035813         GO TO 1100-EXIT
035814     END-IF.
035815     IF HLD-LOCK-STATUS NOT = '00'
035816         DISPLAY 'HELLOLDR - UNABLE TO OPEN STREAM-CONTROL, '
035817             'STATUS=' HLD-LOCK-STATUS
035818         SET HLD-INIT-BAD TO TRUE
035819         MOVE 16 TO RETURN-CODE
035820         GO TO 1100-EXIT
035821     END-IF.
035822     READ STREAM-CONTROL NEXT RECORD
035823         AT END
035824             CLOSE STREAM-CONTROL
035825             GO TO 1100-EXIT
035826     END-READ.
035827     CLOSE STREAM-CONTROL.
035828     DISPLAY 'HELLOLDR - STREAM HELD BY ' HLO-LOCK-HOLDER ' '
035829         HLO-LOCK-QUALIFIER ' JOB ' HLO-LOCK-JOB-NAME
035830         ' SINCE ' HLO-LOCK-DATE ' ' HLO-LOCK-TIME.
035831     DISPLAY 'HELLOLDR - LOAD NOT RUN, RESUBMIT WHEN THE STREAM '
035832         'IS FREE.'.
035833     SET HLD-INIT-BAD TO TRUE.
035834     MOVE 12 TO RETURN-CODE.
035835 1100-EXIT.
035836     EXIT.
035900
036000*----------------------------------------------------------*
036100* 2000-VALIDATE-TRANSACTION                                 *
036200*   EDITS THE CURRENT TRANSACTION WITHOUT TOUCHING THE     *
036300*   MASTER, WRITES ITS AUDIT LINE, ROUTES A REJECT TO THE  *
036400*   REJECT DATASET AND A CLEAN TRANSACTION TO THE WORK     *
036500*   FILE THE QUEUE PHASE REPLAYS.  EFFECTIVE DATES ARE     *
036600*   EDITED FIRST - THE START DATE BECOMES PART OF THE      *
036700*   RECORD KEY, SO A GARBLED ONE IS REFUSED RATHER THAN    *
036800*   PLANTED AS AN UNREADABLE KEY.  DEL NEEDS ONLY THE      *
044500*   FOR ONE THAT IS.  A CLEAN TRANSACTION RECORDS ITS      *
044600*   KEY'S NEW PREDICTED STATE SO THE REST OF THE FILE      *
044700*   VALIDATES THE WAY IT WILL REALLY APPLY.                *
044710*   THE PREDICTED STATE INCLUDES THE PERIOD'S PRIMARY AND  *
044720*   SECONDARY LANGUAGE, SO A CHG OR DEL IS CHECKED FOR THE *
044730*   LANGUAGE IT NAMES THE SAME WAY HELLOAPV WILL APPLY IT. *
044800*----------------------------------------------------------*
044900 2160-CHECK-KEY-STATE.
045000     PERFORM 2170-FIND-AFFECTED-KEY THRU 2170-EXIT.
045100     IF HLD-KEY-HIT NOT = ZERO
045200         MOVE HLD-KEY-CURR-ST (HLD-KEY-HIT) TO HLD-STATE-WORK
045210         MOVE HLD-KEY-PRI-LANG (HLD-KEY-HIT) TO HLD-PRI-LANG-WORK
045220         MOVE HLD-KEY-SEC-LANG (HLD-KEY-HIT) TO HLD-SEC-LANG-WORK
045300     ELSE
045400         MOVE HLO-TRAN-SITE-CODE TO HLO-PARM-SITE-CODE
045500         MOVE HLO-TRAN-EFF-START TO HLO-PARM-EFF-START
045600         MOVE 'N' TO HLD-STATE-WORK
045610         MOVE SPACES TO HLD-PRI-LANG-WORK
045620         MOVE SPACES TO HLD-SEC-LANG-WORK
045700         READ SITE-MASTER
045800             INVALID KEY
045900                 CONTINUE
046000         END-READ
046100         IF HLD-PARM-STATUS = '00'
046200             MOVE 'Y' TO HLD-STATE-WORK
046210             MOVE HLO-PARM-PRI-LANG TO HLD-PRI-LANG-WORK
046220             MOVE HLO-PARM-SEC-LANG TO HLD-SEC-LANG-WORK
046300         END-IF
046400     END-IF.
046500     EVALUATE TRUE
047900     IF HLD-TRAN-REJECTED
048000         GO TO 2160-EXIT
048100     END-IF.
048101     IF HLO-TRAN-ADD
048102         MOVE 'Y' TO HLD-STATE-WORK
048103         MOVE HLO-TRAN-LANG TO HLD-PRI-LANG-WORK
048104         MOVE SPACES TO HLD-SEC-LANG-WORK
048105     ELSE
048106         PERFORM 2180-CHECK-LANGUAGE THRU 2180-EXIT
048107         IF HLD-TRAN-REJECTED
048108             GO TO 2160-EXIT
048109         END-IF
048110     END-IF.
048200     IF HLD-KEY-HIT = ZERO
048300         IF HLD-KEY-COUNT < HLD-KEY-MAX
048400             ADD 1 TO HLD-KEY-COUNT
048700                 TO HLD-KEY-SITE (HLD-KEY-HIT)
048800             MOVE HLO-TRAN-EFF-START
048900                 TO HLD-KEY-START (HLD-KEY-HIT)
049200         ELSE
049300             SET HLD-KEYS-FULL TO TRUE
049400             SET HLD-TRAN-REJECTED TO TRUE
049700             GO TO 2160-EXIT
049800         END-IF
049900     END-IF.
050000     MOVE HLD-STATE-WORK TO HLD-KEY-CURR-ST (HLD-KEY-HIT).
050100     MOVE HLD-PRI-LANG-WORK TO HLD-KEY-PRI-LANG (HLD-KEY-HIT).
050200     MOVE HLD-SEC-LANG-WORK TO HLD-KEY-SEC-LANG (HLD-KEY-HIT).
050500 2160-EXIT.
050600     EXIT.
050700
052800 2170-EXIT.
052900     EXIT.
053000
053001*----------------------------------------------------------*
053002* 2180-CHECK-LANGUAGE                                       *
053003*   A CHG OR DEL WITH A BLANK LANGUAGE, OR AGAINST A       *
053004*   PERIOD WITH NO PRIMARY LANGUAGE YET, OR NAMING THE     *
053005*   PRIMARY, IS FOR THE PRIMARY TEXT - A DEL OF IT TAKES   *
053006*   THE WHOLE PERIOD OFF.  NAMING THE SECONDARY TOUCHES    *
053007*   ONLY THAT TRANSLATION.  A CHG IN A NEW LANGUAGE        *
053008*   BECOMES THE SECONDARY WHEN THERE IS NONE.  ANYTHING    *
053009*   ELSE - A THIRD LANGUAGE, OR A DEL OF ONE THE PERIOD    *
053010*   DOES NOT HOLD - IS REJECTED.  LEAVES THE KEY'S NEW     *
053011*   PREDICTED STATE IN THE WORK FIELDS.                    *
053012*----------------------------------------------------------*
053013 2180-CHECK-LANGUAGE.
053014     IF HLO-TRAN-LANG = SPACES
053015         OR HLD-PRI-LANG-WORK = SPACES
053016         OR HLO-TRAN-LANG = HLD-PRI-LANG-WORK
053017         IF HLO-TRAN-DEL
053018             MOVE 'N' TO HLD-STATE-WORK
053019             MOVE SPACES TO HLD-PRI-LANG-WORK
053020             MOVE SPACES TO HLD-SEC-LANG-WORK
053021         ELSE
053022             IF HLO-TRAN-LANG NOT = SPACES
053023                 MOVE HLO-TRAN-LANG TO HLD-PRI-LANG-WORK
053024             END-IF
053025         END-IF
053026         GO TO 2180-EXIT
053027     END-IF.
053028     IF HLO-TRAN-LANG = HLD-SEC-LANG-WORK
053029         IF HLO-TRAN-DEL
053030             MOVE SPACES TO HLD-SEC-LANG-WORK
053031         END-IF
053032         GO TO 2180-EXIT
053033     END-IF.
053034     IF HLD-SEC-LANG-WORK = SPACES AND HLO-TRAN-CHG
053035         MOVE HLO-TRAN-LANG TO HLD-SEC-LANG-WORK
053036         GO TO 2180-EXIT
053037     END-IF.
053038     SET HLD-TRAN-REJECTED TO TRUE.
053039     MOVE 'REJECTED-LANGUAGE' TO HLD-RESULT-CODE.
053040 2180-EXIT.
053041     EXIT.
053042
053100*----------------------------------------------------------*
053200* 2500-WRITE-AUDIT-LINE                                     *
053300*----------------------------------------------------------*
053800            HLO-TRAN-SITE-CODE       DELIMITED BY SIZE
053900            '  '                     DELIMITED BY SIZE
054000            HLO-TRAN-EFF-START       DELIMITED BY SIZE
054010            '  '                     DELIMITED BY SIZE
054020            HLO-TRAN-LANG            DELIMITED BY SIZE
054100            '  '                     DELIMITED BY SIZE
054200            HLD-RESULT-CODE          DELIMITED BY SIZE
054300       INTO HLD-REPORT-LINE.
054400     WRITE HLD-REPORT-LINE.
054500 2500-EXIT.
054600     EXIT.
054700
059500*----------------------------------------------------------*
059600* 4000-QUEUE-WORK-FILE                                      *
059700*   PHASE 2.  REPLAYS THE VALIDATED WORK FILE ONTO THE     *
059800*   PENDING-CHANGE QUEUE, ONE RECORD PER TRANSACTION, IN   *
059900*   FILE ORDER SO THE APPROVER SEES THEM IN THE ORDER THEY *
060000*   WILL APPLY.  A RECORD THAT WILL NOT GO ON THE QUEUE IS *
060100*   COUNTED, REPORTED, AND ENDS THE STEP NONZERO.          *
060200*----------------------------------------------------------*
060300 4000-QUEUE-WORK-FILE.
060400     CLOSE VALID-WORK.
060600     OPEN INPUT VALID-WORK.
060700     IF HLD-WORK-STATUS NOT = '00'
060800         DISPLAY 'HELLOLDR - UNABLE TO REOPEN VALID-WORK, '
061000         MOVE 16 TO RETURN-CODE
061100         GO TO 4000-EXIT
061200     END-IF.
062100     MOVE SPACES TO HLD-REPORT-LINE.
062200     STRING 'PHASE 2 - QUEUE FOR APPROVAL'
062300            DELIMITED BY SIZE INTO HLD-REPORT-LINE.
062400     WRITE HLD-REPORT-LINE.
062500     SET HLD-WORK-NOT-EOF TO TRUE.
062600     PERFORM 4500-READ-WORK-RECORD THRU 4500-EXIT.
062700     PERFORM 4100-QUEUE-ONE-TRAN THRU 4100-EXIT
062800         UNTIL HLD-WORK-EOF.
062900     CLOSE VALID-WORK.
063000 4000-EXIT.
063100     EXIT.
063200
063300*----------------------------------------------------------*
063400* 4100-QUEUE-ONE-TRAN                                       *
063410*   EACH QUEUED CHANGE CARRIES SOURCE BATCHLDR AND THIS    *
063420*   JOB'S ID AS THE ENTERING ID, STAMPED WITH A FRESH TIME *
063430*   SO EACH GETS ITS OWN KEY.                              *
063500*----------------------------------------------------------*
063600 4100-QUEUE-ONE-TRAN.
063700     MOVE HLD-WORK-RECORD TO HLO-TRAN-RECORD.
063800     SET HLD-TRAN-APPLIED TO TRUE.
063810     ACCEPT HLD-SYSTEM-TIME FROM TIME.
063820     MOVE SPACES TO HLO-PEND-RECORD.
063830     MOVE HLD-SYSTEM-DATE TO HLO-PEND-ENTRY-DATE.
063840     MOVE HLD-SYSTEM-TIME TO HLO-PEND-ENTRY-TIME.
063850     MOVE HLO-TRAN-SITE-CODE TO HLO-PEND-SITE-CODE.
063860     MOVE HLO-TRAN-ACTION TO HLO-PEND-ACTION.
063870     MOVE HLO-TRAN-EFF-START TO HLO-PEND-EFF-START.
063880     IF HLO-TRAN-DEL
063890         MOVE SPACES TO HLO-PEND-MESSAGE-TEXT
063900         MOVE ZERO TO HLO-PEND-EFF-STOP
063910     ELSE
063920         MOVE HLO-TRAN-MESSAGE-TEXT TO HLO-PEND-MESSAGE-TEXT
063930         MOVE HLO-TRAN-EFF-STOP TO HLO-PEND-EFF-STOP
063940     END-IF.
063941     MOVE HLO-TRAN-LANG TO HLO-PEND-LANG.
063950     MOVE 'BATCHLDR' TO HLO-PEND-SOURCE.
063960     MOVE HLD-JOB-NAME TO HLO-PEND-ENTERED-BY.
063970     SET HLO-PEND-PENDING TO TRUE.
063980     MOVE ZERO TO HLO-PEND-DECIDE-DATE.
063990     MOVE ZERO TO HLO-PEND-DECIDE-TIME.
064000     WRITE HLO-PEND-RECORD
064010         INVALID KEY
064020             PERFORM 4110-RETRY-PEND-WRITE THRU 4110-EXIT
064030     END-WRITE.
064700     IF HLD-TRAN-REJECTED
064800         ADD 1 TO HLD-QUEUE-FAIL-COUNT
064900         MOVE 8 TO RETURN-CODE
064910         MOVE 'QUEUE-FAILED' TO HLD-RESULT-CODE
065000     ELSE
065100         ADD 1 TO HLD-QUEUED-COUNT
065110         MOVE 'QUEUED' TO HLD-RESULT-CODE
065200     END-IF.
065300     PERFORM 2500-WRITE-AUDIT-LINE THRU 2500-EXIT.
065400     PERFORM 4500-READ-WORK-RECORD THRU 4500-EXIT.
065600     EXIT.
065700
065800*----------------------------------------------------------*
065900* 4110-RETRY-PEND-WRITE                                     *
066000*   TWO TRANSACTIONS FOR ONE SITE INSIDE THE SAME          *
066100*   HUNDREDTH OF A SECOND COLLIDE ON THE DATE/TIME/SITE    *
066200*   KEY.  THE TIME IS BUMPED AND THE WRITE RETRIED A       *
066300*   BOUNDED NUMBER OF TIMES SO A VALIDATED TRANSACTION IS  *
066400*   NEVER SILENTLY DROPPED.                                *
066500*----------------------------------------------------------*
066600 4110-RETRY-PEND-WRITE.
066700     MOVE ZERO TO HLD-PEND-RETRY-CT.
066800 4110-RETRY.
066900     ADD 1 TO HLD-PEND-RETRY-CT.
067000     IF HLD-PEND-RETRY-CT > 9
067100         DISPLAY 'HELLOLDR - DUPLICATE PENDING-CHANGE KEY '
067200             'NOT WRITTEN, STATUS=' HLD-PEND-STATUS
067300         SET HLD-TRAN-REJECTED TO TRUE
067400         GO TO 4110-EXIT
067500     END-IF.
067600     ADD 1 TO HLO-PEND-ENTRY-TIME.
067700     WRITE HLO-PEND-RECORD
067800         INVALID KEY
067900             GO TO 4110-RETRY
068000     END-WRITE.
068100 4110-EXIT.
068200     EXIT.
068300
075000*----------------------------------------------------------*
075100* 4500-READ-WORK-RECORD                                     *
075200*----------------------------------------------------------*
075800 4500-EXIT.
075900     EXIT.
076000
082200*----------------------------------------------------------*
082300* 5000-PRINT-TOTALS                                         *
082400*----------------------------------------------------------*
084100            HLD-PRINT-COUNT           DELIMITED BY SIZE
084200       INTO HLD-REPORT-LINE.
084300     WRITE HLD-REPORT-LINE.
085000     MOVE HLD-QUEUED-COUNT TO HLD-PRINT-COUNT.
085100     MOVE SPACES TO HLD-REPORT-LINE.
085200     STRING 'QUEUED FOR APPROVAL   : ' DELIMITED BY SIZE
085300            HLD-PRINT-COUNT           DELIMITED BY SIZE
085400       INTO HLD-REPORT-LINE.
085500     WRITE HLD-REPORT-LINE.
085600     IF HLD-QUEUE-FAIL-COUNT NOT = ZERO
085700         MOVE HLD-QUEUE-FAIL-COUNT TO HLD-PRINT-COUNT
085800         MOVE SPACES TO HLD-REPORT-LINE
085900         STRING 'QUEUE FAILURES        : ' DELIMITED BY SIZE
086000                HLD-PRINT-COUNT           DELIMITED BY SIZE
086200           INTO HLD-REPORT-LINE
086300         WRITE HLD-REPORT-LINE
086400     END-IF.
087200     IF HLD-INIT-OK
087300         CLOSE SITE-MASTER
087400         CLOSE SITE-DIRECTORY
087500         CLOSE PENDING-CHANGE
087600         CLOSE TRAN-FILE
087700         CLOSE REJECT-TRANS
087800         CLOSE REPORT-FILE
