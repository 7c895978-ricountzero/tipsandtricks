001789*                 HISTORY DATASET, STAMPED WITH DATE, TIME, *
001791*                 JOB NAME, AND SOURCE HELLOMNT, SAME       *
001792*                 TRAIL THE BATCH LOADER LEAVES.            *
001800* 10/15/26  RLT   A CONFIRMED CHANGE NO LONGER LANDS ON     *
001810*                 SITE-MASTER.  IT IS QUEUED ON THE         *
001820*                 PENDING-CHANGE DATASET UNDER THIS JOB'S   *
001830*                 ID FOR A SECOND PERSON TO APPROVE OR      *
001840*                 DECLINE IN HELLOAPV, WHICH APPLIES IT AND *
001850*                 WRITES THE CHANGE-HISTORY RECORD.  THE    *
001860*                 SITE-MASTER IS NOW OPENED FOR INPUT ONLY. *
001861* 10/15/26  RLT   REFUSES WITH RETURN-CODE 12 WHILE THE     *
001862*                 STREAM-CONTROL DATASET SHOWS THE STREAM   *
001863*                 HELD - WINDOW OPEN, SWEEP RUNNING, LOAD   *
001864*                 APPLYING, OR BACKOUT RUNNING - SO NO      *
001865*                 CHANGE IS QUEUED UNDER A RUNNING WINDOW.  *
001866* 10/15/26  RLT   PROMPTS FOR THE LANGUAGE OF THE TEXT SO   *
001867*                 EACH TRANSLATION OF A PERIOD IS KEPT UP   *
001868*                 ON ITS OWN.  THE LISTING SHOWS BOTH       *
001869*                 LANGUAGES; A LANGUAGE THE PERIOD DOES NOT *
001870*                 HOLD IS QUEUED AS ITS SECONDARY, AND A    *
001871*                 THIRD LANGUAGE IS REFUSED.                *
001872* 10/15/26  RLT   REFUSES TO QUEUE A CHANGE, RETURN-CODE    *
001873*                 16, WHEN THE JOB CARRIES NO USER ID       *
001874*                 (JOBNAME), SINCE A BLANK ENTERED-BY       *
001875*                 CANNOT BE HELD TO THE TWO-PERSON RULE.    *
001876*----------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002650         RECORD KEY IS HLO-SITE-CODE
002660         FILE STATUS IS HMT-DIR-STATUS.
002670
002671     SELECT PENDING-CHANGE ASSIGN TO "PENDDD"
002672         ORGANIZATION IS INDEXED
002673         ACCESS MODE IS RANDOM
002674         RECORD KEY IS HLO-PEND-KEY
002675         FILE STATUS IS HMT-PEND-STATUS.
002676
002677     SELECT STREAM-CONTROL ASSIGN TO "STRMCTL"
002678         ORGANIZATION IS INDEXED
002679         ACCESS MODE IS SEQUENTIAL
002680         RECORD KEY IS HLO-LOCK-KEY
002681         FILE STATUS IS HMT-LOCK-STATUS.
002700
002800 DATA DIVISION.
002900 FILE SECTION.
003320     LABEL RECORDS ARE OMITTED.
003330     COPY HLOSITE.
003340
003350 FD  PENDING-CHANGE
003360     LABEL RECORDS ARE OMITTED.
003370     COPY HLOPEND.
003371
003372 FD  STREAM-CONTROL
003373     LABEL RECORDS ARE OMITTED.
003374     COPY HLOLOCK.
003380
003400 WORKING-STORAGE SECTION.
003500*----------------------------------------------------------*
003700*----------------------------------------------------------*
003800 01  HMT-PARM-STATUS            PIC X(02).
003810 01  HMT-DIR-STATUS             PIC X(02).
003820 01  HMT-PEND-STATUS            PIC X(02).
003830 01  HMT-LOCK-STATUS            PIC X(02).
003900 01  HMT-SITE-CODE-IN           PIC X(05).
003910 01  HMT-EFF-START-IN           PIC 9(08).
003920 01  HMT-EFF-STOP-IN            PIC 9(08).
003980     88  HMT-DATE-NOT-VALID     VALUE 'N'.
003990 77  HMT-TRY-COUNT              PIC 9(01) COMP VALUE ZERO.
004000 01  HMT-MESSAGE-TEXT-IN        PIC X(32).
004010 01  HMT-LANG-IN                PIC X(02).
004100 01  HMT-CONFIRM-SW             PIC X(01).
004200     88  HMT-CONFIRM-YES        VALUE 'Y' 'y'.
004300 01  HMT-FOUND-SW               PIC X(01).
004540 77  HMT-LIST-COUNT             PIC 9(03) COMP VALUE ZERO.
004600
004610*----------------------------------------------------------*
004620* PENDING-CHANGE ENTRY STAMP                               *
004630*----------------------------------------------------------*
004640 01  HMT-SYSTEM-DATE            PIC 9(08).
004650 01  HMT-SYSTEM-TIME            PIC 9(08).
004660 01  HMT-JOB-NAME               PIC X(08).
004675 77  HMT-PEND-RETRY-CT          PIC 9(02) COMP VALUE ZERO.
004680
004700 PROCEDURE DIVISION.
004800*----------------------------------------------------------*
006100*----------------------------------------------------------*
006200 1000-GET-SITE-CODE.
006300     DISPLAY 'HELLOMNT - SITE-MASTER MAINTENANCE'.
006310     PERFORM 1100-CHECK-STREAM-LOCK THRU 1100-EXIT.
006400     DISPLAY 'ENTER SITE CODE TO MAINTAIN (5 CHARACTERS): '
006410         WITH NO ADVANCING.
006500     ACCEPT HMT-SITE-CODE-IN.
006700 1000-EXIT.
006800     EXIT.
006801
006802*----------------------------------------------------------*
006803* 1100-CHECK-STREAM-LOCK                                    *
006804*   NOTHING IS QUEUED WHILE ANYTHING HOLDS THE STREAM -    *
006805*   AN OPEN WINDOW, A SWEEP, A LOAD BEING APPLIED, OR A    *
006806*   BACKOUT.  A HELD STREAM ENDS THE SITTING BEFORE ANY    *
006807*   PROMPTING WITH RETURN-CODE 12.  NO STREAM-CONTROL      *
006808*   DATASET MEANS NOTHING HAS EVER HELD THE STREAM.        *
006809*----------------------------------------------------------*
006810 1100-CHECK-STREAM-LOCK.
006811     OPEN INPUT STREAM-CONTROL.
006812     IF HMT-LOCK-STATUS = '35'
006813         GO TO 1100-EXIT
006814     END-IF.
006815     IF HMT-LOCK-STATUS NOT = '00'
006816         DISPLAY 'HELLOMNT - UNABLE TO OPEN STREAM-CONTROL, '
006817             'STATUS=' HMT-LOCK-STATUS
006818         MOVE 16 TO RETURN-CODE
006819         STOP RUN
006820     END-IF.
006821     READ STREAM-CONTROL NEXT RECORD
006822         AT END
006823             CLOSE STREAM-CONTROL
006824             GO TO 1100-EXIT
006825     END-READ.
006826     CLOSE STREAM-CONTROL.
006827     DISPLAY 'STREAM HELD BY ' HLO-LOCK-HOLDER ' '
006828         HLO-LOCK-QUALIFIER ' JOB ' HLO-LOCK-JOB-NAME
006829         ' SINCE ' HLO-LOCK-DATE ' ' HLO-LOCK-TIME.
006830     DISPLAY 'MAINTENANCE NOT ALLOWED WHILE THE STREAM IS '
006831         'HELD.'.
006832     MOVE 12 TO RETURN-CODE.
006833     STOP RUN.
006834 1100-EXIT.
006835     EXIT.
006900
006910*----------------------------------------------------------*
006920* 1500-CHECK-DIRECTORY                                      *
007300*   FIRST SITE EVER MAINTAINED) AND LISTS EVERY GREETING    *
007400*   PERIOD ON FILE FOR THE REQUESTED SITE, LIVE AND STAGED, *
007500*   SO THE OPERATOR SEES WHAT IS THERE BEFORE ADDING OR     *
007600*   REPLACING ONE.  INPUT ONLY - THE CHANGE ITSELF GOES TO  *
007610*   THE PENDING-CHANGE QUEUE, NOT ONTO THE MASTER.          *
007700*----------------------------------------------------------*
007800 2000-LIST-CURRENT.
007900     OPEN INPUT SITE-MASTER.
008000     IF HMT-PARM-STATUS = '35'
008100         OPEN OUTPUT SITE-MASTER
008200         CLOSE SITE-MASTER
008300         OPEN INPUT SITE-MASTER
008400     END-IF.
008410     SET HMT-LIST-NOT-DONE TO TRUE.
008420     MOVE HMT-SITE-CODE-IN TO HLO-PARM-SITE-CODE.
008700     ADD 1 TO HMT-LIST-COUNT.
008710     DISPLAY 'ON FILE: START ' HLO-PARM-EFF-START
008720         ' STOP ' HLO-PARM-EFF-STOP
008730         ' TEXT ' HLO-PARM-MESSAGE-TEXT
008731         ' LANG ' HLO-PARM-PRI-LANG.
008732     IF HLO-PARM-SEC-LANG NOT = SPACES
008733         DISPLAY '         SECOND LANGUAGE     '
008734             ' TEXT ' HLO-PARM-SEC-TEXT
008735             ' LANG ' HLO-PARM-SEC-LANG
008736     END-IF.
008740 2100-EXIT.
008750     EXIT.
008760
009830*   PERIOD; A NEW START DATE - TODAY'S OR A FUTURE ONE -    *
009840*   IS ADDED ALONGSIDE WHATEVER IS ALREADY THERE.  A STOP   *
009850*   OF ZERO IS STORED AS OPEN-ENDED.                        *
009851*   THE LANGUAGE CODE PICKS WHICH TRANSLATION OF A PERIOD  *
009852*   ON FILE IS REPLACED - BLANK OR THE PRIMARY LANGUAGE    *
009853*   REPLACES THE PRIMARY TEXT, THE SECONDARY LANGUAGE THE  *
009854*   SECONDARY TEXT.  ANY OTHER LANGUAGE IS ADDED AS THE    *
009855*   SECONDARY WHEN THE PERIOD HAS NONE AND REFUSED WHEN    *
009856*   IT ALREADY HOLDS TWO.  ON A NEW PERIOD IT BECOMES THE  *
009857*   PRIMARY LANGUAGE.                                      *
009900*----------------------------------------------------------*
010000 3000-PROMPT-FOR-NEW.
010010     SET HMT-DATE-NOT-VALID TO TRUE.
010100     DISPLAY 'ENTER NEW MESSAGE TEXT (UP TO 32 CHARACTERS): '
010110         WITH NO ADVANCING.
010200     ACCEPT HMT-MESSAGE-TEXT-IN.
010201     DISPLAY 'ENTER LANGUAGE CODE (2 CHARACTERS, BLANK = '
010202         'PRIMARY): ' WITH NO ADVANCING.
010203     ACCEPT HMT-LANG-IN.
010210     MOVE HMT-SITE-CODE-IN TO HLO-PARM-SITE-CODE.
010220     MOVE HMT-EFF-START-IN TO HLO-PARM-EFF-START.
010230     SET HMT-SITE-NOT-FOUND TO TRUE.
010250         INVALID KEY
010260             CONTINUE
010270     END-READ.
010283     IF HMT-PARM-STATUS = '00'
010290         SET HMT-SITE-FOUND TO TRUE
010300         DISPLAY 'THIS PERIOD IS ON FILE AND WILL BE REPLACED.'
010301         PERFORM 3400-CHECK-LANGUAGE THRU 3400-EXIT
010310     ELSE
010320         DISPLAY 'NEW PERIOD - A RECORD WILL BE ADDED.'
010330     END-IF.
010529 3300-EXIT.
010530     EXIT.
010531
010532*----------------------------------------------------------*
010533* 3400-CHECK-LANGUAGE                                       *
010534*   SAYS WHICH TRANSLATION OF THE PERIOD ON FILE THE NEW   *
010535*   TEXT WILL REPLACE OR ADD.  A PERIOD THAT ALREADY HOLDS *
010536*   TWO OTHER LANGUAGES ABANDONS THE SITTING WITH NOTHING  *
010537*   WRITTEN - HELLOAPV WOULD ONLY FAIL THE CHANGE.         *
010538*----------------------------------------------------------*
010539 3400-CHECK-LANGUAGE.
010540     IF HMT-LANG-IN = SPACES
010541         OR HLO-PARM-PRI-LANG = SPACES
010542         OR HMT-LANG-IN = HLO-PARM-PRI-LANG
010543         DISPLAY 'THE PRIMARY-LANGUAGE TEXT WILL BE REPLACED.'
010544         GO TO 3400-EXIT
010545     END-IF.
010546     IF HMT-LANG-IN = HLO-PARM-SEC-LANG
010547         DISPLAY 'THE SECONDARY-LANGUAGE TEXT WILL BE '
010548             'REPLACED.'
010549         GO TO 3400-EXIT
010550     END-IF.
010551     IF HLO-PARM-SEC-LANG = SPACES
010552         DISPLAY 'LANGUAGE ' HMT-LANG-IN ' WILL BE ADDED AS '
010553             'THE SECONDARY LANGUAGE.'
010554         GO TO 3400-EXIT
010555     END-IF.
010556     DISPLAY 'PERIOD ALREADY HOLDS ' HLO-PARM-PRI-LANG ' AND '
010557         HLO-PARM-SEC-LANG ' - A THIRD LANGUAGE CANNOT BE '
010558         'ADDED.'.
010559     DISPLAY 'MAINTENANCE ABANDONED, NO CHANGES WRITTEN.'.
010560     CLOSE SITE-MASTER.
010561     MOVE 16 TO RETURN-CODE.
010562     STOP RUN.
010563 3400-EXIT.
010564     EXIT.
010565
010600*----------------------------------------------------------*
010700* 4000-CONFIRM-AND-WRITE                                    *
010800*   ECHOES THE NEW VALUE BACK AND ONLY QUEUES THE CHANGE    *
010900*   IF THE OPERATOR CONFIRMS IT.  NOTHING LANDS ON THE      *
011000*   MASTER FROM HERE - A SECOND PERSON APPROVES THE QUEUED  *
011010*   CHANGE IN HELLOAPV, AND ONLY THEN IS IT APPLIED.        *
011100*----------------------------------------------------------*
011200 4000-CONFIRM-AND-WRITE.
011300     DISPLAY 'SITE CODE       : ' HMT-SITE-CODE-IN.
011310     DISPLAY 'EFFECTIVE START : ' HMT-EFF-START-IN.
011320     DISPLAY 'EFFECTIVE STOP  : ' HMT-EFF-STOP-IN.
011400     DISPLAY 'NEW MESSAGE TEXT: ' HMT-MESSAGE-TEXT-IN.
011410     DISPLAY 'LANGUAGE        : ' HMT-LANG-IN.
011500     DISPLAY 'CONFIRM UPDATE (Y/N): ' WITH NO ADVANCING.
011600     ACCEPT HMT-CONFIRM-SW.
011700     IF HMT-CONFIRM-YES
012310         PERFORM 5000-QUEUE-CHANGE THRU 5000-EXIT
012500     ELSE
012600         DISPLAY 'UPDATE CANCELLED - NO CHANGES WRITTEN.'
012700     END-IF.
012900     EXIT.
013000
013010*----------------------------------------------------------*
013020* 5000-QUEUE-CHANGE                                         *
013030*   ONE PENDING-CHANGE RECORD PER CONFIRMED UPDATE - CHG   *
013040*   WHEN A PERIOD WILL BE REPLACED, ADD WHEN A NEW ONE     *
013050*   WILL GO ON - STAMPED WITH THIS JOB'S ID SO HELLOAPV    *
013060*   CAN HOLD THE APPROVAL TO SOMEBODY ELSE.  THE QUEUE IS  *
013070*   OPENED PER UPDATE, CREATED ON FIRST USE THE SAME WAY   *
013080*   THE SITE-MASTER IS.                                    *
013090*----------------------------------------------------------*
013100 5000-QUEUE-CHANGE.
013110     OPEN I-O PENDING-CHANGE.
013120     IF HMT-PEND-STATUS = '35' OR HMT-PEND-STATUS = '05'
013130         OPEN OUTPUT PENDING-CHANGE
013140         CLOSE PENDING-CHANGE
013150         OPEN I-O PENDING-CHANGE
013160     END-IF.
013170     IF HMT-PEND-STATUS NOT = '00'
013180         DISPLAY 'HELLOMNT - UNABLE TO OPEN PENDING-CHANGE, '
013190             'STATUS=' HMT-PEND-STATUS
013191         DISPLAY 'UPDATE NOT QUEUED - NO CHANGES WRITTEN.'
013192         MOVE 16 TO RETURN-CODE
013200         GO TO 5000-EXIT
013210     END-IF.
013220     ACCEPT HMT-SYSTEM-DATE FROM DATE YYYYMMDD.
013230     ACCEPT HMT-SYSTEM-TIME FROM TIME.
013240     ACCEPT HMT-JOB-NAME FROM ENVIRONMENT "JOBNAME".
013241     IF HMT-JOB-NAME = SPACES
013242         DISPLAY 'HELLOMNT - NO USER ID (JOBNAME) ON THIS JOB, '
013243             'UPDATE NOT QUEUED - NO CHANGES WRITTEN.'
013244         MOVE 16 TO RETURN-CODE
013245         CLOSE PENDING-CHANGE
013246         GO TO 5000-EXIT
013247     END-IF.
013250     MOVE SPACES TO HLO-PEND-RECORD.
013260     MOVE HMT-SYSTEM-DATE TO HLO-PEND-ENTRY-DATE.
013270     MOVE HMT-SYSTEM-TIME TO HLO-PEND-ENTRY-TIME.
013280     MOVE HMT-SITE-CODE-IN TO HLO-PEND-SITE-CODE.
013290     IF HMT-SITE-FOUND
013300         SET HLO-PEND-CHG TO TRUE
013310     ELSE
013320         SET HLO-PEND-ADD TO TRUE
013330     END-IF.
013340     MOVE HMT-EFF-START-IN TO HLO-PEND-EFF-START.
013350     MOVE HMT-MESSAGE-TEXT-IN TO HLO-PEND-MESSAGE-TEXT.
013360     MOVE HMT-EFF-STOP-IN TO HLO-PEND-EFF-STOP.
013361     MOVE HMT-LANG-IN TO HLO-PEND-LANG.
013370     MOVE 'HELLOMNT' TO HLO-PEND-SOURCE.
013380     MOVE HMT-JOB-NAME TO HLO-PEND-ENTERED-BY.
013390     SET HLO-PEND-PENDING TO TRUE.
013400     MOVE ZERO TO HLO-PEND-DECIDE-DATE.
013410     MOVE ZERO TO HLO-PEND-DECIDE-TIME.
013430     WRITE HLO-PEND-RECORD
013440         INVALID KEY
013450             PERFORM 5100-RETRY-PEND-WRITE THRU 5100-EXIT
013460     END-WRITE.
013470     IF HMT-PEND-STATUS = '00'
013471         DISPLAY 'CHANGE QUEUED FOR APPROVAL - A SECOND PERSON '
013472             'MUST APPROVE IT IN HELLOAPV BEFORE IT GOES LIVE.'
013473     END-IF.
013474     CLOSE PENDING-CHANGE.
013480 5000-EXIT.
013490     EXIT.
013500
013510*----------------------------------------------------------*
013520* 5100-RETRY-PEND-WRITE                                     *
013530*   TWO CHANGES TO ONE SITE INSIDE THE SAME HUNDREDTH OF   *
013540*   A SECOND COLLIDE ON THE DATE/TIME/SITE KEY.  THE TIME  *
013550*   IS BUMPED AND THE WRITE RETRIED A BOUNDED NUMBER OF    *
013560*   TIMES SO A CONFIRMED CHANGE IS NEVER SILENTLY DROPPED. *
013580*----------------------------------------------------------*
013590 5100-RETRY-PEND-WRITE.
013600     MOVE ZERO TO HMT-PEND-RETRY-CT.
013610 5100-RETRY.
013620     ADD 1 TO HMT-PEND-RETRY-CT.
013630     IF HMT-PEND-RETRY-CT > 9
013640         DISPLAY 'HELLOMNT - DUPLICATE PENDING-CHANGE KEY, '
013650             'UPDATE NOT QUEUED, STATUS=' HMT-PEND-STATUS
013651         MOVE 16 TO RETURN-CODE
013660         GO TO 5100-EXIT
013670     END-IF.
013680     ADD 1 TO HLO-PEND-ENTRY-TIME.
013690     WRITE HLO-PEND-RECORD
013700         INVALID KEY
013710             GO TO 5100-RETRY
013720     END-WRITE.
